       FD  ARQUIVO-CREDITOS.
       01  CREDITO-REGISTRO.
      *    dinheiro do cliente recebido pelo banco que nao pode ser
      *    aplicado a uma fatura no retorno de cobranca (PROG124) -
      *    pago a maior, pago de novo numa fatura ja quitada ou
      *    pago sem fatura que case. Fica aqui como credito nao
      *    aplicado ate o PROG225 usa-lo contra faturas em aberto.
           05 CRED-NUMERO PIC 9(6).
      *    zeros quando o nosso numero que veio do banco nao casou
      *    com fatura nenhuma - o cliente e identificado na
      *    aplicacao.
           05 CRED-CLIENTE-CODIGO PIC 9(4).
      *    data do pagamento no banco, de onde conta a idade.
           05 CRED-DATA PIC 9(8).
           05 CRED-ORIGEM PIC X(10).
      *    referencia do pagamento no extrato do banco e o nosso
      *    numero de documento que veio com ele.
           05 CRED-REFERENCIA-BANCO PIC X(20).
           05 CRED-FATURA-INFORMADA PIC 9(6).
           05 CRED-MOTIVO PIC X.
               88 CRED-SEM-FATURA VALUE "S".
               88 CRED-FATURA-JA-PAGA VALUE "D".
               88 CRED-PAGO-A-MAIOR VALUE "E".
           05 CRED-VALOR PIC 9(8)V99.
           05 CRED-VALOR-APLICADO PIC 9(8)V99.
      *    "A" com saldo a aplicar, "U" usado por inteiro.
           05 CRED-SITUACAO PIC X.
               88 CRED-EM-ABERTO VALUE "A".
               88 CRED-USADO VALUE "U".
           05 CRED-DATA-ULTIMA-APLICACAO PIC 9(8).

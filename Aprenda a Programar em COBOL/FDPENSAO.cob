       FD  ARQUIVO-PENSOES.
       01  PENSAO-REGISTRO.
      *    ordem judicial de pensao alimenticia descontada do
      *    funcionario (PROG188) - um funcionario pode ter mais de
      *    uma ordem, numeradas pela sequencia. A folha do PROG54
      *    desconta cada ordem vigente e credita o beneficiario na
      *    remessa bancaria, logo depois do credito do proprio
      *    funcionario.
           05 PENSAO-CHAVE.
               10 PENSAO-FUNCIONARIO-CODIGO PIC 9(4).
               10 PENSAO-SEQUENCIA PIC 9(2).
      *    numero do processo e vara que determinou o desconto -
      *    saem no informe mensal ao juizo do PROG189.
           05 PENSAO-PROCESSO PIC X(25).
           05 PENSAO-VARA PIC X(30).
           05 PENSAO-BENEFICIARIO-NOME PIC X(40).
           05 PENSAO-BENEFICIARIO-CPF PIC 9(11).
           05 PENSAO-BANCO-CODIGO PIC 9(3).
           05 PENSAO-AGENCIA PIC 9(4).
           05 PENSAO-CONTA PIC X(10).
      *    "P" percentual do liquido (bruto menos INSS, IRRF e
      *    faltas), "F" valor fixo mensal.
           05 PENSAO-REGRA PIC X.
               88 PENSAO-PERCENTUAL-LIQUIDO VALUE "P".
               88 PENSAO-VALOR-FIXO VALUE "F".
           05 PENSAO-PERCENTUAL PIC 9(3)V99.
           05 PENSAO-VALOR PIC 9(6)V99.
      *    vigencia da ordem; fim zerado = sem prazo.
           05 PENSAO-DATA-INICIO PIC 9(8).
           05 PENSAO-DATA-FIM PIC 9(8).

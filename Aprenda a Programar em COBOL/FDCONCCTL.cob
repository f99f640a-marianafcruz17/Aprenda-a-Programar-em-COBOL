       FD  ARQUIVO-CONCILIACAO-CONTROLE.
       01  CONCILIACAO-CONTROLE-REGISTRO.
      *    registro unico, no esquema de sequencias.dat - ate onde
      *    a conciliacao bancaria do PROG266 ja foi, para a rodada
      *    seguinte so trazer o que e novo.
      *    ultimo dia de extrato conciliado e o saldo do banco nele.
           05 CONCCTL-DATA-EXTRATO PIC 9(8).
           05 CONCCTL-SALDO-EXTRATO PIC S9(10)V99
               SIGN IS LEADING SEPARATE.
      *    quantos registros de recebimentos.dat e de
      *    salarios_banco.dat ja entraram, e o ultimo credito nao
      *    aplicado de creditos_cliente.dat.
           05 CONCCTL-RECEBIMENTOS-LIDOS PIC 9(8).
           05 CONCCTL-SALARIOS-LIDOS PIC 9(6).
           05 CONCCTL-ULTIMO-CREDITO PIC 9(6).
           05 CONCCTL-DATA-RODADA PIC 9(8).

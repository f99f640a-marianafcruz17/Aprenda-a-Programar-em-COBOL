      *    area de trabalho dos paragrafos partilhados da regua de
      *    cobranca (COPY "PDCOBRANCA.cob"):
      *    REGISTRA-CONTATO-COBRANCA grava em contatos.dat o
      *    contato COBRANCA-CLIENTE / COBRANCA-OPERADOR /
      *    COBRANCA-NOTA; REVE-BLOQUEIO-CLIENTE tira o bloqueio de
      *    credito de COBRANCA-CLIENTE quando ele nao tem mais
      *    fatura em aviso final em aberto, e devolve
      *    COBRANCA-LIBERADO = "S". O programa abre ARQUIVO-
      *    CONTATOS e ARQUIVO-CLIENTE em I-O e ARQUIVO-FATURAS;
      *    REVE-BLOQUEIO-CLIENTE percorre as faturas e perde o
      *    registro corrente do FD.
       01  COBRANCA-CAMPOS.
           05 COBRANCA-CLIENTE PIC 9(4).
           05 COBRANCA-OPERADOR PIC X(10).
           05 COBRANCA-NOTA PIC X(60).
           05 COBRANCA-GRAVADO PIC X.
           05 COBRANCA-TENTATIVAS PIC 9(2).
           05 COBRANCA-LIBERADO PIC X.
           05 COBRANCA-PENDENTE PIC X.
           05 COBRANCA-FIM-FATURAS PIC X.

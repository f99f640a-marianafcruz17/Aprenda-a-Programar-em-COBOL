      *    paragrafos partilhados da regua de cobranca - o contato
      *    de cobranca registrado na historia do cliente (o mesmo
      *    contatos.dat que o PROG139 mostra) e a liberacao do
      *    bloqueio de credito quando a divida em aviso final e
      *    quitada.
       REGISTRA-CONTATO-COBRANCA.
           MOVE SPACE TO CONTATO-REGISTRO.
           MOVE COBRANCA-CLIENTE TO CONTATO-CLIENTE-CODIGO.
           ACCEPT CONTATO-DATA FROM DATE YYYYMMDD.
           ACCEPT CONTATO-HORA FROM TIME.
           MOVE "COBRANCA" TO CONTATO-TIPO.
           MOVE COBRANCA-OPERADOR TO CONTATO-OPERADOR.
           MOVE COBRANCA-NOTA TO CONTATO-NOTA.

      *    o lote grava varios contatos do mesmo cliente no mesmo
      *    instante - a hora anda um centesimo a cada colisao.
           MOVE "N" TO COBRANCA-GRAVADO.
           MOVE ZEROS TO COBRANCA-TENTATIVAS.
           PERFORM TENTA-GRAVAR-CONTATO-COBRANCA
               UNTIL COBRANCA-GRAVADO = "S" OR
                   COBRANCA-TENTATIVAS = 99.

       TENTA-GRAVAR-CONTATO-COBRANCA.
           ADD 1 TO COBRANCA-TENTATIVAS.

           WRITE CONTATO-REGISTRO
               INVALID KEY
                   ADD 1 TO CONTATO-HORA
               NOT INVALID KEY
                   MOVE "S" TO COBRANCA-GRAVADO.

       REVE-BLOQUEIO-CLIENTE.
           MOVE "N" TO COBRANCA-LIBERADO.
           MOVE COBRANCA-CLIENTE TO CLIENTE-CODIGO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE SPACE TO CLIENTE-BLOQUEIO-CREDITO.

           IF CLIENTE-BLOQUEADO
               PERFORM PROCURA-AVISO-FINAL-PENDENTE
               IF COBRANCA-PENDENTE = "N"
                   PERFORM LIBERA-BLOQUEIO-CLIENTE.

       PROCURA-AVISO-FINAL-PENDENTE.
           MOVE "N" TO COBRANCA-PENDENTE.
           MOVE "N" TO COBRANCA-FIM-FATURAS.
           MOVE ZEROS TO FATURA-NUMERO.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO COBRANCA-FIM-FATURAS.

           PERFORM EXAMINA-FATURA-DO-BLOQUEIO
               UNTIL COBRANCA-FIM-FATURAS = "S".

       EXAMINA-FATURA-DO-BLOQUEIO.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO COBRANCA-FIM-FATURAS.

           IF COBRANCA-FIM-FATURAS = "N"
               IF FATURA-CLIENTE-CODIGO = COBRANCA-CLIENTE AND
                   FATURA-EM-ABERTO AND FATURA-EM-AVISO-FINAL
                   MOVE "S" TO COBRANCA-PENDENTE
                   MOVE "S" TO COBRANCA-FIM-FATURAS.

       LIBERA-BLOQUEIO-CLIENTE.
           MOVE SPACE TO CLIENTE-BLOQUEIO-CREDITO.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao liberar o credito do cliente "
                       COBRANCA-CLIENTE
               NOT INVALID KEY
                   MOVE "S" TO COBRANCA-LIBERADO
                   MOVE "CREDITO LIBERADO - AVISO FINAL QUITADO" TO
                       COBRANCA-NOTA
                   PERFORM REGISTRA-CONTATO-COBRANCA.

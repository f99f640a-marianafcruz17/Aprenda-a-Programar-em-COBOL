      *    paragrafo partilhado que anota na trilha de auditoria a
      *    troca de situacao de uma fatura - so grava quando a
      *    situacao mudou de fato. O numero vai em AUD-CHAVE, que
      *    tem as 6 posicoes, e AUD-CODIGO fica zerado.
       GRAVA-AUDITORIA-FATURA.
           IF FATURA-STATUS NOT = AUDFAT-STATUS-ANTES
               ACCEPT AUD-DATA FROM DATE YYYYMMDD
               ACCEPT AUD-HORA FROM TIME
               MOVE AUDFAT-OPERACAO TO AUD-OPERACAO
               MOVE AUDFAT-OPERADOR TO AUD-OPERADOR
               MOVE ZEROS TO AUD-CODIGO
               MOVE "FAT" TO AUD-ARQUIVO
               MOVE FATURA-NUMERO TO AUD-CHAVE
               MOVE "STATUS FATURA" TO AUD-CAMPO
               MOVE AUDFAT-STATUS-ANTES TO AUD-VALOR-ANTES
               MOVE FATURA-STATUS TO AUD-VALOR-DEPOIS
               WRITE AUDITORIA-REGISTRO.

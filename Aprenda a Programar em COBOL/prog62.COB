           COPY "FDFUNCIONARIO.cob".

       FD  ARQUIVO-BACKUP.
       01  LINHA-BACKUP PIC X(226).

           COPY "FDEXECUCAO.cob".


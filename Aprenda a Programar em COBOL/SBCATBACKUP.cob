      *    OPTIONAL porque o catalogo de copias pode nao existir
      *    ainda na primeira rodada da copia geracional.
           SELECT OPTIONAL ARQUIVO-CATALOGO-BACKUP
               ASSIGN TO "backup_catalogo.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

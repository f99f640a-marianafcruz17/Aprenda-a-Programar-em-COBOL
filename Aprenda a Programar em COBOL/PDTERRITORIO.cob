      *    paragrafos partilhados dos territorios de vendas:
      *    CARREGA-TERRITORIOS le territorios.dat (PROG253) para a
      *    tabela e BUSCA-TERRITORIO acha o vendedor do endereco na
      *    data pedida. Entre as linhas vigentes que cobrem a UF e
      *    o CEP vale a faixa mais estreita - uma faixa de CEP
      *    ganha da UF inteira - e, na mesma largura, a de
      *    vigencia mais recente.
       CARREGA-TERRITORIOS.
           MOVE ZEROS TO TERRIT-QTD.

           OPEN INPUT ARQUIVO-TERRITORIOS.
           MOVE "N" TO TERRIT-FIM-ARQUIVO.
           PERFORM LEIA-PROXIMO-TERRITORIO.

           PERFORM GUARDA-TERRITORIO
               UNTIL TERRIT-FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-TERRITORIOS.

       LEIA-PROXIMO-TERRITORIO.
           READ ARQUIVO-TERRITORIOS RECORD AT END
               MOVE "S" TO TERRIT-FIM-ARQUIVO.

       GUARDA-TERRITORIO.
           IF TERRIT-QTD < 300
               ADD 1 TO TERRIT-QTD
               MOVE TERRITORIO-CODIGO TO
                   TERRIT-TAB-CODIGO (TERRIT-QTD)
               MOVE TERRITORIO-NOME TO TERRIT-TAB-NOME (TERRIT-QTD)
               MOVE TERRITORIO-ESTADO TO
                   TERRIT-TAB-ESTADO (TERRIT-QTD)
               MOVE TERRITORIO-CEP-INICIAL TO
                   TERRIT-TAB-CEP-INICIAL (TERRIT-QTD)
               MOVE TERRITORIO-CEP-FINAL TO
                   TERRIT-TAB-CEP-FINAL (TERRIT-QTD)
               MOVE TERRITORIO-VENDEDOR TO
                   TERRIT-TAB-VENDEDOR (TERRIT-QTD)
               MOVE TERRITORIO-VIGENCIA-INICIO TO
                   TERRIT-TAB-INICIO (TERRIT-QTD)
               MOVE TERRITORIO-VIGENCIA-FIM TO
                   TERRIT-TAB-FIM (TERRIT-QTD).

           PERFORM LEIA-PROXIMO-TERRITORIO.

       BUSCA-TERRITORIO.
           MOVE "N" TO TERRIT-ACHADO.
           MOVE ZEROS TO TERRIT-VENDEDOR-ACHADO.
           MOVE ZEROS TO TERRIT-CODIGO-ACHADO.
           MOVE ZEROS TO TERRIT-INDICE.

           PERFORM CONFERE-TERRITORIO
               TERRIT-QTD TIMES.

       CONFERE-TERRITORIO.
           ADD 1 TO TERRIT-INDICE.

           IF TERRIT-TAB-INICIO (TERRIT-INDICE) NOT >
               TERRIT-BUSCA-DATA
               IF TERRIT-TAB-FIM (TERRIT-INDICE) = ZEROS OR
                   TERRIT-TAB-FIM (TERRIT-INDICE) NOT <
                   TERRIT-BUSCA-DATA
                   IF TERRIT-TAB-ESTADO (TERRIT-INDICE) = SPACES OR
                       TERRIT-TAB-ESTADO (TERRIT-INDICE) =
                       TERRIT-BUSCA-ESTADO
                       IF TERRIT-BUSCA-CEP NOT <
                           TERRIT-TAB-CEP-INICIAL (TERRIT-INDICE)
                           AND TERRIT-BUSCA-CEP NOT >
                           TERRIT-TAB-CEP-FINAL (TERRIT-INDICE)
                           PERFORM ESCOLHE-TERRITORIO.

       ESCOLHE-TERRITORIO.
           COMPUTE TERRIT-LARGURA =
               TERRIT-TAB-CEP-FINAL (TERRIT-INDICE) -
               TERRIT-TAB-CEP-INICIAL (TERRIT-INDICE).

           IF TERRIT-ACHADO = "N"
               PERFORM FICA-COM-TERRITORIO
           ELSE
               IF TERRIT-LARGURA < TERRIT-LARGURA-ACHADA
                   PERFORM FICA-COM-TERRITORIO
               ELSE
                   IF TERRIT-LARGURA = TERRIT-LARGURA-ACHADA AND
                       TERRIT-TAB-INICIO (TERRIT-INDICE) >
                       TERRIT-INICIO-ACHADO
                       PERFORM FICA-COM-TERRITORIO.

       FICA-COM-TERRITORIO.
           MOVE "S" TO TERRIT-ACHADO.
           MOVE TERRIT-TAB-VENDEDOR (TERRIT-INDICE) TO
               TERRIT-VENDEDOR-ACHADO.
           MOVE TERRIT-TAB-CODIGO (TERRIT-INDICE) TO
               TERRIT-CODIGO-ACHADO.
           MOVE TERRIT-LARGURA TO TERRIT-LARGURA-ACHADA.
           MOVE TERRIT-TAB-INICIO (TERRIT-INDICE) TO
               TERRIT-INICIO-ACHADO.

           MOVE IMPRESSAO-NOME TO IMP-ARQUIVO.
           MOVE IMPRESSAO-PAGINAS TO IMP-PAGINAS.
           MOVE IMPRESSAO-LINHAS TO IMP-LINHAS.
           MOVE IMPRESSAO-DESTINATARIO TO IMP-DESTINATARIO.
           MOVE IMPRESSAO-ORIGEM TO IMP-ORIGEM.
           WRITE IMPRESSAO-REGISTRO.
           CLOSE ARQUIVO-IMPRESSOES.

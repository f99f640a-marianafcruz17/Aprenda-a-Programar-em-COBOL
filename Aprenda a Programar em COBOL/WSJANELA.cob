      *    area de trabalho dos paragrafos partilhados da trava da
      *    janela batch (COPY "PDJANELA.cob") - o programa inclui
      *    tambem SBJANELA/FDJANELA. O programa de atualizacao
      *    online move o proprio nome para JANELA-PROGRAMA e faz
      *    PERFORM CONFERE-JANELA-BATCH antes de abrir os arquivos:
      *    com a janela aberta o aviso sai na tela e JANELA-
      *    BLOQUEIO volta "S".
       01  JANELA-CAMPOS.
           05 JANELA-PROGRAMA PIC X(8).
           05 JANELA-BLOQUEIO PIC X.
           05 JANELA-LIDA PIC X.

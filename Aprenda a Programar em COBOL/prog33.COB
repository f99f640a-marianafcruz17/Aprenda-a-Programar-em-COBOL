      *    programa para leitura de arquivos - exibe na tela ou, se o
      *    operador pedir, grava em CSV, no mesmo formato que o
      *    PROG43 usa para exportar funcionarios.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CLIENTE-CSV
               ASSIGN TO "CLIENTE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".

       DATA DIVISION.
       FILE SECTION.

       FD  ARQUIVO-CLIENTE-CSV.
       01  LINHA-CSV PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       01  FINAL-ARQUIVO PIC X.
       01  SAIDA-CSV PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Gravar saida em CSV em vez de exibir? (S/N)".
           ACCEPT SAIDA-CSV.

                  CLIENTE-FUNCIONARIO-CODIGO DELIMITED BY SIZE
               INTO LINHA-CSV.
           WRITE LINHA-CSV.

           COPY "PDPARAMETRO.cob".

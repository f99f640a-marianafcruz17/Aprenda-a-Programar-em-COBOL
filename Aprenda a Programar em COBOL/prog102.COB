      *    que a folha paga pelo PROG145 - a taxa digitada e so a
      *    contingencia de vendedor ainda sem tabela, para a
      *    reuniao de vendas e o pagamento nao divergirem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-COMISSOES
               ASSIGN TO "COMISSOES.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".

       FD  RELATORIO-COMISSOES.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSCAMBIO.cob".
       77  VALOR-EM-BRL PIC 9(10)V99.
       77  QTD-SEM-TAXA PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Comissoes de qual mes (AAAAMM)? ".
           ACCEPT MES-PEDIDO.
           DISPLAY "Taxa de contingencia para vendedor sem ".
           WRITE LINHA-RELATORIO.

           COPY "PDCAMBIO.cob".
           COPY "PDPARAMETRO.cob".

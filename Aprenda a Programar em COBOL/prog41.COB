      *    INSS/IRRF saem da tabela progressiva vigente (PROG90);
      *    com a tabela vazia caem nos percentuais fixos
      *    historicos.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBTABIMPOSTO.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDTABIMPOSTO.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSTABIMPOSTO.cob".
       77  REGISTRO-ENCONTRADO PIC X.
      *    percentuais de contingencia, usados apenas quando a

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT TABIMP-DATA-CALCULO FROM DATE YYYYMMDD.
           PERFORM CARREGA-TABELA-IMPOSTOS.

           DISPLAY " ".

           COPY "PDTABIMPOSTO.cob".
           COPY "PDPARAMETRO.cob".

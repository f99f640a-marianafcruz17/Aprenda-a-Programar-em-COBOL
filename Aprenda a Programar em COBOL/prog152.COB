      *    e avisa quando gente demais do mesmo departamento
      *    (FUNCIONARIO-DEPTO-CODIGO) se sobrepoe no periodo - as
      *    ferias saem do email e entram no sistema.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAFASTAMENTO.cob".
           COPY "SBFERIAS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDFERIAS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG152" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO DATA-HOJE-DESMONTADA.

                       " a " FIM-INFORMADO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

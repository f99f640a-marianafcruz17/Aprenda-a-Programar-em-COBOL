      *    PROG92) e marca o mes do departamento como aprovado em
      *    aprovacoes_horas.dat; sem esta aprovacao a folha do
      *    PROG54 segura os funcionarios do departamento.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPONTO.cob".
           COPY "SBAPROVHORAS.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPONTO.cob".
           COPY "FDAPROVHORAS.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  GESTOR-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG158" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN I-O ARQUIVO-APROVACOES-HORAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PONTO.
                       MES-INFORMADO.

           COPY "PDCONFIRMA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

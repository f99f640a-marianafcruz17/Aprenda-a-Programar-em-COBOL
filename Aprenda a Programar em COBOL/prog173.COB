      *    documento paginado reune o cadastro, os dependentes de
      *    dependentes.dat, as transferencias de departamento de
      *    transferencias_depto.dat, os afastamentos de
      *    afastamentos.dat, as medidas disciplinares de
      *    disciplinas.dat, as ultimas doze linhas de
      *    folha_historico.dat e o saldo de adiantamentos - cada
      *    secao com titulo, em vez de sete programas grampeados.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDEPENDENTE.cob".
           COPY "SBTRANSFDEPTO.cob".
           COPY "SBAFASTAMENTO.cob".
           COPY "SBDISCIPLINA.cob".
           COPY "SBFOLHAHIST.cob".
           SELECT RELATORIO-DOSSIE
               ASSIGN TO "DOSSIE.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDTRANSFDEPTO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDDISCIPLINA.cob".
           COPY "FDFOLHAHIST.cob".

       FD  RELATORIO-DOSSIE.
       01  LINHA-RELATORIO PIC X(90).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE 9999 TO CODIGO-INFORMADO.
           PERFORM SECAO-DEPENDENTES.
           PERFORM SECAO-TRANSFERENCIAS.
           PERFORM SECAO-AFASTAMENTOS.
           PERFORM SECAO-DISCIPLINAS.
           PERFORM SECAO-FOLHAS.
           PERFORM SECAO-ADIANTAMENTOS.

                       INTO LINHA-RELATORIO
                   PERFORM ESCREVE-UMA-LINHA.

       SECAO-DISCIPLINAS.
           MOVE "MEDIDAS DISCIPLINARES" TO TIT-TEXTO.
           PERFORM ESCREVE-TITULO.

           OPEN INPUT ARQUIVO-DISCIPLINAS.

           MOVE ZEROS TO QTD-NA-SECAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE CODIGO-INFORMADO TO DISC-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO DISC-DATA.

           START ARQUIVO-DISCIPLINAS
               KEY IS NOT LESS THAN DISCIPLINA-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO.

           PERFORM LISTA-UMA-DISCIPLINA
               UNTIL FINAL-ARQUIVO = "S".

           PERFORM FECHA-SECAO-VAZIA.

           CLOSE ARQUIVO-DISCIPLINAS.

       LISTA-UMA-DISCIPLINA.
           READ ARQUIVO-DISCIPLINAS NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO.

           IF FINAL-ARQUIVO = "N" AND
               DISC-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
               MOVE "S" TO FINAL-ARQUIVO.

           IF FINAL-ARQUIVO = "N"
               ADD 1 TO QTD-NA-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "Data " DELIMITED BY SIZE
                      DISC-DATA DELIMITED BY SIZE
                      "  Tipo " DELIMITED BY SIZE
                      DISC-TIPO DELIMITED BY SIZE
                      "  Gestor " DELIMITED BY SIZE
                      DISC-GESTOR-CODIGO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      DISC-MOTIVO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM ESCREVE-UMA-LINHA.

           IF FINAL-ARQUIVO = "N" AND DISC-SUSPENSAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "     Suspensao de " DELIMITED BY SIZE
                      DISC-DIAS-SUSPENSAO DELIMITED BY SIZE
                      " dias a partir de " DELIMITED BY SIZE
                      DISC-INICIO-SUSPENSAO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM ESCREVE-UMA-LINHA.

       SECAO-FOLHAS.
           MOVE "ULTIMAS DOZE LINHAS DE FOLHA" TO TIT-TEXTO.
           PERFORM ESCREVE-TITULO.
           IF QTD-NA-SECAO = ZEROS
               MOVE "NADA REGISTRADO" TO LINHA-RELATORIO
               PERFORM ESCREVE-UMA-LINHA.

           COPY "PDPARAMETRO.cob".

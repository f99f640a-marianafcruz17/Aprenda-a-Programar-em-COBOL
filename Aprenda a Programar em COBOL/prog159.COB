      *    descobertas (dias uteis padrao menos presencas menos
      *    cobertura) e grava o numero conciliado em
      *    faltas_apuradas.dat, que a folha do PROG54 passa a usar
      *    em vez do chute proprio. Dias de suspensao disciplinar
      *    (disciplinas.dat, PROG201) contam como cobertos - a
      *    folha ja os desconta pela propria medida.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBAFASTAMENTO.cob".
           COPY "SBFALTASAPU.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBDISCIPLINA.cob".
           COPY "SBCALENDARIO.cob".
           SELECT RELATORIO-CONCILIACAO
               ASSIGN TO "CONCILIAPONTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDFALTASAPU.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDDISCIPLINA.cob".
           COPY "FDCALENDARIO.cob".

       FD  RELATORIO-CONCILIACAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSSUSPENSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  DIAS-PRESENTES PIC 9(2).
       77  BATIDAS-EM-AFASTAMENTO PIC 9(3).
       77  DIAS-COBERTOS PIC 9(3).
       77  DIAS-SUSPENSOS PIC 9(2).
       77  FALTAS-CONCILIADAS PIC S9(3).
       77  COBERTURA-INICIO PIC 9(8).
       77  COBERTURA-FIM PIC 9(8).
           05 RES-COBERTOS PIC ZZ9.
           05 FILLER PIC X(20) VALUE "  Faltas apuradas: ".
           05 RES-FALTAS PIC ZZ9.
           05 FILLER PIC X(13) VALUE "  Suspensos: ".
           05 RES-SUSPENSOS PIC Z9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG159" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN I-O ARQUIVO-FALTAS-APURADAS.
           OPEN INPUT ARQUIVO-DISCIPLINAS.
           OPEN OUTPUT RELATORIO-CONCILIACAO.

           MOVE ZEROS TO TOTAL-FUNCIONARIOS.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-FALTAS-APURADAS.
           CLOSE ARQUIVO-DISCIPLINAS.
           CLOSE RELATORIO-CONCILIACAO.

           DISPLAY "Conciliacao gravada em CONCILIAPONTO.LST".
               PERFORM ESCREVE-FUNCIONARIO
               PERFORM VARRE-PONTO-DO-MES
               PERFORM SOMA-COBERTURA-DO-MES
               PERFORM SOMA-SUSPENSAO-DO-MES
               PERFORM APURA-FALTAS.

           PERFORM LEIA-PROXIMO-FUNCIONARIO.
                       DIAS-COBERTOS +
                       COB-FIM-DIA - COB-INI-DIA + 1.

       SOMA-SUSPENSAO-DO-MES.
      *    suspensao nao e buraco no ponto: o funcionario foi
      *    mandado ficar em casa.
           MOVE CODIGO-EM-EXAME TO SUSPENSAO-CODIGO.
           MOVE MES-CONCILIADO TO SUSPENSAO-ANO-MES.
           PERFORM CONTA-DIAS-SUSPENSAO.
           MOVE SUSPENSAO-DIAS-NO-MES TO DIAS-SUSPENSOS.

       APURA-FALTAS.
           COMPUTE FALTAS-CONCILIADAS =
               DIAS-UTEIS-PADRAO - DIAS-PRESENTES - DIAS-COBERTOS -
               DIAS-SUSPENSOS.

           IF FALTAS-CONCILIADAS < ZEROS
               MOVE ZEROS TO FALTAS-CONCILIADAS.
           MOVE DIAS-PRESENTES TO RES-PRESENTES.
           MOVE DIAS-COBERTOS TO RES-COBERTOS.
           MOVE FALTAS-CONCILIADAS TO RES-FALTAS.
           MOVE DIAS-SUSPENSOS TO RES-SUSPENSOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCALCDIAS.cob".
           COPY "PDDIAUTIL.cob".
           COPY "PDSUSPENSAO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

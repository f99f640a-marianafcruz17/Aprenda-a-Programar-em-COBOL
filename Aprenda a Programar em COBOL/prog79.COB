      *    impresso com totais de controle e gravacao no historico
      *    de folha como tipo proprio, substituindo a planilha
      *    montada a partir do CSV do PROG43.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBCOMPFOLHA.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
      *    saida carimbada com data e sequencia da rodada
      *    (DECIMO_AAAAMMDD_NNN.LST), como a folha do PROG54.
           SELECT RELATORIO-DECIMO
               ASSIGN TO SAIDADECIMO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDCOMPFOLHA.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-DECIMO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
      *    competencia da rodada (AAAAMM), conferida no controle do
       77  QTD-FUNCIONARIOS PIC 9(4).
       77  TOTAL-DECIMO PIC 9(10)V99.
       77  HASH-TOTAL-CODIGOS PIC 9(10).
      *    encargos da empresa sobre o 13o, com as mesmas aliquotas
      *    de contingencia da folha do PROG54 (o PROG176 sobrepoe).
       77  TAXA-FGTS PIC V9(4) VALUE .0800.
       77  TAXA-INSS-EMPRESA PIC V9(4) VALUE .2000.
       77  TAXA-RAT PIC V9(4) VALUE .0200.
       77  TAXA-TERCEIROS PIC V9(4) VALUE .0580.
       77  VALOR-FGTS PIC 9(6)V99.
       77  VALOR-INSS-EMPRESA PIC 9(6)V99.
       77  VALOR-RAT PIC 9(6)V99.
       77  VALOR-TERCEIROS PIC 9(6)V99.
       77  TOTAL-FGTS PIC 9(10)V99.

       01  DATA-HOJE-DESMONTADA.
           05 HOJE-ANO PIC 9(4).
           05 FILLER PIC X(25) VALUE "Total do 13o salario...: ".
           05 ROD-TOTAL PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-FGTS.
           05 FILLER PIC X(25) VALUE "FGTS a depositar.......: ".
           05 ROD-FGTS PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-HASH.
           05 FILLER PIC X(25) VALUE "Hash total dos codigos.: ".
           05 ROD-HASH PIC 9(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG79" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO DATA-HOJE-DESMONTADA.


           CLOSE ARQUIVO-COMPETENCIAS.

       APLICA-PARAMETROS-CENTRAIS.
      *    aliquotas dos encargos da empresa do arquivo central de
      *    parametros (PROG176), em percentual; ausentes, valem as
      *    contingencias dos 77 de cima.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PERC-FGTS" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-FGTS = PARAM-VALOR-LIDO / 100.

           MOVE "PERC-INSS-EMPRESA" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-INSS-EMPRESA = PARAM-VALOR-LIDO / 100.

           MOVE "PERC-RAT" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-RAT = PARAM-VALOR-LIDO / 100.

           MOVE "PERC-TERCEIROS" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-TERCEIROS = PARAM-VALOR-LIDO / 100.

       RODA-DECIMO.
           PERFORM APLICA-PARAMETROS-CENTRAIS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG79" TO IMPRESSAO-PROGRAMA.
           MOVE "DECIMO" TO IMPRESSAO-PREFIXO.
           MOVE ZEROS TO QTD-FUNCIONARIOS.
           MOVE ZEROS TO TOTAL-DECIMO.
           MOVE ZEROS TO HASH-TOTAL-CODIGOS.
           MOVE ZEROS TO TOTAL-FGTS.

           PERFORM ESCREVE-CABECALHO.

           ADD VALOR-DECIMO TO TOTAL-DECIMO.
           ADD FUNCIONARIO-CODIGO TO HASH-TOTAL-CODIGOS.

      *    o 13o tambem recolhe FGTS e INSS patronal - o custo da
      *    empresa vai para o historico junto com o valor pago.
           COMPUTE VALOR-FGTS ROUNDED = VALOR-DECIMO * TAXA-FGTS.
           COMPUTE VALOR-INSS-EMPRESA ROUNDED =
               VALOR-DECIMO * TAXA-INSS-EMPRESA.
           COMPUTE VALOR-RAT ROUNDED = VALOR-DECIMO * TAXA-RAT.
           COMPUTE VALOR-TERCEIROS ROUNDED =
               VALOR-DECIMO * TAXA-TERCEIROS.
           ADD VALOR-FGTS TO TOTAL-FGTS.

           MOVE FUNCIONARIO-CODIGO TO DET-CODIGO.
           MOVE FUNCIONARIO-NOME TO DET-NOME.
           MOVE FUNCIONARIO-SALARIO TO DET-SALARIO.
           MOVE ZEROS TO FOLHA-HIST-ADICIONAL-TEMPO.
           MOVE ZEROS TO FOLHA-HIST-RETROATIVO.
           MOVE COMPETENCIA-DA-RODADA TO FOLHA-HIST-COMPETENCIA.
           MOVE VALOR-DECIMO TO FOLHA-HIST-BASE-ENCARGOS.
           MOVE VALOR-FGTS TO FOLHA-HIST-FGTS.
           MOVE VALOR-INSS-EMPRESA TO FOLHA-HIST-INSS-EMPRESA.
           MOVE VALOR-RAT TO FOLHA-HIST-RAT.
           MOVE VALOR-TERCEIROS TO FOLHA-HIST-TERCEIROS.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-VT.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-PLANO.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-PENSAO.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-CONSIG.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-SINDICATO.
           MOVE ZEROS TO FOLHA-HIST-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHA-HIST-DOMINGO-FERIADO.
           MOVE ZEROS TO FOLHA-HIST-REEMBOLSO.
           MOVE ZEROS TO FOLHA-HIST-REEMB-COMPENSADO.
           WRITE FOLHA-HIST-REGISTRO.

       ESCREVE-CABECALHO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE TOTAL-FGTS TO ROD-FGTS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-FGTS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE HASH-TOTAL-CODIGOS TO ROD-HASH.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-HASH TO LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

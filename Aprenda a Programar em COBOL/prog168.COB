      *    DEPTO-CODIGO e DEPARTAMENTO-CENTRO-CUSTO, a mesma conta
      *    do lancamento do PROG150) e imprime, por centro de
      *    custo, o mes pedido e o acumulado do ano, com a variacao
      *    e a marca de quem estourou o orcamento. O realizado
      *    inclui os encargos da empresa gravados pela folha (FGTS
      *    e INSS patronal com RAT e terceiros), mostrados tambem
      *    em coluna propria no mes. Funcionario com rateio
      *    vigente em rateios.dat (PROG215) tem o custo e os
      *    encargos divididos entre os centros do rateio, pelo
      *    mesmo criterio do PROG150.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBORCAFOLHA.cob".
           COPY "SBRATEIO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "ORCASORT.TMP".
           SELECT RELATORIO-ORCAMENTO
               ASSIGN TO "ORCADOXREAL.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDORCAFOLHA.cob".
           COPY "FDRATEIO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
      *    cada linha chega com um unico valor preenchido: o
      *    realizado ou o orcado, do mes ou do acumulado.
           05 ORD-REAL-MES PIC 9(10)V99.
           05 ORD-ENCARGOS-MES PIC 9(10)V99.
           05 ORD-REAL-ANO PIC 9(10)V99.
           05 ORD-ORCADO-MES PIC 9(10)V99.
           05 ORD-ORCADO-ANO PIC 9(10)V99.

       FD  RELATORIO-ORCAMENTO.
       01  LINHA-RELATORIO PIC X(132).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FIM-ORCAMENTOS PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  CUSTO-DA-LINHA PIC S9(8)V99.
       77  ENCARGOS-DA-LINHA PIC 9(8)V99.
       77  CENTRO-DA-LINHA PIC 9(4).
       77  CENTRO-CUSTO-ATUAL PIC 9(4).
       77  REAL-MES PIC 9(10)V99.
       77  ENCARGOS-MES PIC 9(10)V99.
       77  REAL-ANO PIC 9(10)V99.
       77  ORCADO-MES PIC 9(10)V99.
       77  ORCADO-ANO PIC 9(10)V99.
       77  VARIACAO-MES PIC S9(10)V99.
       77  QTD-ESTOURADOS PIC 9(4).
       77  INDICE-RATEIO PIC 9(2).

       01  COMPETENCIA-DA-LINHA PIC 9(6).
       01  COMPETENCIA-DESMONTADA REDEFINES COMPETENCIA-DA-LINHA.
       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(8) VALUE "Centro".
           05 FILLER PIC X(16) VALUE "Real mes".
           05 FILLER PIC X(16) VALUE "Encargos mes".
           05 FILLER PIC X(16) VALUE "Orcado mes".
           05 FILLER PIC X(16) VALUE "Variacao".
           05 FILLER PIC X(16) VALUE "Real ano".
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REAL-MES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ENCARGOS-MES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ORCADO-MES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VARIACAO PIC -ZZ,ZZZ,ZZ9.99.
               "Centros acima do orcamento..: ".
           05 ROD-ESTOURADOS PIC ZZZ9.

      *    parte dos encargos de cada centro do rateio, guardada
      *    antes de RATEIA-VALOR repartir o custo da linha.
       01  ENCARGOS-RATEADOS.
           05 ENCARGOS-PARTE PIC S9(8)V99 OCCURS 10 TIMES.

           COPY "WSRATEIO.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Confronto de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.
           MOVE COMPETENCIA-PEDIDA TO COMPETENCIA-PEDIDA-DESM.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-ORCAMENTO-FOLHA.
           OPEN INPUT ARQUIVO-RATEIOS.

           MOVE ZEROS TO QTD-ESTOURADOS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-ORCAMENTO-FOLHA.
           CLOSE ARQUIVO-RATEIOS.

           DISPLAY "Relatorio gravado em ORCADOXREAL.LST".
           DISPLAY "Centros acima do orcamento: " QTD-ESTOURADOS.
           PERFORM ACHA-COMPETENCIA-DA-LINHA.

      *    entra no confronto o ano inteiro ate a competencia
      *    pedida - o proprio mes soma nas duas colunas. A folha
      *    complementar (PROG194) e realizado da competencia dela.
           IF (FOLHA-HIST-MENSAL OR FOLHA-HIST-COMPLEMENTAR) AND
               COMP-ANO = PED-ANO AND
               COMP-MES <= PED-MES
               PERFORM LIBERA-CUSTO-DA-LINHA.
               MOVE HIST-DESM-ANO-MES TO COMPETENCIA-DA-LINHA.

       LIBERA-CUSTO-DA-LINHA.
      *    mesma conta de custo do lancamento do PROG150, com os
      *    encargos da empresa somados ao custo, e o mesmo rateio
      *    entre centros vigente na competencia da linha.
           COMPUTE ENCARGOS-DA-LINHA =
               FOLHA-HIST-FGTS + FOLHA-HIST-INSS-EMPRESA +
               FOLHA-HIST-RAT + FOLHA-HIST-TERCEIROS.

           COMPUTE CUSTO-DA-LINHA =
               FOLHA-HIST-BRUTO + FOLHA-HIST-COMISSAO +
               FOLHA-HIST-HORA-EXTRA + FOLHA-HIST-FERIAS +
               FOLHA-HIST-ADICIONAL-TEMPO +
               FOLHA-HIST-RETROATIVO +
               FOLHA-HIST-ADIC-NOTURNO +
               FOLHA-HIST-DOMINGO-FERIADO -
               FOLHA-HIST-DESCONTO-FALTAS +
               ENCARGOS-DA-LINHA.

           MOVE FOLHA-HIST-CODIGO TO RATEIO-PEDIDO-FUNCIONARIO.
           COMPUTE RATEIO-PEDIDO-DATA =
               COMPETENCIA-DA-LINHA * 100 + 31.
           PERFORM CARREGA-RATEIO.

           IF RATEIO-VALIDO = "S"
               PERFORM LIBERA-CUSTO-RATEADO
           ELSE
               PERFORM ACHA-CENTRO-DE-CUSTO
               PERFORM LIBERA-CUSTO-DO-CENTRO.

       LIBERA-CUSTO-RATEADO.
           MOVE ENCARGOS-DA-LINHA TO RATEIO-VALOR-TOTAL.
           PERFORM RATEIA-VALOR.
           PERFORM GUARDA-ENCARGOS-RATEADOS
               VARYING INDICE-RATEIO FROM 1 BY 1
               UNTIL INDICE-RATEIO > RATEIO-QTD-CENTROS.

           MOVE CUSTO-DA-LINHA TO RATEIO-VALOR-TOTAL.
           PERFORM RATEIA-VALOR.
           PERFORM LIBERA-PARTE-RATEADA
               VARYING INDICE-RATEIO FROM 1 BY 1
               UNTIL INDICE-RATEIO > RATEIO-QTD-CENTROS.

       GUARDA-ENCARGOS-RATEADOS.
           MOVE RATEIO-VALOR-PARTE (INDICE-RATEIO) TO
               ENCARGOS-PARTE (INDICE-RATEIO).

       LIBERA-PARTE-RATEADA.
           MOVE RATEIO-CENTRO-CUSTO (INDICE-RATEIO) TO
               CENTRO-DA-LINHA.
           MOVE RATEIO-VALOR-PARTE (INDICE-RATEIO) TO
               CUSTO-DA-LINHA.
           MOVE ENCARGOS-PARTE (INDICE-RATEIO) TO
               ENCARGOS-DA-LINHA.
           PERFORM LIBERA-CUSTO-DO-CENTRO.

       LIBERA-CUSTO-DO-CENTRO.
           MOVE CENTRO-DA-LINHA TO ORD-CENTRO-CUSTO.
           MOVE ZEROS TO ORD-REAL-MES.
           MOVE ZEROS TO ORD-ENCARGOS-MES.
           MOVE ZEROS TO ORD-REAL-ANO.
           MOVE ZEROS TO ORD-ORCADO-MES.
           MOVE ZEROS TO ORD-ORCADO-ANO.

           IF COMPETENCIA-DA-LINHA = COMPETENCIA-PEDIDA
               MOVE CUSTO-DA-LINHA TO ORD-REAL-MES
               MOVE ENCARGOS-DA-LINHA TO ORD-ENCARGOS-MES.

           MOVE CUSTO-DA-LINHA TO ORD-REAL-ANO.
           RELEASE ORDENACAO-REGISTRO.
       LIBERA-ORCADO-DA-LINHA.
           MOVE ORCA-CENTRO-CUSTO TO ORD-CENTRO-CUSTO.
           MOVE ZEROS TO ORD-REAL-MES.
           MOVE ZEROS TO ORD-ENCARGOS-MES.
           MOVE ZEROS TO ORD-REAL-ANO.
           MOVE ZEROS TO ORD-ORCADO-MES.
           MOVE ZEROS TO ORD-ORCADO-ANO.
                   PERFORM COMECA-CENTRO.

           ADD ORD-REAL-MES TO REAL-MES.
           ADD ORD-ENCARGOS-MES TO ENCARGOS-MES.
           ADD ORD-REAL-ANO TO REAL-ANO.
           ADD ORD-ORCADO-MES TO ORCADO-MES.
           ADD ORD-ORCADO-ANO TO ORCADO-ANO.

       COMECA-CENTRO.
           MOVE ZEROS TO REAL-MES.
           MOVE ZEROS TO ENCARGOS-MES.
           MOVE ZEROS TO REAL-ANO.
           MOVE ZEROS TO ORCADO-MES.
           MOVE ZEROS TO ORCADO-ANO.

           MOVE CENTRO-CUSTO-ATUAL TO DET-CENTRO.
           MOVE REAL-MES TO DET-REAL-MES.
           MOVE ENCARGOS-MES TO DET-ENCARGOS-MES.
           MOVE ORCADO-MES TO DET-ORCADO-MES.
           MOVE VARIACAO-MES TO DET-VARIACAO.
           MOVE REAL-ANO TO DET-REAL-ANO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDRATEIO.cob".
           COPY "PDPARAMETRO.cob".

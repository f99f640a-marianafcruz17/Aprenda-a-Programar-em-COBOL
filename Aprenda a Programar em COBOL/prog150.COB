      *    no razao todo mes. Debito por centro = bruto + comissao
      *    + horas extras + ferias + adicional de tempo +
      *    retroativo - faltas; a soma dos debitos bate com a soma
      *    dos creditos. Os encargos da empresa gravados pela folha
      *    (FGTS e INSS patronal com RAT e terceiros) saem como
      *    debitos proprios de cada centro, contra os creditos de
      *    FGTS e de INSS patronal a recolher. Os descontos de
      *    beneficios (vale-transporte) saem em creditos proprios,
      *    para o lancamento seguir fechando. Os reembolsos de
      *    despesas quitados na competencia (reembolsos.dat) saem
      *    em debito proprio no centro de custo de cada
      *    comprovante; a parte paga ja esta no liquido e a parte
      *    compensada no adiantamento sai em credito proprio.
      *    Funcionario com rateio vigente em rateios.dat (PROG215)
      *    tem salarios, FGTS e INSS patronal divididos entre os
      *    centros de custo pelos percentuais do rateio; sem
      *    rateio valido o custo vai todo para o departamento.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFOLHAHIST.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBRATEIO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "RAZAOSORT.TMP".
           SELECT RELATORIO-RAZAO
               ASSIGN TO "LANCAMENTOSFOLHA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDRATEIO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CENTRO-CUSTO PIC 9(4).
      *    natureza do debito dentro do centro: "1" salarios,
      *    "2" FGTS, "3" INSS patronal (com RAT e terceiros),
      *    "4" reembolso de despesas.
           05 ORD-NATUREZA PIC X.
               88 ORD-SALARIOS VALUE "1".
               88 ORD-FGTS VALUE "2".
               88 ORD-INSS-EMPRESA VALUE "3".
               88 ORD-REEMBOLSO VALUE "4".
           05 ORD-VALOR PIC S9(8)V99.

       FD  RELATORIO-RAZAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FINAL-ORDENADO PIC X.
       77  FIM-REEMBOLSOS PIC X.
       77  TOTAL-REEMB-COMPENSADO PIC 9(10)V99.
       77  PRIMEIRA-LEITURA PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  CUSTO-DA-LINHA PIC S9(8)V99.
       77  CENTRO-CUSTO-ATUAL PIC 9(4).
       77  NATUREZA-ATUAL PIC X.
       77  TOTAL-CENTRO PIC S9(10)V99.
       77  TOTAL-DEBITOS PIC S9(12)V99.
       77  TOTAL-INSS PIC 9(10)V99.
       77  TOTAL-IRRF PIC 9(10)V99.
       77  TOTAL-ADIANTAMENTOS PIC 9(10)V99.
       77  TOTAL-LIQUIDO PIC 9(12)V99.
       77  TOTAL-FGTS PIC 9(10)V99.
       77  TOTAL-VALE-TRANSPORTE PIC 9(10)V99.
       77  TOTAL-PLANO-SAUDE PIC 9(10)V99.
       77  TOTAL-PENSAO PIC 9(10)V99.
       77  TOTAL-CONSIGNADO PIC 9(10)V99.
       77  TOTAL-SINDICATO PIC 9(10)V99.
       77  TOTAL-INSS-EMPRESA PIC 9(10)V99.
       77  TOTAL-CREDITOS PIC 9(12)V99.
       77  QTD-SEM-DEPTO PIC 9(4).
       77  QTD-RATEADOS PIC 9(4).
       77  CENTRO-DO-FUNCIONARIO PIC 9(4).
       77  VALOR-A-LIBERAR PIC S9(8)V99.
       77  INDICE-RATEIO PIC 9(2).

       01  COMPETENCIA-DA-LINHA PIC 9(6).
       01  HIST-DATA-DESMONTADA.
       01  LINHA-DEBITO.
           05 FILLER PIC X(22) VALUE "D  Centro de custo ".
           05 DEB-CENTRO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DEB-DESCRICAO PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DEB-VALOR PIC ZZ,ZZZ,ZZ9.99.

           05 CTL-DESCRICAO PIC X(26).
           05 CTL-VALOR PIC ZZZ,ZZZ,ZZ9.99.

           COPY "WSRATEIO.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Lancamento de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-REEMBOLSOS.
           OPEN INPUT ARQUIVO-RATEIOS.

           MOVE ZEROS TO TOTAL-DEBITOS.
           MOVE ZEROS TO TOTAL-INSS.
           MOVE ZEROS TO TOTAL-IRRF.
           MOVE ZEROS TO TOTAL-ADIANTAMENTOS.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE ZEROS TO TOTAL-FGTS.
           MOVE ZEROS TO TOTAL-VALE-TRANSPORTE.
           MOVE ZEROS TO TOTAL-PLANO-SAUDE.
           MOVE ZEROS TO TOTAL-PENSAO.
           MOVE ZEROS TO TOTAL-CONSIGNADO.
           MOVE ZEROS TO TOTAL-SINDICATO.
           MOVE ZEROS TO TOTAL-INSS-EMPRESA.
           MOVE ZEROS TO TOTAL-REEMB-COMPENSADO.
           MOVE ZEROS TO QTD-SEM-DEPTO.
           MOVE ZEROS TO QTD-RATEADOS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CENTRO-CUSTO
                                ORD-NATUREZA
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-LANCAMENTO.

           CLOSE ARQUIVO-FOLHA-HISTORICO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-REEMBOLSOS.
           CLOSE ARQUIVO-RATEIOS.

           DISPLAY "Lancamento gravado em LANCAMENTOSFOLHA.LST".
           DISPLAY "Debitos..: " TOTAL-DEBITOS.
               DISPLAY "ATENCAO: " QTD-SEM-DEPTO
                   " linhas sem centro de custo cairam no centro "
                   "zero".

           IF QTD-RATEADOS > ZEROS
               DISPLAY "Linhas rateadas entre centros: "
                   QTD-RATEADOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           PERFORM CLASSIFICA-LINHA
               UNTIL FINAL-ARQUIVO = "S".

           PERFORM LIBERA-REEMBOLSOS.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.
       CLASSIFICA-LINHA.
           PERFORM ACHA-COMPETENCIA-DA-LINHA.

      *    a folha complementar (PROG194) da competencia entra no
      *    mesmo lancamento - e custo e liquido a pagar dela.
           IF (FOLHA-HIST-MENSAL OR FOLHA-HIST-COMPLEMENTAR) AND
               COMPETENCIA-DA-LINHA = COMPETENCIA-PEDIDA
               PERFORM LIBERA-CUSTO-DA-LINHA.

               MOVE HIST-DESM-ANO-MES TO COMPETENCIA-DA-LINHA.

       LIBERA-CUSTO-DA-LINHA.
      *    o custo da linha vai para os centros do rateio vigente
      *    na competencia ou, sem ele, para o centro de custo do
      *    departamento do funcionario; os creditos acumulam nos
      *    totais para a segunda metade do lancamento.
           COMPUTE CUSTO-DA-LINHA =
               FOLHA-HIST-BRUTO + FOLHA-HIST-COMISSAO +
               FOLHA-HIST-HORA-EXTRA + FOLHA-HIST-FERIAS +
               FOLHA-HIST-ADICIONAL-TEMPO +
               FOLHA-HIST-RETROATIVO +
               FOLHA-HIST-ADIC-NOTURNO +
               FOLHA-HIST-DOMINGO-FERIADO -
               FOLHA-HIST-DESCONTO-FALTAS.

           PERFORM ACHA-DESTINO-DO-CUSTO.

           MOVE "1" TO ORD-NATUREZA.
           MOVE CUSTO-DA-LINHA TO VALOR-A-LIBERAR.
           ADD CUSTO-DA-LINHA TO TOTAL-DEBITOS.
           ADD FOLHA-HIST-DESCONTO-INSS TO TOTAL-INSS.
           ADD FOLHA-HIST-DESCONTO-IRRF TO TOTAL-IRRF.
           ADD FOLHA-HIST-DESCONTO-ADIANT TO TOTAL-ADIANTAMENTOS.
           ADD FOLHA-HIST-LIQUIDO TO TOTAL-LIQUIDO.
           ADD FOLHA-HIST-DESCONTO-VT TO TOTAL-VALE-TRANSPORTE.
           ADD FOLHA-HIST-DESCONTO-PLANO TO TOTAL-PLANO-SAUDE.
           ADD FOLHA-HIST-DESCONTO-PENSAO TO TOTAL-PENSAO.
           ADD FOLHA-HIST-DESCONTO-CONSIG TO TOTAL-CONSIGNADO.
           ADD FOLHA-HIST-DESCONTO-SINDICATO TO TOTAL-SINDICATO.
           PERFORM LIBERA-DEBITO.

      *    encargos da empresa no mesmo centro, em debitos
      *    proprios - linha antiga, sem os campos, vem zerada e
      *    nao libera nada.
           IF FOLHA-HIST-FGTS > ZEROS
               MOVE "2" TO ORD-NATUREZA
               MOVE FOLHA-HIST-FGTS TO VALOR-A-LIBERAR
               ADD FOLHA-HIST-FGTS TO TOTAL-DEBITOS
               ADD FOLHA-HIST-FGTS TO TOTAL-FGTS
               PERFORM LIBERA-DEBITO.

           COMPUTE CUSTO-DA-LINHA =
               FOLHA-HIST-INSS-EMPRESA + FOLHA-HIST-RAT +
               FOLHA-HIST-TERCEIROS.

           IF CUSTO-DA-LINHA > ZEROS
               MOVE "3" TO ORD-NATUREZA
               MOVE CUSTO-DA-LINHA TO VALOR-A-LIBERAR
               ADD CUSTO-DA-LINHA TO TOTAL-DEBITOS
               ADD CUSTO-DA-LINHA TO TOTAL-INSS-EMPRESA
               PERFORM LIBERA-DEBITO.

       ACHA-DESTINO-DO-CUSTO.
      *    vale o rateio de maior vigencia ate o ultimo dia da
      *    competencia da linha.
           MOVE FOLHA-HIST-CODIGO TO RATEIO-PEDIDO-FUNCIONARIO.
           COMPUTE RATEIO-PEDIDO-DATA =
               COMPETENCIA-DA-LINHA * 100 + 31.
           PERFORM CARREGA-RATEIO.

           IF RATEIO-VALIDO = "S"
               ADD 1 TO QTD-RATEADOS
           ELSE
               PERFORM ACHA-CENTRO-DE-CUSTO
               MOVE ORD-CENTRO-CUSTO TO CENTRO-DO-FUNCIONARIO.

       LIBERA-DEBITO.
           IF RATEIO-VALIDO = "S"
               MOVE VALOR-A-LIBERAR TO RATEIO-VALOR-TOTAL
               PERFORM RATEIA-VALOR
               PERFORM LIBERA-PARTE-RATEADA
                   VARYING INDICE-RATEIO FROM 1 BY 1
                   UNTIL INDICE-RATEIO > RATEIO-QTD-CENTROS
           ELSE
               MOVE CENTRO-DO-FUNCIONARIO TO ORD-CENTRO-CUSTO
               MOVE VALOR-A-LIBERAR TO ORD-VALOR
               RELEASE ORDENACAO-REGISTRO.

       LIBERA-PARTE-RATEADA.
           MOVE RATEIO-CENTRO-CUSTO (INDICE-RATEIO) TO
               ORD-CENTRO-CUSTO.
           MOVE RATEIO-VALOR-PARTE (INDICE-RATEIO) TO ORD-VALOR.
           RELEASE ORDENACAO-REGISTRO.

       LIBERA-REEMBOLSOS.
      *    cada comprovante quitado na competencia debita o centro
      *    de custo gravado nele, que pode nao ser o do
      *    departamento do funcionario.
           MOVE ZEROS TO REEMB-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO REEMB-DATA.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE "N" TO FIM-REEMBOLSOS.

           START ARQUIVO-REEMBOLSOS
               KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-REEMBOLSOS.

           PERFORM EXAMINA-REEMBOLSO
               UNTIL FIM-REEMBOLSOS = "S".

       EXAMINA-REEMBOLSO.
           READ ARQUIVO-REEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REEMBOLSOS.

           IF FIM-REEMBOLSOS = "N"
               IF REEMB-QUITADO AND
                   REEMB-COMPETENCIA-PAGA = COMPETENCIA-PEDIDA
                   PERFORM LIBERA-UM-REEMBOLSO.

       LIBERA-UM-REEMBOLSO.
           MOVE REEMB-CENTRO-CUSTO TO ORD-CENTRO-CUSTO.
           MOVE "4" TO ORD-NATUREZA.
           MOVE REEMB-VALOR TO ORD-VALOR.
           ADD REEMB-VALOR TO TOTAL-DEBITOS.
           ADD REEMB-VALOR-COMPENSADO TO TOTAL-REEMB-COMPENSADO.
           RELEASE ORDENACAO-REGISTRO.

       ACHA-CENTRO-DE-CUSTO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               MOVE ORD-CENTRO-CUSTO TO CENTRO-CUSTO-ATUAL
               MOVE ORD-NATUREZA TO NATUREZA-ATUAL
               MOVE ZEROS TO TOTAL-CENTRO
           ELSE
               IF ORD-CENTRO-CUSTO NOT = CENTRO-CUSTO-ATUAL OR
                   ORD-NATUREZA NOT = NATUREZA-ATUAL
                   PERFORM ESCREVE-DEBITO
                   MOVE ORD-CENTRO-CUSTO TO CENTRO-CUSTO-ATUAL
                   MOVE ORD-NATUREZA TO NATUREZA-ATUAL
                   MOVE ZEROS TO TOTAL-CENTRO.

           ADD ORD-VALOR TO TOTAL-CENTRO.
           MOVE CENTRO-CUSTO-ATUAL TO DEB-CENTRO.
           MOVE TOTAL-CENTRO TO DEB-VALOR.

           EVALUATE NATUREZA-ATUAL
               WHEN "2"
                   MOVE "FGTS" TO DEB-DESCRICAO
               WHEN "3"
                   MOVE "INSS patronal" TO DEB-DESCRICAO
               WHEN "4"
                   MOVE "Reemb.despesas" TO DEB-DESCRICAO
               WHEN OTHER
                   MOVE "Salarios" TO DEB-DESCRICAO
           END-EVALUATE.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DEBITO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-ADIANTAMENTOS TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Pensao alimenticia....." TO CRE-DESCRICAO.
           MOVE TOTAL-PENSAO TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Consignado a repassar.." TO CRE-DESCRICAO.
           MOVE TOTAL-CONSIGNADO TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Vale-transporte descont" TO CRE-DESCRICAO.
           MOVE TOTAL-VALE-TRANSPORTE TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Plano de saude descont." TO CRE-DESCRICAO.
           MOVE TOTAL-PLANO-SAUDE TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Contrib. sindical repas" TO CRE-DESCRICAO.
           MOVE TOTAL-SINDICATO TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Reemb. compensado adto." TO CRE-DESCRICAO.
           MOVE TOTAL-REEMB-COMPENSADO TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "Liquido a pagar........" TO CRE-DESCRICAO.
           MOVE TOTAL-LIQUIDO TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "FGTS a recolher........" TO CRE-DESCRICAO.
           MOVE TOTAL-FGTS TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

           MOVE "INSS patronal a recolh." TO CRE-DESCRICAO.
           MOVE TOTAL-INSS-EMPRESA TO CRE-VALOR.
           PERFORM ESCREVE-LINHA-CREDITO.

       ESCREVE-LINHA-CREDITO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CREDITO TO LINHA-RELATORIO.
       ESCREVE-CONTROLES.
           COMPUTE TOTAL-CREDITOS =
               TOTAL-INSS + TOTAL-IRRF +
               TOTAL-ADIANTAMENTOS + TOTAL-LIQUIDO +
               TOTAL-PENSAO + TOTAL-CONSIGNADO +
               TOTAL-VALE-TRANSPORTE + TOTAL-PLANO-SAUDE +
               TOTAL-SINDICATO + TOTAL-REEMB-COMPENSADO +
               TOTAL-FGTS + TOTAL-INSS-EMPRESA.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "ATENCAO: debitos e creditos nao fecharam".

           COPY "PDRATEIO.cob".
           COPY "PDPARAMETRO.cob".

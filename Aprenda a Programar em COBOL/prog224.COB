       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG224.
      *    projecao de caixa dos proximos 90 dias, semana a semana
      *    (treze semanas a partir do dia da rodada), pedida toda
      *    segunda-feira pelo financeiro. Entradas: o saldo de cada
      *    fatura em aberto, esperado no vencimento somado ao
      *    atraso medio que o cliente costuma ter, medido nos
      *    pagamentos de recebimentos.dat (fatura vencida cuja data
      *    esperada ja passou cai na primeira semana). Saidas: cada
      *    folha que vence no horizonte, paga no dia
      *    DIA-PAGTO-FOLHA (PROG176, contingencia dia 5) do mes
      *    seguinte a competencia - liquido e encargos da empresa
      *    da ultima folha mensal de folha_historico.dat, com os
      *    aumentos ainda pendentes de pendencias_salario.dat e as
      *    comissoes pendentes de comissoes_folha.dat somados nas
      *    competencias em que entram - e cada parcela em aberto de
      *    contas_pagar.dat (notas de fornecedor do PROG236), pelo
      *    saldo VALOR - PAGO na semana do vencimento (parcela
      *    vencida cai na primeira semana). O relatorio mostra a
      *    posicao liquida de cada semana e o saldo acumulado a
      *    partir do caixa inicial digitado pelo operador. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (FLUXOCAIXA_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBPENDSAL.cob".
           COPY "SBCOMFOLHA.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPAGAR.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-FLUXO
               ASSIGN TO SAIDAFLUXO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDPENDSAL.cob".
           COPY "FDCOMFOLHA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPAGAR.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-FLUXO.
       01  LINHA-RELATORIO PIC X(120).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-LEITURA PIC X.
       77  ACHOU-FOLHA PIC X.
       77  FIM-AGENDA PIC X.
       77  FOLHA-PROJETADA PIC X.
       77  PRIMEIRA-PROJETADA PIC 9(2).
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-DO-PAGAMENTO PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(5).
       77  DIAS-ESPERADOS PIC S9(9).
       77  ATRASO-MEDIO PIC 9(5).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  SALDO-DA-PARCELA PIC S9(8)V99.
       77  CAIXA-INICIAL PIC S9(10)V99.
      *    contingencia quando parametros.dat nao traz a chave.
       77  DIA-PAGTO-FOLHA PIC 9(2) VALUE 5.
       77  QTD-SEMANAS PIC 9(2) VALUE 13.
       77  SEMANA PIC 9(2).
       77  INDICE-SEMANA PIC 9(2).
       77  INDICE-PAGAMENTO PIC 9(2).
       77  QTD-PAGAMENTOS PIC 9(2).
       77  DATA-ULTIMA-FOLHA PIC 9(8).
       77  COMPETENCIA-ULTIMA PIC 9(6).
       77  COMPETENCIA-PROJETADA PIC 9(6).
       77  FOLHA-BASE PIC S9(10)V99.
       77  BASE-ENCARGOS-FOLHA PIC 9(10)V99.
       77  ENCARGOS-FOLHA PIC 9(10)V99.
       77  COMISSAO-FOLHA PIC 9(10)V99.
       77  TAXA-ENCARGOS PIC 9V9(4).
       77  DIFERENCA-SALARIO PIC S9(6)V99.
       77  VALOR-FORA-HORIZONTE PIC 9(10)V99.
       77  QTD-FATURAS-PROJETADAS PIC 9(6).
       77  QTD-FATURAS-ATRASADAS PIC 9(6).
       77  PAGAR-FORA-HORIZONTE PIC 9(10)V99.
       77  QTD-PARCELAS-PROJETADAS PIC 9(6).
       77  QTD-PARCELAS-ATRASADAS PIC 9(6).
       77  TOTAL-ENTRADAS PIC 9(12)V99.
       77  TOTAL-FOLHA PIC 9(12)V99.
       77  TOTAL-COMISSOES PIC 9(12)V99.
       77  TOTAL-FORNECEDORES PIC 9(12)V99.
       77  LIQUIDO-SEMANA PIC S9(12)V99.
       77  SALDO-ACUMULADO PIC S9(12)V99.

      *    atraso medio de pagamento por cliente, indexado pelo
      *    codigo do cliente gravado no recebimento.
       01  TABELA-ATRASOS.
           05 ATRASO-CLIENTE OCCURS 9999 TIMES.
               10 ATR-QTD-PAGAMENTOS PIC 9(5).
               10 ATR-SOMA-DIAS PIC 9(9).

       01  TABELA-SEMANAS.
           05 SEMANA-PROJETADA OCCURS 13 TIMES.
               10 SEM-INICIO PIC 9(8).
               10 SEM-ENTRADAS PIC 9(10)V99.
               10 SEM-FOLHA PIC 9(10)V99.
               10 SEM-COMISSOES PIC 9(10)V99.
               10 SEM-FORNECEDORES PIC 9(10)V99.

      *    folhas que vencem no horizonte - a da ultima competencia
      *    rodada, se ainda nao foi paga, e as projetadas depois
      *    dela.
       01  TABELA-PAGAMENTOS.
           05 PAGAMENTO-FOLHA OCCURS 5 TIMES.
               10 PAG-COMPETENCIA PIC 9(6).
               10 PAG-DATA PIC 9(8).
               10 PAG-SEMANA PIC 9(2).
               10 PAG-PROJETADA PIC X.
               10 PAG-AUMENTOS PIC S9(8)V99.
               10 PAG-COMISSOES PIC 9(8)V99.
               10 PAG-VALOR-FOLHA PIC S9(10)V99.
               10 PAG-VALOR-COMISSOES PIC 9(10)V99.

      *    data corrente do calendario das semanas, desmontada
      *    para a virada de dia, mes e ano.
       01  DATA-CORRENTE PIC 9(8).
       01  DATA-CORRENTE-DESM REDEFINES DATA-CORRENTE.
           05 CORR-ANO PIC 9(4).
           05 CORR-MES PIC 9(2).
           05 CORR-DIA PIC 9(2).
       77  DIAS-NO-MES PIC 9(2).
       77  RESTO-BISSEXTO PIC 9(3).
       77  QUOCIENTE-BISSEXTO PIC 9(4).

       01  COMPETENCIA-CORRENTE PIC 9(6).
       01  COMPETENCIA-CORRENTE-DESM REDEFINES COMPETENCIA-CORRENTE.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  DATA-DA-LINHA PIC 9(8).
       01  DATA-DA-LINHA-DESM REDEFINES DATA-DA-LINHA.
           05 LINHA-ANO-MES PIC 9(6).
           05 LINHA-DIA PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "PROJECAO DE CAIXA - 13 SEMANAS A PARTIR ".
           05 FILLER PIC X(3) VALUE "DE ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-CAIXA.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "Caixa inicial: ".
           05 CAB-CAIXA PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(50) VALUE
               "Sem  Inicio            Entradas           Folha".
           05 FILLER PIC X(29) VALUE
               "     Comissoes   Fornecedores".
           05 FILLER PIC X(33) VALUE
               "         Liquido        Acumulado".

       01  LINHA-SEMANA.
           05 LS-SEMANA PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-INICIO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-ENTRADAS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-FOLHA PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-COMISSOES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-FORNECEDORES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LS-LIQUIDO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 LS-ACUMULADO PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAIS.
           05 FILLER PIC X(16) VALUE "Total".
           05 LT-ENTRADAS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-FOLHA PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-COMISSOES PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LT-FORNECEDORES PIC ZZZ,ZZZ,ZZ9.99.

       01  LINHA-PAGAMENTO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "Competencia ".
           05 LP-COMPETENCIA PIC 9999/99.
           05 FILLER PIC X(9) VALUE "  paga em".
           05 FILLER PIC X(1) VALUE SPACE.
           05 LP-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-TIPO PIC X(10).
           05 LP-VALOR PIC -ZZZ,ZZZ,ZZ9.99.

       01  LINHA-NOTA.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LN-DESCRICAO PIC X(50).
           05 LN-VALOR PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           DISPLAY "Saldo de caixa inicial: ".
           ACCEPT CAIXA-INICIAL.

           PERFORM CARREGA-PARAMETROS.
           MOVE "DIA-PAGTO-FOLHA" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIA-PAGTO-FOLHA.

      *    o dia do pagamento precisa existir em qualquer mes.
           IF DIA-PAGTO-FOLHA < 1 OR DIA-PAGTO-FOLHA > 28
               MOVE 5 TO DIA-PAGTO-FOLHA.

           PERFORM MONTA-SEMANAS.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           PERFORM MEDE-ATRASOS-CLIENTES.
           CLOSE ARQUIVO-RECEBIMENTOS.

           PERFORM PROJETA-ENTRADAS.
           CLOSE ARQUIVO-FATURAS.

           PERFORM PROJETA-FOLHAS.

           OPEN INPUT ARQUIVO-PAGAR.
           PERFORM PROJETA-CONTAS-A-PAGAR.
           CLOSE ARQUIVO-PAGAR.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG224" TO IMPRESSAO-PROGRAMA.
           MOVE "FLUXOCAIXA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFLUXO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-FLUXO.
           PERFORM IMPRIME-PROJECAO.
           CLOSE RELATORIO-FLUXO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       MONTA-SEMANAS.
      *    a primeira semana comeca hoje; cada uma tem sete dias.
           MOVE ZEROS TO TABELA-SEMANAS.
           MOVE DATA-DE-HOJE TO DATA-CORRENTE.

           PERFORM GUARDA-INICIO-SEMANA
               VARYING INDICE-SEMANA FROM 1 BY 1
               UNTIL INDICE-SEMANA > QTD-SEMANAS.

       GUARDA-INICIO-SEMANA.
           MOVE DATA-CORRENTE TO SEM-INICIO (INDICE-SEMANA).
           PERFORM AVANCA-UM-DIA 7 TIMES.

       AVANCA-UM-DIA.
           PERFORM ACHA-DIAS-NO-MES.

           IF CORR-DIA < DIAS-NO-MES
               ADD 1 TO CORR-DIA
           ELSE
               MOVE 1 TO CORR-DIA
               IF CORR-MES < 12
                   ADD 1 TO CORR-MES
               ELSE
                   MOVE 1 TO CORR-MES
                   ADD 1 TO CORR-ANO.

       ACHA-DIAS-NO-MES.
           IF CORR-MES = 4 OR 6 OR 9 OR 11
               MOVE 30 TO DIAS-NO-MES
           ELSE
               IF CORR-MES = 2
                   PERFORM ACHA-DIAS-FEVEREIRO
               ELSE
                   MOVE 31 TO DIAS-NO-MES.

       ACHA-DIAS-FEVEREIRO.
           MOVE 28 TO DIAS-NO-MES.

           DIVIDE CORR-ANO BY 4
               GIVING QUOCIENTE-BISSEXTO
               REMAINDER RESTO-BISSEXTO.
           IF RESTO-BISSEXTO = ZEROS
               MOVE 29 TO DIAS-NO-MES
               DIVIDE CORR-ANO BY 100
                   GIVING QUOCIENTE-BISSEXTO
                   REMAINDER RESTO-BISSEXTO
               IF RESTO-BISSEXTO = ZEROS
                   MOVE 28 TO DIAS-NO-MES
                   DIVIDE CORR-ANO BY 400
                       GIVING QUOCIENTE-BISSEXTO
                       REMAINDER RESTO-BISSEXTO
                   IF RESTO-BISSEXTO = ZEROS
                       MOVE 29 TO DIAS-NO-MES.

       ACHA-SEMANA-DOS-DIAS.
      *    semana (1 a 13) a DIAS-ESPERADOS de hoje; zero quando
      *    cai alem do horizonte. Data ja passada fica na primeira.
           IF DIAS-ESPERADOS < ZEROS
               MOVE ZEROS TO DIAS-ESPERADOS.

           IF DIAS-ESPERADOS > QTD-SEMANAS * 7 - 1
               MOVE ZEROS TO SEMANA
           ELSE
               COMPUTE SEMANA = DIAS-ESPERADOS / 7 + 1.

       MEDE-ATRASOS-CLIENTES.
      *    so os pagamentos de fatura contam - encargo, baixa como
      *    perda e recuperacao nao dizem nada do habito do cliente.
      *    Pagamento antecipado conta como zero dias de atraso.
           MOVE ZEROS TO TABELA-ATRASOS.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMO-RECEBIMENTO.

           PERFORM MEDE-UM-RECEBIMENTO
               UNTIL FIM-LEITURA = "S".

       LE-PROXIMO-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       MEDE-UM-RECEBIMENTO.
           IF RECEB-TIPO = SPACE AND RECEB-CLIENTE-CODIGO > ZEROS
               PERFORM MEDE-PAGAMENTO-DE-FATURA.

           PERFORM LE-PROXIMO-RECEBIMENTO.

       MEDE-PAGAMENTO-DE-FATURA.
           MOVE RECEB-FATURA-NUMERO TO FATURA-NUMERO.
           READ ARQUIVO-FATURAS RECORD
               INVALID KEY
                   MOVE ZEROS TO FATURA-DATA-VENCIMENTO.

           IF FATURA-DATA-VENCIMENTO > ZEROS
               PERFORM SOMA-ATRASO-DO-PAGAMENTO.

       SOMA-ATRASO-DO-PAGAMENTO.
           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DO-PAGAMENTO.

           MOVE RECEB-DATA TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-DE-ATRASO =
               CALCDIAS-TOTAL - DIAS-DO-PAGAMENTO.

           IF DIAS-DE-ATRASO < ZEROS
               MOVE ZEROS TO DIAS-DE-ATRASO.

           ADD 1 TO ATR-QTD-PAGAMENTOS (RECEB-CLIENTE-CODIGO).
           ADD DIAS-DE-ATRASO TO ATR-SOMA-DIAS (RECEB-CLIENTE-CODIGO).

       PROJETA-ENTRADAS.
           MOVE ZEROS TO VALOR-FORA-HORIZONTE.
           MOVE ZEROS TO QTD-FATURAS-PROJETADAS.
           MOVE ZEROS TO QTD-FATURAS-ATRASADAS.

           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM PROJETA-UMA-FATURA
               UNTIL FIM-LEITURA = "S".

       PROJETA-UMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               COMPUTE SALDO-DA-FATURA =
                   FATURA-VALOR - FATURA-VALOR-PAGO -
                   FATURA-VALOR-CREDITO
               IF FATURA-EM-ABERTO AND SALDO-DA-FATURA > ZEROS
                   PERFORM DISTRIBUI-FATURA.

       DISTRIBUI-FATURA.
           MOVE ZEROS TO ATRASO-MEDIO.
           IF FATURA-CLIENTE-CODIGO > ZEROS
               IF ATR-QTD-PAGAMENTOS (FATURA-CLIENTE-CODIGO) > ZEROS
                   COMPUTE ATRASO-MEDIO ROUNDED =
                       ATR-SOMA-DIAS (FATURA-CLIENTE-CODIGO) /
                       ATR-QTD-PAGAMENTOS (FATURA-CLIENTE-CODIGO).

           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-ESPERADOS =
               CALCDIAS-TOTAL + ATRASO-MEDIO - DIAS-DE-HOJE.

           IF DIAS-ESPERADOS < ZEROS
               ADD 1 TO QTD-FATURAS-ATRASADAS.

           PERFORM ACHA-SEMANA-DOS-DIAS.

           IF SEMANA = ZEROS
               ADD SALDO-DA-FATURA TO VALOR-FORA-HORIZONTE
           ELSE
               ADD 1 TO QTD-FATURAS-PROJETADAS
               ADD SALDO-DA-FATURA TO SEM-ENTRADAS (SEMANA).

       PROJETA-FOLHAS.
           MOVE ZEROS TO TABELA-PAGAMENTOS.
           MOVE ZEROS TO QTD-PAGAMENTOS.

           PERFORM ACHA-ULTIMA-FOLHA.

           IF ACHOU-FOLHA = "N"
               DISPLAY "Nenhuma folha mensal em folha_historico.dat"
               DISPLAY "- projecao sem saidas de folha."
           ELSE
               PERFORM SOMA-ULTIMA-FOLHA
               PERFORM MONTA-PAGAMENTOS-FOLHA
               PERFORM SOMA-AUMENTOS-PENDENTES
               PERFORM SOMA-COMISSOES-PENDENTES
               PERFORM LANCA-PAGAMENTOS-FOLHA
                   VARYING INDICE-PAGAMENTO FROM 1 BY 1
                   UNTIL INDICE-PAGAMENTO > QTD-PAGAMENTOS.

       ACHA-ULTIMA-FOLHA.
      *    a ultima folha e a rodada mensal de data mais recente.
           MOVE "N" TO ACHOU-FOLHA.
           MOVE ZEROS TO DATA-ULTIMA-FOLHA.
           MOVE ZEROS TO COMPETENCIA-ULTIMA.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMA-FOLHA.

           PERFORM CONFERE-DATA-DA-FOLHA
               UNTIL FIM-LEITURA = "S".

           CLOSE ARQUIVO-FOLHA-HISTORICO.

       LE-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       CONFERE-DATA-DA-FOLHA.
           IF FOLHA-HIST-MENSAL AND
               FOLHA-HIST-DATA NOT < DATA-ULTIMA-FOLHA
               MOVE "S" TO ACHOU-FOLHA
               MOVE FOLHA-HIST-DATA TO DATA-ULTIMA-FOLHA
               PERFORM ACHA-COMPETENCIA-DA-LINHA.

           PERFORM LE-PROXIMA-FOLHA.

       ACHA-COMPETENCIA-DA-LINHA.
      *    linhas antigas nao trazem a competencia - vale o mes da
      *    data da rodada.
           IF FOLHA-HIST-COMPETENCIA > ZEROS
               MOVE FOLHA-HIST-COMPETENCIA TO COMPETENCIA-ULTIMA
           ELSE
               MOVE FOLHA-HIST-DATA TO DATA-DA-LINHA
               MOVE LINHA-ANO-MES TO COMPETENCIA-ULTIMA.

       SOMA-ULTIMA-FOLHA.
      *    saida de caixa da folha: o liquido creditado e os
      *    encargos da empresa. A comissao sai da base porque cada
      *    competencia projetada soma a sua propria, de
      *    comissoes_folha.dat; os aumentos e as comissoes levam a
      *    mesma taxa de encargos da ultima folha.
           MOVE ZEROS TO FOLHA-BASE.
           MOVE ZEROS TO BASE-ENCARGOS-FOLHA.
           MOVE ZEROS TO ENCARGOS-FOLHA.
           MOVE ZEROS TO COMISSAO-FOLHA.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMA-FOLHA.

           PERFORM SOMA-UMA-LINHA-DA-FOLHA
               UNTIL FIM-LEITURA = "S".

           CLOSE ARQUIVO-FOLHA-HISTORICO.

           MOVE ZEROS TO TAXA-ENCARGOS.
           IF BASE-ENCARGOS-FOLHA > ZEROS
               COMPUTE TAXA-ENCARGOS ROUNDED =
                   ENCARGOS-FOLHA / BASE-ENCARGOS-FOLHA.

       SOMA-UMA-LINHA-DA-FOLHA.
           IF FOLHA-HIST-MENSAL AND
               FOLHA-HIST-DATA = DATA-ULTIMA-FOLHA
               ADD FOLHA-HIST-LIQUIDO TO FOLHA-BASE
               ADD FOLHA-HIST-FGTS FOLHA-HIST-INSS-EMPRESA
                   FOLHA-HIST-RAT FOLHA-HIST-TERCEIROS
                   TO ENCARGOS-FOLHA
               ADD FOLHA-HIST-BASE-ENCARGOS TO BASE-ENCARGOS-FOLHA
               ADD FOLHA-HIST-COMISSAO TO COMISSAO-FOLHA.

           PERFORM LE-PROXIMA-FOLHA.

       MONTA-PAGAMENTOS-FOLHA.
      *    a competencia C e paga no DIA-PAGTO-FOLHA do mes C+1.
      *    A ultima rodada so entra se o pagamento ainda nao
      *    passou; as competencias seguintes, ainda sem folha,
      *    entram ate o fim do horizonte - a que ja devia ter sido
      *    paga cai na primeira semana.
           MOVE COMPETENCIA-ULTIMA TO COMPETENCIA-PROJETADA.
           MOVE "N" TO FOLHA-PROJETADA.
           MOVE "N" TO FIM-AGENDA.
           MOVE ZEROS TO PRIMEIRA-PROJETADA.

           PERFORM AGENDA-UMA-COMPETENCIA
               UNTIL FIM-AGENDA = "S" OR QTD-PAGAMENTOS = 5.

       AGENDA-UMA-COMPETENCIA.
           MOVE COMPETENCIA-PROJETADA TO COMPETENCIA-CORRENTE.
           PERFORM AVANCA-UMA-COMPETENCIA.

           MOVE COMPETENCIA-CORRENTE TO LINHA-ANO-MES.
           MOVE DIA-PAGTO-FOLHA TO LINHA-DIA.
           MOVE DATA-DA-LINHA TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DO-PAGAMENTO.
           COMPUTE DIAS-ESPERADOS = DIAS-DO-PAGAMENTO - DIAS-DE-HOJE.

           IF DIAS-ESPERADOS > QTD-SEMANAS * 7 - 1
               MOVE "S" TO FIM-AGENDA
           ELSE
               IF DIAS-ESPERADOS NOT < ZEROS OR
                   FOLHA-PROJETADA = "S"
                   PERFORM ACHA-SEMANA-DOS-DIAS
                   PERFORM GUARDA-PAGAMENTO.

           MOVE "S" TO FOLHA-PROJETADA.
           MOVE COMPETENCIA-CORRENTE TO COMPETENCIA-PROJETADA.

       GUARDA-PAGAMENTO.
           ADD 1 TO QTD-PAGAMENTOS.
           MOVE COMPETENCIA-PROJETADA TO
               PAG-COMPETENCIA (QTD-PAGAMENTOS).
           MOVE DATA-DA-LINHA TO PAG-DATA (QTD-PAGAMENTOS).
           MOVE SEMANA TO PAG-SEMANA (QTD-PAGAMENTOS).
           MOVE FOLHA-PROJETADA TO PAG-PROJETADA (QTD-PAGAMENTOS).

           IF FOLHA-PROJETADA = "S" AND PRIMEIRA-PROJETADA = ZEROS
               MOVE QTD-PAGAMENTOS TO PRIMEIRA-PROJETADA.

       AVANCA-UMA-COMPETENCIA.
           IF COMP-MES < 12
               ADD 1 TO COMP-MES
           ELSE
               MOVE 1 TO COMP-MES
               ADD 1 TO COMP-ANO.

       SOMA-AUMENTOS-PENDENTES.
      *    o aumento pendente vale para toda competencia projetada
      *    que termina depois da data efetiva - a diferenca e
      *    contra o salario atual do cadastro.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PENDENCIAS-SALARIO.
           MOVE "N" TO FIM-LEITURA.
           PERFORM LE-PROXIMA-PENDENCIA.

           PERFORM APLICA-UMA-PENDENCIA
               UNTIL FIM-LEITURA = "S".

           CLOSE ARQUIVO-PENDENCIAS-SALARIO.
           CLOSE ARQUIVO-FUNCIONARIO.

       LE-PROXIMA-PENDENCIA.
           READ ARQUIVO-PENDENCIAS-SALARIO RECORD AT END
               MOVE "S" TO FIM-LEITURA.

       APLICA-UMA-PENDENCIA.
           IF PEND-PENDENTE
               PERFORM AVALIA-PENDENCIA.

           PERFORM LE-PROXIMA-PENDENCIA.

       AVALIA-PENDENCIA.
           MOVE PEND-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "E" TO FUNCIONARIO-STATUS.

           IF FUNCIONARIO-ATIVO OR FUNCIONARIO-AFASTADO
               COMPUTE DIFERENCA-SALARIO =
                   PEND-SALARIO-NOVO - FUNCIONARIO-SALARIO
               PERFORM DISTRIBUI-AUMENTO
                   VARYING INDICE-PAGAMENTO FROM 1 BY 1
                   UNTIL INDICE-PAGAMENTO > QTD-PAGAMENTOS.

       DISTRIBUI-AUMENTO.
           IF PAG-PROJETADA (INDICE-PAGAMENTO) = "S" AND
               PEND-DATA-EFETIVA NOT >
                   PAG-COMPETENCIA (INDICE-PAGAMENTO) * 100 + 31
               ADD DIFERENCA-SALARIO TO
                   PAG-AUMENTOS (INDICE-PAGAMENTO).

       SOMA-COMISSOES-PENDENTES.
      *    comissao pendente entra na folha da sua competencia;
      *    atrasada (competencia ja rodada) entra na primeira
      *    projetada.
           OPEN INPUT ARQUIVO-COMISSOES-FOLHA.

           MOVE ZEROS TO COMFOLHA-CHAVE.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-COMISSOES-FOLHA
               KEY IS NOT LESS THAN COMFOLHA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM APLICA-UMA-COMISSAO
               UNTIL FIM-LEITURA = "S".

           CLOSE ARQUIVO-COMISSOES-FOLHA.

       APLICA-UMA-COMISSAO.
           READ ARQUIVO-COMISSOES-FOLHA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               IF COMFOLHA-PENDENTE AND PRIMEIRA-PROJETADA > ZEROS
                   PERFORM DISTRIBUI-COMISSAO.

       DISTRIBUI-COMISSAO.
           IF COMFOLHA-ANO-MES NOT > COMPETENCIA-ULTIMA
               ADD COMFOLHA-VALOR TO
                   PAG-COMISSOES (PRIMEIRA-PROJETADA)
           ELSE
               PERFORM ACHA-FOLHA-DA-COMISSAO
                   VARYING INDICE-PAGAMENTO FROM 1 BY 1
                   UNTIL INDICE-PAGAMENTO > QTD-PAGAMENTOS.

       ACHA-FOLHA-DA-COMISSAO.
           IF COMFOLHA-ANO-MES = PAG-COMPETENCIA (INDICE-PAGAMENTO)
               ADD COMFOLHA-VALOR TO
                   PAG-COMISSOES (INDICE-PAGAMENTO).

       LANCA-PAGAMENTOS-FOLHA.
      *    a folha ja rodada sai inteira como foi calculada.
           IF PAG-PROJETADA (INDICE-PAGAMENTO) = "N"
               COMPUTE PAG-VALOR-FOLHA (INDICE-PAGAMENTO) =
                   FOLHA-BASE + ENCARGOS-FOLHA
               MOVE ZEROS TO PAG-VALOR-COMISSOES (INDICE-PAGAMENTO)
           ELSE
               COMPUTE PAG-VALOR-FOLHA (INDICE-PAGAMENTO) =
                   FOLHA-BASE + ENCARGOS-FOLHA - COMISSAO-FOLHA -
                   COMISSAO-FOLHA * TAXA-ENCARGOS +
                   PAG-AUMENTOS (INDICE-PAGAMENTO) *
                   (1 + TAXA-ENCARGOS)
               COMPUTE PAG-VALOR-COMISSOES (INDICE-PAGAMENTO) =
                   PAG-COMISSOES (INDICE-PAGAMENTO) *
                   (1 + TAXA-ENCARGOS).

           MOVE PAG-SEMANA (INDICE-PAGAMENTO) TO SEMANA.
           ADD PAG-VALOR-FOLHA (INDICE-PAGAMENTO) TO
               SEM-FOLHA (SEMANA).
           ADD PAG-VALOR-COMISSOES (INDICE-PAGAMENTO) TO
               SEM-COMISSOES (SEMANA).

       PROJETA-CONTAS-A-PAGAR.
      *    saida a fornecedor: o saldo de cada parcela em aberto, na
      *    semana do vencimento - sem atraso medio, o pagamento e
      *    nosso e sai na data pela rodada do PROG237.
           MOVE ZEROS TO PAGAR-FORA-HORIZONTE.
           MOVE ZEROS TO QTD-PARCELAS-PROJETADAS.
           MOVE ZEROS TO QTD-PARCELAS-ATRASADAS.

           MOVE ZEROS TO PAGAR-CHAVE.
           MOVE "N" TO FIM-LEITURA.

           START ARQUIVO-PAGAR
               KEY IS NOT LESS THAN PAGAR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LEITURA.

           PERFORM PROJETA-UMA-PARCELA
               UNTIL FIM-LEITURA = "S".

       PROJETA-UMA-PARCELA.
           READ ARQUIVO-PAGAR NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LEITURA.

           IF FIM-LEITURA = "N"
               COMPUTE SALDO-DA-PARCELA =
                   PAGAR-VALOR - PAGAR-VALOR-PAGO
               IF PAGAR-EM-ABERTO AND SALDO-DA-PARCELA > ZEROS
                   PERFORM DISTRIBUI-PARCELA.

       DISTRIBUI-PARCELA.
           MOVE PAGAR-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-ESPERADOS = CALCDIAS-TOTAL - DIAS-DE-HOJE.

           IF DIAS-ESPERADOS < ZEROS
               ADD 1 TO QTD-PARCELAS-ATRASADAS.

           PERFORM ACHA-SEMANA-DOS-DIAS.

           IF SEMANA = ZEROS
               ADD SALDO-DA-PARCELA TO PAGAR-FORA-HORIZONTE
           ELSE
               ADD 1 TO QTD-PARCELAS-PROJETADAS
               ADD SALDO-DA-PARCELA TO SEM-FORNECEDORES (SEMANA).

       IMPRIME-PROJECAO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE CAIXA-INICIAL TO CAB-CAIXA.
           MOVE CABECALHO-CAIXA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE CAIXA-INICIAL TO SALDO-ACUMULADO.
           MOVE ZEROS TO TOTAL-ENTRADAS.
           MOVE ZEROS TO TOTAL-FOLHA.
           MOVE ZEROS TO TOTAL-COMISSOES.
           MOVE ZEROS TO TOTAL-FORNECEDORES.

           PERFORM IMPRIME-UMA-SEMANA
               VARYING INDICE-SEMANA FROM 1 BY 1
               UNTIL INDICE-SEMANA > QTD-SEMANAS.

           MOVE TOTAL-ENTRADAS TO LT-ENTRADAS.
           MOVE TOTAL-FOLHA TO LT-FOLHA.
           MOVE TOTAL-COMISSOES TO LT-COMISSOES.
           MOVE TOTAL-FORNECEDORES TO LT-FORNECEDORES.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           PERFORM ESCREVE-LINHA-EM-BRANCO.

           PERFORM IMPRIME-FOLHAS-AGENDADAS.
           PERFORM IMPRIME-NOTAS.

       IMPRIME-UMA-SEMANA.
           COMPUTE LIQUIDO-SEMANA =
               SEM-ENTRADAS (INDICE-SEMANA) -
               SEM-FOLHA (INDICE-SEMANA) -
               SEM-COMISSOES (INDICE-SEMANA) -
               SEM-FORNECEDORES (INDICE-SEMANA).
           ADD LIQUIDO-SEMANA TO SALDO-ACUMULADO.

           ADD SEM-ENTRADAS (INDICE-SEMANA) TO TOTAL-ENTRADAS.
           ADD SEM-FOLHA (INDICE-SEMANA) TO TOTAL-FOLHA.
           ADD SEM-COMISSOES (INDICE-SEMANA) TO TOTAL-COMISSOES.
           ADD SEM-FORNECEDORES (INDICE-SEMANA) TO TOTAL-FORNECEDORES.

           MOVE INDICE-SEMANA TO LS-SEMANA.
           MOVE SEM-INICIO (INDICE-SEMANA) TO LS-INICIO.
           MOVE SEM-ENTRADAS (INDICE-SEMANA) TO LS-ENTRADAS.
           MOVE SEM-FOLHA (INDICE-SEMANA) TO LS-FOLHA.
           MOVE SEM-COMISSOES (INDICE-SEMANA) TO LS-COMISSOES.
           MOVE SEM-FORNECEDORES (INDICE-SEMANA) TO LS-FORNECEDORES.
           MOVE LIQUIDO-SEMANA TO LS-LIQUIDO.
           MOVE SALDO-ACUMULADO TO LS-ACUMULADO.
           MOVE LINHA-SEMANA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-FOLHAS-AGENDADAS.
           MOVE "Folhas no horizonte:" TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF QTD-PAGAMENTOS = ZEROS
               MOVE "    nenhuma" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM IMPRIME-UMA-FOLHA
                   VARYING INDICE-PAGAMENTO FROM 1 BY 1
                   UNTIL INDICE-PAGAMENTO > QTD-PAGAMENTOS.

           PERFORM ESCREVE-LINHA-EM-BRANCO.

       IMPRIME-UMA-FOLHA.
           MOVE PAG-COMPETENCIA (INDICE-PAGAMENTO) TO LP-COMPETENCIA.
           MOVE PAG-DATA (INDICE-PAGAMENTO) TO LP-DATA.

           IF PAG-PROJETADA (INDICE-PAGAMENTO) = "S"
               MOVE "projetada" TO LP-TIPO
           ELSE
               MOVE "rodada" TO LP-TIPO.

           COMPUTE LP-VALOR =
               PAG-VALOR-FOLHA (INDICE-PAGAMENTO) +
               PAG-VALOR-COMISSOES (INDICE-PAGAMENTO).
           MOVE LINHA-PAGAMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-NOTAS.
           MOVE "Faturas projetadas no horizonte" TO LN-DESCRICAO.
           MOVE QTD-FATURAS-PROJETADAS TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "  das quais ja atrasadas (na semana 1)"
               TO LN-DESCRICAO.
           MOVE QTD-FATURAS-ATRASADAS TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "A receber depois do horizonte" TO LN-DESCRICAO.
           MOVE VALOR-FORA-HORIZONTE TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Parcelas de fornecedor no horizonte" TO LN-DESCRICAO.
           MOVE QTD-PARCELAS-PROJETADAS TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "  das quais ja vencidas (na semana 1)"
               TO LN-DESCRICAO.
           MOVE QTD-PARCELAS-ATRASADAS TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "A pagar depois do horizonte" TO LN-DESCRICAO.
           MOVE PAGAR-FORA-HORIZONTE TO LN-VALOR.
           MOVE LINHA-NOTA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA-EM-BRANCO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".

      *    por funcionario, grava um relatorio tipo contracheque e
      *    persiste uma linha por funcionario em folha_historico.dat,
      *    para a financeira reconsultar qualquer folha passada sem
      *    depender do relatorio impresso. Em modo previa a folha
      *    inteira e calculada sem gravar historico, remessa, banco
      *    de horas nem movimento algum, e sai a lista de excecoes
      *    da competencia; a rodada definitiva so entra depois da
      *    previa assinada no PROG198. O total de cada remessa
      *    definitiva fica em salarios_banco.dat para a conciliacao
      *    bancaria do PROG266 casar o debito do extrato.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXTRAEXP.cob".
           COPY "SBAPROVHORAS.cob".
           COPY "SBFALTASAPU.cob".
           COPY "SBDISCIPLINA.cob".
           COPY "SBRETRO.cob".
           COPY "SBVALETRANSP.cob".
           COPY "SBPLANOSAUDE.cob".
           COPY "SBFAIXAPLANO.cob".
           COPY "SBADESAOPLANO.cob".
           COPY "SBPENSAO.cob".
           COPY "SBPENSAOPAGA.cob".
           COPY "SBCONSIGNADO.cob".
           COPY "SBCONSIGDESC.cob".
           COPY "SBSINDICATO.cob".
           COPY "SBSINDVINCULO.cob".
           COPY "SBSINDOPCAO.cob".
           COPY "SBSINDDESC.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBTURNO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBPREVIA.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBSALBANCO.cob".
      *    a saida da folha e carimbada com a data e a sequencia
      *    da rodada (FOLHA_AAAAMMDD_NNN.LST) - o registro de hoje
      *    nunca mais atropela o de ontem. O nome fisico e montado
               ASSIGN TO SAIDAFOLHA
               ORGANIZATION IS LINE SEQUENTIAL.
      *    arquivo de remessa bancaria de largura fixa - uma linha
      *    de credito por funcionario ativo, com o liquido da folha,
      *    seguida das linhas dos beneficiarios de pensao dele.
           SELECT ARQUIVO-REMESSA
               ASSIGN TO "REMESSA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-REMESSA
               ASSIGN TO "REMESSA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    lista de excecoes da previa, carimbada como a folha e
      *    apontada pela variavel SAIDAPREVIA.
           SELECT RELATORIO-EXCECOES
               ASSIGN TO SAIDAPREVIA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXTRAEXP.cob".
           COPY "FDAPROVHORAS.cob".
           COPY "FDFALTASAPU.cob".
           COPY "FDDISCIPLINA.cob".
           COPY "FDRETRO.cob".
           COPY "FDVALETRANSP.cob".
           COPY "FDPLANOSAUDE.cob".
           COPY "FDFAIXAPLANO.cob".
           COPY "FDADESAOPLANO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPENSAOPAGA.cob".
           COPY "FDCONSIGNADO.cob".
           COPY "FDCONSIGDESC.cob".
           COPY "FDSINDICATO.cob".
           COPY "FDSINDVINCULO.cob".
           COPY "FDSINDOPCAO.cob".
           COPY "FDSINDDESC.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDTURNO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDPREVIA.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDSALBANCO.cob".

       FD  RELATORIO-FOLHA.
       01  LINHA-RELATORIO PIC X(80).
       FD  RELATORIO-REMESSA.
       01  LINHA-REGISTRO-REMESSA PIC X(80).

       FD  RELATORIO-EXCECOES.
       01  LINHA-EXCECOES PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSTABIMPOSTO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSJORNADA.cob".
           COPY "WSSUSPENSAO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSPLANOSAUDE.cob".
           COPY "WSSINDICATO.cob".
      *    data em que o banco deve efetivar os creditos: o
      *    proximo dia util depois da rodada, pelo calendario do
      *    PROG175 - o pagamento nao cai mais num domingo marcado
      *    competencia nem numa competencia fechada.
       77  COMPETENCIA-DA-RODADA PIC 9(6).
       77  COMPETENCIA-LIBERADA PIC X.
      *    "P" previa (calcula e lista excecoes, nao grava nada),
      *    "D" rodada definitiva.
       77  MODO-RODADA PIC X.
       77  PREVIA-EXISTE PIC X.
      *    lista de excecoes da previa: bloqueios impedem a
      *    assinatura, avisos so pedem confirmacao. A variacao do
      *    liquido contra a ultima folha mensal passa a aviso
      *    acima do percentual PERC-VARIACAO-PREVIA.
       77  PERCENTUAL-VARIACAO-PREVIA PIC 9(3)V99 VALUE 20.
       77  VARIACAO-LIQUIDO PIC S9(7)V99.
       77  VARIACAO-EDITADA PIC ZZZZZZ9.
       77  QTD-BLOQUEIOS PIC 9(4).
       77  QTD-AVISOS PIC 9(4).
       77  QTD-EXCECOES PIC 9(4).
       77  INDICE-EXCECAO PIC 9(4).
       77  EXCECAO-TIPO-ATUAL PIC X.
       77  EXCECAO-DESCRICAO-ATUAL PIC X(40).
      *    minutos do banco de horas que a previa calculou mas nao
      *    gravou - entram no saldo da compensacao do mesmo
      *    funcionario como se estivessem no razao.
       77  BANCO-NAO-GRAVADO PIC S9(6).

       01  TABELA-EXCECOES.
           05 EXCECAO-ENTRADA OCCURS 500 TIMES.
               10 EXC-CODIGO PIC 9(4).
               10 EXC-NOME PIC X(10).
               10 EXC-TIPO PIC X.
               10 EXC-DESCRICAO PIC X(40).

      *    liquido da ultima folha mensal de cada codigo antes da
      *    competencia da rodada, para o aviso de variacao.
       01  TABELA-ULTIMO-LIQUIDO.
           05 ULTIMO-LIQUIDO-ENTRADA OCCURS 9999 TIMES.
               10 ULT-COMPETENCIA PIC 9(6).
               10 ULT-LIQUIDO PIC 9(6)V99.
      *    aprovacao das horas do departamento pelo gestor
      *    (PROG158) - funcionario de departamento sem o mes
      *    aprovado fica de fora da rodada, listado como segurado.
      *    vigentes.
       77  TAXA-INSS PIC V99 VALUE .09.
       77  TAXA-IRRF PIC V99 VALUE .07.
      *    encargos da empresa sobre a remuneracao do mes, com as
      *    aliquotas de contingencia (o PROG176 sobrepoe): deposito
      *    do FGTS, INSS patronal, RAT e terceiros. Nao saem do
      *    liquido - vao para o historico, para o deposito do FGTS
      *    (PROG182) e para o custo da folha (PROG150/PROG168).
       77  TAXA-FGTS PIC V9(4) VALUE .0800.
       77  TAXA-INSS-EMPRESA PIC V9(4) VALUE .2000.
       77  TAXA-RAT PIC V9(4) VALUE .0200.
       77  TAXA-TERCEIROS PIC V9(4) VALUE .0580.
       77  BASE-ENCARGOS PIC S9(7)V99.
       77  VALOR-FGTS PIC 9(6)V99.
       77  VALOR-INSS-EMPRESA PIC 9(6)V99.
       77  VALOR-RAT PIC 9(6)V99.
       77  VALOR-TERCEIROS PIC 9(6)V99.
       77  TOTAL-FGTS PIC 9(8)V99.
       77  TOTAL-ENCARGOS-INSS PIC 9(8)V99.
      *    vale-transporte (PROG183): o funcionario optante paga o
      *    custo das conducoes dos dias trabalhados, limitado ao
      *    percentual do salario base proporcional a esses dias; o
      *    que passar disso a empresa paga.
       77  TAXA-VALE-TRANSPORTE PIC V9(4) VALUE .0600.
       77  DIAS-TRABALHADOS-VT PIC S9(3).
       77  CUSTO-VALE-TRANSPORTE PIC 9(6)V99.
       77  TETO-VALE-TRANSPORTE PIC 9(6)V99.
       77  DESCONTO-VALE-TRANSPORTE PIC 9(6)V99.
      *    plano de saude/odontologico (PROG186): a coparticipacao
      *    de cada vida vigente do funcionario na competencia,
      *    somada num desconto so.
       77  DESCONTO-PLANO-SAUDE PIC 9(6)V99.
       77  COPARTICIPACAO-DA-VIDA PIC 9(6)V99.
       77  VIDAS-NO-PLANO PIC 9(2).
       77  FIM-ADESOES PIC X.
      *    contribuicao sindical mensal (PROG192): pela regra do
      *    sindicato da filial/cargo do funcionario, salvo carta de
      *    oposicao; sai por ultimo, do que sobrou do liquido.
       77  DESCONTO-SINDICATO PIC 9(6)V99.
       77  SINDICATO-COBRAVEL PIC X.
       77  VIDA-COBRAVEL PIC X.
      *    pensao alimenticia por ordem judicial (PROG188): sai
      *    logo depois do INSS, do IRRF e das faltas, antes de
      *    qualquer outro desconto, calculada sobre o liquido que
      *    sobra deles. Cada ordem vigente do mes fica na tabela
      *    para o credito do beneficiario na remessa.
       77  DESCONTO-PENSAO PIC 9(6)V99.
       77  BASE-PENSAO PIC 9(7)V99.
       77  PENSAO-DEVIDA PIC 9(6)V99.
       77  PENSAO-MES-INICIO PIC 9(6).
       77  PENSAO-MES-FIM PIC 9(6).
       77  QTD-PENSOES-DO-MES PIC 9(2).
       77  INDICE-PENSAO PIC 9(2).
       77  FIM-PENSOES PIC X.

      *    emprestimo consignado (PROG190): a parcela de cada
      *    contrato ativo sai depois da pensao, limitada ao saldo
      *    devedor e ao que sobrou do liquido; o contrato anota a
      *    competencia descontada e o repasse ao credor fica em
      *    consignado_descontos.dat para o PROG191.
       77  DESCONTO-CONSIGNADO PIC 9(6)V99.
       77  CONSIG-DEVIDO PIC 9(6)V99.
       77  CONSIG-DESCONTADO PIC 9(6)V99.
       77  CONSIG-SALDO-DEVEDOR PIC 9(8)V99.
       77  QTD-CONTRATOS-DO-MES PIC 9(2).
       77  FIM-CONSIGNADOS PIC X.

       01  TABELA-PENSOES-DO-MES.
           05 PENSAO-DO-MES OCCURS 9 TIMES.
               10 PDM-SEQUENCIA PIC 9(2).
               10 PDM-DEVIDO PIC 9(6)V99.
               10 PDM-PAGO PIC 9(6)V99.
      *    percentual do salario cobrado por folha de quem tem saldo
      *    devedor de adiantamento, limitado ao saldo e ao liquido
      *    para o pagamento nunca ficar negativo.
       77  TAXA-PARCELA-ADIANTAMENTO PIC V99 VALUE .10.
      *    reembolso de despesas liberado pelo PROG208: nao entra
      *    no bruto (sem INSS, IRRF nem encargos) e vai inteiro
      *    para o liquido - salvo quando o funcionario deve
      *    adiantamento, que e compensado primeiro, comprovante a
      *    comprovante, ate o saldo devedor acabar.
       77  REEMBOLSO-PAGO PIC 9(6)V99.
       77  REEMBOLSO-COMPENSADO PIC 9(6)V99.
       77  COMPENSADO-DO-COMPROVANTE PIC 9(6)V99.
       77  SALDO-A-COMPENSAR PIC S9(6)V99.
       77  FIM-REEMBOLSOS PIC X.
      *    abatimento da base do IRRF por dependente cadastrado no
      *    PROG89, e a contagem do funcionario em processamento.
       77  VALOR-DEDUCAO-DEPENDENTE PIC 9(3)V99 VALUE 189.59.
       77  MINUTOS-DO-DIA PIC S9(5).
       77  MINUTOS-EXTRAS PIC S9(6).
       77  VALOR-HORA-EXTRA PIC 9(6)V99.
      *    adicional noturno e trabalho em dia de descanso: os
      *    minutos de cada marcacao sao classificados pelo
      *    PDJORNADA. O noturno paga a hora noturna reduzida
      *    (52min30s, oito setimos da hora do relogio) com o
      *    adicional por cima - o salario ja cobre a hora simples,
      *    entao a linha paga so a diferenca. Domingo e feriado
      *    pagam a hora com 100% e ficam fora da jornada do mes
      *    (nao viram banco de horas).
       77  PERCENTUAL-ADIC-NOTURNO PIC V99 VALUE .20.
       77  PERCENTUAL-DOMINGO-FERIADO PIC 9V99 VALUE 1.00.
       77  MINUTOS-NOTURNOS-MES PIC 9(6).
       77  MINUTOS-DESCANSO-MES PIC 9(6).
       77  VALOR-ADIC-NOTURNO PIC 9(6)V99.
       77  VALOR-DOMINGO-FERIADO PIC 9(6)V99.
       77  HORAS-EDITADAS PIC 9(3).
       77  MINUTOS-EDITADOS PIC 9(2).
      *    banco de horas do acordo coletivo: os minutos extras do
      *    mes viram credito em vez de pagamento, as faltas abatem
      *    do saldo antes de virarem desconto, e so os creditos
       77  DIAS-JUSTIFICADOS PIC 9(3).
       77  DIAS-DE-FALTA PIC S9(3).
       77  DESCONTO-FALTAS PIC 9(6)V99.
      *    dias de suspensao disciplinar no mes (disciplinas.dat) -
      *    ausencia nao remunerada, descontada junto com as faltas
      *    mas sem abater do banco de horas.
       77  DIAS-SUSPENSAO-MES PIC 9(2).
       77  DESCONTO-SUSPENSAO PIC 9(6)V99.
      *    o que resta do bruto depois dos impostos - teto do
      *    desconto de faltas, para o liquido nunca ficar negativo.
       77  SOBRA-PARA-FALTAS PIC S9(7)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(20) VALUE SPACES.
           05 CAB-TITULO PIC X(30) VALUE "FOLHA DE PAGAMENTO".

       01  CABECALHO-EXCECOES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               "EXCECOES DA PREVIA DA FOLHA - COMPETENCIA ".
           05 CEX-COMPETENCIA PIC 9(6).

       01  LINHA-EXCECAO.
           05 LEX-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LEX-NOME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LEX-TIPO PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LEX-DESCRICAO PIC X(40).

       01  LINHA-EXCECAO-RESUMO.
           05 FILLER PIC X(12) VALUE "Bloqueios: ".
           05 RSX-BLOQUEIOS PIC ZZZ9.
           05 FILLER PIC X(12) VALUE "   Avisos: ".
           05 RSX-AVISOS PIC ZZZ9.
           05 FILLER PIC X(20) VALUE "   Funcionarios: ".
           05 RSX-FUNCIONARIOS PIC ZZZ9.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(8) VALUE "Codigo".
           05 FILLER PIC X(23) VALUE "Horas extras........: ".
           05 HEX-VALOR PIC $ZZZ,ZZ9.99.

       01  LINHA-ADIC-NOTURNO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Adicional noturno...: ".
           05 NOT-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Horas: ".
           05 NOT-HORAS PIC ZZ9.
           05 FILLER PIC X(1) VALUE ":".
           05 NOT-MINUTOS PIC 99.

       01  LINHA-DOMINGO-FERIADO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Domingo/feriado 100%: ".
           05 DFE-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Horas: ".
           05 DFE-HORAS PIC ZZ9.
           05 FILLER PIC X(1) VALUE ":".
           05 DFE-MINUTOS PIC 99.

       01  LINHA-BANCO-HORAS.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Banco de horas......: ".
           05 FILLER PIC X(8) VALUE "  Dias: ".
           05 FAL-DIAS PIC Z9.

       01  LINHA-SUSPENSAO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Suspensao disciplinar: ".
           05 SUS-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  Dias: ".
           05 SUS-DIAS PIC Z9.

       01  LINHA-VALE-TRANSPORTE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Vale-transporte.....: ".
           05 VTR-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(8) VALUE "  Dias: ".
           05 VTR-DIAS PIC Z9.

       01  LINHA-PLANO-SAUDE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Plano de saude......: ".
           05 PLS-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(9) VALUE "  Vidas: ".
           05 PLS-VIDAS PIC Z9.

       01  LINHA-SINDICATO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Contribuicao sindical: ".
           05 SDC-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  Sindicato: ".
           05 SDC-SINDICATO PIC 999.

       01  LINHA-PENSAO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Pensao alimenticia..: ".
           05 PEN-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  Ordens: ".
           05 PEN-ORDENS PIC 9.

       01  LINHA-CONSIGNADO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Consignado..........: ".
           05 CSG-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  Contratos: ".
           05 CSG-CONTRATOS PIC Z9.

       01  LINHA-ADIANTAMENTO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Parcela adiantamento: ".
           05 FILLER PIC X(17) VALUE "  Saldo restante:".
           05 ADI-SALDO PIC -ZZZ,ZZ9.99.

       01  LINHA-REEMBOLSO.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(23) VALUE "Reembolso de despesas: ".
           05 REE-VALOR PIC $ZZZ,ZZ9.99.
           05 FILLER PIC X(14) VALUE "  Compensado: ".
           05 REE-COMPENSADO PIC $ZZZ,ZZ9.99.

       01  LINHA-RODAPE.
           05 FILLER PIC X(23) VALUE "Total de funcionarios: ".
           05 ROD-QTD PIC ZZZ9.
           05 FILLER PIC X(24) VALUE "Total da folha liquida: ".
           05 ROD-LIQUIDO PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-FGTS.
           05 FILLER PIC X(24) VALUE "FGTS a depositar......: ".
           05 ROD-FGTS PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-ENCARGOS.
           05 FILLER PIC X(24) VALUE "INSS patronal/RAT/terc: ".
           05 ROD-ENCARGOS PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG54" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Competencia da folha (AAAAMM): ".
           ACCEPT COMPETENCIA-DA-RODADA.

           MOVE SPACE TO MODO-RODADA.
           PERFORM PERGUNTA-MODO-RODADA
               UNTIL MODO-RODADA = "P" OR MODO-RODADA = "D".

           PERFORM CONFERE-COMPETENCIA.

           IF COMPETENCIA-LIBERADA = "S" AND MODO-RODADA = "D"
               PERFORM CONFERE-PREVIA-ASSINADA.

           IF COMPETENCIA-LIBERADA = "S"
               PERFORM RODA-FOLHA.
       PROGRAM-DONE.
               COMPUTE PERCENTUAL-HORA-EXTRA =
                   PARAM-VALOR-LIDO / 100.

           MOVE "PERC-ADIC-NOTURNO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE PERCENTUAL-ADIC-NOTURNO =
                   PARAM-VALOR-LIDO / 100.

           MOVE "PERC-DOMINGO-FERIADO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE PERCENTUAL-DOMINGO-FERIADO =
                   PARAM-VALOR-LIDO / 100.

           MOVE "PERC-VARIACAO-PREVIA" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO PERCENTUAL-VARIACAO-PREVIA.

           MOVE "TAXA-PARC-ADIANT" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE MINUTOS-POR-DIA =
                   HORAS-PADRAO-MES * 60 / DIAS-UTEIS-PADRAO.

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

           MOVE "PERC-VALE-TRANSP" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-VALE-TRANSPORTE =
                   PARAM-VALOR-LIDO / 100.

       PERGUNTA-MODO-RODADA.
           DISPLAY "Previa (P) ou rodada definitiva (D)? ".
           ACCEPT MODO-RODADA.

           IF MODO-RODADA NOT = "P" AND MODO-RODADA NOT = "D"
               DISPLAY "Responda P ou D".

       CONFERE-PREVIA-ASSINADA.
      *    a rodada definitiva so passa com a previa da competencia
      *    rodada e assinada por quem tem o perfil de folha - a
      *    lista de excecoes e vista antes de o dinheiro sair.
           OPEN INPUT ARQUIVO-PREVIAS.

           MOVE COMPETENCIA-DA-RODADA TO PREVIA-COMPETENCIA.
           READ ARQUIVO-PREVIAS RECORD
               INVALID KEY
                   MOVE "N" TO COMPETENCIA-LIBERADA
                   DISPLAY "Competencia sem previa, rode a previa "
                       "antes da folha definitiva"
               NOT INVALID KEY
                   IF NOT PREVIA-ASSINADA
                       MOVE "N" TO COMPETENCIA-LIBERADA
                       DISPLAY "Previa da competencia ainda nao "
                           "assinada, use o PROG198".

           CLOSE ARQUIVO-PREVIAS.

       CONFERE-COMPETENCIA.
      *    a competencia precisa existir no controle do PROG149,
      *    estar aberta e ainda sem folha mensal rodada - e isto
      *    enquanto ela nao cai, a rodada complementar entra de
      *    novo e o mapa de ja pagos impede o pagamento em dobro.
           IF COMP-FECHADA
               DISPLAY "Competencia fechada, nada rodado - "
                   "diferencas pela complementar do PROG194"
           ELSE
               IF COMP-FOLHA-RODADA = "S"
                   DISPLAY "Folha mensal desta competencia ja "
           PERFORM APLICA-PARAMETROS-CENTRAIS.

      *    carimba a saida da rodada antes do OPEN.
      *    a previa sai com outro prefixo e outro titulo, para o
      *    papel dela nunca passar pela folha paga.
           MOVE "PROG54" TO IMPRESSAO-PROGRAMA.
           IF MODO-RODADA = "P"
               MOVE "FOLHAPREV" TO IMPRESSAO-PREFIXO
               MOVE "PREVIA DA FOLHA - NAO PAGAR" TO CAB-TITULO
           ELSE
               MOVE "FOLHA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFOLHA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-FOLHA.
           OPEN EXTEND ARQUIVO-FOLHA-HISTORICO.
           OPEN EXTEND ARQUIVO-ADIANTAMENTOS.
      *    a previa nao abre a remessa - o OUTPUT apagaria a
      *    remessa da ultima rodada definitiva.
           IF MODO-RODADA = "D"
               OPEN OUTPUT ARQUIVO-REMESSA.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-TURNOS.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN I-O ARQUIVO-COMISSOES-FOLHA.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN I-O ARQUIVO-EXTRAS-EXPIRADAS.
           OPEN INPUT ARQUIVO-APROVACOES-HORAS.
           OPEN I-O ARQUIVO-FALTAS-APURADAS.
           OPEN INPUT ARQUIVO-DISCIPLINAS.
           OPEN I-O ARQUIVO-RETROATIVOS.
           OPEN INPUT ARQUIVO-VALE-TRANSPORTE.
           OPEN INPUT ARQUIVO-PLANOS-SAUDE.
           OPEN INPUT ARQUIVO-FAIXAS-PLANO.
           OPEN INPUT ARQUIVO-ADESOES-PLANO.
           OPEN INPUT ARQUIVO-PENSOES.
           OPEN EXTEND ARQUIVO-PENSOES-PAGAS.
           OPEN I-O ARQUIVO-CONSIGNADOS.
           OPEN EXTEND ARQUIVO-CONSIG-DESCONTOS.
           OPEN INPUT ARQUIVO-SINDICATOS.
           OPEN INPUT ARQUIVO-SIND-VINCULOS.
           OPEN INPUT ARQUIVO-SIND-OPCOES.
           OPEN EXTEND ARQUIVO-SIND-DESCONTOS.
           OPEN I-O ARQUIVO-REEMBOLSOS.

           COMPUTE MINUTOS-POR-DIA =
               HORAS-PADRAO-MES * 60 / DIAS-UTEIS-PADRAO.
           MOVE ZEROS TO QTD-JA-PAGOS.
           MOVE ZEROS TO TOTAL-BRUTO.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE ZEROS TO TOTAL-FGTS.
           MOVE ZEROS TO TOTAL-ENCARGOS-INSS.
           MOVE ZEROS TO QTD-BLOQUEIOS.
           MOVE ZEROS TO QTD-AVISOS.
           MOVE ZEROS TO QTD-EXCECOES.

           PERFORM ESCREVE-CABECALHO.

           CLOSE RELATORIO-FOLHA.
           CLOSE ARQUIVO-FOLHA-HISTORICO.
           CLOSE ARQUIVO-ADIANTAMENTOS.
           IF MODO-RODADA = "D"
               CLOSE ARQUIVO-REMESSA.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-TURNOS.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-COMISSOES-FOLHA.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-EXTRAS-EXPIRADAS.
           CLOSE ARQUIVO-APROVACOES-HORAS.
           CLOSE ARQUIVO-FALTAS-APURADAS.
           CLOSE ARQUIVO-DISCIPLINAS.
           CLOSE ARQUIVO-RETROATIVOS.
           CLOSE ARQUIVO-VALE-TRANSPORTE.
           CLOSE ARQUIVO-PLANOS-SAUDE.
           CLOSE ARQUIVO-FAIXAS-PLANO.
           CLOSE ARQUIVO-ADESOES-PLANO.
           CLOSE ARQUIVO-PENSOES.
           CLOSE ARQUIVO-PENSOES-PAGAS.
           CLOSE ARQUIVO-CONSIGNADOS.
           CLOSE ARQUIVO-CONSIG-DESCONTOS.
           CLOSE ARQUIVO-SINDICATOS.
           CLOSE ARQUIVO-SIND-VINCULOS.
           CLOSE ARQUIVO-SIND-OPCOES.
           CLOSE ARQUIVO-SIND-DESCONTOS.
           CLOSE ARQUIVO-REEMBOLSOS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           IF MODO-RODADA = "P"
               PERFORM ENCERRA-PREVIA
           ELSE
               PERFORM ENCERRA-RODADA-DEFINITIVA.

       ENCERRA-RODADA-DEFINITIVA.
           PERFORM ESCREVE-REGISTRO-REMESSA.
           PERFORM GRAVA-SALARIOS-BANCO.

      *    com segurados a competencia fica aberta - a marca so cai
      *    quando a rodada complementar terminar com todo mundo
      *    dentro.
           DISPLAY "Segurados sem horas aprovadas: " QTD-SEGURADOS.
           DISPLAY "Ja pagos em rodada anterior..: " QTD-JA-PAGOS.

       ENCERRA-PREVIA.
           PERFORM ESCREVE-LISTA-EXCECOES.
           PERFORM GRAVA-PREVIA.

           DISPLAY "Previa da folha gravada em " IMPRESSAO-NOME.
           DISPLAY "Nada foi gravado no historico, na remessa, no "
               "banco de horas nem nos movimentos".
           DISPLAY "Total de funcionarios: " QTD-FUNCIONARIOS.
           DISPLAY "Bloqueios....................: " QTD-BLOQUEIOS.
           DISPLAY "Avisos.......................: " QTD-AVISOS.

           IF QTD-BLOQUEIOS > ZEROS
               DISPLAY "Corrija os bloqueios e rode a previa de "
                   "novo antes da assinatura"
           ELSE
               DISPLAY "Previa aguardando assinatura no PROG198".

       ESCREVE-LISTA-EXCECOES.
           MOVE "PROG54" TO IMPRESSAO-PROGRAMA.
           MOVE "EXCPREVIA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPREVIA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-EXCECOES.

           MOVE COMPETENCIA-DA-RODADA TO CEX-COMPETENCIA.
           MOVE SPACES TO LINHA-EXCECOES.
           MOVE CABECALHO-EXCECOES TO LINHA-EXCECOES.
           WRITE LINHA-EXCECOES.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-EXCECOES.
           WRITE LINHA-EXCECOES.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE ZEROS TO INDICE-EXCECAO.
           PERFORM ESCREVE-UMA-EXCECAO
               QTD-EXCECOES TIMES.

           IF QTD-BLOQUEIOS + QTD-AVISOS > QTD-EXCECOES
               MOVE SPACES TO LINHA-EXCECOES
               MOVE "... demais excecoes alem da capacidade da lista"
                   TO LINHA-EXCECOES
               WRITE LINHA-EXCECOES
               ADD 1 TO IMPRESSAO-LINHAS.

           IF QTD-BLOQUEIOS + QTD-AVISOS = ZEROS
               MOVE SPACES TO LINHA-EXCECOES
               MOVE "Nenhuma excecao encontrada" TO LINHA-EXCECOES
               WRITE LINHA-EXCECOES
               ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-EXCECOES.
           WRITE LINHA-EXCECOES.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE QTD-BLOQUEIOS TO RSX-BLOQUEIOS.
           MOVE QTD-AVISOS TO RSX-AVISOS.
           MOVE QTD-FUNCIONARIOS TO RSX-FUNCIONARIOS.
           MOVE SPACES TO LINHA-EXCECOES.
           MOVE LINHA-EXCECAO-RESUMO TO LINHA-EXCECOES.
           WRITE LINHA-EXCECOES.
           ADD 1 TO IMPRESSAO-LINHAS.

           CLOSE RELATORIO-EXCECOES.
           PERFORM GRAVA-INDICE-IMPRESSAO.

       ESCREVE-UMA-EXCECAO.
           ADD 1 TO INDICE-EXCECAO.

           MOVE EXC-CODIGO (INDICE-EXCECAO) TO LEX-CODIGO.
           MOVE EXC-NOME (INDICE-EXCECAO) TO LEX-NOME.
           MOVE EXC-DESCRICAO (INDICE-EXCECAO) TO LEX-DESCRICAO.

           IF EXC-TIPO (INDICE-EXCECAO) = "B"
               MOVE "BLOQUEIO" TO LEX-TIPO
           ELSE
               MOVE "AVISO" TO LEX-TIPO.

           MOVE SPACES TO LINHA-EXCECOES.
           MOVE LINHA-EXCECAO TO LINHA-EXCECOES.
           WRITE LINHA-EXCECOES.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-PREVIA.
      *    uma previa por competencia - rodar de novo substitui a
      *    anterior e derruba a assinatura que houvesse.
           OPEN I-O ARQUIVO-PREVIAS.

           MOVE COMPETENCIA-DA-RODADA TO PREVIA-COMPETENCIA.
           READ ARQUIVO-PREVIAS RECORD
               INVALID KEY
                   MOVE "N" TO PREVIA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO PREVIA-EXISTE.

           MOVE COMPETENCIA-DA-RODADA TO PREVIA-COMPETENCIA.
           MOVE DATA-DE-HOJE TO PREVIA-DATA.
           ACCEPT PREVIA-HORA FROM TIME.
           MOVE QTD-FUNCIONARIOS TO PREVIA-QTD-FUNCIONARIOS.
           MOVE TOTAL-LIQUIDO TO PREVIA-TOTAL-LIQUIDO.
           MOVE QTD-BLOQUEIOS TO PREVIA-QTD-BLOQUEIOS.
           MOVE QTD-AVISOS TO PREVIA-QTD-AVISOS.
           MOVE "P" TO PREVIA-SITUACAO.
           MOVE SPACES TO PREVIA-OPERADOR.
           MOVE ZEROS TO PREVIA-DATA-ASSINATURA.

           IF PREVIA-EXISTE = "S"
               PERFORM REGRAVA-PREVIA
           ELSE
               PERFORM INCLUI-PREVIA.

           CLOSE ARQUIVO-PREVIAS.

       REGRAVA-PREVIA.
           REWRITE PREVIA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao regravar a previa".

       INCLUI-PREVIA.
           WRITE PREVIA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar a previa".

       REGISTRA-EXCECAO.
      *    conta a excecao do funcionario corrente e guarda na
      *    lista enquanto couber.
           IF EXCECAO-TIPO-ATUAL = "B"
               ADD 1 TO QTD-BLOQUEIOS
           ELSE
               ADD 1 TO QTD-AVISOS.

           IF QTD-EXCECOES < 500
               ADD 1 TO QTD-EXCECOES
               MOVE FUNCIONARIO-CODIGO TO EXC-CODIGO (QTD-EXCECOES)
               MOVE FUNCIONARIO-NOME TO EXC-NOME (QTD-EXCECOES)
               MOVE EXCECAO-TIPO-ATUAL TO EXC-TIPO (QTD-EXCECOES)
               MOVE EXCECAO-DESCRICAO-ATUAL TO
                   EXC-DESCRICAO (QTD-EXCECOES).

       CONFERE-EXCECOES-DA-PREVIA.
      *    o que impediria o pagamento certo vira bloqueio; o que
      *    so merece um olhar vira aviso.
           IF SALARIO-LIQUIDO = ZEROS
               MOVE "B" TO EXCECAO-TIPO-ATUAL
               MOVE "Liquido zerado" TO EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

           IF FUNCIONARIO-BANCO-REJEITADO
               MOVE "B" TO EXCECAO-TIPO-ATUAL
               MOVE "Dados bancarios rejeitados pelo banco" TO
                   EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

           IF FUNCIONARIO-BANCO-CODIGO = ZEROS OR
               FUNCIONARIO-AGENCIA = ZEROS OR
               FUNCIONARIO-CONTA = SPACES
               MOVE "B" TO EXCECAO-TIPO-ATUAL
               MOVE "Dados bancarios faltando" TO
                   EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

           IF FUNCIONARIO-CPF = ZEROS
               MOVE "B" TO EXCECAO-TIPO-ATUAL
               MOVE "CPF nao informado" TO EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

           IF ULT-LIQUIDO (FUNCIONARIO-CODIGO) > ZEROS
               PERFORM CONFERE-VARIACAO-LIQUIDO.

       CONFERE-VARIACAO-LIQUIDO.
           COMPUTE VARIACAO-LIQUIDO ROUNDED =
               (SALARIO-LIQUIDO - ULT-LIQUIDO (FUNCIONARIO-CODIGO))
               * 100 / ULT-LIQUIDO (FUNCIONARIO-CODIGO).

           IF VARIACAO-LIQUIDO < ZEROS
               COMPUTE VARIACAO-LIQUIDO = ZEROS - VARIACAO-LIQUIDO.

           IF VARIACAO-LIQUIDO > PERCENTUAL-VARIACAO-PREVIA
               MOVE VARIACAO-LIQUIDO TO VARIACAO-EDITADA
               MOVE "A" TO EXCECAO-TIPO-ATUAL
               MOVE SPACES TO EXCECAO-DESCRICAO-ATUAL
               STRING "Liquido varia" DELIMITED BY SIZE
                      VARIACAO-EDITADA DELIMITED BY SIZE
                      "% da folha " DELIMITED BY SIZE
                      ULT-COMPETENCIA (FUNCIONARIO-CODIGO)
                          DELIMITED BY SIZE
                   INTO EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

       CARREGA-JA-PAGOS.
      *    quem ja tem linha mensal desta competencia no historico
      *    foi pago numa rodada anterior (a primeira, que segurou
      *    outros) e fica fora desta; linha antiga sem competencia
      *    usa o mes da data de execucao.
           MOVE SPACES TO MAPA-JA-PAGOS.
           MOVE ZEROS TO TABELA-ULTIMO-LIQUIDO.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.

               FOLHA-HIST-CODIGO > ZEROS
               MOVE "S" TO JA-PAGO-FLAG (FOLHA-HIST-CODIGO).

           IF FOLHA-HIST-MENSAL AND
               COMPETENCIA-DA-LINHA < COMPETENCIA-DA-RODADA AND
               FOLHA-HIST-CODIGO > ZEROS
               PERFORM GUARDA-ULTIMO-LIQUIDO.

           PERFORM LEIA-HISTORICO-DO-MAPA.

       GUARDA-ULTIMO-LIQUIDO.
           IF COMPETENCIA-DA-LINHA NOT <
               ULT-COMPETENCIA (FOLHA-HIST-CODIGO)
               MOVE COMPETENCIA-DA-LINHA TO
                   ULT-COMPETENCIA (FOLHA-HIST-CODIGO)
               MOVE FOLHA-HIST-LIQUIDO TO
                   ULT-LIQUIDO (FOLHA-HIST-CODIGO).

       LEIA-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-REGISTRO.

       PROCESSA-FUNCIONARIO-DA-FOLHA.
           IF MODO-RODADA = "P" AND FUNCIONARIO-SALARIO = ZEROS
               MOVE "B" TO EXCECAO-TIPO-ATUAL
               MOVE "Ativo sem salario" TO EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

           PERFORM CONFERE-APROVACAO-DE-HORAS
               IF HORAS-APROVADAS = "S"
                   PERFORM CALCULA-E-ESCREVE-CONTRACHEQUE
                   DISPLAY "SEGURADO: " FUNCIONARIO-CODIGO " "
                       FUNCIONARIO-NOME " - depto "
                       FUNCIONARIO-DEPTO-CODIGO
                       " sem horas aprovadas"
                   PERFORM AVISA-HORAS-NAO-APROVADAS.

       AVISA-HORAS-NAO-APROVADAS.
      *    na previa o segurado vira aviso - a rodada definitiva
      *    continua segurando e a complementar paga depois.
           IF MODO-RODADA = "P"
               MOVE "A" TO EXCECAO-TIPO-ATUAL
               MOVE "Horas do depto nao aprovadas (PROG158)" TO
                   EXCECAO-DESCRICAO-ATUAL
               PERFORM REGISTRA-EXCECAO.

       CONFERE-APROVACAO-DE-HORAS.
           MOVE "N" TO HORAS-APROVADAS.
           PERFORM APURA-FERIAS-DO-MES.
           PERFORM CALCULA-ADICIONAL-DE-TEMPO.
           PERFORM BUSCA-RETROATIVO-DO-MES.
      *    o ponto e apurado antes do bruto porque o adicional
      *    noturno e o domingo/feriado entram na base dos impostos.
           PERFORM APURA-PONTO-DO-MES.

      *    o bruto tributavel do mes e o salario mais a comissao
      *    apurada, as ferias da competencia, o adicional por
      *    tempo de servico, o retroativo de aumento, o adicional
      *    noturno e o domingo/feriado - tudo paga imposto pelas
      *    mesmas faixas progressivas.
           COMPUTE BRUTO-DE-CALCULO =
               FUNCIONARIO-SALARIO + VALOR-COMISSAO +
               VALOR-FERIAS + VALOR-ADICIONAL-TEMPO +
               VALOR-RETROATIVO + VALOR-ADIC-NOTURNO +
               VALOR-DOMINGO-FERIADO.

           IF TABIMP-QTD-INSS > ZEROS
               MOVE BRUTO-DE-CALCULO TO TABIMP-SALARIO-CALC
               COMPUTE DESCONTO-IRRF =
                   BASE-IRRF * TAXA-IRRF.

      *    o desconto de faltas para no que sobra do bruto depois
      *    dos impostos - o liquido nunca fica negativo.
           COMPUTE SOBRA-PARA-FALTAS =
           IF DESCONTO-FALTAS > SOBRA-PARA-FALTAS
               MOVE SOBRA-PARA-FALTAS TO DESCONTO-FALTAS.

           SUBTRACT DESCONTO-FALTAS FROM SOBRA-PARA-FALTAS.
           PERFORM DESCONTA-PENSAO-ALIMENTICIA.

           SUBTRACT DESCONTO-PENSAO FROM SOBRA-PARA-FALTAS.
           PERFORM DESCONTA-CONSIGNADO.

           SUBTRACT DESCONTO-CONSIGNADO FROM SOBRA-PARA-FALTAS.
           PERFORM DESCONTA-VALE-TRANSPORTE.

           SUBTRACT DESCONTO-VALE-TRANSPORTE FROM SOBRA-PARA-FALTAS.
           PERFORM DESCONTA-PLANO-SAUDE.

           SUBTRACT DESCONTO-PLANO-SAUDE FROM SOBRA-PARA-FALTAS.
           PERFORM DESCONTA-CONTRIBUICAO-SINDICAL.

           COMPUTE TOTAL-DESCONTOS =
               DESCONTO-INSS + DESCONTO-IRRF + DESCONTO-FALTAS +
               DESCONTO-PENSAO + DESCONTO-CONSIGNADO +
               DESCONTO-VALE-TRANSPORTE + DESCONTO-PLANO-SAUDE +
               DESCONTO-SINDICATO.
           COMPUTE SALARIO-LIQUIDO =
               BRUTO-DE-CALCULO + VALOR-HORA-EXTRA -
               TOTAL-DESCONTOS.

      *    o reembolso compensa o adiantamento antes da parcela
      *    automatica, que ja sai sobre o saldo que sobrar.
           PERFORM PAGA-REEMBOLSOS-LIBERADOS.
           PERFORM COBRA-PARCELA-ADIANTAMENTO.
           ADD REEMBOLSO-PAGO TO SALARIO-LIQUIDO.
           PERFORM CALCULA-ENCARGOS-EMPRESA.

           ADD BRUTO-DE-CALCULO TO TOTAL-BRUTO.
           ADD VALOR-HORA-EXTRA TO TOTAL-BRUTO.
           IF VALOR-HORA-EXTRA > ZEROS
               PERFORM ESCREVE-LINHA-HORA-EXTRA.

           IF VALOR-ADIC-NOTURNO > ZEROS
               PERFORM ESCREVE-LINHA-ADIC-NOTURNO.

           IF VALOR-DOMINGO-FERIADO > ZEROS
               PERFORM ESCREVE-LINHA-DOMINGO-FERIADO.

           IF DESCONTO-FALTAS > ZEROS
               PERFORM ESCREVE-LINHA-FALTAS.

           IF DESCONTO-PENSAO > ZEROS
               PERFORM ESCREVE-LINHA-PENSAO.

           IF DESCONTO-CONSIGNADO > ZEROS
               PERFORM ESCREVE-LINHA-CONSIGNADO.

           IF DESCONTO-VALE-TRANSPORTE > ZEROS
               PERFORM ESCREVE-LINHA-VALE-TRANSPORTE.

           IF DESCONTO-PLANO-SAUDE > ZEROS
               PERFORM ESCREVE-LINHA-PLANO-SAUDE.

           IF DESCONTO-SINDICATO > ZEROS
               PERFORM ESCREVE-LINHA-SINDICATO.

           IF QTD-LINHAS-BANCO > ZEROS
               PERFORM ESCREVE-LINHAS-BANCO-HORAS.

           IF DESCONTO-ADIANTAMENTO > ZEROS
               PERFORM ESCREVE-LINHA-ADIANTAMENTO.

           IF REEMBOLSO-PAGO > ZEROS OR REEMBOLSO-COMPENSADO > ZEROS
               PERFORM ESCREVE-LINHA-REEMBOLSO.

           IF MODO-RODADA = "D"
               PERFORM GRAVA-FOLHA-HISTORICO
               PERFORM GRAVA-CREDITO-REMESSA
           ELSE
               PERFORM CONFERE-EXCECOES-DA-PREVIA.

       DESCONTA-PENSAO-ALIMENTICIA.
      *    a base e o liquido legal: bruto e horas extras menos
      *    INSS, IRRF e faltas (o que sobrou ate aqui). Ordens
      *    percentuais incidem todas sobre a mesma base; juntas,
      *    nunca passam dela - a ordem que nao couber inteira sai
      *    com o que restou, e o informe ao juizo mostra a falta.
           MOVE ZEROS TO DESCONTO-PENSAO.
           MOVE ZEROS TO QTD-PENSOES-DO-MES.
           MOVE SOBRA-PARA-FALTAS TO BASE-PENSAO.
           MOVE "N" TO FIM-PENSOES.

           MOVE FUNCIONARIO-CODIGO TO PENSAO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.

           START ARQUIVO-PENSOES
               KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PENSOES.

           PERFORM VARRE-PENSOES-DO-FUNCIONARIO
               UNTIL FIM-PENSOES = "S".

       VARRE-PENSOES-DO-FUNCIONARIO.
           READ ARQUIVO-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PENSOES.

           IF FIM-PENSOES = "N"
               IF PENSAO-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-PENSOES
               ELSE
                   PERFORM CONFERE-VIGENCIA-PENSAO.

       CONFERE-VIGENCIA-PENSAO.
      *    como no plano de saude, o mes do inicio e o do fim da
      *    ordem contam inteiros.
           COMPUTE PENSAO-MES-INICIO = PENSAO-DATA-INICIO / 100.
           COMPUTE PENSAO-MES-FIM = PENSAO-DATA-FIM / 100.

           IF PENSAO-MES-INICIO <= COMPETENCIA-DA-RODADA
               IF PENSAO-DATA-FIM = ZEROS OR
                   PENSAO-MES-FIM >= COMPETENCIA-DA-RODADA
                   PERFORM APLICA-ORDEM-DE-PENSAO.

       APLICA-ORDEM-DE-PENSAO.
           IF QTD-PENSOES-DO-MES = 9
               DISPLAY "Mais de 9 ordens de pensao vigentes para o "
                   "codigo " FUNCIONARIO-CODIGO
                   " - ordem " PENSAO-SEQUENCIA " nao aplicada"
           ELSE
               PERFORM CALCULA-ORDEM-DE-PENSAO.

       CALCULA-ORDEM-DE-PENSAO.
           IF PENSAO-PERCENTUAL-LIQUIDO
               COMPUTE PENSAO-DEVIDA ROUNDED =
                   BASE-PENSAO * PENSAO-PERCENTUAL / 100
           ELSE
               MOVE PENSAO-VALOR TO PENSAO-DEVIDA.

           ADD 1 TO QTD-PENSOES-DO-MES.
           MOVE QTD-PENSOES-DO-MES TO INDICE-PENSAO.
           MOVE PENSAO-SEQUENCIA TO PDM-SEQUENCIA (INDICE-PENSAO).
           MOVE PENSAO-DEVIDA TO PDM-DEVIDO (INDICE-PENSAO).

           IF PENSAO-DEVIDA > BASE-PENSAO - DESCONTO-PENSAO
               COMPUTE PDM-PAGO (INDICE-PENSAO) =
                   BASE-PENSAO - DESCONTO-PENSAO
           ELSE
               MOVE PENSAO-DEVIDA TO PDM-PAGO (INDICE-PENSAO).

           ADD PDM-PAGO (INDICE-PENSAO) TO DESCONTO-PENSAO.

       ESCREVE-LINHA-PENSAO.
           MOVE DESCONTO-PENSAO TO PEN-VALOR.
           MOVE QTD-PENSOES-DO-MES TO PEN-ORDENS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-PENSAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       DESCONTA-CONSIGNADO.
      *    cada contrato ativo do funcionario ja iniciado e ainda nao
      *    cobrado nesta competencia desconta uma parcela - a ultima
      *    so o que falta do saldo. O que nao couber no liquido nao
      *    e cobrado depois: o contrato anda um mes e o saldo fica
      *    para as parcelas seguintes.
           MOVE ZEROS TO DESCONTO-CONSIGNADO.
           MOVE ZEROS TO QTD-CONTRATOS-DO-MES.
           MOVE "N" TO FIM-CONSIGNADOS.

           MOVE FUNCIONARIO-CODIGO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CONSIG-SEQUENCIA.

           START ARQUIVO-CONSIGNADOS
               KEY IS NOT LESS THAN CONSIG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONSIGNADOS.

           PERFORM VARRE-CONSIGNADOS-DO-FUNCIONARIO
               UNTIL FIM-CONSIGNADOS = "S".

       VARRE-CONSIGNADOS-DO-FUNCIONARIO.
           READ ARQUIVO-CONSIGNADOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONSIGNADOS.

           IF FIM-CONSIGNADOS = "N"
               IF CONSIG-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-CONSIGNADOS
               ELSE
                   IF CONSIG-ATIVO AND
                       CONSIG-PRIMEIRA-COMPETENCIA <=
                           COMPETENCIA-DA-RODADA AND
                       CONSIG-ULTIMA-COMPETENCIA <
                           COMPETENCIA-DA-RODADA
                       PERFORM COBRA-PARCELA-CONSIGNADO.

       COBRA-PARCELA-CONSIGNADO.
           COMPUTE CONSIG-SALDO-DEVEDOR =
               CONSIG-QTD-PARCELAS * CONSIG-VALOR-PARCELA -
               CONSIG-TOTAL-DESCONTADO.

           IF CONSIG-VALOR-PARCELA > CONSIG-SALDO-DEVEDOR
               MOVE CONSIG-SALDO-DEVEDOR TO CONSIG-DEVIDO
           ELSE
               MOVE CONSIG-VALOR-PARCELA TO CONSIG-DEVIDO.

           IF CONSIG-DEVIDO > SOBRA-PARA-FALTAS - DESCONTO-CONSIGNADO
               COMPUTE CONSIG-DESCONTADO =
                   SOBRA-PARA-FALTAS - DESCONTO-CONSIGNADO
           ELSE
               MOVE CONSIG-DEVIDO TO CONSIG-DESCONTADO.

           ADD CONSIG-DESCONTADO TO DESCONTO-CONSIGNADO.
           ADD CONSIG-DESCONTADO TO CONSIG-TOTAL-DESCONTADO.
           SUBTRACT CONSIG-DESCONTADO FROM CONSIG-SALDO-DEVEDOR.
           MOVE COMPETENCIA-DA-RODADA TO CONSIG-ULTIMA-COMPETENCIA.

           IF CONSIG-DESCONTADO > ZEROS
               ADD 1 TO CONSIG-PARCELAS-DESCONTADAS
               ADD 1 TO QTD-CONTRATOS-DO-MES.

           IF CONSIG-SALDO-DEVEDOR = ZEROS
               MOVE "Q" TO CONSIG-SITUACAO.

           IF MODO-RODADA = "D"
               PERFORM REGRAVA-CONSIGNADO.

       REGRAVA-CONSIGNADO.
           REWRITE CONSIGNADO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao atualizar o consignado "
                       CONSIG-CHAVE.

           PERFORM GRAVA-CONSIGNADO-DESCONTO.

       GRAVA-CONSIGNADO-DESCONTO.
      *    como na pensao, a parcela devida fica registrada mesmo
      *    quando o liquido nao deu para ela - o credor e avisado.
           MOVE COMPETENCIA-DA-RODADA TO CDESC-COMPETENCIA.
           MOVE DATA-PAGAMENTO-REMESSA TO CDESC-DATA-PAGAMENTO.
           MOVE CONSIG-FUNCIONARIO-CODIGO TO CDESC-FUNCIONARIO-CODIGO.
           MOVE CONSIG-SEQUENCIA TO CDESC-SEQUENCIA.
           MOVE CONSIG-CONTRATO TO CDESC-CONTRATO.
           MOVE CONSIG-CREDOR-CODIGO TO CDESC-CREDOR-CODIGO.
           MOVE CONSIG-CREDOR-NOME TO CDESC-CREDOR-NOME.
           MOVE CONSIG-PARCELAS-DESCONTADAS TO CDESC-PARCELA-NUMERO.
           MOVE CONSIG-DEVIDO TO CDESC-DEVIDO.
           MOVE CONSIG-DESCONTADO TO CDESC-DESCONTADO.
           MOVE CONSIG-SALDO-DEVEDOR TO CDESC-SALDO-DEVEDOR.
           WRITE CONSIG-DESCONTO-REGISTRO.

       ESCREVE-LINHA-CONSIGNADO.
           MOVE DESCONTO-CONSIGNADO TO CSG-VALOR.
           MOVE QTD-CONTRATOS-DO-MES TO CSG-CONTRATOS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONSIGNADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       DESCONTA-VALE-TRANSPORTE.
      *    os dias trabalhados saem do ponto do mes; quem ainda nao
      *    bate ponto conta os dias uteis padrao menos os dias
      *    cobertos por afastamento e os de suspensao, que tambem
      *    nao entram no relogio. O desconto e o menor entre o
      *    custo das conducoes desses dias e o teto proporcional,
      *    e nunca passa do que sobrou do bruto.
           MOVE ZEROS TO DESCONTO-VALE-TRANSPORTE.
           MOVE ZEROS TO DIAS-TRABALHADOS-VT.

           MOVE FUNCIONARIO-CODIGO TO VT-FUNCIONARIO-CODIGO.
           READ ARQUIVO-VALE-TRANSPORTE RECORD
               INVALID KEY
                   MOVE "N" TO VT-OPCAO.

           IF VT-OPTANTE
               PERFORM CALCULA-VALE-TRANSPORTE.

       CALCULA-VALE-TRANSPORTE.
           IF DIAS-PRESENTES > ZEROS
               MOVE DIAS-PRESENTES TO DIAS-TRABALHADOS-VT
           ELSE
               COMPUTE DIAS-TRABALHADOS-VT =
                   DIAS-UTEIS-PADRAO - DIAS-JUSTIFICADOS -
                   DIAS-SUSPENSAO-MES.

           IF DIAS-TRABALHADOS-VT < ZEROS
               MOVE ZEROS TO DIAS-TRABALHADOS-VT.

           IF DIAS-TRABALHADOS-VT > DIAS-UTEIS-PADRAO
               MOVE DIAS-UTEIS-PADRAO TO DIAS-TRABALHADOS-VT.

           COMPUTE CUSTO-VALE-TRANSPORTE =
               VT-TARIFA-DIARIA * DIAS-TRABALHADOS-VT.

           COMPUTE TETO-VALE-TRANSPORTE ROUNDED =
               FUNCIONARIO-SALARIO * TAXA-VALE-TRANSPORTE *
               DIAS-TRABALHADOS-VT / DIAS-UTEIS-PADRAO.

           IF CUSTO-VALE-TRANSPORTE < TETO-VALE-TRANSPORTE
               MOVE CUSTO-VALE-TRANSPORTE TO DESCONTO-VALE-TRANSPORTE
           ELSE
               MOVE TETO-VALE-TRANSPORTE TO DESCONTO-VALE-TRANSPORTE.

           IF DESCONTO-VALE-TRANSPORTE > SOBRA-PARA-FALTAS
               MOVE SOBRA-PARA-FALTAS TO DESCONTO-VALE-TRANSPORTE.

       ESCREVE-LINHA-VALE-TRANSPORTE.
           MOVE DESCONTO-VALE-TRANSPORTE TO VTR-VALOR.
           MOVE DIAS-TRABALHADOS-VT TO VTR-DIAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VALE-TRANSPORTE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       DESCONTA-PLANO-SAUDE.
      *    soma a coparticipacao de cada vida do funcionario com
      *    adesao vigente na competencia; como os demais descontos,
      *    nunca passa do que sobrou do bruto.
           MOVE ZEROS TO DESCONTO-PLANO-SAUDE.
           MOVE ZEROS TO VIDAS-NO-PLANO.
           MOVE COMPETENCIA-DA-RODADA TO PLANOCALC-COMPETENCIA.
           MOVE "N" TO FIM-ADESOES.

           MOVE FUNCIONARIO-CODIGO TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO ADESAO-SEQUENCIA.
           MOVE ZEROS TO ADESAO-PLANO-CODIGO.

           START ARQUIVO-ADESOES-PLANO
               KEY IS NOT LESS THAN ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ADESOES.

           PERFORM VARRE-ADESOES-DO-FUNCIONARIO
               UNTIL FIM-ADESOES = "S".

           IF DESCONTO-PLANO-SAUDE > SOBRA-PARA-FALTAS
               MOVE SOBRA-PARA-FALTAS TO DESCONTO-PLANO-SAUDE.

       VARRE-ADESOES-DO-FUNCIONARIO.
           READ ARQUIVO-ADESOES-PLANO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ADESOES.

           IF FIM-ADESOES = "N"
               IF ADESAO-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-ADESOES
               ELSE
                   PERFORM CONFERE-ADESAO-VIGENTE
                   IF PLANOCALC-VIGENTE = "S"
                       PERFORM COBRA-VIDA-DO-PLANO.

       COBRA-VIDA-DO-PLANO.
      *    o titular envelhece por FUNCIONARIO-NASCIMENTO, o
      *    dependente por DEP-NASCIMENTO; dependente ja marcado
      *    inelegivel nao e cobrado mesmo antes da rodada do
      *    PROG164 cancelar a adesao.
           MOVE "S" TO VIDA-COBRAVEL.

           MOVE ADESAO-PLANO-CODIGO TO PLANO-CODIGO.
           READ ARQUIVO-PLANOS-SAUDE RECORD
               INVALID KEY
                   DISPLAY "Adesao a plano nao cadastrado: "
                       ADESAO-CHAVE
                   MOVE "N" TO VIDA-COBRAVEL.

           IF ADESAO-DO-TITULAR
               MOVE FUNCIONARIO-NASCIMENTO TO PLANOCALC-NASCIMENTO
           ELSE
               PERFORM PEGA-NASCIMENTO-DEPENDENTE.

           IF VIDA-COBRAVEL = "S"
               MOVE ADESAO-PLANO-CODIGO TO PLANOCALC-PLANO
               PERFORM BUSCA-PRECO-DA-VIDA
               IF PLANOCALC-ENCONTRADO = "N"
                   DISPLAY "Plano sem preco para a idade: "
                       ADESAO-CHAVE " idade " PLANOCALC-IDADE
               ELSE
                   COMPUTE COPARTICIPACAO-DA-VIDA ROUNDED =
                       PLANOCALC-PRECO * PLANO-PERC-FUNCIONARIO / 100
                   ADD COPARTICIPACAO-DA-VIDA TO DESCONTO-PLANO-SAUDE
                   ADD 1 TO VIDAS-NO-PLANO.

       PEGA-NASCIMENTO-DEPENDENTE.
           MOVE ADESAO-FUNCIONARIO-CODIGO TO DEP-FUNCIONARIO-CODIGO.
           MOVE ADESAO-SEQUENCIA TO DEP-SEQUENCIA.

           READ ARQUIVO-DEPENDENTES RECORD
               INVALID KEY
                   DISPLAY "Adesao de dependente nao cadastrado: "
                       ADESAO-CHAVE
                   MOVE "N" TO VIDA-COBRAVEL
               NOT INVALID KEY
                   MOVE DEP-NASCIMENTO TO PLANOCALC-NASCIMENTO
                   IF DEP-INELEGIVEL
                       MOVE "N" TO VIDA-COBRAVEL.

       ESCREVE-LINHA-PLANO-SAUDE.
           MOVE DESCONTO-PLANO-SAUDE TO PLS-VALOR.
           MOVE VIDAS-NO-PLANO TO PLS-VIDAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-PLANO-SAUDE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       DESCONTA-CONTRIBUICAO-SINDICAL.
      *    o sindicato sai do vinculo da filial e do cargo; quem
      *    nao tem sindicato vinculado ou entregou carta de
      *    oposicao nao contribui. A linha do repasse so e gravada
      *    quando houve desconto.
           MOVE ZEROS TO DESCONTO-SINDICATO.
           MOVE "S" TO SINDICATO-COBRAVEL.

           MOVE FUNCIONARIO-FILIAL-CODIGO TO SINDCALC-FILIAL.
           MOVE FUNCIONARIO-CARGO-CODIGO TO SINDCALC-CARGO.
           PERFORM ACHA-SINDICATO.

           IF SINDCALC-SINDICATO = ZEROS
               MOVE "N" TO SINDICATO-COBRAVEL.

           MOVE FUNCIONARIO-CODIGO TO SINDOPC-FUNCIONARIO-CODIGO.
           READ ARQUIVO-SIND-OPCOES RECORD
               INVALID KEY
                   MOVE "C" TO SINDOPC-OPCAO.

           IF SINDOPC-OPOSICAO
               MOVE "N" TO SINDICATO-COBRAVEL.

           IF SINDICATO-COBRAVEL = "S"
               MOVE SINDCALC-SINDICATO TO SIND-CODIGO
               READ ARQUIVO-SINDICATOS RECORD
                   INVALID KEY
                       DISPLAY "Vinculo aponta sindicato "
                           SINDCALC-SINDICATO " nao cadastrado"
                       MOVE "N" TO SINDICATO-COBRAVEL.

           IF SINDICATO-COBRAVEL = "S"
               PERFORM CALCULA-CONTRIBUICAO-SINDICAL.

       CALCULA-CONTRIBUICAO-SINDICAL.
           IF SIND-PERCENTUAL-SALARIO
               COMPUTE DESCONTO-SINDICATO ROUNDED =
                   FUNCIONARIO-SALARIO * SIND-PERCENTUAL / 100
           ELSE
               MOVE SIND-VALOR TO DESCONTO-SINDICATO.

           IF SIND-PERCENTUAL-SALARIO AND SIND-TETO > ZEROS
               IF DESCONTO-SINDICATO > SIND-TETO
                   MOVE SIND-TETO TO DESCONTO-SINDICATO.

           IF DESCONTO-SINDICATO > SOBRA-PARA-FALTAS
               MOVE SOBRA-PARA-FALTAS TO DESCONTO-SINDICATO.

           IF DESCONTO-SINDICATO > ZEROS AND MODO-RODADA = "D"
               MOVE COMPETENCIA-DA-RODADA TO SDESC-COMPETENCIA
               MOVE DATA-PAGAMENTO-REMESSA TO SDESC-DATA-PAGAMENTO
               MOVE SIND-CODIGO TO SDESC-SINDICATO-CODIGO
               MOVE FUNCIONARIO-CODIGO TO SDESC-FUNCIONARIO-CODIGO
               MOVE FUNCIONARIO-SALARIO TO SDESC-BASE
               MOVE DESCONTO-SINDICATO TO SDESC-VALOR
               WRITE SIND-DESCONTO-REGISTRO.

       ESCREVE-LINHA-SINDICATO.
           MOVE DESCONTO-SINDICATO TO SDC-VALOR.
           MOVE SIND-CODIGO TO SDC-SINDICATO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-SINDICATO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       CALCULA-ENCARGOS-EMPRESA.
      *    os encargos da empresa incidem sobre a remuneracao do mes
      *    - o bruto de calculo mais as horas extras, menos as
      *    faltas descontadas; os descontos do funcionario (INSS,
      *    IRRF, adiantamento) nao mexem na base.
           COMPUTE BASE-ENCARGOS =
               BRUTO-DE-CALCULO + VALOR-HORA-EXTRA -
               DESCONTO-FALTAS.

           IF BASE-ENCARGOS < ZEROS
               MOVE ZEROS TO BASE-ENCARGOS.

           COMPUTE VALOR-FGTS ROUNDED =
               BASE-ENCARGOS * TAXA-FGTS.
           COMPUTE VALOR-INSS-EMPRESA ROUNDED =
               BASE-ENCARGOS * TAXA-INSS-EMPRESA.
           COMPUTE VALOR-RAT ROUNDED =
               BASE-ENCARGOS * TAXA-RAT.
           COMPUTE VALOR-TERCEIROS ROUNDED =
               BASE-ENCARGOS * TAXA-TERCEIROS.

           ADD VALOR-FGTS TO TOTAL-FGTS.
           ADD VALOR-INSS-EMPRESA TO TOTAL-ENCARGOS-INSS.
           ADD VALOR-RAT TO TOTAL-ENCARGOS-INSS.
           ADD VALOR-TERCEIROS TO TOTAL-ENCARGOS-INSS.

       APURA-PONTO-DO-MES.
      *    le o ponto do mes da rodada: soma os minutos
      *    afastamento cobrindo). Funcionario sem nenhuma marcacao
      *    e sem afastamento no mes fica fora da apuracao - o ponto
      *    ainda nao foi implantado para ele e a folha nao pode
      *    descontar o mes inteiro por isso. Os minutos da faixa
      *    noturna e os de domingo/feriado sao separados e pagos
      *    como adicionais proprios.
           MOVE ZEROS TO MINUTOS-TRABALHADOS.
           MOVE ZEROS TO DIAS-PRESENTES.
           MOVE ZEROS TO DIAS-JUSTIFICADOS.
           MOVE ZEROS TO VALOR-HORA-EXTRA.
           MOVE ZEROS TO DESCONTO-FALTAS.
           MOVE ZEROS TO DIAS-DE-FALTA.
           MOVE ZEROS TO DIAS-SUSPENSAO-MES.
           MOVE ZEROS TO DESCONTO-SUSPENSAO.
           MOVE ZEROS TO QTD-LINHAS-BANCO.
           MOVE ZEROS TO BANCO-NAO-GRAVADO.
           MOVE ZEROS TO MINUTOS-NOTURNOS-MES.
           MOVE ZEROS TO MINUTOS-DESCANSO-MES.
           MOVE ZEROS TO VALOR-ADIC-NOTURNO.
           MOVE ZEROS TO VALOR-DOMINGO-FERIADO.

           PERFORM BUSCA-TURNO-DO-FUNCIONARIO.
           PERFORM VARRE-PONTO-DO-MES.
           PERFORM CALCULA-NOTURNO-E-DESCANSO.
           PERFORM VARRE-AFASTAMENTOS-DO-MES.
           PERFORM BUSCA-FALTAS-APURADAS.
           PERFORM APURA-SUSPENSAO-DO-MES.

           IF DIAS-PRESENTES > ZEROS OR DIAS-JUSTIFICADOS > ZEROS
               PERFORM CALCULA-EXTRAS-E-FALTAS.

      *    a suspensao desconta mesmo de quem nao tem ponto
      *    implantado - e ausencia nao remunerada pela propria
      *    medida, nao apurada no relogio.
           IF DIAS-SUSPENSAO-MES > ZEROS
               COMPUTE DESCONTO-SUSPENSAO ROUNDED =
                   FUNCIONARIO-SALARIO * DIAS-SUSPENSAO-MES / 30
               ADD DESCONTO-SUSPENSAO TO DESCONTO-FALTAS.

      *    o pagamento de creditos expirados nao depende do ponto
      *    do mes - quem nem bateu ponto ainda recebe o que o
      *    PROG155 expirou.

       SOMA-MINUTOS-DA-MARCACAO.
      *    so marcacao completa soma horas; batida faltando conta
      *    presenca, mas nao minutos. Os minutos em domingo ou
      *    feriado saem da jornada e sao pagos a parte.
           MOVE PONTO-DATA TO JORNADA-DATA.
           MOVE PONTO-HORA-ENTRADA TO JORNADA-HORA-ENTRADA.
           MOVE PONTO-HORA-SAIDA TO JORNADA-HORA-SAIDA.
           PERFORM CLASSIFICA-MARCACAO.

           IF JORNADA-VALIDA = "S"
               COMPUTE MINUTOS-DO-DIA =
                   JORNADA-MINUTOS - JORNADA-MINUTOS-DESCANSO
               ADD MINUTOS-DO-DIA TO MINUTOS-TRABALHADOS
               ADD JORNADA-MINUTOS-NOTURNOS TO MINUTOS-NOTURNOS-MES
               ADD JORNADA-MINUTOS-DESCANSO TO MINUTOS-DESCANSO-MES.

       BUSCA-TURNO-DO-FUNCIONARIO.
      *    turno que vira a meia-noite (saida antes da entrada no
      *    cadastro do PROG156) aceita a batida de saida no dia
      *    seguinte; sem turno, a batida invertida segue ignorada.
           MOVE "N" TO JORNADA-TURNO-NOTURNO.

           IF FUNCIONARIO-TURNO-CODIGO > ZEROS
               MOVE FUNCIONARIO-TURNO-CODIGO TO TURNO-CODIGO
               READ ARQUIVO-TURNOS RECORD
                   INVALID KEY
                       MOVE "N" TO JORNADA-TURNO-NOTURNO
                   NOT INVALID KEY
                       IF TURNO-HORA-SAIDA < TURNO-HORA-ENTRADA
                           MOVE "S" TO JORNADA-TURNO-NOTURNO.

       CALCULA-NOTURNO-E-DESCANSO.
      *    noturno: oito setimos da hora com o adicional, menos a
      *    hora simples que o salario ja paga; descanso: a hora
      *    cheia com o percentual de domingo/feriado.
           IF MINUTOS-NOTURNOS-MES > ZEROS
               COMPUTE VALOR-ADIC-NOTURNO ROUNDED =
                   FUNCIONARIO-SALARIO * MINUTOS-NOTURNOS-MES *
                   ((8 * (1 + PERCENTUAL-ADIC-NOTURNO)) - 7) /
                   (7 * HORAS-PADRAO-MES * 60).

           IF MINUTOS-DESCANSO-MES > ZEROS
               COMPUTE VALOR-DOMINGO-FERIADO ROUNDED =
                   FUNCIONARIO-SALARIO * MINUTOS-DESCANSO-MES *
                   (1 + PERCENTUAL-DOMINGO-FERIADO) /
                   (HORAS-PADRAO-MES * 60).

       VARRE-AFASTAMENTOS-DO-MES.
           MOVE "N" TO FIM-AFASTAMENTOS.

           COMPUTE DIAS-DE-FALTA =
               DIAS-UTEIS-PADRAO - DIAS-PRESENTES -
               DIAS-JUSTIFICADOS - DIAS-SUSPENSAO-MES.

      *    com a conciliacao do PROG159 rodada para a competencia,
      *    o numero confiavel de faltas e o dela.
               COMPUTE DESCONTO-FALTAS ROUNDED =
                   FUNCIONARIO-SALARIO * DIAS-DE-FALTA / 30.

           IF DIAS-DE-FALTA < ZEROS
               MOVE ZEROS TO DIAS-DE-FALTA.

       APURA-SUSPENSAO-DO-MES.
      *    os dias suspensos ja saem da conta de faltas da
      *    conciliacao do PROG159; sem ela, saem da conta de cima.
           MOVE FUNCIONARIO-CODIGO TO SUSPENSAO-CODIGO.
           MOVE MES-FOLHA-ANO-MES TO SUSPENSAO-ANO-MES.
           PERFORM CONTA-DIAS-SUSPENSAO.
           MOVE SUSPENSAO-DIAS-NO-MES TO DIAS-SUSPENSAO-MES.

       BUSCA-FALTAS-APURADAS.
           MOVE "N" TO FALTAS-APURADAS-EXISTE.
           MOVE ZEROS TO DIAS-FALTA-APURADA.
               NOT INVALID KEY
                   MOVE "S" TO FALTAS-APURADAS-EXISTE
                   MOVE FALTAPU-DIAS TO DIAS-FALTA-APURADA
                   IF FALTAPU-PENDENTE AND MODO-RODADA = "D"
                       MOVE "A" TO FALTAPU-SITUACAO
                       REWRITE FALTA-APURADA-REGISTRO
                           INVALID KEY
           PERFORM SOMA-MOVIMENTO-BANCO
               UNTIL FIM-BANCO-HORAS = "S".

           ADD BANCO-NAO-GRAVADO TO SALDO-BANCO-HORAS.

           CLOSE ARQUIVO-BANCO-HORAS.
           OPEN EXTEND ARQUIVO-BANCO-HORAS.

           MOVE COMPETENCIA-DA-RODADA TO BH-COMPETENCIA.
           MOVE SALDO-BANCO-HORAS TO BH-SALDO-RESULTANTE.
           MOVE "FOLHA" TO BH-ORIGEM.

           IF MODO-RODADA = "D"
               WRITE BANCO-HORAS-REGISTRO
           ELSE
               ADD BH-MINUTOS TO BANCO-NAO-GRAVADO.

           PERFORM GUARDA-LINHA-BANCO-HORAS.

               NOT INVALID KEY
                   IF EXTRAEXP-PENDENTE
                       MOVE EXTRAEXP-MINUTOS TO MINUTOS-EXPIRADOS
                       PERFORM BAIXA-EXTRAS-EXPIRADAS.

           IF MINUTOS-EXPIRADOS > ZEROS
               COMPUTE VALOR-HORA-EXTRA ROUNDED =
                   (1 + PERCENTUAL-HORA-EXTRA) /
                   (HORAS-PADRAO-MES * 60).

       BAIXA-EXTRAS-EXPIRADAS.
           IF MODO-RODADA = "D"
               MOVE "A" TO EXTRAEXP-SITUACAO
               REWRITE EXTRA-EXPIRADA-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao baixar as horas "
                           "expiradas do codigo "
                           FUNCIONARIO-CODIGO.

       CONTA-DEPENDENTES.
      *    conta os dependentes do funcionario em dependentes.dat.
           MOVE ZEROS TO QTD-DEPENDENTES.
           ADD 1 TO QTD-CREDITOS-REMESSA.
           ADD SALARIO-LIQUIDO TO HASH-VALOR-REMESSA.

      *    o credito de cada beneficiario de pensao vai logo depois
      *    do credito do funcionario, com o codigo dele.
           PERFORM GRAVA-CREDITO-PENSAO
               VARYING INDICE-PENSAO FROM 1 BY 1
               UNTIL INDICE-PENSAO > QTD-PENSOES-DO-MES.

       GRAVA-CREDITO-PENSAO.
           MOVE FUNCIONARIO-CODIGO TO PENSAO-FUNCIONARIO-CODIGO.
           MOVE PDM-SEQUENCIA (INDICE-PENSAO) TO PENSAO-SEQUENCIA.

           READ ARQUIVO-PENSOES RECORD
               INVALID KEY
                   DISPLAY "Erro ao reler a pensao " PENSAO-CHAVE
               NOT INVALID KEY
                   PERFORM GRAVA-PENSAO-PAGA.

       GRAVA-PENSAO-PAGA.
      *    a ordem vigente fica registrada mesmo quando o liquido
      *    nao deu para nada - o juizo precisa saber.
           MOVE COMPETENCIA-DA-RODADA TO PAGPEN-COMPETENCIA.
           MOVE DATA-PAGAMENTO-REMESSA TO PAGPEN-DATA-PAGAMENTO.
           MOVE FUNCIONARIO-CODIGO TO PAGPEN-FUNCIONARIO-CODIGO.
           MOVE PENSAO-SEQUENCIA TO PAGPEN-SEQUENCIA.
           MOVE PENSAO-PROCESSO TO PAGPEN-PROCESSO.
           MOVE PENSAO-VARA TO PAGPEN-VARA.
           MOVE PENSAO-BENEFICIARIO-NOME TO PAGPEN-BENEFICIARIO-NOME.
           MOVE BASE-PENSAO TO PAGPEN-BASE.
           MOVE PDM-DEVIDO (INDICE-PENSAO) TO PAGPEN-DEVIDO.
           MOVE PDM-PAGO (INDICE-PENSAO) TO PAGPEN-PAGO.
           WRITE PENSAO-PAGA-REGISTRO.

           IF PDM-PAGO (INDICE-PENSAO) > ZEROS
               MOVE PENSAO-BANCO-CODIGO TO REM-BANCO
               MOVE PENSAO-AGENCIA TO REM-AGENCIA
               MOVE PENSAO-CONTA TO REM-CONTA
               MOVE FUNCIONARIO-CODIGO TO REM-CODIGO
               MOVE PENSAO-BENEFICIARIO-CPF TO REM-CPF
               MOVE PDM-PAGO (INDICE-PENSAO) TO REM-VALOR
               WRITE LINHA-REMESSA
               ADD 1 TO QTD-CREDITOS-REMESSA
               ADD PDM-PAGO (INDICE-PENSAO) TO HASH-VALOR-REMESSA.

       COBRA-PARCELA-ADIANTAMENTO.
      *    quem tem saldo devedor de adiantamento paga uma parcela
      *    automatica por folha: um percentual do salario, limitado
           SUBTRACT DESCONTO-ADIANTAMENTO FROM
               FUNCIONARIO-SALDO-ADIANTAMENTO.

           IF MODO-RODADA = "D"
               PERFORM BAIXA-SALDO-ADIANTAMENTO.

       BAIXA-SALDO-ADIANTAMENTO.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar o adiantamento do codigo "
               ADIANT-SALDO-RESULTANTE.
           WRITE ADIANTAMENTO-REGISTRO.

       PAGA-REEMBOLSOS-LIBERADOS.
      *    os comprovantes liberados do funcionario sao quitados
      *    nesta rodada; a previa calcula igual, sem baixar nada.
           MOVE ZEROS TO REEMBOLSO-PAGO.
           MOVE ZEROS TO REEMBOLSO-COMPENSADO.
           MOVE "N" TO FIM-REEMBOLSOS.

           MOVE FUNCIONARIO-CODIGO TO REEMB-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO REEMB-DATA.
           MOVE ZEROS TO REEMB-SEQUENCIA.

           START ARQUIVO-REEMBOLSOS
               KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-REEMBOLSOS.

           PERFORM EXAMINA-REEMBOLSO
               UNTIL FIM-REEMBOLSOS = "S".

           IF REEMBOLSO-COMPENSADO > ZEROS
               PERFORM APLICA-COMPENSACAO-REEMBOLSO.

       EXAMINA-REEMBOLSO.
           READ ARQUIVO-REEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REEMBOLSOS.

           IF FIM-REEMBOLSOS = "N"
               IF REEMB-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-REEMBOLSOS
               ELSE
                   IF REEMB-LIBERADO
                       PERFORM QUITA-REEMBOLSO.

       QUITA-REEMBOLSO.
      *    compensa o que o saldo devedor ainda comportar e paga o
      *    resto do comprovante no liquido.
           MOVE ZEROS TO COMPENSADO-DO-COMPROVANTE.
           COMPUTE SALDO-A-COMPENSAR =
               FUNCIONARIO-SALDO-ADIANTAMENTO - REEMBOLSO-COMPENSADO.

           IF SALDO-A-COMPENSAR > ZEROS
               MOVE REEMB-VALOR TO COMPENSADO-DO-COMPROVANTE.

           IF SALDO-A-COMPENSAR > ZEROS AND
               COMPENSADO-DO-COMPROVANTE > SALDO-A-COMPENSAR
               MOVE SALDO-A-COMPENSAR TO COMPENSADO-DO-COMPROVANTE.

           ADD COMPENSADO-DO-COMPROVANTE TO REEMBOLSO-COMPENSADO.
           COMPUTE REEMBOLSO-PAGO =
               REEMBOLSO-PAGO + REEMB-VALOR -
               COMPENSADO-DO-COMPROVANTE.

           IF MODO-RODADA = "D"
               PERFORM BAIXA-REEMBOLSO.

       BAIXA-REEMBOLSO.
           MOVE "Q" TO REEMB-SITUACAO.
           MOVE COMPETENCIA-DA-RODADA TO REEMB-COMPETENCIA-PAGA.
           MOVE COMPENSADO-DO-COMPROVANTE TO REEMB-VALOR-COMPENSADO.
           COMPUTE REEMB-VALOR-PAGO =
               REEMB-VALOR - COMPENSADO-DO-COMPROVANTE.

           REWRITE REEMBOLSO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar o reembolso " REEMB-CHAVE.

       APLICA-COMPENSACAO-REEMBOLSO.
           SUBTRACT REEMBOLSO-COMPENSADO FROM
               FUNCIONARIO-SALDO-ADIANTAMENTO.

           IF MODO-RODADA = "D"
               PERFORM BAIXA-COMPENSACAO-REEMBOLSO.

       BAIXA-COMPENSACAO-REEMBOLSO.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao compensar o reembolso do codigo "
                       FUNCIONARIO-CODIGO
               NOT INVALID KEY
                   PERFORM GRAVA-COMPENSACAO-ADIANTAMENTO.

       GRAVA-COMPENSACAO-ADIANTAMENTO.
      *    a compensacao aparece no extrato do PROG75 como
      *    lancamento proprio, com o saldo que sobrou.
           ACCEPT ADIANT-DATA FROM DATE YYYYMMDD.
           ACCEPT ADIANT-HORA FROM TIME.
           MOVE FUNCIONARIO-CODIGO TO ADIANT-CODIGO.
           MOVE "R" TO ADIANT-TIPO.
           MOVE REEMBOLSO-COMPENSADO TO ADIANT-VALOR.
           MOVE "FOLHA" TO ADIANT-OPERADOR.
           MOVE FUNCIONARIO-SALDO-ADIANTAMENTO TO
               ADIANT-SALDO-RESULTANTE.
           WRITE ADIANTAMENTO-REGISTRO.

       ESCREVE-LINHA-REEMBOLSO.
           COMPUTE REE-VALOR = REEMBOLSO-PAGO + REEMBOLSO-COMPENSADO.
           MOVE REEMBOLSO-COMPENSADO TO REE-COMPENSADO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-REEMBOLSO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       BUSCA-COMISSAO-DO-MES.
      *    a comissao pendente da competencia (PROG145) entra uma
      *    unica vez - aplicada, a linha e marcada para a rodada
               NOT INVALID KEY
                   IF COMFOLHA-PENDENTE
                       MOVE COMFOLHA-VALOR TO VALOR-COMISSAO
                       PERFORM BAIXA-COMISSAO-DO-MES.

       BAIXA-COMISSAO-DO-MES.
           IF MODO-RODADA = "D"
               MOVE "A" TO COMFOLHA-SITUACAO
               REWRITE COMISSAO-FOLHA-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao baixar a comissao "
                           "do codigo " FUNCIONARIO-CODIGO.

       BUSCA-RETROATIVO-DO-MES.
      *    o retroativo pendente da competencia (PROG85) entra uma
               NOT INVALID KEY
                   IF RETRO-PENDENTE
                       MOVE RETRO-VALOR TO VALOR-RETROATIVO
                       PERFORM BAIXA-RETROATIVO-DO-MES.

       BAIXA-RETROATIVO-DO-MES.
           IF MODO-RODADA = "D"
               MOVE "A" TO RETRO-SITUACAO
               REWRITE RETROATIVO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao baixar o retroativo "
                           "do codigo " FUNCIONARIO-CODIGO.

       ESCREVE-LINHA-RETROATIVO.
           MOVE VALOR-RETROATIVO TO RET-VALOR.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-ADIC-NOTURNO.
           MOVE VALOR-ADIC-NOTURNO TO NOT-VALOR.
           DIVIDE MINUTOS-NOTURNOS-MES BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO NOT-HORAS.
           MOVE MINUTOS-EDITADOS TO NOT-MINUTOS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ADIC-NOTURNO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-DOMINGO-FERIADO.
           MOVE VALOR-DOMINGO-FERIADO TO DFE-VALOR.
           DIVIDE MINUTOS-DESCANSO-MES BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO DFE-HORAS.
           MOVE MINUTOS-EDITADOS TO DFE-MINUTOS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DOMINGO-FERIADO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-HORA-EXTRA.
           MOVE VALOR-HORA-EXTRA TO HEX-VALOR.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-HORA-EXTRA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-FALTAS.
      *    o desconto de faltas ja traz a suspensao somada; no
      *    holerite as duas saem em linhas separadas (a suspensao
      *    primeiro, quando o teto do liquido cortou o desconto).
           IF DESCONTO-SUSPENSAO > DESCONTO-FALTAS
               MOVE DESCONTO-FALTAS TO DESCONTO-SUSPENSAO.

           IF DESCONTO-FALTAS > DESCONTO-SUSPENSAO
               COMPUTE FAL-VALOR =
                   DESCONTO-FALTAS - DESCONTO-SUSPENSAO
               MOVE DIAS-DE-FALTA TO FAL-DIAS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-FALTAS TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO IMPRESSAO-LINHAS.

           IF DESCONTO-SUSPENSAO > ZEROS
               MOVE DESCONTO-SUSPENSAO TO SUS-VALOR
               MOVE DIAS-SUSPENSAO-MES TO SUS-DIAS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-SUSPENSAO TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-ADIANTAMENTO.
           MOVE DESCONTO-ADIANTAMENTO TO ADI-VALOR.
           MOVE FUNCIONARIO-SALDO-ADIANTAMENTO TO ADI-SALDO.
           MOVE VALOR-ADICIONAL-TEMPO TO
               FOLHA-HIST-ADICIONAL-TEMPO.
           MOVE VALOR-RETROATIVO TO FOLHA-HIST-RETROATIVO.
           MOVE BASE-ENCARGOS TO FOLHA-HIST-BASE-ENCARGOS.
           MOVE VALOR-FGTS TO FOLHA-HIST-FGTS.
           MOVE VALOR-INSS-EMPRESA TO FOLHA-HIST-INSS-EMPRESA.
           MOVE VALOR-RAT TO FOLHA-HIST-RAT.
           MOVE VALOR-TERCEIROS TO FOLHA-HIST-TERCEIROS.
           MOVE DESCONTO-VALE-TRANSPORTE TO FOLHA-HIST-DESCONTO-VT.
           MOVE DESCONTO-PLANO-SAUDE TO FOLHA-HIST-DESCONTO-PLANO.
           MOVE DESCONTO-PENSAO TO FOLHA-HIST-DESCONTO-PENSAO.
           MOVE DESCONTO-CONSIGNADO TO FOLHA-HIST-DESCONTO-CONSIG.
           MOVE DESCONTO-SINDICATO TO FOLHA-HIST-DESCONTO-SINDICATO.
           MOVE VALOR-ADIC-NOTURNO TO FOLHA-HIST-ADIC-NOTURNO.
           MOVE VALOR-DOMINGO-FERIADO TO FOLHA-HIST-DOMINGO-FERIADO.
           MOVE REEMBOLSO-PAGO TO FOLHA-HIST-REEMBOLSO.
           MOVE REEMBOLSO-COMPENSADO TO FOLHA-HIST-REEMB-COMPENSADO.
           WRITE FOLHA-HIST-REGISTRO.

       CALCULA-DATA-PAGAMENTO.

           CLOSE RELATORIO-REMESSA.

       GRAVA-SALARIOS-BANCO.
      *    o total da remessa, com a data do credito, e o debito que
      *    a conciliacao bancaria do PROG266 espera ver no extrato.
           OPEN EXTEND ARQUIVO-SALARIOS-BANCO.
           MOVE "R" TO SALBCO-TIPO.
           MOVE DATA-PAGAMENTO-REMESSA TO SALBCO-DATA.
           MOVE COMPETENCIA-DA-RODADA TO SALBCO-COMPETENCIA.
           MOVE SPACES TO SALBCO-CONTA.
           MOVE QTD-CREDITOS-REMESSA TO SALBCO-QTD-CREDITOS.
           MOVE HASH-VALOR-REMESSA TO SALBCO-VALOR.
           WRITE SALARIO-BANCO-REGISTRO.
           CLOSE ARQUIVO-SALARIOS-BANCO.

           COPY "PDTABIMPOSTO.cob".

       ESCREVE-CABECALHO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE TOTAL-FGTS TO ROD-FGTS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-FGTS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE TOTAL-ENCARGOS-INSS TO ROD-ENCARGOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-ENCARGOS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".

           COPY "PDCALCDIAS.cob".

           COPY "PDDIAUTIL.cob".

           COPY "PDJORNADA.cob".

           COPY "PDSUSPENSAO.cob".

           COPY "PDPARAMETRO.cob".

           COPY "PDPLANOSAUDE.cob".

           COPY "PDSINDICATO.cob".
           COPY "PDJANELA.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG194.
      *    folha complementar de uma competencia ja fechada pelo
      *    PROG149 - o PROG54 recusa a competencia fechada, e uma
      *    diferenca descoberta depois do fechamento (salario ou
      *    comissao pagos a menor) ficava sem caminho. O operador
      *    escolhe os funcionarios e informa so as diferencas; o
      *    INSS e o IRRF sao recalculados sobre a base combinada
      *    (original mais complementos anteriores mais esta
      *    diferenca) e descontados so no que passar do ja retido.
      *    Cada funcionario ganha uma linha "C" propria em
      *    folha_historico.dat, com a competencia original, e um
      *    credito numa remessa propria (REMESSA_COMPL.TXT); as
      *    linhas originais da competencia fechada nao sao
      *    tocadas. O registro sai carimbado pelo arquivo morto de
      *    impressoes (COMPLEMENT_AAAAMMDD_NNN.LST), e o total da
      *    remessa vai para salarios_banco.dat, como o do PROG54,
      *    para a conciliacao bancaria do PROG266.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBCOMPFOLHA.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBTABIMPOSTO.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBSALBANCO.cob".
           SELECT RELATORIO-COMPLEMENTAR
               ASSIGN TO SAIDACOMPL
               ORGANIZATION IS LINE SEQUENTIAL.
      *    remessa da complementar no mesmo leiaute da remessa da
      *    folha mensal, em arquivo proprio - a remessa do mes,
      *    se ainda estiver no diretorio, nao e atropelada.
           SELECT ARQUIVO-REMESSA
               ASSIGN TO "REMESSA_COMPL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-REMESSA
               ASSIGN TO "REMESSA_COMPL.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDCOMPFOLHA.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDTABIMPOSTO.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDSALBANCO.cob".

       FD  RELATORIO-COMPLEMENTAR.
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-REMESSA.
       01  LINHA-REMESSA.
           05 REM-BANCO PIC 9(3).
           05 REM-AGENCIA PIC 9(4).
           05 REM-CONTA PIC X(10).
           05 REM-CODIGO PIC 9(4).
           05 REM-CPF PIC 9(11).
      *    decimais implicitos, como no extrato do PROG65.
           05 REM-VALOR PIC 9(6)V99.

       FD  RELATORIO-REMESSA.
       01  LINHA-REGISTRO-REMESSA PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSTABIMPOSTO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-PAGAMENTO-REMESSA PIC 9(8).
      *    competencia fechada contra a qual a complementar roda.
       77  COMPETENCIA-DA-RODADA PIC 9(6).
       77  COMPETENCIA-LIBERADA PIC X.
       77  COMPETENCIA-DA-LINHA PIC 9(6).

       01  HIST-DATA-DESMONTADA.
           05 HIST-DESM-ANO-MES PIC 9(6).
           05 HIST-DESM-DIA PIC 9(2).

      *    funcionarios escolhidos pelo operador, com as diferencas
      *    informadas e o que a competencia ja pagou e reteve para
      *    cada um (linhas "M" e "C" anteriores somadas).
       77  CODIGO-INFORMADO PIC 9(4).
       77  DIFERENCA-SALARIO-INFORMADA PIC 9(6)V99.
       77  DIFERENCA-COMISSAO-INFORMADA PIC 9(6)V99.
       77  QTD-ESCOLHIDOS PIC 9(3).
       77  INDICE-ESCOLHIDO PIC 9(3).
       77  ESCOLHIDO-ACHADO PIC 9(3).

       01  TABELA-ESCOLHIDOS.
           05 ESCOLHIDO OCCURS 200 TIMES.
               10 ESC-CODIGO PIC 9(4).
               10 ESC-DIFERENCA-SALARIO PIC 9(6)V99.
               10 ESC-DIFERENCA-COMISSAO PIC 9(6)V99.
      *    data da rodada mensal original - a tabela de impostos
      *    vigente nela e a que vale para a base combinada.
               10 ESC-DATA-ORIGINAL PIC 9(8).
               10 ESC-BASE-ANTERIOR PIC 9(7)V99.
               10 ESC-INSS-ANTERIOR PIC 9(7)V99.
               10 ESC-IRRF-ANTERIOR PIC 9(7)V99.

      *    percentuais de contingencia, os mesmos do PROG54, usados
      *    apenas quando a tabela progressiva nao tem faixas.
       77  TAXA-INSS PIC V99 VALUE .09.
       77  TAXA-IRRF PIC V99 VALUE .07.
       77  TAXA-FGTS PIC V9(4) VALUE .0800.
       77  TAXA-INSS-EMPRESA PIC V9(4) VALUE .2000.
       77  TAXA-RAT PIC V9(4) VALUE .0200.
       77  TAXA-TERCEIROS PIC V9(4) VALUE .0580.
       77  VALOR-DEDUCAO-DEPENDENTE PIC 9(3)V99 VALUE 189.59.
       77  QTD-DEPENDENTES PIC 9(2).
       77  FIM-DEPENDENTES PIC X.

       77  VALOR-DIFERENCA PIC 9(6)V99.
       77  BASE-COMBINADA PIC 9(7)V99.
       77  INSS-COMBINADO PIC 9(7)V99.
       77  IRRF-COMBINADO PIC 9(7)V99.
       77  BASE-IRRF PIC S9(7)V99.
       77  DIFERENCA-IMPOSTO PIC S9(7)V99.
       77  DESCONTO-INSS PIC 9(6)V99.
       77  DESCONTO-IRRF PIC 9(6)V99.
       77  TOTAL-DESCONTOS PIC 9(6)V99.
       77  SALARIO-LIQUIDO PIC 9(6)V99.
       77  VALOR-FGTS PIC 9(6)V99.
       77  VALOR-INSS-EMPRESA PIC 9(6)V99.
       77  VALOR-RAT PIC 9(6)V99.
       77  VALOR-TERCEIROS PIC 9(6)V99.

       77  QTD-FUNCIONARIOS PIC 9(4).
       77  TOTAL-DIFERENCA PIC 9(8)V99.
       77  TOTAL-LIQUIDO PIC 9(8)V99.
       77  TOTAL-FGTS PIC 9(8)V99.
       77  QTD-CREDITOS-REMESSA PIC 9(4).
       77  HASH-VALOR-REMESSA PIC 9(10)V99.

       01  REGISTRO-REMESSA-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
               "REGISTRO DA REMESSA DA FOLHA COMPLEMENTAR".

       01  REGISTRO-REMESSA-COMPETENCIA.
           05 FILLER PIC X(25) VALUE "Competencia original...: ".
           05 REG-COMPETENCIA PIC 9999/99.

       01  REGISTRO-REMESSA-DATA.
           05 FILLER PIC X(25) VALUE "Data do credito........: ".
           05 REG-DATA-PAGAMENTO PIC 9999/99/99.

       01  REGISTRO-REMESSA-QTD.
           05 FILLER PIC X(25) VALUE "Creditos na remessa....: ".
           05 REG-QTD PIC ZZZ9.

       01  REGISTRO-REMESSA-HASH.
           05 FILLER PIC X(25) VALUE "Hash total dos valores.: ".
           05 REG-HASH PIC ZZZ,ZZZ,ZZ9.99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "FOLHA COMPLEMENTAR".
           05 FILLER PIC X(13) VALUE "Competencia: ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(6) VALUE "Codigo".
           05 FILLER PIC X(12) VALUE "  Nome".
           05 FILLER PIC X(13) VALUE "Diferenca".
           05 FILLER PIC X(13) VALUE "INSS".
           05 FILLER PIC X(13) VALUE "IRRF".
           05 FILLER PIC X(13) VALUE "Liquido".

       01  LINHA-DETALHE.
           05 DET-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIFERENCA PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-INSS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-IRRF PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-LIQUIDO PIC ZZZ,ZZ9.99.

      *    segunda linha do funcionario: o que a competencia ja
      *    tinha tributado e retido, para a conferencia do
      *    recalculo sobre a base combinada.
       01  LINHA-ORIGINAL.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "Ja pago: ".
           05 ORI-BASE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ORI-INSS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 ORI-IRRF PIC ZZZ,ZZ9.99.

       01  LINHA-RODAPE.
           05 FILLER PIC X(25) VALUE "Funcionarios pagos.....: ".
           05 ROD-QTD PIC ZZZ9.

       01  LINHA-RODAPE-DIFERENCA.
           05 FILLER PIC X(25) VALUE "Total das diferencas...: ".
           05 ROD-DIFERENCA PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-LIQUIDO.
           05 FILLER PIC X(25) VALUE "Total liquido a pagar..: ".
           05 ROD-LIQUIDO PIC $ZZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-FGTS.
           05 FILLER PIC X(25) VALUE "FGTS a depositar.......: ".
           05 ROD-FGTS PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG194" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Competencia fechada a complementar (AAAAMM): ".
           ACCEPT COMPETENCIA-DA-RODADA.

           PERFORM CONFERE-COMPETENCIA.

           IF COMPETENCIA-LIBERADA = "S"
               PERFORM ESCOLHE-FUNCIONARIOS
               IF QTD-ESCOLHIDOS = ZEROS
                   DISPLAY "Nenhum funcionario escolhido, "
                       "nada rodado"
               ELSE
                   PERFORM RODA-COMPLEMENTAR.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFERE-COMPETENCIA.
      *    o contrario do PROG54: a complementar so roda contra
      *    competencia fechada e com a folha mensal ja rodada -
      *    competencia aberta ainda se corrige na propria folha.
      *    O controle nao e remarcado: a competencia aceita
      *    quantas complementares forem precisas.
           MOVE "N" TO COMPETENCIA-LIBERADA.

           OPEN INPUT ARQUIVO-COMPETENCIAS.

           MOVE COMPETENCIA-DA-RODADA TO COMP-ANO-MES.
           READ ARQUIVO-COMPETENCIAS RECORD
               INVALID KEY
                   DISPLAY "Competencia nao existe no PROG149"
               NOT INVALID KEY
                   PERFORM AVALIA-COMPETENCIA.

           CLOSE ARQUIVO-COMPETENCIAS.

       AVALIA-COMPETENCIA.
           IF NOT COMP-FECHADA
               DISPLAY "Competencia ainda aberta, corrija pelo "
                   "PROG54"
           ELSE
               IF COMP-FOLHA-RODADA NOT = "S"
                   DISPLAY "Competencia sem folha mensal, nada "
                       "a complementar"
               ELSE
                   MOVE "S" TO COMPETENCIA-LIBERADA.

       ESCOLHE-FUNCIONARIOS.
           MOVE ZEROS TO QTD-ESCOLHIDOS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE 1 TO CODIGO-INFORMADO.
           PERFORM ESCOLHE-UM-FUNCIONARIO
               UNTIL CODIGO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-FUNCIONARIO.

       ESCOLHE-UM-FUNCIONARIO.
           DISPLAY "Codigo do funcionario (0 para encerrar): ".
           ACCEPT CODIGO-INFORMADO.

           IF CODIGO-INFORMADO NOT = ZEROS
               PERFORM CONFERE-FUNCIONARIO-ESCOLHIDO.

       CONFERE-FUNCIONARIO-ESCOLHIDO.
           PERFORM PROCURA-ESCOLHIDO.

           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE ZEROS TO FUNCIONARIO-CODIGO.

           IF FUNCIONARIO-CODIGO = ZEROS
               DISPLAY "Funcionario nao cadastrado"
           ELSE
               IF ESCOLHIDO-ACHADO NOT = ZEROS
                   DISPLAY "Funcionario ja escolhido nesta rodada"
               ELSE
                   IF QTD-ESCOLHIDOS NOT < 200
                       DISPLAY "Limite de 200 funcionarios por "
                           "rodada"
                   ELSE
                       PERFORM ACEITA-DIFERENCAS.

       ACEITA-DIFERENCAS.
           DISPLAY FUNCIONARIO-CODIGO " " FUNCIONARIO-NOME-COMPLETO.
           DISPLAY "Diferenca de salario: ".
           ACCEPT DIFERENCA-SALARIO-INFORMADA.
           DISPLAY "Diferenca de comissao: ".
           ACCEPT DIFERENCA-COMISSAO-INFORMADA.

           IF DIFERENCA-SALARIO-INFORMADA = ZEROS AND
               DIFERENCA-COMISSAO-INFORMADA = ZEROS
               DISPLAY "Sem diferenca, funcionario ignorado"
           ELSE
               ADD 1 TO QTD-ESCOLHIDOS
               MOVE CODIGO-INFORMADO TO ESC-CODIGO (QTD-ESCOLHIDOS)
               MOVE DIFERENCA-SALARIO-INFORMADA TO
                   ESC-DIFERENCA-SALARIO (QTD-ESCOLHIDOS)
               MOVE DIFERENCA-COMISSAO-INFORMADA TO
                   ESC-DIFERENCA-COMISSAO (QTD-ESCOLHIDOS)
               MOVE ZEROS TO ESC-DATA-ORIGINAL (QTD-ESCOLHIDOS)
               MOVE ZEROS TO ESC-BASE-ANTERIOR (QTD-ESCOLHIDOS)
               MOVE ZEROS TO ESC-INSS-ANTERIOR (QTD-ESCOLHIDOS)
               MOVE ZEROS TO ESC-IRRF-ANTERIOR (QTD-ESCOLHIDOS).

       PROCURA-ESCOLHIDO.
      *    devolve em ESCOLHIDO-ACHADO a posicao do codigo
      *    informado na tabela, ou zero.
           MOVE ZEROS TO ESCOLHIDO-ACHADO.
           PERFORM CONFERE-POSICAO-ESCOLHIDO
               VARYING INDICE-ESCOLHIDO FROM 1 BY 1
               UNTIL INDICE-ESCOLHIDO > QTD-ESCOLHIDOS.

       CONFERE-POSICAO-ESCOLHIDO.
           IF ESC-CODIGO (INDICE-ESCOLHIDO) = CODIGO-INFORMADO
               MOVE INDICE-ESCOLHIDO TO ESCOLHIDO-ACHADO.

       APLICA-PARAMETROS-CENTRAIS.
      *    os mesmos parametros do PROG54 (PROG176), em percentual;
      *    ausentes, valem as contingencias dos 77 de cima.
           PERFORM CARREGA-PARAMETROS.

           MOVE "DEDUCAO-DEPENDENTE" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO
                   VALOR-DEDUCAO-DEPENDENTE.

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

       RODA-COMPLEMENTAR.
           PERFORM SOMA-JA-PAGO-NA-COMPETENCIA.
           PERFORM CARREGA-FERIADOS.
           PERFORM CALCULA-DATA-PAGAMENTO.
           PERFORM APLICA-PARAMETROS-CENTRAIS.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG194" TO IMPRESSAO-PROGRAMA.
           MOVE "COMPLEMENT" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACOMPL" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN OUTPUT RELATORIO-COMPLEMENTAR.
           OPEN EXTEND ARQUIVO-FOLHA-HISTORICO.
           OPEN OUTPUT ARQUIVO-REMESSA.

           MOVE ZEROS TO QTD-FUNCIONARIOS.
           MOVE ZEROS TO TOTAL-DIFERENCA.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE ZEROS TO TOTAL-FGTS.
           MOVE ZEROS TO QTD-CREDITOS-REMESSA.
           MOVE ZEROS TO HASH-VALOR-REMESSA.

           PERFORM ESCREVE-CABECALHO.

           PERFORM PROCESSA-ESCOLHIDO
               VARYING INDICE-ESCOLHIDO FROM 1 BY 1
               UNTIL INDICE-ESCOLHIDO > QTD-ESCOLHIDOS.

           PERFORM ESCREVE-RODAPE.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE RELATORIO-COMPLEMENTAR.
           CLOSE ARQUIVO-FOLHA-HISTORICO.
           CLOSE ARQUIVO-REMESSA.

           PERFORM ESCREVE-REGISTRO-REMESSA.
           PERFORM GRAVA-SALARIOS-BANCO.
           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Folha complementar gravada em " IMPRESSAO-NOME.
           DISPLAY "Historico gravado em folha_historico.dat".
           DISPLAY "Remessa gravada em REMESSA_COMPL.TXT".
           DISPLAY "Funcionarios pagos.....: " QTD-FUNCIONARIOS.
           DISPLAY "Total liquido a pagar..: " TOTAL-LIQUIDO.

       SOMA-JA-PAGO-NA-COMPETENCIA.
      *    uma passada no historico antes de gravar: para cada
      *    escolhido, soma a base tributavel e o INSS/IRRF ja
      *    retidos nas linhas mensais e complementares da
      *    competencia - a segunda complementar do mesmo mes
      *    tributa sobre tudo o que ja foi pago, inclusive a
      *    primeira. A base segue a do PROG54: salario, comissao,
      *    ferias, adicional de tempo e retroativo.
           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-HISTORICO.

           PERFORM SOMA-LINHA-DO-HISTORICO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FOLHA-HISTORICO.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       SOMA-LINHA-DO-HISTORICO.
           IF FOLHA-HIST-COMPETENCIA > ZEROS
               MOVE FOLHA-HIST-COMPETENCIA TO COMPETENCIA-DA-LINHA
           ELSE
               MOVE FOLHA-HIST-DATA TO HIST-DATA-DESMONTADA
               MOVE HIST-DESM-ANO-MES TO COMPETENCIA-DA-LINHA.

           IF COMPETENCIA-DA-LINHA = COMPETENCIA-DA-RODADA
               IF FOLHA-HIST-MENSAL OR FOLHA-HIST-COMPLEMENTAR
                   MOVE FOLHA-HIST-CODIGO TO CODIGO-INFORMADO
                   PERFORM PROCURA-ESCOLHIDO
                   IF ESCOLHIDO-ACHADO NOT = ZEROS
                       PERFORM ACUMULA-JA-PAGO.

           PERFORM LEIA-PROXIMO-HISTORICO.

       ACUMULA-JA-PAGO.
           IF FOLHA-HIST-MENSAL
               MOVE FOLHA-HIST-DATA TO
                   ESC-DATA-ORIGINAL (ESCOLHIDO-ACHADO).

           COMPUTE ESC-BASE-ANTERIOR (ESCOLHIDO-ACHADO) =
               ESC-BASE-ANTERIOR (ESCOLHIDO-ACHADO) +
               FOLHA-HIST-BRUTO + FOLHA-HIST-COMISSAO +
               FOLHA-HIST-FERIAS + FOLHA-HIST-ADICIONAL-TEMPO +
               FOLHA-HIST-RETROATIVO + FOLHA-HIST-ADIC-NOTURNO +
               FOLHA-HIST-DOMINGO-FERIADO.
           ADD FOLHA-HIST-DESCONTO-INSS TO
               ESC-INSS-ANTERIOR (ESCOLHIDO-ACHADO).
           ADD FOLHA-HIST-DESCONTO-IRRF TO
               ESC-IRRF-ANTERIOR (ESCOLHIDO-ACHADO).

       PROCESSA-ESCOLHIDO.
      *    so complementa quem recebeu a folha mensal da
      *    competencia - sem linha original nao ha o que
      *    complementar, e o caso e da rescisao ou da folha.
           IF ESC-DATA-ORIGINAL (INDICE-ESCOLHIDO) = ZEROS
               DISPLAY "Funcionario " ESC-CODIGO (INDICE-ESCOLHIDO)
                   " sem folha mensal na competencia, ignorado"
           ELSE
               MOVE ESC-CODIGO (INDICE-ESCOLHIDO) TO
                   FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO RECORD
                   INVALID KEY
                       DISPLAY "Erro ao reler o funcionario "
                           ESC-CODIGO (INDICE-ESCOLHIDO)
                   NOT INVALID KEY
                       PERFORM CALCULA-E-ESCREVE-COMPLEMENTAR.

       CALCULA-E-ESCREVE-COMPLEMENTAR.
           COMPUTE VALOR-DIFERENCA =
               ESC-DIFERENCA-SALARIO (INDICE-ESCOLHIDO) +
               ESC-DIFERENCA-COMISSAO (INDICE-ESCOLHIDO).

           COMPUTE BASE-COMBINADA =
               ESC-BASE-ANTERIOR (INDICE-ESCOLHIDO) +
               VALOR-DIFERENCA.

      *    a tabela de impostos e a vigente na rodada original -
      *    a diferenca pertence aquela competencia, nao a de hoje.
           MOVE ESC-DATA-ORIGINAL (INDICE-ESCOLHIDO) TO
               TABIMP-DATA-CALCULO.
           PERFORM CARREGA-TABELA-IMPOSTOS.

           PERFORM CONTA-DEPENDENTES.
           PERFORM CALCULA-IMPOSTOS-COMBINADOS.

      *    o desconto da complementar e so o que o imposto da
      *    base combinada passa do ja retido; se a faixa nova der
      *    menos (tabela trocada, dependente novo), nao ha
      *    devolucao por aqui.
           COMPUTE DIFERENCA-IMPOSTO =
               INSS-COMBINADO - ESC-INSS-ANTERIOR (INDICE-ESCOLHIDO).
           IF DIFERENCA-IMPOSTO < ZEROS
               MOVE ZEROS TO DIFERENCA-IMPOSTO.
           MOVE DIFERENCA-IMPOSTO TO DESCONTO-INSS.

           COMPUTE DIFERENCA-IMPOSTO =
               IRRF-COMBINADO - ESC-IRRF-ANTERIOR (INDICE-ESCOLHIDO).
           IF DIFERENCA-IMPOSTO < ZEROS
               MOVE ZEROS TO DIFERENCA-IMPOSTO.
      *    o IRRF para no que sobra da diferenca depois do INSS -
      *    o liquido da complementar nunca fica negativo.
           IF DIFERENCA-IMPOSTO > VALOR-DIFERENCA - DESCONTO-INSS
               COMPUTE DIFERENCA-IMPOSTO =
                   VALOR-DIFERENCA - DESCONTO-INSS.
           MOVE DIFERENCA-IMPOSTO TO DESCONTO-IRRF.

           COMPUTE TOTAL-DESCONTOS = DESCONTO-INSS + DESCONTO-IRRF.
           COMPUTE SALARIO-LIQUIDO =
               VALOR-DIFERENCA - TOTAL-DESCONTOS.

      *    os encargos da empresa incidem so sobre a diferenca - os
      *    da parte original ja foram recolhidos na competencia.
           COMPUTE VALOR-FGTS ROUNDED = VALOR-DIFERENCA * TAXA-FGTS.
           COMPUTE VALOR-INSS-EMPRESA ROUNDED =
               VALOR-DIFERENCA * TAXA-INSS-EMPRESA.
           COMPUTE VALOR-RAT ROUNDED = VALOR-DIFERENCA * TAXA-RAT.
           COMPUTE VALOR-TERCEIROS ROUNDED =
               VALOR-DIFERENCA * TAXA-TERCEIROS.

           ADD 1 TO QTD-FUNCIONARIOS.
           ADD VALOR-DIFERENCA TO TOTAL-DIFERENCA.
           ADD SALARIO-LIQUIDO TO TOTAL-LIQUIDO.
           ADD VALOR-FGTS TO TOTAL-FGTS.

           PERFORM ESCREVE-DETALHE.
           PERFORM GRAVA-FOLHA-HISTORICO.
           PERFORM GRAVA-CREDITO-REMESSA.

       CALCULA-IMPOSTOS-COMBINADOS.
      *    o mesmo calculo do PROG54, sobre a base combinada.
           IF TABIMP-QTD-INSS > ZEROS
               MOVE BASE-COMBINADA TO TABIMP-SALARIO-CALC
               PERFORM CALCULA-INSS-TABELA
               MOVE TABIMP-DESCONTO-CALC TO INSS-COMBINADO
           ELSE
               COMPUTE INSS-COMBINADO =
                   BASE-COMBINADA * TAXA-INSS.

           COMPUTE BASE-IRRF =
               BASE-COMBINADA -
               (QTD-DEPENDENTES * VALOR-DEDUCAO-DEPENDENTE).

           IF BASE-IRRF < ZEROS
               MOVE ZEROS TO BASE-IRRF.

           IF TABIMP-QTD-IRRF > ZEROS
               MOVE BASE-IRRF TO TABIMP-SALARIO-CALC
               PERFORM CALCULA-IRRF-TABELA
               MOVE TABIMP-DESCONTO-CALC TO IRRF-COMBINADO
           ELSE
               COMPUTE IRRF-COMBINADO =
                   BASE-IRRF * TAXA-IRRF.

       CONTA-DEPENDENTES.
      *    conta os dependentes do funcionario em dependentes.dat.
           MOVE ZEROS TO QTD-DEPENDENTES.
           MOVE "N" TO FIM-DEPENDENTES.

           MOVE FUNCIONARIO-CODIGO TO DEP-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO DEP-SEQUENCIA.

           START ARQUIVO-DEPENDENTES
               KEY IS NOT LESS THAN DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DEPENDENTES.

           PERFORM VARRE-DEPENDENTES
               UNTIL FIM-DEPENDENTES = "S".

       VARRE-DEPENDENTES.
           READ ARQUIVO-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DEPENDENTES.

           IF FIM-DEPENDENTES = "N"
               IF DEP-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-DEPENDENTES
               ELSE
                   IF NOT DEP-INELEGIVEL
                       ADD 1 TO QTD-DEPENDENTES.

       GRAVA-FOLHA-HISTORICO.
      *    linha propria, tipo "C", com a competencia original e a
      *    data de hoje - so as diferencas e os descontos delas.
           MOVE SPACES TO FOLHA-HIST-REGISTRO.
           MOVE DATA-DE-HOJE TO FOLHA-HIST-DATA.
           MOVE "C" TO FOLHA-HIST-TIPO.
           MOVE FUNCIONARIO-CODIGO TO FOLHA-HIST-CODIGO.
           MOVE FUNCIONARIO-FILIAL-CODIGO TO
               FOLHA-HIST-FILIAL-CODIGO.
           MOVE ESC-DIFERENCA-SALARIO (INDICE-ESCOLHIDO) TO
               FOLHA-HIST-BRUTO.
           MOVE DESCONTO-INSS TO FOLHA-HIST-DESCONTO-INSS.
           MOVE DESCONTO-IRRF TO FOLHA-HIST-DESCONTO-IRRF.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-ADIANT.
           MOVE ZEROS TO FOLHA-HIST-HORA-EXTRA.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-FALTAS.
           MOVE TOTAL-DESCONTOS TO FOLHA-HIST-TOTAL-DESCONTOS.
           MOVE SALARIO-LIQUIDO TO FOLHA-HIST-LIQUIDO.
           MOVE ESC-DIFERENCA-COMISSAO (INDICE-ESCOLHIDO) TO
               FOLHA-HIST-COMISSAO.
           MOVE COMPETENCIA-DA-RODADA TO FOLHA-HIST-COMPETENCIA.
           MOVE ZEROS TO FOLHA-HIST-FERIAS.
           MOVE ZEROS TO FOLHA-HIST-ADICIONAL-TEMPO.
           MOVE ZEROS TO FOLHA-HIST-RETROATIVO.
           MOVE VALOR-DIFERENCA TO FOLHA-HIST-BASE-ENCARGOS.
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

       GRAVA-CREDITO-REMESSA.
           IF SALARIO-LIQUIDO > ZEROS
               MOVE FUNCIONARIO-BANCO-CODIGO TO REM-BANCO
               MOVE FUNCIONARIO-AGENCIA TO REM-AGENCIA
               MOVE FUNCIONARIO-CONTA TO REM-CONTA
               MOVE FUNCIONARIO-CODIGO TO REM-CODIGO
               MOVE FUNCIONARIO-CPF TO REM-CPF
               MOVE SALARIO-LIQUIDO TO REM-VALOR
               WRITE LINHA-REMESSA
               ADD 1 TO QTD-CREDITOS-REMESSA
               ADD SALARIO-LIQUIDO TO HASH-VALOR-REMESSA.

       CALCULA-DATA-PAGAMENTO.
           MOVE DATA-DE-HOJE TO DIAUTIL-DATA.
           MOVE 1 TO DIAUTIL-DIAS-A-SOMAR.
           PERFORM SOMA-DIAS-UTEIS.
           MOVE DIAUTIL-DATA TO DATA-PAGAMENTO-REMESSA.

       ESCREVE-REGISTRO-REMESSA.
      *    registro impresso da remessa, como o da folha mensal,
      *    com a competencia original para a conciliacao.
           OPEN OUTPUT RELATORIO-REMESSA.

           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           MOVE REGISTRO-REMESSA-TITULO TO LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           MOVE COMPETENCIA-DA-RODADA TO REG-COMPETENCIA.
           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           MOVE REGISTRO-REMESSA-COMPETENCIA TO
               LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           MOVE DATA-PAGAMENTO-REMESSA TO REG-DATA-PAGAMENTO.
           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           MOVE REGISTRO-REMESSA-DATA TO LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           MOVE QTD-CREDITOS-REMESSA TO REG-QTD.
           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           MOVE REGISTRO-REMESSA-QTD TO LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           MOVE HASH-VALOR-REMESSA TO REG-HASH.
           MOVE SPACES TO LINHA-REGISTRO-REMESSA.
           MOVE REGISTRO-REMESSA-HASH TO LINHA-REGISTRO-REMESSA.
           WRITE LINHA-REGISTRO-REMESSA.

           CLOSE RELATORIO-REMESSA.

      *    o total da remessa complementar e mais um debito que a
      *    conciliacao bancaria do PROG266 espera ver no extrato.
       GRAVA-SALARIOS-BANCO.
           OPEN EXTEND ARQUIVO-SALARIOS-BANCO.
           MOVE "R" TO SALBCO-TIPO.
           MOVE DATA-PAGAMENTO-REMESSA TO SALBCO-DATA.
           MOVE COMPETENCIA-DA-RODADA TO SALBCO-COMPETENCIA.
           MOVE SPACES TO SALBCO-CONTA.
           MOVE QTD-CREDITOS-REMESSA TO SALBCO-QTD-CREDITOS.
           MOVE HASH-VALOR-REMESSA TO SALBCO-VALOR.
           WRITE SALARIO-BANCO-REGISTRO.
           CLOSE ARQUIVO-SALARIOS-BANCO.

       ESCREVE-DETALHE.
           MOVE FUNCIONARIO-CODIGO TO DET-CODIGO.
           MOVE FUNCIONARIO-NOME TO DET-NOME.
           MOVE VALOR-DIFERENCA TO DET-DIFERENCA.
           MOVE DESCONTO-INSS TO DET-INSS.
           MOVE DESCONTO-IRRF TO DET-IRRF.
           MOVE SALARIO-LIQUIDO TO DET-LIQUIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE ESC-BASE-ANTERIOR (INDICE-ESCOLHIDO) TO ORI-BASE.
           MOVE ESC-INSS-ANTERIOR (INDICE-ESCOLHIDO) TO ORI-INSS.
           MOVE ESC-IRRF-ANTERIOR (INDICE-ESCOLHIDO) TO ORI-IRRF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ORIGINAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-CABECALHO.
           MOVE COMPETENCIA-DA-RODADA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE QTD-FUNCIONARIOS TO ROD-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-DIFERENCA TO ROD-DIFERENCA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-DIFERENCA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-LIQUIDO TO ROD-LIQUIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-LIQUIDO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-FGTS TO ROD-FGTS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-FGTS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           COPY "PDTABIMPOSTO.cob".

           COPY "PDIMPRESSAO.cob".

           COPY "PDCALCDIAS.cob".

           COPY "PDDIAUTIL.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG197.
      *    distribuicao da participacao nos lucros (PLR) aprovada
      *    pela diretoria - recebe o montante do ano e a parte dele
      *    que vai proporcional ao salario; o restante vai em cotas
      *    iguais. A cota de cada funcionario ativo (ou afastado) e
      *    proporcional aos meses trabalhados no ano de referencia,
      *    contados de FUNCIONARIO-ADMISSAO, e ajustada pela nota
      *    da ultima avaliacao de desempenho do ano
      *    (avaliacoes.dat, PROG171). Imprime primeiro a simulacao
      *    carimbada (PLR_AAAAMMDD_NNN.LST) e, confirmada, grava os
      *    pagamentos em folha_historico.dat como tipo "P", com o
      *    IRRF da tabela exclusiva da PLR (tipo P do PROG90) - a
      *    planilha do financeiro e a digitacao um a um acabaram.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAVALIACAO.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBTABIMPOSTO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-PLR
               ASSIGN TO SAIDAPLR
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAVALIACAO.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDTABIMPOSTO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-PLR.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSTABIMPOSTO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSCONFIRMA.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FIM-AVALIACOES PIC X.
       77  DADOS-VALIDOS PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  ANO-REFERENCIA PIC 9(4).
       77  LIMITE-AVALIACAO PIC 9(8).
       77  MONTANTE-PLR PIC 9(8)V99.
       77  PERCENTUAL-SALARIO PIC 9(3)V99.
       77  PARTE-SALARIO PIC 9(8)V99.
       77  PARTE-IGUAL PIC 9(8)V99.
       77  MESES-TRABALHADOS PIC 9(2).
       77  NOTA-DO-ANO PIC 9(2).
      *    sem avaliacao no ano, a cota vai pela nota do meio da
      *    escala - nem premia nem pune quem o gestor nao avaliou.
       77  NOTA-SEM-AVALIACAO PIC 9(2) VALUE 5.
       77  TOTAL-PONTOS-SALARIO PIC 9(10)V9(6).
       77  TOTAL-FATORES PIC 9(4)V9(6).
       77  COTA-SALARIO PIC 9(6)V99.
       77  COTA-IGUAL PIC 9(6)V99.
       77  IRRF-DEVIDO PIC S9(6)V99.
       77  TOTAL-DISTRIBUIDO PIC 9(8)V99.
       77  TOTAL-IRRF PIC 9(8)V99.
       77  TOTAL-LIQUIDO PIC 9(8)V99.
       77  INDICE-PLR PIC 9(3).
       77  INDICE-ACHADO PIC 9(3).
       77  QTD-PLR PIC 9(3).
       77  QTD-GRAVADOS PIC 9(3).

       01  HOJE-DESMONTADA.
           05 HOJE-ANO PIC 9(4).
           05 HOJE-MES-DIA PIC 9(4).

       01  ADMISSAO-DESMONTADA.
           05 ADM-ANO PIC 9(4).
           05 ADM-MES PIC 9(2).
           05 ADM-DIA PIC 9(2).

       01  HIST-DATA-DESMONTADA.
           05 HIST-DESM-ANO PIC 9(4).
           05 HIST-DESM-MES-DIA PIC 9(4).

      *    uma posicao por funcionario elegivel: a cota so sai
      *    depois de somados os pontos de todos.
       01  TABELA-PLR.
           05 PLR-FUNCIONARIO OCCURS 500 TIMES.
               10 PLR-CODIGO PIC 9(4).
               10 PLR-NOME PIC X(10).
               10 PLR-FILIAL PIC 9(2).
               10 PLR-SALARIO PIC 9(6)V99.
               10 PLR-MESES PIC 9(2).
               10 PLR-NOTA PIC 9(2).
               10 PLR-FATOR PIC 9V9(6).
               10 PLR-VALOR PIC 9(6)V99.
               10 PLR-IRRF PIC 9(6)V99.
      *    PLR ja paga no ano do pagamento, para o IRRF exclusivo
      *    sair sobre o acumulado, menos o ja retido.
               10 PLR-PAGO-ANO PIC 9(6)V99.
               10 PLR-IRRF-ANO PIC 9(6)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(15) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "PARTICIPACAO NOS LUCROS - SIMULACAO".
           05 FILLER PIC X(5) VALUE "Ano: ".
           05 CAB-ANO PIC 9(4).

       01  CABECALHO-MONTANTE.
           05 FILLER PIC X(25) VALUE "Montante aprovado......: ".
           05 CAB-MONTANTE PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "% pelo salario: ".
           05 CAB-PERCENTUAL PIC ZZ9.99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(6) VALUE "Codigo".
           05 FILLER PIC X(12) VALUE "  Nome".
           05 FILLER PIC X(13) VALUE "Salario".
           05 FILLER PIC X(6) VALUE "Meses".
           05 FILLER PIC X(5) VALUE "Nota".
           05 FILLER PIC X(13) VALUE "PLR".
           05 FILLER PIC X(13) VALUE "IRRF".
           05 FILLER PIC X(13) VALUE "Liquido".

       01  LINHA-DETALHE.
           05 DET-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SALARIO PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-MESES PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-NOTA PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-VALOR PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-IRRF PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-LIQUIDO PIC ZZZ,ZZ9.99.

       01  LINHA-RODAPE-QTD.
           05 FILLER PIC X(25) VALUE "Funcionarios na PLR....: ".
           05 ROD-QTD PIC ZZ9.

       01  LINHA-RODAPE-DISTRIBUIDO.
           05 FILLER PIC X(25) VALUE "Total distribuido......: ".
           05 ROD-DISTRIBUIDO PIC $ZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-IRRF.
           05 FILLER PIC X(25) VALUE "IRRF exclusivo retido..: ".
           05 ROD-IRRF PIC $ZZ,ZZZ,ZZ9.99.

       01  LINHA-RODAPE-LIQUIDO.
           05 FILLER PIC X(25) VALUE "Total liquido a pagar..: ".
           05 ROD-LIQUIDO PIC $ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG197" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO HOJE-DESMONTADA.

           PERFORM PEGA-DADOS-DA-RODADA.

           IF DADOS-VALIDOS = "S"
               PERFORM RODA-PLR.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PEGA-DADOS-DA-RODADA.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Ano de referencia da PLR (AAAA): ".
           ACCEPT ANO-REFERENCIA.
           DISPLAY "Montante aprovado (99999999.99): ".
           ACCEPT MONTANTE-PLR.
           DISPLAY "Percentual do montante proporcional ao salario "
               "(999.99, o restante vai em cotas iguais): ".
           ACCEPT PERCENTUAL-SALARIO.

           IF ANO-REFERENCIA = ZEROS OR
               ANO-REFERENCIA > HOJE-ANO
               DISPLAY "Ano de referencia invalido"
               MOVE "N" TO DADOS-VALIDOS.

           IF MONTANTE-PLR = ZEROS
               DISPLAY "Montante deve ser maior que zero"
               MOVE "N" TO DADOS-VALIDOS.

           IF PERCENTUAL-SALARIO > 100
               DISPLAY "Percentual deve ficar entre 0 e 100"
               MOVE "N" TO DADOS-VALIDOS.

       RODA-PLR.
           COMPUTE PARTE-SALARIO ROUNDED =
               MONTANTE-PLR * PERCENTUAL-SALARIO / 100.
           COMPUTE PARTE-IGUAL = MONTANTE-PLR - PARTE-SALARIO.
           COMPUTE LIMITE-AVALIACAO = ANO-REFERENCIA * 10000 + 1231.

      *    a tabela exclusiva vigente na data do pagamento.
           MOVE DATA-DE-HOJE TO TABIMP-DATA-CALCULO.
           PERFORM CARREGA-TABELA-IMPOSTOS.

           PERFORM MONTA-TABELA-PLR.

           IF QTD-PLR = ZEROS
               DISPLAY "Nenhum funcionario elegivel para a PLR"
           ELSE
               PERFORM SOMA-PLR-JA-PAGA
               PERFORM REPARTE-MONTANTE
               PERFORM IMPRIME-SIMULACAO
               PERFORM DECIDE-GRAVACAO.

       MONTA-TABELA-PLR.
           MOVE ZEROS TO QTD-PLR.
           MOVE ZEROS TO TOTAL-PONTOS-SALARIO.
           MOVE ZEROS TO TOTAL-FATORES.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-AVALIACOES.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

           PERFORM EXAMINA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AVALIACOES.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO OR FUNCIONARIO-AFASTADO
               PERFORM CONTA-MESES-TRABALHADOS
               PERFORM CONSIDERA-FUNCIONARIO.

           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       CONTA-MESES-TRABALHADOS.
      *    admitido antes do ano conta os doze meses; admitido no
      *    ano conta do mes da admissao, e o mes so vale quando
      *    trabalhou mais da metade dele (admissao ate o dia 15).
           MOVE FUNCIONARIO-ADMISSAO TO ADMISSAO-DESMONTADA.
           MOVE 12 TO MESES-TRABALHADOS.

           IF ADM-ANO > ANO-REFERENCIA
               MOVE ZEROS TO MESES-TRABALHADOS.

           IF ADM-ANO = ANO-REFERENCIA
               COMPUTE MESES-TRABALHADOS = 13 - ADM-MES.

           IF ADM-ANO = ANO-REFERENCIA AND ADM-DIA > 15
               SUBTRACT 1 FROM MESES-TRABALHADOS.

       CONSIDERA-FUNCIONARIO.
           IF MESES-TRABALHADOS > ZEROS
               IF QTD-PLR < 500
                   PERFORM GUARDA-FUNCIONARIO
               ELSE
                   DISPLAY "Tabela da PLR cheia, funcionario "
                       FUNCIONARIO-CODIGO " fora da simulacao".

       GUARDA-FUNCIONARIO.
           PERFORM ACHA-ULTIMA-NOTA.

           ADD 1 TO QTD-PLR.
           MOVE FUNCIONARIO-CODIGO TO PLR-CODIGO (QTD-PLR).
           MOVE FUNCIONARIO-NOME TO PLR-NOME (QTD-PLR).
           MOVE FUNCIONARIO-FILIAL-CODIGO TO PLR-FILIAL (QTD-PLR).
           MOVE FUNCIONARIO-SALARIO TO PLR-SALARIO (QTD-PLR).
           MOVE MESES-TRABALHADOS TO PLR-MESES (QTD-PLR).
           MOVE NOTA-DO-ANO TO PLR-NOTA (QTD-PLR).
      *    fator = meses/12 vezes nota/10: doze meses com nota dez
      *    vale uma cota inteira.
           COMPUTE PLR-FATOR (QTD-PLR) ROUNDED =
               MESES-TRABALHADOS * NOTA-DO-ANO / 120.
           MOVE ZEROS TO PLR-VALOR (QTD-PLR).
           MOVE ZEROS TO PLR-IRRF (QTD-PLR).
           MOVE ZEROS TO PLR-PAGO-ANO (QTD-PLR).
           MOVE ZEROS TO PLR-IRRF-ANO (QTD-PLR).

           COMPUTE TOTAL-PONTOS-SALARIO =
               TOTAL-PONTOS-SALARIO +
               PLR-SALARIO (QTD-PLR) * PLR-FATOR (QTD-PLR).
           ADD PLR-FATOR (QTD-PLR) TO TOTAL-FATORES.

       ACHA-ULTIMA-NOTA.
      *    a chave e funcionario + data: a ultima lida ate o fim
      *    do ano de referencia e a mais recente.
           MOVE NOTA-SEM-AVALIACAO TO NOTA-DO-ANO.
           MOVE "N" TO FIM-AVALIACOES.
           MOVE FUNCIONARIO-CODIGO TO AVAL-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO AVAL-DATA.
           START ARQUIVO-AVALIACOES
               KEY IS NOT LESS THAN AVALIACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-AVALIACOES.

           PERFORM LEIA-PROXIMA-AVALIACAO
               UNTIL FIM-AVALIACOES = "S".

       LEIA-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIACOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-AVALIACOES.

           IF FIM-AVALIACOES = "N"
               IF AVAL-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO
                   OR AVAL-DATA > LIMITE-AVALIACAO
                   MOVE "S" TO FIM-AVALIACOES
               ELSE
                   MOVE AVAL-NOTA TO NOTA-DO-ANO.

       SOMA-PLR-JA-PAGA.
      *    PLR ja paga no ano corrente (primeira parcela, por
      *    exemplo) entra no acumulado do IRRF exclusivo.
           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-HISTORICO.

           PERFORM EXAMINA-HISTORICO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FOLHA-HISTORICO.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       EXAMINA-HISTORICO.
           MOVE FOLHA-HIST-DATA TO HIST-DATA-DESMONTADA.

           IF FOLHA-HIST-PLR AND HIST-DESM-ANO = HOJE-ANO
               PERFORM ACHA-FUNCIONARIO-NA-TABELA
               PERFORM ACUMULA-PLR-JA-PAGA.

           PERFORM LEIA-PROXIMO-HISTORICO.

       ACHA-FUNCIONARIO-NA-TABELA.
           MOVE ZEROS TO INDICE-ACHADO.
           MOVE ZEROS TO INDICE-PLR.
           PERFORM COMPARA-CODIGO-DA-TABELA
               QTD-PLR TIMES.

       COMPARA-CODIGO-DA-TABELA.
           ADD 1 TO INDICE-PLR.

           IF PLR-CODIGO (INDICE-PLR) = FOLHA-HIST-CODIGO
               MOVE INDICE-PLR TO INDICE-ACHADO.

       ACUMULA-PLR-JA-PAGA.
           IF INDICE-ACHADO > ZEROS
               ADD FOLHA-HIST-BRUTO TO PLR-PAGO-ANO (INDICE-ACHADO)
               ADD FOLHA-HIST-DESCONTO-IRRF TO
                   PLR-IRRF-ANO (INDICE-ACHADO).

       REPARTE-MONTANTE.
           MOVE ZEROS TO TOTAL-DISTRIBUIDO.
           MOVE ZEROS TO TOTAL-IRRF.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE ZEROS TO INDICE-PLR.
           PERFORM CALCULA-COTA
               QTD-PLR TIMES.

       CALCULA-COTA.
           ADD 1 TO INDICE-PLR.

           MOVE ZEROS TO COTA-SALARIO.
           MOVE ZEROS TO COTA-IGUAL.

           IF TOTAL-PONTOS-SALARIO > ZEROS
               COMPUTE COTA-SALARIO ROUNDED =
                   PARTE-SALARIO * PLR-SALARIO (INDICE-PLR) *
                   PLR-FATOR (INDICE-PLR) / TOTAL-PONTOS-SALARIO.

           IF TOTAL-FATORES > ZEROS
               COMPUTE COTA-IGUAL ROUNDED =
                   PARTE-IGUAL * PLR-FATOR (INDICE-PLR) /
                   TOTAL-FATORES.

           COMPUTE PLR-VALOR (INDICE-PLR) =
               COTA-SALARIO + COTA-IGUAL.

      *    IRRF exclusivo sobre o acumulado do ano, menos o que ja
      *    foi retido nas parcelas anteriores.
           COMPUTE TABIMP-SALARIO-CALC =
               PLR-PAGO-ANO (INDICE-PLR) + PLR-VALOR (INDICE-PLR).
           PERFORM CALCULA-PLR-TABELA.
           COMPUTE IRRF-DEVIDO =
               TABIMP-DESCONTO-CALC - PLR-IRRF-ANO (INDICE-PLR).

           IF IRRF-DEVIDO < ZEROS
               MOVE ZEROS TO IRRF-DEVIDO.

           IF IRRF-DEVIDO > PLR-VALOR (INDICE-PLR)
               MOVE PLR-VALOR (INDICE-PLR) TO IRRF-DEVIDO.

           MOVE IRRF-DEVIDO TO PLR-IRRF (INDICE-PLR).

           ADD PLR-VALOR (INDICE-PLR) TO TOTAL-DISTRIBUIDO.
           ADD PLR-IRRF (INDICE-PLR) TO TOTAL-IRRF.
           COMPUTE TOTAL-LIQUIDO = TOTAL-LIQUIDO +
               PLR-VALOR (INDICE-PLR) - PLR-IRRF (INDICE-PLR).

       IMPRIME-SIMULACAO.
      *    carimba a simulacao antes do OPEN.
           MOVE "PROG197" TO IMPRESSAO-PROGRAMA.
           MOVE "PLR" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPLR" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-PLR.
           PERFORM ESCREVE-CABECALHO.

           MOVE ZEROS TO INDICE-PLR.
           PERFORM ESCREVE-DETALHE
               QTD-PLR TIMES.

           PERFORM ESCREVE-RODAPE.
           CLOSE RELATORIO-PLR.
           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Simulacao da PLR gravada em " IMPRESSAO-NOME.
           DISPLAY "Funcionarios na PLR....: " QTD-PLR.
           DISPLAY "Total distribuido......: " TOTAL-DISTRIBUIDO.
           DISPLAY "IRRF exclusivo retido..: " TOTAL-IRRF.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-CABECALHO.
           MOVE ANO-REFERENCIA TO CAB-ANO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE MONTANTE-PLR TO CAB-MONTANTE.
           MOVE PERCENTUAL-SALARIO TO CAB-PERCENTUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-MONTANTE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-DETALHE.
           ADD 1 TO INDICE-PLR.

           MOVE PLR-CODIGO (INDICE-PLR) TO DET-CODIGO.
           MOVE PLR-NOME (INDICE-PLR) TO DET-NOME.
           MOVE PLR-SALARIO (INDICE-PLR) TO DET-SALARIO.
           MOVE PLR-MESES (INDICE-PLR) TO DET-MESES.
           MOVE PLR-NOTA (INDICE-PLR) TO DET-NOTA.
           MOVE PLR-VALOR (INDICE-PLR) TO DET-VALOR.
           MOVE PLR-IRRF (INDICE-PLR) TO DET-IRRF.
           COMPUTE DET-LIQUIDO =
               PLR-VALOR (INDICE-PLR) - PLR-IRRF (INDICE-PLR).

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE QTD-PLR TO ROD-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-QTD TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-DISTRIBUIDO TO ROD-DISTRIBUIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-DISTRIBUIDO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-IRRF TO ROD-IRRF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-IRRF TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE TOTAL-LIQUIDO TO ROD-LIQUIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-LIQUIDO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       DECIDE-GRAVACAO.
      *    sem a tabela exclusiva o IRRF sairia zerado - a
      *    simulacao serve de conferencia, mas nada e gravado.
           IF TABIMP-QTD-PLR = ZEROS
               DISPLAY "Tabela exclusiva da PLR nao cadastrada no "
                   "PROG90 - pagamentos nao gravados"
           ELSE
               PERFORM CONFIRMA-GRAVACAO.

       CONFIRMA-GRAVACAO.
           MOVE "Confirma a gravacao dos pagamentos da PLR (S/N)?"
               TO CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR
                     CONFIRMA-RESPOSTA = "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-PAGAMENTOS
           ELSE
               DISPLAY "Pagamentos nao gravados - fica so a "
                   "simulacao".

       GRAVA-PAGAMENTOS.
           MOVE ZEROS TO QTD-GRAVADOS.
           OPEN EXTEND ARQUIVO-FOLHA-HISTORICO.

           MOVE ZEROS TO INDICE-PLR.
           PERFORM GRAVA-PAGAMENTO-PLR
               QTD-PLR TIMES.

           CLOSE ARQUIVO-FOLHA-HISTORICO.

           DISPLAY "Pagamentos da PLR gravados: " QTD-GRAVADOS.

       GRAVA-PAGAMENTO-PLR.
      *    linha propria, tipo "P", na competencia do pagamento -
      *    PLR nao tem INSS nem encargos, so o IRRF exclusivo.
           ADD 1 TO INDICE-PLR.

           IF PLR-VALOR (INDICE-PLR) > ZEROS
               PERFORM MONTA-LINHA-PLR
               WRITE FOLHA-HIST-REGISTRO
               ADD 1 TO QTD-GRAVADOS.

       MONTA-LINHA-PLR.
           MOVE SPACES TO FOLHA-HIST-REGISTRO.
           MOVE DATA-DE-HOJE TO FOLHA-HIST-DATA.
           MOVE "P" TO FOLHA-HIST-TIPO.
           MOVE PLR-CODIGO (INDICE-PLR) TO FOLHA-HIST-CODIGO.
           MOVE PLR-FILIAL (INDICE-PLR) TO FOLHA-HIST-FILIAL-CODIGO.
           MOVE PLR-VALOR (INDICE-PLR) TO FOLHA-HIST-BRUTO.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-INSS.
           MOVE PLR-IRRF (INDICE-PLR) TO FOLHA-HIST-DESCONTO-IRRF.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-ADIANT.
           MOVE ZEROS TO FOLHA-HIST-HORA-EXTRA.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-FALTAS.
           MOVE PLR-IRRF (INDICE-PLR) TO FOLHA-HIST-TOTAL-DESCONTOS.
           COMPUTE FOLHA-HIST-LIQUIDO =
               PLR-VALOR (INDICE-PLR) - PLR-IRRF (INDICE-PLR).
           MOVE ZEROS TO FOLHA-HIST-COMISSAO.
           COMPUTE FOLHA-HIST-COMPETENCIA =
               DATA-DE-HOJE / 100.
           MOVE ZEROS TO FOLHA-HIST-FERIAS.
           MOVE ZEROS TO FOLHA-HIST-ADICIONAL-TEMPO.
           MOVE ZEROS TO FOLHA-HIST-RETROATIVO.
           MOVE ZEROS TO FOLHA-HIST-BASE-ENCARGOS.
           MOVE ZEROS TO FOLHA-HIST-FGTS.
           MOVE ZEROS TO FOLHA-HIST-INSS-EMPRESA.
           MOVE ZEROS TO FOLHA-HIST-RAT.
           MOVE ZEROS TO FOLHA-HIST-TERCEIROS.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-VT.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-PLANO.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-PENSAO.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-CONSIG.
           MOVE ZEROS TO FOLHA-HIST-DESCONTO-SINDICATO.
           MOVE ZEROS TO FOLHA-HIST-ADIC-NOTURNO.
           MOVE ZEROS TO FOLHA-HIST-DOMINGO-FERIADO.
           MOVE ZEROS TO FOLHA-HIST-REEMBOLSO.
           MOVE ZEROS TO FOLHA-HIST-REEMB-COMPENSADO.

           COPY "PDTABIMPOSTO.cob".

           COPY "PDIMPRESSAO.cob".

           COPY "PDCONFIRMA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

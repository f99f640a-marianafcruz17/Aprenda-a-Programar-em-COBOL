       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG187.
      *    conferencia mensal da fatura da operadora do plano de
      *    saude - a fatura era paga sem conferencia nenhuma. O
      *    arquivo de cobranca da operadora (COBRANCA_OOO_AAAAMM.TXT,
      *    uma vida por linha) e ordenado pela chave da adesao e
      *    casado contra adesoes_plano.dat (PROG186), so com as
      *    adesoes vigentes na competencia em planos da operadora.
      *    Sai a lista das vidas cobradas sem adesao, das vidas
      *    aderidas e nao cobradas e das diferencas entre o valor
      *    cobrado e o preco da faixa etaria do PROG185, com os
      *    totais para o pagamento. A saida e carimbada pelo
      *    arquivo morto de impressoes (CONFPLANO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBPLANOSAUDE.cob".
           COPY "SBFAIXAPLANO.cob".
           COPY "SBADESAOPLANO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-COBRANCA
               ASSIGN TO ARQCOBRPLANO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "COBRPLANOSORT.TMP".
           SELECT RELATORIO-CONFERENCIA
               ASSIGN TO SAIDACONFPL
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDPLANOSAUDE.cob".
           COPY "FDFAIXAPLANO.cob".
           COPY "FDADESAOPLANO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

      *    layout combinado com a operadora: a vida vem com a
      *    nossa chave de adesao (funcionario, sequencia do
      *    dependente e plano), informada a ela na inclusao.
       FD  ARQUIVO-COBRANCA.
       01  COBRANCA-REGISTRO.
           05 COBR-CHAVE.
               10 COBR-FUNCIONARIO-CODIGO PIC 9(4).
               10 COBR-SEQUENCIA PIC 9(2).
               10 COBR-PLANO-CODIGO PIC 9(3).
           05 COBR-NOME PIC X(30).
           05 COBR-VALOR PIC 9(5)V99.

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-CHAVE.
               10 ORD-FUNCIONARIO-CODIGO PIC 9(4).
               10 ORD-SEQUENCIA PIC 9(2).
               10 ORD-PLANO-CODIGO PIC 9(3).
           05 ORD-NOME PIC X(30).
           05 ORD-VALOR PIC 9(5)V99.

       FD  RELATORIO-CONFERENCIA.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSPLANOSAUDE.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  OPERADORA-PEDIDA PIC 9(3).
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  NOME-DO-ARQUIVO PIC X(30).
      *    chaves do casamento; HIGH-VALUES marca o fim de cada
      *    lado.
       77  CHAVE-COBRANCA PIC X(9).
       77  CHAVE-ADESAO PIC X(9).
       77  FIM-ADESOES PIC X.
       77  ADESAO-ACHADA PIC X.
       77  NOME-DA-VIDA PIC X(30).
       77  VALOR-ESPERADO PIC 9(5)V99.
       77  DIFERENCA-DA-VIDA PIC S9(5)V99.
       77  QTD-COBRADAS PIC 9(5).
       77  QTD-CONFERIDAS PIC 9(5).
       77  QTD-SEM-ADESAO PIC 9(5).
       77  QTD-NAO-COBRADAS PIC 9(5).
       77  QTD-DIFERENCAS PIC 9(5).
       77  TOTAL-COBRADO PIC 9(8)V99.
       77  TOTAL-ESPERADO PIC 9(8)V99.
       77  TOTAL-SEM-ADESAO PIC 9(8)V99.
       77  TOTAL-NAO-COBRADO PIC 9(8)V99.
       77  TOTAL-DIFERENCAS PIC S9(8)V99.

       01  COMPETENCIA-DESM.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(36) VALUE
               "CONFERENCIA DA FATURA DO PLANO - ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-OPERADORA.
           05 FILLER PIC X(25) VALUE "Operadora..............: ".
           05 CAB-OPERADORA PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CAB-ARQUIVO PIC X(30).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(23) VALUE "Ocorrencia".
           05 FILLER PIC X(14) VALUE "Vida".
           05 FILLER PIC X(32) VALUE "Nome".
           05 FILLER PIC X(13) VALUE "Cobrado".
           05 FILLER PIC X(13) VALUE "Esperado".

       01  LINHA-OCORRENCIA.
           05 OCO-SITUACAO PIC X(21).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OCO-FUNCIONARIO PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 OCO-SEQUENCIA PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 OCO-PLANO PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 OCO-NOME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 OCO-COBRADO PIC ZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 OCO-ESPERADO PIC ZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-VALOR PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           DISPLAY "Codigo da operadora: ".
           ACCEPT OPERADORA-PEDIDA.
           DISPLAY "Competencia da fatura (AAAAMM): ".
           ACCEPT COMPETENCIA-PEDIDA.
           MOVE COMPETENCIA-PEDIDA TO COMPETENCIA-DESM.

           IF OPERADORA-PEDIDA = ZEROS OR
               COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "Parametros invalidos, nada conferido"
           ELSE
               PERFORM CONFERE-FATURA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFERE-FATURA.
           PERFORM MONTA-NOME-DA-COBRANCA.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG187" TO IMPRESSAO-PROGRAMA.
           MOVE "CONFPLANO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACONFPL" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE COMPETENCIA-PEDIDA TO PLANOCALC-COMPETENCIA.

           MOVE ZEROS TO QTD-COBRADAS.
           MOVE ZEROS TO QTD-CONFERIDAS.
           MOVE ZEROS TO QTD-SEM-ADESAO.
           MOVE ZEROS TO QTD-NAO-COBRADAS.
           MOVE ZEROS TO QTD-DIFERENCAS.
           MOVE ZEROS TO TOTAL-COBRADO.
           MOVE ZEROS TO TOTAL-ESPERADO.
           MOVE ZEROS TO TOTAL-SEM-ADESAO.
           MOVE ZEROS TO TOTAL-NAO-COBRADO.
           MOVE ZEROS TO TOTAL-DIFERENCAS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN INPUT ARQUIVO-PLANOS-SAUDE.
           OPEN INPUT ARQUIVO-FAIXAS-PLANO.
           OPEN INPUT ARQUIVO-ADESOES-PLANO.
           OPEN OUTPUT RELATORIO-CONFERENCIA.

           PERFORM ESCREVE-CABECALHO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-CHAVE
               USING ARQUIVO-COBRANCA
               OUTPUT PROCEDURE IS CASA-FATURA-E-ADESOES.

           PERFORM ESCREVE-TOTAIS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-PLANOS-SAUDE.
           CLOSE ARQUIVO-FAIXAS-PLANO.
           CLOSE ARQUIVO-ADESOES-PLANO.
           CLOSE RELATORIO-CONFERENCIA.

           PERFORM GRAVA-INDICE-IMPRESSAO.
           PERFORM GRAVA-EXECUCAO.

           DISPLAY "Conferencia gravada em " IMPRESSAO-NOME.
           DISPLAY "Vidas cobradas.........: " QTD-COBRADAS.
           DISPLAY "Conferidas sem acerto..: " QTD-CONFERIDAS.
           DISPLAY "Cobradas sem adesao....: " QTD-SEM-ADESAO.
           DISPLAY "Aderidas nao cobradas..: " QTD-NAO-COBRADAS.
           DISPLAY "Diferencas de preco....: " QTD-DIFERENCAS.

       MONTA-NOME-DA-COBRANCA.
      *    o nome fisico do arquivo da operadora entra pela
      *    variavel de ambiente, como nos arquivos mortos do
      *    PROG181.
           MOVE SPACES TO NOME-DO-ARQUIVO.
           STRING "COBRANCA_" DELIMITED BY SIZE
                  OPERADORA-PEDIDA DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  COMPETENCIA-PEDIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO NOME-DO-ARQUIVO.
           DISPLAY "ARQCOBRPLANO" UPON ENVIRONMENT-NAME.
           DISPLAY NOME-DO-ARQUIVO UPON ENVIRONMENT-VALUE.

       CASA-FATURA-E-ADESOES.
      *    casamento classico de dois arquivos na mesma ordem: a
      *    chave menor de um lado nao tem par do outro.
           MOVE ZEROS TO ADESAO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO ADESAO-SEQUENCIA.
           MOVE ZEROS TO ADESAO-PLANO-CODIGO.
           MOVE "N" TO FIM-ADESOES.

           START ARQUIVO-ADESOES-PLANO
               KEY IS NOT LESS THAN ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ADESOES.

           PERFORM LE-PROXIMA-COBRANCA.
           PERFORM LE-PROXIMA-ADESAO.

           PERFORM CASA-UMA-CHAVE
               UNTIL CHAVE-COBRANCA = HIGH-VALUES AND
                     CHAVE-ADESAO = HIGH-VALUES.

       LE-PROXIMA-COBRANCA.
           RETURN ARQUIVO-ORDENACAO RECORD
               AT END
                   MOVE HIGH-VALUES TO CHAVE-COBRANCA
               NOT AT END
                   MOVE ORD-CHAVE TO CHAVE-COBRANCA
                   ADD 1 TO QTD-COBRADAS
                   ADD ORD-VALOR TO TOTAL-COBRADO.

       LE-PROXIMA-ADESAO.
      *    so conta a adesao vigente na competencia em plano da
      *    operadora da fatura.
           MOVE "N" TO ADESAO-ACHADA.
           PERFORM LE-ADESAO-DA-OPERADORA
               UNTIL ADESAO-ACHADA = "S".

       LE-ADESAO-DA-OPERADORA.
           IF FIM-ADESOES = "N"
               READ ARQUIVO-ADESOES-PLANO NEXT RECORD
                   AT END
                       MOVE "S" TO FIM-ADESOES.

           IF FIM-ADESOES = "S"
               MOVE HIGH-VALUES TO CHAVE-ADESAO
               MOVE "S" TO ADESAO-ACHADA
           ELSE
               PERFORM CONFERE-ADESAO-VIGENTE
               IF PLANOCALC-VIGENTE = "S"
                   PERFORM CONFERE-OPERADORA-DA-ADESAO.

       CONFERE-OPERADORA-DA-ADESAO.
           MOVE ADESAO-PLANO-CODIGO TO PLANO-CODIGO.
           READ ARQUIVO-PLANOS-SAUDE RECORD
               INVALID KEY
                   MOVE ZEROS TO PLANO-OPERADORA-CODIGO.

           IF PLANO-OPERADORA-CODIGO = OPERADORA-PEDIDA
               MOVE ADESAO-CHAVE TO CHAVE-ADESAO
               MOVE "S" TO ADESAO-ACHADA.

       CASA-UMA-CHAVE.
           IF CHAVE-COBRANCA < CHAVE-ADESAO
               PERFORM APONTA-COBRADA-SEM-ADESAO
               PERFORM LE-PROXIMA-COBRANCA
           ELSE
               IF CHAVE-COBRANCA > CHAVE-ADESAO
                   PERFORM APONTA-ADESAO-NAO-COBRADA
                   PERFORM LE-PROXIMA-ADESAO
               ELSE
                   PERFORM CONFERE-PRECO-COBRADO
                   PERFORM LE-PROXIMA-COBRANCA
                   PERFORM LE-PROXIMA-ADESAO.

       APONTA-COBRADA-SEM-ADESAO.
           ADD 1 TO QTD-SEM-ADESAO.
           ADD ORD-VALOR TO TOTAL-SEM-ADESAO.

           MOVE "COBRADA SEM ADESAO" TO OCO-SITUACAO.
           MOVE ORD-FUNCIONARIO-CODIGO TO OCO-FUNCIONARIO.
           MOVE ORD-SEQUENCIA TO OCO-SEQUENCIA.
           MOVE ORD-PLANO-CODIGO TO OCO-PLANO.
           MOVE ORD-NOME TO OCO-NOME.
           MOVE ORD-VALOR TO OCO-COBRADO.
           MOVE ZEROS TO OCO-ESPERADO.
           PERFORM ESCREVE-OCORRENCIA.

       APONTA-ADESAO-NAO-COBRADA.
           PERFORM CALCULA-PRECO-ESPERADO.

           ADD 1 TO QTD-NAO-COBRADAS.
           ADD VALOR-ESPERADO TO TOTAL-NAO-COBRADO.
           ADD VALOR-ESPERADO TO TOTAL-ESPERADO.

           MOVE "ADERIDA NAO COBRADA" TO OCO-SITUACAO.
           MOVE ADESAO-FUNCIONARIO-CODIGO TO OCO-FUNCIONARIO.
           MOVE ADESAO-SEQUENCIA TO OCO-SEQUENCIA.
           MOVE ADESAO-PLANO-CODIGO TO OCO-PLANO.
           MOVE NOME-DA-VIDA TO OCO-NOME.
           MOVE ZEROS TO OCO-COBRADO.
           MOVE VALOR-ESPERADO TO OCO-ESPERADO.
           PERFORM ESCREVE-OCORRENCIA.

       CONFERE-PRECO-COBRADO.
           PERFORM CALCULA-PRECO-ESPERADO.
           ADD VALOR-ESPERADO TO TOTAL-ESPERADO.

           IF ORD-VALOR = VALOR-ESPERADO
               ADD 1 TO QTD-CONFERIDAS
           ELSE
               PERFORM APONTA-DIFERENCA-DE-PRECO.

       APONTA-DIFERENCA-DE-PRECO.
           COMPUTE DIFERENCA-DA-VIDA = ORD-VALOR - VALOR-ESPERADO.
           ADD 1 TO QTD-DIFERENCAS.
           ADD DIFERENCA-DA-VIDA TO TOTAL-DIFERENCAS.

           IF PLANOCALC-ENCONTRADO = "N"
               MOVE "PLANO SEM FAIXA" TO OCO-SITUACAO
           ELSE
               MOVE "DIFERENCA DE PRECO" TO OCO-SITUACAO.

           MOVE ORD-FUNCIONARIO-CODIGO TO OCO-FUNCIONARIO.
           MOVE ORD-SEQUENCIA TO OCO-SEQUENCIA.
           MOVE ORD-PLANO-CODIGO TO OCO-PLANO.
           MOVE ORD-NOME TO OCO-NOME.
           MOVE ORD-VALOR TO OCO-COBRADO.
           MOVE VALOR-ESPERADO TO OCO-ESPERADO.
           PERFORM ESCREVE-OCORRENCIA.

       CALCULA-PRECO-ESPERADO.
      *    o mesmo preco da faixa etaria que a folha do PROG54 usa
      *    na coparticipacao - titular pela data de nascimento do
      *    cadastro, dependente pela de dependentes.dat.
           MOVE ZEROS TO PLANOCALC-NASCIMENTO.
           MOVE SPACES TO NOME-DA-VIDA.

           IF ADESAO-DO-TITULAR
               PERFORM PEGA-TITULAR-DA-VIDA
           ELSE
               PERFORM PEGA-DEPENDENTE-DA-VIDA.

           MOVE ADESAO-PLANO-CODIGO TO PLANOCALC-PLANO.
           PERFORM BUSCA-PRECO-DA-VIDA.
           MOVE PLANOCALC-PRECO TO VALOR-ESPERADO.

       PEGA-TITULAR-DA-VIDA.
           MOVE ADESAO-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO NOME-DA-VIDA
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NASCIMENTO TO PLANOCALC-NASCIMENTO
                   MOVE FUNCIONARIO-NOME-COMPLETO TO NOME-DA-VIDA.

       PEGA-DEPENDENTE-DA-VIDA.
           MOVE ADESAO-FUNCIONARIO-CODIGO TO DEP-FUNCIONARIO-CODIGO.
           MOVE ADESAO-SEQUENCIA TO DEP-SEQUENCIA.
           READ ARQUIVO-DEPENDENTES RECORD
               INVALID KEY
                   MOVE "DEPENDENTE NAO CADASTRADO" TO NOME-DA-VIDA
               NOT INVALID KEY
                   MOVE DEP-NASCIMENTO TO PLANOCALC-NASCIMENTO
                   MOVE DEP-NOME TO NOME-DA-VIDA.

       ESCREVE-OCORRENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-OCORRENCIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-CABECALHO.
           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE OPERADORA-PEDIDA TO CAB-OPERADORA.
           MOVE NOME-DO-ARQUIVO TO CAB-ARQUIVO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-OPERADORA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE "Vidas cobradas na fatura....:" TO TOT-DESCRICAO.
           MOVE QTD-COBRADAS TO TOT-QTD.
           MOVE TOTAL-COBRADO TO TOT-VALOR.
           PERFORM ESCREVE-LINHA-TOTAL.

           MOVE "Cobradas sem adesao.........:" TO TOT-DESCRICAO.
           MOVE QTD-SEM-ADESAO TO TOT-QTD.
           MOVE TOTAL-SEM-ADESAO TO TOT-VALOR.
           PERFORM ESCREVE-LINHA-TOTAL.

           MOVE "Aderidas nao cobradas.......:" TO TOT-DESCRICAO.
           MOVE QTD-NAO-COBRADAS TO TOT-QTD.
           MOVE TOTAL-NAO-COBRADO TO TOT-VALOR.
           PERFORM ESCREVE-LINHA-TOTAL.

           MOVE "Diferencas de preco (liq.)..:" TO TOT-DESCRICAO.
           MOVE QTD-DIFERENCAS TO TOT-QTD.
           MOVE TOTAL-DIFERENCAS TO TOT-VALOR.
           PERFORM ESCREVE-LINHA-TOTAL.

      *    o esperado soma o preco de tabela de todas as vidas
      *    aderidas vigentes - e o valor que a fatura deveria ter.
           MOVE "Esperado pelas adesoes......:" TO TOT-DESCRICAO.
           COMPUTE TOT-QTD = QTD-CONFERIDAS + QTD-DIFERENCAS +
               QTD-NAO-COBRADAS.
           MOVE TOTAL-ESPERADO TO TOT-VALOR.
           PERFORM ESCREVE-LINHA-TOTAL.

       ESCREVE-LINHA-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite; vida
      *    divergente conta como rejeitada.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG187" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE QTD-COBRADAS TO EXEC-LIDOS.
           MOVE QTD-CONFERIDAS TO EXEC-GRAVADOS.
           COMPUTE EXEC-REJEITADOS =
               QTD-SEM-ADESAO + QTD-NAO-COBRADAS + QTD-DIFERENCAS.

           IF EXEC-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDPLANOSAUDE.cob".

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".

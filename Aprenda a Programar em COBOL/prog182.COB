       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG182.
      *    arquivo de deposito do FGTS da competencia para o banco -
      *    le folha_historico.dat da competencia informada (folha
      *    mensal, 13o e qualquer outra rodada que tenha recolhido
      *    FGTS) e grava o arquivo de largura fixa FGTS_AAAAMM.TXT,
      *    com um registro de cabecalho, uma linha de deposito por
      *    linha de folha (CPF, nome, base e valor) e um registro
      *    de fechamento com a quantidade e o total - acabou a
      *    planilha montada a mao para o deposito. O registro
      *    impresso de conferencia sai carimbado pelo arquivo morto
      *    de impressoes (FGTS_AAAAMMDD_NNN.LST).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFOLHAHIST.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
      *    o nome fisico carimbado com a competencia entra pela
      *    variavel de ambiente, como nos arquivos mortos do
      *    PROG181.
           SELECT ARQUIVO-DEPOSITO-FGTS
               ASSIGN TO ARQFGTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FGTS
               ASSIGN TO SAIDAFGTS
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

      *    tres registros de 80 posicoes no mesmo arquivo: "0"
      *    cabecalho, "1" deposito por linha de folha, "9"
      *    fechamento. Valores com decimais implicitos, como na
      *    remessa bancaria do PROG54.
       FD  ARQUIVO-DEPOSITO-FGTS.
       01  FGTS-CABECALHO.
           05 FGTS-CAB-TIPO PIC X.
           05 FGTS-CAB-COMPETENCIA PIC 9(6).
           05 FGTS-CAB-DATA-GERACAO PIC 9(8).
           05 FGTS-CAB-IDENTIFICACAO PIC X(20).
           05 FILLER PIC X(45).
       01  FGTS-DEPOSITO.
           05 FGTS-DEP-TIPO PIC X.
           05 FGTS-DEP-CPF PIC 9(11).
           05 FGTS-DEP-CODIGO PIC 9(4).
           05 FGTS-DEP-NOME PIC X(40).
      *    "M" remuneracao do mes, "D" 13o salario - o mesmo tipo
      *    da linha do historico.
           05 FGTS-DEP-CATEGORIA PIC X.
           05 FGTS-DEP-BASE PIC 9(7)V99.
           05 FGTS-DEP-VALOR PIC 9(6)V99.
           05 FILLER PIC X(6).
       01  FGTS-FECHAMENTO.
           05 FGTS-FEC-TIPO PIC X.
           05 FGTS-FEC-QTD PIC 9(6).
           05 FGTS-FEC-TOTAL-BASE PIC 9(10)V99.
           05 FGTS-FEC-TOTAL-VALOR PIC 9(10)V99.
           05 FILLER PIC X(49).

       FD  RELATORIO-FGTS.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  FINAL-ARQUIVO PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  COMPETENCIA-DA-LINHA PIC 9(6).
       77  NOME-DO-ARQUIVO PIC X(30).
       77  TOTAL-LIDOS PIC 9(6).
       77  QTD-DEPOSITOS PIC 9(6).
       77  QTD-SEM-CADASTRO PIC 9(4).
       77  TOTAL-BASE PIC 9(10)V99.
       77  TOTAL-FGTS PIC 9(10)V99.
       77  HASH-CPF PIC 9(15).

       01  HIST-DATA-DESMONTADA.
           05 HIST-DESM-ANO-MES PIC 9(6).
           05 HIST-DESM-DIA PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "DEPOSITO DO FGTS - COMPETENCIA ".
           05 CAB-COMPETENCIA PIC 9(6).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(8) VALUE "Codigo".
           05 FILLER PIC X(13) VALUE "CPF".
           05 FILLER PIC X(22) VALUE "Nome".
           05 FILLER PIC X(4) VALUE "Tp".
           05 FILLER PIC X(15) VALUE "Base".
           05 FILLER PIC X(12) VALUE "FGTS".

       01  LINHA-DETALHE.
           05 DET-CODIGO PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CPF PIC 9(11).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CATEGORIA PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BASE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FGTS PIC ZZZ,ZZ9.99.

       01  LINHA-CONTROLE.
           05 CTL-DESCRICAO PIC X(26).
           05 CTL-VALOR PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-HASH.
           05 FILLER PIC X(26) VALUE "Hash total dos CPFs.....: ".
           05 HSH-VALOR PIC 9(15).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.

           DISPLAY "Deposito do FGTS de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.

           IF COMPETENCIA-PEDIDA = ZEROS
               DISPLAY "Competencia invalida, nada gerado"
           ELSE
               PERFORM GERA-DEPOSITO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       GERA-DEPOSITO.
           PERFORM MONTA-NOME-DO-DEPOSITO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG182" TO IMPRESSAO-PROGRAMA.
           MOVE "FGTS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFGTS" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT ARQUIVO-DEPOSITO-FGTS.
           OPEN OUTPUT RELATORIO-FGTS.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO QTD-DEPOSITOS.
           MOVE ZEROS TO QTD-SEM-CADASTRO.
           MOVE ZEROS TO TOTAL-BASE.
           MOVE ZEROS TO TOTAL-FGTS.
           MOVE ZEROS TO HASH-CPF.

           PERFORM ESCREVE-CABECALHO-DEPOSITO.
           PERFORM ESCREVE-CABECALHO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-HISTORICO.

           PERFORM PROCESSA-HISTORICO
               UNTIL FINAL-ARQUIVO = "S".

           PERFORM ESCREVE-FECHAMENTO-DEPOSITO.
           PERFORM ESCREVE-CONTROLES.

           CLOSE ARQUIVO-FOLHA-HISTORICO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPOSITO-FGTS.
           CLOSE RELATORIO-FGTS.

           PERFORM GRAVA-INDICE-IMPRESSAO.
           PERFORM GRAVA-EXECUCAO.

           DISPLAY "Deposito do FGTS gravado em " NOME-DO-ARQUIVO.
           DISPLAY "Registro de conferencia em " IMPRESSAO-NOME.
           DISPLAY "Depositos: " QTD-DEPOSITOS.
           DISPLAY "Total....: " TOTAL-FGTS.

           IF QTD-DEPOSITOS = ZEROS
               DISPLAY "ATENCAO: nenhuma linha de folha com FGTS "
                   "na competencia".

           IF QTD-SEM-CADASTRO > ZEROS
               DISPLAY "ATENCAO: " QTD-SEM-CADASTRO
                   " linhas sem funcionario no cadastro, CPF zerado".

       MONTA-NOME-DO-DEPOSITO.
           MOVE SPACES TO NOME-DO-ARQUIVO.
           STRING "FGTS_" DELIMITED BY SIZE
                  COMPETENCIA-PEDIDA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO NOME-DO-ARQUIVO.
           DISPLAY "ARQFGTS" UPON ENVIRONMENT-NAME.
           DISPLAY NOME-DO-ARQUIVO UPON ENVIRONMENT-VALUE.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-HISTORICO.
           ADD 1 TO TOTAL-LIDOS.
           PERFORM ACHA-COMPETENCIA-DA-LINHA.

           IF COMPETENCIA-DA-LINHA = COMPETENCIA-PEDIDA AND
               FOLHA-HIST-FGTS > ZEROS
               PERFORM GRAVA-DEPOSITO-DA-LINHA.

           PERFORM LEIA-PROXIMO-HISTORICO.

       ACHA-COMPETENCIA-DA-LINHA.
      *    linha gravada antes do controle de competencia existir
      *    vem com o campo zerado - vale o mes da data de execucao.
           IF FOLHA-HIST-COMPETENCIA > ZEROS
               MOVE FOLHA-HIST-COMPETENCIA TO COMPETENCIA-DA-LINHA
           ELSE
               MOVE FOLHA-HIST-DATA TO HIST-DATA-DESMONTADA
               MOVE HIST-DESM-ANO-MES TO COMPETENCIA-DA-LINHA.

       GRAVA-DEPOSITO-DA-LINHA.
           PERFORM BUSCA-FUNCIONARIO.

           MOVE SPACES TO FGTS-DEPOSITO.
           MOVE "1" TO FGTS-DEP-TIPO.
           MOVE FUNCIONARIO-CPF TO FGTS-DEP-CPF.
           MOVE FOLHA-HIST-CODIGO TO FGTS-DEP-CODIGO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO FGTS-DEP-NOME.
           MOVE FOLHA-HIST-TIPO TO FGTS-DEP-CATEGORIA.
           MOVE FOLHA-HIST-BASE-ENCARGOS TO FGTS-DEP-BASE.
           MOVE FOLHA-HIST-FGTS TO FGTS-DEP-VALOR.
           WRITE FGTS-DEPOSITO.

           ADD 1 TO QTD-DEPOSITOS.
           ADD FOLHA-HIST-BASE-ENCARGOS TO TOTAL-BASE.
           ADD FOLHA-HIST-FGTS TO TOTAL-FGTS.
           ADD FUNCIONARIO-CPF TO HASH-CPF.

           MOVE FOLHA-HIST-CODIGO TO DET-CODIGO.
           MOVE FUNCIONARIO-CPF TO DET-CPF.
           MOVE FUNCIONARIO-NOME-COMPLETO TO DET-NOME.
           MOVE FOLHA-HIST-TIPO TO DET-CATEGORIA.
           MOVE FOLHA-HIST-BASE-ENCARGOS TO DET-BASE.
           MOVE FOLHA-HIST-FGTS TO DET-FGTS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       BUSCA-FUNCIONARIO.
           MOVE FOLHA-HIST-CODIGO TO FUNCIONARIO-CODIGO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   ADD 1 TO QTD-SEM-CADASTRO
                   MOVE ZEROS TO FUNCIONARIO-CPF
                   MOVE "FUNCIONARIO DESCONHECIDO" TO
                       FUNCIONARIO-NOME-COMPLETO.

       ESCREVE-CABECALHO-DEPOSITO.
           MOVE SPACES TO FGTS-CABECALHO.
           MOVE "0" TO FGTS-CAB-TIPO.
           MOVE COMPETENCIA-PEDIDA TO FGTS-CAB-COMPETENCIA.
           MOVE EXECUCAO-DATA-INICIO TO FGTS-CAB-DATA-GERACAO.
           MOVE "DEPOSITO FGTS" TO FGTS-CAB-IDENTIFICACAO.
           WRITE FGTS-CABECALHO.

       ESCREVE-FECHAMENTO-DEPOSITO.
           MOVE SPACES TO FGTS-FECHAMENTO.
           MOVE "9" TO FGTS-FEC-TIPO.
           MOVE QTD-DEPOSITOS TO FGTS-FEC-QTD.
           MOVE TOTAL-BASE TO FGTS-FEC-TOTAL-BASE.
           MOVE TOTAL-FGTS TO FGTS-FEC-TOTAL-VALOR.
           WRITE FGTS-FECHAMENTO.

       ESCREVE-CABECALHO.
           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-CONTROLES.
      *    totais de controle para a conferencia com o banco:
      *    quantidade, base, valor depositado e hash dos CPFs.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE "Depositos no arquivo....: " TO CTL-DESCRICAO.
           MOVE QTD-DEPOSITOS TO CTL-VALOR.
           PERFORM ESCREVE-LINHA-CONTROLE.

           MOVE "Total da base...........: " TO CTL-DESCRICAO.
           MOVE TOTAL-BASE TO CTL-VALOR.
           PERFORM ESCREVE-LINHA-CONTROLE.

           MOVE "Total do FGTS...........: " TO CTL-DESCRICAO.
           MOVE TOTAL-FGTS TO CTL-VALOR.
           PERFORM ESCREVE-LINHA-CONTROLE.

           MOVE HASH-CPF TO HSH-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-HASH TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTROLE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG182" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           MOVE QTD-DEPOSITOS TO EXEC-GRAVADOS.
           MOVE QTD-SEM-CADASTRO TO EXEC-REJEITADOS.

           IF QTD-SEM-CADASTRO > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".

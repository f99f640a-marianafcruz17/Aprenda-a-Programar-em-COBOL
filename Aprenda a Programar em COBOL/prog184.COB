       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG184.
      *    compra mensal de vale-transporte por filial - para o mes
      *    informado (normalmente o seguinte ao da folha), conta os
      *    dias uteis pelo calendario do PROG175, e para cada
      *    funcionario ativo optante do PROG183 calcula quantos
      *    vales comprar (conducoes por dia x dias uteis), o custo,
      *    a parte que o funcionario paga (ate o percentual do
      *    salario base) e o que a empresa paga acima disso. O
      *    resumo sai por filial, com o total geral, no lugar da
      *    conta em papel feita pelo RH. A saida e carimbada pelo
      *    arquivo morto de impressoes (VALETRANSP_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBVALETRANSP.cob".
           COPY "SBFILIAL.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-VALE-TRANSPORTE
               ASSIGN TO SAIDAVALETR
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDVALETRANSP.cob".
           COPY "FDFILIAL.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-VALE-TRANSPORTE.
       01  LINHA-RELATORIO PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  MES-DA-COMPRA PIC 9(6).
       77  DIAS-UTEIS-DO-MES PIC 9(2).
       77  DIA-DO-MES PIC 9(2).
      *    mesma contingencia da folha do PROG54 (PERC-VALE-TRANSP
      *    no PROG176 sobrepoe).
       77  TAXA-VALE-TRANSPORTE PIC V9(4) VALUE .0600.
       77  VALES-DO-FUNCIONARIO PIC 9(5).
       77  CUSTO-DO-FUNCIONARIO PIC 9(7)V99.
       77  PARTE-DO-FUNCIONARIO PIC 9(7)V99.
       77  INDICE-FILIAL PIC 9(3).
       77  TOTAL-OPTANTES PIC 9(5).
       77  TOTAL-VALES PIC 9(7).
       77  TOTAL-CUSTO PIC 9(9)V99.
       77  TOTAL-FUNCIONARIOS-PAGAM PIC 9(9)V99.
       77  TOTAL-EMPRESA-PAGA PIC 9(9)V99.

       01  MES-DA-COMPRA-DESM.
           05 COMPRA-ANO PIC 9(4).
           05 COMPRA-MES PIC 9(2).

      *    acumulado por filial (codigo 01-99 como subscrito).
       01  TABELA-FILIAIS.
           05 FILIAL-ENTRADA OCCURS 99 TIMES.
               10 TAB-OPTANTES PIC 9(4).
               10 TAB-VALES PIC 9(6).
               10 TAB-CUSTO PIC 9(8)V99.
               10 TAB-FUNCIONARIOS-PAGAM PIC 9(8)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "COMPRA DE VALE-TRANSPORTE - MES ".
           05 CAB-MES PIC 9999/99.

       01  CABECALHO-DIAS.
           05 FILLER PIC X(25) VALUE "Dias uteis no mes......: ".
           05 CAB-DIAS PIC Z9.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(25) VALUE "Filial".
           05 FILLER PIC X(10) VALUE "Optantes".
           05 FILLER PIC X(10) VALUE "Vales".
           05 FILLER PIC X(17) VALUE "Custo".
           05 FILLER PIC X(17) VALUE "Funcionarios".
           05 FILLER PIC X(17) VALUE "Empresa paga".

       01  LINHA-DETALHE.
           05 DET-FILIAL PIC Z9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPTANTES PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-VALES PIC ZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-CUSTO PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-FUNCIONARIOS PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-EMPRESA PIC ZZ,ZZZ,ZZ9.99.

       01  LINHA-TOTAL.
           05 FILLER PIC X(25) VALUE "TOTAL GERAL".
           05 TOT-OPTANTES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-VALES PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TOT-CUSTO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-FUNCIONARIOS PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-EMPRESA PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "Mes da compra do vale-transporte (AAAAMM): ".
           ACCEPT MES-DA-COMPRA.
           MOVE MES-DA-COMPRA TO MES-DA-COMPRA-DESM.

           IF COMPRA-MES < 1 OR COMPRA-MES > 12
               DISPLAY "Mes invalido, nada calculado"
           ELSE
               PERFORM CALCULA-COMPRA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CALCULA-COMPRA.
           PERFORM APLICA-PARAMETROS-CENTRAIS.
           PERFORM CARREGA-FERIADOS.
           PERFORM CONTA-DIAS-UTEIS-DO-MES.

           MOVE ZEROS TO TABELA-FILIAIS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-VALE-TRANSPORTE.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

           PERFORM PROCESSA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-VALE-TRANSPORTE.

           PERFORM IMPRIME-COMPRA.

       APLICA-PARAMETROS-CENTRAIS.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PERC-VALE-TRANSP" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-VALE-TRANSPORTE =
                   PARAM-VALOR-LIDO / 100.

       CONTA-DIAS-UTEIS-DO-MES.
      *    confere um a um os dias do mes contra o calendario
      *    partilhado - fim de semana e feriado nao pedem vale.
           MOVE ZEROS TO DIAS-UTEIS-DO-MES.
           MOVE ZEROS TO DIA-DO-MES.

           MOVE COMPRA-ANO TO DIAUTIL-ANO.
           MOVE COMPRA-MES TO DIAUTIL-MES.
           MOVE 1 TO DIAUTIL-DIA.
           PERFORM ACHA-ULTIMO-DIA-DO-MES.

           PERFORM CONFERE-UM-DIA-DO-MES
               DIAUTIL-ULTIMO-DIA-MES TIMES.

       CONFERE-UM-DIA-DO-MES.
           ADD 1 TO DIA-DO-MES.

           MOVE COMPRA-ANO TO DIAUTIL-ANO.
           MOVE COMPRA-MES TO DIAUTIL-MES.
           MOVE DIA-DO-MES TO DIAUTIL-DIA.
           PERFORM CONFERE-DIA-UTIL.

           IF DIAUTIL-E-UTIL = "S"
               ADD 1 TO DIAS-UTEIS-DO-MES.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO
               PERFORM CONFERE-OPCAO-VALE.

           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       CONFERE-OPCAO-VALE.
           MOVE FUNCIONARIO-CODIGO TO VT-FUNCIONARIO-CODIGO.

           READ ARQUIVO-VALE-TRANSPORTE RECORD
               INVALID KEY
                   MOVE "N" TO VT-OPCAO.

           IF VT-OPTANTE
               PERFORM ACUMULA-VALE-DO-FUNCIONARIO.

       ACUMULA-VALE-DO-FUNCIONARIO.
      *    a parte do funcionario e o menor entre o custo do mes e
      *    o percentual do salario base; o resto e da empresa.
           COMPUTE VALES-DO-FUNCIONARIO =
               VT-CONDUCOES-DIA * DIAS-UTEIS-DO-MES.
           COMPUTE CUSTO-DO-FUNCIONARIO =
               VT-TARIFA-DIARIA * DIAS-UTEIS-DO-MES.
           COMPUTE PARTE-DO-FUNCIONARIO ROUNDED =
               FUNCIONARIO-SALARIO * TAXA-VALE-TRANSPORTE.

           IF PARTE-DO-FUNCIONARIO > CUSTO-DO-FUNCIONARIO
               MOVE CUSTO-DO-FUNCIONARIO TO PARTE-DO-FUNCIONARIO.

           MOVE FUNCIONARIO-FILIAL-CODIGO TO INDICE-FILIAL.

      *    funcionario sem filial no cadastro acumula na 99, para
      *    nao sumir da compra.
           IF INDICE-FILIAL = ZEROS
               MOVE 99 TO INDICE-FILIAL.

           ADD 1 TO TAB-OPTANTES (INDICE-FILIAL).
           ADD VALES-DO-FUNCIONARIO TO TAB-VALES (INDICE-FILIAL).
           ADD CUSTO-DO-FUNCIONARIO TO TAB-CUSTO (INDICE-FILIAL).
           ADD PARTE-DO-FUNCIONARIO TO
               TAB-FUNCIONARIOS-PAGAM (INDICE-FILIAL).

       IMPRIME-COMPRA.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG184" TO IMPRESSAO-PROGRAMA.
           MOVE "VALETRANSP" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAVALETR" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FILIAL.
           OPEN OUTPUT RELATORIO-VALE-TRANSPORTE.

           MOVE ZEROS TO TOTAL-OPTANTES.
           MOVE ZEROS TO TOTAL-VALES.
           MOVE ZEROS TO TOTAL-CUSTO.
           MOVE ZEROS TO TOTAL-FUNCIONARIOS-PAGAM.
           MOVE ZEROS TO TOTAL-EMPRESA-PAGA.

           PERFORM ESCREVE-CABECALHO.

           MOVE ZEROS TO INDICE-FILIAL.
           PERFORM ESCREVE-FILIAL 99 TIMES.

           PERFORM ESCREVE-TOTAL.

           CLOSE ARQUIVO-FILIAL.
           CLOSE RELATORIO-VALE-TRANSPORTE.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Compra de vale-transporte gravada em "
               IMPRESSAO-NOME.
           DISPLAY "Optantes: " TOTAL-OPTANTES
               "  Vales: " TOTAL-VALES.

       ESCREVE-CABECALHO.
           MOVE MES-DA-COMPRA TO CAB-MES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE DIAS-UTEIS-DO-MES TO CAB-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-DIAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-FILIAL.
           ADD 1 TO INDICE-FILIAL.

           IF TAB-OPTANTES (INDICE-FILIAL) > ZEROS
               PERFORM IMPRIME-LINHA-FILIAL.

       IMPRIME-LINHA-FILIAL.
           MOVE INDICE-FILIAL TO FILIAL-CODIGO.
           READ ARQUIVO-FILIAL RECORD
               INVALID KEY
                   MOVE "FILIAL NAO CADASTRADA" TO FILIAL-NOME.

           MOVE INDICE-FILIAL TO DET-FILIAL.
           MOVE FILIAL-NOME TO DET-NOME.
           MOVE TAB-OPTANTES (INDICE-FILIAL) TO DET-OPTANTES.
           MOVE TAB-VALES (INDICE-FILIAL) TO DET-VALES.
           MOVE TAB-CUSTO (INDICE-FILIAL) TO DET-CUSTO.
           MOVE TAB-FUNCIONARIOS-PAGAM (INDICE-FILIAL) TO
               DET-FUNCIONARIOS.
           COMPUTE DET-EMPRESA =
               TAB-CUSTO (INDICE-FILIAL) -
               TAB-FUNCIONARIOS-PAGAM (INDICE-FILIAL).

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           ADD TAB-OPTANTES (INDICE-FILIAL) TO TOTAL-OPTANTES.
           ADD TAB-VALES (INDICE-FILIAL) TO TOTAL-VALES.
           ADD TAB-CUSTO (INDICE-FILIAL) TO TOTAL-CUSTO.
           ADD TAB-FUNCIONARIOS-PAGAM (INDICE-FILIAL) TO
               TOTAL-FUNCIONARIOS-PAGAM.

       ESCREVE-TOTAL.
           COMPUTE TOTAL-EMPRESA-PAGA =
               TOTAL-CUSTO - TOTAL-FUNCIONARIOS-PAGAM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE TOTAL-OPTANTES TO TOT-OPTANTES.
           MOVE TOTAL-VALES TO TOT-VALES.
           MOVE TOTAL-CUSTO TO TOT-CUSTO.
           MOVE TOTAL-FUNCIONARIOS-PAGAM TO TOT-FUNCIONARIOS.
           MOVE TOTAL-EMPRESA-PAGA TO TOT-EMPRESA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".

           COPY "PDDIAUTIL.cob".

           COPY "PDPARAMETRO.cob".

           COPY "PDIMPRESSAO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG248.
      *    resumo mensal de frete por regiao para a area de vendas
      *    - le as faturas emitidas no mes em faturas.dat e
      *    imprime, com quebra de controle por UF e regiao da
      *    faixa de frete aplicada no PROG121, quantas faturas
      *    sairam, o frete cobrado, quantas sairam com frete gratis
      *    e o frete dispensado por elas, com o percentual do
      *    frete que o limite de frete gratis deixou de cobrar. So
      *    a primeira parcela de cada venda traz o frete; fatura
      *    anterior a tabela de fretes fica fora, e fatura sem
      *    faixa sai na regiao "SEM FAIXA". A saida e carimbada
      *    pelo arquivo morto de impressoes (RESFRETE_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "FRETESORT.TMP".
           SELECT RELATORIO-FRETE
               ASSIGN TO SAIDARESFRETE
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-ESTADO PIC X(2).
           05 ORD-REGIAO PIC X(15).
           05 ORD-COBRADO PIC 9(6)V99.
           05 ORD-DISPENSADO PIC 9(6)V99.

       FD  RELATORIO-FRETE.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-FATURAS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  MES-RESUMO PIC 9(6).
       77  ESTADO-ATUAL PIC X(2).
       77  REGIAO-ATUAL PIC X(15).
       77  PRIMEIRA-PARCELA PIC X.
       77  PERCENTUAL-DISPENSADO PIC 999V99.
       77  FRETE-TOTAL PIC 9(12)V99.
       77  FRETE-NAO-COBRADO PIC 9(12)V99.

       01  TOTAIS-REGIAO.
           05 REG-FATURAS PIC 9(6).
           05 REG-COBRADO PIC 9(10)V99.
           05 REG-GRATIS PIC 9(6).
           05 REG-DISPENSADO PIC 9(10)V99.

       01  TOTAIS-GERAIS.
           05 GER-FATURAS PIC 9(6).
           05 GER-COBRADO PIC 9(10)V99.
           05 GER-GRATIS PIC 9(6).
           05 GER-DISPENSADO PIC 9(10)V99.

       01  EMISSAO-DESMONTADA.
           05 EMI-ANO-MES PIC 9(6).
           05 EMI-DIA PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(30) VALUE
               "RESUMO DE FRETE DO MES ".
           05 CAB-MES PIC 9(6).

       01  CABECALHO-SUBTITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(45) VALUE
               "frete cobrado x dispensado pelo frete gratis".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(4) VALUE "UF  ".
           05 FILLER PIC X(17) VALUE "Regiao".
           05 FILLER PIC X(7) VALUE "Fatur  ".
           05 FILLER PIC X(16) VALUE "       Cobrado  ".
           05 FILLER PIC X(7) VALUE "Gratis ".
           05 FILLER PIC X(16) VALUE "    Dispensado  ".
           05 FILLER PIC X(6) VALUE " %disp".

       01  LINHA-REGIAO.
           05 LR-ESTADO PIC X(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-REGIAO PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-FATURAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-COBRADO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-GRATIS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-DISPENSADO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LR-PERCENTUAL PIC ZZ9.99.

       01  LINHA-RODAPE.
           05 FILLER PIC X(21) VALUE "TOTAL GERAL".
           05 ROD-FATURAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-COBRADO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-GRATIS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-DISPENSADO PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ROD-PERCENTUAL PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Resumo de frete de qual mes (AAAAMM)? ".
           ACCEPT MES-RESUMO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG248" TO IMPRESSAO-PROGRAMA.
           MOVE "RESFRETE" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARESFRETE" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FATURAS.

           MOVE ZEROS TO TOTAIS-GERAIS.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-ESTADO
               ON ASCENDING KEY ORD-REGIAO
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-FATURAS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Frete cobrado no mes....: " GER-COBRADO.
           DISPLAY "Frete dispensado no mes.: " GER-DISPENSADO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-FATURAS.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-FATURAS.

           PERFORM CLASSIFICA-FATURAS
               UNTIL FIM-FATURAS = "S".

       CLASSIFICA-FATURAS.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FATURAS.

           IF FIM-FATURAS = "N"
               MOVE FATURA-DATA-EMISSAO TO EMISSAO-DESMONTADA
               PERFORM VERIFICA-PRIMEIRA-PARCELA
               IF EMI-ANO-MES = MES-RESUMO AND
                   PRIMEIRA-PARCELA = "S" AND
                   FATURA-VALOR-FRETE NUMERIC
                   PERFORM LIBERA-FRETE-DA-FATURA.

       VERIFICA-PRIMEIRA-PARCELA.
      *    parcela em branco e fatura anterior as condicoes de
      *    pagamento - parcela unica.
           MOVE "S" TO PRIMEIRA-PARCELA.
           IF FATURA-PARCELA NUMERIC
               IF FATURA-PARCELA > 1
                   MOVE "N" TO PRIMEIRA-PARCELA.

       LIBERA-FRETE-DA-FATURA.
           MOVE FATURA-ESTADO TO ORD-ESTADO.
           MOVE FATURA-FRETE-REGIAO TO ORD-REGIAO.
           MOVE FATURA-VALOR-FRETE TO ORD-COBRADO.
           MOVE FATURA-FRETE-DISPENSADO TO ORD-DISPENSADO.

           IF ORD-REGIAO = SPACES
               MOVE "SEM FAIXA" TO ORD-REGIAO.

           IF ORD-DISPENSADO NOT NUMERIC
               MOVE ZEROS TO ORD-DISPENSADO.

           RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-FRETE.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE MES-RESUMO TO CAB-MES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-SUBTITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-REGIAO.

           PERFORM ESCREVE-RODAPE.
           CLOSE RELATORIO-FRETE.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-REGIAO
           ELSE
               IF ORD-ESTADO NOT = ESTADO-ATUAL OR
                   ORD-REGIAO NOT = REGIAO-ATUAL
                   PERFORM ESCREVE-REGIAO
                   PERFORM COMECA-REGIAO.

           ADD 1 TO REG-FATURAS.
           ADD 1 TO GER-FATURAS.
           ADD ORD-COBRADO TO REG-COBRADO.
           ADD ORD-COBRADO TO GER-COBRADO.
           ADD ORD-DISPENSADO TO REG-DISPENSADO.
           ADD ORD-DISPENSADO TO GER-DISPENSADO.

           IF ORD-DISPENSADO > ZEROS
               ADD 1 TO REG-GRATIS
               ADD 1 TO GER-GRATIS.

           PERFORM LEIA-PROXIMO-ORDENADO.

       COMECA-REGIAO.
           MOVE ORD-ESTADO TO ESTADO-ATUAL.
           MOVE ORD-REGIAO TO REGIAO-ATUAL.
           MOVE ZEROS TO TOTAIS-REGIAO.

       ESCREVE-REGIAO.
           MOVE ESTADO-ATUAL TO LR-ESTADO.
           MOVE REGIAO-ATUAL TO LR-REGIAO.
           MOVE REG-FATURAS TO LR-FATURAS.
           MOVE REG-COBRADO TO LR-COBRADO.
           MOVE REG-GRATIS TO LR-GRATIS.
           MOVE REG-DISPENSADO TO LR-DISPENSADO.

           MOVE REG-DISPENSADO TO FRETE-NAO-COBRADO.
           COMPUTE FRETE-TOTAL = REG-COBRADO + REG-DISPENSADO.
           PERFORM CALCULA-PERCENTUAL-DISPENSADO.
           MOVE PERCENTUAL-DISPENSADO TO LR-PERCENTUAL.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-REGIAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       CALCULA-PERCENTUAL-DISPENSADO.
      *    quanto do frete que a tabela calculou ficou sem cobrar.
           MOVE ZEROS TO PERCENTUAL-DISPENSADO.
           IF FRETE-TOTAL > ZEROS
               COMPUTE PERCENTUAL-DISPENSADO ROUNDED =
                   FRETE-NAO-COBRADO * 100 / FRETE-TOTAL.

       ESCREVE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE GER-FATURAS TO ROD-FATURAS.
           MOVE GER-COBRADO TO ROD-COBRADO.
           MOVE GER-GRATIS TO ROD-GRATIS.
           MOVE GER-DISPENSADO TO ROD-DISPENSADO.

           MOVE GER-DISPENSADO TO FRETE-NAO-COBRADO.
           COMPUTE FRETE-TOTAL = GER-COBRADO + GER-DISPENSADO.
           PERFORM CALCULA-PERCENTUAL-DISPENSADO.
           MOVE PERCENTUAL-DISPENSADO TO ROD-PERCENTUAL.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".

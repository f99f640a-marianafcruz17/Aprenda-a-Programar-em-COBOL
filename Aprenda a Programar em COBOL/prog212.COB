       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG212.
      *    bens da empresa em custodia por departamento - le
      *    bens.dat, agrupa os bens entregues pelo departamento de
      *    quem esta com eles, com subtotal de quantidade e valor,
      *    e separa no fim os que continuam com funcionario ja
      *    arquivado (fora do cadastro, nome buscado em
      *    funcionarios_excluidos.dat) - o que a rescisao do PROG38
      *    nao descontou e ninguem devolveu. Fecha com o total em
      *    custodia e o que esta no estoque. A saida e carimbada
      *    pelo arquivo morto de impressoes (BENS_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBBEM.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBEXCLUIDOS.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "BENSSORT.TMP".
           SELECT RELATORIO-BENS
               ASSIGN TO SAIDABENS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDBEM.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDEXCLUIDOS.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
      *    "1" funcionario no cadastro, "2" funcionario arquivado.
           05 ORD-GRUPO PIC X.
           05 ORD-DEPTO-CODIGO PIC 9(2).
           05 ORD-FUNCIONARIO-CODIGO PIC 9(4).
           05 ORD-PLAQUETA PIC X(10).
           05 ORD-DESCRICAO PIC X(30).
           05 ORD-NOME PIC X(10).
           05 ORD-DESDE PIC 9(8).
           05 ORD-VALOR PIC 9(6)V99.

       FD  RELATORIO-BENS.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSIMPRESSAO.cob".
       77  FIM-BENS PIC X.
       77  FIM-EXCLUIDOS PIC X.
       77  FINAL-ORDENADO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  GRUPO-ATUAL PIC X.
       77  DEPTO-ATUAL PIC 9(2).
       77  NOME-ARQUIVADO PIC X(10).

       01  TOTAIS-GRUPO.
           05 TGR-QTD PIC 9(5).
           05 TGR-VALOR PIC 9(8)V99.

       01  TOTAIS-CUSTODIA.
           05 TCU-QTD PIC 9(5).
           05 TCU-VALOR PIC 9(8)V99.

       01  TOTAIS-ESTOQUE.
           05 TES-QTD PIC 9(5).
           05 TES-VALOR PIC 9(8)V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "BENS DA EMPRESA EM CUSTODIA".

       01  CABECALHO-DEPARTAMENTO.
           05 FILLER PIC X(14) VALUE "Departamento ".
           05 CAB-DEPTO-CODIGO PIC 99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CAB-DEPTO-NOME PIC X(20).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(11) VALUE "Plaqueta".
           05 FILLER PIC X(23) VALUE "Descricao".
           05 FILLER PIC X(16) VALUE "Funcionario".
           05 FILLER PIC X(11) VALUE "Desde".
           05 FILLER PIC X(10) VALUE "     Valor".

       01  LINHA-DETALHE.
           05 DET-PLAQUETA PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-DESCRICAO PIC X(22).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-NOME PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-DESDE PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-VALOR PIC ZZZ,ZZ9.99.

       01  LINHA-TOTAIS.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-VALOR PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG212" TO IMPRESSAO-PROGRAMA.
           MOVE "BENS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDABENS" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO TOTAIS-CUSTODIA.
           MOVE ZEROS TO TOTAIS-ESTOQUE.

           OPEN INPUT ARQUIVO-BENS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-GRUPO
                                ORD-DEPTO-CODIGO
                                ORD-FUNCIONARIO-CODIGO
                                ORD-PLAQUETA
               INPUT PROCEDURE IS PREPARA-ORDENACAO
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-BENS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Bens em custodia: " TCU-QTD.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PREPARA-ORDENACAO.
           MOVE SPACES TO BEM-PLAQUETA.
           MOVE "N" TO FIM-BENS.

           START ARQUIVO-BENS
               KEY IS NOT LESS THAN BEM-PLAQUETA
               INVALID KEY
                   MOVE "S" TO FIM-BENS.

           PERFORM CLASSIFICA-BEM
               UNTIL FIM-BENS = "S".

       CLASSIFICA-BEM.
           READ ARQUIVO-BENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-BENS.

           IF FIM-BENS = "N"
               IF BEM-EM-CUSTODIA
                   PERFORM SEPARA-BEM-EM-CUSTODIA
               ELSE
                   IF BEM-DISPONIVEL
                       ADD 1 TO TES-QTD
                       ADD BEM-VALOR TO TES-VALOR.

       SEPARA-BEM-EM-CUSTODIA.
           MOVE BEM-FUNCIONARIO-CODIGO TO ORD-FUNCIONARIO-CODIGO.
           MOVE BEM-PLAQUETA TO ORD-PLAQUETA.
           MOVE BEM-DESCRICAO TO ORD-DESCRICAO.
           MOVE BEM-DATA-CUSTODIA TO ORD-DESDE.
           MOVE BEM-VALOR TO ORD-VALOR.

           MOVE BEM-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE "1" TO ORD-GRUPO
               MOVE FUNCIONARIO-DEPTO-CODIGO TO ORD-DEPTO-CODIGO
               MOVE FUNCIONARIO-NOME TO ORD-NOME
           ELSE
               MOVE "2" TO ORD-GRUPO
               MOVE ZEROS TO ORD-DEPTO-CODIGO
               PERFORM BUSCA-NOME-ARQUIVADO
               MOVE NOME-ARQUIVADO TO ORD-NOME.

           RELEASE ORDENACAO-REGISTRO.

       BUSCA-NOME-ARQUIVADO.
      *    o arquivo de excluidos e sequencial - percorre do
      *    comeco, ficando com a ultima saida do codigo.
           MOVE "ARQUIVADO" TO NOME-ARQUIVADO.
           MOVE "N" TO FIM-EXCLUIDOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO-EXCLUIDOS.

           PERFORM PROCURA-EXCLUIDO
               UNTIL FIM-EXCLUIDOS = "S".

           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.

       PROCURA-EXCLUIDO.
           READ ARQUIVO-FUNCIONARIO-EXCLUIDOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-EXCLUIDOS.

           IF FIM-EXCLUIDOS = "N"
               IF EXCLUIDO-CODIGO = BEM-FUNCIONARIO-CODIGO
                   MOVE EXCLUIDO-NOME TO NOME-ARQUIVADO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-BENS.
           MOVE "S" TO PRIMEIRA-LEITURA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ORDENADO.
           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-ORDENADO
               UNTIL FINAL-ORDENADO = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM FECHA-GRUPO.

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "Nenhum bem em custodia" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           PERFORM ESCREVE-TOTAIS-FINAIS.

           CLOSE RELATORIO-BENS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ORDENADO.

       PROCESSA-ORDENADO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-GRUPO
           ELSE
               IF ORD-GRUPO NOT = GRUPO-ATUAL OR
                   ORD-DEPTO-CODIGO NOT = DEPTO-ATUAL
                   PERFORM FECHA-GRUPO
                   PERFORM INICIA-GRUPO.

           MOVE ORD-PLAQUETA TO DET-PLAQUETA.
           MOVE ORD-DESCRICAO TO DET-DESCRICAO.
           MOVE ORD-FUNCIONARIO-CODIGO TO DET-FUNCIONARIO.
           MOVE ORD-NOME TO DET-NOME.
           MOVE ORD-DESDE TO DET-DESDE.
           MOVE ORD-VALOR TO DET-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD 1 TO TGR-QTD.
           ADD ORD-VALOR TO TGR-VALOR.

           PERFORM LEIA-PROXIMO-ORDENADO.

       INICIA-GRUPO.
           MOVE ORD-GRUPO TO GRUPO-ATUAL.
           MOVE ORD-DEPTO-CODIGO TO DEPTO-ATUAL.
           MOVE ZEROS TO TOTAIS-GRUPO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF ORD-GRUPO = "1"
               PERFORM ESCREVE-CABECALHO-DEPARTAMENTO
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "BENS COM FUNCIONARIOS ARQUIVADOS" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-CABECALHO-DEPARTAMENTO.
           MOVE ORD-DEPTO-CODIGO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
                   MOVE "(sem cadastro)" TO DEPARTAMENTO-NOME.

           MOVE ORD-DEPTO-CODIGO TO CAB-DEPTO-CODIGO.
           MOVE DEPARTAMENTO-NOME TO CAB-DEPTO-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-DEPARTAMENTO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       FECHA-GRUPO.
           IF GRUPO-ATUAL = "1"
               MOVE "  Total do departamento" TO TOT-DESCRICAO
           ELSE
               MOVE "  Total com arquivados" TO TOT-DESCRICAO.

           MOVE TGR-QTD TO TOT-QTD.
           MOVE TGR-VALOR TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD TGR-QTD TO TCU-QTD.
           ADD TGR-VALOR TO TCU-VALOR.

       ESCREVE-TOTAIS-FINAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL EM CUSTODIA" TO TOT-DESCRICAO.
           MOVE TCU-QTD TO TOT-QTD.
           MOVE TCU-VALOR TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "DISPONIVEL NO ESTOQUE" TO TOT-DESCRICAO.
           MOVE TES-QTD TO TOT-QTD.
           MOVE TES-VALOR TO TOT-VALOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAIS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".

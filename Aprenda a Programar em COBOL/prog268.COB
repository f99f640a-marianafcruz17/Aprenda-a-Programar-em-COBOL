       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG268.
      *    relatorio de kits montaveis - para cada kit da estrutura
      *    de kits.dat (PROG267), os componentes com a quantidade
      *    por kit, o saldo atual em estoque e quantos kits esse
      *    saldo monta, e no fim do kit quantos kits o estoque dos
      *    componentes monta de fato (o menor deles) e qual
      *    componente limita - para o deposito saber antes do
      *    faturamento (PROG121) quantos kits podem sair e o que
      *    comprar para montar mais. Componente sem cadastro ou com
      *    saldo zerado ou negativo nao monta nenhum kit. A saida e
      *    carimbada pelo arquivo morto de impressoes
      *    (KITS_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPRODUTO.cob".
           COPY "SBKIT.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-KITS
               ASSIGN TO SAIDAKITS
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDKIT.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-KITS.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "WSIMPRESSAO.cob".
       77  FIM-KITS PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  KIT-ATUAL PIC 9(4).
       77  SALDO-DO-COMPONENTE PIC S9(6).
       77  KITS-DO-COMPONENTE PIC 9(6).
       77  KITS-MONTAVEIS PIC 9(6).
       77  COMPONENTE-LIMITANTE PIC 9(4).
       77  QTD-KITS PIC 9(4).
       77  QTD-KITS-SEM-ESTOQUE PIC 9(4).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(37) VALUE
               "KITS MONTAVEIS COM O ESTOQUE EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(39) VALUE
               "    Compon  Descricao                  ".
           05 FILLER PIC X(39) VALUE
               "      Por kit      Saldo  Monta kits   ".

       01  LINHA-KIT.
           05 FILLER PIC X(5) VALUE "Kit: ".
           05 KIT-LINHA-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 KIT-LINHA-DESCRICAO PIC X(30).

       01  LINHA-DETALHE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-COMPONENTE PIC ZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-DESCRICAO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-POR-KIT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SALDO PIC -ZZZ,ZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-MONTA PIC ZZZ,ZZ9.

       01  LINHA-TOTAL-KIT.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "Kits montaveis....".
           05 TOT-MONTAVEIS PIC ZZZ,ZZ9.
           05 FILLER PIC X(26) VALUE
               "   limitado pelo produto ".
           05 TOT-LIMITANTE PIC ZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG268" TO IMPRESSAO-PROGRAMA.
           MOVE "KITS" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAKITS" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-KITS.
           OPEN OUTPUT RELATORIO-KITS.

           MOVE ZEROS TO QTD-KITS.
           MOVE ZEROS TO QTD-KITS-SEM-ESTOQUE.
           MOVE "S" TO PRIMEIRA-LEITURA.

           PERFORM ESCREVE-CABECALHO.

      *    a chave traz os componentes agrupados por kit.
           MOVE ZEROS TO KIT-CHAVE.
           MOVE "N" TO FIM-KITS.

           START ARQUIVO-KITS
               KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-KITS.

           PERFORM AVALIA-COMPONENTE
               UNTIL FIM-KITS = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum kit cadastrado" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-KIT.

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-KITS.
           CLOSE RELATORIO-KITS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Kits listados: " QTD-KITS.
           DISPLAY "Kits que nao montam nenhum: " QTD-KITS-SEM-ESTOQUE.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       AVALIA-COMPONENTE.
           READ ARQUIVO-KITS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-KITS.

           IF FIM-KITS = "N"
               PERFORM ESCREVE-COMPONENTE.

       ESCREVE-COMPONENTE.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-KIT
           ELSE
               IF KIT-PRODUTO-CODIGO NOT = KIT-ATUAL
                   PERFORM ESCREVE-TOTAL-KIT
                   PERFORM COMECA-KIT.

           PERFORM MEDE-COMPONENTE.

           MOVE KIT-COMPONENTE-CODIGO TO DET-COMPONENTE.
           MOVE PRODUTO-DESCRICAO TO DET-DESCRICAO.
           MOVE KIT-QUANTIDADE TO DET-POR-KIT.
           MOVE SALDO-DO-COMPONENTE TO DET-SALDO.
           MOVE KITS-DO-COMPONENTE TO DET-MONTA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

      *    o kit monta o menor numero entre os seus componentes;
      *    o primeiro a empatar no menor e o que limita.
       MEDE-COMPONENTE.
           MOVE KIT-COMPONENTE-CODIGO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "PRODUTO SEM CADASTRO" TO PRODUTO-DESCRICAO
                   MOVE ZEROS TO PRODUTO-ESTOQUE.

           MOVE PRODUTO-ESTOQUE TO SALDO-DO-COMPONENTE.
           MOVE ZEROS TO KITS-DO-COMPONENTE.

           IF SALDO-DO-COMPONENTE > ZEROS AND
               KIT-QUANTIDADE > ZEROS
               COMPUTE KITS-DO-COMPONENTE =
                   SALDO-DO-COMPONENTE / KIT-QUANTIDADE.

           IF KITS-DO-COMPONENTE < KITS-MONTAVEIS
               MOVE KITS-DO-COMPONENTE TO KITS-MONTAVEIS
               MOVE KIT-COMPONENTE-CODIGO TO COMPONENTE-LIMITANTE.

       COMECA-KIT.
           MOVE KIT-PRODUTO-CODIGO TO KIT-ATUAL.
           MOVE 999999 TO KITS-MONTAVEIS.
           MOVE ZEROS TO COMPONENTE-LIMITANTE.
           ADD 1 TO QTD-KITS.

           MOVE KIT-ATUAL TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE "PRODUTO SEM CADASTRO" TO PRODUTO-DESCRICAO.

           MOVE KIT-ATUAL TO KIT-LINHA-CODIGO.
           MOVE PRODUTO-DESCRICAO TO KIT-LINHA-DESCRICAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-KIT TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-KIT.
           IF KITS-MONTAVEIS = ZEROS
               ADD 1 TO QTD-KITS-SEM-ESTOQUE.

           MOVE KITS-MONTAVEIS TO TOT-MONTAVEIS.
           MOVE COMPONENTE-LIMITANTE TO TOT-LIMITANTE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-KIT TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".

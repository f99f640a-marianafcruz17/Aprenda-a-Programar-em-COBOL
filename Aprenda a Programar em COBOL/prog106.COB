      *    reimpressao de cotacao - reproduz qualquer cotacao
      *    gravada em cotacoes.dat pelo numero, regerando a mesma
      *    tabela de faixas (mesmo preco, mesmos descontos do
      *    PDDESCFAIXA) que saiu na emissao original do PROG63,
      *    inclusive a origem do preco (oficial ou contrato).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-REIMPRESSAO
               ASSIGN TO "REORCAMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCOTACAO.cob".

       FD  RELATORIO-REIMPRESSAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSDESCFAIXA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-PEDIDO PIC 9(6).
           05 FILLER PIC X(12) VALUE "  Valida ate".
           05 CAB-VALIDADE PIC 9999/99/99.

       01  CABECALHO-ORIGEM.
           05 FILLER PIC X(17) VALUE "Origem do preco: ".
           05 CAB-ORIGEM PIC X(16).

       01  CABECALHO-PRODUTO.
           05 FILLER PIC X(9) VALUE "Produto: ".
           05 CAB-PRODUTO-CODIGO PIC ZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Informe o numero da cotacao a reimprimir: ".
           ACCEPT NUMERO-PEDIDO.

           MOVE CABECALHO-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    cotacao gravada antes dos contratos tem a origem em
      *    branco e sempre foi pelo preco oficial.
           MOVE "PRECO OFICIAL" TO CAB-ORIGEM.
           IF COTACAO-PRECO-CONTRATO
               MOVE "PRECO CONTRATO" TO CAB-ORIGEM.
           IF COTACAO-PRECO-DESCONTO
               MOVE "DESCONTO CLIENTE" TO CAB-ORIGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-ORIGEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           WRITE LINHA-RELATORIO.

           COPY "PDDESCFAIXA.cob".
           COPY "PDPARAMETRO.cob".

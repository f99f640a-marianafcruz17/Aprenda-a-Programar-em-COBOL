      *    cotacao e gravada em cotacoes.dat sob um numero
      *    sequencial, com cliente e validade - o PROG106 reimprime
      *    qualquer numero e o PROG107 converte a cotacao aceita em
      *    pedido sem redigitar nada. Cliente com contrato de
      *    precos vigente (PROG227) tem a tabela montada sobre o
      *    preco negociado ou com o seu desconto geral, e a
      *    cotacao impressa diz de onde veio o preco.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBCOTACAO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCONTRATO.cob".
           SELECT RELATORIO-COTACAO
               ASSIGN TO "ORCAMENTO.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPRODUTO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCOTACAO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCONTRATO.cob".

       FD  RELATORIO-COTACAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSDESCFAIXA.cob".
           COPY "WSPRECO.cob".
           COPY "WSCONTRATO.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  PRODUTO-VALIDO PIC X.
       77  CLIENTE-VALIDO PIC X.
           05 FILLER PIC X(12) VALUE "  Valida ate".
           05 CAB-VALIDADE PIC 9999/99/99.

       01  CABECALHO-ORIGEM.
           05 FILLER PIC X(17) VALUE "Origem do preco: ".
           05 CAB-ORIGEM PIC X(16).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(12) VALUE "Quantidade".
           05 FILLER PIC X(12) VALUE "Desconto".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG63" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-SEQUENCIAS.

           OPEN INPUT ARQUIVO-PRODUTOS.
           OPEN INPUT ARQUIVO-PRECOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CONTRATOS.
           PERFORM PEGA-DADOS-COTACAO.
           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-PRECOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONTRATOS.

           PERFORM PERSISTE-COTACAO.

           ACCEPT COTACAO-DATA FROM DATE YYYYMMDD.
           MOVE VALIDADE-COTACAO TO COTACAO-VALIDADE.
           MOVE "A" TO COTACAO-STATUS.
           MOVE CONTRATO-FONTE TO COTACAO-FONTE-PRECO.

           OPEN I-O ARQUIVO-COTACOES.
           WRITE COTACAO-REGISTRO
           ELSE
               MOVE PRODUTO-PRECO TO PRECO-UNITARIO.

      *    contrato do cliente vigente na emissao toma o lugar do
      *    preco oficial como base das faixas.
           MOVE CLIENTE-CODIGO TO CONTRATO-CLIENTE-BUSCA.
           MOVE PRODUTO-CODIGO TO CONTRATO-PRODUTO-BUSCA.
           MOVE DATA-DE-HOJE TO CONTRATO-DATA-BUSCA.
           MOVE PRECO-UNITARIO TO CONTRATO-PRECO-OFICIAL.
           PERFORM BUSCA-PRECO-CONTRATO.
           MOVE CONTRATO-PRECO-FINAL TO PRECO-UNITARIO.

           DISPLAY "Preco vigente na emissao: " PRECO-UNITARIO.
           DISPLAY "Origem do preco: " CONTRATO-FONTE-DESCRICAO.

       ACEITA-PRODUTO-DA-COTACAO.
           DISPLAY "Informe o codigo do produto: ".
           MOVE CABECALHO-PRODUTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE CONTRATO-FONTE-DESCRICAO TO CAB-ORIGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-ORIGEM TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDDESCFAIXA.cob".

           COPY "PDPRECO.cob".

           COPY "PDCONTRATO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

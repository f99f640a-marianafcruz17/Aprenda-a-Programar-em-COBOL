      *    area de trabalho dos paragrafos partilhados da copia
      *    geracional (COPY "PDGERACAO.cob") - o programa inclui
      *    tambem SBGERACAO/FDGERACAO e o SB/FD dos sete arquivos
      *    copiados (SBCLIENTE, SBPEDIDO, SBPEDIDOITEM, SBFATURA,
      *    SBRECEBIMENTO, SBPRODUTO e SBESTMOV). GER-INDICE escolhe
      *    o arquivo; ABRE-ORIGEM, LE-ORIGEM e FECHA-ORIGEM andam
      *    nele, LE-ORIGEM devolve a imagem em GER-REGISTRO-LIDO e
      *    os campos do hash em GER-VALOR-REGISTRO e GER-QTD-
      *    REGISTRO.
       01  GER-CAMPOS.
           05 GER-INDICE PIC 9.
           05 GER-SLOT PIC 9(2).
           05 GER-NOME-COPIA PIC X(20).
           05 GER-FIM-ORIGEM PIC X.
           05 GER-FIM-COPIA PIC X.
           05 GER-REGISTRO-LIDO PIC X(171).
           05 GER-VALOR-REGISTRO PIC 9(8)V99.
           05 GER-QTD-REGISTRO PIC S9(6).

      *    nome logico de cada arquivo copiado - e o que vai em
      *    BKPCAT-ARQUIVO e no nome da copia fisica.
       01  GER-NOMES-LOGICOS.
           05 FILLER PIC X(8) VALUE "CLIENTES".
           05 FILLER PIC X(8) VALUE "PEDIDOS".
           05 FILLER PIC X(8) VALUE "PEDITENS".
           05 FILLER PIC X(8) VALUE "FATURAS".
           05 FILLER PIC X(8) VALUE "RECEBIM".
           05 FILLER PIC X(8) VALUE "PRODUTOS".
           05 FILLER PIC X(8) VALUE "ESTOQMOV".
       01  GER-TABELA-LOGICOS REDEFINES GER-NOMES-LOGICOS.
           05 GER-NOME-LOGICO PIC X(8) OCCURS 7 TIMES.

      *    nome do arquivo vivo, para o menu e os relatorios.
       01  GER-NOMES-FISICOS.
           05 FILLER PIC X(18) VALUE "clientes.dat".
           05 FILLER PIC X(18) VALUE "pedidos.dat".
           05 FILLER PIC X(18) VALUE "pedido_itens.dat".
           05 FILLER PIC X(18) VALUE "faturas.dat".
           05 FILLER PIC X(18) VALUE "recebimentos.dat".
           05 FILLER PIC X(18) VALUE "produtos.dat".
           05 FILLER PIC X(18) VALUE "estoque_mov.dat".
       01  GER-TABELA-FISICOS REDEFINES GER-NOMES-FISICOS.
           05 GER-NOME-FISICO PIC X(18) OCCURS 7 TIMES.

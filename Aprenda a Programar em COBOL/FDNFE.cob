       FD  ARQUIVO-NFE.
       01  NFE-REGISTRO.
      *    controle da NF-e de cada fatura impressa - a chave e o
      *    numero do documento (FATURA-DOCUMENTO, o da primeira
      *    parcela), que e tambem o numero da nota na chave de
      *    acesso. Gravado pelo PROG121 na extracao e completado
      *    pelo retorno da autorizacao no PROG250.
           05 NFE-DOCUMENTO PIC 9(6).
           05 NFE-CHAVE-ACESSO PIC X(44).
           05 NFE-PEDIDO-NUMERO PIC 9(6).
           05 NFE-CLIENTE-CODIGO PIC 9(4).
           05 NFE-DATA-EMISSAO PIC 9(8).
      *    valores da nota em BRL, e a taxa com que as linhas do
      *    pedido foram convertidas - a impressao final do PROG250
      *    refaz as linhas com ela.
           05 NFE-VALOR-MERCADORIAS PIC 9(10)V99.
           05 NFE-VALOR-FRETE PIC 9(6)V99.
           05 NFE-VALOR-ICMS PIC 9(8)V99.
           05 NFE-VALOR-TOTAL PIC 9(10)V99.
           05 NFE-TAXA-CAMBIO PIC 9(4)V9(4).
      *    "P" extraida e aguardando o retorno, "A" autorizada (com
      *    protocolo), "R" rejeitada (com codigo e motivo). Fatura
      *    com nota que nao esta autorizada nao vai para a remessa
      *    de cobranca (PROG220) nem sai na impressao final.
           05 NFE-SITUACAO PIC X.
               88 NFE-PENDENTE VALUE "P".
               88 NFE-AUTORIZADA VALUE "A".
               88 NFE-REJEITADA VALUE "R".
           05 NFE-DATA-EXTRACAO PIC 9(8).
           05 NFE-DATA-RETORNO PIC 9(8).
           05 NFE-PROTOCOLO PIC X(15).
           05 NFE-CODIGO-REJEICAO PIC X(3).
           05 NFE-MOTIVO-REJEICAO PIC X(60).

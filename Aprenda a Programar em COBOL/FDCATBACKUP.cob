       FD  ARQUIVO-CATALOGO-BACKUP.
       01  CATALOGO-BACKUP-REGISTRO.
      *    um registro por arquivo copiado em cada rodada da copia
      *    geracional do PROG257 - e por ele que a restauracao do
      *    PROG258 sabe que geracoes ainda estao guardadas, em que
      *    arquivo de copia cada uma mora e que contagem e hash a
      *    copia tinha de ter. BKPCAT-ARQUIVO e o nome logico
      *    (CLIENTES, PEDIDOS, PEDITENS, FATURAS, RECEBIM,
      *    PRODUTOS, ESTOQMOV).
           05 BKPCAT-ARQUIVO PIC X(8).
      *    numero corrido da geracao daquele arquivo; a copia
      *    fisica gira por BKPCAT-SLOT (1 a N geracoes guardadas),
      *    de modo que a geracao nova sobrescreve a mais antiga.
           05 BKPCAT-GERACAO PIC 9(5).
           05 BKPCAT-SLOT PIC 9(2).
           05 BKPCAT-COPIA PIC X(20).
           05 BKPCAT-DATA PIC 9(8).
           05 BKPCAT-HORA PIC 9(8).
      *    contagens e hash totals do arquivo de origem e da copia
      *    relida - valor e o campo de dinheiro principal, e
      *    quantidade o de quantidade (zero quando o arquivo nao
      *    tem um dos dois).
           05 BKPCAT-QTD-ORIGEM PIC 9(7).
           05 BKPCAT-QTD-COPIA PIC 9(7).
           05 BKPCAT-HASH-VALOR PIC 9(13)V99.
           05 BKPCAT-HASH-VALOR-COPIA PIC 9(13)V99.
           05 BKPCAT-HASH-QTD PIC S9(13).
           05 BKPCAT-HASH-QTD-COPIA PIC S9(13).
           05 BKPCAT-DIVERGENCIAS PIC 9(7).
      *    "OK" copia conferida com a origem, "DV" com divergencia.
           05 BKPCAT-SITUACAO PIC X(2).
               88 BKPCAT-CONFERIDA VALUE "OK".
               88 BKPCAT-DIVERGENTE VALUE "DV".

      *    area de trabalho dos paragrafos partilhados de kit
      *    (COPY "PDKIT.cob") - o programa poe o produto em
      *    KITBUSCA-PRODUTO antes do CARREGA-COMPONENTES-DO-KIT e
      *    le em KITBUSCA-QTD quantos componentes ele tem (zeros =
      *    produto avulso, nao e kit), com o codigo e a quantidade
      *    por kit de cada um na tabela. O CALCULA-KITS-MONTAVEIS
      *    devolve em KITBUSCA-MONTAVEIS quantos kits o saldo atual
      *    dos componentes monta e em KITBUSCA-LIMITANTE o
      *    componente que acaba primeiro.
       01  KITBUSCA-AREA.
           05 KITBUSCA-PRODUTO PIC 9(4).
           05 KITBUSCA-FIM PIC X.
           05 KITBUSCA-QTD PIC 9(2).
           05 KITBUSCA-INDICE PIC 9(2).
           05 KITBUSCA-COMPONENTES OCCURS 20 TIMES.
               10 KITBUSCA-COMPONENTE PIC 9(4).
               10 KITBUSCA-QUANTIDADE PIC 9(4).
           05 KITBUSCA-MONTAVEIS PIC 9(6).
           05 KITBUSCA-POR-COMPONENTE PIC 9(6).
           05 KITBUSCA-LIMITANTE PIC 9(4).

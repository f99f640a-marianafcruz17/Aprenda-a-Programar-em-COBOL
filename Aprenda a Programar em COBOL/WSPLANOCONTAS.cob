      *    eventos contabeis do lado de vendas, cada um com a sua
      *    conta no plano de contas (FDPLANOCONTAS.cob) - o PROG264
      *    so aceita estes codigos e o extrato do PROG265 so roda
      *    com todos eles mapeados. A descricao e a sugerida quando
      *    o evento e cadastrado.
       77  QTD-EVENTOS-CONTABEIS PIC 9(2) VALUE 14.
       01  EVENTOS-CONTABEIS-VALORES.
           05 FILLER PIC X(31) VALUE
               "CLIENTClientes a receber".
           05 FILLER PIC X(31) VALUE
               "RECEITReceita bruta de vendas".
           05 FILLER PIC X(31) VALUE
               "DEDICMICMS sobre vendas".
           05 FILLER PIC X(31) VALUE
               "ICMSREICMS a recolher".
           05 FILLER PIC X(31) VALUE
               "CAIXA Caixa e bancos".
           05 FILLER PIC X(31) VALUE
               "ENCARGMulta e juros recebidos".
           05 FILLER PIC X(31) VALUE
               "RECUPERecuperacao de perdas".
           05 FILLER PIC X(31) VALUE
               "PERDASPerdas com clientes".
           05 FILLER PIC X(31) VALUE
               "CREDCLCreditos de clientes".
           05 FILLER PIC X(31) VALUE
               "DEVOLUDevolucoes de vendas".
           05 FILLER PIC X(31) VALUE
               "CMV   Custo mercadoria vendida".
           05 FILLER PIC X(31) VALUE
               "ESTOQUEstoque de mercadorias".
           05 FILLER PIC X(31) VALUE
               "FORNECFornecedores".
           05 FILLER PIC X(31) VALUE
               "AJUESTAjuste de inventario".
       01  FILLER REDEFINES EVENTOS-CONTABEIS-VALORES.
           05 EVENTO-CONTABIL OCCURS 14 TIMES.
               10 EVENTO-CODIGO PIC X(6).
               10 EVENTO-DESCRICAO PIC X(25).

      *    area de trabalho dos paragrafos partilhados do plano de
      *    saude (COPY "PDPLANOSAUDE.cob"): com o registro da
      *    adesao lido e PLANOCALC-COMPETENCIA montada, CONFERE-
      *    ADESAO-VIGENTE responde em PLANOCALC-VIGENTE; com
      *    PLANOCALC-PLANO e PLANOCALC-NASCIMENTO montados, BUSCA-
      *    PRECO-DA-VIDA devolve a idade e o preco da faixa, com
      *    PLANOCALC-ENCONTRADO = "N" quando o plano nao tem faixa
      *    para a idade.
       01  PLANOCALC-CAMPOS.
           05 PLANOCALC-COMPETENCIA PIC 9(6).
           05 PLANOCALC-PLANO PIC 9(3).
           05 PLANOCALC-NASCIMENTO PIC 9(8).
           05 PLANOCALC-IDADE PIC 9(3).
           05 PLANOCALC-PRECO PIC 9(5)V99.
           05 PLANOCALC-ENCONTRADO PIC X.
           05 PLANOCALC-VIGENTE PIC X.
           05 PLANOCALC-MES-INICIO PIC 9(6).
           05 PLANOCALC-MES-FIM PIC 9(6).

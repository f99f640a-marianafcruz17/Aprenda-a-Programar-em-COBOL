       FD  ARQUIVO-ANON-LOG.
       01  ANON-LOG-REGISTRO.
      *    log permanente da anonimizacao de dados pessoais - uma
      *    linha por pessoa e por arquivo tocado, com quantos
      *    registros foram sobrescritos, quando e por quem. So
      *    anexado (OPEN EXTEND), nunca regravado, e fora da
      *    retencao da trilha de auditoria do PROG114: e a prova
      *    de que o dado foi apagado, e por isso so guarda codigos.
           05 ANONLOG-DATA PIC 9(8).
           05 ANONLOG-HORA PIC 9(8).
           05 ANONLOG-LOTE PIC 9(8).
      *    "F" funcionario arquivado, "C" cliente.
           05 ANONLOG-TIPO PIC X.
           05 ANONLOG-CODIGO PIC 9(4).
      *    EXCLUIDOS, DEPENDENTES, CLIENTES, ENTREGAS, CONTATOS ou
      *    AUDITORIA.
           05 ANONLOG-ARQUIVO PIC X(12).
           05 ANONLOG-QTD-REGISTROS PIC 9(5).
           05 ANONLOG-OPERADOR PIC X(10).

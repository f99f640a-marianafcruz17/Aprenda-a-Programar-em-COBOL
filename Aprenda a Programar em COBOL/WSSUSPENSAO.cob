      *    area de trabalho do paragrafo partilhado CONTA-DIAS-
      *    SUSPENSAO (COPY "PDSUSPENSAO.cob") - o programa que
      *    inclui este copybook precisa incluir tambem WSDIAUTIL/
      *    PDDIAUTIL (com WSCALCDIAS/PDCALCDIAS e o calendario de
      *    feriados) e ter ARQUIVO-DISCIPLINAS aberto. Monta
      *    SUSPENSAO-CODIGO e SUSPENSAO-ANO-MES antes do PERFORM e
      *    le em SUSPENSAO-DIAS-NO-MES os dias corridos de
      *    suspensao do funcionario que caem no mes (no maximo 30,
      *    o mes comercial da folha).
       01  SUSPENSAO-CAMPOS.
           05 SUSPENSAO-CODIGO PIC 9(4).
           05 SUSPENSAO-ANO-MES PIC 9(6).
           05 SUSPENSAO-DIAS-NO-MES PIC 9(2).
           05 SUSPENSAO-DIAS-A-CONTAR PIC 9(2).
           05 SUSPENSAO-FIM PIC X.

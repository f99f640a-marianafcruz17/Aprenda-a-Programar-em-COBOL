      *    area de trabalho do paragrafo partilhado CLASSIFICA-
      *    MARCACAO (COPY "PDJORNADA.cob") - o programa que inclui
      *    este copybook precisa incluir tambem WSDIAUTIL/PDDIAUTIL
      *    (com WSCALCDIAS/PDCALCDIAS e o calendario de feriados) e
      *    ter feito PERFORM CARREGA-FERIADOS. Para cada marcacao
      *    de ponto.dat, monta JORNADA-DATA, JORNADA-HORA-ENTRADA,
      *    JORNADA-HORA-SAIDA e JORNADA-TURNO-NOTURNO ("S" quando o
      *    turno do funcionario vira a meia-noite) e le:
      *      - JORNADA-VALIDA (S/N) - "N" e batida faltando ou
      *        saida antes da entrada fora de turno noturno;
      *      - JORNADA-MINUTOS, o total trabalhado;
      *      - JORNADA-MINUTOS-NOTURNOS, a parte entre 22:00 e
      *        05:00;
      *      - JORNADA-MINUTOS-DESCANSO, a parte caida em domingo
      *        ou feriado (cada lado da meia-noite no seu dia).
       01  JORNADA-CAMPOS.
           05 JORNADA-DATA PIC 9(8).
           05 JORNADA-HORA-ENTRADA PIC 9(4).
           05 JORNADA-HORA-SAIDA PIC 9(4).
           05 JORNADA-TURNO-NOTURNO PIC X.
           05 JORNADA-VALIDA PIC X.
           05 JORNADA-MINUTOS PIC S9(5).
           05 JORNADA-MINUTOS-NOTURNOS PIC 9(5).
           05 JORNADA-MINUTOS-DESCANSO PIC 9(5).
           05 JORNADA-DIA-DESCANSO PIC X.
           05 JORNADA-INICIO PIC S9(5).
           05 JORNADA-FIM PIC S9(5).
           05 JORNADA-FAIXA-INICIO PIC S9(5).
           05 JORNADA-FAIXA-FIM PIC S9(5).
           05 JORNADA-TRECHO-INICIO PIC S9(5).
           05 JORNADA-TRECHO-FIM PIC S9(5).
           05 JORNADA-HORA-DESMONTADA.
               10 JORNADA-HH PIC 9(2).
               10 JORNADA-MM PIC 9(2).

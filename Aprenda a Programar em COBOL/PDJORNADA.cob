      *    paragrafos partilhados da classificacao de uma marcacao
      *    de ponto: CLASSIFICA-MARCACAO converte entrada e saida
      *    em minutos contados da meia-noite do dia da entrada (a
      *    saida de turno noturno que passa da meia-noite soma
      *    1440), separa os minutos da faixa noturna legal (22:00
      *    as 05:00, inclusive a da madrugada seguinte) e os
      *    minutos em dia de descanso - domingo ou data de
      *    feriados.dat, inclusive feriado em sabado; o trecho
      *    depois da meia-noite e conferido no dia seguinte.
       CLASSIFICA-MARCACAO.
           MOVE "N" TO JORNADA-VALIDA.
           MOVE ZEROS TO JORNADA-MINUTOS.
           MOVE ZEROS TO JORNADA-MINUTOS-NOTURNOS.
           MOVE ZEROS TO JORNADA-MINUTOS-DESCANSO.

           IF JORNADA-HORA-ENTRADA > ZEROS AND
               JORNADA-HORA-SAIDA > ZEROS
               PERFORM CONVERTE-MARCACAO-EM-MINUTOS.

           IF JORNADA-VALIDA = "S"
               PERFORM SOMA-MINUTOS-NOTURNOS
               PERFORM SOMA-MINUTOS-DESCANSO.

       CONVERTE-MARCACAO-EM-MINUTOS.
           MOVE JORNADA-HORA-ENTRADA TO JORNADA-HORA-DESMONTADA.
           COMPUTE JORNADA-INICIO = (JORNADA-HH * 60) + JORNADA-MM.
           MOVE JORNADA-HORA-SAIDA TO JORNADA-HORA-DESMONTADA.
           COMPUTE JORNADA-FIM = (JORNADA-HH * 60) + JORNADA-MM.

      *    saida antes da entrada so e virada de dia para quem
      *    trabalha em turno noturno; para os demais continua
      *    sendo batida errada.
           IF JORNADA-FIM < JORNADA-INICIO AND
               JORNADA-TURNO-NOTURNO = "S"
               ADD 1440 TO JORNADA-FIM.

           IF JORNADA-FIM NOT < JORNADA-INICIO
               MOVE "S" TO JORNADA-VALIDA
               COMPUTE JORNADA-MINUTOS =
                   JORNADA-FIM - JORNADA-INICIO.

       SOMA-MINUTOS-NOTURNOS.
           MOVE ZEROS TO JORNADA-FAIXA-INICIO.
           MOVE 300 TO JORNADA-FAIXA-FIM.
           PERFORM SOMA-TRECHO-NOTURNO.

           MOVE 1320 TO JORNADA-FAIXA-INICIO.
           MOVE 1740 TO JORNADA-FAIXA-FIM.
           PERFORM SOMA-TRECHO-NOTURNO.

           MOVE 2760 TO JORNADA-FAIXA-INICIO.
           MOVE 2880 TO JORNADA-FAIXA-FIM.
           PERFORM SOMA-TRECHO-NOTURNO.

       SOMA-TRECHO-NOTURNO.
      *    o trecho noturno e a sobreposicao da jornada com a
      *    faixa: maior dos inicios ate o menor dos fins.
           MOVE JORNADA-INICIO TO JORNADA-TRECHO-INICIO.
           IF JORNADA-FAIXA-INICIO > JORNADA-TRECHO-INICIO
               MOVE JORNADA-FAIXA-INICIO TO JORNADA-TRECHO-INICIO.

           MOVE JORNADA-FIM TO JORNADA-TRECHO-FIM.
           IF JORNADA-FAIXA-FIM < JORNADA-TRECHO-FIM
               MOVE JORNADA-FAIXA-FIM TO JORNADA-TRECHO-FIM.

           IF JORNADA-TRECHO-FIM > JORNADA-TRECHO-INICIO
               COMPUTE JORNADA-MINUTOS-NOTURNOS =
                   JORNADA-MINUTOS-NOTURNOS +
                   JORNADA-TRECHO-FIM - JORNADA-TRECHO-INICIO.

       SOMA-MINUTOS-DESCANSO.
      *    trecho ate a meia-noite, no dia da entrada.
           MOVE JORNADA-FIM TO JORNADA-TRECHO-FIM.
           IF JORNADA-TRECHO-FIM > 1440
               MOVE 1440 TO JORNADA-TRECHO-FIM.

           MOVE JORNADA-DATA TO DIAUTIL-DATA.
           PERFORM CONFERE-DIA-DESCANSO.

           IF JORNADA-DIA-DESCANSO = "S"
               COMPUTE JORNADA-MINUTOS-DESCANSO =
                   JORNADA-TRECHO-FIM - JORNADA-INICIO.

      *    trecho depois da meia-noite, no dia seguinte.
           IF JORNADA-FIM > 1440
               MOVE JORNADA-DATA TO DIAUTIL-DATA
               PERFORM AVANCA-UM-DIA
               PERFORM CONFERE-DIA-DESCANSO
               PERFORM SOMA-DESCANSO-DIA-SEGUINTE.

       SOMA-DESCANSO-DIA-SEGUINTE.
           IF JORNADA-DIA-DESCANSO = "S"
               COMPUTE JORNADA-MINUTOS-DESCANSO =
                   JORNADA-MINUTOS-DESCANSO + JORNADA-FIM - 1440.

       CONFERE-DIA-DESCANSO.
      *    CONFERE-DIA-UTIL da o dia da semana; o feriado e
      *    conferido a parte porque a rotina de dias uteis nem
      *    olha a tabela quando o dia ja e fim de semana.
           MOVE "N" TO JORNADA-DIA-DESCANSO.
           PERFORM CONFERE-DIA-UTIL.

           IF DIAUTIL-DIA-SEMANA = 6
               MOVE "S" TO JORNADA-DIA-DESCANSO.

           MOVE "S" TO DIAUTIL-E-UTIL.
           MOVE ZEROS TO DIAUTIL-INDICE.
           PERFORM CONFERE-FERIADO
               DIAUTIL-QTD-FERIADOS TIMES.

           IF DIAUTIL-E-UTIL = "N"
               MOVE "S" TO JORNADA-DIA-DESCANSO.

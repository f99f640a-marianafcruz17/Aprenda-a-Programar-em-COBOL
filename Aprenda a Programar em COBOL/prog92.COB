      *    batida de entrada ou saida faltando. Com o turno do
      *    funcionario (turnos.dat, PROG156) o relatorio tambem
      *    aponta atraso na chegada, saida antecipada e dia curto,
      *    com o total de minutos de atraso no mes. Cada dia mostra
      *    ainda as horas na faixa noturna (22:00 as 05:00) e as
      *    trabalhadas em domingo ou feriado (feriados.dat), com os
      *    totais do mes - a mesma classificacao que o PROG54 paga;
      *    em turno que vira a meia-noite a saida antes da entrada
      *    e do dia seguinte, e nao batida invertida.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPONTO.cob".
           COPY "SBTURNO.cob".
           COPY "SBCALENDARIO.cob".
           SELECT RELATORIO-HORAS
               ASSIGN TO "HORASMES.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPONTO.cob".
           COPY "FDTURNO.cob".
           COPY "FDCALENDARIO.cob".

       FD  RELATORIO-HORAS.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FIM-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  MES-PEDIDO PIC 9(6).
       77  MINUTOS-BATIDA PIC S9(5).
       77  ATRASO-DO-DIA PIC S9(5).
       77  MINUTOS-ATRASO-MES PIC 9(6).
       77  MINUTOS-NOTURNOS-MES PIC 9(6).
       77  MINUTOS-DESCANSO-MES PIC 9(6).

           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSJORNADA.cob".

       01  PONTO-MES-DESMONTADO.
           05 PONTO-ANO-MES PIC 9(6).
           05 DIA-ENTRADA PIC 9(4).
           05 FILLER PIC X(4) VALUE " S: ".
           05 DIA-SAIDA PIC 9(4).
           05 FILLER PIC X(6) VALUE " Not: ".
           05 DIA-NOT-HORAS PIC Z9.
           05 FILLER PIC X(1) VALUE ":".
           05 DIA-NOT-MINUTOS PIC 99.
           05 FILLER PIC X(10) VALUE " Dom/Fer: ".
           05 DIA-DFE-HORAS PIC Z9.
           05 FILLER PIC X(1) VALUE ":".
           05 DIA-DFE-MINUTOS PIC 99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DIA-OBSERVACAO PIC X(25).

           05 FILLER PIC X(20) VALUE "  Dias com falha: ".
           05 TOT-FALHAS PIC Z9.

       01  LINHA-TOTAL-ADICIONAIS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "Horas noturnas: ".
           05 TAD-NOT-HORAS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE ":".
           05 TAD-NOT-MINUTOS PIC 99.
           05 FILLER PIC X(20) VALUE "  Domingo/feriado: ".
           05 TAD-DFE-HORAS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE ":".
           05 TAD-DFE-MINUTOS PIC 99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Horas de qual mes (AAAAMM)? ".
           ACCEPT MES-PEDIDO.

           PERFORM CARREGA-FERIADOS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-TURNOS.
           MOVE ZEROS TO MINUTOS-DO-MES.
           MOVE ZEROS TO DIAS-COM-FALHA.
           MOVE ZEROS TO MINUTOS-ATRASO-MES.
           MOVE ZEROS TO MINUTOS-NOTURNOS-MES.
           MOVE ZEROS TO MINUTOS-DESCANSO-MES.
           PERFORM BUSCA-NOME-FUNCIONARIO.
           PERFORM BUSCA-TURNO-DO-FUNCIONARIO.

      *    tem turno definido fica sem apontamento de atraso - o
      *    relatorio segue como sempre foi.
           MOVE "N" TO TURNO-DEFINIDO.
           MOVE "N" TO JORNADA-TURNO-NOTURNO.

           IF FUNCIONARIO-TURNO-CODIGO > ZEROS
               MOVE FUNCIONARIO-TURNO-CODIGO TO TURNO-CODIGO
                           (HORA-HH * 60) + HORA-MM
                       MOVE TURNO-HORA-SAIDA TO HORA-DESMONTADA
                       COMPUTE SAIDA-ESPERADA =
                           (HORA-HH * 60) + HORA-MM
                       PERFORM CONFERE-TURNO-NOTURNO.

       CONFERE-TURNO-NOTURNO.
           IF TURNO-HORA-SAIDA < TURNO-HORA-ENTRADA
               MOVE "S" TO JORNADA-TURNO-NOTURNO.

       ESCREVE-DIA.
           MOVE PONTO-DATA TO DIA-DATA.
           MOVE PONTO-HORA-ENTRADA TO DIA-ENTRADA.
           MOVE PONTO-HORA-SAIDA TO DIA-SAIDA.
           MOVE SPACES TO DIA-OBSERVACAO.
           MOVE ZEROS TO JORNADA-MINUTOS-NOTURNOS.
           MOVE ZEROS TO JORNADA-MINUTOS-DESCANSO.

           IF PONTO-HORA-ENTRADA = ZEROS OR
               PONTO-HORA-SAIDA = ZEROS
           ELSE
               PERFORM SOMA-MINUTOS-DO-DIA.

           DIVIDE JORNADA-MINUTOS-NOTURNOS BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO DIA-NOT-HORAS.
           MOVE MINUTOS-EDITADOS TO DIA-NOT-MINUTOS.

           DIVIDE JORNADA-MINUTOS-DESCANSO BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO DIA-DFE-HORAS.
           MOVE MINUTOS-EDITADOS TO DIA-DFE-MINUTOS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DIA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       SOMA-MINUTOS-DO-DIA.
      *    a classificacao partilhada converte HHMM para minutos,
      *    vira a meia-noite para turno noturno e separa a faixa
      *    noturna e o domingo/feriado - fora de turno noturno,
      *    saida menor que a entrada indica batida errada e conta
      *    como falha em vez de somar horas negativas.
           MOVE PONTO-DATA TO JORNADA-DATA.
           MOVE PONTO-HORA-ENTRADA TO JORNADA-HORA-ENTRADA.
           MOVE PONTO-HORA-SAIDA TO JORNADA-HORA-SAIDA.
           PERFORM CLASSIFICA-MARCACAO.

           IF JORNADA-VALIDA = "N"
               MOVE "*** BATIDA INVERTIDA ***" TO DIA-OBSERVACAO
               ADD 1 TO DIAS-COM-FALHA
           ELSE
               MOVE JORNADA-MINUTOS TO MINUTOS-DO-DIA
               ADD MINUTOS-DO-DIA TO MINUTOS-DO-MES
               ADD JORNADA-MINUTOS-NOTURNOS TO MINUTOS-NOTURNOS-MES
               ADD JORNADA-MINUTOS-DESCANSO TO MINUTOS-DESCANSO-MES
               PERFORM CONFERE-CONTRA-O-TURNO.

       CONFERE-CONTRA-O-TURNO.
           MOVE LINHA-TOTAL-FUNCIONARIO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DIVIDE MINUTOS-NOTURNOS-MES BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO TAD-NOT-HORAS.
           MOVE MINUTOS-EDITADOS TO TAD-NOT-MINUTOS.

           DIVIDE MINUTOS-DESCANSO-MES BY 60
               GIVING HORAS-EDITADAS
               REMAINDER MINUTOS-EDITADOS.
           MOVE HORAS-EDITADAS TO TAD-DFE-HORAS.
           MOVE MINUTOS-EDITADOS TO TAD-DFE-MINUTOS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL-ADICIONAIS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.


           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDCALCDIAS.cob".

           COPY "PDDIAUTIL.cob".

           COPY "PDJORNADA.cob".
           COPY "PDPARAMETRO.cob".

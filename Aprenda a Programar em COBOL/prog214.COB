       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG214.
      *    funil de recrutamento por vaga aberta - para cada
      *    requisicao pedida ou aprovada (vagas.dat), conta os
      *    candidatos de candidatos.dat pela etapa em que estao e
      *    tira do historico de candidato_etapas.dat a media de
      *    dias que as passagens ja encerradas levaram em cada
      *    etapa (triagem, entrevista, oferta). Fecha com o funil
      *    somado de todas as vagas abertas. A saida e carimbada
      *    pelo arquivo morto de impressoes (FUNIL_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBVAGA.cob".
           COPY "SBCANDIDATO.cob".
           COPY "SBCANDETAPA.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-FUNIL
               ASSIGN TO SAIDAFUNIL
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDVAGA.cob".
           COPY "FDCANDIDATO.cob".
           COPY "FDCANDETAPA.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-FUNIL.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSIMPRESSAO.cob".
           COPY "WSCALCDIAS.cob".
       77  FIM-VAGAS PIC X.
       77  FIM-CANDIDATOS PIC X.
       77  FIM-ETAPAS PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-DO-PEDIDO PIC 9(8).
       77  DIAS-CALCULADOS PIC S9(6).
       77  QTD-VAGAS-ABERTAS PIC 9(4).
       77  ETAPA-INDICE PIC 9.
       77  ETAPA-PROCURADA PIC X.
      *    entrada anterior do historico do candidato, para medir
      *    a passagem pela etapa ate a mudanca seguinte.
       77  ETAPA-ANTERIOR PIC X.
       77  DIAS-ENTRADA-ANTERIOR PIC 9(8).

      *    etapas na ordem do funil: 1 triagem, 2 entrevista,
      *    3 oferta, 4 contratado, 5 reprovado.
       01  FUNIL-DA-VAGA.
           05 FUNIL-VAGA-ETAPA OCCURS 5 TIMES.
               10 FVA-QTD PIC 9(4).
               10 FVA-PASSAGENS PIC 9(4).
               10 FVA-DIAS PIC 9(7).

       01  FUNIL-GERAL.
           05 FUNIL-GERAL-ETAPA OCCURS 5 TIMES.
               10 FGE-QTD PIC 9(5).
               10 FGE-PASSAGENS PIC 9(5).
               10 FGE-DIAS PIC 9(8).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "FUNIL DE RECRUTAMENTO - VAGAS ABERTAS".

       01  LINHA-VAGA.
           05 FILLER PIC X(5) VALUE "Vaga ".
           05 LVA-NUMERO PIC ZZZ9.
           05 FILLER PIC X(8) VALUE "  Depto ".
           05 LVA-DEPTO PIC Z9.
           05 FILLER PIC X(8) VALUE "  Cargo ".
           05 LVA-CARGO PIC Z9.
           05 FILLER PIC X(3) VALUE "  (".
           05 LVA-STATUS PIC X(8).
           05 FILLER PIC X(16) VALUE ") aberta ha ".
           05 LVA-DIAS PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       01  CABECALHO-ETAPAS.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(12) VALUE "  Triagem".
           05 FILLER PIC X(12) VALUE "Entrevista".
           05 FILLER PIC X(12) VALUE "    Oferta".
           05 FILLER PIC X(12) VALUE "Contratado".
           05 FILLER PIC X(12) VALUE " Reprovado".

       01  LINHA-ETAPAS.
           05 LET-DESCRICAO PIC X(16).
           05 LET-COLUNA OCCURS 5 TIMES.
               10 LET-VALOR PIC ZZZZZZZZZ9.
               10 FILLER PIC X(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG214" TO IMPRESSAO-PROGRAMA.
           MOVE "FUNIL" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFUNIL" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-VAGAS.
           OPEN INPUT ARQUIVO-CANDIDATOS.
           OPEN INPUT ARQUIVO-CANDIDATO-ETAPAS.
           OPEN OUTPUT RELATORIO-FUNIL.

           MOVE ZEROS TO FUNIL-GERAL.
           MOVE ZEROS TO QTD-VAGAS-ABERTAS.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM PERCORRE-VAGAS.

           PERFORM ESCREVE-FUNIL-GERAL.

           CLOSE ARQUIVO-VAGAS.
           CLOSE ARQUIVO-CANDIDATOS.
           CLOSE ARQUIVO-CANDIDATO-ETAPAS.
           CLOSE RELATORIO-FUNIL.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Vagas abertas: " QTD-VAGAS-ABERTAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PERCORRE-VAGAS.
           MOVE ZEROS TO VAGA-NUMERO.
           MOVE "N" TO FIM-VAGAS.

           START ARQUIVO-VAGAS
               KEY IS NOT LESS THAN VAGA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-VAGAS.

           PERFORM EXAMINA-VAGA
               UNTIL FIM-VAGAS = "S".

           IF QTD-VAGAS-ABERTAS = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "Nenhuma vaga aberta" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

       EXAMINA-VAGA.
           READ ARQUIVO-VAGAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-VAGAS.

           IF FIM-VAGAS = "N"
               IF VAGA-PEDIDA OR VAGA-APROVADA
                   PERFORM MONTA-FUNIL-DA-VAGA
                   PERFORM ESCREVE-FUNIL-DA-VAGA.

       MONTA-FUNIL-DA-VAGA.
      *    o candidato nao e chave por vaga - cada vaga aberta
      *    varre o arquivo de candidatos.
           ADD 1 TO QTD-VAGAS-ABERTAS.
           MOVE ZEROS TO FUNIL-DA-VAGA.
           MOVE ZEROS TO CAND-NUMERO.
           MOVE "N" TO FIM-CANDIDATOS.

           START ARQUIVO-CANDIDATOS
               KEY IS NOT LESS THAN CAND-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-CANDIDATOS.

           PERFORM EXAMINA-CANDIDATO
               UNTIL FIM-CANDIDATOS = "S".

       EXAMINA-CANDIDATO.
           READ ARQUIVO-CANDIDATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CANDIDATOS.

           IF FIM-CANDIDATOS = "N"
               IF CAND-VAGA-NUMERO = VAGA-NUMERO
                   PERFORM CONTA-CANDIDATO.

       CONTA-CANDIDATO.
           MOVE CAND-ETAPA TO ETAPA-PROCURADA.
           PERFORM ACHA-INDICE-ETAPA.
           IF ETAPA-INDICE > ZEROS
               ADD 1 TO FVA-QTD (ETAPA-INDICE)
               ADD 1 TO FGE-QTD (ETAPA-INDICE).

           PERFORM MEDE-ETAPAS-DO-CANDIDATO.

       ACHA-INDICE-ETAPA.
           MOVE ZEROS TO ETAPA-INDICE.
           IF ETAPA-PROCURADA = "T"
               MOVE 1 TO ETAPA-INDICE.
           IF ETAPA-PROCURADA = "E"
               MOVE 2 TO ETAPA-INDICE.
           IF ETAPA-PROCURADA = "O"
               MOVE 3 TO ETAPA-INDICE.
           IF ETAPA-PROCURADA = "C"
               MOVE 4 TO ETAPA-INDICE.
           IF ETAPA-PROCURADA = "R"
               MOVE 5 TO ETAPA-INDICE.

       MEDE-ETAPAS-DO-CANDIDATO.
      *    cada entrada do historico encerra a passagem pela
      *    entrada anterior; a etapa em que o candidato ainda esta
      *    nao conta na media.
           MOVE SPACE TO ETAPA-ANTERIOR.
           MOVE ZEROS TO DIAS-ENTRADA-ANTERIOR.
           MOVE CAND-NUMERO TO CETAPA-CANDIDATO.
           MOVE ZEROS TO CETAPA-SEQUENCIA.
           MOVE "N" TO FIM-ETAPAS.

           START ARQUIVO-CANDIDATO-ETAPAS
               KEY IS NOT LESS THAN CETAPA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ETAPAS.

           PERFORM EXAMINA-ENTRADA-HISTORICO
               UNTIL FIM-ETAPAS = "S".

       EXAMINA-ENTRADA-HISTORICO.
           READ ARQUIVO-CANDIDATO-ETAPAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ETAPAS.

           IF FIM-ETAPAS = "N"
               IF CETAPA-CANDIDATO NOT = CAND-NUMERO
                   MOVE "S" TO FIM-ETAPAS
               ELSE
                   PERFORM FECHA-PASSAGEM-ANTERIOR.

       FECHA-PASSAGEM-ANTERIOR.
           MOVE CETAPA-DATA TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.

           IF ETAPA-ANTERIOR NOT = SPACE
               MOVE ETAPA-ANTERIOR TO ETAPA-PROCURADA
               PERFORM ACHA-INDICE-ETAPA
               COMPUTE DIAS-CALCULADOS =
                   CALCDIAS-TOTAL - DIAS-ENTRADA-ANTERIOR
               IF DIAS-CALCULADOS < ZEROS
                   MOVE ZEROS TO DIAS-CALCULADOS.

           IF ETAPA-ANTERIOR NOT = SPACE AND ETAPA-INDICE > ZEROS
               ADD 1 TO FVA-PASSAGENS (ETAPA-INDICE)
               ADD DIAS-CALCULADOS TO FVA-DIAS (ETAPA-INDICE)
               ADD 1 TO FGE-PASSAGENS (ETAPA-INDICE)
               ADD DIAS-CALCULADOS TO FGE-DIAS (ETAPA-INDICE).

           MOVE CETAPA-ETAPA TO ETAPA-ANTERIOR.
           MOVE CALCDIAS-TOTAL TO DIAS-ENTRADA-ANTERIOR.

       ESCREVE-FUNIL-DA-VAGA.
           MOVE VAGA-DATA-PEDIDO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DO-PEDIDO.
           COMPUTE DIAS-CALCULADOS = DIAS-DE-HOJE - DIAS-DO-PEDIDO.
           IF DIAS-CALCULADOS < ZEROS
               MOVE ZEROS TO DIAS-CALCULADOS.

           MOVE VAGA-NUMERO TO LVA-NUMERO.
           MOVE VAGA-DEPTO-CODIGO TO LVA-DEPTO.
           MOVE VAGA-CARGO-CODIGO TO LVA-CARGO.
           MOVE "pedida" TO LVA-STATUS.
           IF VAGA-APROVADA
               MOVE "aprovada" TO LVA-STATUS.
           MOVE DIAS-CALCULADOS TO LVA-DIAS.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE LINHA-VAGA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-ETAPAS.
           MOVE "Candidatos" TO LET-DESCRICAO.
           MOVE ZEROS TO ETAPA-INDICE.
           PERFORM MOVE-QTD-DA-VAGA 5 TIMES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-ETAPAS.
           MOVE "Dias medios" TO LET-DESCRICAO.
           MOVE ZEROS TO ETAPA-INDICE.
           PERFORM MOVE-MEDIA-DA-VAGA 3 TIMES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       MOVE-QTD-DA-VAGA.
           ADD 1 TO ETAPA-INDICE.
           MOVE FVA-QTD (ETAPA-INDICE) TO LET-VALOR (ETAPA-INDICE).

       MOVE-MEDIA-DA-VAGA.
      *    so triagem, entrevista e oferta tem duracao - as duas
      *    ultimas etapas encerram o funil.
           ADD 1 TO ETAPA-INDICE.
           IF FVA-PASSAGENS (ETAPA-INDICE) > ZEROS
               COMPUTE LET-VALOR (ETAPA-INDICE) ROUNDED =
                   FVA-DIAS (ETAPA-INDICE) /
                   FVA-PASSAGENS (ETAPA-INDICE)
           ELSE
               MOVE ZEROS TO LET-VALOR (ETAPA-INDICE).

       ESCREVE-FUNIL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "TODAS AS VAGAS ABERTAS" TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-ETAPAS.
           MOVE "Candidatos" TO LET-DESCRICAO.
           MOVE ZEROS TO ETAPA-INDICE.
           PERFORM MOVE-QTD-GERAL 5 TIMES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-ETAPAS.
           MOVE "Dias medios" TO LET-DESCRICAO.
           MOVE ZEROS TO ETAPA-INDICE.
           PERFORM MOVE-MEDIA-GERAL 3 TIMES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-ETAPAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       MOVE-QTD-GERAL.
           ADD 1 TO ETAPA-INDICE.
           MOVE FGE-QTD (ETAPA-INDICE) TO LET-VALOR (ETAPA-INDICE).

       MOVE-MEDIA-GERAL.
           ADD 1 TO ETAPA-INDICE.
           IF FGE-PASSAGENS (ETAPA-INDICE) > ZEROS
               COMPUTE LET-VALOR (ETAPA-INDICE) ROUNDED =
                   FGE-DIAS (ETAPA-INDICE) /
                   FGE-PASSAGENS (ETAPA-INDICE)
           ELSE
               MOVE ZEROS TO LET-VALOR (ETAPA-INDICE).

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".

           COPY "PDCALCDIAS.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG198.
      *    assinatura da previa da folha - mostra o resultado da
      *    previa da competencia rodada pelo PROG54 (funcionarios,
      *    liquido total, bloqueios e avisos da lista de excecoes)
      *    e, com o perfil de folha, registra quem assinou e quando.
      *    Previa com bloqueio nao se assina: corrige-se o cadastro
      *    e roda-se a previa de novo. Sem a previa assinada o
      *    PROG54 recusa a rodada definitiva da competencia.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPREVIA.cob".
           COPY "SBCOMPFOLHA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPREVIA.cob".
           COPY "FDCOMPFOLHA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  PREVIA-ENCONTRADA PIC X.
       77  COMPETENCIA-EM-ABERTO PIC X.
       77  LIQUIDO-EDITADO PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

      *    assinar a previa libera o dinheiro da folha - pede ao
      *    menos o perfil de folha, como a aprovacao do PROG174.
           IF LOGIN-NIVEL-ACESSO < 3
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG198" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Competencia da previa (AAAAMM): ".
           ACCEPT COMPETENCIA-PEDIDA.

           PERFORM CONFERE-COMPETENCIA-ABERTA.

           IF COMPETENCIA-EM-ABERTO = "S"
               PERFORM ASSINA-PREVIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFERE-COMPETENCIA-ABERTA.
      *    competencia fechada ou com a folha mensal ja rodada nao
      *    tem mais o que liberar.
           MOVE "N" TO COMPETENCIA-EM-ABERTO.

           OPEN INPUT ARQUIVO-COMPETENCIAS.

           MOVE COMPETENCIA-PEDIDA TO COMP-ANO-MES.
           READ ARQUIVO-COMPETENCIAS RECORD
               INVALID KEY
                   DISPLAY "Competencia nao aberta, use o PROG149"
               NOT INVALID KEY
                   PERFORM AVALIA-COMPETENCIA.

           CLOSE ARQUIVO-COMPETENCIAS.

       AVALIA-COMPETENCIA.
           IF COMP-FECHADA
               DISPLAY "Competencia fechada, nada a assinar"
           ELSE
               IF COMP-FOLHA-RODADA = "S"
                   DISPLAY "Folha mensal desta competencia ja "
                       "rodou, nada a assinar"
               ELSE
                   MOVE "S" TO COMPETENCIA-EM-ABERTO.

       ASSINA-PREVIA.
           OPEN I-O ARQUIVO-PREVIAS.

           MOVE "S" TO PREVIA-ENCONTRADA.
           MOVE COMPETENCIA-PEDIDA TO PREVIA-COMPETENCIA.
           READ ARQUIVO-PREVIAS RECORD
               INVALID KEY
                   MOVE "N" TO PREVIA-ENCONTRADA
                   DISPLAY "Competencia sem previa, rode a previa "
                       "no PROG54".

           IF PREVIA-ENCONTRADA = "S"
               PERFORM EXIBE-PREVIA
               PERFORM DECIDE-ASSINATURA.

           CLOSE ARQUIVO-PREVIAS.

       EXIBE-PREVIA.
           MOVE PREVIA-TOTAL-LIQUIDO TO LIQUIDO-EDITADO.

           DISPLAY " ".
           DISPLAY "Previa da competencia " PREVIA-COMPETENCIA
               " rodada em " PREVIA-DATA " as " PREVIA-HORA.
           DISPLAY "Funcionarios calculados: "
               PREVIA-QTD-FUNCIONARIOS.
           DISPLAY "Liquido total..........: " LIQUIDO-EDITADO.
           DISPLAY "Bloqueios..............: " PREVIA-QTD-BLOQUEIOS.
           DISPLAY "Avisos.................: " PREVIA-QTD-AVISOS.
           DISPLAY "Lista de excecoes no relatorio EXCPREVIA do dia".

           IF PREVIA-ASSINADA
               DISPLAY "Assinada por " PREVIA-OPERADOR
                   " em " PREVIA-DATA-ASSINATURA.

       DECIDE-ASSINATURA.
           IF PREVIA-ASSINADA
               DISPLAY "Previa ja assinada, nada a fazer"
           ELSE
               IF PREVIA-QTD-BLOQUEIOS > ZEROS
                   DISPLAY "Previa com bloqueios nao pode ser "
                       "assinada - corrija e rode a previa de novo"
               ELSE
                   PERFORM PEDE-ASSINATURA.

       PEDE-ASSINATURA.
      *    aviso nao impede, mas quem assina declara que viu.
           IF PREVIA-QTD-AVISOS > ZEROS
               MOVE "Os avisos da lista foram conferidos? (S/N)"
                   TO CONFIRMA-MENSAGEM
           ELSE
               MOVE "Assinar a previa e liberar a folha? (S/N)"
                   TO CONFIRMA-MENSAGEM.

           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR
                   CONFIRMA-RESPOSTA = "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-ASSINATURA
           ELSE
               DISPLAY "Previa nao assinada".

       GRAVA-ASSINATURA.
           MOVE "A" TO PREVIA-SITUACAO.
           MOVE LOGIN-USUARIO TO PREVIA-OPERADOR.
           MOVE DATA-DE-HOJE TO PREVIA-DATA-ASSINATURA.

           REWRITE PREVIA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao assinar a previa"
               NOT INVALID KEY
                   DISPLAY "Previa assinada - a folha definitiva "
                       "da competencia esta liberada no PROG54".

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG252.
      *    aprovacao das propostas de limite de credito da revisao
      *    trimestral do PROG251 - o gerente de credito (perfil de
      *    supervisor) escolhe a revisao, ve a lista das propostas
      *    pendentes de revisao_credito.dat e decide uma a uma com
      *    o relatorio REVCREDITO na mao. So a aprovada grava o
      *    novo limite e a data da revisao em clientes.dat e sai na
      *    trilha de auditoria com o limite antes e depois; a
      *    rejeitada deixa o cliente como estava.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBREVCREDITO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDREVCREDITO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  FIM-FILA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  REVISAO-INFORMADA PIC 9(6).
       77  CLIENTE-INFORMADO PIC 9(4).
       77  QTD-PENDENTES PIC 9(5).
       77  DATA-DE-HOJE PIC 9(8).
       77  DECISAO PIC X.
       77  LIMITE-EXIBIDO PIC ZZ,ZZZ,ZZ9.99.

       01  DATA-DESMONTADA.
           05 DESM-ANO-MES PIC 9(6).
           05 DESM-DIA PIC 9(2).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO DATA-DESMONTADA.

           PERFORM EFETUA-LOGIN.

      *    mexer no limite de credito pede ao menos o perfil de
      *    supervisor - o mesmo corte das aprovacoes do PROG174.
           IF LOGIN-NIVEL-ACESSO < 3
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG252" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Revisao de credito a aprovar (AAAAMM, 0 para "
               "a do mes): ".
           ACCEPT REVISAO-INFORMADA.
           IF REVISAO-INFORMADA = ZEROS
               MOVE DESM-ANO-MES TO REVISAO-INFORMADA.

           OPEN I-O ARQUIVO-REVISAO-CREDITO.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           PERFORM LISTA-PROPOSTAS-PENDENTES.

           IF QTD-PENDENTES > ZEROS
               MOVE 9999 TO CLIENTE-INFORMADO
               PERFORM DECIDE-PROPOSTA
                   UNTIL CLIENTE-INFORMADO = ZEROS.

           CLOSE ARQUIVO-REVISAO-CREDITO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LISTA-PROPOSTAS-PENDENTES.
           MOVE ZEROS TO QTD-PENDENTES.
           MOVE REVISAO-INFORMADA TO REVCRED-REVISAO.
           MOVE ZEROS TO REVCRED-CLIENTE-CODIGO.
           MOVE "N" TO FIM-FILA.

           START ARQUIVO-REVISAO-CREDITO
               KEY IS NOT LESS THAN REVCRED-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-FILA.

           PERFORM LISTA-UMA-PROPOSTA
               UNTIL FIM-FILA = "S".

           IF QTD-PENDENTES = ZEROS
               DISPLAY "Nenhuma proposta pendente na revisao "
                   REVISAO-INFORMADA.

       LISTA-UMA-PROPOSTA.
           READ ARQUIVO-REVISAO-CREDITO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FILA.

           IF FIM-FILA = "N"
               IF REVCRED-REVISAO NOT = REVISAO-INFORMADA
                   MOVE "S" TO FIM-FILA
               ELSE
                   IF REVCRED-PENDENTE
                       ADD 1 TO QTD-PENDENTES
                       DISPLAY "Cliente " REVCRED-CLIENTE-CODIGO
                           " faixa " REVCRED-FAIXA
                           " limite " REVCRED-LIMITE-ATUAL
                           " proposto " REVCRED-LIMITE-PROPOSTO.

       DECIDE-PROPOSTA.
           DISPLAY "Codigo do cliente a decidir ".
           DISPLAY " (0 para sair): ".
           ACCEPT CLIENTE-INFORMADO.

           IF CLIENTE-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-PROPOSTA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM MOSTRA-PROPOSTA
                   PERFORM PEGA-DECISAO.

       LOCALIZA-PROPOSTA.
           MOVE REVISAO-INFORMADA TO REVCRED-REVISAO.
           MOVE CLIENTE-INFORMADO TO REVCRED-CLIENTE-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-REVISAO-CREDITO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Proposta nao encontrada".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT REVCRED-PENDENTE
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Proposta ja decidida".

       MOSTRA-PROPOSTA.
           DISPLAY " ".
           DISPLAY "Cliente.........: " REVCRED-CLIENTE-CODIGO.
           DISPLAY "Atraso medio....: " REVCRED-MEDIA-DIAS " dias".
           DISPLAY "Pagamentos......: " REVCRED-QTD-PAGAMENTOS.
           DISPLAY "% com atraso....: " REVCRED-PERC-ATRASO.
           DISPLAY "Maior exposicao.: " REVCRED-MAIOR-EXPOSICAO.
           DISPLAY "Receita 12 meses: " REVCRED-RECEITA-12-MESES.
           DISPLAY "Faixa...........: " REVCRED-FAIXA.
           DISPLAY "Limite atual....: " REVCRED-LIMITE-ATUAL.
           DISPLAY "Limite proposto.: " REVCRED-LIMITE-PROPOSTO.

           IF REVCRED-INATIVO
               DISPLAY "Sem movimento ha um ano - aprovado, todo "
                   "pedido novo passa pelo supervisor".

       PEGA-DECISAO.
           DISPLAY "Aprova (A), rejeita (R) ou pula (outra)? ".
           ACCEPT DECISAO.

           IF DECISAO = "A"
               PERFORM APLICA-LIMITE
           ELSE
               IF DECISAO = "R"
                   MOVE "R" TO REVCRED-SITUACAO
                   PERFORM MARCA-DECISAO
                   DISPLAY "Proposta rejeitada, limite mantido".

       APLICA-LIMITE.
           MOVE REVCRED-CLIENTE-CODIGO TO CLIENTE-CODIGO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   DISPLAY "Cliente nao existe mais, proposta "
                       "rejeitada"
                   MOVE "R" TO REVCRED-SITUACAO
                   PERFORM MARCA-DECISAO
               NOT INVALID KEY
                   PERFORM REESCREVE-LIMITE-APROVADO.

       REESCREVE-LIMITE-APROVADO.
      *    o antes da trilha e o limite que o cliente tem agora,
      *    que pode ter mudado no PROG50 depois do calculo.
           MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-EXIBIDO.
           MOVE LIMITE-EXIBIDO TO AUD-VALOR-ANTES.

           MOVE REVCRED-LIMITE-PROPOSTO TO CLIENTE-LIMITE-CREDITO.
           MOVE DATA-DE-HOJE TO CLIENTE-DATA-REVISAO-CREDITO.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o cliente"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-LIMITE
                   MOVE "A" TO REVCRED-SITUACAO
                   PERFORM MARCA-DECISAO
                   DISPLAY "Limite aplicado".

       GRAVA-AUDITORIA-LIMITE.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE "LIMITE CREDITO" TO AUD-CAMPO.
           MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-EXIBIDO.
           MOVE LIMITE-EXIBIDO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       MARCA-DECISAO.
           MOVE LOGIN-USUARIO TO REVCRED-OPERADOR-DECISAO.
           MOVE DATA-DE-HOJE TO REVCRED-DATA-DECISAO.

           REWRITE REVISAO-CREDITO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao marcar a proposta".

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

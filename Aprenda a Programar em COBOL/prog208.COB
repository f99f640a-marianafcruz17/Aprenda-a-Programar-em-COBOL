       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG208.
      *    conferencia da folha sobre as despesas de reembolso -
      *    com o perfil de folha, revisa os comprovantes ja
      *    aprovados pelo gestor (PROG207) e libera para pagamento
      *    ou rejeita com motivo. Quem lancou o comprovante nao o
      *    confere, e o comprovante igual ao anterior do mesmo
      *    funcionario (mesmo dia, categoria e valor) sai marcado
      *    como possivel duplicidade. O liberado entra na proxima
      *    rodada do PROG54, fora do bruto tributavel.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  FIM-REEMBOLSOS PIC X.
       77  DECISAO PIC X.
       77  NOME-DO-FUNCIONARIO PIC X(10).
       77  FUNCIONARIO-PAGAVEL PIC X.
       77  DESCRICAO-CATEGORIA PIC X(15).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77  QTD-LIBERADOS PIC 9(4).
       77  QTD-REJEITADOS PIC 9(4).
       77  QTD-MANTIDOS PIC 9(4).
       77  TOTAL-LIBERADO PIC 9(7)V99.
       77  TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.

      *    comprovante lido imediatamente antes, para apontar a
      *    duplicidade - a chave ja poe lado a lado os comprovantes
      *    do mesmo funcionario e dia.
       01  COMPROVANTE-ANTERIOR.
           05 ANT-FUNCIONARIO-CODIGO PIC 9(4).
           05 ANT-DATA PIC 9(8).
           05 ANT-CATEGORIA PIC X.
           05 ANT-VALOR PIC 9(6)V99.
           05 ANT-SITUACAO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG208" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

      *    liberar reembolso e dinheiro saindo pela folha - pede
      *    ao menos o perfil de folha, como a assinatura do
      *    PROG198.
           IF LOGIN-NIVEL-ACESSO < 3
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-REEMBOLSOS.

           MOVE ZEROS TO QTD-LIBERADOS.
           MOVE ZEROS TO QTD-REJEITADOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO TOTAL-LIBERADO.

           PERFORM CONFERE-DESPESAS-APROVADAS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REEMBOLSOS.

           MOVE TOTAL-LIBERADO TO TOTAL-EDITADO.
           DISPLAY "Comprovantes liberados.: " QTD-LIBERADOS
               "  Total: " TOTAL-EDITADO.
           DISPLAY "Comprovantes rejeitados: " QTD-REJEITADOS.
           DISPLAY "Deixados para depois...: " QTD-MANTIDOS.
           IF QTD-LIBERADOS > ZEROS
               DISPLAY "Os liberados sao pagos na proxima rodada "
                   "do PROG54".
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFERE-DESPESAS-APROVADAS.
           MOVE ZEROS TO COMPROVANTE-ANTERIOR.
           MOVE ZEROS TO REEMB-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO REEMB-DATA.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           MOVE "N" TO FIM-REEMBOLSOS.

           START ARQUIVO-REEMBOLSOS
               KEY IS NOT LESS THAN REEMB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-REEMBOLSOS.

           PERFORM EXAMINA-COMPROVANTE
               UNTIL FIM-REEMBOLSOS = "S".

           IF QTD-LIBERADOS = ZEROS AND QTD-REJEITADOS = ZEROS AND
               QTD-MANTIDOS = ZEROS
               DISPLAY "Nenhuma despesa aguardando a conferencia".

       EXAMINA-COMPROVANTE.
           READ ARQUIVO-REEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REEMBOLSOS.

           IF FIM-REEMBOLSOS = "N"
               IF REEMB-APROVADO-GESTOR
                   PERFORM REVISA-COMPROVANTE.

           IF FIM-REEMBOLSOS = "N"
               MOVE REEMB-FUNCIONARIO-CODIGO TO
                   ANT-FUNCIONARIO-CODIGO
               MOVE REEMB-DATA TO ANT-DATA
               MOVE REEMB-CATEGORIA TO ANT-CATEGORIA
               MOVE REEMB-VALOR TO ANT-VALOR
               MOVE REEMB-SITUACAO TO ANT-SITUACAO.

       REVISA-COMPROVANTE.
      *    quem lancou nao confere o proprio lancamento.
           IF REEMB-OPERADOR-PEDIDO = LOGIN-USUARIO
               DISPLAY "Comprovante " REEMB-CHAVE " lancado por "
                   "voce - fica para outro conferente"
               ADD 1 TO QTD-MANTIDOS
           ELSE
               PERFORM MOSTRA-COMPROVANTE
               PERFORM DECIDE-COMPROVANTE.

       MOSTRA-COMPROVANTE.
           PERFORM BUSCA-FUNCIONARIO.
           PERFORM DESCREVE-CATEGORIA.
           MOVE REEMB-VALOR TO VALOR-EDITADO.

           DISPLAY " ".
           DISPLAY "Funcionario.: " REEMB-FUNCIONARIO-CODIGO " "
               NOME-DO-FUNCIONARIO.
           DISPLAY "Data........: " REEMB-DATA
               " lancado em " REEMB-DATA-PEDIDO
               " por " REEMB-OPERADOR-PEDIDO.
           DISPLAY "Categoria...: " DESCRICAO-CATEGORIA.
           DISPLAY "Comprovante.: " REEMB-DESCRICAO.
           DISPLAY "Valor.......: " VALOR-EDITADO
               "  Centro de custo: " REEMB-CENTRO-CUSTO.
           DISPLAY "Aprovado....: gestor " REEMB-GESTOR-CODIGO
               " em " REEMB-DATA-GESTOR.

           IF ANT-FUNCIONARIO-CODIGO = REEMB-FUNCIONARIO-CODIGO AND
               ANT-DATA = REEMB-DATA AND
               ANT-CATEGORIA = REEMB-CATEGORIA AND
               ANT-VALOR = REEMB-VALOR AND
               ANT-SITUACAO NOT = "R"
               DISPLAY "ATENCAO: mesmo dia, categoria e valor do "
                   "comprovante anterior - possivel duplicidade".

           IF FUNCIONARIO-PAGAVEL = "N"
               DISPLAY "ATENCAO: funcionario nao esta ativo - a "
                   "folha nao o paga enquanto estiver assim".

       DECIDE-COMPROVANTE.
           MOVE SPACE TO DECISAO.
           PERFORM PEGA-DECISAO
               UNTIL DECISAO = "L" OR "R" OR "P".

           IF DECISAO = "L"
               PERFORM LIBERA-COMPROVANTE.

           IF DECISAO = "R"
               PERFORM REJEITA-COMPROVANTE.

           IF DECISAO = "P"
               ADD 1 TO QTD-MANTIDOS.

       PEGA-DECISAO.
           DISPLAY "L = liberar para pagamento, R = rejeitar, "
               "P = deixar para depois: ".
           ACCEPT DECISAO.

           IF DECISAO = "l"
               MOVE "L" TO DECISAO.
           IF DECISAO = "r"
               MOVE "R" TO DECISAO.
           IF DECISAO = "p"
               MOVE "P" TO DECISAO.

           IF DECISAO NOT = "L" AND DECISAO NOT = "R" AND
               DECISAO NOT = "P"
               DISPLAY "Opcao invalida".

       BUSCA-FUNCIONARIO.
           MOVE REEMB-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO FUNCIONARIO-PAGAVEL.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "DESCONHECI" TO NOME-DO-FUNCIONARIO
                   MOVE "N" TO FUNCIONARIO-PAGAVEL
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-DO-FUNCIONARIO.

           IF FUNCIONARIO-PAGAVEL = "S" AND NOT FUNCIONARIO-ATIVO
               MOVE "N" TO FUNCIONARIO-PAGAVEL.

       DESCREVE-CATEGORIA.
           MOVE "OUTRAS" TO DESCRICAO-CATEGORIA.
           IF REEMB-TRANSPORTE
               MOVE "TRANSPORTE" TO DESCRICAO-CATEGORIA.
           IF REEMB-HOSPEDAGEM
               MOVE "HOSPEDAGEM" TO DESCRICAO-CATEGORIA.
           IF REEMB-REFEICAO
               MOVE "REFEICAO" TO DESCRICAO-CATEGORIA.
           IF REEMB-QUILOMETRAGEM
               MOVE "QUILOMETRAGEM" TO DESCRICAO-CATEGORIA.

       LIBERA-COMPROVANTE.
           MOVE "L" TO REEMB-SITUACAO.
           PERFORM REGISTRA-CONFERENCIA.
           ADD 1 TO QTD-LIBERADOS.
           ADD REEMB-VALOR TO TOTAL-LIBERADO.

       REJEITA-COMPROVANTE.
           MOVE SPACES TO REEMB-MOTIVO-REJEICAO.
           PERFORM ACEITA-MOTIVO-REJEICAO
               UNTIL REEMB-MOTIVO-REJEICAO NOT = SPACES.

           MOVE "R" TO REEMB-SITUACAO.
           PERFORM REGISTRA-CONFERENCIA.
           ADD 1 TO QTD-REJEITADOS.

       ACEITA-MOTIVO-REJEICAO.
           DISPLAY "Motivo da rejeicao: ".
           ACCEPT REEMB-MOTIVO-REJEICAO.

           IF REEMB-MOTIVO-REJEICAO = SPACES
               DISPLAY "O motivo e obrigatorio".

       REGISTRA-CONFERENCIA.
           MOVE DATA-DE-HOJE TO REEMB-DATA-CONFERENCIA.
           MOVE LOGIN-USUARIO TO REEMB-OPERADOR-CONFERENCIA.

           REWRITE REEMBOLSO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao registrar a conferencia"
               NOT INVALID KEY
                   DISPLAY "Conferencia registrada".

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG219.
      *    manutencao das condicoes de pagamento em
      *    condicoes_pagamento.dat - inclui pelo codigo (descricao,
      *    quantidade de parcelas e o prazo em dias de cada uma),
      *    altera, exclui e lista. O cliente guarda a sua condicao
      *    padrao (PROG32/PROG50), o pedido pode trocar por outra
      *    (PROG100) e o faturamento do PROG121 abre uma parcela
      *    por prazo. Excluir uma condicao nao mexe nas faturas ja
      *    emitidas; cliente ou pedido que ainda apontar para ela
      *    volta ao vencimento unico no mes seguinte.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCONDICAO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONDICAO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC X(3).
       77  INDICE-PRAZO PIC 9(2).
       77  PRAZO-ANTERIOR PIC 9(3).
       77  PRAZO-VALIDO PIC X.
       77  QTD-VALIDA PIC X.

       01  LINHA-PRAZOS.
           05 LPR-PRAZO OCCURS 12 TIMES.
               10 LPR-DIAS PIC ZZ9.
               10 FILLER PIC X(1).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG219" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN I-O ARQUIVO-CONDICOES.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-CONDICOES.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- CONDICOES DE PAGAMENTO ---".
           DISPLAY "1. Incluir condicao".
           DISPLAY "2. Alterar condicao".
           DISPLAY "3. Excluir condicao".
           DISPLAY "4. Listar condicoes".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-CONDICAO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-CONDICAO.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-CONDICAO.

           IF OPCAO-MENU = 4
               PERFORM LISTA-CONDICOES.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       INCLUI-CONDICAO.
           DISPLAY "Codigo da condicao (3 posicoes): ".
           ACCEPT CODIGO-INFORMADO.

           IF CODIGO-INFORMADO = SPACES
               DISPLAY "O codigo e obrigatorio"
           ELSE
               MOVE SPACE TO CONDICAO-REGISTRO
               MOVE CODIGO-INFORMADO TO CONDICAO-CODIGO
               PERFORM PEGA-DADOS-DA-CONDICAO
               WRITE CONDICAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Condicao ja cadastrada, nada gravado"
                   NOT INVALID KEY
                       DISPLAY "Condicao cadastrada".

       ALTERA-CONDICAO.
           PERFORM LOCALIZA-CONDICAO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-CONDICAO
               PERFORM PEGA-DADOS-DA-CONDICAO
               REWRITE CONDICAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever a condicao"
                   NOT INVALID KEY
                       DISPLAY "Condicao alterada".

       EXCLUI-CONDICAO.
           PERFORM LOCALIZA-CONDICAO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-CONDICAO
               MOVE "Confirma a exclusao (S/N)? " TO
                   CONFIRMA-MENSAGEM
               MOVE SPACE TO CONFIRMA-RESPOSTA
               PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL CONFIRMA-RESPOSTA = "S" OR "N"
               IF CONFIRMA-RESPOSTA = "S"
                   DELETE ARQUIVO-CONDICOES RECORD
                       INVALID KEY
                           DISPLAY "Erro ao excluir a condicao"
                       NOT INVALID KEY
                           DISPLAY "Condicao excluida".

       PEGA-DADOS-DA-CONDICAO.
           MOVE SPACES TO CONDICAO-DESCRICAO.
           PERFORM PEGA-DESCRICAO
               UNTIL CONDICAO-DESCRICAO NOT = SPACES.

           MOVE "N" TO QTD-VALIDA.
           PERFORM PEGA-QTD-PARCELAS
               UNTIL QTD-VALIDA = "S".

           MOVE ZEROS TO PRAZO-ANTERIOR.
           MOVE ZEROS TO INDICE-PRAZO.
           PERFORM LIMPA-PRAZO 12 TIMES.

           PERFORM PEGA-UM-PRAZO
               VARYING INDICE-PRAZO FROM 1 BY 1
               UNTIL INDICE-PRAZO > CONDICAO-QTD-PARCELAS.

       PEGA-DESCRICAO.
           DISPLAY "Descricao (ex.: 30/60/90 DIAS): ".
           ACCEPT CONDICAO-DESCRICAO.

           IF CONDICAO-DESCRICAO = SPACES
               DISPLAY "A descricao e obrigatoria".

       PEGA-QTD-PARCELAS.
           DISPLAY "Quantidade de parcelas (1 a 12): ".
           ACCEPT CONDICAO-QTD-PARCELAS.

           IF CONDICAO-QTD-PARCELAS < 1 OR
              CONDICAO-QTD-PARCELAS > 12
               DISPLAY "Quantidade invalida"
           ELSE
               MOVE "S" TO QTD-VALIDA.

       LIMPA-PRAZO.
           ADD 1 TO INDICE-PRAZO.
           MOVE ZEROS TO CONDICAO-PRAZO (INDICE-PRAZO).

       PEGA-UM-PRAZO.
           MOVE "N" TO PRAZO-VALIDO.
           PERFORM ACEITA-PRAZO
               UNTIL PRAZO-VALIDO = "S".

       ACEITA-PRAZO.
      *    os prazos sobem de parcela em parcela - a primeira pode
      *    ser zero (entrada a vista na emissao).
           DISPLAY "Dias da emissao ao vencimento da parcela "
               INDICE-PRAZO ": ".
           ACCEPT CONDICAO-PRAZO (INDICE-PRAZO).

           IF INDICE-PRAZO > 1 AND
              CONDICAO-PRAZO (INDICE-PRAZO) NOT > PRAZO-ANTERIOR
               DISPLAY "O prazo deve ser maior que o da parcela "
                   "anterior (" PRAZO-ANTERIOR ")"
           ELSE
               MOVE "S" TO PRAZO-VALIDO
               MOVE CONDICAO-PRAZO (INDICE-PRAZO) TO PRAZO-ANTERIOR.

       LOCALIZA-CONDICAO.
           DISPLAY "Codigo da condicao: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO CONDICAO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-CONDICOES RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Condicao nao encontrada".

       MOSTRA-CONDICAO.
           PERFORM MONTA-LINHA-PRAZOS.
           DISPLAY "Condicao " CONDICAO-CODIGO " "
               CONDICAO-DESCRICAO.
           DISPLAY "Parcelas " CONDICAO-QTD-PARCELAS
               " prazos: " LINHA-PRAZOS.

       MONTA-LINHA-PRAZOS.
           MOVE SPACES TO LINHA-PRAZOS.
           PERFORM MONTA-UM-PRAZO
               VARYING INDICE-PRAZO FROM 1 BY 1
               UNTIL INDICE-PRAZO > CONDICAO-QTD-PARCELAS.

       MONTA-UM-PRAZO.
           MOVE CONDICAO-PRAZO (INDICE-PRAZO) TO
               LPR-DIAS (INDICE-PRAZO).

       LISTA-CONDICOES.
           MOVE SPACES TO CONDICAO-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-CONDICOES
               KEY IS NOT LESS THAN CONDICAO-CODIGO
               INVALID KEY
                   DISPLAY "Nenhuma condicao cadastrada"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-UMA-CONDICAO
               UNTIL FIM-ARQUIVO = "S".

       LISTA-UMA-CONDICAO.
           READ ARQUIVO-CONDICOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               PERFORM MOSTRA-CONDICAO.

           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

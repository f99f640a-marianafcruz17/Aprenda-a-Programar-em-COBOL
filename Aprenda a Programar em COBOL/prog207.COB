       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG207.
      *    aprovacao das despesas de reembolso pelo gestor - o
      *    gestor informa o seu codigo, revisa um a um os
      *    comprovantes pendentes da sua equipe em reembolsos.dat
      *    (lancados no PROG206) e aprova, rejeita com motivo ou
      *    deixa para depois. O aprovado ainda passa pela
      *    conferencia da folha no PROG208 antes de ser pago.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
      *    identifica quem esta operando o programa, para o
      *    registro da decisao.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  REGISTRO-ENCONTRADO PIC X.
       77  GESTOR-INFORMADO PIC 9(4).
       77  FIM-REEMBOLSOS PIC X.
       77  DECISAO PIC X.
       77  NOME-DO-FUNCIONARIO PIC X(10).
       77  DESCRICAO-CATEGORIA PIC X(15).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77  QTD-APROVADOS PIC 9(4).
       77  QTD-REJEITADOS PIC 9(4).
       77  QTD-MANTIDOS PIC 9(4).
       77  TOTAL-APROVADO PIC 9(7)V99.
       77  TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG207" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-REEMBOLSOS.

           MOVE ZEROS TO QTD-APROVADOS.
           MOVE ZEROS TO QTD-REJEITADOS.
           MOVE ZEROS TO QTD-MANTIDOS.
           MOVE ZEROS TO TOTAL-APROVADO.

           DISPLAY "Codigo do gestor que aprova: ".
           ACCEPT GESTOR-INFORMADO.

           PERFORM VALIDA-GESTOR.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM REVISA-DESPESAS-DA-EQUIPE.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-REEMBOLSOS.

           MOVE TOTAL-APROVADO TO TOTAL-EDITADO.
           DISPLAY "Comprovantes aprovados.: " QTD-APROVADOS
               "  Total: " TOTAL-EDITADO.
           DISPLAY "Comprovantes rejeitados: " QTD-REJEITADOS.
           DISPLAY "Deixados pendentes.....: " QTD-MANTIDOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       VALIDA-GESTOR.
           MOVE GESTOR-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Gestor nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Gestor nao esta ativo"
               ELSE
                   DISPLAY "Gestor: " FUNCIONARIO-NOME.

       REVISA-DESPESAS-DA-EQUIPE.
      *    varre o arquivo inteiro - o gestor nao e chave; so os
      *    comprovantes pendentes apontados para ele sao
      *    mostrados.
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

           IF QTD-APROVADOS = ZEROS AND QTD-REJEITADOS = ZEROS AND
               QTD-MANTIDOS = ZEROS
               DISPLAY "Nenhuma despesa pendente para este gestor".

       EXAMINA-COMPROVANTE.
           READ ARQUIVO-REEMBOLSOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-REEMBOLSOS.

           IF FIM-REEMBOLSOS = "N"
               IF REEMB-PENDENTE AND
                   REEMB-GESTOR-CODIGO = GESTOR-INFORMADO
                   PERFORM REVISA-COMPROVANTE.

       REVISA-COMPROVANTE.
           PERFORM BUSCA-NOME-DO-FUNCIONARIO.
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

           MOVE SPACE TO DECISAO.
           PERFORM PEGA-DECISAO
               UNTIL DECISAO = "A" OR "R" OR "P".

           IF DECISAO = "A"
               PERFORM APROVA-COMPROVANTE.

           IF DECISAO = "R"
               PERFORM REJEITA-COMPROVANTE.

           IF DECISAO = "P"
               ADD 1 TO QTD-MANTIDOS.

       PEGA-DECISAO.
           DISPLAY "A = aprovar, R = rejeitar, P = deixar pendente: ".
           ACCEPT DECISAO.

           IF DECISAO = "a"
               MOVE "A" TO DECISAO.
           IF DECISAO = "r"
               MOVE "R" TO DECISAO.
           IF DECISAO = "p"
               MOVE "P" TO DECISAO.

           IF DECISAO NOT = "A" AND DECISAO NOT = "R" AND
               DECISAO NOT = "P"
               DISPLAY "Opcao invalida".

       BUSCA-NOME-DO-FUNCIONARIO.
           MOVE REEMB-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "DESCONHECI" TO NOME-DO-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-DO-FUNCIONARIO.

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

       APROVA-COMPROVANTE.
           MOVE "G" TO REEMB-SITUACAO.
           PERFORM REGISTRA-DECISAO.
           ADD 1 TO QTD-APROVADOS.
           ADD REEMB-VALOR TO TOTAL-APROVADO.

       REJEITA-COMPROVANTE.
           MOVE SPACES TO REEMB-MOTIVO-REJEICAO.
           PERFORM ACEITA-MOTIVO-REJEICAO
               UNTIL REEMB-MOTIVO-REJEICAO NOT = SPACES.

           MOVE "R" TO REEMB-SITUACAO.
           PERFORM REGISTRA-DECISAO.
           ADD 1 TO QTD-REJEITADOS.

       ACEITA-MOTIVO-REJEICAO.
           DISPLAY "Motivo da rejeicao: ".
           ACCEPT REEMB-MOTIVO-REJEICAO.

           IF REEMB-MOTIVO-REJEICAO = SPACES
               DISPLAY "O motivo e obrigatorio".

       REGISTRA-DECISAO.
           MOVE DATA-DE-HOJE TO REEMB-DATA-GESTOR.
           MOVE AUDITORIA-OPERADOR TO REEMB-OPERADOR-GESTOR.

           REWRITE REEMBOLSO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao registrar a decisao"
               NOT INVALID KEY
                   DISPLAY "Decisao registrada".

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

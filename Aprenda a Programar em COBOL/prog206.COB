       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG206.
      *    lancamento de despesas de viagem e refeicao para
      *    reembolso - um comprovante por linha em reembolsos.dat,
      *    com data, categoria, valor e centro de custo, em vez de
      *    passar pela conta de adiantamentos do PROG56 e distorcer
      *    o saldo dela. O comprovante nasce pendente para o gestor
      *    do funcionario aprovar no PROG207; depois a conferencia
      *    da folha (PROG208) libera e o PROG54 paga na folha
      *    seguinte.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVALIDADATA.cob".
           COPY "WSCONFIRMA.cob".
      *    identifica quem digitou os comprovantes.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  CENTRO-DO-DEPARTAMENTO PIC 9(4).
       77  CENTRO-INFORMADO PIC 9(4).
       77  CENTRO-VALIDO PIC X.
       77  FIM-DEPARTAMENTOS PIC X.
       77  REEMBOLSO-GRAVADO PIC X.
       77  QTD-COMPROVANTES PIC 9(3).
       77  TOTAL-LANCADO PIC 9(7)V99.
       77  TOTAL-EDITADO PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG206" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN I-O ARQUIVO-REEMBOLSOS.

           MOVE 9999 TO CODIGO-INFORMADO.
           PERFORM LANCA-DESPESAS
               UNTIL CODIGO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-REEMBOLSOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LANCA-DESPESAS.
           DISPLAY "Informe o codigo do funcionario ".
           DISPLAY " (0 para sair): ".
           ACCEPT CODIGO-INFORMADO.

           IF CODIGO-INFORMADO NOT = ZEROS
               PERFORM VALIDA-FUNCIONARIO-ATIVO
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM LANCA-COMPROVANTES.

       VALIDA-FUNCIONARIO-ATIVO.
      *    so funcionario ativo e com gestor definido lanca
      *    despesa - sem gestor ninguem aprovaria o comprovante.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao esta ativo".

           IF REGISTRO-ENCONTRADO = "S"
               IF FUNCIONARIO-GESTOR-CODIGO = ZEROS
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario sem gestor definido - a "
                       "despesa precisa de quem aprove (PROG37)".

       LANCA-COMPROVANTES.
           DISPLAY "Funcionario: " FUNCIONARIO-NOME-COMPLETO.
           PERFORM ACHA-CENTRO-DO-DEPARTAMENTO.

           MOVE ZEROS TO QTD-COMPROVANTES.
           MOVE ZEROS TO TOTAL-LANCADO.

           MOVE "S" TO CONFIRMA-RESPOSTA.
           PERFORM LANCA-UM-COMPROVANTE
               UNTIL CONFIRMA-RESPOSTA = "N".

           MOVE TOTAL-LANCADO TO TOTAL-EDITADO.
           DISPLAY "Comprovantes lancados: " QTD-COMPROVANTES
               "  Total: " TOTAL-EDITADO.
           IF QTD-COMPROVANTES > ZEROS
               DISPLAY "Aguardam o gestor " FUNCIONARIO-GESTOR-CODIGO
                   " no PROG207".

       ACHA-CENTRO-DO-DEPARTAMENTO.
           MOVE ZEROS TO CENTRO-DO-DEPARTAMENTO.
           MOVE FUNCIONARIO-DEPTO-CODIGO TO DEPARTAMENTO-CODIGO.

           READ ARQUIVO-DEPARTAMENTO RECORD
               INVALID KEY
                   DISPLAY "Departamento do funcionario sem "
                       "cadastro - informe o centro de custo"
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-CENTRO-CUSTO TO
                       CENTRO-DO-DEPARTAMENTO.

       LANCA-UM-COMPROVANTE.
           MOVE SPACES TO REEMBOLSO-REGISTRO.
           MOVE CODIGO-INFORMADO TO REEMB-FUNCIONARIO-CODIGO.

           DISPLAY "Data do comprovante (AAAAMMDD): ".
           PERFORM PEGA-DATA-VALIDADA.
           MOVE VALIDADATA-DATA TO REEMB-DATA.

           MOVE SPACE TO REEMB-CATEGORIA.
           PERFORM ACEITA-CATEGORIA
               UNTIL REEMB-CATEGORIA-VALIDA.

           DISPLAY "Documento/estabelecimento: ".
           ACCEPT REEMB-DESCRICAO.

           MOVE ZEROS TO REEMB-VALOR.
           PERFORM ACEITA-VALOR
               UNTIL REEMB-VALOR > ZEROS.

           MOVE "N" TO CENTRO-VALIDO.
           PERFORM ACEITA-CENTRO-CUSTO
               UNTIL CENTRO-VALIDO = "S".
           MOVE CENTRO-INFORMADO TO REEMB-CENTRO-CUSTO.

           PERFORM GRAVA-COMPROVANTE.

           MOVE "Lancar outro comprovante? (S/N)" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR
                   CONFIRMA-RESPOSTA = "N".

       ACEITA-CATEGORIA.
           DISPLAY "Categoria: T = transporte, H = hospedagem,".
           DISPLAY "  R = refeicao, K = quilometragem, O = outras: ".
           ACCEPT REEMB-CATEGORIA.

           IF NOT REEMB-CATEGORIA-VALIDA
               DISPLAY "Categoria invalida".

       ACEITA-VALOR.
           DISPLAY "Valor do comprovante: ".
           ACCEPT REEMB-VALOR.

           IF REEMB-VALOR = ZEROS
               DISPLAY "Valor deve ser maior que zero".

       ACEITA-CENTRO-CUSTO.
           DISPLAY "Centro de custo (0 = " CENTRO-DO-DEPARTAMENTO
               ", do departamento): ".
           ACCEPT CENTRO-INFORMADO.

           IF CENTRO-INFORMADO = ZEROS
               MOVE CENTRO-DO-DEPARTAMENTO TO CENTRO-INFORMADO.

           IF CENTRO-INFORMADO = ZEROS
               DISPLAY "Informe o centro de custo"
           ELSE
               PERFORM VALIDA-CENTRO-CUSTO.

       VALIDA-CENTRO-CUSTO.
      *    o centro de custo so existe pendurado nos departamentos
      *    - vale o que estiver em algum departamento ativo.
           MOVE "N" TO CENTRO-VALIDO.
           MOVE ZEROS TO DEPARTAMENTO-CODIGO.
           MOVE "N" TO FIM-DEPARTAMENTOS.

           START ARQUIVO-DEPARTAMENTO
               KEY IS NOT LESS THAN DEPARTAMENTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DEPARTAMENTOS.

           PERFORM PROCURA-CENTRO-CUSTO
               UNTIL FIM-DEPARTAMENTOS = "S" OR CENTRO-VALIDO = "S".

           IF CENTRO-VALIDO = "N"
               DISPLAY "Centro de custo sem departamento ativo".

       PROCURA-CENTRO-CUSTO.
           READ ARQUIVO-DEPARTAMENTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DEPARTAMENTOS.

           IF FIM-DEPARTAMENTOS = "N"
               IF DEPARTAMENTO-CENTRO-CUSTO = CENTRO-INFORMADO AND
                   DEPARTAMENTO-ATIVO
                   MOVE "S" TO CENTRO-VALIDO.

       GRAVA-COMPROVANTE.
           MOVE FUNCIONARIO-GESTOR-CODIGO TO REEMB-GESTOR-CODIGO.
           MOVE "P" TO REEMB-SITUACAO.
           MOVE DATA-DE-HOJE TO REEMB-DATA-PEDIDO.
           MOVE AUDITORIA-OPERADOR TO REEMB-OPERADOR-PEDIDO.
           MOVE ZEROS TO REEMB-DATA-GESTOR.
           MOVE ZEROS TO REEMB-DATA-CONFERENCIA.
           MOVE ZEROS TO REEMB-COMPETENCIA-PAGA.
           MOVE ZEROS TO REEMB-VALOR-COMPENSADO.
           MOVE ZEROS TO REEMB-VALOR-PAGO.

      *    varios comprovantes no mesmo dia ganham sequencias 01,
      *    02...
           MOVE "N" TO REEMBOLSO-GRAVADO.
           MOVE ZEROS TO REEMB-SEQUENCIA.
           PERFORM TENTA-GRAVAR-COMPROVANTE
               UNTIL REEMBOLSO-GRAVADO = "S" OR
                   REEMB-SEQUENCIA = 99.

           IF REEMBOLSO-GRAVADO = "S"
               ADD 1 TO QTD-COMPROVANTES
               ADD REEMB-VALOR TO TOTAL-LANCADO
               DISPLAY "Comprovante gravado, sequencia "
                   REEMB-SEQUENCIA
           ELSE
               DISPLAY "Limite de comprovantes do dia atingido".

       TENTA-GRAVAR-COMPROVANTE.
           ADD 1 TO REEMB-SEQUENCIA.

           WRITE REEMBOLSO-REGISTRO
               INVALID KEY
                   MOVE "N" TO REEMBOLSO-GRAVADO
               NOT INVALID KEY
                   MOVE "S" TO REEMBOLSO-GRAVADO.

       PEGA-DATA-VALIDADA.
      *    comprovante de data futura nao existe.
           MOVE "N" TO VALIDADATA-OK.
           PERFORM ACEITA-DATA-VALIDADA
               UNTIL VALIDADATA-OK = "S".

       ACEITA-DATA-VALIDADA.
           ACCEPT VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "S" AND VALIDADATA-DATA > DATA-DE-HOJE
               MOVE "N" TO VALIDADATA-OK.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida, informe de novo (AAAAMMDD): ".

           COPY "PDVALIDADATA.cob".

           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

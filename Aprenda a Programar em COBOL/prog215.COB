       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG215.
      *    manutencao do rateio do custo de folha de um
      *    funcionario entre departamentos (rateios.dat) - cada
      *    linha leva o departamento, cujo centro de custo recebe
      *    a parte, e o percentual; as linhas de mesma vigencia
      *    formam o rateio, que so vale no lancamento contabil
      *    (PROG150) e no orcado x realizado (PROG168) quando
      *    soma 100%. Para mudar o rateio a partir de uma data,
      *    grava-se um rateio novo com a vigencia nova; o antigo
      *    continua valendo para as competencias anteriores. O
      *    PROG216 lista os rateios com problema.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBRATEIO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDRATEIO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
      *    identifica quem monta o rateio.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-RATEIOS PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  VIGENCIA-INFORMADA PIC 9(8).
       77  DEPTO-INFORMADO PIC 9(2).
       77  PERCENTUAL-INFORMADO PIC 9(3)V99.
       77  VIGENCIA-ATUAL PIC 9(8).
       77  SOMA-DA-VIGENCIA PIC 9(4)V99.
       77  QTD-LINHAS-DA-VIGENCIA PIC 9(3).
       77  PERCENTUAL-EDITADO PIC ZZ9.99.
       77  SOMA-EDITADA PIC ZZZ9.99.

           COPY "WSVALIDADEPTO.cob".
           COPY "WSVALIDADATA.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG215" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN I-O ARQUIVO-RATEIOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-RATEIOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- RATEIO DO CUSTO DE FOLHA ---".
           DISPLAY "1. Incluir linha de rateio".
           DISPLAY "2. Excluir linha de rateio".
           DISPLAY "3. Consultar rateios de um funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-LINHA.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-LINHA.

           IF OPCAO-MENU = 3
               PERFORM CONSULTA-FUNCIONARIO.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       INCLUI-LINHA.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-VIGENCIA
               PERFORM PEGA-DEPARTAMENTO-ATIVO
               IF DEPTO-VALIDO = "S"
                   PERFORM PEGA-PERCENTUAL
                   PERFORM GRAVA-LINHA
                   PERFORM MOSTRA-SOMA-DA-VIGENCIA.

       PEGA-FUNCIONARIO.
           DISPLAY "Codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Funcionario: " FUNCIONARIO-NOME
                   " departamento " FUNCIONARIO-DEPTO-CODIGO.

       PEGA-VIGENCIA.
           DISPLAY "Vigencia do rateio (AAAAMMDD): ".
           MOVE "N" TO VALIDADATA-OK.
           PERFORM ACEITA-VIGENCIA
               UNTIL VALIDADATA-OK = "S".
           MOVE VALIDADATA-DATA TO VIGENCIA-INFORMADA.

       ACEITA-VIGENCIA.
           ACCEPT VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida, informe de novo: ".

       PEGA-DEPARTAMENTO-ATIVO.
      *    rateio novo so aponta para departamento ativo.
           DISPLAY "Departamento que recebe a parte: ".
           ACCEPT DEPTO-INFORMADO.
           MOVE DEPTO-INFORMADO TO DEPTO-VALIDAR-CODIGO.
           PERFORM VALIDA-DEPARTAMENTO.

           IF DEPTO-VALIDO = "N"
               DISPLAY "Departamento inexistente ou inativo"
           ELSE
               DISPLAY "Departamento: " DEPTO-NOME-ENCONTRADO
                   " centro de custo " DEPARTAMENTO-CENTRO-CUSTO.

       PEGA-PERCENTUAL.
           MOVE ZEROS TO PERCENTUAL-INFORMADO.
           PERFORM ACEITA-PERCENTUAL
               UNTIL PERCENTUAL-INFORMADO > ZEROS AND
                   PERCENTUAL-INFORMADO NOT > 100.

       ACEITA-PERCENTUAL.
           DISPLAY "Percentual do custo (ate 100,00): ".
           ACCEPT PERCENTUAL-INFORMADO.

           IF PERCENTUAL-INFORMADO = ZEROS OR
               PERCENTUAL-INFORMADO > 100
               DISPLAY "Percentual deve ser de 0,01 a 100,00".

       GRAVA-LINHA.
           MOVE SPACE TO RATEIO-REGISTRO.
           MOVE CODIGO-INFORMADO TO RATEIO-FUNCIONARIO-CODIGO.
           MOVE VIGENCIA-INFORMADA TO RATEIO-VIGENCIA.
           MOVE DEPTO-INFORMADO TO RATEIO-DEPTO-CODIGO.
           MOVE PERCENTUAL-INFORMADO TO RATEIO-PERCENTUAL.
           MOVE AUDITORIA-OPERADOR TO RATEIO-OPERADOR.
           MOVE DATA-DE-HOJE TO RATEIO-DATA-CADASTRO.

           WRITE RATEIO-REGISTRO
               INVALID KEY
                   DISPLAY "Departamento ja consta neste rateio, "
                       "nada gravado"
               NOT INVALID KEY
                   DISPLAY "Linha de rateio gravada".

       EXCLUI-LINHA.
           DISPLAY "Codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.
           DISPLAY "Vigencia do rateio (AAAAMMDD): ".
           ACCEPT VIGENCIA-INFORMADA.
           DISPLAY "Departamento da linha: ".
           ACCEPT DEPTO-INFORMADO.

           MOVE CODIGO-INFORMADO TO RATEIO-FUNCIONARIO-CODIGO.
           MOVE VIGENCIA-INFORMADA TO RATEIO-VIGENCIA.
           MOVE DEPTO-INFORMADO TO RATEIO-DEPTO-CODIGO.

           DELETE ARQUIVO-RATEIOS RECORD
               INVALID KEY
                   DISPLAY "Linha de rateio nao encontrada"
               NOT INVALID KEY
                   DISPLAY "Linha de rateio excluida".

           PERFORM MOSTRA-SOMA-DA-VIGENCIA.

       MOSTRA-SOMA-DA-VIGENCIA.
      *    o rateio incompleto fica gravado para ser completado,
      *    mas ate fechar 100% o custo continua no departamento.
           MOVE CODIGO-INFORMADO TO RATEIO-FUNCIONARIO-CODIGO.
           MOVE VIGENCIA-INFORMADA TO RATEIO-VIGENCIA.
           MOVE ZEROS TO RATEIO-DEPTO-CODIGO.
           MOVE VIGENCIA-INFORMADA TO VIGENCIA-ATUAL.
           MOVE ZEROS TO SOMA-DA-VIGENCIA.
           MOVE ZEROS TO QTD-LINHAS-DA-VIGENCIA.
           MOVE "N" TO FIM-RATEIOS.

           START ARQUIVO-RATEIOS
               KEY IS NOT LESS THAN RATEIO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-RATEIOS.

           PERFORM SOMA-UMA-LINHA
               UNTIL FIM-RATEIOS = "S".

           MOVE SOMA-DA-VIGENCIA TO SOMA-EDITADA.

           IF QTD-LINHAS-DA-VIGENCIA = ZEROS
               DISPLAY "Rateio sem linhas nesta vigencia"
           ELSE
               IF SOMA-DA-VIGENCIA = 100
                   DISPLAY "Rateio fecha 100% - "
                       QTD-LINHAS-DA-VIGENCIA " linhas"
               ELSE
                   DISPLAY "ATENCAO: rateio soma " SOMA-EDITADA
                       "% - nao vale ate fechar 100%".

           IF QTD-LINHAS-DA-VIGENCIA > 10
               DISPLAY "ATENCAO: rateio com mais de 10 linhas "
                   "nao vale - junte departamentos".

       SOMA-UMA-LINHA.
           READ ARQUIVO-RATEIOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-RATEIOS.

           IF FIM-RATEIOS = "N"
               IF RATEIO-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO OR
                   RATEIO-VIGENCIA NOT = VIGENCIA-ATUAL
                   MOVE "S" TO FIM-RATEIOS
               ELSE
                   ADD RATEIO-PERCENTUAL TO SOMA-DA-VIGENCIA
                   ADD 1 TO QTD-LINHAS-DA-VIGENCIA.

       CONSULTA-FUNCIONARIO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-RATEIOS-DO-FUNCIONARIO.

       LISTA-RATEIOS-DO-FUNCIONARIO.
           MOVE CODIGO-INFORMADO TO RATEIO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO RATEIO-VIGENCIA.
           MOVE ZEROS TO RATEIO-DEPTO-CODIGO.
           MOVE ZEROS TO VIGENCIA-ATUAL.
           MOVE ZEROS TO SOMA-DA-VIGENCIA.
           MOVE "N" TO FIM-RATEIOS.

           START ARQUIVO-RATEIOS
               KEY IS NOT LESS THAN RATEIO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-RATEIOS.

           PERFORM LISTA-UMA-LINHA
               UNTIL FIM-RATEIOS = "S".

           IF VIGENCIA-ATUAL = ZEROS
               DISPLAY "Sem rateio - o custo vai todo para o "
                   "departamento do funcionario"
           ELSE
               PERFORM MOSTRA-TOTAL-DA-VIGENCIA.

       LISTA-UMA-LINHA.
           READ ARQUIVO-RATEIOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-RATEIOS.

           IF FIM-RATEIOS = "N"
               IF RATEIO-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-RATEIOS
               ELSE
                   PERFORM MOSTRA-UMA-LINHA.

       MOSTRA-UMA-LINHA.
           IF RATEIO-VIGENCIA NOT = VIGENCIA-ATUAL
               IF VIGENCIA-ATUAL NOT = ZEROS
                   PERFORM MOSTRA-TOTAL-DA-VIGENCIA.

           IF RATEIO-VIGENCIA NOT = VIGENCIA-ATUAL
               MOVE RATEIO-VIGENCIA TO VIGENCIA-ATUAL
               MOVE ZEROS TO SOMA-DA-VIGENCIA
               DISPLAY "Vigencia " RATEIO-VIGENCIA ":".

           ADD RATEIO-PERCENTUAL TO SOMA-DA-VIGENCIA.
           MOVE RATEIO-PERCENTUAL TO PERCENTUAL-EDITADO.
           MOVE RATEIO-DEPTO-CODIGO TO DEPTO-VALIDAR-CODIGO.
           PERFORM VALIDA-DEPARTAMENTO.

           IF DEPTO-VALIDO = "S"
               DISPLAY "   depto " RATEIO-DEPTO-CODIGO " "
                   DEPTO-NOME-ENCONTRADO " " PERCENTUAL-EDITADO "%"
           ELSE
               DISPLAY "   depto " RATEIO-DEPTO-CODIGO
                   " INEXISTENTE OU INATIVO " PERCENTUAL-EDITADO "%".

       MOSTRA-TOTAL-DA-VIGENCIA.
           MOVE SOMA-DA-VIGENCIA TO SOMA-EDITADA.

           IF SOMA-DA-VIGENCIA = 100
               DISPLAY "   total " SOMA-EDITADA "%"
           ELSE
               DISPLAY "   total " SOMA-EDITADA
                   "% - NAO FECHA 100%, nao vale".

           COPY "PDVALIDADEPTO.cob".
           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG190.
      *    cadastro dos emprestimos consignados em folha em
      *    consignados.dat - credor, contrato, principal, parcelas
      *    e valor da parcela, no lugar do caderno do RH. Contrato
      *    novo so entra se todas as parcelas consignadas do
      *    funcionario, com a nova, couberem na margem (35% do
      *    ultimo liquido mensal de folha_historico.dat, somado de
      *    volta o consignado ja descontado nele). A folha do
      *    PROG54 desconta a parcela todo mes.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBCONSIGNADO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDCONSIGNADO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONTRATO-JA-EXISTE PIC X.
       77  FIM-ARQUIVO PIC X.
       77  FINAL-HISTORICO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  SEQUENCIA-INFORMADA PIC 9(2).
       77  DATA-DE-HOJE PIC 9(8).
       77  RESPOSTA-CANCELA PIC X.
      *    margem consignavel - contingencia de 35%, sobreposta pelo
      *    parametro PERC-MARGEM-CONSIG do PROG176.
       77  TAXA-MARGEM-CONSIGNADO PIC V9(4) VALUE .3500.
       77  DATA-ULTIMO-LIQUIDO PIC 9(8).
       77  ULTIMO-LIQUIDO PIC 9(7)V99.
       77  MARGEM-CONSIGNAVEL PIC 9(7)V99.
       77  MARGEM-COMPROMETIDA PIC 9(7)V99.
       77  MARGEM-LIVRE PIC S9(7)V99.
       77  SALDO-DEVEDOR PIC 9(8)V99.
       77  MARGEM-OK PIC X.
      *    contrato em digitacao, guardado enquanto a margem le os
      *    demais contratos do funcionario.
       01  CONSIG-REGISTRO-GUARDADO PIC X(103).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG190" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           PERFORM APLICA-PARAMETROS-CENTRAIS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-CONSIGNADOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CONSIGNADOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       APLICA-PARAMETROS-CENTRAIS.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PERC-MARGEM-CONSIG" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               COMPUTE TAXA-MARGEM-CONSIGNADO =
                   PARAM-VALOR-LIDO / 100.

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- EMPRESTIMOS CONSIGNADOS ---".
           DISPLAY "1. Incluir contrato".
           DISPLAY "2. Consultar contratos de um funcionario".
           DISPLAY "3. Cancelar contrato (liquidacao antecipada)".
           DISPLAY "4. Consultar margem de um funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-CONTRATO.

           IF OPCAO-MENU = 2
               PERFORM CONSULTA-CONTRATOS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM CANCELA-CONTRATO.

           IF OPCAO-MENU = 4
               PERFORM CONSULTA-MARGEM.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       PEGA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

       PEGA-CONTRATO.
           DISPLAY "Sequencia do contrato (01-99): ".
           ACCEPT SEQUENCIA-INFORMADA.

           MOVE CODIGO-INFORMADO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO CONSIG-SEQUENCIA.

           MOVE "S" TO CONTRATO-JA-EXISTE.
           READ ARQUIVO-CONSIGNADOS RECORD
               INVALID KEY
                   MOVE "N" TO CONTRATO-JA-EXISTE.

       INCLUI-CONTRATO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT FUNCIONARIO-ATIVO
                   DISPLAY "Funcionario nao esta ativo"
               ELSE
                   PERFORM PEGA-CONTRATO
                   IF CONTRATO-JA-EXISTE = "S"
                       DISPLAY "Sequencia ja usada por outro "
                           "contrato"
                   ELSE
                       PERFORM DIGITA-CONTRATO.

       DIGITA-CONTRATO.
           MOVE SPACES TO CONSIGNADO-REGISTRO.
           MOVE CODIGO-INFORMADO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO CONSIG-SEQUENCIA.

           DISPLAY "Numero do contrato: ".
           ACCEPT CONSIG-CONTRATO.
           DISPLAY "Codigo do banco credor: ".
           ACCEPT CONSIG-CREDOR-CODIGO.
           DISPLAY "Nome do credor: ".
           ACCEPT CONSIG-CREDOR-NOME.
           DISPLAY "Valor emprestado (9999999.99): ".
           ACCEPT CONSIG-VALOR-PRINCIPAL.
           DISPLAY "Quantidade de parcelas: ".
           ACCEPT CONSIG-QTD-PARCELAS.
           DISPLAY "Valor da parcela (999999.99): ".
           ACCEPT CONSIG-VALOR-PARCELA.
           DISPLAY "Primeira competencia descontada (AAAAMM): ".
           ACCEPT CONSIG-PRIMEIRA-COMPETENCIA.

           MOVE DATA-DE-HOJE TO CONSIG-DATA-CONTRATO.
           MOVE ZEROS TO CONSIG-PARCELAS-DESCONTADAS.
           MOVE ZEROS TO CONSIG-TOTAL-DESCONTADO.
           MOVE ZEROS TO CONSIG-ULTIMA-COMPETENCIA.
           MOVE "A" TO CONSIG-SITUACAO.

           IF CONSIG-QTD-PARCELAS = ZEROS OR
               CONSIG-VALOR-PARCELA = ZEROS
               DISPLAY "Parcelas invalidas, contrato nao gravado"
           ELSE
               PERFORM CONFERE-MARGEM
               IF MARGEM-OK = "S"
                   PERFORM GRAVA-CONTRATO
               ELSE
                   DISPLAY "Contrato recusado: parcela acima da "
                       "margem livre de " MARGEM-LIVRE.

       CONFERE-MARGEM.
      *    a parcela nova soma com as dos contratos ativos do
      *    funcionario; o total nao pode passar da margem. Sem
      *    liquido mensal no historico a margem nao e apurada e o
      *    contrato e recusado.
           PERFORM APURA-MARGEM.

           MOVE "N" TO MARGEM-OK.
           IF ULTIMO-LIQUIDO = ZEROS
               DISPLAY "Sem folha mensal no historico - margem "
                   "nao apurada"
           ELSE
               IF CONSIG-VALOR-PARCELA NOT > MARGEM-LIVRE
                   MOVE "S" TO MARGEM-OK.

       APURA-MARGEM.
      *    APURA-MARGEM le o historico e os contratos pela chave,
      *    entao guarda e devolve o contrato em digitacao.
           MOVE CONSIGNADO-REGISTRO TO CONSIG-REGISTRO-GUARDADO.

           PERFORM ACHA-ULTIMO-LIQUIDO.
           PERFORM SOMA-PARCELAS-ATIVAS.

           COMPUTE MARGEM-CONSIGNAVEL ROUNDED =
               ULTIMO-LIQUIDO * TAXA-MARGEM-CONSIGNADO.
           COMPUTE MARGEM-LIVRE =
               MARGEM-CONSIGNAVEL - MARGEM-COMPROMETIDA.

           MOVE CONSIG-REGISTRO-GUARDADO TO CONSIGNADO-REGISTRO.

       ACHA-ULTIMO-LIQUIDO.
      *    o liquido da folha mensal mais recente do funcionario,
      *    com o consignado que ja saiu dele somado de volta - senao
      *    cada contrato encolheria a margem dos seguintes.
           MOVE ZEROS TO DATA-ULTIMO-LIQUIDO.
           MOVE ZEROS TO ULTIMO-LIQUIDO.
           MOVE "N" TO FINAL-HISTORICO.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           PERFORM LEIA-PROXIMO-HISTORICO.
           PERFORM EXAMINA-HISTORICO
               UNTIL FINAL-HISTORICO = "S".
           CLOSE ARQUIVO-FOLHA-HISTORICO.

       LEIA-PROXIMO-HISTORICO.
           READ ARQUIVO-FOLHA-HISTORICO RECORD AT END
               MOVE "S" TO FINAL-HISTORICO.

       EXAMINA-HISTORICO.
           IF FOLHA-HIST-CODIGO = CODIGO-INFORMADO AND
               FOLHA-HIST-MENSAL AND
               FOLHA-HIST-DATA NOT < DATA-ULTIMO-LIQUIDO
               PERFORM GUARDA-ULTIMO-LIQUIDO.

           PERFORM LEIA-PROXIMO-HISTORICO.

       GUARDA-ULTIMO-LIQUIDO.
           MOVE FOLHA-HIST-DATA TO DATA-ULTIMO-LIQUIDO.
           MOVE FOLHA-HIST-LIQUIDO TO ULTIMO-LIQUIDO.

      *    linha gravada antes do campo existir vem em branco.
           IF FOLHA-HIST-DESCONTO-CONSIG NUMERIC
               ADD FOLHA-HIST-DESCONTO-CONSIG TO ULTIMO-LIQUIDO.

       SOMA-PARCELAS-ATIVAS.
           MOVE ZEROS TO MARGEM-COMPROMETIDA.
           MOVE CODIGO-INFORMADO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CONSIG-SEQUENCIA.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-CONSIGNADOS
               KEY IS NOT LESS THAN CONSIG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM SOMA-PROXIMA-PARCELA
               UNTIL FIM-ARQUIVO = "S".

       SOMA-PROXIMA-PARCELA.
           READ ARQUIVO-CONSIGNADOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF CONSIG-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   IF CONSIG-ATIVO
                       ADD CONSIG-VALOR-PARCELA TO
                           MARGEM-COMPROMETIDA.

       GRAVA-CONTRATO.
           WRITE CONSIGNADO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar o contrato"
               NOT INVALID KEY
                   DISPLAY "Contrato gravado".

       CONSULTA-MARGEM.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM APURA-MARGEM
               DISPLAY "Ultimo liquido.....: " ULTIMO-LIQUIDO
                   " em " DATA-ULTIMO-LIQUIDO
               DISPLAY "Margem consignavel.: " MARGEM-CONSIGNAVEL
               DISPLAY "Ja comprometida....: " MARGEM-COMPROMETIDA
               DISPLAY "Margem livre.......: " MARGEM-LIVRE.

       CANCELA-CONTRATO.
      *    liquidacao antecipada negociada com o credor: o contrato
      *    sai da folha e fica no cadastro como historico.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-CONTRATO
               IF CONTRATO-JA-EXISTE = "N"
                   DISPLAY "Contrato nao encontrado"
               ELSE
                   PERFORM MOSTRA-CONTRATO
                   PERFORM CONFIRMA-CANCELAMENTO.

       CONFIRMA-CANCELAMENTO.
           IF NOT CONSIG-ATIVO
               DISPLAY "Contrato nao esta ativo"
           ELSE
               DISPLAY "Cancelar este contrato (S/N)? "
               ACCEPT RESPOSTA-CANCELA
               IF RESPOSTA-CANCELA = "S" OR RESPOSTA-CANCELA = "s"
                   PERFORM GRAVA-CANCELAMENTO.

       GRAVA-CANCELAMENTO.
           MOVE "C" TO CONSIG-SITUACAO.

           REWRITE CONSIGNADO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao cancelar o contrato"
               NOT INVALID KEY
                   DISPLAY "Contrato cancelado".

       CONSULTA-CONTRATOS.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-CONTRATOS-DO-FUNCIONARIO.

       LISTA-CONTRATOS-DO-FUNCIONARIO.
           MOVE CODIGO-INFORMADO TO CONSIG-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CONSIG-SEQUENCIA.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-CONSIGNADOS
               KEY IS NOT LESS THAN CONSIG-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM MOSTRA-PROXIMO-CONTRATO
               UNTIL FIM-ARQUIVO = "S".

       MOSTRA-PROXIMO-CONTRATO.
           READ ARQUIVO-CONSIGNADOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF CONSIG-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   PERFORM MOSTRA-CONTRATO.

       MOSTRA-CONTRATO.
           COMPUTE SALDO-DEVEDOR =
               CONSIG-QTD-PARCELAS * CONSIG-VALOR-PARCELA -
               CONSIG-TOTAL-DESCONTADO.

           DISPLAY "Seq " CONSIG-SEQUENCIA
               " Contrato: " CONSIG-CONTRATO
               " Credor: " CONSIG-CREDOR-CODIGO " "
               CONSIG-CREDOR-NOME
               " Situacao: " CONSIG-SITUACAO.
           DISPLAY "   Principal: " CONSIG-VALOR-PRINCIPAL
               " Parcelas: " CONSIG-QTD-PARCELAS
               " x " CONSIG-VALOR-PARCELA
               " Desde: " CONSIG-PRIMEIRA-COMPETENCIA.
           DISPLAY "   Descontadas: " CONSIG-PARCELAS-DESCONTADAS
               " Total descontado: " CONSIG-TOTAL-DESCONTADO
               " Saldo devedor: " SALDO-DEVEDOR.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

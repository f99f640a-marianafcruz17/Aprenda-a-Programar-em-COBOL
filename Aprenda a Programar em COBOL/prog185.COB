       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG185.
      *    cadastro dos planos de saude e odontologicos oferecidos
      *    aos funcionarios em planos_saude.dat (nome, operadora,
      *    tipo e o percentual de coparticipacao do funcionario) e
      *    dos precos mensais por faixa etaria em faixas_plano.dat.
      *    Deste cadastro a folha do PROG54 tira o desconto de cada
      *    vida e o PROG187 o preco esperado na fatura.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPLANOSAUDE.cob".
           COPY "SBFAIXAPLANO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPLANOSAUDE.cob".
           COPY "FDFAIXAPLANO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  PLANO-ENCONTRADO PIC X.
       77  FAIXA-JA-EXISTE PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG185" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           OPEN I-O ARQUIVO-PLANOS-SAUDE.
           OPEN I-O ARQUIVO-FAIXAS-PLANO.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-PLANOS-SAUDE.
           CLOSE ARQUIVO-FAIXAS-PLANO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- PLANOS DE SAUDE E ODONTOLOGICOS ---".
           DISPLAY "1. Registrar plano".
           DISPLAY "2. Registrar preco de uma faixa etaria".
           DISPLAY "3. Consultar plano e faixas".
           DISPLAY "4. Listar planos".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-PLANO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-FAIXA.

           IF OPCAO-MENU = 3
               PERFORM CONSULTA-PLANO.

           IF OPCAO-MENU = 4
               PERFORM LISTA-PLANOS.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       PEGA-PLANO.
           DISPLAY "Informe o codigo do plano: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO PLANO-CODIGO.

           MOVE "S" TO PLANO-ENCONTRADO.
           READ ARQUIVO-PLANOS-SAUDE RECORD
               INVALID KEY
                   MOVE "N" TO PLANO-ENCONTRADO.

       REGISTRA-PLANO.
      *    a mesma tela inclui o plano novo e altera o existente.
           PERFORM PEGA-PLANO.

           IF PLANO-ENCONTRADO = "S"
               PERFORM MOSTRA-PLANO
           ELSE
               MOVE SPACES TO PLANO-SAUDE-REGISTRO
               MOVE CODIGO-INFORMADO TO PLANO-CODIGO.

           DISPLAY "Nome do plano: ".
           ACCEPT PLANO-NOME.

           MOVE SPACE TO PLANO-TIPO.
           PERFORM PEDE-TIPO-PLANO
               UNTIL PLANO-DE-SAUDE OR PLANO-ODONTOLOGICO.

           DISPLAY "Codigo da operadora: ".
           ACCEPT PLANO-OPERADORA-CODIGO.
           DISPLAY "Nome da operadora: ".
           ACCEPT PLANO-OPERADORA-NOME.
           DISPLAY "Coparticipacao do funcionario em % (999.99): ".
           ACCEPT PLANO-PERC-FUNCIONARIO.

           IF PLANO-PERC-FUNCIONARIO > 100
               DISPLAY "Percentual acima de 100, gravado como 100"
               MOVE 100 TO PLANO-PERC-FUNCIONARIO.

           PERFORM GRAVA-PLANO.

       PEDE-TIPO-PLANO.
           DISPLAY "Tipo (S saude, O odontologico): ".
           ACCEPT PLANO-TIPO.

           IF NOT PLANO-DE-SAUDE AND NOT PLANO-ODONTOLOGICO
               DISPLAY "Responda S ou O".

       GRAVA-PLANO.
           IF PLANO-ENCONTRADO = "S"
               REWRITE PLANO-SAUDE-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o plano"
                   NOT INVALID KEY
                       DISPLAY "Plano alterado"
           ELSE
               WRITE PLANO-SAUDE-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o plano"
                   NOT INVALID KEY
                       DISPLAY "Plano gravado".

       REGISTRA-FAIXA.
      *    a faixa e identificada pela idade limite; informar de
      *    novo a mesma idade troca o preco da faixa.
           PERFORM PEGA-PLANO.

           IF PLANO-ENCONTRADO = "N"
               DISPLAY "Plano nao encontrado"
           ELSE
               PERFORM DIGITA-FAIXA.

       DIGITA-FAIXA.
           MOVE PLANO-CODIGO TO FAIXA-PLANO-CODIGO.
           DISPLAY "Faixa vale ate a idade (999 = sem limite): ".
           ACCEPT FAIXA-IDADE-ATE.

           MOVE "S" TO FAIXA-JA-EXISTE.
           READ ARQUIVO-FAIXAS-PLANO RECORD
               INVALID KEY
                   MOVE "N" TO FAIXA-JA-EXISTE.

           IF FAIXA-JA-EXISTE = "S"
               DISPLAY "Preco atual da faixa: " FAIXA-PRECO.

           DISPLAY "Preco mensal da vida (99999.99): ".
           ACCEPT FAIXA-PRECO.

           IF FAIXA-JA-EXISTE = "S"
               REWRITE FAIXA-PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever a faixa"
                   NOT INVALID KEY
                       DISPLAY "Faixa alterada"
           ELSE
               WRITE FAIXA-PLANO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a faixa"
                   NOT INVALID KEY
                       DISPLAY "Faixa gravada".

       CONSULTA-PLANO.
           PERFORM PEGA-PLANO.

           IF PLANO-ENCONTRADO = "N"
               DISPLAY "Plano nao encontrado"
           ELSE
               PERFORM MOSTRA-PLANO
               PERFORM LISTA-FAIXAS-DO-PLANO.

       MOSTRA-PLANO.
           DISPLAY "Plano: " PLANO-CODIGO " " PLANO-NOME
               " Tipo: " PLANO-TIPO.
           DISPLAY "Operadora: " PLANO-OPERADORA-CODIGO " "
               PLANO-OPERADORA-NOME
               " Coparticipacao %: " PLANO-PERC-FUNCIONARIO.

       LISTA-FAIXAS-DO-PLANO.
           MOVE PLANO-CODIGO TO FAIXA-PLANO-CODIGO.
           MOVE ZEROS TO FAIXA-IDADE-ATE.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-FAIXAS-PLANO
               KEY IS NOT LESS THAN FAIXA-PLANO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM MOSTRA-PROXIMA-FAIXA
               UNTIL FIM-ARQUIVO = "S".

       MOSTRA-PROXIMA-FAIXA.
           READ ARQUIVO-FAIXAS-PLANO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF FAIXA-PLANO-CODIGO NOT = PLANO-CODIGO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   DISPLAY "   Ate " FAIXA-IDADE-ATE " anos: "
                       FAIXA-PRECO.

       LISTA-PLANOS.
           MOVE ZEROS TO PLANO-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-PLANOS-SAUDE
               KEY IS NOT LESS THAN PLANO-CODIGO
               INVALID KEY
                   DISPLAY "Nenhum plano cadastrado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-PLANO
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO-PLANO.
           READ ARQUIVO-PLANOS-SAUDE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               PERFORM MOSTRA-PLANO.

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

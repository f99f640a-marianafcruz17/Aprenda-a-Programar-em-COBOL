      *    reajuste salarial em lote - aplica um percentual ou um
      *    valor fixo ao salario de todos os funcionarios em uma
      *    unica passada, com total antes/depois para conferencia.
      *    O reajuste pode vir tambem do acordo coletivo de um
      *    sindicato (PROG192): o percentual do acordo vale so para
      *    quem a filial e o cargo enquadram naquele sindicato.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBSINDICATO.cob".
           COPY "SBSINDVINCULO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDSINDICATO.cob".
           COPY "FDSINDVINCULO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSSINDICATO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  TIPO-AJUSTE PIC 9.
       77  TIPO-AJUSTE-VALIDO PIC X.
       77  QTD-AJUSTADOS PIC 9(4).
       77  TOTAL-ANTES PIC 9(8)V99.
       77  TOTAL-DEPOIS PIC 9(8)V99.
       77  SINDICATO-DO-ACORDO PIC 9(3).
       77  REAJUSTE-APLICAVEL PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG55" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN INPUT ARQUIVO-SINDICATOS.
           OPEN INPUT ARQUIVO-SIND-VINCULOS.

           PERFORM PEGA-TIPO-AJUSTE.

           OPEN I-O ARQUIVO-FUNCIONARIO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-SINDICATOS.
           CLOSE ARQUIVO-SIND-VINCULOS.

           DISPLAY " ".
           DISPLAY "Reajuste concluido".
           DISPLAY "Tipo de reajuste:".
           DISPLAY "1. Percentual".
           DISPLAY "2. Valor fixo".
           DISPLAY "3. Acordo coletivo de um sindicato".
           ACCEPT TIPO-AJUSTE.

           IF TIPO-AJUSTE = 1
                   ACCEPT VALOR-AJUSTE
                   MOVE "S" TO TIPO-AJUSTE-VALIDO
               ELSE
                   IF TIPO-AJUSTE = 3
                       PERFORM PEGA-ACORDO-SINDICATO
                   ELSE
                       DISPLAY "Opcao invalida".

       PEGA-ACORDO-SINDICATO.
      *    o percentual e o do ultimo acordo registrado para o
      *    sindicato; sindicato sem acordo volta ao menu.
           DISPLAY "Informe o codigo do sindicato: ".
           ACCEPT SINDICATO-DO-ACORDO.
           MOVE SINDICATO-DO-ACORDO TO SIND-CODIGO.

           READ ARQUIVO-SINDICATOS RECORD
               INVALID KEY
                   DISPLAY "Sindicato nao cadastrado"
               NOT INVALID KEY
                   PERFORM CONFERE-ACORDO-SINDICATO.

       CONFERE-ACORDO-SINDICATO.
           IF SIND-DATA-ACORDO = ZEROS OR
               SIND-PERC-REAJUSTE = ZEROS
               DISPLAY "Sindicato sem acordo coletivo registrado"
           ELSE
               DISPLAY "Acordo de " SIND-DATA-ACORDO " - " SIND-NOME
               DISPLAY "Reajuste de " SIND-PERC-REAJUSTE "%"
               MOVE SIND-PERC-REAJUSTE TO PERCENTUAL-AJUSTE
               MOVE "S" TO TIPO-AJUSTE-VALIDO.

       LEIA-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO RECORD AT END
      *    so reajusta quem esta ativo - o mesmo filtro que o PROG54
      *    usa para a folha de pagamento.
           IF FUNCIONARIO-STATUS = "A"
               PERFORM CONFERE-SINDICATO-E-REAJUSTA.

           PERFORM LEIA-PROXIMO-REGISTRO.

       CONFERE-SINDICATO-E-REAJUSTA.
      *    no reajuste por acordo, so entra quem a filial e o cargo
      *    enquadram no sindicato do acordo.
           MOVE "S" TO REAJUSTE-APLICAVEL.

           IF TIPO-AJUSTE = 3
               MOVE FUNCIONARIO-FILIAL-CODIGO TO SINDCALC-FILIAL
               MOVE FUNCIONARIO-CARGO-CODIGO TO SINDCALC-CARGO
               PERFORM ACHA-SINDICATO
               IF SINDCALC-SINDICATO NOT = SINDICATO-DO-ACORDO
                   MOVE "N" TO REAJUSTE-APLICAVEL.

           IF REAJUSTE-APLICAVEL = "S"
               PERFORM CALCULA-E-GRAVA-REAJUSTE.

       CALCULA-E-GRAVA-REAJUSTE.
           MOVE FUNCIONARIO-SALARIO TO SALARIO-ANTIGO.
           ADD FUNCIONARIO-SALARIO TO TOTAL-ANTES.

           IF TIPO-AJUSTE = 1 OR TIPO-AJUSTE = 3
               COMPUTE FUNCIONARIO-SALARIO ROUNDED =
                   FUNCIONARIO-SALARIO +
                   (FUNCIONARIO-SALARIO * PERCENTUAL-AJUSTE / 100)
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "SALARIO" TO AUD-CAMPO.
           MOVE SALARIO-ANTIGO TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-SALARIO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDSINDICATO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

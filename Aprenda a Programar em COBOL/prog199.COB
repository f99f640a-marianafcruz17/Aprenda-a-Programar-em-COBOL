       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG199.
      *    tabela salarial de cargos em niveis_cargo.dat - para
      *    cada cargo de cargos.dat, os degraus numerados (01 o de
      *    entrada), o salario de cada degrau e os meses no degrau
      *    antes da subida ao seguinte. Tambem enquadra o
      *    funcionario no degrau do seu cargo: o degrau sugerido e
      *    o primeiro que paga ao menos o salario atual, e quando
      *    o degrau paga mais a diferenca vira pendencia de
      *    salario para o PROG85 aplicar. A subida mensal de
      *    degrau e o PROG200.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBCARGO.cob".
           COPY "SBNIVELCARGO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBPENDSAL.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDNIVELCARGO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDPENDSAL.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDACARGO.cob".
           COPY "WSNIVELCARGO.cob".
      *    identifica quem esta operando o programa, para a
      *    auditoria do enquadramento.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-NIVEL PIC 9(2).
       77  NIVEL-ESCOLHIDO PIC 9(2).
       77  NIVEL-ANTERIOR PIC 9(2).
       77  DESDE-ANTERIOR PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77  SALARIO-EDITADO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG199" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-NIVEIS-CARGO.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CARGOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-NIVEIS-CARGO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- TABELA SALARIAL DE CARGOS ---".
           DISPLAY "1. Incluir ou alterar degrau".
           DISPLAY "2. Excluir degrau".
           DISPLAY "3. Listar a tabela de um cargo".
           DISPLAY "4. Enquadrar funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2 OR
               OPCAO-MENU = 4
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM MANTEM-DEGRAU.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-DEGRAU.

           IF OPCAO-MENU = 3
               PERFORM LISTA-TABELA.

           IF OPCAO-MENU = 4 AND JANELA-BLOQUEIO = "N"
               PERFORM ENQUADRA-FUNCIONARIO.

           IF OPCAO-MENU > 4
               DISPLAY "Opcao invalida".

       PEGA-CARGO-DA-TABELA.
      *    a tabela so existe para cargo cadastrado no PROG160.
           DISPLAY "Informe o cargo (1-99): ".
           ACCEPT CARGO-VALIDAR-CODIGO.
           PERFORM VALIDA-CARGO.

           IF CARGO-VALIDO = "N"
               DISPLAY "Cargo inexistente, use o PROG160"
           ELSE
               DISPLAY "Cargo: " CARGO-TITULO-ENCONTRADO.

       MANTEM-DEGRAU.
           PERFORM PEGA-CARGO-DA-TABELA.

           IF CARGO-VALIDO = "S"
               DISPLAY "Informe o degrau (1-99): "
               ACCEPT CODIGO-NIVEL
               PERFORM DIGITA-DEGRAU.

       DIGITA-DEGRAU.
           IF CODIGO-NIVEL = ZEROS
               DISPLAY "Degrau invalido, informe de 1 a 99"
           ELSE
               PERFORM LE-DEGRAU
               PERFORM DIGITA-VALORES-DO-DEGRAU.

       LE-DEGRAU.
           MOVE CARGO-VALIDAR-CODIGO TO NIVC-CARGO-CODIGO.
           MOVE CODIGO-NIVEL TO NIVC-NIVEL.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-NIVEIS-CARGO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       DIGITA-VALORES-DO-DEGRAU.
           IF REGISTRO-ENCONTRADO = "S"
               MOVE NIVC-VALOR TO VALOR-EDITADO
               DISPLAY "Valor atual: " VALOR-EDITADO
                   " Meses no degrau: " NIVC-MESES-PERMANENCIA.

           MOVE CARGO-VALIDAR-CODIGO TO NIVC-CARGO-CODIGO.
           MOVE CODIGO-NIVEL TO NIVC-NIVEL.

           DISPLAY "Informe o salario do degrau: ".
           ACCEPT NIVC-VALOR.
           DISPLAY "Meses no degrau antes da subida ".
           DISPLAY " (0 = ultimo degrau do cargo): ".
           ACCEPT NIVC-MESES-PERMANENCIA.

           IF NIVC-VALOR = ZEROS
               DISPLAY "Salario do degrau nao informado, nada "
                   "gravado"
           ELSE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM REGRAVA-DEGRAU
               ELSE
                   PERFORM INCLUI-DEGRAU.

       REGRAVA-DEGRAU.
           REWRITE NIVEL-CARGO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o registro"
               NOT INVALID KEY
                   DISPLAY "Degrau alterado".

       INCLUI-DEGRAU.
           WRITE NIVEL-CARGO-REGISTRO
               INVALID KEY
                   DISPLAY "Degrau ja existe"
               NOT INVALID KEY
                   DISPLAY "Degrau gravado".

       EXCLUI-DEGRAU.
           PERFORM PEGA-CARGO-DA-TABELA.

           IF CARGO-VALIDO = "S"
               DISPLAY "Informe o degrau a excluir: "
               ACCEPT CODIGO-NIVEL
               PERFORM LE-DEGRAU
               PERFORM CONFIRMA-EXCLUSAO-DEGRAU.

       CONFIRMA-EXCLUSAO-DEGRAU.
           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Degrau nao encontrado"
           ELSE
               MOVE "Confirma a exclusao do degrau (S/N)?" TO
                   CONFIRMA-MENSAGEM
               MOVE SPACE TO CONFIRMA-RESPOSTA
               PERFORM PERGUNTA-CONFIRMACAO
                   UNTIL CONFIRMA-RESPOSTA = "S" OR "N"
               PERFORM APAGA-DEGRAU.

       APAGA-DEGRAU.
      *    quem ja esta no degrau continua com ele no cadastro - o
      *    PROG200 avisa no relatorio quando o degrau sumiu.
           IF CONFIRMA-RESPOSTA = "S"
               DELETE ARQUIVO-NIVEIS-CARGO RECORD
                   INVALID KEY
                       DISPLAY "Erro ao excluir o degrau"
                   NOT INVALID KEY
                       DISPLAY "Degrau excluido".

       LISTA-TABELA.
           PERFORM PEGA-CARGO-DA-TABELA.

           IF CARGO-VALIDO = "S"
               PERFORM LISTA-DEGRAUS-DO-CARGO.

       LISTA-DEGRAUS-DO-CARGO.
           MOVE CARGO-VALIDAR-CODIGO TO NIVC-CARGO-CODIGO.
           MOVE ZEROS TO NIVC-NIVEL.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-NIVEIS-CARGO
               KEY IS NOT LESS THAN NIVC-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-DEGRAU
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO-DEGRAU.
           READ ARQUIVO-NIVEIS-CARGO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N" AND
               NIVC-CARGO-CODIGO NOT = CARGO-VALIDAR-CODIGO
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE NIVC-VALOR TO VALOR-EDITADO
               DISPLAY "Degrau: " NIVC-NIVEL
                   " Salario: " VALOR-EDITADO
                   " Meses no degrau: " NIVC-MESES-PERMANENCIA.

       ENQUADRA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT FUNCIONARIO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Registro nao encontrado".

           IF REGISTRO-ENCONTRADO = "S" AND
               FUNCIONARIO-CARGO-CODIGO = ZEROS
               MOVE "N" TO REGISTRO-ENCONTRADO
               DISPLAY "Funcionario sem cargo, use o PROG161".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM SUGERE-DEGRAU.

       SUGERE-DEGRAU.
           MOVE FUNCIONARIO-SALARIO TO SALARIO-EDITADO.

           DISPLAY " ".
           DISPLAY "Nome................: " FUNCIONARIO-NOME.
           DISPLAY "Cargo...............: "
               FUNCIONARIO-CARGO-CODIGO.
           DISPLAY "Salario.............: " SALARIO-EDITADO.
           DISPLAY "Degrau atual........: " FUNCIONARIO-NIVEL
               " desde " FUNCIONARIO-NIVEL-DESDE.

           MOVE FUNCIONARIO-CARGO-CODIGO TO NIVEL-BUSCA-CARGO.
           MOVE FUNCIONARIO-SALARIO TO NIVEL-BUSCA-SALARIO.
           PERFORM ACHA-NIVEL-DO-SALARIO.

           IF NIVEL-ACHADO = ZEROS
               DISPLAY "Cargo sem tabela salarial, cadastre os "
                   "degraus primeiro"
           ELSE
               PERFORM ESCOLHE-DEGRAU.

       ESCOLHE-DEGRAU.
           MOVE NIVEL-VALOR-ACHADO TO VALOR-EDITADO.
           DISPLAY "Degrau sugerido.....: " NIVEL-ACHADO
               " (" VALOR-EDITADO ")".
           DISPLAY "Degrau (0 = aceitar o sugerido): ".
           ACCEPT NIVEL-ESCOLHIDO.

           IF NIVEL-ESCOLHIDO = ZEROS
               MOVE NIVEL-ACHADO TO NIVEL-ESCOLHIDO.

           MOVE FUNCIONARIO-CARGO-CODIGO TO CARGO-VALIDAR-CODIGO.
           MOVE NIVEL-ESCOLHIDO TO CODIGO-NIVEL.
           PERFORM LE-DEGRAU.

           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Degrau nao existe na tabela do cargo"
           ELSE
               PERFORM CONFIRMA-ENQUADRAMENTO.

       CONFIRMA-ENQUADRAMENTO.
      *    o enquadramento nunca reduz salario: degrau abaixo do
      *    salario so marca o degrau; degrau acima gera a
      *    pendencia do reajuste, aplicada pelo PROG85.
           MOVE NIVC-VALOR TO VALOR-EDITADO.

           IF NIVC-VALOR > FUNCIONARIO-SALARIO
               DISPLAY "O degrau paga " VALOR-EDITADO
                   " - o reajuste vai para as pendencias do PROG85".

           IF NIVC-VALOR < FUNCIONARIO-SALARIO
               DISPLAY "Salario atual acima do degrau, salario "
                   "mantido".

           MOVE "Confirma o enquadramento (S/N)?" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM EFETIVA-ENQUADRAMENTO
           ELSE
               DISPLAY "Enquadramento cancelado".

       EFETIVA-ENQUADRAMENTO.
           MOVE FUNCIONARIO-NIVEL TO NIVEL-ANTERIOR.
           MOVE FUNCIONARIO-NIVEL-DESDE TO DESDE-ANTERIOR.

           MOVE NIVEL-ESCOLHIDO TO FUNCIONARIO-NIVEL.
           MOVE DATA-DE-HOJE TO FUNCIONARIO-NIVEL-DESDE.
           ACCEPT FUNCIONARIO-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT FUNCIONARIO-HORA-ATUALIZACAO FROM TIME.

           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o registro"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA-NIVEL
                   PERFORM CONFERE-REAJUSTE-DO-DEGRAU
                   DISPLAY "Enquadramento gravado".

       CONFERE-REAJUSTE-DO-DEGRAU.
           IF NIVC-VALOR > FUNCIONARIO-SALARIO
               PERFORM GRAVA-PENDENCIA-DEGRAU.

       GRAVA-PENDENCIA-DEGRAU.
           MOVE SPACES TO PENDENCIA-SALARIO-REGISTRO.
           MOVE DATA-DE-HOJE TO PEND-DATA-EFETIVA.
           MOVE FUNCIONARIO-CODIGO TO PEND-CODIGO.
           MOVE NIVC-VALOR TO PEND-SALARIO-NOVO.
           MOVE "P" TO PEND-SITUACAO.
           MOVE ZEROS TO PEND-DATA-APLICACAO.

           OPEN EXTEND ARQUIVO-PENDENCIAS-SALARIO.
           WRITE PENDENCIA-SALARIO-REGISTRO.
           CLOSE ARQUIVO-PENDENCIAS-SALARIO.

           DISPLAY "Reajuste do degrau pendente a partir de "
               PEND-DATA-EFETIVA.

       GRAVA-AUDITORIA-NIVEL.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "NIVEL" TO AUD-CAMPO.
           MOVE NIVEL-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           MOVE "NIVEL DESDE" TO AUD-CAMPO.
           MOVE DESDE-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL-DESDE TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACARGO.cob".
           COPY "PDNIVELCARGO.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

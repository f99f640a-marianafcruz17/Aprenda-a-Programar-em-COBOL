      *    promocoes.dat a cada mudanca, atualiza o cadastro e
      *    audita, no mesmo esquema das transferencias de
      *    departamento do PROG82. O relatorio de carreira e o
      *    PROG162. O promovido e enquadrado no degrau da tabela
      *    salarial do cargo novo (niveis_cargo.dat, PROG199) que
      *    paga ao menos o salario atual; quando o degrau paga
      *    mais, o reajuste vai para as pendencias do PROG85.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCARGO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBPROMOCAO.cob".
           COPY "SBNIVELCARGO.cob".
           COPY "SBPENDSAL.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDPROMOCAO.cob".
           COPY "FDNIVELCARGO.cob".
           COPY "FDPENDSAL.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDACARGO.cob".
           COPY "WSNIVELCARGO.cob".
      *    identifica quem esta operando o programa, para a
      *    auditoria e o registro de promocao.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  REGISTRO-ENCONTRADO PIC X.
       77  CARGO-ORIGEM PIC 9(2).
       77  DATA-EFETIVA PIC 9(8).
       77  NIVEL-ANTERIOR PIC 9(2).
       77  DESDE-ANTERIOR PIC 9(8).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG161" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN INPUT ARQUIVO-CARGOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN EXTEND ARQUIVO-PROMOCOES.
           OPEN INPUT ARQUIVO-NIVEIS-CARGO.

           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           PERFORM PROMOVE-FUNCIONARIO
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-PROMOCOES.
           CLOSE ARQUIVO-NIVEIS-CARGO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
               DISPLAY "Funcionario ja esta nesse cargo, "
                   "nada gravado"
           ELSE
               PERFORM MOSTRA-DEGRAU-DESTINO
               PERFORM CONFIRMA-PROMOCAO.

       MOSTRA-DEGRAU-DESTINO.
      *    o degrau do cargo novo e o primeiro que paga ao menos o
      *    salario atual - a promocao nunca reduz salario.
           MOVE CARGO-VALIDAR-CODIGO TO NIVEL-BUSCA-CARGO.
           MOVE FUNCIONARIO-SALARIO TO NIVEL-BUSCA-SALARIO.
           PERFORM ACHA-NIVEL-DO-SALARIO.

           MOVE NIVEL-VALOR-ACHADO TO VALOR-EDITADO.

           IF NIVEL-ACHADO = ZEROS
               DISPLAY "Cargo de destino sem tabela salarial, "
                   "salario mantido".

           IF NIVEL-ACHADO NOT = ZEROS
               DISPLAY "Degrau no destino..: " NIVEL-ACHADO
                   " (" VALOR-EDITADO ")".

           IF NIVEL-VALOR-ACHADO > FUNCIONARIO-SALARIO
               DISPLAY "O reajuste do degrau vai para as "
                   "pendencias do PROG85".

       PEGA-CARGO-DESTINO.
      *    repete ate receber um cargo cadastrado - mesma regra do
      *    PROG36 na admissao.
       EFETIVA-PROMOCAO.
           ACCEPT DATA-EFETIVA FROM DATE YYYYMMDD.
           MOVE CARGO-VALIDAR-CODIGO TO FUNCIONARIO-CARGO-CODIGO.
           MOVE FUNCIONARIO-NIVEL TO NIVEL-ANTERIOR.
           MOVE FUNCIONARIO-NIVEL-DESDE TO DESDE-ANTERIOR.
           MOVE NIVEL-ACHADO TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.
           IF NIVEL-ACHADO NOT = ZEROS
               MOVE DATA-EFETIVA TO FUNCIONARIO-NIVEL-DESDE.
           ACCEPT FUNCIONARIO-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT FUNCIONARIO-HORA-ATUALIZACAO FROM TIME.

               NOT INVALID KEY
                   PERFORM GRAVA-PROMOCAO
                   PERFORM GRAVA-AUDITORIA
                   PERFORM GRAVA-AUDITORIA-NIVEL
                   PERFORM CONFERE-REAJUSTE-DO-DEGRAU
                   DISPLAY "Promocao gravada".

       GRAVA-PROMOCAO.
           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "CARGO" TO AUD-CAMPO.
           MOVE CARGO-ORIGEM TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-CARGO-CODIGO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       GRAVA-AUDITORIA-NIVEL.
           MOVE "NIVEL" TO AUD-CAMPO.
           MOVE NIVEL-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           MOVE "NIVEL DESDE" TO AUD-CAMPO.
           MOVE DESDE-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL-DESDE TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       CONFERE-REAJUSTE-DO-DEGRAU.
           IF NIVEL-VALOR-ACHADO > FUNCIONARIO-SALARIO
               PERFORM GRAVA-PENDENCIA-DEGRAU.

       GRAVA-PENDENCIA-DEGRAU.
           MOVE SPACES TO PENDENCIA-SALARIO-REGISTRO.
           MOVE DATA-EFETIVA TO PEND-DATA-EFETIVA.
           MOVE FUNCIONARIO-CODIGO TO PEND-CODIGO.
           MOVE NIVEL-VALOR-ACHADO TO PEND-SALARIO-NOVO.
           MOVE "P" TO PEND-SITUACAO.
           MOVE ZEROS TO PEND-DATA-APLICACAO.

           OPEN EXTEND ARQUIVO-PENDENCIAS-SALARIO.
           WRITE PENDENCIA-SALARIO-REGISTRO.
           CLOSE ARQUIVO-PENDENCIAS-SALARIO.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACARGO.cob".
           COPY "PDNIVELCARGO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

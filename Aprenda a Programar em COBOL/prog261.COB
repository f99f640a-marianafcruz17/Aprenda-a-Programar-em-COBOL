       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG261.
      *    manutencao do cadastro de distribuicao dos relatorios
      *    repartidos (distribuicao.dat) - para cada relatorio e
      *    cada valor da sua chave de quebra (departamento,
      *    vendedor, gestor ou filial), o operador que recebe a
      *    secao. E por ele que o PROG262 separa os contracheques
      *    do PROG148, o aging do PROG123, as certificacoes do
      *    PROG170 e as avaliacoes do PROG172 em uma fatia por
      *    destinatario. Restrito ao administrador, porque decide
      *    quem ve salario, e toda mudanca sai na trilha de
      *    auditoria com o destinatario antes e depois.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDISTRIB.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDDISTRIB.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  DADOS-VALIDOS PIC X.
       77  FIM-LISTAGEM PIC X.
       77  FIM-OPERADORES PIC X.
       77  OPERADOR-ACHADO PIC X.
       77  PERFIL-DESTINATARIO PIC X.
       77  QTD-LISTADOS PIC 9(4).
       77  DESTINATARIO-ANTERIOR PIC X(10).
       77  DESTINATARIO-INFORMADO PIC X(10).
       77  DESCRICAO-INFORMADA PIC X(20).
       77  PROGRAMA-INFORMADO PIC X(8).
       77  TIPO-INFORMADO PIC X.
       77  CHAVE-INFORMADA PIC 9(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG261" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           PERFORM EFETUA-LOGIN.

      *    quem recebe cada fatia decide quem le salario - so o
      *    perfil de administrador.
           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

           OPEN I-O ARQUIVO-DISTRIBUICAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-DISTRIBUICAO.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- DISTRIBUICAO DOS RELATORIOS ---".
           DISPLAY "1. Gravar destinatario (novo ou por cima)".
           DISPLAY "2. Excluir destinatario".
           DISPLAY "3. Listar cadastro".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM GRAVA-DESTINATARIO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM EXCLUI-DESTINATARIO.

           IF OPCAO-MENU = 3
               PERFORM LISTA-CADASTRO.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       PEGA-CHAVE.
           MOVE "S" TO DADOS-VALIDOS.

           DISPLAY "Programa do relatorio (ex. PROG148): ".
           ACCEPT PROGRAMA-INFORMADO.
           DISPLAY "Tipo de quebra (D depto, V vendedor, G gestor, "
               "F filial): ".
           ACCEPT TIPO-INFORMADO.
           DISPLAY "Valor da chave de quebra: ".
           ACCEPT CHAVE-INFORMADA.

           MOVE PROGRAMA-INFORMADO TO DISTRIB-PROGRAMA.
           MOVE TIPO-INFORMADO TO DISTRIB-TIPO-QUEBRA.
           MOVE CHAVE-INFORMADA TO DISTRIB-CHAVE-QUEBRA.

           IF PROGRAMA-INFORMADO = SPACES
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Programa obrigatorio".

           IF NOT DISTRIB-TIPO-VALIDO
               MOVE "N" TO DADOS-VALIDOS
               DISPLAY "Tipo de quebra invalido".

       LOCALIZA-DISTRIBUICAO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-DISTRIBUICAO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       GRAVA-DESTINATARIO.
           PERFORM PEGA-CHAVE.

           IF DADOS-VALIDOS = "S"
               PERFORM LOCALIZA-DISTRIBUICAO
               PERFORM PEGA-DESTINATARIO.

       PEGA-DESTINATARIO.
           MOVE SPACES TO DESTINATARIO-ANTERIOR.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE DISTRIB-DESTINATARIO TO DESTINATARIO-ANTERIOR
               DISPLAY "Destinatario atual: " DISTRIB-DESTINATARIO
                   " - " DISTRIB-DESCRICAO
           ELSE
               DISPLAY "Chave nova".

           DISPLAY "Operador que recebe a secao: ".
           ACCEPT DESTINATARIO-INFORMADO.
           DISPLAY "Descricao (area, gestor...): ".
           ACCEPT DESCRICAO-INFORMADA.

           PERFORM BUSCA-OPERADOR.

           IF OPERADOR-ACHADO = "N"
               DISPLAY "Operador nao cadastrado, nada gravado"
           ELSE
               PERFORM CONFIRMA-GRAVACAO.

       CONFIRMA-GRAVACAO.
      *    so avisa - a barreira de salario e do PROG262, na hora
      *    de repartir, com o perfil que o operador tiver entao.
           IF PERFIL-DESTINATARIO NOT = "F" AND
               PERFIL-DESTINATARIO NOT = "A"
               DISPLAY "Atencao: operador sem perfil de folha nao "
                   "recebe secao com salario".

           MOVE PROGRAMA-INFORMADO TO DISTRIB-PROGRAMA.
           MOVE TIPO-INFORMADO TO DISTRIB-TIPO-QUEBRA.
           MOVE CHAVE-INFORMADA TO DISTRIB-CHAVE-QUEBRA.
           MOVE DESTINATARIO-INFORMADO TO DISTRIB-DESTINATARIO.
           MOVE DESCRICAO-INFORMADA TO DISTRIB-DESCRICAO.

           IF REGISTRO-ENCONTRADO = "S"
               REWRITE DISTRIBUICAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao regravar o destinatario"
           ELSE
               WRITE DISTRIBUICAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o destinatario".

           MOVE "A" TO AUD-OPERACAO.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY "Destinatario gravado".

       BUSCA-OPERADOR.
           MOVE "N" TO OPERADOR-ACHADO.
           MOVE "N" TO FIM-OPERADORES.

           OPEN INPUT ARQUIVO-OPERADORES.
           PERFORM PROCURA-OPERADOR
               UNTIL FIM-OPERADORES = "S".
           CLOSE ARQUIVO-OPERADORES.

       PROCURA-OPERADOR.
           READ ARQUIVO-OPERADORES RECORD AT END
               MOVE "S" TO FIM-OPERADORES.

           IF FIM-OPERADORES = "N"
               IF OPERADOR-ID = DESTINATARIO-INFORMADO
                   MOVE "S" TO OPERADOR-ACHADO
                   MOVE OPERADOR-PERFIL TO PERFIL-DESTINATARIO
                   MOVE "S" TO FIM-OPERADORES.

       EXCLUI-DESTINATARIO.
           PERFORM PEGA-CHAVE.

           IF DADOS-VALIDOS = "S"
               PERFORM LOCALIZA-DISTRIBUICAO
               IF REGISTRO-ENCONTRADO = "N"
                   DISPLAY "Chave nao cadastrada"
               ELSE
                   PERFORM APAGA-DESTINATARIO.

       APAGA-DESTINATARIO.
           MOVE DISTRIB-DESTINATARIO TO DESTINATARIO-ANTERIOR.
           MOVE SPACES TO DESTINATARIO-INFORMADO.

           DELETE ARQUIVO-DISTRIBUICAO RECORD
               INVALID KEY
                   DISPLAY "Erro ao excluir o destinatario".

           MOVE "E" TO AUD-OPERACAO.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY "Destinatario excluido - a secao passa a sair "
               "sem destinatario".

       GRAVA-AUDITORIA.
      *    como no PROG176: a linha principal leva o destinatario
      *    antes e depois e a linha CHAVE amarra o relatorio e o
      *    tipo de quebra no mesmo horario.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE CHAVE-INFORMADA TO AUD-CODIGO.
           MOVE "DIS" TO AUD-ARQUIVO.
           MOVE CHAVE-INFORMADA TO AUD-CHAVE.
           MOVE "DISTRIBUICAO" TO AUD-CAMPO.
           MOVE DESTINATARIO-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE DESTINATARIO-INFORMADO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           MOVE "CHAVE" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTES.
           MOVE SPACES TO AUD-VALOR-DEPOIS.
           STRING PROGRAMA-INFORMADO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TIPO-INFORMADO DELIMITED BY SIZE
               INTO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       LISTA-CADASTRO.
           MOVE ZEROS TO QTD-LISTADOS.
           MOVE LOW-VALUES TO DISTRIB-CHAVE.
           MOVE "N" TO FIM-LISTAGEM.

           START ARQUIVO-DISTRIBUICAO
               KEY IS NOT LESS THAN DISTRIB-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-LISTAGEM.

           PERFORM MOSTRA-DISTRIBUICAO
               UNTIL FIM-LISTAGEM = "S".

           DISPLAY "Chaves cadastradas: " QTD-LISTADOS.

       MOSTRA-DISTRIBUICAO.
           READ ARQUIVO-DISTRIBUICAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-LISTAGEM.

           IF FIM-LISTAGEM = "N"
               ADD 1 TO QTD-LISTADOS
               DISPLAY DISTRIB-PROGRAMA " " DISTRIB-TIPO-QUEBRA
                   " " DISTRIB-CHAVE-QUEBRA " -> "
                   DISTRIB-DESTINATARIO " " DISTRIB-DESCRICAO.

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

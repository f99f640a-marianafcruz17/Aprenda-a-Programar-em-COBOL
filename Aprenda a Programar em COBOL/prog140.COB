      *    duplicado, aproveita do duplicado os campos de endereco,
      *    telefone e email que o sobrevivente tinha em branco, e
      *    aposenta o registro duplicado - tudo com um log impresso
      *    de antes e depois de cada coisa movida. Os campos
      *    aproveitados no sobrevivente e a exclusao do duplicado
      *    tambem vao para a trilha de auditoria, com o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCOTACAO.cob".
           COPY "SBFATURA.cob".
           COPY "SBCONTATO.cob".
           COPY "SBAUDITORIA.cob".
           SELECT RELATORIO-FUSAO
               ASSIGN TO "FUSAOCLIENTES.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDCOTACAO.cob".
           COPY "FDFATURA.cob".
           COPY "FDCONTATO.cob".
           COPY "FDAUDITORIA.cob".

       FD  RELATORIO-FUSAO.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
       77  CODIGO-SOBREVIVENTE PIC 9(4).
       77  CODIGO-DUPLICADO PIC 9(4).
      *    copia do registro do sobrevivente enquanto o FD carrega
      *    o duplicado, e do contato em transito entre o DELETE e o
      *    WRITE sob o codigo novo.
       77  SOBREVIVENTE-SALVO PIC X(171).
       77  DUPLICADO-SALVO PIC X(171).
       77  CONTATO-SALVO PIC X(100).
       77  DUP-TELEFONE PIC X(10).
       77  DUP-EMAIL PIC X(30).
       77  DUP-BLOQUEIO PIC X.
       77  DUP-ENDERECO PIC X(66).
       77  DUP-CEP PIC 9(8).

       77  AUDITORIA-OPERADOR PIC X(10).
       77  OPERACAO-AUDITADA PIC X.
       77  NOME-CAMPO-ALTERADO PIC X(15).
       77  VALOR-ANTIGO PIC X(66).
       77  VALOR-NOVO PIC X(66).
      *    o depois da exclusao do duplicado aponta o sobrevivente.
       01  FUSAO-DESTINO.
           05 FILLER PIC X(11) VALUE "FUNDIDO EM ".
           05 FUSAO-DESTINO-CODIGO PIC 9(4).

       01  LINHA-LOG.
           05 LOG-TEXTO PIC X(30).
           05 LOG-DETALHE PIC X(66).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG140" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           DISPLAY "Codigo do cliente SOBREVIVENTE: ".
           ACCEPT CODIGO-SOBREVIVENTE.
           DISPLAY "Codigo do cliente DUPLICADO: ".

       EXECUTA-FUSAO.
           OPEN OUTPUT RELATORIO-FUSAO.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE ZEROS TO QTD-PEDIDOS-MOVIDOS.
           MOVE ZEROS TO QTD-COTACOES-MOVIDAS.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE RELATORIO-FUSAO.
           CLOSE ARQUIVO-AUDITORIA.

           DISPLAY "Fusao concluida, log em FUSAOCLIENTES.LST".
           DISPLAY "Pedidos movidos..: " QTD-PEDIDOS-MOVIDOS.
           MOVE CLIENTE-EMAIL TO DUP-EMAIL.
           MOVE CLIENTE-ENDERECO TO DUP-ENDERECO.
           MOVE CLIENTE-CEP TO DUP-CEP.
           MOVE CLIENTE-BLOQUEIO-CREDITO TO DUP-BLOQUEIO.

           MOVE SOBREVIVENTE-SALVO TO CLIENTE-REGISTRO.

               MOVE DUP-TELEFONE TO CLIENTE-TELEFONE
               MOVE "TELEFONE APROVEITADO" TO LOG-TEXTO
               MOVE DUP-TELEFONE TO LOG-DETALHE
               PERFORM ESCREVE-LOG
               MOVE "TELEFONE" TO NOME-CAMPO-ALTERADO
               MOVE SPACES TO VALOR-ANTIGO
               MOVE DUP-TELEFONE TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-ALTERACAO.

           IF CLIENTE-EMAIL = SPACES AND
               DUP-EMAIL NOT = SPACES
               MOVE DUP-EMAIL TO CLIENTE-EMAIL
               MOVE "EMAIL APROVEITADO" TO LOG-TEXTO
               MOVE DUP-EMAIL TO LOG-DETALHE
               PERFORM ESCREVE-LOG
               MOVE "EMAIL" TO NOME-CAMPO-ALTERADO
               MOVE SPACES TO VALOR-ANTIGO
               MOVE DUP-EMAIL TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-ALTERACAO.

           IF CLIENTE-CEP = ZEROS AND DUP-CEP NOT = ZEROS
               MOVE "ENDERECO" TO NOME-CAMPO-ALTERADO
               MOVE CLIENTE-ENDERECO TO VALOR-ANTIGO
               MOVE DUP-ENDERECO TO VALOR-NOVO
               MOVE DUP-ENDERECO TO CLIENTE-ENDERECO
               MOVE "ENDERECO APROVEITADO" TO LOG-TEXTO
               MOVE DUP-ENDERECO TO LOG-DETALHE
               PERFORM ESCREVE-LOG
               PERFORM GRAVA-AUDITORIA-ALTERACAO.

      *    as faturas em aviso final do duplicado passam para o
      *    sobrevivente, e o bloqueio de credito vai junto.
           IF DUP-BLOQUEIO = "S" AND NOT CLIENTE-BLOQUEADO
               MOVE "S" TO CLIENTE-BLOQUEIO-CREDITO
               MOVE "BLOQUEIO DE CREDITO HERDADO" TO LOG-TEXTO
               MOVE SPACES TO LOG-DETALHE
               PERFORM ESCREVE-LOG
               MOVE "BLOQUEIO CRED" TO NOME-CAMPO-ALTERADO
               MOVE SPACES TO VALOR-ANTIGO
               MOVE "S" TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-ALTERACAO.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao apagar o duplicado"
               NOT INVALID KEY
                   DISPLAY "Duplicado " CODIGO-DUPLICADO
                       " removido do cadastro"
                   PERFORM GRAVA-AUDITORIA-EXCLUSAO.

      *    o campo, o antes e o depois chegam em NOME-CAMPO-ALTERADO,
      *    VALOR-ANTIGO e VALOR-NOVO, como na alteracao do PROG50.
       GRAVA-AUDITORIA-ALTERACAO.
           MOVE "A" TO OPERACAO-AUDITADA.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA-EXCLUSAO.
           MOVE "E" TO OPERACAO-AUDITADA.
           MOVE "CLIENTE" TO NOME-CAMPO-ALTERADO.
           MOVE CLIENTE-NOME TO VALOR-ANTIGO.
           MOVE CODIGO-SOBREVIVENTE TO FUSAO-DESTINO-CODIGO.
           MOVE FUSAO-DESTINO TO VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE OPERACAO-AUDITADA TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       ESCREVE-LOG.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDCONFIRMA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

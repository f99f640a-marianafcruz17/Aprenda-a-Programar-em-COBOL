       PROGRAM-ID. PROG91.
      *    registro de ponto em ponto.dat - entrada e saida por
      *    funcionario e dia, validando que o funcionario existe e
      *    esta ativo. Marcacao ja existente (a saida que faltou,
      *    o horario errado) ou dia anterior sem marcacao nao e
      *    mais gravado direto: vira pedido de correcao em
      *    correcoes_ponto.dat, com motivo e horarios original e
      *    proposto, para o gestor do funcionario aprovar no
      *    PROG204 - so a correcao aprovada muda ponto.dat.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPONTO.cob".
           COPY "SBCORRPONTO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPONTO.cob".
           COPY "FDCORRPONTO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVALIDADATA.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  PONTO-JA-EXISTE PIC X.
       77  DATA-DE-HOJE PIC 9(8).
      *    identifica quem digitou o pedido de correcao.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  PEDIDO-VALIDO PIC X.
       77  CORRECAO-GRAVADA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG91" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PONTO.
           OPEN I-O ARQUIVO-CORRECOES-PONTO.

           MOVE 9999 TO CODIGO-INFORMADO.
           PERFORM REGISTRA-PONTO

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-CORRECOES-PONTO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
               INVALID KEY
                   MOVE "N" TO PONTO-JA-EXISTE.

      *    so a marcacao nova do proprio dia (ou de dia futuro)
      *    entra direto - o resto e correcao e passa pelo gestor.
           IF PONTO-JA-EXISTE = "S" OR
               VALIDADATA-DATA < DATA-DE-HOJE
               PERFORM PEDE-CORRECAO
           ELSE
               PERFORM GRAVA-MARCACAO-NOVA.

               NOT INVALID KEY
                   DISPLAY "Marcacao gravada".

       PEDE-CORRECAO.
           IF FUNCIONARIO-GESTOR-CODIGO = ZEROS
               DISPLAY "Funcionario sem gestor definido - a "
                   "correcao precisa de quem aprove (PROG37)"
           ELSE
               PERFORM MONTA-PEDIDO-CORRECAO.

       MONTA-PEDIDO-CORRECAO.
           MOVE SPACES TO CORRECAO-PONTO-REGISTRO.
           MOVE CODIGO-INFORMADO TO CORR-FUNCIONARIO-CODIGO.
           MOVE VALIDADATA-DATA TO CORR-DATA.

           IF PONTO-JA-EXISTE = "S"
               DISPLAY "Ja existe marcacao neste dia: entrada "
                   PONTO-HORA-ENTRADA " saida " PONTO-HORA-SAIDA
               MOVE "S" TO CORR-MARCACAO-EXISTIA
               MOVE PONTO-HORA-ENTRADA TO CORR-ENTRADA-ORIGINAL
               MOVE PONTO-HORA-SAIDA TO CORR-SAIDA-ORIGINAL
           ELSE
               DISPLAY "Dia anterior sem marcacao - a inclusao "
                   "vira pedido de correcao"
               MOVE "N" TO CORR-MARCACAO-EXISTIA
               MOVE ZEROS TO CORR-ENTRADA-ORIGINAL
               MOVE ZEROS TO CORR-SAIDA-ORIGINAL.

           PERFORM PEGA-MOTIVO-CORRECAO.
           DISPLAY "Justificativa: ".
           ACCEPT CORR-JUSTIFICATIVA.
           DISPLAY "Hora de entrada correta (HHMM, 0 se faltou): ".
           ACCEPT CORR-ENTRADA-PROPOSTA.
           DISPLAY "Hora de saida correta (HHMM, 0 se faltou): ".
           ACCEPT CORR-SAIDA-PROPOSTA.

           PERFORM CONFERE-PEDIDO-CORRECAO.

           IF PEDIDO-VALIDO = "S"
               PERFORM GRAVA-PEDIDO-CORRECAO.

       PEGA-MOTIVO-CORRECAO.
           MOVE SPACE TO CORR-MOTIVO.
           PERFORM ACEITA-MOTIVO-CORRECAO
               UNTIL CORR-MOTIVO-VALIDO.

       ACEITA-MOTIVO-CORRECAO.
           DISPLAY "Motivo: E = esquecimento, F = falha do relogio,".
           DISPLAY "        V = servico externo, O = outro: ".
           ACCEPT CORR-MOTIVO.

           IF NOT CORR-MOTIVO-VALIDO
               DISPLAY "Motivo invalido".

       CONFERE-PEDIDO-CORRECAO.
           MOVE "S" TO PEDIDO-VALIDO.

           IF CORR-OUTRO-MOTIVO AND CORR-JUSTIFICATIVA = SPACES
               MOVE "N" TO PEDIDO-VALIDO
               DISPLAY "Motivo O exige justificativa, pedido "
                   "nao gravado".

           IF CORR-ENTRADA-PROPOSTA = CORR-ENTRADA-ORIGINAL AND
               CORR-SAIDA-PROPOSTA = CORR-SAIDA-ORIGINAL
               MOVE "N" TO PEDIDO-VALIDO
               DISPLAY "Horarios iguais aos atuais, nada a corrigir".

       GRAVA-PEDIDO-CORRECAO.
           MOVE FUNCIONARIO-GESTOR-CODIGO TO CORR-GESTOR-CODIGO.
           MOVE "P" TO CORR-SITUACAO.
           MOVE DATA-DE-HOJE TO CORR-DATA-PEDIDO.
           MOVE AUDITORIA-OPERADOR TO CORR-OPERADOR-PEDIDO.
           MOVE ZEROS TO CORR-DATA-DECISAO.
           MOVE SPACES TO CORR-OPERADOR-DECISAO.

      *    varios pedidos no mesmo dia ganham sequencias 01, 02...
           MOVE "N" TO CORRECAO-GRAVADA.
           MOVE ZEROS TO CORR-SEQUENCIA.
           PERFORM TENTA-GRAVAR-CORRECAO
               UNTIL CORRECAO-GRAVADA = "S" OR CORR-SEQUENCIA = 99.

           IF CORRECAO-GRAVADA = "S"
               DISPLAY "Pedido de correcao gravado, aguarda o "
                   "gestor " CORR-GESTOR-CODIGO " no PROG204"
           ELSE
               DISPLAY "Limite de pedidos do dia atingido".

       TENTA-GRAVAR-CORRECAO.
           ADD 1 TO CORR-SEQUENCIA.

           WRITE CORRECAO-PONTO-REGISTRO
               INVALID KEY
                   MOVE "N" TO CORRECAO-GRAVADA
               NOT INVALID KEY
                   MOVE "S" TO CORRECAO-GRAVADA.

       PEGA-DATA-VALIDADA.
           MOVE "N" TO VALIDADATA-OK.
               DISPLAY "Data invalida, informe de novo (AAAAMMDD): ".

           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

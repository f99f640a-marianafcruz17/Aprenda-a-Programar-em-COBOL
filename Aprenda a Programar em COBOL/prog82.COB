      *    por quem) em transferencias_depto.dat a cada mudanca,
      *    atualiza o cadastro e audita, para "ha quanto tempo a Ana
      *    esta no departamento 03" ter resposta.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBTRANSFDEPTO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDTRANSFDEPTO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDADEPTO.cob".
      *    identifica quem esta operando o programa, para a

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG82" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "DEPARTAMENTO" TO AUD-CAMPO.
           MOVE DEPTO-ORIGEM TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-DEPTO-CODIGO TO AUD-VALOR-DEPOIS.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDADEPTO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

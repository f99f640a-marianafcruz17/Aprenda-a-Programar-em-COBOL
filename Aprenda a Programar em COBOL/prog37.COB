       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG37.
      *    alterando registro de um arquivo
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPARAMETRO.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBFAIXASAL.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDFAIXASAL.cob".
           COPY "FDJANELA.cob".
       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSVERIFICAEMAIL.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
      *    registro de auditoria.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  NOME-CAMPO-ALTERADO PIC X(15).
      *    imagem inteira do registro (226 bytes, o tamanho de
      *    FUNCIONARIO-REGISTRO), usada para detectar se alguem
      *    alterou o mesmo funcionario entre a leitura e o REWRITE.
       77  FUNCIONARIO-SNAPSHOT-ORIGINAL PIC X(226).
       77  FUNCIONARIO-SNAPSHOT-ATUAL PIC X(226).
       77  FUNCIONARIO-REGISTRO-EDITADO PIC X(226).
       77  LEITURA-ATUAL-OK PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
      *    maior que o codigo do funcionario (9(4)) de proposito,
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG37" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           PERFORM CARREGA-SEQUENCIAS.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           COPY "PDVALIDAFAIXA.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACPF.cob".
           COPY "PDCPFDUPLICADO.cob".
           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".

      *    do extrato e incluida (se o codigo ainda nao existe) ou
      *    atualizada (se ja existe), ao contrario do PROG42 que so
      *    inclui.
      *    o vendedor do cliente vem do territorio de vendas
      *    (PROG253) que cobre a UF e o CEP, quando algum cobre;
      *    senao fica o vendedor do extrato - e, na atualizacao,
      *    um extrato sem vendedor nao apaga o que o cliente tem.
      *    na atualizacao a auditoria grava uma linha por campo que
      *    o extrato mudou (nome, endereco, telefone, email e
      *    vendedor), com o antes e o depois, como o PROG50.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBAUDITORIA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBTERRITORIO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDOS-CLIENTES.
           COPY "FDSEQUENCIA.cob".

           COPY "FDEXECUCAO.cob".
           COPY "FDTERRITORIO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  TOTAL-INCLUIDOS PIC 9(4).
       77  TOTAL-ATUALIZADOS PIC 9(4).
       77  TOTAL-REJEITADOS PIC 9(4).
       77  TOTAL-VENDEDOR-TERRITORIO PIC 9(4).
      *    cliente como estava antes da atualizacao pelo extrato,
      *    para o antes de cada linha de auditoria.
       01  CLIENTE-ANTERIOR.
           05 ANTERIOR-NOME PIC X(20).
           05 ANTERIOR-ENDERECO PIC X(66).
           05 ANTERIOR-TELEFONE PIC X(10).
           05 ANTERIOR-EMAIL PIC X(30).
           05 ANTERIOR-VENDEDOR PIC 9(4).
       77  NOME-CAMPO-ALTERADO PIC X(15).
       77  VALOR-ANTIGO PIC X(66).
       77  VALOR-NOVO PIC X(66).

           COPY "WSTERRITORIO.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG66" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           OPEN INPUT ARQUIVO-PEDIDOS-CLIENTES.
           MOVE ZEROS TO TOTAL-ATUALIZADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.
           MOVE ZEROS TO TOTAL-CODIGOS-ATRIBUIDOS.
           MOVE ZEROS TO TOTAL-VENDEDOR-TERRITORIO.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-TERRITORIOS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-EXTRATO.
           DISPLAY "Registros rejeitados..: " TOTAL-REJEITADOS.
           DISPLAY "Codigos atribuidos....: "
               TOTAL-CODIGOS-ATRIBUIDOS.
           DISPLAY "Vendedor do territorio: "
               TOTAL-VENDEDOR-TERRITORIO.
           PERFORM GRAVA-EXECUCAO.

       PROGRAM-DONE.
           MOVE EXT-TELEFONE TO CLIENTE-TELEFONE.
           MOVE EXT-EMAIL TO CLIENTE-EMAIL.
           MOVE EXT-FUNCIONARIO-CODIGO TO CLIENTE-FUNCIONARIO-CODIGO.
           PERFORM APLICA-VENDEDOR-TERRITORIO.
      *    o extrato nao traz limite de credito - cliente novo entra
      *    sem limite, a definir pelo PROG50.
           MOVE ZEROS TO CLIENTE-LIMITE-CREDITO.
      *    nem CPF/CNPJ - o documento e digitado pelo PROG50.
           MOVE SPACE TO CLIENTE-TIPO-PESSOA.
           MOVE ZEROS TO CLIENTE-CPF-CNPJ.
           MOVE ZEROS TO CLIENTE-DATA-REVISAO-CREDITO.

           WRITE CLIENTE-REGISTRO
               INVALID KEY
               PERFORM GRAVA-SEQUENCIAS.

       ATUALIZA-CLIENTE.
           MOVE CLIENTE-NOME TO ANTERIOR-NOME.
           MOVE CLIENTE-ENDERECO TO ANTERIOR-ENDERECO.
           MOVE CLIENTE-TELEFONE TO ANTERIOR-TELEFONE.
           MOVE CLIENTE-EMAIL TO ANTERIOR-EMAIL.
           MOVE CLIENTE-FUNCIONARIO-CODIGO TO ANTERIOR-VENDEDOR.

           MOVE EXT-NOME TO CLIENTE-NOME.
      *    mesmo tratamento do blocao de endereco da inclusao -
      *    sobrescreve as partes ja separadas, que precisam ser
           MOVE ZEROS TO CLIENTE-CEP.
           MOVE EXT-TELEFONE TO CLIENTE-TELEFONE.
           MOVE EXT-EMAIL TO CLIENTE-EMAIL.
           IF EXT-FUNCIONARIO-CODIGO NOT = ZEROS
               MOVE EXT-FUNCIONARIO-CODIGO TO
                   CLIENTE-FUNCIONARIO-CODIGO.
           PERFORM APLICA-VENDEDOR-TERRITORIO.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   ADD 1 TO TOTAL-ATUALIZADOS
                   PERFORM GRAVA-AUDITORIA-ALTERACAO.

      *    territorio vigente hoje tem precedencia sobre o vendedor
      *    do extrato, a mesma regra da inclusao manual do PROG32.
      *    Como o CEP do extrato chega zerado, na pratica so casa o
      *    territorio de UF inteira - os demais clientes acertam
      *    pelo PROG254 depois que o PROG50 separa o endereco.
       APLICA-VENDEDOR-TERRITORIO.
           MOVE CLIENTE-ESTADO TO TERRIT-BUSCA-ESTADO.
           MOVE CLIENTE-CEP TO TERRIT-BUSCA-CEP.
           MOVE EXECUCAO-DATA-INICIO TO TERRIT-BUSCA-DATA.
           PERFORM BUSCA-TERRITORIO.

           IF TERRIT-ACHADO = "S"
               MOVE TERRIT-VENDEDOR-ACHADO TO
                   CLIENTE-FUNCIONARIO-CODIGO
               ADD 1 TO TOTAL-VENDEDOR-TERRITORIO.

       GRAVA-AUDITORIA-INCLUSAO.
      *    registra a carga em lote no mesmo arquivo de auditoria
      *    usado pelos programas interativos de funcionario, para
           MOVE "I" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE "CLIENTE" TO AUD-CAMPO.
           MOVE SPACE TO AUD-VALOR-ANTES.
           MOVE CLIENTE-NOME TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

      *    uma linha por campo que mudou - os nomes de campo sao os
      *    mesmos da alteracao manual do PROG50.
       GRAVA-AUDITORIA-ALTERACAO.
           IF CLIENTE-NOME NOT = ANTERIOR-NOME
               MOVE "NOME" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-NOME TO VALOR-ANTIGO
               MOVE CLIENTE-NOME TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-CAMPO.

           IF CLIENTE-ENDERECO NOT = ANTERIOR-ENDERECO
               MOVE "ENDERECO" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-ENDERECO TO VALOR-ANTIGO
               MOVE CLIENTE-ENDERECO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-CAMPO.

           IF CLIENTE-TELEFONE NOT = ANTERIOR-TELEFONE
               MOVE "TELEFONE" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-TELEFONE TO VALOR-ANTIGO
               MOVE CLIENTE-TELEFONE TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-CAMPO.

           IF CLIENTE-EMAIL NOT = ANTERIOR-EMAIL
               MOVE "EMAIL" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-EMAIL TO VALOR-ANTIGO
               MOVE CLIENTE-EMAIL TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-CAMPO.

           IF CLIENTE-FUNCIONARIO-CODIGO NOT = ANTERIOR-VENDEDOR
               MOVE "VENDEDOR" TO NOME-CAMPO-ALTERADO
               MOVE ANTERIOR-VENDEDOR TO VALOR-ANTIGO
               MOVE CLIENTE-FUNCIONARIO-CODIGO TO VALOR-NOVO
               PERFORM GRAVA-AUDITORIA-CAMPO.

       GRAVA-AUDITORIA-CAMPO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE "BATCH" TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       GRAVA-EXECUCAO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDTERRITORIO.cob".
           COPY "PDJANELA.cob".

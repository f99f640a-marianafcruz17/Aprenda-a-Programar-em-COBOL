       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG262.
      *    reparticao de relatorio por destinatario - pega um
      *    relatorio carimbado do arquivo morto (contracheques do
      *    PROG148, aging do PROG123, certificacoes do PROG170,
      *    avaliacoes do PROG172) e, pelo mapa de secoes que o
      *    proprio relatorio gravou (secoes_relatorio.dat) e pelo
      *    cadastro de distribuicao do PROG261, separa uma fatia
      *    por operador destinatario, com o cabecalho do relatorio
      *    no topo. Cada fatia e carimbada (DISTRIB_AAAAMMDD_NNN)
      *    e registrada em impressoes.dat com o destinatario e o
      *    relatorio de origem, para o PROG119 reimprimir so a
      *    fatia de quem pedir. Secao com salario so vai para
      *    operador com perfil de folha ou de administrador. O log
      *    distribuicao_log.dat guarda, secao a secao, as paginas
      *    do relatorio inteiro, quem recebeu e em que fatia - ou
      *    por que ninguem recebeu. O relatorio inteiro fica
      *    intocado no arquivo morto.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBIMPRESSAO.cob".
           COPY "SBSECAO.cob".
           COPY "SBDISTRIB.cob".
           COPY "SBDISTLOG.cob".
           COPY "SBOPERADORES.cob".
      *    o relatorio a repartir e escolhido em tempo de execucao
      *    e apontado pela variavel de ambiente ORIGEMDIST.
           SELECT OPTIONAL ARQUIVO-ORIGEM
               ASSIGN TO ORIGEMDIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-FATIA
               ASSIGN TO SAIDADISTRIB
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDIMPRESSAO.cob".
           COPY "FDSECAO.cob".
           COPY "FDDISTRIB.cob".
           COPY "FDDISTLOG.cob".
           COPY "FDOPERADORES.cob".

       FD  ARQUIVO-ORIGEM.
       01  LINHA-ORIGEM PIC X(132).

       FD  RELATORIO-FATIA.
       01  LINHA-FATIA PIC X(132).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  NOME-ESCOLHIDO PIC X(30).
       77  ACHOU-NO-INDICE PIC X.
       77  PROGRAMA-DO-RELATORIO PIC X(8).
       77  LINHAS-DO-RELATORIO PIC 9(6).
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-OPERADORES PIC X.
       77  LINHA-ATUAL PIC 9(6).
       77  QTD-SECOES PIC 9(5).
       77  INDICE-SECAO PIC 9(5).
       77  SECAO-CORRENTE PIC 9(5).
       77  PROXIMA-SECAO PIC 9(5).
       77  QTD-DESTINATARIOS PIC 9(3).
       77  INDICE-DESTINO PIC 9(3).
       77  DESTINO-ACHADO PIC 9(3).
       77  QTD-FATIAS PIC 9(3).
       77  QTD-ENTREGUES PIC 9(5).
       77  QTD-SEM-DESTINATARIO PIC 9(5).
       77  QTD-BARRADAS PIC 9(5).

      *    as secoes do relatorio escolhido, na ordem em que foram
      *    gravadas (a ordem das linhas), com a linha final ja
      *    calculada e o destino resolvido.
       01  TABELA-SECOES.
           05 SECAO-ENTRADA OCCURS 9999 TIMES.
               10 TS-LINHA-INICIAL PIC 9(6).
               10 TS-LINHA-FINAL PIC 9(6).
               10 TS-TIPO PIC X.
               10 TS-CHAVE PIC 9(4).
               10 TS-SALARIAL PIC X.
               10 TS-DESTINATARIO PIC X(10).
      *    "E" entregue, "S" sem destinatario, "P" barrada pelo
      *    perfil, "R" rodape (fica so no relatorio inteiro).
               10 TS-SITUACAO PIC X.
               10 TS-DESTINO PIC 9(3).

      *    um destinatario por operador, com o perfil lido de
      *    operadores.dat e a fatia que recebeu.
       01  TABELA-DESTINATARIOS.
           05 DESTINO-ENTRADA OCCURS 500 TIMES.
               10 TD-OPERADOR PIC X(10).
               10 TD-PERFIL PIC X.
               10 TD-SECOES PIC 9(5).
               10 TD-FATIA PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           PERFORM LISTA-RELATORIOS-INTEIROS.

           DISPLAY "Informe o relatorio a repartir ".
           DISPLAY " (em branco para sair): ".
           ACCEPT NOME-ESCOLHIDO.

           IF NOME-ESCOLHIDO NOT = SPACES
               PERFORM LOCALIZA-NO-INDICE
               IF ACHOU-NO-INDICE = "N"
                   DISPLAY "Relatorio nao consta do arquivo morto"
               ELSE
                   PERFORM CARREGA-SECOES
                   IF QTD-SECOES = ZEROS
                       DISPLAY "Relatorio sem mapa de secoes - nao "
                           "e repartivel"
                   ELSE
                       PERFORM REPARTE-RELATORIO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       REPARTE-RELATORIO.
           PERFORM RESOLVE-DESTINOS.
           PERFORM GERA-FATIAS.
           PERFORM GRAVA-LOG-DISTRIBUICAO.

           DISPLAY "Fatias geradas.........: " QTD-FATIAS.
           DISPLAY "Secoes entregues.......: " QTD-ENTREGUES.
           DISPLAY "Secoes sem destinatario: " QTD-SEM-DESTINATARIO.
           DISPLAY "Secoes barradas/perfil.: " QTD-BARRADAS.
           DISPLAY "Distribuicao registrada em distribuicao_log.dat".

       LISTA-RELATORIOS-INTEIROS.
      *    so os relatorios inteiros - as fatias ja repartidas tem
      *    destinatario no indice.
           OPEN INPUT ARQUIVO-IMPRESSOES.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-IMPRESSAO.

           PERFORM MOSTRA-IMPRESSAO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-IMPRESSOES.

       LEIA-PROXIMA-IMPRESSAO.
           READ ARQUIVO-IMPRESSOES RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       MOSTRA-IMPRESSAO.
           IF IMP-DESTINATARIO = SPACES
               DISPLAY IMP-PROGRAMA " " IMP-DATA " " IMP-ARQUIVO
                   " pag " IMP-PAGINAS.

           PERFORM LEIA-PROXIMA-IMPRESSAO.

       LOCALIZA-NO-INDICE.
           MOVE "N" TO ACHOU-NO-INDICE.
           OPEN INPUT ARQUIVO-IMPRESSOES.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-IMPRESSAO.

           PERFORM CONFERE-IMPRESSAO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-IMPRESSOES.

       CONFERE-IMPRESSAO.
           IF IMP-ARQUIVO = NOME-ESCOLHIDO AND
               IMP-DESTINATARIO = SPACES
               MOVE "S" TO ACHOU-NO-INDICE
               MOVE IMP-PROGRAMA TO PROGRAMA-DO-RELATORIO
               MOVE IMP-LINHAS TO LINHAS-DO-RELATORIO.

           PERFORM LEIA-PROXIMA-IMPRESSAO.

       CARREGA-SECOES.
           MOVE ZEROS TO QTD-SECOES.
           OPEN INPUT ARQUIVO-SECOES.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-SECAO.

           PERFORM GUARDA-SECAO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-SECOES.

           IF QTD-SECOES > ZEROS
               PERFORM CALCULA-LINHA-FINAL
                   VARYING INDICE-SECAO FROM 1 BY 1
                   UNTIL INDICE-SECAO > QTD-SECOES.

       LEIA-PROXIMA-SECAO.
           READ ARQUIVO-SECOES RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       GUARDA-SECAO.
      *    a ultima posicao da tabela fica livre como sentinela da
      *    varredura das linhas.
           IF SECAO-ARQUIVO = NOME-ESCOLHIDO AND QTD-SECOES < 9998
               ADD 1 TO QTD-SECOES
               MOVE SECAO-LINHA-INICIAL TO
                   TS-LINHA-INICIAL (QTD-SECOES)
               MOVE SECAO-TIPO-QUEBRA TO TS-TIPO (QTD-SECOES)
               MOVE SECAO-CHAVE TO TS-CHAVE (QTD-SECOES)
               MOVE SECAO-SALARIAL TO TS-SALARIAL (QTD-SECOES)
               MOVE SPACES TO TS-DESTINATARIO (QTD-SECOES)
               MOVE ZEROS TO TS-DESTINO (QTD-SECOES).

           PERFORM LEIA-PROXIMA-SECAO.

       CALCULA-LINHA-FINAL.
      *    a secao vai ate a linha antes da seguinte; a ultima vai
      *    ate o fim do relatorio.
           IF INDICE-SECAO < QTD-SECOES
               COMPUTE TS-LINHA-FINAL (INDICE-SECAO) =
                   TS-LINHA-INICIAL (INDICE-SECAO + 1) - 1
           ELSE
               MOVE LINHAS-DO-RELATORIO TO
                   TS-LINHA-FINAL (INDICE-SECAO).

           IF TS-LINHA-FINAL (INDICE-SECAO) <
               TS-LINHA-INICIAL (INDICE-SECAO)
               MOVE TS-LINHA-INICIAL (INDICE-SECAO) TO
                   TS-LINHA-FINAL (INDICE-SECAO).

       RESOLVE-DESTINOS.
           MOVE ZEROS TO QTD-DESTINATARIOS.
           MOVE ZEROS TO QTD-ENTREGUES.
           MOVE ZEROS TO QTD-SEM-DESTINATARIO.
           MOVE ZEROS TO QTD-BARRADAS.

           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           PERFORM RESOLVE-UMA-SECAO
               VARYING INDICE-SECAO FROM 1 BY 1
               UNTIL INDICE-SECAO > QTD-SECOES.
           CLOSE ARQUIVO-DISTRIBUICAO.

       RESOLVE-UMA-SECAO.
           IF TS-TIPO (INDICE-SECAO) = "R"
               MOVE "R" TO TS-SITUACAO (INDICE-SECAO)
           ELSE
               PERFORM LE-DISTRIBUICAO
               IF REGISTRO-ENCONTRADO = "N"
                   MOVE "S" TO TS-SITUACAO (INDICE-SECAO)
                   ADD 1 TO QTD-SEM-DESTINATARIO
               ELSE
                   PERFORM ACHA-DESTINATARIO
                   PERFORM CONFERE-PERFIL.

       LE-DISTRIBUICAO.
           MOVE PROGRAMA-DO-RELATORIO TO DISTRIB-PROGRAMA.
           MOVE TS-TIPO (INDICE-SECAO) TO DISTRIB-TIPO-QUEBRA.
           MOVE TS-CHAVE (INDICE-SECAO) TO DISTRIB-CHAVE-QUEBRA.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-DISTRIBUICAO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       ACHA-DESTINATARIO.
           MOVE DISTRIB-DESTINATARIO TO TS-DESTINATARIO (INDICE-SECAO).
           MOVE ZEROS TO DESTINO-ACHADO.

           PERFORM PROCURA-DESTINATARIO
               VARYING INDICE-DESTINO FROM 1 BY 1
               UNTIL INDICE-DESTINO > QTD-DESTINATARIOS.

           IF DESTINO-ACHADO = ZEROS AND QTD-DESTINATARIOS < 500
               ADD 1 TO QTD-DESTINATARIOS
               MOVE QTD-DESTINATARIOS TO DESTINO-ACHADO
               MOVE DISTRIB-DESTINATARIO TO
                   TD-OPERADOR (DESTINO-ACHADO)
               MOVE ZEROS TO TD-SECOES (DESTINO-ACHADO)
               MOVE SPACES TO TD-FATIA (DESTINO-ACHADO)
               PERFORM BUSCA-PERFIL-OPERADOR.

           MOVE DESTINO-ACHADO TO TS-DESTINO (INDICE-SECAO).

       PROCURA-DESTINATARIO.
           IF TD-OPERADOR (INDICE-DESTINO) = DISTRIB-DESTINATARIO
               MOVE INDICE-DESTINO TO DESTINO-ACHADO.

       BUSCA-PERFIL-OPERADOR.
      *    operador que saiu de operadores.dat fica sem perfil -
      *    recebe o que nao e salarial, e nada com salario.
           MOVE SPACE TO TD-PERFIL (DESTINO-ACHADO).
           MOVE "N" TO FIM-OPERADORES.

           OPEN INPUT ARQUIVO-OPERADORES.
           PERFORM PROCURA-OPERADOR
               UNTIL FIM-OPERADORES = "S".
           CLOSE ARQUIVO-OPERADORES.

       PROCURA-OPERADOR.
           READ ARQUIVO-OPERADORES RECORD AT END
               MOVE "S" TO FIM-OPERADORES.

           IF FIM-OPERADORES = "N"
               IF OPERADOR-ID = TD-OPERADOR (DESTINO-ACHADO)
                   MOVE OPERADOR-PERFIL TO TD-PERFIL (DESTINO-ACHADO)
                   MOVE "S" TO FIM-OPERADORES.

       CONFERE-PERFIL.
      *    secao com salario so para o perfil de folha ou de
      *    administrador - a mesma regra que mascara o salario nas
      *    telas.
           IF TS-DESTINO (INDICE-SECAO) = ZEROS
               MOVE "S" TO TS-SITUACAO (INDICE-SECAO)
               ADD 1 TO QTD-SEM-DESTINATARIO
           ELSE
               MOVE TS-DESTINO (INDICE-SECAO) TO DESTINO-ACHADO
               IF TS-SALARIAL (INDICE-SECAO) = "S" AND
                   TD-PERFIL (DESTINO-ACHADO) NOT = "F" AND
                   TD-PERFIL (DESTINO-ACHADO) NOT = "A"
                   MOVE "P" TO TS-SITUACAO (INDICE-SECAO)
                   ADD 1 TO QTD-BARRADAS
               ELSE
                   MOVE "E" TO TS-SITUACAO (INDICE-SECAO)
                   ADD 1 TO TD-SECOES (DESTINO-ACHADO)
                   ADD 1 TO QTD-ENTREGUES.

       GERA-FATIAS.
           MOVE ZEROS TO QTD-FATIAS.

           DISPLAY "ORIGEMDIST" UPON ENVIRONMENT-NAME.
           DISPLAY NOME-ESCOLHIDO UPON ENVIRONMENT-VALUE.

           PERFORM GERA-UMA-FATIA
               VARYING INDICE-DESTINO FROM 1 BY 1
               UNTIL INDICE-DESTINO > QTD-DESTINATARIOS.

       GERA-UMA-FATIA.
           IF TD-SECOES (INDICE-DESTINO) > ZEROS
               PERFORM MONTA-FATIA.

       MONTA-FATIA.
      *    carimba a fatia antes do OPEN - cada fatia e uma rodada
      *    do PROG262 no indice, com o destinatario e a origem.
           MOVE "PROG262" TO IMPRESSAO-PROGRAMA.
           MOVE "DISTRIB" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDADISTRIB" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-ORIGEM.
           OPEN OUTPUT RELATORIO-FATIA.

           MOVE ZEROS TO LINHA-ATUAL.
           MOVE ZEROS TO SECAO-CORRENTE.
           MOVE 1 TO PROXIMA-SECAO.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMA-ORIGEM.

           PERFORM SEPARA-LINHA
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-ORIGEM.
           CLOSE RELATORIO-FATIA.

           MOVE TD-OPERADOR (INDICE-DESTINO) TO
               IMPRESSAO-DESTINATARIO.
           MOVE NOME-ESCOLHIDO TO IMPRESSAO-ORIGEM.
           PERFORM GRAVA-INDICE-IMPRESSAO.
           MOVE SPACES TO IMPRESSAO-DESTINATARIO.
           MOVE SPACES TO IMPRESSAO-ORIGEM.

           MOVE IMPRESSAO-NOME TO TD-FATIA (INDICE-DESTINO).
           ADD 1 TO QTD-FATIAS.
           DISPLAY "Fatia de " TD-OPERADOR (INDICE-DESTINO)
               " gravada em " IMPRESSAO-NOME.

       LEIA-PROXIMA-ORIGEM.
           READ ARQUIVO-ORIGEM RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       SEPARA-LINHA.
           ADD 1 TO LINHA-ATUAL.

           PERFORM AVANCA-SECAO
               UNTIL PROXIMA-SECAO > QTD-SECOES OR
                   TS-LINHA-INICIAL (PROXIMA-SECAO) > LINHA-ATUAL.

      *    antes da primeira secao e cabecalho, e vai em toda
      *    fatia; dali em diante, so as secoes do destinatario.
           IF SECAO-CORRENTE = ZEROS
               PERFORM COPIA-LINHA
           ELSE
               IF TS-SITUACAO (SECAO-CORRENTE) = "E" AND
                   TS-DESTINO (SECAO-CORRENTE) = INDICE-DESTINO
                   PERFORM COPIA-LINHA.

           PERFORM LEIA-PROXIMA-ORIGEM.

       AVANCA-SECAO.
           MOVE PROXIMA-SECAO TO SECAO-CORRENTE.
           ADD 1 TO PROXIMA-SECAO.

       COPIA-LINHA.
           MOVE LINHA-ORIGEM TO LINHA-FATIA.
           WRITE LINHA-FATIA.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-LOG-DISTRIBUICAO.
           OPEN EXTEND ARQUIVO-DISTRIB-LOG.
           PERFORM GRAVA-LOG-SECAO
               VARYING INDICE-SECAO FROM 1 BY 1
               UNTIL INDICE-SECAO > QTD-SECOES.
           CLOSE ARQUIVO-DISTRIB-LOG.

       GRAVA-LOG-SECAO.
           IF TS-SITUACAO (INDICE-SECAO) NOT = "R"
               PERFORM MONTA-LOG-SECAO
               WRITE DISTRIB-LOG-REGISTRO.

       MONTA-LOG-SECAO.
           ACCEPT DISTLOG-DATA FROM DATE YYYYMMDD.
           ACCEPT DISTLOG-HORA FROM TIME.
           MOVE NOME-ESCOLHIDO TO DISTLOG-ORIGEM.
           MOVE TS-TIPO (INDICE-SECAO) TO DISTLOG-TIPO-QUEBRA.
           MOVE TS-CHAVE (INDICE-SECAO) TO DISTLOG-CHAVE.

      *    paginas do relatorio inteiro, de 60 linhas como no
      *    indice de impressoes.
           COMPUTE DISTLOG-PAGINA-INICIAL =
               (TS-LINHA-INICIAL (INDICE-SECAO) - 1) / 60 + 1.
           COMPUTE DISTLOG-PAGINA-FINAL =
               (TS-LINHA-FINAL (INDICE-SECAO) - 1) / 60 + 1.

           MOVE TS-DESTINATARIO (INDICE-SECAO) TO
               DISTLOG-DESTINATARIO.
           MOVE TS-SITUACAO (INDICE-SECAO) TO DISTLOG-SITUACAO.
           MOVE SPACES TO DISTLOG-FATIA.

           IF TS-SITUACAO (INDICE-SECAO) = "E"
               MOVE TS-DESTINO (INDICE-SECAO) TO DESTINO-ACHADO
               MOVE TD-FATIA (DESTINO-ACHADO) TO DISTLOG-FATIA.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".

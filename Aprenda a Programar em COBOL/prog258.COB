       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG258.
      *    restauracao de uma geracao da copia de seguranca dos
      *    arquivos de vendas e recebiveis gravada pelo PROG257 -
      *    o PROG117 destes arquivos. So o perfil de administrador
      *    entra. O operador escolhe o arquivo e, entre as geracoes
      *    ainda guardadas no catalogo backup_catalogo.dat, a que
      *    quer trazer de volta; so geracao conferida (situacao OK)
      *    serve. Antes de mexer no vivo a copia e relida e tem de
      *    bater em contagem e hash com o catalogo; depois da
      *    palavra RESTAURAR digitada por extenso o arquivo vivo e
      *    recriado a partir da copia, recontado e comparado de
      *    novo com o catalogo. O relatorio carimbado
      *    RESTAURA_AAAAMMDD_NNN traz as contagens e os hash totals
      *    de antes e de depois, e a restauracao sai na trilha de
      *    auditoria com o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBESTMOV.cob".
           COPY "SBGERACAO.cob".
           COPY "SBCATBACKUP.cob".
      *    visoes OPTIONAL dos indexados que nao sao OPTIONAL no
      *    seu copybook, usadas so pela contagem "antes" - como no
      *    PROG117, a restauracao existe exatamente para quando o
      *    arquivo vivo sumiu, e nao pode morrer no OPEN por ele
      *    nao existir.
           SELECT OPTIONAL VIVO-CLIENTES-ANTES
               ASSIGN TO "clientes.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS VIVO-CLIENTE-CODIGO
                ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL VIVO-PEDIDOS-ANTES
               ASSIGN TO "pedidos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS VIVO-PEDIDO-NUMERO
                ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL VIVO-ITENS-ANTES
               ASSIGN TO "pedido_itens.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS VIVO-ITEM-CHAVE
                ACCESS MODE IS DYNAMIC.
           SELECT OPTIONAL VIVO-PRODUTOS-ANTES
               ASSIGN TO "produtos.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS VIVO-PRODUTO-CODIGO
                ACCESS MODE IS DYNAMIC.
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-RESTAURACAO
               ASSIGN TO SAIDARESTAURA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDESTMOV.cob".
           COPY "FDGERACAO.cob".
           COPY "FDCATBACKUP.cob".

       FD  VIVO-CLIENTES-ANTES.
       01  VIVO-CLIENTE-REGISTRO.
           05 VIVO-CLIENTE-CODIGO PIC 9(4).
           05 VIVO-CLIENTE-RESTO PIC X(167).

       FD  VIVO-PEDIDOS-ANTES.
       01  VIVO-PEDIDO-REGISTRO.
           05 VIVO-PEDIDO-NUMERO PIC 9(6).
           05 VIVO-PEDIDO-RESTO PIC X(93).

       FD  VIVO-ITENS-ANTES.
       01  VIVO-ITEM-REGISTRO.
           05 VIVO-ITEM-CHAVE PIC X(9).
           05 VIVO-ITEM-RESTO PIC X(66).

       FD  VIVO-PRODUTOS-ANTES.
       01  VIVO-PRODUTO-REGISTRO.
           05 VIVO-PRODUTO-CODIGO PIC 9(4).
           05 VIVO-PRODUTO-RESTO PIC X(94).

           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-RESTAURACAO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSGERACAO.cob".
           COPY "WSIMPRESSAO.cob".
       77  OPCAO-ARQUIVO PIC 9.
       77  INDICE-LISTA PIC 9.
       77  INDICE-SLOT PIC 9(2).
       77  SLOT-ESCOLHIDO PIC 9(2).
       77  QTD-GUARDADAS PIC 9(2).
       77  FIM-CATALOGO PIC X.
       77  GERACAO-INFORMADA PIC 9(5).
       77  GERACAO-ESCOLHIDA PIC X.
       77  COPIA-CONFERE PIC X.
       77  RESTAURACAO-CONFERE PIC X.
       77  PALAVRA-CONFIRMACAO PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-EDITADA PIC 9999/99/99.
       77  QTD-NA-COPIA PIC 9(7).
       77  QTD-ANTES PIC 9(7).
       77  QTD-DEPOIS PIC 9(7).
       77  QTD-RESTAURADOS PIC 9(7).
       77  QTD-PULADOS PIC 9(7).
       77  HASH-VALOR-NA-COPIA PIC 9(13)V99.
       77  HASH-VALOR-ANTES PIC 9(13)V99.
       77  HASH-VALOR-DEPOIS PIC 9(13)V99.
       77  HASH-QTD-NA-COPIA PIC S9(13).
       77  HASH-QTD-ANTES PIC S9(13).
       77  HASH-QTD-DEPOIS PIC S9(13).

      *    a geracao mais recente de cada posicao do giro do
      *    arquivo escolhido - e o que ainda esta fisicamente
      *    guardado em ARQUIVO_Gnn.BKP.
       01  GERACOES-GUARDADAS.
           05 GUARDADA OCCURS 99 TIMES.
               10 GUARDADA-GERACAO PIC 9(5).
               10 GUARDADA-DATA PIC 9(8).
               10 GUARDADA-HORA PIC 9(8).
               10 GUARDADA-COPIA PIC X(20).
               10 GUARDADA-QTD PIC 9(7).
               10 GUARDADA-HASH-VALOR PIC 9(13)V99.
               10 GUARDADA-HASH-QTD PIC S9(13).
               10 GUARDADA-SITUACAO PIC X(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "RESTAURACAO DE COPIA GERACIONAL - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  LINHA-INFORMACAO.
           05 LI-TEXTO PIC X(30).
           05 LI-VALOR PIC X(50).

       01  LINHA-CONTAGEM.
           05 LC-TEXTO PIC X(30).
           05 LC-QTD PIC ZZZZZZ9.

       01  LINHA-HASH.
           05 LH-TEXTO PIC X(30).
           05 LH-VALOR PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

      *    recriar um arquivo de vendas por cima do vivo e funcao
      *    so do perfil de administrador, como os parametros do
      *    PROG176.
           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG258" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           PERFORM ESCOLHE-ARQUIVO.

           IF GER-INDICE > ZEROS
               PERFORM CARREGA-GERACOES-GUARDADAS
               PERFORM ESCOLHE-GERACAO
               IF GERACAO-ESCOLHIDA = "S"
                   PERFORM CONFERE-COPIA-ESCOLHIDA
                   IF COPIA-CONFERE = "S"
                       PERFORM RESTAURA-GERACAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       ESCOLHE-ARQUIVO.
           DISPLAY " ".
           DISPLAY "--- RESTAURACAO DE COPIA GERACIONAL ---".
           PERFORM MOSTRA-OPCAO-ARQUIVO
               VARYING INDICE-LISTA FROM 1 BY 1
               UNTIL INDICE-LISTA > 7.
           DISPLAY "0. Sair".
           ACCEPT OPCAO-ARQUIVO.

           MOVE OPCAO-ARQUIVO TO GER-INDICE.
           IF OPCAO-ARQUIVO > 7
               DISPLAY "Opcao invalida"
               MOVE ZEROS TO GER-INDICE.

       MOSTRA-OPCAO-ARQUIVO.
           DISPLAY INDICE-LISTA ". " GER-NOME-FISICO (INDICE-LISTA).

       CARREGA-GERACOES-GUARDADAS.
      *    o catalogo tem uma linha por geracao ja copiada; a mais
      *    nova de cada posicao do giro e a que esta no disco.
           MOVE ZEROS TO QTD-GUARDADAS.
           PERFORM LIMPA-GUARDADA
               VARYING INDICE-SLOT FROM 1 BY 1
               UNTIL INDICE-SLOT > 98.
           MOVE 99 TO INDICE-SLOT.
           PERFORM LIMPA-GUARDADA.

           OPEN INPUT ARQUIVO-CATALOGO-BACKUP.
           MOVE "N" TO FIM-CATALOGO.
           PERFORM LEIA-PROXIMO-CATALOGO.

           PERFORM GUARDA-GERACAO-CATALOGADA
               UNTIL FIM-CATALOGO = "S".

           CLOSE ARQUIVO-CATALOGO-BACKUP.

       LIMPA-GUARDADA.
           MOVE ZEROS TO GUARDADA-GERACAO (INDICE-SLOT).
           MOVE SPACES TO GUARDADA-SITUACAO (INDICE-SLOT).

       LEIA-PROXIMO-CATALOGO.
           READ ARQUIVO-CATALOGO-BACKUP RECORD AT END
               MOVE "S" TO FIM-CATALOGO.

       GUARDA-GERACAO-CATALOGADA.
           IF BKPCAT-ARQUIVO = GER-NOME-LOGICO (GER-INDICE)
               IF BKPCAT-SLOT > ZEROS
                   IF BKPCAT-GERACAO >
                       GUARDADA-GERACAO (BKPCAT-SLOT)
                       PERFORM GUARDA-LINHA-CATALOGO.

           PERFORM LEIA-PROXIMO-CATALOGO.

       GUARDA-LINHA-CATALOGO.
           IF GUARDADA-GERACAO (BKPCAT-SLOT) = ZEROS
               ADD 1 TO QTD-GUARDADAS.

           MOVE BKPCAT-GERACAO TO GUARDADA-GERACAO (BKPCAT-SLOT).
           MOVE BKPCAT-DATA TO GUARDADA-DATA (BKPCAT-SLOT).
           MOVE BKPCAT-HORA TO GUARDADA-HORA (BKPCAT-SLOT).
           MOVE BKPCAT-COPIA TO GUARDADA-COPIA (BKPCAT-SLOT).
           MOVE BKPCAT-QTD-COPIA TO GUARDADA-QTD (BKPCAT-SLOT).
           MOVE BKPCAT-HASH-VALOR-COPIA TO
               GUARDADA-HASH-VALOR (BKPCAT-SLOT).
           MOVE BKPCAT-HASH-QTD-COPIA TO
               GUARDADA-HASH-QTD (BKPCAT-SLOT).
           MOVE BKPCAT-SITUACAO TO GUARDADA-SITUACAO (BKPCAT-SLOT).

       ESCOLHE-GERACAO.
           MOVE "N" TO GERACAO-ESCOLHIDA.

           IF QTD-GUARDADAS = ZEROS
               DISPLAY "Nenhuma geracao catalogada de "
                   GER-NOME-FISICO (GER-INDICE)
           ELSE
               PERFORM LISTA-GERACOES
               PERFORM PEGA-GERACAO.

       LISTA-GERACOES.
           DISPLAY "Geracoes guardadas de "
               GER-NOME-FISICO (GER-INDICE).
           PERFORM MOSTRA-GERACAO
               VARYING INDICE-SLOT FROM 1 BY 1
               UNTIL INDICE-SLOT > 98.
           MOVE 99 TO INDICE-SLOT.
           PERFORM MOSTRA-GERACAO.

       MOSTRA-GERACAO.
           IF GUARDADA-GERACAO (INDICE-SLOT) > ZEROS
               MOVE GUARDADA-DATA (INDICE-SLOT) TO DATA-EDITADA
               DISPLAY "Geracao " GUARDADA-GERACAO (INDICE-SLOT)
                   " de " DATA-EDITADA
                   " registros " GUARDADA-QTD (INDICE-SLOT)
                   " situacao " GUARDADA-SITUACAO (INDICE-SLOT).

       PEGA-GERACAO.
           DISPLAY "Geracao a restaurar (0 para sair): ".
           ACCEPT GERACAO-INFORMADA.

           MOVE ZEROS TO SLOT-ESCOLHIDO.
           IF GERACAO-INFORMADA > ZEROS
               PERFORM PROCURA-GERACAO
                   VARYING INDICE-SLOT FROM 1 BY 1
                   UNTIL INDICE-SLOT > 98
               MOVE 99 TO INDICE-SLOT
               PERFORM PROCURA-GERACAO
               PERFORM CONFERE-GERACAO-PEDIDA.

       PROCURA-GERACAO.
           IF GUARDADA-GERACAO (INDICE-SLOT) = GERACAO-INFORMADA
               MOVE INDICE-SLOT TO SLOT-ESCOLHIDO.

       CONFERE-GERACAO-PEDIDA.
      *    copia que ja saiu divergente da origem na noite em que
      *    foi gravada nao serve de restauracao.
           IF SLOT-ESCOLHIDO = ZEROS
               DISPLAY "Geracao nao esta mais guardada"
           ELSE
               IF GUARDADA-SITUACAO (SLOT-ESCOLHIDO) NOT = "OK"
                   DISPLAY "Geracao gravada com divergencia, nao "
                       "serve para restaurar"
               ELSE
                   MOVE "S" TO GERACAO-ESCOLHIDA
                   MOVE GUARDADA-COPIA (SLOT-ESCOLHIDO) TO
                       GER-NOME-COPIA
                   PERFORM APONTA-ARQUIVO-DA-COPIA.

       CONFERE-COPIA-ESCOLHIDA.
      *    a copia em disco tem de ser a que o catalogo descreve -
      *    copia apagada ou sobrescrita por fora e recusada antes
      *    de o vivo ser tocado.
           MOVE ZEROS TO QTD-NA-COPIA.
           MOVE ZEROS TO HASH-VALOR-NA-COPIA.
           MOVE ZEROS TO HASH-QTD-NA-COPIA.

           OPEN INPUT ARQUIVO-GERACAO.
           MOVE "N" TO GER-FIM-COPIA.
           PERFORM LEIA-PROXIMA-COPIA.

           PERFORM SOMA-REGISTRO-COPIA
               UNTIL GER-FIM-COPIA = "S".

           CLOSE ARQUIVO-GERACAO.

           MOVE "S" TO COPIA-CONFERE.
           IF QTD-NA-COPIA NOT = GUARDADA-QTD (SLOT-ESCOLHIDO)
               MOVE "N" TO COPIA-CONFERE.
           IF HASH-VALOR-NA-COPIA NOT =
               GUARDADA-HASH-VALOR (SLOT-ESCOLHIDO)
               MOVE "N" TO COPIA-CONFERE.
           IF HASH-QTD-NA-COPIA NOT =
               GUARDADA-HASH-QTD (SLOT-ESCOLHIDO)
               MOVE "N" TO COPIA-CONFERE.

           IF COPIA-CONFERE = "N"
               DISPLAY "Copia " GER-NOME-COPIA
               DISPLAY "nao confere com o catalogo - restauracao "
                   "recusada".

       LEIA-PROXIMA-COPIA.
           READ ARQUIVO-GERACAO RECORD AT END
               MOVE "S" TO GER-FIM-COPIA.

       SOMA-REGISTRO-COPIA.
           ADD 1 TO QTD-NA-COPIA.
           PERFORM MONTA-REGISTRO-DA-COPIA.
           ADD GER-VALOR-REGISTRO TO HASH-VALOR-NA-COPIA.
           ADD GER-QTD-REGISTRO TO HASH-QTD-NA-COPIA.
           PERFORM LEIA-PROXIMA-COPIA.

       RESTAURA-GERACAO.
      *    restauracao destroi o arquivo vivo - so segue com a
      *    palavra RESTAURAR digitada por extenso.
           PERFORM CONTA-ANTES.

           MOVE GUARDADA-DATA (SLOT-ESCOLHIDO) TO DATA-EDITADA.
           DISPLAY "Registros no arquivo vivo hoje: " QTD-ANTES.
           DISPLAY "Registros na geracao " GERACAO-INFORMADA
               " de " DATA-EDITADA ": " QTD-NA-COPIA.
           DISPLAY "Digite RESTAURAR para recriar "
               GER-NOME-FISICO (GER-INDICE).
           DISPLAY " a partir da geracao (outra coisa cancela): ".
           ACCEPT PALAVRA-CONFIRMACAO.

           IF PALAVRA-CONFIRMACAO = "RESTAURAR"
               PERFORM RECONSTROI-ARQUIVO
               PERFORM CONTA-DEPOIS
               PERFORM IMPRIME-RELATORIO
               PERFORM GRAVA-AUDITORIA-RESTAURACAO
               PERFORM MOSTRA-RESULTADO
           ELSE
               DISPLAY "Restauracao cancelada".

       CONTA-ANTES.
      *    os indexados obrigatorios contam pela visao OPTIONAL
      *    (arquivo sumido conta zero); os que ja sao OPTIONAL no
      *    seu copybook contam pelo proprio SELECT.
           MOVE ZEROS TO QTD-ANTES.
           MOVE ZEROS TO HASH-VALOR-ANTES.
           MOVE ZEROS TO HASH-QTD-ANTES.

           PERFORM ABRE-VIVO-ANTES.
           MOVE "N" TO GER-FIM-ORIGEM.
           PERFORM LE-VIVO-ANTES.

           PERFORM SOMA-VIVO-ANTES
               UNTIL GER-FIM-ORIGEM = "S".

           PERFORM FECHA-VIVO-ANTES.

       ABRE-VIVO-ANTES.
           IF GER-INDICE = 1
               OPEN INPUT VIVO-CLIENTES-ANTES.
           IF GER-INDICE = 2
               OPEN INPUT VIVO-PEDIDOS-ANTES.
           IF GER-INDICE = 3
               OPEN INPUT VIVO-ITENS-ANTES.
           IF GER-INDICE = 6
               OPEN INPUT VIVO-PRODUTOS-ANTES.
           IF GER-INDICE = 4 OR 5 OR 7
               PERFORM ABRE-ORIGEM.

       FECHA-VIVO-ANTES.
           IF GER-INDICE = 1
               CLOSE VIVO-CLIENTES-ANTES.
           IF GER-INDICE = 2
               CLOSE VIVO-PEDIDOS-ANTES.
           IF GER-INDICE = 3
               CLOSE VIVO-ITENS-ANTES.
           IF GER-INDICE = 6
               CLOSE VIVO-PRODUTOS-ANTES.
           IF GER-INDICE = 4 OR 5 OR 7
               PERFORM FECHA-ORIGEM.

       LE-VIVO-ANTES.
           IF GER-INDICE = 1
               READ VIVO-CLIENTES-ANTES NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 2
               READ VIVO-PEDIDOS-ANTES NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 3
               READ VIVO-ITENS-ANTES NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 6
               READ VIVO-PRODUTOS-ANTES NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 4 OR 5 OR 7
               PERFORM LE-ORIGEM.

           IF GER-FIM-ORIGEM = "N"
               IF GER-INDICE = 1 OR 2 OR 3 OR 6
                   PERFORM EXTRAI-VALORES-DA-VISAO.

       EXTRAI-VALORES-DA-VISAO.
      *    o registro da visao volta ao layout do arquivo para o
      *    hash sair pelos mesmos campos da copia.
           IF GER-INDICE = 1
               MOVE VIVO-CLIENTE-REGISTRO TO CLIENTE-REGISTRO.
           IF GER-INDICE = 2
               MOVE VIVO-PEDIDO-REGISTRO TO PEDIDO-REGISTRO.
           IF GER-INDICE = 3
               MOVE VIVO-ITEM-REGISTRO TO PEDIDO-ITEM-REGISTRO.
           IF GER-INDICE = 6
               MOVE VIVO-PRODUTO-REGISTRO TO PRODUTO-REGISTRO.

           PERFORM EXTRAI-VALORES.

       SOMA-VIVO-ANTES.
           ADD 1 TO QTD-ANTES.
           ADD GER-VALOR-REGISTRO TO HASH-VALOR-ANTES.
           ADD GER-QTD-REGISTRO TO HASH-QTD-ANTES.
           PERFORM LE-VIVO-ANTES.

       RECONSTROI-ARQUIVO.
      *    OPEN OUTPUT recria o arquivo do zero - o indexado com a
      *    chave do seu copybook, o razao sequencial vazio.
           MOVE ZEROS TO QTD-RESTAURADOS.
           MOVE ZEROS TO QTD-PULADOS.

           OPEN INPUT ARQUIVO-GERACAO.
           PERFORM ABRE-VIVO-SAIDA.

           MOVE "N" TO GER-FIM-COPIA.
           PERFORM LEIA-PROXIMA-COPIA.

           PERFORM RESTAURA-REGISTRO
               UNTIL GER-FIM-COPIA = "S".

           CLOSE ARQUIVO-GERACAO.
           PERFORM FECHA-ORIGEM.

       ABRE-VIVO-SAIDA.
           IF GER-INDICE = 1
               OPEN OUTPUT ARQUIVO-CLIENTE.
           IF GER-INDICE = 2
               OPEN OUTPUT ARQUIVO-PEDIDOS.
           IF GER-INDICE = 3
               OPEN OUTPUT ARQUIVO-PEDIDO-ITENS.
           IF GER-INDICE = 4
               OPEN OUTPUT ARQUIVO-FATURAS.
           IF GER-INDICE = 5
               OPEN OUTPUT ARQUIVO-RECEBIMENTOS.
           IF GER-INDICE = 6
               OPEN OUTPUT ARQUIVO-PRODUTOS.
           IF GER-INDICE = 7
               OPEN OUTPUT ARQUIVO-ESTOQUE-MOV.

       RESTAURA-REGISTRO.
           PERFORM MONTA-REGISTRO-DA-COPIA.
           PERFORM GRAVA-NO-VIVO.
           PERFORM LEIA-PROXIMA-COPIA.

       GRAVA-NO-VIVO.
      *    chave repetida na copia nao derruba a restauracao - o
      *    registro e pulado e contado, como no PROG117.
           IF GER-INDICE = 1
               WRITE CLIENTE-REGISTRO
                   INVALID KEY
                       ADD 1 TO QTD-PULADOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 2
               WRITE PEDIDO-REGISTRO
                   INVALID KEY
                       ADD 1 TO QTD-PULADOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 3
               WRITE PEDIDO-ITEM-REGISTRO
                   INVALID KEY
                       ADD 1 TO QTD-PULADOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 4
               WRITE FATURA-REGISTRO
                   INVALID KEY
                       ADD 1 TO QTD-PULADOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 5
               WRITE RECEBIMENTO-REGISTRO
               ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 6
               WRITE PRODUTO-REGISTRO
                   INVALID KEY
                       ADD 1 TO QTD-PULADOS
                   NOT INVALID KEY
                       ADD 1 TO QTD-RESTAURADOS.
           IF GER-INDICE = 7
               WRITE ESTOQUE-MOV-REGISTRO
               ADD 1 TO QTD-RESTAURADOS.

       CONTA-DEPOIS.
      *    o vivo recriado e recontado pelo SELECT normal e tem de
      *    bater com o que o catalogo diz da geracao.
           MOVE ZEROS TO QTD-DEPOIS.
           MOVE ZEROS TO HASH-VALOR-DEPOIS.
           MOVE ZEROS TO HASH-QTD-DEPOIS.

           PERFORM ABRE-ORIGEM.
           MOVE "N" TO GER-FIM-ORIGEM.
           PERFORM LE-ORIGEM.

           PERFORM SOMA-VIVO-DEPOIS
               UNTIL GER-FIM-ORIGEM = "S".

           PERFORM FECHA-ORIGEM.

           MOVE "S" TO RESTAURACAO-CONFERE.
           IF QTD-DEPOIS NOT = GUARDADA-QTD (SLOT-ESCOLHIDO)
               MOVE "N" TO RESTAURACAO-CONFERE.
           IF HASH-VALOR-DEPOIS NOT =
               GUARDADA-HASH-VALOR (SLOT-ESCOLHIDO)
               MOVE "N" TO RESTAURACAO-CONFERE.
           IF HASH-QTD-DEPOIS NOT =
               GUARDADA-HASH-QTD (SLOT-ESCOLHIDO)
               MOVE "N" TO RESTAURACAO-CONFERE.

       SOMA-VIVO-DEPOIS.
           ADD 1 TO QTD-DEPOIS.
           ADD GER-VALOR-REGISTRO TO HASH-VALOR-DEPOIS.
           ADD GER-QTD-REGISTRO TO HASH-QTD-DEPOIS.
           PERFORM LE-ORIGEM.

       IMPRIME-RELATORIO.
      *    carimba a saida antes do OPEN.
           MOVE "PROG258" TO IMPRESSAO-PROGRAMA.
           MOVE "RESTAURA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARESTAURA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-RESTAURACAO.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM IMPRIME-IDENTIFICACAO.
           PERFORM IMPRIME-CONTAGENS.
           PERFORM IMPRIME-HASHES.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "Resultado" TO LI-TEXTO.
           IF RESTAURACAO-CONFERE = "S"
               MOVE "CONFERE COM O CATALOGO" TO LI-VALOR
           ELSE
               MOVE "NAO CONFERE COM O CATALOGO" TO LI-VALOR.
           PERFORM IMPRIME-INFORMACAO.

           CLOSE RELATORIO-RESTAURACAO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

       IMPRIME-IDENTIFICACAO.
           MOVE "Arquivo restaurado" TO LI-TEXTO.
           MOVE GER-NOME-FISICO (GER-INDICE) TO LI-VALOR.
           PERFORM IMPRIME-INFORMACAO.

           MOVE GUARDADA-DATA (SLOT-ESCOLHIDO) TO DATA-EDITADA.
           MOVE "Geracao" TO LI-TEXTO.
           MOVE SPACES TO LI-VALOR.
           STRING GERACAO-INFORMADA DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  DATA-EDITADA DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  GER-NOME-COPIA DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
               INTO LI-VALOR.
           PERFORM IMPRIME-INFORMACAO.

           MOVE "Operador" TO LI-TEXTO.
           MOVE LOGIN-USUARIO TO LI-VALOR.
           PERFORM IMPRIME-INFORMACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-CONTAGENS.
           MOVE "Registros antes" TO LC-TEXTO.
           MOVE QTD-ANTES TO LC-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "Registros na geracao" TO LC-TEXTO.
           MOVE GUARDADA-QTD (SLOT-ESCOLHIDO) TO LC-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "Registros restaurados" TO LC-TEXTO.
           MOVE QTD-RESTAURADOS TO LC-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "Pulados - chave repetida" TO LC-TEXTO.
           MOVE QTD-PULADOS TO LC-QTD.
           PERFORM IMPRIME-CONTAGEM.
           MOVE "Registros depois" TO LC-TEXTO.
           MOVE QTD-DEPOIS TO LC-QTD.
           PERFORM IMPRIME-CONTAGEM.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-HASHES.
           MOVE "Hash valor antes" TO LH-TEXTO.
           MOVE HASH-VALOR-ANTES TO LH-VALOR.
           PERFORM IMPRIME-HASH.
           MOVE "Hash valor na geracao" TO LH-TEXTO.
           MOVE GUARDADA-HASH-VALOR (SLOT-ESCOLHIDO) TO LH-VALOR.
           PERFORM IMPRIME-HASH.
           MOVE "Hash valor depois" TO LH-TEXTO.
           MOVE HASH-VALOR-DEPOIS TO LH-VALOR.
           PERFORM IMPRIME-HASH.
           MOVE "Hash qtd antes" TO LH-TEXTO.
           MOVE HASH-QTD-ANTES TO LH-VALOR.
           PERFORM IMPRIME-HASH.
           MOVE "Hash qtd na geracao" TO LH-TEXTO.
           MOVE GUARDADA-HASH-QTD (SLOT-ESCOLHIDO) TO LH-VALOR.
           PERFORM IMPRIME-HASH.
           MOVE "Hash qtd depois" TO LH-TEXTO.
           MOVE HASH-QTD-DEPOIS TO LH-VALOR.
           PERFORM IMPRIME-HASH.

       IMPRIME-INFORMACAO.
           MOVE LINHA-INFORMACAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-CONTAGEM.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-HASH.
           MOVE LINHA-HASH TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-AUDITORIA-RESTAURACAO.
      *    a geracao vai no codigo; antes e depois levam o arquivo
      *    e as contagens.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE GERACAO-INFORMADA TO AUD-CODIGO.
           MOVE "BKP" TO AUD-ARQUIVO.
           MOVE GERACAO-INFORMADA TO AUD-CHAVE.
           MOVE "RESTAURACAO" TO AUD-CAMPO.

           MOVE SPACES TO AUD-VALOR-ANTES.
           STRING GER-NOME-LOGICO (GER-INDICE) DELIMITED BY SPACE
                  " ANTES " DELIMITED BY SIZE
                  QTD-ANTES DELIMITED BY SIZE
               INTO AUD-VALOR-ANTES.

           MOVE SPACES TO AUD-VALOR-DEPOIS.
           STRING GER-NOME-LOGICO (GER-INDICE) DELIMITED BY SPACE
                  " DEPOIS " DELIMITED BY SIZE
                  QTD-DEPOIS DELIMITED BY SIZE
               INTO AUD-VALOR-DEPOIS.

           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

       MOSTRA-RESULTADO.
           DISPLAY "Restauracao concluida".
           DISPLAY "Registros antes......: " QTD-ANTES.
           DISPLAY "Registros restaurados: " QTD-RESTAURADOS.
           DISPLAY "Pulados..............: " QTD-PULADOS.
           DISPLAY "Registros depois.....: " QTD-DEPOIS.
           IF RESTAURACAO-CONFERE = "S"
               DISPLAY "Arquivo confere com o catalogo"
           ELSE
               DISPLAY "ATENCAO: arquivo nao confere com o catalogo".
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.

           COPY "PDGERACAO.cob".
           COPY "PDLOGIN.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".

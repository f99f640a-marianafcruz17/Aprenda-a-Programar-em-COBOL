       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG250.
      *    processa o retorno da autorizacao das NF-e extraidas
      *    pelo faturamento do PROG121 - cada linha de largura fixa
      *    de nfe_retorno.txt traz a chave de acesso e o status do
      *    servico de transmissao: 100 e nota autorizada, com o
      *    numero do protocolo; qualquer outro e rejeicao, com o
      *    codigo e o motivo. A chave e conferida pelo digito e
      *    casada com o controle em nfe.dat pelo numero da nota. A
      *    autorizada ganha aqui a impressao final da fatura
      *    (carimbada pelo arquivo morto de impressoes,
      *    NFEFINAL_AAAAMMDD_NNN) e fica liberada para a remessa de
      *    cobranca do PROG220; a rejeitada vai para a lista
      *    NFEREJEITADAS.LST com o motivo e continua retida. Linha
      *    com chave invalida ou sem nota no controle tambem vai
      *    para a lista, e nota ja autorizada nao muda mais.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO-NFE
               ASSIGN TO "nfe_retorno.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBNFE.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBEXECUCAO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-NFE-FINAL
               ASSIGN TO SAIDANFEFINAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-REJEITADAS
               ASSIGN TO "NFEREJEITADAS.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RETORNO-NFE.
       01  RETORNO-NFE-REGISTRO.
           05 RET-CHAVE PIC X(44).
      *    status do servico - 100 autorizada, os demais rejeicao.
           05 RET-STATUS PIC 9(3).
           05 RET-PROTOCOLO PIC X(15).
           05 RET-DATA PIC 9(8).
           05 RET-MENSAGEM PIC X(60).

           COPY "FDNFE.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDEXECUCAO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-NFE-FINAL.
       01  LINHA-RELATORIO PIC X(80).

       FD  RELATORIO-REJEITADAS.
       01  LINHA-REJEITADA PIC X(132).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSCHAVENFE.cob".
      *    inicio da rodada, guardado para o registro do log
      *    central de execucoes.
       77  EXECUCAO-DATA-INICIO PIC 9(8).
       77  EXECUCAO-HORA-INICIO PIC 9(8).
       77  DATA-DE-HOJE PIC 9(8).
       77  FINAL-ARQUIVO PIC X.
       77  FIM-ITENS PIC X.
       77  NFE-ENCONTRADA PIC X.
       77  MOTIVO-DA-LISTA PIC X(60).
       77  VALOR-LINHA-BRL PIC 9(8)V99.
       77  TOTAL-LIDOS PIC 9(6).
       77  TOTAL-AUTORIZADAS PIC 9(6).
       77  TOTAL-REJEITADAS PIC 9(6).
       77  TOTAL-IGNORADAS PIC 9(6).

       01  FINAL-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(32) VALUE
               "NOTA FISCAL ELETRONICA - NF-e".
           05 FILLER PIC X(4) VALUE "No. ".
           05 FIN-NUMERO PIC 9(6).

       01  FINAL-CHAVE-LINHA.
           05 FILLER PIC X(16) VALUE "Chave de acesso ".
           05 FIN-CHAVE PIC X(44).

       01  FINAL-PROTOCOLO-LINHA.
           05 FILLER PIC X(16) VALUE "Protocolo       ".
           05 FIN-PROTOCOLO PIC X(15).
           05 FILLER PIC X(4) VALUE " de ".
           05 FIN-DATA-PROTOCOLO PIC 9(8).

       01  FINAL-CLIENTE-LINHA.
           05 FILLER PIC X(9) VALUE "Cliente: ".
           05 FIN-CLI-CODIGO PIC 9(4).
           05 FILLER PIC X(3) VALUE " - ".
           05 FIN-CLI-NOME PIC X(20).
           05 FILLER PIC X(11) VALUE " CPF/CNPJ: ".
           05 FIN-CLI-DOCUMENTO PIC 9(14).

       01  FINAL-PEDIDO-LINHA.
           05 FILLER PIC X(9) VALUE "Pedido: ".
           05 FIN-PEDIDO PIC 9(6).
           05 FILLER PIC X(11) VALUE "  Emissao: ".
           05 FIN-EMISSAO PIC 9(8).

       01  FINAL-ITEM-LINHA.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-ITM-PRODUTO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-ITM-DESCRICAO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-ITM-QUANTIDADE PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FIN-ITM-TOTAL PIC ZZ,ZZZ,ZZ9.99.

       01  FINAL-VALOR-LINHA.
           05 FIN-VALOR-ROTULO PIC X(20).
           05 FIN-VALOR PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LISTA-REJEITADA.
           05 LST-DOCUMENTO PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-CHAVE PIC X(44).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-STATUS PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-MOTIVO PIC X(60).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG250" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT EXECUCAO-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT EXECUCAO-HORA-INICIO FROM TIME.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG250" TO IMPRESSAO-PROGRAMA.
           MOVE "NFEFINAL" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDANFEFINAL" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-RETORNO-NFE.
           OPEN I-O ARQUIVO-NFE.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           OPEN OUTPUT RELATORIO-NFE-FINAL.
           OPEN OUTPUT RELATORIO-REJEITADAS.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-AUTORIZADAS.
           MOVE ZEROS TO TOTAL-REJEITADAS.
           MOVE ZEROS TO TOTAL-IGNORADAS.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-RETORNO.

           PERFORM PROCESSA-RETORNO
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-RETORNO-NFE.
           CLOSE ARQUIVO-NFE.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PEDIDO-ITENS.
           CLOSE RELATORIO-NFE-FINAL.
           CLOSE RELATORIO-REJEITADAS.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Retornos lidos.....: " TOTAL-LIDOS.
           DISPLAY "NF-e autorizadas...: " TOTAL-AUTORIZADAS.
           DISPLAY "NF-e rejeitadas....: " TOTAL-REJEITADAS.
           DISPLAY "Linhas ignoradas...: " TOTAL-IGNORADAS.
           DISPLAY "Faturas finais em " IMPRESSAO-NOME.

           IF TOTAL-REJEITADAS > ZEROS OR TOTAL-IGNORADAS > ZEROS
               DISPLAY "Rejeicoes listadas em NFEREJEITADAS.LST".

           PERFORM GRAVA-EXECUCAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LEIA-PROXIMO-RETORNO.
           READ ARQUIVO-RETORNO-NFE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-RETORNO.
           ADD 1 TO TOTAL-LIDOS.

           MOVE RET-CHAVE TO CHAVENFE-CHAVE.
           PERFORM CONFERE-CHAVE-NFE.

           IF CHAVENFE-OK = "N"
               MOVE ZEROS TO NFE-DOCUMENTO
               MOVE "CHAVE DE ACESSO INVALIDA" TO MOTIVO-DA-LISTA
               PERFORM IGNORA-RETORNO
           ELSE
               PERFORM BUSCA-NFE-DO-RETORNO.

           PERFORM LEIA-PROXIMO-RETORNO.

       BUSCA-NFE-DO-RETORNO.
      *    o numero da nota na chave e o documento da fatura; a
      *    chave inteira tem de ser a que foi extraida.
           MOVE CHAVENFE-NUMERO TO NFE-DOCUMENTO.
           PERFORM LE-NFE.

           IF NFE-ENCONTRADA = "N"
               MOVE "NOTA SEM CONTROLE EM NFE.DAT" TO MOTIVO-DA-LISTA
               PERFORM IGNORA-RETORNO
           ELSE
               IF NFE-CHAVE-ACESSO NOT = RET-CHAVE
                   MOVE "CHAVE DIFERENTE DA EXTRAIDA"
                       TO MOTIVO-DA-LISTA
                   PERFORM IGNORA-RETORNO
               ELSE
                   IF NFE-AUTORIZADA
                       MOVE "NOTA JA AUTORIZADA" TO MOTIVO-DA-LISTA
                       PERFORM IGNORA-RETORNO
                   ELSE
                       PERFORM APLICA-RETORNO.

       LE-NFE.
           MOVE "S" TO NFE-ENCONTRADA.

           READ ARQUIVO-NFE RECORD
               INVALID KEY
                   MOVE "N" TO NFE-ENCONTRADA.

       APLICA-RETORNO.
      *    a rejeitada pode voltar autorizada depois de corrigida e
      *    transmitida de novo com a mesma chave.
           MOVE RET-DATA TO NFE-DATA-RETORNO.

           IF RET-STATUS = 100
               MOVE "A" TO NFE-SITUACAO
               MOVE RET-PROTOCOLO TO NFE-PROTOCOLO
               MOVE SPACES TO NFE-CODIGO-REJEICAO
               MOVE SPACES TO NFE-MOTIVO-REJEICAO
           ELSE
               MOVE "R" TO NFE-SITUACAO
               MOVE SPACES TO NFE-PROTOCOLO
               MOVE RET-STATUS TO NFE-CODIGO-REJEICAO
               MOVE RET-MENSAGEM TO NFE-MOTIVO-REJEICAO.

           REWRITE NFE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao gravar o retorno da NF-e "
                       NFE-DOCUMENTO
                   MOVE "ERRO DE GRAVACAO EM NFE.DAT"
                       TO MOTIVO-DA-LISTA
                   MOVE "I" TO NFE-SITUACAO.

           IF NFE-AUTORIZADA
               ADD 1 TO TOTAL-AUTORIZADAS
               PERFORM IMPRIME-NFE-FINAL
           ELSE
               IF NFE-REJEITADA
                   ADD 1 TO TOTAL-REJEITADAS
                   MOVE RET-MENSAGEM TO MOTIVO-DA-LISTA
                   PERFORM LISTA-RETORNO
                   DISPLAY "NF-e " NFE-DOCUMENTO " rejeitada: "
                       RET-STATUS " " RET-MENSAGEM
               ELSE
                   PERFORM IGNORA-RETORNO.

       IGNORA-RETORNO.
           ADD 1 TO TOTAL-IGNORADAS.
           PERFORM LISTA-RETORNO.

       LISTA-RETORNO.
           MOVE NFE-DOCUMENTO TO LST-DOCUMENTO.
           MOVE RET-CHAVE TO LST-CHAVE.
           MOVE RET-STATUS TO LST-STATUS.
           MOVE MOTIVO-DA-LISTA TO LST-MOTIVO.
           MOVE SPACES TO LINHA-REJEITADA.
           MOVE LISTA-REJEITADA TO LINHA-REJEITADA.
           WRITE LINHA-REJEITADA.

       IMPRIME-NFE-FINAL.
      *    a via que vale como documento: a fatura do PROG121 com a
      *    chave e o protocolo, as linhas refeitas do pedido pela
      *    taxa gravada na extracao e os totais da nota.
           MOVE NFE-DOCUMENTO TO FIN-NUMERO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE NFE-CHAVE-ACESSO TO FIN-CHAVE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-CHAVE-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE NFE-PROTOCOLO TO FIN-PROTOCOLO.
           MOVE NFE-DATA-RETORNO TO FIN-DATA-PROTOCOLO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-PROTOCOLO-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM BUSCA-CLIENTE-DA-NFE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-CLIENTE-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE NFE-PEDIDO-NUMERO TO FIN-PEDIDO.
           MOVE NFE-DATA-EMISSAO TO FIN-EMISSAO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-PEDIDO-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM IMPRIME-ITENS-DA-NFE.

           MOVE "Mercadorias" TO FIN-VALOR-ROTULO.
           MOVE NFE-VALOR-MERCADORIAS TO FIN-VALOR.
           PERFORM IMPRIME-VALOR-DA-NFE.
           MOVE "Frete" TO FIN-VALOR-ROTULO.
           MOVE NFE-VALOR-FRETE TO FIN-VALOR.
           PERFORM IMPRIME-VALOR-DA-NFE.
           MOVE "ICMS destacado" TO FIN-VALOR-ROTULO.
           MOVE NFE-VALOR-ICMS TO FIN-VALOR.
           PERFORM IMPRIME-VALOR-DA-NFE.
           MOVE "Valor da nota" TO FIN-VALOR-ROTULO.
           MOVE NFE-VALOR-TOTAL TO FIN-VALOR.
           PERFORM IMPRIME-VALOR-DA-NFE.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       BUSCA-CLIENTE-DA-NFE.
           MOVE NFE-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           MOVE NFE-CLIENTE-CODIGO TO FIN-CLI-CODIGO.
           MOVE ZEROS TO FIN-CLI-DOCUMENTO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME
                   MOVE ZEROS TO CLIENTE-CPF-CNPJ.

           MOVE CLIENTE-NOME TO FIN-CLI-NOME.
           IF CLIENTE-CPF-CNPJ NUMERIC
               MOVE CLIENTE-CPF-CNPJ TO FIN-CLI-DOCUMENTO.

       IMPRIME-ITENS-DA-NFE.
           MOVE NFE-PEDIDO-NUMERO TO ITEM-PEDIDO-NUMERO.
           MOVE ZEROS TO ITEM-LINHA.
           MOVE "N" TO FIM-ITENS.

           START ARQUIVO-PEDIDO-ITENS
               KEY IS NOT LESS THAN ITEM-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ITENS.

           PERFORM IMPRIME-UM-ITEM-DA-NFE
               UNTIL FIM-ITENS = "S".

       IMPRIME-UM-ITEM-DA-NFE.
           READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS.

           IF FIM-ITENS = "N"
               IF ITEM-PEDIDO-NUMERO NOT = NFE-PEDIDO-NUMERO
                   MOVE "S" TO FIM-ITENS
               ELSE
                   IF ITEM-QUANTIDADE > ZEROS
                       PERFORM IMPRIME-LINHA-DA-NFE.

       IMPRIME-LINHA-DA-NFE.
           COMPUTE VALOR-LINHA-BRL ROUNDED =
               ITEM-TOTAL * NFE-TAXA-CAMBIO.

           MOVE ITEM-PRODUTO-CODIGO TO FIN-ITM-PRODUTO.
           MOVE ITEM-DESCRICAO TO FIN-ITM-DESCRICAO.
           MOVE ITEM-QUANTIDADE TO FIN-ITM-QUANTIDADE.
           MOVE VALOR-LINHA-BRL TO FIN-ITM-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-ITEM-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-VALOR-DA-NFE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FINAL-VALOR-LINHA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       GRAVA-EXECUCAO.
      *    anexa a rodada ao log central de execucoes, de onde o
      *    resumo matinal do PROG118 le a janela da noite.
           OPEN EXTEND ARQUIVO-EXECUCOES.
           MOVE "PROG250" TO EXEC-PROGRAMA.
           MOVE EXECUCAO-DATA-INICIO TO EXEC-DATA-INICIO.
           MOVE EXECUCAO-HORA-INICIO TO EXEC-HORA-INICIO.
           ACCEPT EXEC-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT EXEC-HORA-FIM FROM TIME.
           MOVE TOTAL-LIDOS TO EXEC-LIDOS.
           MOVE TOTAL-AUTORIZADAS TO EXEC-GRAVADOS.
           COMPUTE EXEC-REJEITADOS = TOTAL-REJEITADAS +
               TOTAL-IGNORADAS.

           IF EXEC-REJEITADOS > ZEROS
               MOVE "RJ" TO EXEC-RESULTADO
           ELSE
               MOVE "OK" TO EXEC-RESULTADO.

           WRITE EXECUCAO-REGISTRO.
           CLOSE ARQUIVO-EXECUCOES.

           COPY "PDCHAVENFE.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".

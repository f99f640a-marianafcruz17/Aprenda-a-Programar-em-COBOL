       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG228.
      *    contratos de preco a vencer - lista, por vendedor da
      *    conta (CLIENTE-FUNCIONARIO-CODIGO), os contratos de
      *    contratos_preco.dat que expiram de hoje ate os
      *    proximos 30 dias, para o vendedor renegociar antes de
      *    o cliente voltar ao preco oficial. Contrato que ja tem
      *    renovacao cadastrada (registro do mesmo cliente e
      *    produto com vigencia posterior) nao e listado. O prazo
      *    sai do parametro DIAS-AVISO-CONTRATO do PROG176 quando
      *    cadastrado. A saida e carimbada pelo arquivo morto de
      *    impressoes (CONTRVENCE_AAAAMMDD_NNN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCONTRATO.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT ARQUIVO-ORDENACAO
               ASSIGN TO "CONTRATOSORT.TMP".
           SELECT RELATORIO-CONTRATOS
               ASSIGN TO SAIDACONTRATO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCONTRATO.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       SD  ARQUIVO-ORDENACAO.
       01  ORDENACAO-REGISTRO.
           05 ORD-VENDEDOR PIC 9(4).
           05 ORD-CLIENTE PIC 9(4).
           05 ORD-EXPIRACAO PIC 9(8).
           05 ORD-PRODUTO PIC 9(4).
           05 ORD-VIGENCIA PIC 9(8).
           05 ORD-DIAS PIC 9(4).
           05 ORD-PRECO PIC 9(6)V99.
           05 ORD-DESCONTO PIC 99V99.

       FD  RELATORIO-CONTRATOS.
       01  LINHA-RELATORIO PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "WSCALCDIAS.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-CONTRATOS PIC X.
       77  FINAL-ARQUIVO PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-PARA-VENCER PIC S9(6).
      *    contingencia quando parametros.dat nao traz a chave.
       77  DIAS-DE-AVISO PIC 9(4) VALUE 30.
       77  VENDEDOR-ATUAL PIC 9(4).
       77  QTD-VENDEDOR PIC 9(5).
       77  QTD-GERAL PIC 9(6).
      *    contrato que entrou no prazo fica guardado ate a leitura
      *    seguinte mostrar se o mesmo cliente e produto ja tem
      *    uma renovacao cadastrada.
       77  HA-CANDIDATO PIC X.
       01  CANDIDATO.
           05 CAND-CLIENTE PIC 9(4).
           05 CAND-PRODUTO PIC 9(4).
           05 CAND-VIGENCIA PIC 9(8).
           05 CAND-EXPIRACAO PIC 9(8).
           05 CAND-DIAS PIC 9(4).
           05 CAND-PRECO PIC 9(6)V99.
           05 CAND-DESCONTO PIC 99V99.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "CONTRATOS DE PRECO A VENCER - EM".
           05 FILLER PIC X(1) VALUE SPACE.
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-PRAZO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "Expirando nos proximos ".
           05 CAB-DIAS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " dias".

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(41) VALUE
               "   Cliente                    Prod.  Vige".
           05 FILLER PIC X(40) VALUE
               "ncia   Expira      Dias      Preco Desc%".

       01  LINHA-VENDEDOR.
           05 FILLER PIC X(10) VALUE "Vendedor: ".
           05 LV-CODIGO PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 LV-NOME PIC X(10).

       01  LINHA-DETALHE.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-CLIENTE PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-PRODUTO PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-VIGENCIA PIC 9999/99/99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-EXPIRACAO PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DIAS PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-PRECO PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-DESCONTO PIC Z9.99 BLANK WHEN ZERO.

       01  LINHA-TOTAL.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QUANTIDADE PIC ZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           PERFORM CARREGA-PARAMETROS.
           MOVE "DIAS-AVISO-CONTRATO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO DIAS-DE-AVISO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG228" TO IMPRESSAO-PROGRAMA.
           MOVE "CONTRVENCE" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACONTRATO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-CONTRATOS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           SORT ARQUIVO-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR
               ON ASCENDING KEY ORD-CLIENTE
               ON ASCENDING KEY ORD-EXPIRACAO
               ON ASCENDING KEY ORD-PRODUTO
               INPUT PROCEDURE IS SELECIONA-CONTRATOS
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           CLOSE ARQUIVO-CONTRATOS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-FUNCIONARIO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Contratos a vencer: " QTD-GERAL.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SELECIONA-CONTRATOS.
           MOVE "N" TO HA-CANDIDATO.
           MOVE ZEROS TO CONTRATO-CHAVE.
           MOVE "N" TO FIM-CONTRATOS.

           START ARQUIVO-CONTRATOS
               KEY IS NOT LESS THAN CONTRATO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CONTRATOS.

           PERFORM AVALIA-CONTRATO
               UNTIL FIM-CONTRATOS = "S".

           IF HA-CANDIDATO = "S"
               PERFORM LIBERA-CANDIDATO.

       AVALIA-CONTRATO.
           READ ARQUIVO-CONTRATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CONTRATOS.

           IF FIM-CONTRATOS = "N"
               PERFORM CONFERE-RENOVACAO
               PERFORM MEDE-EXPIRACAO.

       CONFERE-RENOVACAO.
      *    a chave traz as vigencias do mesmo cliente e produto em
      *    sequencia - outro registro deles depois do candidato e
      *    a renovacao ja cadastrada.
           IF HA-CANDIDATO = "S"
               IF CONTRATO-CLIENTE-CODIGO = CAND-CLIENTE AND
                   CONTRATO-PRODUTO-CODIGO = CAND-PRODUTO
                   MOVE "N" TO HA-CANDIDATO
               ELSE
                   PERFORM LIBERA-CANDIDATO.

       MEDE-EXPIRACAO.
           IF CONTRATO-DATA-EXPIRACAO NOT = ZEROS
               MOVE CONTRATO-DATA-EXPIRACAO TO CALCDIAS-DATA
               PERFORM CONVERTE-DATA-EM-DIAS
               COMPUTE DIAS-PARA-VENCER =
                   CALCDIAS-TOTAL - DIAS-DE-HOJE
               IF DIAS-PARA-VENCER NOT < ZEROS AND
                   DIAS-PARA-VENCER NOT > DIAS-DE-AVISO
                   PERFORM GUARDA-CANDIDATO.

       GUARDA-CANDIDATO.
           MOVE "S" TO HA-CANDIDATO.
           MOVE CONTRATO-CLIENTE-CODIGO TO CAND-CLIENTE.
           MOVE CONTRATO-PRODUTO-CODIGO TO CAND-PRODUTO.
           MOVE CONTRATO-DATA-VIGENCIA TO CAND-VIGENCIA.
           MOVE CONTRATO-DATA-EXPIRACAO TO CAND-EXPIRACAO.
           MOVE DIAS-PARA-VENCER TO CAND-DIAS.
           MOVE CONTRATO-PRECO TO CAND-PRECO.
           MOVE CONTRATO-DESCONTO TO CAND-DESCONTO.

       LIBERA-CANDIDATO.
           MOVE "N" TO HA-CANDIDATO.

           MOVE CAND-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE ZEROS TO CLIENTE-FUNCIONARIO-CODIGO.

           MOVE CLIENTE-FUNCIONARIO-CODIGO TO ORD-VENDEDOR.
           MOVE CAND-CLIENTE TO ORD-CLIENTE.
           MOVE CAND-EXPIRACAO TO ORD-EXPIRACAO.
           MOVE CAND-PRODUTO TO ORD-PRODUTO.
           MOVE CAND-VIGENCIA TO ORD-VIGENCIA.
           MOVE CAND-DIAS TO ORD-DIAS.
           MOVE CAND-PRECO TO ORD-PRECO.
           MOVE CAND-DESCONTO TO ORD-DESCONTO.
           RELEASE ORDENACAO-REGISTRO.

       GERA-RELATORIO.
           OPEN OUTPUT RELATORIO-CONTRATOS.

           MOVE ZEROS TO QTD-GERAL.
           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE "N" TO FINAL-ARQUIVO.

           PERFORM ESCREVE-CABECALHO.

           PERFORM LEIA-PROXIMO-ORDENADO.

           PERFORM PROCESSA-REGISTROS
               UNTIL FINAL-ARQUIVO = "S".

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "Nenhum contrato a vencer no prazo" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
           ELSE
               PERFORM ESCREVE-TOTAL-VENDEDOR.

           MOVE "Total de contratos a vencer:" TO TOT-DESCRICAO.
           MOVE QTD-GERAL TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE RELATORIO-CONTRATOS.

       LEIA-PROXIMO-ORDENADO.
           RETURN ARQUIVO-ORDENACAO RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-REGISTROS.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM COMECA-VENDEDOR
           ELSE
               IF ORD-VENDEDOR NOT = VENDEDOR-ATUAL
                   PERFORM ESCREVE-TOTAL-VENDEDOR
                   PERFORM COMECA-VENDEDOR.

           PERFORM ESCREVE-DETALHE.

           PERFORM LEIA-PROXIMO-ORDENADO.

       ESCREVE-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE DIAS-DE-AVISO TO CAB-DIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-PRAZO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       COMECA-VENDEDOR.
           MOVE ORD-VENDEDOR TO VENDEDOR-ATUAL.
           MOVE ZEROS TO QTD-VENDEDOR.

           MOVE VENDEDOR-ATUAL TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "SEM VENDED" TO FUNCIONARIO-NOME.

           MOVE VENDEDOR-ATUAL TO LV-CODIGO.
           MOVE FUNCIONARIO-NOME TO LV-NOME.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-VENDEDOR TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-DETALHE.
           ADD 1 TO QTD-VENDEDOR.
           ADD 1 TO QTD-GERAL.

           MOVE ORD-CLIENTE TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME.

           MOVE ORD-CLIENTE TO DET-CLIENTE.
           MOVE CLIENTE-NOME TO DET-NOME.

      *    produto 0000 e o desconto geral do cliente.
           IF ORD-PRODUTO = ZEROS
               MOVE "GERAL" TO DET-PRODUTO
           ELSE
               MOVE ORD-PRODUTO TO DET-PRODUTO.

           MOVE ORD-VIGENCIA TO DET-VIGENCIA.
           MOVE ORD-EXPIRACAO TO DET-EXPIRACAO.
           MOVE ORD-DIAS TO DET-DIAS.
           MOVE ORD-PRECO TO DET-PRECO.
           MOVE ORD-DESCONTO TO DET-DESCONTO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-DETALHE TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-VENDEDOR.
           MOVE "Contratos do vendedor.......:" TO TOT-DESCRICAO.
           MOVE QTD-VENDEDOR TO TOT-QUANTIDADE.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDCALCDIAS.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG259.
      *    levantamento anual da anonimizacao de dados pessoais -
      *    a rodada de ensaio, que nao apaga nada. Procura os
      *    funcionarios arquivados em funcionarios_excluidos.dat
      *    cuja exclusao (EXCLUIDO-DATA-EXCLUSAO) passou do prazo
      *    legal de guarda (parametro ANON-ANOS-FUNC) e os clientes
      *    sem pedido, fatura ou contato ha N anos (ANON-ANOS-
      *    CLIENTE) e sem fatura em aberto. Cada um vira uma
      *    proposta pendente em anonimizacao_propostas.dat, no lote
      *    da data da rodada, e uma linha do relatorio carimbado
      *    ANONIMIZA_AAAAMMDD_NNN com o que seria limpo (entradas
      *    arquivadas, dependentes, contatos, enderecos de entrega
      *    e entradas da trilha de auditoria). Quem fica de fora
      *    por um motivo (codigo de volta ao cadastro, fatura em
      *    aberto) sai listado como retido. A aplicacao e do
      *    PROG260, com aprovacao do administrador - como a revisao
      *    de credito do PROG251 espera o PROG252.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXCLUIDOS.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBCONTATO.cob".
           COPY "SBFATURA.cob".
           COPY "SBENTREGA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBANONPROP.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-ANONIMIZACAO
               ASSIGN TO SAIDAANONIMIZA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXCLUIDOS.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDCONTATO.cob".
           COPY "FDFATURA.cob".
           COPY "FDENTREGA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDANONPROP.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-ANONIMIZACAO.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSANONIMIZA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
       77  FIM-CLIENTES PIC X.
       77  CODIGO-VARRIDO PIC 9(5).
       77  QTD-PROPOSTAS PIC 9(5).
       77  QTD-RETIDOS PIC 9(5).
       77  QTD-JA-DECIDIDAS PIC 9(5).
      *    a proposta montada, guardada enquanto o READ traz a que
      *    ja estava gravada no lote.
       77  PROPOSTA-SALVA PIC X(40).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(42) VALUE
               "ANONIMIZACAO DE DADOS PESSOAIS - ENSAIO ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-CORTES.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(24) VALUE "arquivados ate ".
           05 CAB-CORTE-FUNCIONARIO PIC 9999/99/99.
           05 FILLER PIC X(26) VALUE " - clientes parados desde ".
           05 CAB-CORTE-CLIENTE PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(6) VALUE "Tipo".
           05 FILLER PIC X(6) VALUE "Cod".
           05 FILLER PIC X(22) VALUE "Nome".
           05 FILLER PIC X(12) VALUE "Referencia".
           05 FILLER PIC X(7) VALUE " Arq".
           05 FILLER PIC X(7) VALUE " Dep".
           05 FILLER PIC X(7) VALUE " Cont".
           05 FILLER PIC X(7) VALUE " End".
           05 FILLER PIC X(7) VALUE " Aud".
           05 FILLER PIC X(19) VALUE "Situacao".

       01  LINHA-PESSOA.
           05 LP-TIPO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-CODIGO PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-NOME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-REFERENCIA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ENTRADAS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-DEPENDENTES PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-CONTATOS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-ENDERECOS PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-AUDITORIA PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LP-SITUACAO PIC X(30).

       01  LINHA-RESUMO.
           05 LR-TEXTO PIC X(40).
           05 LR-QTD PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG259" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.
           PERFORM CALCULA-CORTES-ANONIMIZACAO.
           PERFORM LEVANTA-DADOS-ANONIMIZACAO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG259" TO IMPRESSAO-PROGRAMA.
           MOVE "ANONIMIZA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAANONIMIZA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-ANON-PROPOSTAS.
           OPEN OUTPUT RELATORIO-ANONIMIZACAO.

           MOVE ZEROS TO QTD-PROPOSTAS.
           MOVE ZEROS TO QTD-RETIDOS.
           MOVE ZEROS TO QTD-JA-DECIDIDAS.

           PERFORM IMPRIME-CABECALHO.

           PERFORM PROPOE-FUNCIONARIO
               VARYING CODIGO-VARRIDO FROM 1 BY 1
               UNTIL CODIGO-VARRIDO > 9999.

           PERFORM PROPOE-CLIENTES.
           PERFORM IMPRIME-RESUMO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ANON-PROPOSTAS.
           CLOSE RELATORIO-ANONIMIZACAO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Propostas pendentes: " QTD-PROPOSTAS.
           DISPLAY "Retidos............: " QTD-RETIDOS.
           DISPLAY "Lote " ANON-DATA-HOJE
               " - aprovar pelo PROG260".
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROPOE-FUNCIONARIO.
           MOVE CODIGO-VARRIDO TO ANON-CODIGO.
           PERFORM CONFERE-FUNCIONARIO-ELEGIVEL.

           IF NOT ANON-FORA
               MOVE "FUNC" TO LP-TIPO
               MOVE ANONF-NOME (ANON-CODIGO) TO LP-NOME
               MOVE ANONF-DATA-EXCLUSAO (ANON-CODIGO) TO
                   LP-REFERENCIA
               MOVE ANONF-ENTRADAS (ANON-CODIGO) TO LP-ENTRADAS
               MOVE ANONF-DEPENDENTES (ANON-CODIGO) TO
                   LP-DEPENDENTES
               MOVE ZEROS TO LP-CONTATOS
               MOVE ZEROS TO LP-ENDERECOS
               MOVE ANONF-AUDITORIA (ANON-CODIGO) TO LP-AUDITORIA
               MOVE "F" TO ANONPROP-TIPO
               MOVE ANONF-DATA-EXCLUSAO (ANON-CODIGO) TO
                   ANONPROP-DATA-REFERENCIA
               PERFORM TRATA-CANDIDATO.

       PROPOE-CLIENTES.
           MOVE ZEROS TO CLIENTE-CODIGO.
           MOVE "N" TO FIM-CLIENTES.

           START ARQUIVO-CLIENTE
               KEY IS NOT LESS THAN CLIENTE-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-CLIENTES.

           PERFORM PROPOE-UM-CLIENTE
               UNTIL FIM-CLIENTES = "S".

       PROPOE-UM-CLIENTE.
           READ ARQUIVO-CLIENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CLIENTES.

           IF FIM-CLIENTES = "N"
               IF CLIENTE-CODIGO > ZEROS
                   PERFORM CONFERE-CLIENTE-ELEGIVEL
                   IF NOT ANON-FORA
                       PERFORM MONTA-LINHA-CLIENTE
                       PERFORM TRATA-CANDIDATO.

       MONTA-LINHA-CLIENTE.
           MOVE "CLI" TO LP-TIPO.
           MOVE CLIENTE-NOME TO LP-NOME.
           MOVE ANONC-ULTIMO-MOVIMENTO (ANON-CODIGO) TO
               LP-REFERENCIA.
           MOVE 1 TO LP-ENTRADAS.
           MOVE ZEROS TO LP-DEPENDENTES.
           MOVE ANONC-CONTATOS (ANON-CODIGO) TO LP-CONTATOS.
           MOVE ANONC-ENDERECOS (ANON-CODIGO) TO LP-ENDERECOS.
           MOVE ANONC-AUDITORIA (ANON-CODIGO) TO LP-AUDITORIA.
           MOVE "C" TO ANONPROP-TIPO.
           MOVE ANONC-ULTIMO-MOVIMENTO (ANON-CODIGO) TO
               ANONPROP-DATA-REFERENCIA.

       TRATA-CANDIDATO.
           MOVE ANON-CODIGO TO LP-CODIGO.

           IF ANON-RETIDO
               ADD 1 TO QTD-RETIDOS
               MOVE ANON-MOTIVO TO LP-SITUACAO
           ELSE
               PERFORM GRAVA-PROPOSTA.

           MOVE LINHA-PESSOA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       GRAVA-PROPOSTA.
      *    rodada repetida no mesmo dia regrava a proposta ainda
      *    pendente e deixa como esta a que ja foi decidida.
           MOVE ANON-DATA-HOJE TO ANONPROP-LOTE.
           MOVE ANON-CODIGO TO ANONPROP-CODIGO.
           MOVE "P" TO ANONPROP-SITUACAO.
           MOVE SPACES TO ANONPROP-OPERADOR-DECISAO.
           MOVE ZEROS TO ANONPROP-DATA-DECISAO.
           MOVE ANON-PROPOSTA-REGISTRO TO PROPOSTA-SALVA.

           WRITE ANON-PROPOSTA-REGISTRO
               INVALID KEY
                   PERFORM CONFERE-PROPOSTA-GRAVADA
               NOT INVALID KEY
                   ADD 1 TO QTD-PROPOSTAS
                   MOVE "PENDENTE APROVACAO" TO LP-SITUACAO.

       CONFERE-PROPOSTA-GRAVADA.
           READ ARQUIVO-ANON-PROPOSTAS RECORD
               INVALID KEY
                   MOVE "R" TO ANONPROP-SITUACAO.

           IF ANONPROP-PENDENTE
               MOVE PROPOSTA-SALVA TO ANON-PROPOSTA-REGISTRO
               REWRITE ANON-PROPOSTA-REGISTRO
               ADD 1 TO QTD-PROPOSTAS
               MOVE "PENDENTE APROVACAO" TO LP-SITUACAO
           ELSE
               MOVE PROPOSTA-SALVA TO ANON-PROPOSTA-REGISTRO
               ADD 1 TO QTD-JA-DECIDIDAS
               MOVE "JA DECIDIDA NO LOTE" TO LP-SITUACAO.

       IMPRIME-CABECALHO.
           MOVE ANON-DATA-HOJE TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE ANON-CORTE-FUNCIONARIO TO CAB-CORTE-FUNCIONARIO.
           MOVE ANON-CORTE-CLIENTE TO CAB-CORTE-CLIENTE.
           MOVE CABECALHO-CORTES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Propostas pendentes de aprovacao" TO LR-TEXTO.
           MOVE QTD-PROPOSTAS TO LR-QTD.
           PERFORM IMPRIME-LINHA-RESUMO.
           MOVE "Retidos (fora do lote)" TO LR-TEXTO.
           MOVE QTD-RETIDOS TO LR-QTD.
           PERFORM IMPRIME-LINHA-RESUMO.
           MOVE "Ja decididos no lote" TO LR-TEXTO.
           MOVE QTD-JA-DECIDIDAS TO LR-QTD.
           PERFORM IMPRIME-LINHA-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE "Ensaio - nada foi apagado; aprovar pelo PROG260"
               TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-LINHA-RESUMO.
           MOVE LINHA-RESUMO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDANONIMIZA.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG263.
      *    fechamento mensal de vendas e contas a receber em
      *    periodos_venda.dat - a mesma ideia das competencias da
      *    folha do PROG149. Fechado o mes (AAAAMM), o PROG121, o
      *    PROG122, o PROG124, o PROG125, o PROG127 e o PROG128
      *    recusam fatura, recebimento, cancelamento, devolucao e
      *    movimento de estoque datados dentro dele, para nada cair
      *    num mes que o contador ja fechou. O fechamento imprime os
      *    totais de controle no relatorio carimbado
      *    FECHAVENDA_AAAAMMDD_NNN - faturado, recebido e creditado
      *    no mes, contas a receber em aberto e a posicao do
      *    estoque em quantidade e valor - e guarda os mesmos totais
      *    no registro do mes. A reabertura e so do administrador,
      *    e fechamento e reabertura saem na trilha de auditoria.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBPERVENDA.cob".
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBDEVOLUCAO.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-FECHAMENTO
               ASSIGN TO SAIDAFECHAVENDA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDPERVENDA.cob".
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDDEVOLUCAO.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-FECHAMENTO.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSPERVENDA.cob".
           COPY "WSIMPRESSAO.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  MES-VALIDO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  DATA-DE-HOJE PIC 9(8).
       77  MES-DE-HOJE PIC 9(6).
       77  MOTIVO-INFORMADO PIC X(30).
       77  SITUACAO-ANTES PIC X(30).
       77  SITUACAO-DEPOIS PIC X(30).
       77  LIMITE-EMISSAO PIC 9(8).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  VALOR-DO-ESTOQUE PIC S9(12)V99.

       01  MES-INFORMADO.
           05 MES-INFORMADO-ANO PIC 9(4).
           05 MES-INFORMADO-MES PIC 9(2).
       01  FILLER REDEFINES MES-INFORMADO.
           05 MES-INFORMADO-NUMERICO PIC 9(6).

      *    totais apurados antes de confirmar o fechamento.
       01  TOTAIS-DO-MES.
           05 TOTAL-FATURADO PIC 9(10)V99.
           05 TOTAL-RECEBIDO PIC 9(10)V99.
           05 TOTAL-CREDITADO PIC 9(10)V99.
           05 TOTAL-A-RECEBER PIC 9(10)V99.
           05 TOTAL-ESTOQUE-QTD PIC S9(9).
           05 TOTAL-ESTOQUE-VALOR PIC S9(12)V99.
           05 QTD-FATURAS-MES PIC 9(6).
           05 QTD-RECEBIMENTOS-MES PIC 9(6).
           05 QTD-DEVOLUCOES-MES PIC 9(6).
           05 QTD-FATURAS-ABERTAS PIC 9(6).
           05 QTD-PRODUTOS PIC 9(6).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(43) VALUE
               "FECHAMENTO DE VENDAS E CONTAS A RECEBER - ".
           05 CAB-MES PIC 9999/99.

       01  CABECALHO-FECHAMENTO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(13) VALUE "fechado em ".
           05 CAB-DATA PIC 9999/99/99.
           05 FILLER PIC X(5) VALUE " por ".
           05 CAB-OPERADOR PIC X(10).

       01  LINHA-TOTAL.
           05 LT-TEXTO PIC X(36).
           05 LT-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LT-VALOR PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINHA-ESTOQUE.
           05 LE-TEXTO PIC X(30).
           05 LE-QTD PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LE-VALOR PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG263" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           PERFORM EFETUA-LOGIN.

           IF LOGIN-NIVEL-ACESSO < 2
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-DE-HOJE TO PERVEN-DATA-LANCAMENTO.
           MOVE PERVEN-MES-LANCAMENTO TO MES-DE-HOJE.

           OPEN I-O ARQUIVO-PERIODOS-VENDA.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-PERIODOS-VENDA.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- FECHAMENTO DE VENDAS E CONTAS A RECEBER ---".
           DISPLAY "1. Fechar mes".
           DISPLAY "2. Reabrir mes (administrador)".
           DISPLAY "3. Listar meses".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM FECHA-MES.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM REABRE-MES.

           IF OPCAO-MENU = 3
               PERFORM LISTA-MESES.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       PEGA-MES.
           DISPLAY "Mes (AAAAMM): ".
           ACCEPT MES-INFORMADO-NUMERICO.

           MOVE "S" TO MES-VALIDO.
           MOVE "N" TO REGISTRO-ENCONTRADO.

           IF MES-INFORMADO-MES < 1 OR MES-INFORMADO-MES > 12
               MOVE "N" TO MES-VALIDO
               DISPLAY "Mes invalido"
           ELSE
               PERFORM LOCALIZA-MES.

       LOCALIZA-MES.
           MOVE MES-INFORMADO-NUMERICO TO PERVEN-ANO-MES.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-PERIODOS-VENDA RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

      *    fechamento - o mes que ainda nao comecou nao fecha, e o
      *    mes corrente fecha com aviso, porque o que ainda for
      *    lancado hoje fica recusado.
       FECHA-MES.
           PERFORM PEGA-MES.

           IF MES-VALIDO = "S"
               PERFORM CONFERE-MES-A-FECHAR.

       CONFERE-MES-A-FECHAR.
           IF REGISTRO-ENCONTRADO = "S" AND PERVEN-FECHADO
               DISPLAY "Mes ja esta fechado em "
                   PERVEN-DATA-FECHAMENTO " por "
                   PERVEN-OPERADOR-FECHAMENTO
           ELSE
               PERFORM CONFERE-INICIO-DO-MES.

       CONFERE-INICIO-DO-MES.
           IF MES-INFORMADO-NUMERICO > MES-DE-HOJE
               DISPLAY "Mes ainda nao comecou, nada fechado"
           ELSE
               PERFORM PREPARA-FECHAMENTO.

       PREPARA-FECHAMENTO.
           IF MES-INFORMADO-NUMERICO = MES-DE-HOJE
               DISPLAY "ATENCAO: e o mes corrente - o que ainda "
                   "for lancado hoje sera recusado".

           PERFORM APURA-TOTAIS.
           PERFORM MOSTRA-TOTAIS.

           MOVE "Confirma o fechamento (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-FECHAMENTO
           ELSE
               DISPLAY "Fechamento cancelado".

       GRAVA-FECHAMENTO.
      *    o READ do LOCALIZA-MES pode ter trazido o registro de
      *    uma reabertura anterior - a reabertura fica nele.
           IF REGISTRO-ENCONTRADO = "N"
               MOVE ZEROS TO PERVEN-DATA-REABERTURA
               MOVE SPACES TO PERVEN-OPERADOR-REABERTURA.

           MOVE MES-INFORMADO-NUMERICO TO PERVEN-ANO-MES.
           MOVE "F" TO PERVEN-SITUACAO.
           MOVE DATA-DE-HOJE TO PERVEN-DATA-FECHAMENTO.
           MOVE LOGIN-USUARIO TO PERVEN-OPERADOR-FECHAMENTO.
           MOVE TOTAL-FATURADO TO PERVEN-FATURADO.
           MOVE TOTAL-RECEBIDO TO PERVEN-RECEBIDO.
           MOVE TOTAL-CREDITADO TO PERVEN-CREDITADO.
           MOVE TOTAL-A-RECEBER TO PERVEN-A-RECEBER.
           MOVE TOTAL-ESTOQUE-QTD TO PERVEN-ESTOQUE-QTD.
           MOVE TOTAL-ESTOQUE-VALOR TO PERVEN-ESTOQUE-VALOR.

           IF REGISTRO-ENCONTRADO = "S"
               REWRITE PERIODO-VENDA-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao fechar o mes"
           ELSE
               WRITE PERIODO-VENDA-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao fechar o mes".

           MOVE "ABERTO" TO SITUACAO-ANTES.
           MOVE "FECHADO" TO SITUACAO-DEPOIS.
           MOVE SPACES TO MOTIVO-INFORMADO.
           PERFORM GRAVA-AUDITORIA.

           PERFORM IMPRIME-FECHAMENTO.
           DISPLAY "Mes " MES-INFORMADO-NUMERICO " fechado".

      *    totais de controle - faturado pela emissao, recebido
      *    pela data do lancamento no razao (principal, encargos e
      *    recuperacao; baixa por perda e aplicacao de credito nao
      *    sao dinheiro do mes) e creditado pela data da nota de
      *    credito. O contas a receber e o estoque sao a posicao
      *    no momento do fechamento, das faturas emitidas ate o fim
      *    do mes - rodado logo na virada, e a posicao do mes.
       APURA-TOTAIS.
           MOVE ZEROS TO TOTAIS-DO-MES.
           COMPUTE LIMITE-EMISSAO = (MES-INFORMADO-NUMERICO * 100)
               + 99.

           PERFORM SOMA-FATURAS.
           PERFORM SOMA-RECEBIMENTOS.
           PERFORM SOMA-DEVOLUCOES.
           PERFORM SOMA-ESTOQUE.

       SOMA-FATURAS.
           OPEN INPUT ARQUIVO-FATURAS.

           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM SOMA-UMA-FATURA
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-FATURAS.

       SOMA-UMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE FATURA-DATA-EMISSAO TO PERVEN-DATA-LANCAMENTO
               PERFORM AVALIA-FATURA.

       AVALIA-FATURA.
           IF PERVEN-MES-LANCAMENTO = MES-INFORMADO-NUMERICO
               ADD 1 TO QTD-FATURAS-MES
               ADD FATURA-VALOR TO TOTAL-FATURADO.

           IF FATURA-EM-ABERTO AND
               FATURA-DATA-EMISSAO NOT > LIMITE-EMISSAO
               COMPUTE SALDO-DA-FATURA =
                   FATURA-VALOR - FATURA-VALOR-PAGO -
                   FATURA-VALOR-CREDITO
               PERFORM SOMA-SALDO-EM-ABERTO.

       SOMA-SALDO-EM-ABERTO.
           IF SALDO-DA-FATURA > ZEROS
               ADD 1 TO QTD-FATURAS-ABERTAS
               ADD SALDO-DA-FATURA TO TOTAL-A-RECEBER.

       SOMA-RECEBIMENTOS.
           OPEN INPUT ARQUIVO-RECEBIMENTOS.
           MOVE "N" TO FIM-ARQUIVO.

           PERFORM SOMA-UM-RECEBIMENTO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-RECEBIMENTOS.

       SOMA-UM-RECEBIMENTO.
           READ ARQUIVO-RECEBIMENTOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE RECEB-DATA TO PERVEN-DATA-LANCAMENTO
               IF PERVEN-MES-LANCAMENTO = MES-INFORMADO-NUMERICO AND
                   NOT RECEB-BAIXA-PERDA AND
                   NOT RECEB-APLICACAO-CREDITO
                   ADD 1 TO QTD-RECEBIMENTOS-MES
                   ADD RECEB-VALOR TO TOTAL-RECEBIDO.

       SOMA-DEVOLUCOES.
           OPEN INPUT ARQUIVO-DEVOLUCOES.
           MOVE "N" TO FIM-ARQUIVO.

           PERFORM SOMA-UMA-DEVOLUCAO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-DEVOLUCOES.

       SOMA-UMA-DEVOLUCAO.
           READ ARQUIVO-DEVOLUCOES RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE DEV-DATA TO PERVEN-DATA-LANCAMENTO
               IF PERVEN-MES-LANCAMENTO = MES-INFORMADO-NUMERICO
                   ADD 1 TO QTD-DEVOLUCOES-MES
                   ADD DEV-VALOR TO TOTAL-CREDITADO.

       SOMA-ESTOQUE.
           OPEN INPUT ARQUIVO-PRODUTOS.

           MOVE ZEROS TO PRODUTO-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-PRODUTOS
               KEY IS NOT LESS THAN PRODUTO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM SOMA-UM-PRODUTO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-PRODUTOS.

       SOMA-UM-PRODUTO.
           READ ARQUIVO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               ADD 1 TO QTD-PRODUTOS
               ADD PRODUTO-ESTOQUE TO TOTAL-ESTOQUE-QTD
               COMPUTE VALOR-DO-ESTOQUE =
                   PRODUTO-ESTOQUE * PRODUTO-CUSTO-MEDIO
               ADD VALOR-DO-ESTOQUE TO TOTAL-ESTOQUE-VALOR.

       MOSTRA-TOTAIS.
           DISPLAY "Faturado no mes.....: " TOTAL-FATURADO
               " (" QTD-FATURAS-MES " faturas)".
           DISPLAY "Recebido no mes.....: " TOTAL-RECEBIDO
               " (" QTD-RECEBIMENTOS-MES " lancamentos)".
           DISPLAY "Creditado no mes....: " TOTAL-CREDITADO
               " (" QTD-DEVOLUCOES-MES " notas)".
           DISPLAY "A receber em aberto.: " TOTAL-A-RECEBER
               " (" QTD-FATURAS-ABERTAS " faturas)".
           DISPLAY "Estoque quantidade..: " TOTAL-ESTOQUE-QTD.
           DISPLAY "Estoque valor.......: " TOTAL-ESTOQUE-VALOR.

      *    relatorio de totais de controle do fechamento
       IMPRIME-FECHAMENTO.
           MOVE "PROG263" TO IMPRESSAO-PROGRAMA.
           MOVE "FECHAVENDA" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAFECHAVENDA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-FECHAMENTO.

           MOVE MES-INFORMADO-NUMERICO TO CAB-MES.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE LOGIN-USUARIO TO CAB-OPERADOR.
           MOVE CABECALHO-FECHAMENTO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE "Faturado no mes" TO LT-TEXTO.
           MOVE QTD-FATURAS-MES TO LT-QTD.
           MOVE TOTAL-FATURADO TO LT-VALOR.
           PERFORM IMPRIME-LINHA-TOTAL.

           MOVE "Recebido no mes" TO LT-TEXTO.
           MOVE QTD-RECEBIMENTOS-MES TO LT-QTD.
           MOVE TOTAL-RECEBIDO TO LT-VALOR.
           PERFORM IMPRIME-LINHA-TOTAL.

           MOVE "Creditado por devolucao" TO LT-TEXTO.
           MOVE QTD-DEVOLUCOES-MES TO LT-QTD.
           MOVE TOTAL-CREDITADO TO LT-VALOR.
           PERFORM IMPRIME-LINHA-TOTAL.

           MOVE "Contas a receber em aberto" TO LT-TEXTO.
           MOVE QTD-FATURAS-ABERTAS TO LT-QTD.
           MOVE TOTAL-A-RECEBER TO LT-VALOR.
           PERFORM IMPRIME-LINHA-TOTAL.

           MOVE "Estoque (qtd / valor medio)" TO LE-TEXTO.
           MOVE TOTAL-ESTOQUE-QTD TO LE-QTD.
           MOVE TOTAL-ESTOQUE-VALOR TO LE-VALOR.
           MOVE LINHA-ESTOQUE TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           CLOSE RELATORIO-FECHAMENTO.

           PERFORM GRAVA-INDICE-IMPRESSAO.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.

       IMPRIME-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

      *    reabertura - so o administrador, com motivo, e sai na
      *    trilha de auditoria. Os totais do ultimo fechamento ficam
      *    no registro ate o proximo.
       REABRE-MES.
           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao restrita ao perfil de administrador"
           ELSE
               PERFORM PEGA-MES-REABRIR.

       PEGA-MES-REABRIR.
           PERFORM PEGA-MES.

           IF MES-VALIDO = "S"
               IF REGISTRO-ENCONTRADO = "S" AND PERVEN-FECHADO
                   PERFORM CONFIRMA-REABERTURA
               ELSE
                   DISPLAY "Mes nao esta fechado".

       CONFIRMA-REABERTURA.
           DISPLAY "Motivo da reabertura: ".
           ACCEPT MOTIVO-INFORMADO.

           IF MOTIVO-INFORMADO = SPACES
               DISPLAY "Motivo obrigatorio, nada reaberto"
           ELSE
               PERFORM PERGUNTA-REABERTURA.

       PERGUNTA-REABERTURA.
           MOVE "Confirma a reabertura (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-REABERTURA
           ELSE
               DISPLAY "Reabertura cancelada".

       GRAVA-REABERTURA.
           MOVE "A" TO PERVEN-SITUACAO.
           MOVE DATA-DE-HOJE TO PERVEN-DATA-REABERTURA.
           MOVE LOGIN-USUARIO TO PERVEN-OPERADOR-REABERTURA.

           REWRITE PERIODO-VENDA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reabrir o mes".

           MOVE "FECHADO" TO SITUACAO-ANTES.
           MOVE "ABERTO" TO SITUACAO-DEPOIS.
           PERFORM GRAVA-AUDITORIA.

           DISPLAY "Mes " MES-INFORMADO-NUMERICO " reaberto".

       GRAVA-AUDITORIA.
      *    como no PROG176: a linha principal leva a situacao antes
      *    e depois, a linha CHAVE o mes e a linha MOTIVO o porque
      *    da reabertura, todas no mesmo horario.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE ZEROS TO AUD-CODIGO.
           MOVE "PER" TO AUD-ARQUIVO.
           MOVE MES-INFORMADO-NUMERICO TO AUD-CHAVE.
           MOVE "PERIODO-VENDAS" TO AUD-CAMPO.
           MOVE SITUACAO-ANTES TO AUD-VALOR-ANTES.
           MOVE SITUACAO-DEPOIS TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           MOVE "CHAVE" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTES.
           MOVE MES-INFORMADO-NUMERICO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           IF MOTIVO-INFORMADO NOT = SPACES
               MOVE "MOTIVO" TO AUD-CAMPO
               MOVE MOTIVO-INFORMADO TO AUD-VALOR-DEPOIS
               WRITE AUDITORIA-REGISTRO.

       LISTA-MESES.
           MOVE ZEROS TO PERVEN-ANO-MES.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-PERIODOS-VENDA
               KEY IS NOT LESS THAN PERVEN-ANO-MES
               INVALID KEY
                   DISPLAY "Nenhum mes fechado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO.
           READ ARQUIVO-PERIODOS-VENDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               DISPLAY "Mes: " PERVEN-ANO-MES
                   " Situacao: " PERVEN-SITUACAO
                   " Fechado: " PERVEN-DATA-FECHAMENTO
                   " " PERVEN-OPERADOR-FECHAMENTO
                   " Reaberto: " PERVEN-DATA-REABERTURA
                   " " PERVEN-OPERADOR-REABERTURA.

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".

           COPY "PDCONFIRMA.cob".

           COPY "PDPERVENDA.cob".

           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".

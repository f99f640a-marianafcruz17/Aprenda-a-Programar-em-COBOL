       PROGRAM-ID. PROG174.
      *    aprovacao a quatro olhos das operacoes sensiveis - lista
      *    a fila de aprovacoes_pendentes.dat (alteracoes de
      *    salario capturadas no PROG37, arquivamentos capturados
      *    no PROG38 e baixas de fatura como perda pedidas no
      *    PROG221), mostra o antes/depois como o PROG37 exibe, e
      *    so a aprovacao de um segundo operador - com perfil de
      *    supervisor e diferente de quem pediu - aplica a mudanca,
      *    audita com os dois nomes e, no arquivamento, copia o
      *    registro para os excluidos e enfileira a notificacao.
      *    A aprovacao do arquivamento gera tambem as tarefas do
      *    modelo de desligamento (PROG203) e aplica os bens que o
      *    PROG38 descontou no demonstrativo: a custodia fecha como
      *    ressarcida e o bem e baixado do patrimonio.
      *    Na baixa como perda, a fatura ainda em aberto passa a
      *    "B" com o saldo do dia, e a baixa entra no razao de
      *    recebimentos como movimento proprio, nao como pagamento.
      *    A troca de situacao da fatura tambem sai na trilha de
      *    auditoria, com os dois nomes como nas demais operacoes.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBNOTIFICA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBFATURA.cob".
           COPY "SBRECEBIMENTO.cob".
           COPY "SBTAREFAS.cob".
           COPY "SBMODTAREFA.cob".
           COPY "SBBEM.cob".
           COPY "SBCUSTODIA.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDAPROVPEND.cob".
           COPY "FDNOTIFICA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDFATURA.cob".
           COPY "FDRECEBIMENTO.cob".
           COPY "FDTAREFAS.cob".
           COPY "FDMODTAREFA.cob".
           COPY "FDBEM.cob".
           COPY "FDCUSTODIA.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSAUDFATURA.cob".
           COPY "WSTAREFANOVA.cob".
           COPY "WSGERATAREFA.cob".
       77  FIM-FILA PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  QTD-PENDENTES PIC 9(4).
       77  DATA-DE-HOJE PIC 9(8).
       77  DECISAO PIC X.
       77  FATURA-ENCONTRADA PIC X.
       77  SALDO-DA-FATURA PIC S9(8)V99.
      *    bens descontados no pedido de arquivamento, procurados
      *    entre as custodias do funcionario na aprovacao.
       77  INDICE-BEM PIC 9(2).
       77  FIM-CUSTODIAS PIC X.
       77  CUSTODIA-ACHADA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG174" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           OPEN I-O ARQUIVO-APROVACOES-PENDENTES.
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN EXTEND ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN EXTEND ARQUIVO-NOTIFICACOES.
           OPEN I-O ARQUIVO-FATURAS.
           OPEN EXTEND ARQUIVO-RECEBIMENTOS.
           OPEN I-O ARQUIVO-TAREFAS.
           OPEN INPUT ARQUIVO-MODELOS-TAREFA.
           OPEN I-O ARQUIVO-BENS.
           OPEN I-O ARQUIVO-CUSTODIAS.

           PERFORM LISTA-FILA-PENDENTE.

           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-NOTIFICACOES.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-RECEBIMENTOS.
           CLOSE ARQUIVO-TAREFAS.
           CLOSE ARQUIVO-MODELOS-TAREFA.
           CLOSE ARQUIVO-BENS.
           CLOSE ARQUIVO-CUSTODIAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           IF FIM-FILA = "N"
               IF APEND-PENDENTE
                   ADD 1 TO QTD-PENDENTES
                   IF APEND-TIPO-BAIXA-PERDA
                       DISPLAY "Pedido " APEND-NUMERO
                           " tipo " APEND-TIPO
                           " fatura " APEND-FATURA-NUMERO
                           " por " APEND-OPERADOR-PEDIDO
                           " em " APEND-DATA-PEDIDO
                   ELSE
                       DISPLAY "Pedido " APEND-NUMERO
                           " tipo " APEND-TIPO
                           " funcionario " APEND-FUNCIONARIO-CODIGO
                           " por " APEND-OPERADOR-PEDIDO
                           " em " APEND-DATA-PEDIDO.

       DECIDE-PEDIDO.
           DISPLAY "Numero do pedido a decidir ".
       MOSTRA-ANTES-E-DEPOIS.
           DISPLAY " ".
           DISPLAY "Pedido......: " APEND-NUMERO.
           IF APEND-TIPO-BAIXA-PERDA
               DISPLAY "Fatura......: " APEND-FATURA-NUMERO
           ELSE
               DISPLAY "Funcionario.: " APEND-FUNCIONARIO-CODIGO.
           DISPLAY "Solicitante.: " APEND-OPERADOR-PEDIDO.

           IF APEND-TIPO-SALARIO
               DISPLAY "Valor atual.: " APEND-VALOR-ANTES
               DISPLAY "Novo valor..: " APEND-VALOR-DEPOIS
           ELSE
               IF APEND-TIPO-BAIXA-PERDA
                   PERFORM MOSTRA-BAIXA-PERDA
               ELSE
                   DISPLAY "Operacao....: ARQUIVAMENTO"
                   DISPLAY "Motivo......: " APEND-MOTIVO.

       MOSTRA-BAIXA-PERDA.
      *    o saldo do pedido e o do dia em que foi pedido; o que
      *    vale na aprovacao e o saldo de hoje.
           DISPLAY "Operacao....: BAIXA COMO PERDA".
           DISPLAY "Codigo......: " APEND-MOTIVO-BAIXA.
           DISPLAY "Motivo......: " APEND-MOTIVO.
           DISPLAY "Saldo pedido: " APEND-VALOR-ANTES.

           PERFORM LOCALIZA-FATURA-DO-PEDIDO.

           IF FATURA-ENCONTRADA = "S"
               DISPLAY "Cliente.....: " FATURA-CLIENTE-CODIGO
               DISPLAY "Vencimento..: " FATURA-DATA-VENCIMENTO
               DISPLAY "Saldo hoje..: " SALDO-DA-FATURA.

       LOCALIZA-FATURA-DO-PEDIDO.
           MOVE APEND-FATURA-NUMERO TO FATURA-NUMERO.
           MOVE "S" TO FATURA-ENCONTRADA.

           READ ARQUIVO-FATURAS RECORD
               INVALID KEY
                   MOVE "N" TO FATURA-ENCONTRADA.

           IF FATURA-ENCONTRADA = "S"
               COMPUTE SALDO-DA-FATURA =
                   FATURA-VALOR - FATURA-VALOR-PAGO -
                   FATURA-VALOR-CREDITO.

       PEGA-DECISAO.
           DISPLAY "Aprova (A), rejeita (R) ou pula (outra)? ".
           IF APEND-TIPO-SALARIO
               PERFORM APLICA-SALARIO
           ELSE
               IF APEND-TIPO-BAIXA-PERDA
                   PERFORM EXECUTA-BAIXA-PERDA
               ELSE
                   PERFORM EXECUTA-ARQUIVAMENTO.

       APLICA-SALARIO.
           MOVE APEND-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
                   MOVE "E" TO AUD-OPERACAO
                   PERFORM GRAVA-AUDITORIA-DUPLA
                   PERFORM GRAVA-NOTIFICACAO
                   PERFORM BAIXA-BENS-DESCONTADOS
                   PERFORM GERA-TAREFAS-DE-DESLIGAMENTO
                   PERFORM MARCA-APROVADO
                   DISPLAY "Funcionario arquivado".

       BAIXA-BENS-DESCONTADOS.
           PERFORM BAIXA-UM-BEM-DESCONTADO
               VARYING INDICE-BEM FROM 1 BY 1
               UNTIL INDICE-BEM > APEND-QTD-BENS.

       BAIXA-UM-BEM-DESCONTADO.
      *    o bem devolvido pelo PROG211 enquanto o pedido esperava
      *    ja nao tem custodia aberta e fica como esta.
           MOVE "N" TO CUSTODIA-ACHADA.
           MOVE "N" TO FIM-CUSTODIAS.
           MOVE APEND-FUNCIONARIO-CODIGO TO CUST-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CUST-DATA-ENTREGA.
           MOVE ZEROS TO CUST-SEQUENCIA.

           START ARQUIVO-CUSTODIAS
               KEY IS NOT LESS THAN CUST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CUSTODIAS.

           PERFORM PROCURA-CUSTODIA-DO-BEM
               UNTIL FIM-CUSTODIAS = "S".

           IF CUSTODIA-ACHADA = "N"
               DISPLAY "Bem " APEND-BEM-PLAQUETA (INDICE-BEM)
                   " sem custodia aberta, nada baixado"
           ELSE
               PERFORM FECHA-CUSTODIA-RESSARCIDA.

       PROCURA-CUSTODIA-DO-BEM.
           READ ARQUIVO-CUSTODIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CUSTODIAS.

           IF FIM-CUSTODIAS = "N"
               IF CUST-FUNCIONARIO-CODIGO NOT =
                   APEND-FUNCIONARIO-CODIGO
                   MOVE "S" TO FIM-CUSTODIAS
               ELSE
                   IF CUST-ABERTA AND
                       CUST-PLAQUETA = APEND-BEM-PLAQUETA (INDICE-BEM)
                       MOVE "S" TO CUSTODIA-ACHADA
                       MOVE "S" TO FIM-CUSTODIAS.

       FECHA-CUSTODIA-RESSARCIDA.
      *    a custodia fecha em nome de quem pediu o desconto, com o
      *    valor que saiu no demonstrativo de rescisao.
           MOVE "R" TO CUST-SITUACAO.
           MOVE DATA-DE-HOJE TO CUST-DATA-DEVOLUCAO.
           MOVE APEND-OPERADOR-PEDIDO TO CUST-OPERADOR-DEVOLUCAO.
           MOVE "DESCONTADO NA RESCISAO" TO CUST-OBSERVACAO.
           MOVE APEND-BEM-VALOR (INDICE-BEM) TO CUST-VALOR-DESCONTADO.

           REWRITE CUSTODIA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao fechar a custodia".

           MOVE CUST-PLAQUETA TO BEM-PLAQUETA.

           READ ARQUIVO-BENS RECORD
               INVALID KEY
                   DISPLAY "Bem " CUST-PLAQUETA " fora do cadastro"
               NOT INVALID KEY
                   PERFORM BAIXA-BEM-DO-PATRIMONIO.

       BAIXA-BEM-DO-PATRIMONIO.
           MOVE "B" TO BEM-SITUACAO.
           MOVE ZEROS TO BEM-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO BEM-DATA-CUSTODIA.

           REWRITE BEM-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao baixar o bem".

       GERA-TAREFAS-DE-DESLIGAMENTO.
      *    as tarefas ficam no codigo de quem sai e escalam para o
      *    gestor dele, gravado na tarefa porque o cadastro deixa
      *    de responder depois do arquivamento.
           MOVE "D" TO GERATAREFA-EVENTO.
           MOVE FUNCIONARIO-CODIGO TO GERATAREFA-FUNCIONARIO.
           MOVE FUNCIONARIO-DEPTO-CODIGO TO GERATAREFA-DEPTO.
           MOVE FUNCIONARIO-CARGO-CODIGO TO GERATAREFA-CARGO.
           MOVE DATA-DE-HOJE TO GERATAREFA-DATA.
           MOVE FUNCIONARIO-GESTOR-CODIGO TO GERATAREFA-GESTOR.

           PERFORM GERA-TAREFAS-DO-MODELO.

           IF GERATAREFA-JA-GERADAS = "S"
               DISPLAY "Tarefas de desligamento ja estavam "
                   "abertas, nada gerado".

           IF GERATAREFA-QTD > ZEROS
               DISPLAY "Tarefas de desligamento geradas: "
                   GERATAREFA-QTD.

       EXECUTA-BAIXA-PERDA.
      *    a fatura paga ou creditada enquanto o pedido esperava
      *    nao tem mais o que baixar.
           PERFORM LOCALIZA-FATURA-DO-PEDIDO.

           IF FATURA-ENCONTRADA = "N"
               DISPLAY "Fatura nao existe mais, pedido rejeitado"
               PERFORM REJEITA-PEDIDO
           ELSE
               IF NOT FATURA-EM-ABERTO OR
                   SALDO-DA-FATURA NOT > ZEROS
                   DISPLAY "Fatura sem saldo em aberto, pedido "
                       "rejeitado"
                   PERFORM REJEITA-PEDIDO
               ELSE
                   PERFORM BAIXA-FATURA-COMO-PERDA.

       BAIXA-FATURA-COMO-PERDA.
           MOVE FATURA-STATUS TO AUDFAT-STATUS-ANTES.
           MOVE "B" TO FATURA-STATUS.
           MOVE APEND-MOTIVO-BAIXA TO FATURA-MOTIVO-BAIXA.
           MOVE DATA-DE-HOJE TO FATURA-DATA-BAIXA.
           MOVE SALDO-DA-FATURA TO FATURA-VALOR-BAIXADO.
           MOVE ZEROS TO FATURA-VALOR-RECUPERADO.

           REWRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever a fatura"
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-BAIXA
                   PERFORM GRAVA-AUDITORIA-BAIXA
                   PERFORM MARCA-APROVADO
                   DISPLAY "Fatura baixada como perda".

       GRAVA-MOVIMENTO-BAIXA.
      *    a baixa entra no razao de recebimentos em nome de quem
      *    aprovou, com o valor baixado e saldo resultante zero.
           ACCEPT RECEB-DATA FROM DATE YYYYMMDD.
           ACCEPT RECEB-HORA FROM TIME.
           MOVE FATURA-NUMERO TO RECEB-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO RECEB-CLIENTE-CODIGO.
           MOVE FATURA-VALOR-BAIXADO TO RECEB-VALOR.
           MOVE LOGIN-USUARIO TO RECEB-ORIGEM.
           MOVE ZEROS TO RECEB-SALDO-RESULTANTE.
           MOVE "B" TO RECEB-TIPO.
           WRITE RECEBIMENTO-REGISTRO.

       GRAVA-AUDITORIA-DUPLA.
      *    a trilha nomeia os dois operadores: a linha principal
      *    sai em nome de quem decidiu, e a linha SOLICITANTE
           ACCEPT AUD-HORA FROM TIME.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE APEND-FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE APEND-FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE APEND-VALOR-ANTES TO AUD-VALOR-ANTES.
           MOVE APEND-VALOR-DEPOIS TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.
           MOVE APEND-OPERADOR-PEDIDO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

      *    mesma dupla de linhas para a fatura: a troca de
      *    situacao em nome de quem aprovou e o SOLICITANTE.
       GRAVA-AUDITORIA-BAIXA.
           MOVE "A" TO AUDFAT-OPERACAO.
           MOVE LOGIN-USUARIO TO AUDFAT-OPERADOR.
           PERFORM GRAVA-AUDITORIA-FATURA.

           MOVE "SOLICITANTE" TO AUD-CAMPO.
           MOVE SPACES TO AUD-VALOR-ANTES.
           MOVE APEND-OPERADOR-PEDIDO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       GRAVA-NOTIFICACAO.
      *    mesma fila de avisos que o PROG38 alimentava - encerrar
      *    acessos e avisar o RH continuam sabendo da exclusao.

           COPY "PDPARAMETRO.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDAUDFATURA.cob".
           COPY "PDJANELA.cob".
           COPY "PDTAREFANOVA.cob".
           COPY "PDGERATAREFA.cob".

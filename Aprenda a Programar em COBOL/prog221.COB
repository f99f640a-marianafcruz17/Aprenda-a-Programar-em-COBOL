       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG221.
      *    pedido de baixa de fatura como perda (incobravel) - a
      *    fatura que nunca vai ser paga deixa de inchar o aging do
      *    PROG123. O operador informa a fatura em aberto, o codigo
      *    do motivo e a justificativa; o pedido entra na mesma
      *    fila de aprovacao a quatro olhos do PROG37/PROG38, e so
      *    o PROG174, com outro operador de perfil supervisor,
      *    baixa de verdade: a fatura passa a "B", o saldo entra em
      *    recebimentos.dat como movimento de baixa (nao como
      *    pagamento) e o que o cliente pagar depois e recuperacao.
      *    A provisao mensal das faturas antigas ainda nao baixadas
      *    sai pelo PROG222.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFATURA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBAPROVPEND.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFATURA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDAPROVPEND.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCALCDIAS.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  PEDIDO-JA-PENDENTE PIC X.
       77  FIM-FILA PIC X.
       77  NUMERO-INFORMADO PIC 9(6).
       77  NUMERO-PENDENTE PIC 9(6).
       77  DATA-DE-HOJE PIC 9(8).
       77  DIAS-DE-HOJE PIC 9(8).
       77  DIAS-DE-ATRASO PIC S9(5).
       77  SALDO-DA-FATURA PIC S9(8)V99.
       77  SALDO-EDITADO PIC ZZ,ZZZ,ZZ9.99.
       77  MOTIVO-INFORMADO PIC X(2).
       77  JUSTIFICATIVA PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG221" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

      *    pedir a baixa pede o perfil de manutencao, como o pedido
      *    de arquivamento do PROG38; aprovar fica no PROG174.
           IF LOGIN-NIVEL-ACESSO < 2
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

           MOVE DATA-DE-HOJE TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           MOVE CALCDIAS-TOTAL TO DIAS-DE-HOJE.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-APROVACOES-PENDENTES.
           PERFORM CARREGA-SEQUENCIAS.

           MOVE 999999 TO NUMERO-INFORMADO.
           PERFORM PEDE-BAIXA
               UNTIL NUMERO-INFORMADO = ZEROS.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-APROVACOES-PENDENTES.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PEDE-BAIXA.
           DISPLAY "Numero da fatura a baixar como perda ".
           DISPLAY " (0 para sair): ".
           ACCEPT NUMERO-INFORMADO.

           IF NUMERO-INFORMADO NOT = ZEROS
               PERFORM LOCALIZA-FATURA
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM AVALIA-FATURA.

       LOCALIZA-FATURA.
           MOVE NUMERO-INFORMADO TO FATURA-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FATURAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Fatura nao encontrada".

       AVALIA-FATURA.
      *    so a fatura em aberto com saldo vai para a fila, e uma
      *    vez so - o pedido pendente tem de ser decidido antes.
           COMPUTE SALDO-DA-FATURA =
               FATURA-VALOR - FATURA-VALOR-PAGO -
               FATURA-VALOR-CREDITO.

           PERFORM PROCURA-PEDIDO-PENDENTE.

           IF NOT FATURA-EM-ABERTO OR SALDO-DA-FATURA NOT > ZEROS
               DISPLAY "Fatura sem saldo em aberto, nada a baixar"
           ELSE
               IF PEDIDO-JA-PENDENTE = "S"
                   DISPLAY "Baixa ja pedida sob o numero "
                       NUMERO-PENDENTE ", aguardando o PROG174"
               ELSE
                   PERFORM MOSTRA-FATURA
                   PERFORM PEGA-MOTIVO-DA-BAIXA
                   PERFORM CONFIRMA-PEDIDO.

       PROCURA-PEDIDO-PENDENTE.
           MOVE "N" TO PEDIDO-JA-PENDENTE.
           MOVE ZEROS TO APEND-NUMERO.
           MOVE "N" TO FIM-FILA.

           START ARQUIVO-APROVACOES-PENDENTES
               KEY IS NOT LESS THAN APEND-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-FILA.

           PERFORM CONFERE-UM-PEDIDO
               UNTIL FIM-FILA = "S".

       CONFERE-UM-PEDIDO.
           READ ARQUIVO-APROVACOES-PENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-FILA.

           IF FIM-FILA = "N"
               IF APEND-PENDENTE AND APEND-TIPO-BAIXA-PERDA AND
                   APEND-FATURA-NUMERO = FATURA-NUMERO
                   MOVE "S" TO PEDIDO-JA-PENDENTE
                   MOVE APEND-NUMERO TO NUMERO-PENDENTE
                   MOVE "S" TO FIM-FILA.

       MOSTRA-FATURA.
           MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO.
           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "DESCONHECIDO" TO CLIENTE-NOME.

           MOVE FATURA-DATA-VENCIMENTO TO CALCDIAS-DATA.
           PERFORM CONVERTE-DATA-EM-DIAS.
           COMPUTE DIAS-DE-ATRASO = DIAS-DE-HOJE - CALCDIAS-TOTAL.
           MOVE SALDO-DA-FATURA TO SALDO-EDITADO.

           DISPLAY "Cliente.....: " FATURA-CLIENTE-CODIGO
               " " CLIENTE-NOME.
           IF FATURA-PARCELA NUMERIC AND FATURA-QTD-PARCELAS > 1
               DISPLAY "Parcela.....: " FATURA-PARCELA "/"
                   FATURA-QTD-PARCELAS " da fatura "
                   FATURA-DOCUMENTO.
           DISPLAY "Vencimento..: " FATURA-DATA-VENCIMENTO.
           DISPLAY "Dias atraso.: " DIAS-DE-ATRASO.
           DISPLAY "Saldo aberto: " SALDO-EDITADO.

       PEGA-MOTIVO-DA-BAIXA.
           MOVE SPACES TO APEND-MOTIVO-BAIXA.
           PERFORM PEGA-CODIGO-DO-MOTIVO
               UNTIL APEND-MOTIVO-BAIXA-VALIDO.
           MOVE APEND-MOTIVO-BAIXA TO MOTIVO-INFORMADO.

      *    no motivo "OU" a justificativa e obrigatoria - e tudo
      *    o que o aprovador vai ter para decidir.
           MOVE SPACES TO JUSTIFICATIVA.
           PERFORM PEGA-JUSTIFICATIVA.
           PERFORM PEGA-JUSTIFICATIVA
               UNTIL JUSTIFICATIVA NOT = SPACES OR
                   MOTIVO-INFORMADO NOT = "OU".

       PEGA-CODIGO-DO-MOTIVO.
           DISPLAY "Motivo (FA=falencia NL=nao localizado "
               "PR=prescrita JU=judicial OU=outros): ".
           ACCEPT APEND-MOTIVO-BAIXA.

           IF NOT APEND-MOTIVO-BAIXA-VALIDO
               DISPLAY "Motivo invalido".

       PEGA-JUSTIFICATIVA.
           DISPLAY "Justificativa: ".
           ACCEPT JUSTIFICATIVA.

       CONFIRMA-PEDIDO.
           MOVE "Confirma o pedido de baixa (S/N)? " TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM ENFILEIRA-BAIXA
           ELSE
               DISPLAY "Pedido cancelado".

       ENFILEIRA-BAIXA.
      *    a fatura continua em aberto ate um supervisor diferente
      *    aprovar no PROG174, que baixa o saldo daquele dia.
           MOVE SPACE TO APROVACAO-PENDENTE-REGISTRO.
           COMPUTE APEND-NUMERO = SEQ-ULTIMA-APROVACAO + 1.
           MOVE "B" TO APEND-TIPO.
           MOVE ZEROS TO APEND-FUNCIONARIO-CODIGO.
           MOVE SALDO-EDITADO TO APEND-VALOR-ANTES.
           MOVE "BAIXADA COMO PERDA" TO APEND-VALOR-DEPOIS.
           MOVE ZEROS TO APEND-SALARIO-NOVO.
           MOVE JUSTIFICATIVA TO APEND-MOTIVO.
           MOVE LOGIN-USUARIO TO APEND-OPERADOR-PEDIDO.
           MOVE DATA-DE-HOJE TO APEND-DATA-PEDIDO.
           MOVE "P" TO APEND-SITUACAO.
           MOVE SPACES TO APEND-OPERADOR-DECISAO.
           MOVE ZEROS TO APEND-DATA-DECISAO.
           MOVE FATURA-NUMERO TO APEND-FATURA-NUMERO.
           MOVE MOTIVO-INFORMADO TO APEND-MOTIVO-BAIXA.

           WRITE APROVACAO-PENDENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao enfileirar a aprovacao"
               NOT INVALID KEY
                   MOVE APEND-NUMERO TO SEQ-ULTIMA-APROVACAO
                   PERFORM GRAVA-SEQUENCIAS
                   DISPLAY "Baixa enfileirada sob o numero "
                       APEND-NUMERO
                   DISPLAY "Aguarda aprovacao de um supervisor "
                       "no PROG174".

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG38; arquivo
      *    ainda inexistente comeca do zero.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDJANELA.cob".

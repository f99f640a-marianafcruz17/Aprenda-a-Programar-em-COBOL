      *    paragrafos partilhados da anonimizacao de dados pessoais
      *    (PROG259 levanta e propoe, PROG260 reconfere e aplica):
      *    os prazos de guarda, o levantamento por codigo e as
      *    regras de quem pode ser anonimizado. As duas pontas usam
      *    as mesmas regras, para a aprovacao nunca apagar alguem
      *    que a listagem nao mostrou.
       CALCULA-CORTES-ANONIMIZACAO.
           MOVE "ANON-ANOS-FUNC" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               IF PARAM-VALOR-LIDO > ZEROS
                   MOVE PARAM-VALOR-LIDO TO ANON-ANOS-FUNCIONARIO.

           MOVE "ANON-ANOS-CLIENTE" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               IF PARAM-VALOR-LIDO > ZEROS
                   MOVE PARAM-VALOR-LIDO TO ANON-ANOS-CLIENTE.

      *    o corte e a data de hoje recuada o numero de anos - a
      *    mesma conta de ano inteiro do PROG251.
           ACCEPT ANON-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE ANON-CORTE-FUNCIONARIO =
               ANON-DATA-HOJE - (ANON-ANOS-FUNCIONARIO * 10000).
           COMPUTE ANON-CORTE-CLIENTE =
               ANON-DATA-HOJE - (ANON-ANOS-CLIENTE * 10000).

       LEVANTA-DADOS-ANONIMIZACAO.
           MOVE ZEROS TO ANON-TABELA-FUNCIONARIOS.
           MOVE ZEROS TO ANON-TABELA-CLIENTES.

           PERFORM LEVANTA-EXCLUIDOS.
           PERFORM LEVANTA-DEPENDENTES.
           PERFORM LEVANTA-PEDIDOS.
           PERFORM LEVANTA-FATURAS.
           PERFORM LEVANTA-CONTATOS.
           PERFORM LEVANTA-ENTREGAS.
           PERFORM LEVANTA-AUDITORIA.

       LEVANTA-EXCLUIDOS.
      *    so a entrada "E" conta - a reintegrada ("R") e de quem
      *    voltou ao cadastro. Um codigo arquivado mais de uma vez
      *    conta o prazo da exclusao mais recente.
           OPEN INPUT ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           MOVE "N" TO ANON-FIM-LEITURA.
           PERFORM LEIA-PROXIMO-EXCLUIDO.

           PERFORM LEVANTA-UM-EXCLUIDO
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.

       LEIA-PROXIMO-EXCLUIDO.
           READ ARQUIVO-FUNCIONARIO-EXCLUIDOS RECORD AT END
               MOVE "S" TO ANON-FIM-LEITURA.

       LEVANTA-UM-EXCLUIDO.
           IF EXCLUIDO-STATUS = "E" AND EXCLUIDO-CODIGO > ZEROS
               PERFORM GUARDA-EXCLUIDO.

           PERFORM LEIA-PROXIMO-EXCLUIDO.

       GUARDA-EXCLUIDO.
           IF EXCLUIDO-DATA-EXCLUSAO >
               ANONF-DATA-EXCLUSAO (EXCLUIDO-CODIGO)
               MOVE EXCLUIDO-DATA-EXCLUSAO TO
                   ANONF-DATA-EXCLUSAO (EXCLUIDO-CODIGO)
               MOVE EXCLUIDO-NOME TO ANONF-NOME (EXCLUIDO-CODIGO).

           IF EXCLUIDO-NOME NOT = ANON-MARCA
               ADD 1 TO ANONF-ENTRADAS (EXCLUIDO-CODIGO).

       LEVANTA-DEPENDENTES.
           MOVE ZEROS TO DEPENDENTE-CHAVE.
           MOVE "N" TO ANON-FIM-LEITURA.

           OPEN INPUT ARQUIVO-DEPENDENTES.
           START ARQUIVO-DEPENDENTES
               KEY IS NOT LESS THAN DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE "S" TO ANON-FIM-LEITURA.

           PERFORM LEVANTA-UM-DEPENDENTE
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-DEPENDENTES.

       LEVANTA-UM-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO ANON-FIM-LEITURA.

           IF ANON-FIM-LEITURA = "N"
               IF DEP-FUNCIONARIO-CODIGO > ZEROS
                   IF DEP-NOME NOT = ANON-MARCA
                       ADD 1 TO
                           ANONF-DEPENDENTES (DEP-FUNCIONARIO-CODIGO).

       LEVANTA-PEDIDOS.
           MOVE ZEROS TO PEDIDO-NUMERO.
           MOVE "N" TO ANON-FIM-LEITURA.

           OPEN INPUT ARQUIVO-PEDIDOS.
           START ARQUIVO-PEDIDOS
               KEY IS NOT LESS THAN PEDIDO-NUMERO
               INVALID KEY
                   MOVE "S" TO ANON-FIM-LEITURA.

           PERFORM LEVANTA-UM-PEDIDO
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-PEDIDOS.

       LEVANTA-UM-PEDIDO.
           READ ARQUIVO-PEDIDOS NEXT RECORD
               AT END
                   MOVE "S" TO ANON-FIM-LEITURA.

           IF ANON-FIM-LEITURA = "N"
               IF PEDIDO-CLIENTE-CODIGO > ZEROS
                   IF PEDIDO-DATA > ANONC-ULTIMO-MOVIMENTO
                       (PEDIDO-CLIENTE-CODIGO)
                       MOVE PEDIDO-DATA TO ANONC-ULTIMO-MOVIMENTO
                           (PEDIDO-CLIENTE-CODIGO).

       LEVANTA-FATURAS.
      *    fatura emitida conta como movimento; fatura em aberto
      *    segura o cliente - quem ainda deve nao e apagado.
           MOVE ZEROS TO FATURA-NUMERO.
           MOVE "N" TO ANON-FIM-LEITURA.

           OPEN INPUT ARQUIVO-FATURAS.
           START ARQUIVO-FATURAS
               KEY IS NOT LESS THAN FATURA-NUMERO
               INVALID KEY
                   MOVE "S" TO ANON-FIM-LEITURA.

           PERFORM LEVANTA-UMA-FATURA
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-FATURAS.

       LEVANTA-UMA-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO ANON-FIM-LEITURA.

           IF ANON-FIM-LEITURA = "N"
               IF FATURA-CLIENTE-CODIGO > ZEROS
                   PERFORM GUARDA-FATURA.

       GUARDA-FATURA.
           IF FATURA-DATA-EMISSAO > ANONC-ULTIMO-MOVIMENTO
               (FATURA-CLIENTE-CODIGO)
               MOVE FATURA-DATA-EMISSAO TO ANONC-ULTIMO-MOVIMENTO
                   (FATURA-CLIENTE-CODIGO).

           IF FATURA-EM-ABERTO
               ADD 1 TO ANONC-FATURAS-ABERTAS (FATURA-CLIENTE-CODIGO).

       LEVANTA-CONTATOS.
           MOVE ZEROS TO CONTATO-CHAVE.
           MOVE "N" TO ANON-FIM-LEITURA.

           OPEN INPUT ARQUIVO-CONTATOS.
           START ARQUIVO-CONTATOS
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   MOVE "S" TO ANON-FIM-LEITURA.

           PERFORM LEVANTA-UM-CONTATO
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-CONTATOS.

       LEVANTA-UM-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD
               AT END
                   MOVE "S" TO ANON-FIM-LEITURA.

           IF ANON-FIM-LEITURA = "N"
               IF CONTATO-CLIENTE-CODIGO > ZEROS
                   PERFORM GUARDA-CONTATO.

       GUARDA-CONTATO.
           IF CONTATO-DATA > ANONC-ULTIMO-MOVIMENTO
               (CONTATO-CLIENTE-CODIGO)
               MOVE CONTATO-DATA TO ANONC-ULTIMO-MOVIMENTO
                   (CONTATO-CLIENTE-CODIGO).

           IF CONTATO-NOTA NOT = ANON-MARCA
               ADD 1 TO ANONC-CONTATOS (CONTATO-CLIENTE-CODIGO).

       LEVANTA-ENTREGAS.
           MOVE ZEROS TO ENTREGA-CHAVE.
           MOVE "N" TO ANON-FIM-LEITURA.

           OPEN INPUT ARQUIVO-ENTREGAS.
           START ARQUIVO-ENTREGAS
               KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   MOVE "S" TO ANON-FIM-LEITURA.

           PERFORM LEVANTA-UMA-ENTREGA
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-ENTREGAS.

       LEVANTA-UMA-ENTREGA.
           READ ARQUIVO-ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO ANON-FIM-LEITURA.

           IF ANON-FIM-LEITURA = "N"
               IF ENTREGA-CLIENTE-CODIGO > ZEROS
                   IF ENTREGA-CONTATO NOT = ANON-MARCA
                       ADD 1 TO
                           ANONC-ENDERECOS (ENTREGA-CLIENTE-CODIGO).

       LEVANTA-AUDITORIA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           MOVE "N" TO ANON-FIM-LEITURA.
           PERFORM LEIA-PROXIMA-AUDITORIA.

           PERFORM LEVANTA-UMA-AUDITORIA
               UNTIL ANON-FIM-LEITURA = "S".

           CLOSE ARQUIVO-AUDITORIA.

       LEIA-PROXIMA-AUDITORIA.
           READ ARQUIVO-AUDITORIA RECORD AT END
               MOVE "S" TO ANON-FIM-LEITURA.

       LEVANTA-UMA-AUDITORIA.
           PERFORM CLASSIFICA-AUDITORIA.

           IF ANON-ACHADO = "F"
               ADD 1 TO ANONF-AUDITORIA (AUD-CODIGO).
           IF ANON-ACHADO = "C"
               ADD 1 TO ANONC-AUDITORIA (AUD-CODIGO).

           PERFORM LEIA-PROXIMA-AUDITORIA.

       CLASSIFICA-AUDITORIA.
      *    devolve em ANON-ACHADO "F" quando a entrada guarda dado
      *    pessoal de funcionario arquivado (gravada ate a data da
      *    exclusao - o codigo pode ter sido reaproveitado depois),
      *    "C" quando guarda o nome ou outro dado pessoal de um
      *    cliente, e espaco quando nao ha nada a limpar. Linha de
      *    pedido, fatura ou produto nunca e classificada.
           MOVE SPACE TO ANON-ACHADO.
           MOVE AUD-CAMPO TO ANON-CAMPO-AUDITORIA.

           IF AUD-CODIGO > ZEROS
               IF AUD-VALOR-ANTES NOT = SPACES AND
                   AUD-VALOR-ANTES NOT = ANON-MARCA
                   PERFORM CLASSIFICA-CAMPO-AUDITORIA
               ELSE
                   IF AUD-VALOR-DEPOIS NOT = SPACES AND
                       AUD-VALOR-DEPOIS NOT = ANON-MARCA
                       PERFORM CLASSIFICA-CAMPO-AUDITORIA.

       CLASSIFICA-CAMPO-AUDITORIA.
           IF ANON-CAMPO-DO-CLIENTE
               MOVE "C" TO ANON-ACHADO.

           IF AUD-DE-CLIENTE AND ANON-CAMPO-PESSOAL-CLIENTE
               MOVE "C" TO ANON-ACHADO.

      *    AUD-DE-FUNCIONARIO cobre tambem as linhas antigas, com
      *    AUD-ARQUIVO em branco.
           IF AUD-DE-FUNCIONARIO AND ANON-CAMPO-DO-FUNCIONARIO
               IF ANONF-DATA-EXCLUSAO (AUD-CODIGO) > ZEROS
                   IF AUD-DATA NOT > ANONF-DATA-EXCLUSAO (AUD-CODIGO)
                       MOVE "F" TO ANON-ACHADO.

       CONFERE-FUNCIONARIO-ELEGIVEL.
      *    funcionario arquivado e anonimizado quando a exclusao
      *    mais recente passou do prazo legal e o codigo nao
      *    voltou ao cadastro (reintegrado ou reaproveitado).
           MOVE "F" TO ANON-RESULTADO.
           MOVE SPACES TO ANON-MOTIVO.

           IF ANONF-ENTRADAS (ANON-CODIGO) > ZEROS
               IF ANONF-DATA-EXCLUSAO (ANON-CODIGO) <
                   ANON-CORTE-FUNCIONARIO
                   PERFORM CONFERE-FORA-DO-CADASTRO.

       CONFERE-FORA-DO-CADASTRO.
           MOVE ANON-CODIGO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO ANON-ACHADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO ANON-ACHADO.

           IF ANON-ACHADO = "S"
               MOVE "R" TO ANON-RESULTADO
               MOVE "CODIGO DE VOLTA AO CADASTRO" TO ANON-MOTIVO
           ELSE
               MOVE "E" TO ANON-RESULTADO.

       CONFERE-CLIENTE-ELEGIVEL.
      *    cliente e anonimizado quando nao tem pedido, fatura nem
      *    contato desde o corte e nao deve nada. Cliente sem
      *    movimento nenhum registrado nao e proposto - nao ha data
      *    de onde contar o prazo (pode ter sido cadastrado ontem).
           MOVE "F" TO ANON-RESULTADO.
           MOVE SPACES TO ANON-MOTIVO.
           MOVE CLIENTE-CODIGO TO ANON-CODIGO.

           IF CLIENTE-NOME NOT = ANON-MARCA
               IF ANONC-ULTIMO-MOVIMENTO (ANON-CODIGO) > ZEROS
                   IF ANONC-ULTIMO-MOVIMENTO (ANON-CODIGO) <
                       ANON-CORTE-CLIENTE
                       PERFORM CONFERE-CLIENTE-QUITADO.

       CONFERE-CLIENTE-QUITADO.
           IF ANONC-FATURAS-ABERTAS (ANON-CODIGO) > ZEROS
               MOVE "R" TO ANON-RESULTADO
               MOVE "FATURA EM ABERTO" TO ANON-MOTIVO
           ELSE
               MOVE "E" TO ANON-RESULTADO.

      *    paragrafos partilhados da copia geracional dos arquivos
      *    de vendas e recebiveis (PROG257 copia, PROG258
      *    restaura). Cada arquivo tem o seu SELECT e o seu FD;
      *    aqui GER-INDICE decide em qual deles cada OPEN e cada
      *    READ cai: 1 clientes, 2 pedidos, 3 itens de pedido,
      *    4 faturas, 5 recebimentos, 6 produtos, 7 movimentos de
      *    estoque.
       ABRE-ORIGEM.
           IF GER-INDICE = 1
               OPEN INPUT ARQUIVO-CLIENTE.
           IF GER-INDICE = 2
               OPEN INPUT ARQUIVO-PEDIDOS.
           IF GER-INDICE = 3
               OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           IF GER-INDICE = 4
               OPEN INPUT ARQUIVO-FATURAS.
           IF GER-INDICE = 5
               OPEN INPUT ARQUIVO-RECEBIMENTOS.
           IF GER-INDICE = 6
               OPEN INPUT ARQUIVO-PRODUTOS.
           IF GER-INDICE = 7
               OPEN INPUT ARQUIVO-ESTOQUE-MOV.

       FECHA-ORIGEM.
           IF GER-INDICE = 1
               CLOSE ARQUIVO-CLIENTE.
           IF GER-INDICE = 2
               CLOSE ARQUIVO-PEDIDOS.
           IF GER-INDICE = 3
               CLOSE ARQUIVO-PEDIDO-ITENS.
           IF GER-INDICE = 4
               CLOSE ARQUIVO-FATURAS.
           IF GER-INDICE = 5
               CLOSE ARQUIVO-RECEBIMENTOS.
           IF GER-INDICE = 6
               CLOSE ARQUIVO-PRODUTOS.
           IF GER-INDICE = 7
               CLOSE ARQUIVO-ESTOQUE-MOV.

       LE-ORIGEM.
      *    os indexados sao lidos em ordem de chave (READ NEXT logo
      *    depois do OPEN), os razoes sequenciais em ordem de
      *    gravacao.
           IF GER-INDICE = 1
               READ ARQUIVO-CLIENTE NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 2
               READ ARQUIVO-PEDIDOS NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 3
               READ ARQUIVO-PEDIDO-ITENS NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 4
               READ ARQUIVO-FATURAS NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 5
               READ ARQUIVO-RECEBIMENTOS RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 6
               READ ARQUIVO-PRODUTOS NEXT RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.
           IF GER-INDICE = 7
               READ ARQUIVO-ESTOQUE-MOV RECORD
                   AT END
                       MOVE "S" TO GER-FIM-ORIGEM.

           IF GER-FIM-ORIGEM = "N"
               PERFORM GUARDA-REGISTRO-LIDO
               PERFORM EXTRAI-VALORES.

       GUARDA-REGISTRO-LIDO.
           MOVE SPACES TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 1
               MOVE CLIENTE-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 2
               MOVE PEDIDO-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 3
               MOVE PEDIDO-ITEM-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 4
               MOVE FATURA-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 5
               MOVE RECEBIMENTO-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 6
               MOVE PRODUTO-REGISTRO TO GER-REGISTRO-LIDO.
           IF GER-INDICE = 7
               MOVE ESTOQUE-MOV-REGISTRO TO GER-REGISTRO-LIDO.

       EXTRAI-VALORES.
      *    os campos de dinheiro e de quantidade que entram nos
      *    hash totals - zero no lado que o arquivo nao tem.
           MOVE ZEROS TO GER-VALOR-REGISTRO.
           MOVE ZEROS TO GER-QTD-REGISTRO.
           IF GER-INDICE = 1
               MOVE CLIENTE-LIMITE-CREDITO TO GER-VALOR-REGISTRO.
           IF GER-INDICE = 2
               MOVE PEDIDO-TOTAL TO GER-VALOR-REGISTRO
               MOVE PEDIDO-QUANTIDADE TO GER-QTD-REGISTRO.
           IF GER-INDICE = 3
               MOVE ITEM-TOTAL TO GER-VALOR-REGISTRO
               MOVE ITEM-QUANTIDADE TO GER-QTD-REGISTRO.
           IF GER-INDICE = 4
               MOVE FATURA-VALOR TO GER-VALOR-REGISTRO.
           IF GER-INDICE = 5
               MOVE RECEB-VALOR TO GER-VALOR-REGISTRO.
           IF GER-INDICE = 6
               MOVE PRODUTO-PRECO TO GER-VALOR-REGISTRO
               MOVE PRODUTO-ESTOQUE TO GER-QTD-REGISTRO.
           IF GER-INDICE = 7
               MOVE MOV-QUANTIDADE TO GER-QTD-REGISTRO.

       MONTA-REGISTRO-DA-COPIA.
      *    devolve a linha da copia ao layout do arquivo, como a
      *    restauracao do PROG117 faz, para o hash e a gravacao.
           IF GER-INDICE = 1
               MOVE LINHA-GERACAO TO CLIENTE-REGISTRO.
           IF GER-INDICE = 2
               MOVE LINHA-GERACAO TO PEDIDO-REGISTRO.
           IF GER-INDICE = 3
               MOVE LINHA-GERACAO TO PEDIDO-ITEM-REGISTRO.
           IF GER-INDICE = 4
               MOVE LINHA-GERACAO TO FATURA-REGISTRO.
           IF GER-INDICE = 5
               MOVE LINHA-GERACAO TO RECEBIMENTO-REGISTRO.
           IF GER-INDICE = 6
               MOVE LINHA-GERACAO TO PRODUTO-REGISTRO.
           IF GER-INDICE = 7
               MOVE LINHA-GERACAO TO ESTOQUE-MOV-REGISTRO.

           PERFORM EXTRAI-VALORES.

       MONTA-NOME-DA-COPIA.
      *    CLIENTES_G03.BKP - a geracao gira pelas posicoes 1 a N,
      *    e a copia nova ocupa a posicao da mais antiga.
           MOVE SPACES TO GER-NOME-COPIA.
           STRING GER-NOME-LOGICO (GER-INDICE) DELIMITED BY SPACE
                  "_G" DELIMITED BY SIZE
                  GER-SLOT DELIMITED BY SIZE
                  ".BKP" DELIMITED BY SIZE
               INTO GER-NOME-COPIA.

       APONTA-ARQUIVO-DA-COPIA.
      *    o nome fisico da copia entra pela variavel de ambiente,
      *    como os arquivos mortos do PROG181.
           DISPLAY "ARQGERACAO" UPON ENVIRONMENT-NAME.
           DISPLAY GER-NOME-COPIA UPON ENVIRONMENT-VALUE.

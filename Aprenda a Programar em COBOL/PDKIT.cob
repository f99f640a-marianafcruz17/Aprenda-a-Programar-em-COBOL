      *    paragrafos partilhados da estrutura de kits - carrega os
      *    componentes do produto em KITBUSCA-PRODUTO (ate 20, na
      *    ordem do codigo) de kits.dat, que o programa abre antes.
       CARREGA-COMPONENTES-DO-KIT.
           MOVE ZEROS TO KITBUSCA-QTD.
           MOVE "N" TO KITBUSCA-FIM.
           MOVE KITBUSCA-PRODUTO TO KIT-PRODUTO-CODIGO.
           MOVE ZEROS TO KIT-COMPONENTE-CODIGO.

           START ARQUIVO-KITS
               KEY IS NOT LESS THAN KIT-CHAVE
               INVALID KEY
                   MOVE "S" TO KITBUSCA-FIM.

           PERFORM LE-COMPONENTE-DO-KIT
               UNTIL KITBUSCA-FIM = "S".

       LE-COMPONENTE-DO-KIT.
           READ ARQUIVO-KITS NEXT RECORD
               AT END
                   MOVE "S" TO KITBUSCA-FIM.

           IF KITBUSCA-FIM = "N"
               IF KIT-PRODUTO-CODIGO NOT = KITBUSCA-PRODUTO OR
                   KITBUSCA-QTD = 20
                   MOVE "S" TO KITBUSCA-FIM
               ELSE
                   ADD 1 TO KITBUSCA-QTD
                   MOVE KIT-COMPONENTE-CODIGO TO
                       KITBUSCA-COMPONENTE (KITBUSCA-QTD)
                   MOVE KIT-QUANTIDADE TO
                       KITBUSCA-QUANTIDADE (KITBUSCA-QTD).

      *    quantos kits o saldo atual monta: o menor, entre os
      *    componentes ja carregados, de saldo dividido pela
      *    quantidade por kit - componente sem cadastro ou com
      *    saldo zerado ou negativo nao monta nenhum. Le os
      *    componentes em produtos.dat (aberto pelo programa) e
      *    no fim rele o proprio kit, para PRODUTO-REGISTRO voltar
      *    como estava antes do PERFORM.
       CALCULA-KITS-MONTAVEIS.
           MOVE 999999 TO KITBUSCA-MONTAVEIS.
           MOVE ZEROS TO KITBUSCA-LIMITANTE.

           PERFORM MEDE-COMPONENTE-DO-KIT
               VARYING KITBUSCA-INDICE FROM 1 BY 1
               UNTIL KITBUSCA-INDICE > KITBUSCA-QTD.

           IF KITBUSCA-QTD = ZEROS
               MOVE ZEROS TO KITBUSCA-MONTAVEIS.

           MOVE KITBUSCA-PRODUTO TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO PRODUTO-ESTOQUE.

       MEDE-COMPONENTE-DO-KIT.
           MOVE ZEROS TO KITBUSCA-POR-COMPONENTE.
           MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
               PRODUTO-CODIGO.

           READ ARQUIVO-PRODUTOS RECORD
               INVALID KEY
                   MOVE ZEROS TO KITBUSCA-POR-COMPONENTE
               NOT INVALID KEY
                   IF PRODUTO-ESTOQUE > ZEROS AND
                       KITBUSCA-QUANTIDADE (KITBUSCA-INDICE) > ZEROS
                       COMPUTE KITBUSCA-POR-COMPONENTE =
                           PRODUTO-ESTOQUE /
                           KITBUSCA-QUANTIDADE (KITBUSCA-INDICE).

           IF KITBUSCA-POR-COMPONENTE < KITBUSCA-MONTAVEIS
               MOVE KITBUSCA-POR-COMPONENTE TO KITBUSCA-MONTAVEIS
               MOVE KITBUSCA-COMPONENTE (KITBUSCA-INDICE) TO
                   KITBUSCA-LIMITANTE.

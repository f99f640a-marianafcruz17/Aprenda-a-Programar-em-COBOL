      *    cadastro (ou ja arquivado), funcionario presente ao
      *    mesmo tempo no cadastro e no arquivo de excluidos e
      *    linhas de auditoria de codigos que nunca existiram, com
      *    contagem por categoria para o checklist da operacao. Da
      *    auditoria so as linhas de funcionario sao conferidas -
      *    cliente, pedido, fatura e produto tem chave de outro
      *    arquivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           MOVE ZEROS TO TAREFA-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO TAREFA-DATA.
           MOVE ZEROS TO TAREFA-SEQUENCIA.
           MOVE "N" TO FIM-VARREDURA.

           START ARQUIVO-TAREFAS
      *    linha de auditoria de um codigo que nao esta nem no
      *    cadastro nem no arquivo de excluidos e trilha de algo
      *    que nunca existiu.
           IF AUD-CODIGO > ZEROS AND AUD-DE-FUNCIONARIO
               IF CADASTRO-TEM (AUD-CODIGO) NOT = "S" AND
                   ARQUIVADO-TEM (AUD-CODIGO) NOT = "S"
                   ADD 1 TO QTD-AUDITORIA-SEM-DONO

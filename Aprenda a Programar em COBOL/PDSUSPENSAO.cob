      *    paragrafos partilhados que contam os dias de suspensao
      *    disciplinar de um funcionario dentro de um mes - cada
      *    suspensao de disciplinas.dat e percorrida dia a dia a
      *    partir do primeiro dia, e so os dias do mes pedido
      *    entram na conta (a suspensao que atravessa a virada do
      *    mes fica repartida entre as duas folhas).
       CONTA-DIAS-SUSPENSAO.
           MOVE ZEROS TO SUSPENSAO-DIAS-NO-MES.
           MOVE "N" TO SUSPENSAO-FIM.

           MOVE SUSPENSAO-CODIGO TO DISC-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO DISC-DATA.

           START ARQUIVO-DISCIPLINAS
               KEY IS NOT LESS THAN DISCIPLINA-CHAVE
               INVALID KEY
                   MOVE "S" TO SUSPENSAO-FIM.

           PERFORM CONFERE-UMA-MEDIDA
               UNTIL SUSPENSAO-FIM = "S".

           IF SUSPENSAO-DIAS-NO-MES > 30
               MOVE 30 TO SUSPENSAO-DIAS-NO-MES.

       CONFERE-UMA-MEDIDA.
           READ ARQUIVO-DISCIPLINAS NEXT RECORD
               AT END
                   MOVE "S" TO SUSPENSAO-FIM.

           IF SUSPENSAO-FIM = "N" AND
               DISC-FUNCIONARIO-CODIGO NOT = SUSPENSAO-CODIGO
               MOVE "S" TO SUSPENSAO-FIM.

           IF SUSPENSAO-FIM = "N" AND DISC-SUSPENSAO AND
               DISC-INICIO-SUSPENSAO > ZEROS
               MOVE DISC-INICIO-SUSPENSAO TO DIAUTIL-DATA
               MOVE DISC-DIAS-SUSPENSAO TO SUSPENSAO-DIAS-A-CONTAR
               PERFORM CONTA-UM-DIA-SUSPENSO
                   SUSPENSAO-DIAS-A-CONTAR TIMES.

       CONTA-UM-DIA-SUSPENSO.
           IF (DIAUTIL-ANO * 100) + DIAUTIL-MES = SUSPENSAO-ANO-MES
               ADD 1 TO SUSPENSAO-DIAS-NO-MES.

           PERFORM AVANCA-UM-DIA.

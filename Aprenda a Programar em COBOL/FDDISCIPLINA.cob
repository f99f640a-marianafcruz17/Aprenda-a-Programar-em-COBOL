       FD  ARQUIVO-DISCIPLINAS.
       01  DISCIPLINA-REGISTRO.
      *    medida disciplinar - chave composta (funcionario + data
      *    da medida), um registro por advertencia ou suspensao,
      *    no lugar das pastas de papel. Lancada pelo PROG201; o
      *    relatorio por departamento e periodo e o PROG202 e o
      *    dossie do PROG173 traz o historico.
           05 DISCIPLINA-CHAVE.
               10 DISC-FUNCIONARIO-CODIGO PIC 9(4).
               10 DISC-DATA PIC 9(8).
      *    "V" advertencia verbal, "E" advertencia escrita, "S"
      *    suspensao.
           05 DISC-TIPO PIC X.
               88 DISC-ADVERTENCIA-VERBAL VALUE "V".
               88 DISC-ADVERTENCIA-ESCRITA VALUE "E".
               88 DISC-SUSPENSAO VALUE "S".
      *    so na suspensao: primeiro dia e dias corridos - sao
      *    ausencia nao remunerada na folha do PROG54 e cobertura
      *    (nao falta) na conciliacao do PROG159. Zeros nas
      *    advertencias.
           05 DISC-INICIO-SUSPENSAO PIC 9(8).
           05 DISC-DIAS-SUSPENSAO PIC 9(2).
           05 DISC-MOTIVO PIC X(40).
      *    gestor que aplicou a medida (funcionario ativo, validado
      *    pelo PDVALIDAGESTOR) e o operador que lancou.
           05 DISC-GESTOR-CODIGO PIC 9(4).
           05 DISC-OPERADOR PIC X(10).

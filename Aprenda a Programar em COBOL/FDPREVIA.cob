       FD  ARQUIVO-PREVIAS.
       01  PREVIA-REGISTRO.
      *    previa da folha mensal por competencia (ano/mes) - o
      *    PROG54 em modo previa calcula a folha inteira sem gravar
      *    nada e registra aqui o resultado e as contagens da lista
      *    de excecoes; a rodada definitiva so entra com a previa
      *    da competencia assinada no PROG198 por um operador com
      *    perfil de folha. Uma nova previa volta a situacao para
      *    aguardando assinatura.
           05 PREVIA-COMPETENCIA PIC 9(6).
           05 PREVIA-DATA PIC 9(8).
           05 PREVIA-HORA PIC 9(8).
           05 PREVIA-QTD-FUNCIONARIOS PIC 9(4).
           05 PREVIA-TOTAL-LIQUIDO PIC 9(8)V99.
      *    bloqueios impedem a assinatura (liquido zerado, banco
      *    faltando ou rejeitado, CPF faltando, ativo sem
      *    salario); avisos so pedem a confirmacao de quem assina
      *    (variacao do liquido, horas nao aprovadas).
           05 PREVIA-QTD-BLOQUEIOS PIC 9(4).
           05 PREVIA-QTD-AVISOS PIC 9(4).
      *    "P" aguardando assinatura, "A" assinada.
           05 PREVIA-SITUACAO PIC X.
               88 PREVIA-PENDENTE VALUE "P".
               88 PREVIA-ASSINADA VALUE "A".
           05 PREVIA-OPERADOR PIC X(10).
           05 PREVIA-DATA-ASSINATURA PIC 9(8).

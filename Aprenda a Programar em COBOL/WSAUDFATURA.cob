      *    area de trabalho do paragrafo partilhado GRAVA-AUDITORIA-
      *    FATURA (COPY "PDAUDFATURA.cob") - o programa que inclui
      *    este copybook precisa ter ARQUIVO-AUDITORIA (SBAUDITORIA/
      *    FDAUDITORIA) aberto em EXTEND e a fatura na area de
      *    FATURA-REGISTRO. Guarda em AUDFAT-STATUS-ANTES a
      *    situacao da fatura antes de mexer nela, e em AUDFAT-
      *    OPERACAO "I" (fatura nova) ou "A" (troca de situacao).
       01  AUDFAT-AREA.
           05 AUDFAT-OPERACAO PIC X.
           05 AUDFAT-OPERADOR PIC X(10).
           05 AUDFAT-STATUS-ANTES PIC X.

       FD  ARQUIVO-CANDIDATO-ETAPAS.
       01  CANDIDATO-ETAPA-REGISTRO.
      *    historico datado das etapas de cada candidato - uma
      *    linha por mudanca, sequencia 01 na inscricao. E daqui
      *    que o PROG214 tira quanto tempo cada etapa levou.
           05 CETAPA-CHAVE.
               10 CETAPA-CANDIDATO PIC 9(6).
               10 CETAPA-SEQUENCIA PIC 9(2).
      *    etapa em que o candidato entrou, mesmos codigos de
      *    CAND-ETAPA.
           05 CETAPA-ETAPA PIC X.
           05 CETAPA-DATA PIC 9(8).
           05 CETAPA-OPERADOR PIC X(10).
           05 CETAPA-OBSERVACAO PIC X(30).

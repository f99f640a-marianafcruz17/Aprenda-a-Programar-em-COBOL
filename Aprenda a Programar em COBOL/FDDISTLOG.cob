       FD  ARQUIVO-DISTRIB-LOG.
       01  DISTRIB-LOG-REGISTRO.
      *    log da distribuicao dos relatorios repartidos - uma
      *    linha por secao do relatorio, com as paginas do
      *    relatorio inteiro que ela ocupa, quem recebeu e em que
      *    fatia. Secao sem destinatario ou barrada pelo perfil
      *    tambem sai, com a fatia em branco e o motivo.
           05 DISTLOG-DATA PIC 9(8).
           05 DISTLOG-HORA PIC 9(8).
           05 DISTLOG-ORIGEM PIC X(30).
           05 DISTLOG-TIPO-QUEBRA PIC X.
           05 DISTLOG-CHAVE PIC 9(4).
           05 DISTLOG-PAGINA-INICIAL PIC 9(4).
           05 DISTLOG-PAGINA-FINAL PIC 9(4).
           05 DISTLOG-DESTINATARIO PIC X(10).
           05 DISTLOG-FATIA PIC X(30).
      *    "E" entregue, "S" sem destinatario no cadastro, "P"
      *    salarial barrada pelo perfil do destinatario.
           05 DISTLOG-SITUACAO PIC X.
               88 DISTLOG-ENTREGUE VALUE "E".
               88 DISTLOG-SEM-DESTINATARIO VALUE "S".
               88 DISTLOG-BARRADA-PERFIL VALUE "P".

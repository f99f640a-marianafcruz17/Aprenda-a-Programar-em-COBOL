       FD  ARQUIVO-EMITENTE.
       01  EMITENTE-REGISTRO.
      *    dados da nossa empresa como emitente da NF-e, um registro
      *    so, mantido pelo PROG249 - o CNPJ conferido pelo
      *    VALIDA-CNPJ, a inscricao estadual e o endereco que vao
      *    no extrato do PROG121.
           05 EMITENTE-CNPJ PIC 9(14).
           05 EMITENTE-INSCRICAO-ESTADUAL PIC X(14).
           05 EMITENTE-RAZAO-SOCIAL PIC X(40).
           05 EMITENTE-ENDERECO.
               10 EMITENTE-RUA PIC X(30).
               10 EMITENTE-NUMERO PIC X(6).
               10 EMITENTE-CIDADE PIC X(20).
               10 EMITENTE-ESTADO PIC X(2).
               10 EMITENTE-CEP PIC 9(8).
      *    codigo IBGE da UF e do municipio do emitente - a UF abre
      *    a chave de acesso de 44 digitos.
           05 EMITENTE-CODIGO-UF PIC 9(2).
           05 EMITENTE-CODIGO-MUNICIPIO PIC 9(7).
      *    serie das notas emitidas pelo faturamento.
           05 EMITENTE-SERIE-NFE PIC 9(3).

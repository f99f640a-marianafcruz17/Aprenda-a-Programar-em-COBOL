      *    area de trabalho do paragrafo partilhado VALIDA-CNPJ
      *    (COPY "PDVALIDACNPJ.cob") - o programa monta
      *    VALIDACNPJ-NUMERO antes do PERFORM e le o resultado em
      *    VALIDACNPJ-OK, no mesmo esquema do VALIDA-CPF.
       01  VALIDACNPJ-CAMPOS.
           05 VALIDACNPJ-NUMERO PIC 9(14).
           05 VALIDACNPJ-DIGITOS REDEFINES VALIDACNPJ-NUMERO.
               10 VALIDACNPJ-DIGITO PIC 9 OCCURS 14 TIMES.
           05 VALIDACNPJ-OK PIC X.
           05 VALIDACNPJ-SOMA PIC 9(4).
           05 VALIDACNPJ-INDICE PIC 9(2).
           05 VALIDACNPJ-PESO PIC 9(2).
           05 VALIDACNPJ-DV PIC 9(2).
           05 VALIDACNPJ-QUOCIENTE PIC 9(4).
           05 VALIDACNPJ-RESTO PIC 9(2).
           05 VALIDACNPJ-IGUAIS PIC 9(2).

      *    area de trabalho dos paragrafos partilhados CALCULA-DV-
      *    CHAVE-NFE e CONFERE-CHAVE-NFE (COPY "PDCHAVENFE.cob") - o
      *    programa monta as partes da chave de acesso e le o
      *    digito em CHAVENFE-DV, ou move uma chave recebida para
      *    CHAVENFE-CHAVE e le o resultado em CHAVENFE-OK. As
      *    partes servem tambem para tirar o numero da nota de uma
      *    chave que volta no retorno.
       01  CHAVENFE-CAMPOS.
           05 CHAVENFE-CHAVE.
               10 CHAVENFE-UF PIC 9(2).
               10 CHAVENFE-ANO-MES PIC 9(4).
               10 CHAVENFE-CNPJ PIC 9(14).
               10 CHAVENFE-MODELO PIC 9(2).
               10 CHAVENFE-SERIE PIC 9(3).
               10 CHAVENFE-NUMERO PIC 9(9).
               10 CHAVENFE-TIPO-EMISSAO PIC 9.
               10 CHAVENFE-CODIGO PIC 9(8).
               10 CHAVENFE-DV PIC 9.
           05 CHAVENFE-DIGITOS REDEFINES CHAVENFE-CHAVE.
               10 CHAVENFE-DIGITO PIC 9 OCCURS 44 TIMES.
           05 CHAVENFE-OK PIC X.
           05 CHAVENFE-SOMA PIC 9(4).
           05 CHAVENFE-INDICE PIC 9(2).
           05 CHAVENFE-PESO PIC 9(2).
           05 CHAVENFE-QUOCIENTE PIC 9(4).
           05 CHAVENFE-RESTO PIC 9(2).
           05 CHAVENFE-CALCULADO PIC 9(2).

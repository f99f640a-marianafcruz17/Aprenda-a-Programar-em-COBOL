      *    area de trabalho dos paragrafos partilhados VALIDA-CPF
      *    (COPY "PDVALIDACPF.cob") e VERIFICA-CPF-DUPLICADO (COPY
      *    "PDCPFDUPLICADO.cob") - o programa monta VALIDACPF-NUMERO
      *    antes do PERFORM e le o resultado em VALIDACPF-OK; para
      *    a checagem de duplicado, ARQUIVO-FUNCIONARIO precisa
      *    estar aberto e o registro corrente e preservado
      *    (resultado em CPF-DUPLICADO, com o codigo do dono em
      *    CPF-DUPLICADO-CODIGO).
       01  VALIDACPF-CAMPOS.
           05 VALIDACPF-NUMERO PIC 9(11).
           05 VALIDACPF-DIGITOS REDEFINES VALIDACPF-NUMERO.
       77  CPF-DUPLICADO-CODIGO PIC 9(4).
       77  CPF-DUPLICADO-PROPRIO PIC 9(4).
       77  CPF-FIM-VARREDURA PIC X.
       77  CPF-REGISTRO-GUARDADO PIC X(226).

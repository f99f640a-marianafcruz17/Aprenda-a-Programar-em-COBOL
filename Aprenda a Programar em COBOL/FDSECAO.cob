       FD  ARQUIVO-SECOES.
       01  SECAO-REGISTRO.
      *    mapa das quebras de um relatorio carimbado - uma linha
      *    por secao, gravada pelo proprio relatorio no momento da
      *    quebra, com a linha da saida onde a secao comeca. A
      *    secao vai ate a linha anterior a da secao seguinte (ou
      *    ao fim do relatorio); o que vem antes da primeira e o
      *    cabecalho, repetido em toda fatia. E por este mapa e
      *    pelo cadastro de distribuicao que o PROG262 reparte o
      *    relatorio em uma fatia por destinatario.
           05 SECAO-ARQUIVO PIC X(30).
           05 SECAO-PROGRAMA PIC X(8).
           05 SECAO-LINHA-INICIAL PIC 9(6).
      *    chave de quebra: "D" departamento, "V" vendedor, "G"
      *    gestor, "F" filial. "R" e o rodape geral do relatorio
      *    (total geral, contagens), que nao vai para ninguem.
           05 SECAO-TIPO-QUEBRA PIC X.
               88 SECAO-POR-DEPTO VALUE "D".
               88 SECAO-POR-VENDEDOR VALUE "V".
               88 SECAO-POR-GESTOR VALUE "G".
               88 SECAO-POR-FILIAL VALUE "F".
               88 SECAO-RODAPE VALUE "R".
           05 SECAO-CHAVE PIC 9(4).
      *    "S" quando a secao traz salario - so vai para operador
      *    com perfil de folha ou de administrador.
           05 SECAO-SALARIAL PIC X.
               88 SECAO-COM-SALARIO VALUE "S".

      *    area de trabalho do paragrafo partilhado MARCA-SECAO-
      *    RELATORIO (COPY "PDSECAO.cob") - o relatorio carimbado
      *    abre ARQUIVO-SECOES em EXTEND junto com a saida e, a
      *    cada quebra, antes de escrever a primeira linha da
      *    secao, move o tipo, a chave e a marca de salario e faz
      *    o PERFORM. O nome e a linha vem de WSIMPRESSAO.
       77  SECAO-MARCA-TIPO PIC X.
       77  SECAO-MARCA-CHAVE PIC 9(4).
       77  SECAO-MARCA-SALARIAL PIC X VALUE "N".

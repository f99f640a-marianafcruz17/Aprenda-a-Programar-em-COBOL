      *    area de trabalho do paragrafo partilhado ACHA-NIVEL-DO-
      *    SALARIO (COPY "PDNIVELCARGO.cob") - o programa que inclui
      *    este copybook deve abrir ARQUIVO-NIVEIS-CARGO, montar
      *    NIVEL-BUSCA-CARGO e NIVEL-BUSCA-SALARIO antes do PERFORM
      *    e ler o resultado em NIVEL-ACHADO (zero quando o cargo
      *    nao tem tabela) e NIVEL-VALOR-ACHADO. O degrau achado e
      *    o primeiro que paga ao menos o salario informado - o
      *    enquadramento nunca reduz salario; acima do ultimo
      *    degrau fica o ultimo.
       77  NIVEL-BUSCA-CARGO PIC 9(2).
       77  NIVEL-BUSCA-SALARIO PIC 9(6)V99.
       77  NIVEL-ACHADO PIC 9(2).
       77  NIVEL-VALOR-ACHADO PIC 9(6)V99.
       77  NIVEL-FIM-TABELA PIC X.

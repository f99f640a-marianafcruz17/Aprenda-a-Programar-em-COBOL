      *    paragrafo partilhado do mapa de secoes dos relatorios
      *    repartidos pelo PROG262: registra que a secao informada
      *    comeca na proxima linha a ser escrita na saida carimbada.
       MARCA-SECAO-RELATORIO.
           MOVE IMPRESSAO-NOME TO SECAO-ARQUIVO.
           MOVE IMPRESSAO-PROGRAMA TO SECAO-PROGRAMA.
           COMPUTE SECAO-LINHA-INICIAL = IMPRESSAO-LINHAS + 1.
           MOVE SECAO-MARCA-TIPO TO SECAO-TIPO-QUEBRA.
           MOVE SECAO-MARCA-CHAVE TO SECAO-CHAVE.
           MOVE SECAO-MARCA-SALARIAL TO SECAO-SALARIAL.
           WRITE SECAO-REGISTRO.

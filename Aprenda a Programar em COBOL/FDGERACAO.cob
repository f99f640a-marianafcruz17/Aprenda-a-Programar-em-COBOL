       FD  ARQUIVO-GERACAO.
      *    imagem do registro de origem, byte a byte como a copia
      *    do PROG62 - 171 e o maior dos registros copiados, o de
      *    clientes.dat.
       01  LINHA-GERACAO PIC X(171).

           05 AUD-CAMPO PIC X(15).
           05 AUD-VALOR-ANTES PIC X(30).
           05 AUD-VALOR-DEPOIS PIC X(30).
      *    arquivo a que a linha se refere e a chave do registro
      *    nele - AUD-CODIGO so comporta as 4 posicoes do codigo do
      *    funcionario, e pedido e fatura tem 6. Em branco nas
      *    linhas gravadas antes deste campo existir, que sao de
      *    funcionario (salvo a carga de clientes do PROG66 e as
      *    mudancas de limite e vendedor do PROG252/PROG254).
           05 AUD-ARQUIVO PIC X(3).
               88 AUD-DE-FUNCIONARIO VALUE "FUN" SPACES.
               88 AUD-DE-CLIENTE VALUE "CLI".
               88 AUD-DE-PEDIDO VALUE "PED".
               88 AUD-DE-FATURA VALUE "FAT".
               88 AUD-DE-PRODUTO VALUE "PRO".
      *        "PAR" parametros (PROG176), "DIS" distribuicao de
      *        relatorios (PROG261), "PER" periodos de vendas
      *        (PROG263), "BKP" restauracao de backup (PROG258),
      *        "JAN" liberacao da trava da janela batch (PROG177).
           05 AUD-CHAVE PIC 9(6).

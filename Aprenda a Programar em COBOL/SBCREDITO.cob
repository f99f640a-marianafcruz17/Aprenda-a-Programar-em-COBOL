      *    OPTIONAL porque o arquivo de creditos so nasce com o
      *    primeiro valor nao aplicado do retorno de cobranca.
           SELECT OPTIONAL ARQUIVO-CREDITOS
               ASSIGN TO "creditos_cliente.dat"
                ORGANIZATION IS INDEXED
                RECORD KEY IS CRED-NUMERO
      *    os creditos de um cliente, para a consulta do PROG139 e
      *    a tela de aplicacao do PROG225.
                ALTERNATE RECORD KEY IS CRED-CLIENTE-CODIGO
                    WITH DUPLICATES
                ACCESS MODE IS DYNAMIC.

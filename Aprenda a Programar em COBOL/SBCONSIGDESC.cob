      *    OPTIONAL porque o registro de descontos pode nao existir
      *    ainda na primeira folha depois de implantado.
           SELECT OPTIONAL ARQUIVO-CONSIG-DESCONTOS
               ASSIGN TO "consignado_descontos.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

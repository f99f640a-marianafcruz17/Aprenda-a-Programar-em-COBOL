      *    ultimo pedido da fila de aprovacao a quatro olhos
      *    (PROG37/PROG38 pedem, PROG174 decide).
           05 SEQ-ULTIMA-APROVACAO PIC 9(6).
      *    ultimo evento de RH gerado para o governo (PROG195).
           05 SEQ-ULTIMO-EVENTO PIC 9(8).
      *    ultimo candidato inscrito em vaga pelo PROG213.
           05 SEQ-ULTIMO-CANDIDATO PIC 9(6).
      *    ultima remessa de cobranca enviada ao banco (PROG220).
           05 SEQ-ULTIMA-REMESSA PIC 9(6).
      *    ultimo credito nao aplicado guardado pelo retorno de
      *    cobranca (PROG124).
           05 SEQ-ULTIMO-CREDITO PIC 9(6).
      *    ultimo pedido de compra gerado pelo PROG233.
           05 SEQ-ULTIMA-COMPRA PIC 9(6).
      *    ultima rodada de pagamento a fornecedores (PROG237).
           05 SEQ-ULTIMO-PAGAMENTO PIC 9(6).
      *    ultima contagem de inventario congelada (PROG242).
           05 SEQ-ULTIMO-INVENTARIO PIC 9(6).

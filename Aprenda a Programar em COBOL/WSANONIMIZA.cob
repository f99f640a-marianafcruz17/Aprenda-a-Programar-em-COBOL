      *    area de trabalho dos paragrafos partilhados da
      *    anonimizacao de dados pessoais (COPY "PDANONIMIZA.cob") -
      *    o programa inclui tambem o SB/FD de funcionarios_
      *    excluidos, funcionarios, dependentes, clientes, pedidos,
      *    contatos, faturas, enderecos de entrega, auditoria e
      *    parametros. Depois de CARREGA-PARAMETROS faz PERFORM
      *    CALCULA-CORTES-ANONIMIZACAO e LEVANTA-DADOS-ANONIMIZACAO;
      *    com ARQUIVO-FUNCIONARIO aberto, CONFERE-FUNCIONARIO-
      *    ELEGIVEL julga o codigo em ANON-CODIGO, e com o registro
      *    do cliente lido CONFERE-CLIENTE-ELEGIVEL julga o
      *    cliente - o resultado sai em ANON-RESULTADO e ANON-
      *    MOTIVO.
       01  ANON-CAMPOS.
           05 ANON-DATA-HOJE PIC 9(8).
           05 ANON-CORTE-FUNCIONARIO PIC 9(8).
           05 ANON-CORTE-CLIENTE PIC 9(8).
           05 ANON-CODIGO PIC 9(4).
           05 ANON-FIM-LEITURA PIC X.
           05 ANON-ACHADO PIC X.
           05 ANON-RESULTADO PIC X.
               88 ANON-ELEGIVEL VALUE "E".
               88 ANON-RETIDO VALUE "R".
               88 ANON-FORA VALUE "F".
           05 ANON-MOTIVO PIC X(30).
      *    campo da trilha de auditoria que guarda dado pessoal no
      *    antes/depois - os nomes de campo do PROG37/PROG61 para o
      *    funcionario, o do PROG66 para o cliente. As linhas de
      *    cliente por campo (PROG50/PROG66/PROG140) usam os mesmos
      *    nomes do funcionario, e so valem como dado do cliente
      *    com AUD-ARQUIVO "CLI".
           05 ANON-CAMPO-AUDITORIA PIC X(15).
               88 ANON-CAMPO-DO-FUNCIONARIO VALUE "NOME"
                   "ENDERECO" "TELEFONE" "EMAIL" "CPF" "BANCO"
                   "AGENCIA" "CONTA" "NASCIMENTO" "NOME COMPLETO"
                   "REGISTRO" "REINTEGRACAO".
               88 ANON-CAMPO-DO-CLIENTE VALUE "CLIENTE".
               88 ANON-CAMPO-PESSOAL-CLIENTE VALUE "NOME"
                   "ENDERECO" "TELEFONE" "EMAIL" "CPF-CNPJ".

      *    prazos de guarda em anos - contingencia quando ANON-
      *    ANOS-FUNC e ANON-ANOS-CLIENTE nao estao em
      *    parametros.dat.
       77  ANON-ANOS-FUNCIONARIO PIC 9(2) VALUE 5.
       77  ANON-ANOS-CLIENTE PIC 9(2) VALUE 5.
      *    o que entra no lugar do nome apagado - e tambem a marca
      *    de registro ja anonimizado.
       77  ANON-MARCA PIC X(10) VALUE "*ANONIMO*".

      *    levantamento por codigo de funcionario: a exclusao mais
      *    recente (e o nome dela, para a listagem), quantas
      *    entradas arquivadas ainda tem dado pessoal e quantos
      *    dependentes e entradas de auditoria seriam limpos.
       01  ANON-TABELA-FUNCIONARIOS.
           05 ANON-FUNCIONARIO OCCURS 9999 TIMES.
               10 ANONF-DATA-EXCLUSAO PIC 9(8).
               10 ANONF-NOME PIC X(10).
               10 ANONF-ENTRADAS PIC 9(3).
               10 ANONF-DEPENDENTES PIC 9(3).
               10 ANONF-AUDITORIA PIC 9(5).

      *    levantamento por codigo de cliente: o ultimo movimento
      *    (pedido, fatura ou contato), as faturas em aberto e
      *    quantos contatos, enderecos de entrega e entradas de
      *    auditoria seriam limpos.
       01  ANON-TABELA-CLIENTES.
           05 ANON-CLIENTE OCCURS 9999 TIMES.
               10 ANONC-ULTIMO-MOVIMENTO PIC 9(8).
               10 ANONC-FATURAS-ABERTAS PIC 9(3).
               10 ANONC-CONTATOS PIC 9(5).
               10 ANONC-ENDERECOS PIC 9(3).
               10 ANONC-AUDITORIA PIC 9(5).

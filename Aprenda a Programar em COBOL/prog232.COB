       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG232.
      *    cadastro de fornecedores em fornecedores.dat - de quem a
      *    empresa compra, com o CNPJ conferido pelos digitos
      *    verificadores (VALIDA-CNPJ, no mesmo esquema do VALIDA-
      *    CPF do cadastro de funcionarios) e recusado quando ja
      *    pertence a outro fornecedor. O prazo de entrega em dias
      *    uteis monta a data prevista dos pedidos de compra do
      *    PROG233; o fornecedor preferencial de cada produto e
      *    informado no PROG105. A conta bancaria recebe os
      *    pagamentos do contas a pagar na rodada do PROG237.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFORNECEDOR.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFORNECEDOR.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVALIDACNPJ.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-FORNECEDOR PIC 9(4).
      *    checagem de CNPJ repetido - varre o cadastro inteiro e
      *    devolve o registro em edicao ao final.
       77  CNPJ-DUPLICADO PIC X.
       77  CNPJ-DUPLICADO-CODIGO PIC 9(4).
       77  CNPJ-FIM-VARREDURA PIC X.
       77  FORNECEDOR-GUARDADO PIC X(129).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG232" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           OPEN I-O ARQUIVO-FORNECEDORES.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FORNECEDORES.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- CADASTRO DE FORNECEDORES ---".
           DISPLAY "1. Incluir fornecedor".
           DISPLAY "2. Alterar fornecedor".
           DISPLAY "3. Listar fornecedores".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-FORNECEDOR.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM ALTERA-FORNECEDOR.

           IF OPCAO-MENU = 3
               PERFORM LISTA-FORNECEDORES.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       INCLUI-FORNECEDOR.
           MOVE SPACE TO FORNECEDOR-REGISTRO.
           DISPLAY "Informe o codigo do fornecedor (1-9999): ".
           ACCEPT CODIGO-FORNECEDOR.

           IF CODIGO-FORNECEDOR = ZEROS
               DISPLAY "Codigo invalido, informe um valor de 1 a 9999"
           ELSE
               MOVE CODIGO-FORNECEDOR TO FORNECEDOR-CODIGO
               MOVE ZEROS TO FORNECEDOR-CNPJ
               PERFORM PEGA-DADOS-FORNECEDOR
               WRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "Codigo ja existe"
                   NOT INVALID KEY
                       DISPLAY "Fornecedor gravado".

       PEGA-DADOS-FORNECEDOR.
           DISPLAY "Razao social: ".
           ACCEPT FORNECEDOR-NOME.

           PERFORM PEGA-CNPJ-FORNECEDOR.

           DISPLAY "Nome do contato: ".
           ACCEPT FORNECEDOR-CONTATO.
           DISPLAY "Telefone: ".
           ACCEPT FORNECEDOR-TELEFONE.
           DISPLAY "E-mail: ".
           ACCEPT FORNECEDOR-EMAIL.
           DISPLAY "Prazo de entrega (dias uteis): ".
           ACCEPT FORNECEDOR-PRAZO-ENTREGA.

           PERFORM PEGA-CONTA-FORNECEDOR.

           DISPLAY "Situacao (A-Ativo I-Inativo): ".
           ACCEPT FORNECEDOR-SITUACAO.

           IF FORNECEDOR-SITUACAO NOT = "A" AND
               FORNECEDOR-SITUACAO NOT = "I"
               DISPLAY "Situacao invalida, assumido A-Ativo"
               MOVE "A" TO FORNECEDOR-SITUACAO.

       PEGA-CONTA-FORNECEDOR.
      *    sem banco o fornecedor fica fora da rodada de pagamento
      *    ate a conta ser informada.
           DISPLAY "Banco para pagamento (0 = sem conta): ".
           ACCEPT FORNECEDOR-BANCO-CODIGO.

           IF FORNECEDOR-BANCO-CODIGO = ZEROS
               MOVE ZEROS TO FORNECEDOR-AGENCIA
               MOVE SPACES TO FORNECEDOR-CONTA
           ELSE
               DISPLAY "Agencia: "
               ACCEPT FORNECEDOR-AGENCIA
               DISPLAY "Conta: "
               ACCEPT FORNECEDOR-CONTA.

       PEGA-CNPJ-FORNECEDOR.
      *    repete ate receber um CNPJ com digitos verificadores
      *    certos e que nao seja de outro fornecedor; na alteracao
      *    o CNPJ gravado e conferido primeiro e so e pedido de
      *    novo se nao passar.
           MOVE "N" TO VALIDACNPJ-OK.
           IF FORNECEDOR-CNPJ NOT = ZEROS
               MOVE FORNECEDOR-CNPJ TO VALIDACNPJ-NUMERO
               DISPLAY "CNPJ atual: " VALIDACNPJ-NUMERO
               PERFORM CONFERE-CNPJ-FORNECEDOR.
           PERFORM ACEITA-CNPJ-FORNECEDOR
               UNTIL VALIDACNPJ-OK = "S".
           MOVE VALIDACNPJ-NUMERO TO FORNECEDOR-CNPJ.

       ACEITA-CNPJ-FORNECEDOR.
           DISPLAY "Informe o CNPJ (14 digitos): ".
           ACCEPT VALIDACNPJ-NUMERO.
           PERFORM CONFERE-CNPJ-FORNECEDOR.

       CONFERE-CNPJ-FORNECEDOR.
           PERFORM VALIDA-CNPJ.

           IF VALIDACNPJ-OK = "N"
               DISPLAY "CNPJ invalido, confira os digitos"
           ELSE
               PERFORM VERIFICA-CNPJ-DUPLICADO
               IF CNPJ-DUPLICADO = "S"
                   DISPLAY "CNPJ ja cadastrado para o fornecedor "
                       CNPJ-DUPLICADO-CODIGO
                   MOVE "N" TO VALIDACNPJ-OK.

       VERIFICA-CNPJ-DUPLICADO.
      *    CNPJ nao e chave, entao nao ha atalho de indice; o
      *    registro em edicao e devolvido ao final da varredura.
           MOVE FORNECEDOR-REGISTRO TO FORNECEDOR-GUARDADO.
           MOVE "N" TO CNPJ-DUPLICADO.
           MOVE ZEROS TO CNPJ-DUPLICADO-CODIGO.
           MOVE "N" TO CNPJ-FIM-VARREDURA.

           MOVE ZEROS TO FORNECEDOR-CODIGO.
           START ARQUIVO-FORNECEDORES
               KEY IS NOT LESS THAN FORNECEDOR-CODIGO
               INVALID KEY
                   MOVE "S" TO CNPJ-FIM-VARREDURA.

           PERFORM VARRE-CNPJ-FORNECEDORES
               UNTIL CNPJ-FIM-VARREDURA = "S".

           MOVE FORNECEDOR-GUARDADO TO FORNECEDOR-REGISTRO.

       VARRE-CNPJ-FORNECEDORES.
           READ ARQUIVO-FORNECEDORES NEXT RECORD
               AT END
                   MOVE "S" TO CNPJ-FIM-VARREDURA.

           IF CNPJ-FIM-VARREDURA = "N"
               IF FORNECEDOR-CNPJ = VALIDACNPJ-NUMERO AND
                   FORNECEDOR-CODIGO NOT = CODIGO-FORNECEDOR
                   MOVE "S" TO CNPJ-DUPLICADO
                   MOVE FORNECEDOR-CODIGO TO CNPJ-DUPLICADO-CODIGO
                   MOVE "S" TO CNPJ-FIM-VARREDURA.

       ALTERA-FORNECEDOR.
           DISPLAY "Informe o codigo do fornecedor a alterar: ".
           ACCEPT CODIGO-FORNECEDOR.
           MOVE CODIGO-FORNECEDOR TO FORNECEDOR-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FORNECEDORES RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Fornecedor nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Razao social atual: " FORNECEDOR-NOME
               DISPLAY "Contato atual.....: " FORNECEDOR-CONTATO
               DISPLAY "Telefone atual....: " FORNECEDOR-TELEFONE
               DISPLAY "Prazo de entrega..: " FORNECEDOR-PRAZO-ENTREGA
               DISPLAY "Banco/agencia.....: " FORNECEDOR-BANCO-CODIGO
                   "/" FORNECEDOR-AGENCIA " conta " FORNECEDOR-CONTA
               DISPLAY "Situacao atual....: " FORNECEDOR-SITUACAO
               PERFORM PEGA-DADOS-FORNECEDOR
               REWRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o registro"
                   NOT INVALID KEY
                       DISPLAY "Fornecedor alterado".

       LISTA-FORNECEDORES.
           MOVE ZEROS TO FORNECEDOR-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-FORNECEDORES
               KEY IS NOT LESS THAN FORNECEDOR-CODIGO
               INVALID KEY
                   DISPLAY "Nenhum fornecedor cadastrado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-FORNECEDOR
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO-FORNECEDOR.
           READ ARQUIVO-FORNECEDORES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               DISPLAY "Codigo: " FORNECEDOR-CODIGO
                   " Nome: " FORNECEDOR-NOME
                   " CNPJ: " FORNECEDOR-CNPJ
                   " Prazo: " FORNECEDOR-PRAZO-ENTREGA
                   " Situacao: " FORNECEDOR-SITUACAO.

           COPY "PDVALIDACNPJ.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG50.
      *    alterando registro de cliente. O CPF/CNPJ do cliente,
      *    destinatario da NF-e, so e aceito com os digitos
      *    verificadores conferidos (VALIDA-CPF e VALIDA-CNPJ).
      *    Cada alteracao gravada sai na trilha de auditoria com o
      *    campo, o valor antes e depois e o operador.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".
       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDACPF.cob".
           COPY "WSVALIDACNPJ.cob".
       77  REGISTRO-ENCONTRADO PIC X.
       77  CODIGO-CLIENTE-ALTERAR PIC 9(5).
       77  CODIGO-ALTERAR-VALIDO PIC X.
      *    VALOR-ANTIGO de texto nao volta para um campo com
      *    decimais.
       77  LIMITE-ANTIGO PIC 9(8)V99.
       77  CONDICAO-VALIDA PIC X.
       77  DOCUMENTO-VALIDO PIC X.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  NOME-CAMPO-ALTERADO PIC X(15).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG50" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CONDICOES.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM PEGA-REGISTRO-CLIENTE.

           PERFORM ALTERAR-REGISTRO
               UNTIL CLIENTE-CODIGO = ZEROES.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONDICOES.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           DISPLAY "4.Email: " CLIENTE-EMAIL.
           DISPLAY "5.Vendedor (codigo): " CLIENTE-FUNCIONARIO-CODIGO.
           DISPLAY "6.Limite de credito: " CLIENTE-LIMITE-CREDITO.
           DISPLAY "7.Condicao de pagamento: "
               CLIENTE-CONDICAO-PAGAMENTO.
           DISPLAY "8.CPF/CNPJ: " CLIENTE-TIPO-PESSOA " "
               CLIENTE-CPF-CNPJ.
           DISPLAY " ".
      *    o usuario deve escolher um campo para alterar.
           DISPLAY "Digite o numero do campo ".
           DISPLAY " para alterar (1-8) ou 0 (zero) para sair: ".
           ACCEPT QUAL-CAMPO.

           IF QUAL-CAMPO > 8
               DISPLAY "Campo invalido".

           IF QUAL-CAMPO >= 1 AND QUAL-CAMPO <= 8
               PERFORM MUDA-E-GRAVA-UM-CAMPO.

           PERFORM PEGA-REGISTRO-CLIENTE.
               MOVE CLIENTE-LIMITE-CREDITO TO LIMITE-EXIBIDO
               MOVE LIMITE-EXIBIDO TO VALOR-NOVO.

           IF QUAL-CAMPO = 7
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO VALOR-ANTIGO
               MOVE "N" TO CONDICAO-VALIDA
               PERFORM PEGA-CONDICAO-CLIENTE
                   UNTIL CONDICAO-VALIDA = "S"
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO VALOR-NOVO.

           IF QUAL-CAMPO = 8
               MOVE CLIENTE-DOCUMENTO TO VALOR-ANTIGO
               MOVE "N" TO DOCUMENTO-VALIDO
               PERFORM PEGA-DOCUMENTO-CLIENTE
                   UNTIL DOCUMENTO-VALIDO = "S"
               MOVE CLIENTE-DOCUMENTO TO VALOR-NOVO.

           PERFORM CONFIRMA-ALTERACAO.

           IF CONFIRMA-RESPOSTA = "S"
               UNTIL CEP-ENTRADA NUMERIC.
           MOVE CEP-ENTRADA TO CLIENTE-CEP.

       PEGA-CONDICAO-CLIENTE.
      *    a condicao tem de existir no cadastro do PROG219; em
      *    branco o faturamento vence no mes seguinte.
           DISPLAY "Informe a condicao de pagamento padrao".
           DISPLAY " (em branco = vencimento no mes seguinte): ".
           ACCEPT CLIENTE-CONDICAO-PAGAMENTO.

           MOVE "S" TO CONDICAO-VALIDA.
           IF CLIENTE-CONDICAO-PAGAMENTO NOT = SPACES
               MOVE CLIENTE-CONDICAO-PAGAMENTO TO CONDICAO-CODIGO
               READ ARQUIVO-CONDICOES RECORD
                   INVALID KEY
                       MOVE "N" TO CONDICAO-VALIDA
                       DISPLAY "Condicao nao cadastrada".

       PEGA-DOCUMENTO-CLIENTE.
      *    repete ate receber o tipo de pessoa e um CPF ou CNPJ
      *    com os digitos verificadores certos - NF-e com
      *    documento errado volta rejeitada.
           DISPLAY "Pessoa (F-fisica J-juridica): ".
           ACCEPT CLIENTE-TIPO-PESSOA.

           IF CLIENTE-TIPO-PESSOA = "f"
               MOVE "F" TO CLIENTE-TIPO-PESSOA.

           IF CLIENTE-TIPO-PESSOA = "j"
               MOVE "J" TO CLIENTE-TIPO-PESSOA.

           IF CLIENTE-PESSOA-FISICA
               PERFORM PEGA-CPF-CLIENTE
           ELSE
               IF CLIENTE-PESSOA-JURIDICA
                   PERFORM PEGA-CNPJ-CLIENTE
               ELSE
                   DISPLAY "Tipo invalido, informe F ou J".

       PEGA-CPF-CLIENTE.
           DISPLAY "Informe o CPF (11 digitos): ".
           ACCEPT VALIDACPF-NUMERO.
           PERFORM VALIDA-CPF.

           IF VALIDACPF-OK = "S"
               MOVE VALIDACPF-NUMERO TO CLIENTE-CPF-CNPJ
               MOVE "S" TO DOCUMENTO-VALIDO
           ELSE
               DISPLAY "CPF invalido, confira os digitos".

       PEGA-CNPJ-CLIENTE.
           DISPLAY "Informe o CNPJ (14 digitos): ".
           ACCEPT VALIDACNPJ-NUMERO.
           PERFORM VALIDA-CNPJ.

           IF VALIDACNPJ-OK = "S"
               MOVE VALIDACNPJ-NUMERO TO CLIENTE-CPF-CNPJ
               MOVE "S" TO DOCUMENTO-VALIDO
           ELSE
               DISPLAY "CNPJ invalido, confira os digitos".

       ACEITA-CEP-CLIENTE.
           DISPLAY "Informe o CEP (8 digitos): ".
           ACCEPT CEP-ENTRADA.
           IF QUAL-CAMPO = 6
               MOVE LIMITE-ANTIGO TO CLIENTE-LIMITE-CREDITO.

           IF QUAL-CAMPO = 7
               MOVE VALOR-ANTIGO TO CLIENTE-CONDICAO-PAGAMENTO.

           IF QUAL-CAMPO = 8
               MOVE VALOR-ANTIGO TO CLIENTE-DOCUMENTO.

       REESCREVER-REGISTRO.
           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o registro"
               NOT INVALID KEY
                   PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
      *    mesma trilha do cadastro de funcionarios (PROG37) - o
      *    campo, o antes e o depois e quem mudou o cliente.
           IF QUAL-CAMPO = 1
               MOVE "NOME" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 2
               MOVE "ENDERECO" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 3
               MOVE "TELEFONE" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 4
               MOVE "EMAIL" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 5
               MOVE "VENDEDOR" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 6
               MOVE "LIMITE CREDITO" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 7
               MOVE "CONDICAO PAGTO" TO NOME-CAMPO-ALTERADO.
           IF QUAL-CAMPO = 8
               MOVE "CPF-CNPJ" TO NOME-CAMPO-ALTERADO.

           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE CLIENTE-CODIGO TO AUD-CODIGO.
           MOVE "CLI" TO AUD-ARQUIVO.
           MOVE CLIENTE-CODIGO TO AUD-CHAVE.
           MOVE NOME-CAMPO-ALTERADO TO AUD-CAMPO.
           MOVE VALOR-ANTIGO TO AUD-VALOR-ANTES.
           MOVE VALOR-NOVO TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACPF.cob".
           COPY "PDVALIDACNPJ.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

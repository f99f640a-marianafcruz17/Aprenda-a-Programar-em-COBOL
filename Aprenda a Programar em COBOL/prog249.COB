       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG249.
      *    cadastro do emitente da NF-e em emitente.dat - um
      *    registro so com CNPJ (conferido pelo VALIDA-CNPJ),
      *    inscricao estadual, razao social, endereco, codigos IBGE
      *    da UF e do municipio e a serie das notas. E daqui que o
      *    faturamento do PROG121 tira o emitente do extrato e a
      *    UF e o CNPJ da chave de acesso.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEMITENTE.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEMITENTE.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDACNPJ.cob".
       77  OPCAO-MENU PIC 9.
       77  EMITENTE-CADASTRADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG249" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- EMITENTE DA NF-e ---".
           DISPLAY "1. Mostrar emitente".
           DISPLAY "2. Gravar emitente".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1
               PERFORM MOSTRA-EMITENTE.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM GRAVA-EMITENTE.

           IF OPCAO-MENU > 2
               DISPLAY "Opcao invalida".

       LE-EMITENTE.
           MOVE "S" TO EMITENTE-CADASTRADO.
           OPEN INPUT ARQUIVO-EMITENTE.
           READ ARQUIVO-EMITENTE RECORD AT END
               MOVE "N" TO EMITENTE-CADASTRADO.
           CLOSE ARQUIVO-EMITENTE.

       MOSTRA-EMITENTE.
           PERFORM LE-EMITENTE.

           IF EMITENTE-CADASTRADO = "N"
               DISPLAY "Emitente ainda nao cadastrado"
           ELSE
               DISPLAY "CNPJ..............: " EMITENTE-CNPJ
               DISPLAY "Inscricao estadual: "
                   EMITENTE-INSCRICAO-ESTADUAL
               DISPLAY "Razao social......: " EMITENTE-RAZAO-SOCIAL
               DISPLAY "Endereco..........: " EMITENTE-RUA " "
                   EMITENTE-NUMERO
               DISPLAY "Cidade/UF.........: " EMITENTE-CIDADE " "
                   EMITENTE-ESTADO " CEP " EMITENTE-CEP
               DISPLAY "Codigo IBGE UF....: " EMITENTE-CODIGO-UF
               DISPLAY "Codigo IBGE munic.: "
                   EMITENTE-CODIGO-MUNICIPIO
               DISPLAY "Serie da NF-e.....: " EMITENTE-SERIE-NFE.

       GRAVA-EMITENTE.
      *    o registro e sempre regravado inteiro - so existe um.
           MOVE SPACES TO EMITENTE-REGISTRO.

           MOVE "N" TO VALIDACNPJ-OK.
           PERFORM ACEITA-CNPJ-EMITENTE
               UNTIL VALIDACNPJ-OK = "S".
           MOVE VALIDACNPJ-NUMERO TO EMITENTE-CNPJ.

           DISPLAY "Inscricao estadual: ".
           ACCEPT EMITENTE-INSCRICAO-ESTADUAL.
           DISPLAY "Razao social: ".
           ACCEPT EMITENTE-RAZAO-SOCIAL.
           DISPLAY "Rua: ".
           ACCEPT EMITENTE-RUA.
           DISPLAY "Numero: ".
           ACCEPT EMITENTE-NUMERO.
           DISPLAY "Cidade: ".
           ACCEPT EMITENTE-CIDADE.
           DISPLAY "UF: ".
           ACCEPT EMITENTE-ESTADO.
           DISPLAY "CEP (8 digitos): ".
           ACCEPT EMITENTE-CEP.
           DISPLAY "Codigo IBGE da UF (2 digitos, ex: 35): ".
           ACCEPT EMITENTE-CODIGO-UF.
           DISPLAY "Codigo IBGE do municipio (7 digitos): ".
           ACCEPT EMITENTE-CODIGO-MUNICIPIO.
           DISPLAY "Serie da NF-e (ex: 1): ".
           ACCEPT EMITENTE-SERIE-NFE.

           MOVE "Grava o emitente (S/N)? " TO CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               OPEN OUTPUT ARQUIVO-EMITENTE
               WRITE EMITENTE-REGISTRO
               CLOSE ARQUIVO-EMITENTE
               DISPLAY "Emitente gravado"
           ELSE
               DISPLAY "Nada gravado".

       ACEITA-CNPJ-EMITENTE.
           DISPLAY "CNPJ do emitente (14 digitos): ".
           ACCEPT VALIDACNPJ-NUMERO.
           PERFORM VALIDA-CNPJ.

           IF VALIDACNPJ-OK = "N"
               DISPLAY "CNPJ invalido, confira os digitos".

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACNPJ.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

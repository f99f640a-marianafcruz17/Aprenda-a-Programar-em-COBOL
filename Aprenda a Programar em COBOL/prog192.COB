       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG192.
      *    cadastro sindical: os sindicatos em sindicatos.dat (regra
      *    da contribuicao mensal, conta do repasse e o acordo
      *    coletivo da data-base), o vinculo de cada filial e cargo
      *    a um sindicato em sindicato_vinculos.dat e a carta de
      *    oposicao do funcionario a contribuicao em
      *    sindicato_opcoes.dat. A folha do PROG54 desconta por
      *    estes cadastros e o PROG193 lista o repasse.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBSINDICATO.cob".
           COPY "SBSINDVINCULO.cob".
           COPY "SBSINDOPCAO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBFILIAL.cob".
           COPY "SBCARGO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDSINDICATO.cob".
           COPY "FDSINDVINCULO.cob".
           COPY "FDSINDOPCAO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDFILIAL.cob".
           COPY "FDCARGO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSSINDICATO.cob".
       77  OPCAO-MENU PIC 9.
       77  SINDICATO-ENCONTRADO PIC X.
       77  VINCULO-JA-EXISTE PIC X.
       77  OPCAO-JA-EXISTE PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  VINCULO-VALIDO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(3).
       77  SINDICATO-INFORMADO PIC 9(3).
       77  DATA-DE-HOJE PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG192" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN I-O ARQUIVO-SINDICATOS.
           OPEN I-O ARQUIVO-SIND-VINCULOS.
           OPEN I-O ARQUIVO-SIND-OPCOES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FILIAL.
           OPEN INPUT ARQUIVO-CARGOS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-SINDICATOS.
           CLOSE ARQUIVO-SIND-VINCULOS.
           CLOSE ARQUIVO-SIND-OPCOES.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FILIAL.
           CLOSE ARQUIVO-CARGOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- SINDICATOS ---".
           DISPLAY "1. Registrar sindicato".
           DISPLAY "2. Listar sindicatos e vinculos".
           DISPLAY "3. Vincular filial/cargo a um sindicato".
           DISPLAY "4. Registrar oposicao a contribuicao".
           DISPLAY "5. Consultar enquadramento de um funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3 OR
               OPCAO-MENU = 4
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-SINDICATO.

           IF OPCAO-MENU = 2
               PERFORM LISTA-SINDICATOS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-VINCULO.

           IF OPCAO-MENU = 4 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-OPOSICAO.

           IF OPCAO-MENU = 5
               PERFORM CONSULTA-ENQUADRAMENTO.

           IF OPCAO-MENU > 5
               DISPLAY "Opcao invalida".

       PEGA-SINDICATO.
           DISPLAY "Informe o codigo do sindicato: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO SIND-CODIGO.

           MOVE "S" TO SINDICATO-ENCONTRADO.
           READ ARQUIVO-SINDICATOS RECORD
               INVALID KEY
                   MOVE "N" TO SINDICATO-ENCONTRADO.

       REGISTRA-SINDICATO.
      *    a mesma tela inclui o sindicato novo e altera o
      *    existente - e por ela que entra o acordo coletivo de
      *    cada data-base.
           PERFORM PEGA-SINDICATO.

           IF SINDICATO-ENCONTRADO = "S"
               PERFORM MOSTRA-SINDICATO
           ELSE
               MOVE SPACES TO SINDICATO-REGISTRO
               MOVE CODIGO-INFORMADO TO SIND-CODIGO
               MOVE ZEROS TO SIND-DATA-ACORDO
               MOVE ZEROS TO SIND-PERC-REAJUSTE.

           DISPLAY "Nome do sindicato: ".
           ACCEPT SIND-NOME.
           DISPLAY "CNPJ (14 digitos): ".
           ACCEPT SIND-CNPJ.
           DISPLAY "Banco do repasse: ".
           ACCEPT SIND-BANCO-CODIGO.
           DISPLAY "Agencia: ".
           ACCEPT SIND-AGENCIA.
           DISPLAY "Conta: ".
           ACCEPT SIND-CONTA.

           MOVE SPACE TO SIND-REGRA.
           PERFORM PEDE-REGRA-SINDICATO
               UNTIL SIND-PERCENTUAL-SALARIO OR SIND-VALOR-FIXO.

           MOVE ZEROS TO SIND-PERCENTUAL.
           MOVE ZEROS TO SIND-VALOR.
           MOVE ZEROS TO SIND-TETO.

           IF SIND-PERCENTUAL-SALARIO
               DISPLAY "Percentual do salario base (99.99): "
               ACCEPT SIND-PERCENTUAL
               DISPLAY "Teto mensal (9999.99, zero = sem teto): "
               ACCEPT SIND-TETO
           ELSE
               DISPLAY "Valor fixo mensal (9999.99): "
               ACCEPT SIND-VALOR.

           DISPLAY "Mes da data-base da categoria (01-12): ".
           ACCEPT SIND-MES-DATA-BASE.

           IF SIND-MES-DATA-BASE < 1 OR SIND-MES-DATA-BASE > 12
               DISPLAY "Mes invalido, data-base gravada em branco"
               MOVE ZEROS TO SIND-MES-DATA-BASE.

           DISPLAY "Data do ultimo acordo coletivo (AAAAMMDD, "
               "zero = sem acordo): ".
           ACCEPT SIND-DATA-ACORDO.
           DISPLAY "Reajuste do acordo em % (999.99): ".
           ACCEPT SIND-PERC-REAJUSTE.

           PERFORM GRAVA-SINDICATO.

       PEDE-REGRA-SINDICATO.
           DISPLAY "Contribuicao (P percentual, F valor fixo): ".
           ACCEPT SIND-REGRA.

           IF NOT SIND-PERCENTUAL-SALARIO AND NOT SIND-VALOR-FIXO
               DISPLAY "Responda P ou F".

       GRAVA-SINDICATO.
           IF SINDICATO-ENCONTRADO = "S"
               REWRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o sindicato"
                   NOT INVALID KEY
                       DISPLAY "Sindicato alterado"
           ELSE
               WRITE SINDICATO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o sindicato"
                   NOT INVALID KEY
                       DISPLAY "Sindicato gravado".

       MOSTRA-SINDICATO.
           DISPLAY "Sindicato: " SIND-CODIGO " " SIND-NOME
               " CNPJ: " SIND-CNPJ.
           DISPLAY "   Regra: " SIND-REGRA
               " Percentual: " SIND-PERCENTUAL
               " Teto: " SIND-TETO
               " Valor fixo: " SIND-VALOR.
           DISPLAY "   Data-base: mes " SIND-MES-DATA-BASE
               " Acordo em " SIND-DATA-ACORDO
               " Reajuste %: " SIND-PERC-REAJUSTE.

       LISTA-SINDICATOS.
           MOVE ZEROS TO SIND-CODIGO.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-SINDICATOS
               KEY IS NOT LESS THAN SIND-CODIGO
               INVALID KEY
                   DISPLAY "Nenhum sindicato cadastrado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-SINDICATO
               UNTIL FIM-ARQUIVO = "S".

           PERFORM LISTA-VINCULOS.

       LISTA-PROXIMO-SINDICATO.
           READ ARQUIVO-SINDICATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               PERFORM MOSTRA-SINDICATO.

       LISTA-VINCULOS.
           MOVE ZEROS TO SVINC-CHAVE.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-SIND-VINCULOS
               KEY IS NOT LESS THAN SVINC-CHAVE
               INVALID KEY
                   DISPLAY "Nenhum vinculo cadastrado"
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-PROXIMO-VINCULO
               UNTIL FIM-ARQUIVO = "S".

       LISTA-PROXIMO-VINCULO.
           READ ARQUIVO-SIND-VINCULOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               DISPLAY "Filial " SVINC-FILIAL-CODIGO
                   " cargo " SVINC-CARGO-CODIGO
                   " -> sindicato " SVINC-SINDICATO-CODIGO.

       REGISTRA-VINCULO.
      *    filial ou cargo em zeros valem para todos; sindicato
      *    zero desfaz o vinculo.
           DISPLAY "Filial (00 = todas): ".
           ACCEPT SVINC-FILIAL-CODIGO.
           DISPLAY "Cargo (00 = todos): ".
           ACCEPT SVINC-CARGO-CODIGO.

           PERFORM CONFERE-FILIAL-E-CARGO.

           IF VINCULO-VALIDO = "S"
               PERFORM DIGITA-VINCULO.

       CONFERE-FILIAL-E-CARGO.
           MOVE "S" TO VINCULO-VALIDO.

           IF SVINC-FILIAL-CODIGO = ZEROS AND
               SVINC-CARGO-CODIGO = ZEROS
               DISPLAY "Informe ao menos a filial ou o cargo"
               MOVE "N" TO VINCULO-VALIDO.

           IF SVINC-FILIAL-CODIGO NOT = ZEROS
               MOVE SVINC-FILIAL-CODIGO TO FILIAL-CODIGO
               READ ARQUIVO-FILIAL RECORD
                   INVALID KEY
                       DISPLAY "Filial nao cadastrada"
                       MOVE "N" TO VINCULO-VALIDO.

           IF SVINC-CARGO-CODIGO NOT = ZEROS
               MOVE SVINC-CARGO-CODIGO TO CARGO-CODIGO
               READ ARQUIVO-CARGOS RECORD
                   INVALID KEY
                       DISPLAY "Cargo nao cadastrado"
                       MOVE "N" TO VINCULO-VALIDO.

       DIGITA-VINCULO.
           MOVE "S" TO VINCULO-JA-EXISTE.
           READ ARQUIVO-SIND-VINCULOS RECORD
               INVALID KEY
                   MOVE "N" TO VINCULO-JA-EXISTE.

           IF VINCULO-JA-EXISTE = "S"
               DISPLAY "Vinculado hoje ao sindicato "
                   SVINC-SINDICATO-CODIGO.

           DISPLAY "Sindicato (000 = desfazer o vinculo): ".
           ACCEPT SINDICATO-INFORMADO.

           IF SINDICATO-INFORMADO = ZEROS
               PERFORM DESFAZ-VINCULO
           ELSE
               MOVE SINDICATO-INFORMADO TO SIND-CODIGO
               READ ARQUIVO-SINDICATOS RECORD
                   INVALID KEY
                       DISPLAY "Sindicato nao cadastrado"
                   NOT INVALID KEY
                       PERFORM GRAVA-VINCULO.

       DESFAZ-VINCULO.
           IF VINCULO-JA-EXISTE = "S"
               DELETE ARQUIVO-SIND-VINCULOS RECORD
                   INVALID KEY
                       DISPLAY "Erro ao desfazer o vinculo"
                   NOT INVALID KEY
                       DISPLAY "Vinculo desfeito".

       GRAVA-VINCULO.
           MOVE SINDICATO-INFORMADO TO SVINC-SINDICATO-CODIGO.

           IF VINCULO-JA-EXISTE = "S"
               REWRITE SIND-VINCULO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever o vinculo"
                   NOT INVALID KEY
                       DISPLAY "Vinculo alterado"
           ELSE
               WRITE SIND-VINCULO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar o vinculo"
                   NOT INVALID KEY
                       DISPLAY "Vinculo gravado".

       PEGA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT FUNCIONARIO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

       REGISTRA-OPOSICAO.
      *    a carta de oposicao suspende o desconto a partir da
      *    proxima folha; retirar a oposicao volta a descontar.
      *    O registro fica com a data da ultima carta.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM DIGITA-OPOSICAO.

       DIGITA-OPOSICAO.
           MOVE FUNCIONARIO-CODIGO TO SINDOPC-FUNCIONARIO-CODIGO.

           MOVE "S" TO OPCAO-JA-EXISTE.
           READ ARQUIVO-SIND-OPCOES RECORD
               INVALID KEY
                   MOVE "N" TO OPCAO-JA-EXISTE.

           IF OPCAO-JA-EXISTE = "S"
               DISPLAY "Situacao atual: " SINDOPC-OPCAO
                   " desde " SINDOPC-DATA.

           MOVE SPACE TO SINDOPC-OPCAO.
           PERFORM PEDE-OPCAO-SINDICAL
               UNTIL SINDOPC-OPOSICAO OR SINDOPC-CONTRIBUINTE.

           DISPLAY "Data da carta (AAAAMMDD, zero = hoje): ".
           ACCEPT SINDOPC-DATA.

           IF SINDOPC-DATA = ZEROS
               MOVE DATA-DE-HOJE TO SINDOPC-DATA.

           IF OPCAO-JA-EXISTE = "S"
               REWRITE SIND-OPCAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever a opcao"
                   NOT INVALID KEY
                       DISPLAY "Opcao alterada"
           ELSE
               WRITE SIND-OPCAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a opcao"
                   NOT INVALID KEY
                       DISPLAY "Opcao gravada".

       PEDE-OPCAO-SINDICAL.
           DISPLAY "O opoe-se a contribuicao, C contribui: ".
           ACCEPT SINDOPC-OPCAO.

           IF NOT SINDOPC-OPOSICAO AND NOT SINDOPC-CONTRIBUINTE
               DISPLAY "Responda O ou C".

       CONSULTA-ENQUADRAMENTO.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM MOSTRA-ENQUADRAMENTO.

       MOSTRA-ENQUADRAMENTO.
           MOVE FUNCIONARIO-FILIAL-CODIGO TO SINDCALC-FILIAL.
           MOVE FUNCIONARIO-CARGO-CODIGO TO SINDCALC-CARGO.
           PERFORM ACHA-SINDICATO.

           IF SINDCALC-SINDICATO = ZEROS
               DISPLAY "Filial " SINDCALC-FILIAL " cargo "
                   SINDCALC-CARGO " sem sindicato vinculado"
           ELSE
               MOVE SINDCALC-SINDICATO TO SIND-CODIGO
               READ ARQUIVO-SINDICATOS RECORD
                   INVALID KEY
                       DISPLAY "Vinculo aponta sindicato "
                           SINDCALC-SINDICATO " nao cadastrado"
                   NOT INVALID KEY
                       PERFORM MOSTRA-SINDICATO.

           MOVE FUNCIONARIO-CODIGO TO SINDOPC-FUNCIONARIO-CODIGO.
           READ ARQUIVO-SIND-OPCOES RECORD
               INVALID KEY
                   MOVE "C" TO SINDOPC-OPCAO.

           IF SINDOPC-OPOSICAO
               DISPLAY "Oposicao a contribuicao desde "
                   SINDOPC-DATA.

           COPY "PDSINDICATO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

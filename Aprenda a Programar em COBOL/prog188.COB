       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG188.
      *    cadastro das ordens judiciais de pensao alimenticia em
      *    pensoes.dat - processo, vara, beneficiario com os dados
      *    bancarios dele, a regra do desconto (percentual do
      *    liquido ou valor fixo) e a vigencia. O desconto era
      *    lancado como adiantamento no PROG56, sem registro
      *    nenhum do beneficiario; agora a folha do PROG54 desconta
      *    e credita direto a partir daqui.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBPENSAO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDPENSAO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVALIDACPF.cob".
           COPY "WSVALIDADATA.cob".
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  ORDEM-JA-EXISTE PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  SEQUENCIA-INFORMADA PIC 9(2).
       77  DATA-DE-HOJE PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG188" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PENSOES.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PENSOES.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- PENSAO ALIMENTICIA ---".
           DISPLAY "1. Registrar ordem judicial".
           DISPLAY "2. Consultar ordens de um funcionario".
           DISPLAY "3. Encerrar ordem".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 3
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM REGISTRA-ORDEM.

           IF OPCAO-MENU = 2
               PERFORM CONSULTA-ORDENS.

           IF OPCAO-MENU = 3 AND JANELA-BLOQUEIO = "N"
               PERFORM ENCERRA-ORDEM.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       PEGA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.
           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

       PEGA-ORDEM.
           DISPLAY "Sequencia da ordem (01-99): ".
           ACCEPT SEQUENCIA-INFORMADA.

           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO-CODIGO.
           MOVE SEQUENCIA-INFORMADA TO PENSAO-SEQUENCIA.

           MOVE "S" TO ORDEM-JA-EXISTE.
           READ ARQUIVO-PENSOES RECORD
               INVALID KEY
                   MOVE "N" TO ORDEM-JA-EXISTE.

       REGISTRA-ORDEM.
      *    a mesma tela inclui a ordem nova e corrige a existente
      *    (oficio de revisao do valor, troca de conta do
      *    beneficiario).
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-ORDEM
               PERFORM DIGITA-ORDEM
               PERFORM GRAVA-ORDEM.

       DIGITA-ORDEM.
           IF ORDEM-JA-EXISTE = "S"
               PERFORM MOSTRA-ORDEM
           ELSE
               MOVE SPACES TO PENSAO-REGISTRO
               MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO-CODIGO
               MOVE SEQUENCIA-INFORMADA TO PENSAO-SEQUENCIA.

           DISPLAY "Numero do processo: ".
           ACCEPT PENSAO-PROCESSO.
           DISPLAY "Vara / juizo: ".
           ACCEPT PENSAO-VARA.
           DISPLAY "Nome do beneficiario: ".
           ACCEPT PENSAO-BENEFICIARIO-NOME.

           MOVE "N" TO VALIDACPF-OK.
           PERFORM PEDE-CPF-BENEFICIARIO
               UNTIL VALIDACPF-OK = "S".

           DISPLAY "Banco do beneficiario: ".
           ACCEPT PENSAO-BANCO-CODIGO.
           DISPLAY "Agencia: ".
           ACCEPT PENSAO-AGENCIA.
           DISPLAY "Conta: ".
           ACCEPT PENSAO-CONTA.

           MOVE SPACE TO PENSAO-REGRA.
           PERFORM PEDE-REGRA
               UNTIL PENSAO-PERCENTUAL-LIQUIDO OR PENSAO-VALOR-FIXO.

           IF PENSAO-PERCENTUAL-LIQUIDO
               MOVE ZEROS TO PENSAO-VALOR
               DISPLAY "Percentual do liquido (999.99): "
               ACCEPT PENSAO-PERCENTUAL
           ELSE
               MOVE ZEROS TO PENSAO-PERCENTUAL
               DISPLAY "Valor fixo mensal (999999.99): "
               ACCEPT PENSAO-VALOR.

           IF PENSAO-PERCENTUAL > 100
               DISPLAY "Percentual acima de 100, gravado como 100"
               MOVE 100 TO PENSAO-PERCENTUAL.

           MOVE "N" TO VALIDADATA-OK.
           PERFORM PEDE-INICIO
               UNTIL VALIDADATA-OK = "S".

           MOVE "N" TO VALIDADATA-OK.
           PERFORM PEDE-FIM
               UNTIL VALIDADATA-OK = "S".

       PEDE-CPF-BENEFICIARIO.
           DISPLAY "CPF do beneficiario (11 digitos): ".
           ACCEPT PENSAO-BENEFICIARIO-CPF.
           MOVE PENSAO-BENEFICIARIO-CPF TO VALIDACPF-NUMERO.
           PERFORM VALIDA-CPF.

           IF VALIDACPF-OK = "N"
               DISPLAY "CPF invalido".

       PEDE-REGRA.
           DISPLAY "Regra (P percentual do liquido, F valor fixo): ".
           ACCEPT PENSAO-REGRA.

           IF NOT PENSAO-PERCENTUAL-LIQUIDO AND
               NOT PENSAO-VALOR-FIXO
               DISPLAY "Responda P ou F".

       PEDE-INICIO.
           DISPLAY "Inicio da vigencia (AAAAMMDD): ".
           ACCEPT PENSAO-DATA-INICIO.
           MOVE PENSAO-DATA-INICIO TO VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida".

       PEDE-FIM.
           DISPLAY "Fim da vigencia (AAAAMMDD, 0 = sem prazo): ".
           ACCEPT PENSAO-DATA-FIM.

           IF PENSAO-DATA-FIM = ZEROS
               MOVE "S" TO VALIDADATA-OK
           ELSE
               PERFORM CONFERE-DATA-FIM.

       CONFERE-DATA-FIM.
           MOVE PENSAO-DATA-FIM TO VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.

           IF VALIDADATA-OK = "N"
               DISPLAY "Data invalida"
           ELSE
               IF PENSAO-DATA-FIM < PENSAO-DATA-INICIO
                   DISPLAY "Fim anterior ao inicio"
                   MOVE "N" TO VALIDADATA-OK.

       GRAVA-ORDEM.
           IF ORDEM-JA-EXISTE = "S"
               REWRITE PENSAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao reescrever a ordem"
                   NOT INVALID KEY
                       DISPLAY "Ordem alterada"
           ELSE
               WRITE PENSAO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao gravar a ordem"
                   NOT INVALID KEY
                       DISPLAY "Ordem gravada".

       ENCERRA-ORDEM.
      *    a ordem encerrada fica no cadastro com a data do fim -
      *    a folha para de descontar a partir do mes seguinte.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-ORDEM
               IF ORDEM-JA-EXISTE = "N"
                   DISPLAY "Ordem nao encontrada"
               ELSE
                   PERFORM MOSTRA-ORDEM
                   PERFORM GRAVA-ENCERRAMENTO.

       GRAVA-ENCERRAMENTO.
           DISPLAY "Data do fim (AAAAMMDD, 0 = hoje): ".
           ACCEPT PENSAO-DATA-FIM.

           IF PENSAO-DATA-FIM = ZEROS
               MOVE DATA-DE-HOJE TO PENSAO-DATA-FIM.

           REWRITE PENSAO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao encerrar a ordem"
               NOT INVALID KEY
                   DISPLAY "Ordem encerrada".

       CONSULTA-ORDENS.
           PERFORM PEGA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-ORDENS-DO-FUNCIONARIO.

       LISTA-ORDENS-DO-FUNCIONARIO.
           MOVE CODIGO-INFORMADO TO PENSAO-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           MOVE "N" TO FIM-ARQUIVO.

           START ARQUIVO-PENSOES
               KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM MOSTRA-PROXIMA-ORDEM
               UNTIL FIM-ARQUIVO = "S".

       MOSTRA-PROXIMA-ORDEM.
           READ ARQUIVO-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF PENSAO-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
                   MOVE "S" TO FIM-ARQUIVO
               ELSE
                   PERFORM MOSTRA-ORDEM.

       MOSTRA-ORDEM.
           DISPLAY "Ordem " PENSAO-SEQUENCIA
               " Processo: " PENSAO-PROCESSO
               " Vara: " PENSAO-VARA.
           DISPLAY "   Beneficiario: " PENSAO-BENEFICIARIO-NOME
               " CPF: " PENSAO-BENEFICIARIO-CPF.
           DISPLAY "   Banco: " PENSAO-BANCO-CODIGO
               " Agencia: " PENSAO-AGENCIA
               " Conta: " PENSAO-CONTA.
           DISPLAY "   Regra: " PENSAO-REGRA
               " Percentual: " PENSAO-PERCENTUAL
               " Valor: " PENSAO-VALOR
               " Vigencia: " PENSAO-DATA-INICIO
               " a " PENSAO-DATA-FIM.

           COPY "PDVALIDACPF.cob".

           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

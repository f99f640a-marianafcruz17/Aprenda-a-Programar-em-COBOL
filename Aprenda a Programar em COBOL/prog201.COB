       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG201.
      *    lancamento de medidas disciplinares em disciplinas.dat -
      *    advertencia verbal, advertencia escrita ou suspensao,
      *    com data, motivo e o gestor que aplicou (sugerido a
      *    partir de FUNCIONARIO-GESTOR-CODIGO e validado pelo
      *    PDVALIDAGESTOR). Os dias de suspensao viram ausencia
      *    nao remunerada na folha do PROG54 e deixam de aparecer
      *    como falta na conciliacao do PROG159. Tambem mostra o
      *    historico disciplinar de um funcionario na tela.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDISCIPLINA.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDISCIPLINA.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDAGESTOR.cob".
           COPY "WSVALIDADATA.cob".
      *    identifica quem esta lancando a medida.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  FIM-ARQUIVO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  GESTOR-INFORMADO PIC 9(4).
       77  DATA-DE-HOJE PIC 9(8).
       77  DATA-INFORMADA PIC 9(8).
       77  MEDIDA-VALIDA PIC X.
       77  DESCRICAO-TIPO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG201" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           DISPLAY "Informe seu usuario (para o registro): ".
           ACCEPT AUDITORIA-OPERADOR.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-DISCIPLINAS.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DISCIPLINAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- MEDIDAS DISCIPLINARES ---".
           DISPLAY "1. Lancar medida".
           DISPLAY "2. Historico do funcionario".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM LANCA-MEDIDA.

           IF OPCAO-MENU = 2
               PERFORM MOSTRA-HISTORICO.

           IF OPCAO-MENU > 2
               DISPLAY "Opcao invalida".

       LOCALIZA-FUNCIONARIO.
           DISPLAY "Informe o codigo do funcionario: ".
           ACCEPT CODIGO-INFORMADO.

           MOVE CODIGO-INFORMADO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Funcionario nao encontrado".

           IF REGISTRO-ENCONTRADO = "S"
               DISPLAY "Funcionario: " FUNCIONARIO-NOME.

       LANCA-MEDIDA.
           PERFORM LOCALIZA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S" AND
               NOT FUNCIONARIO-ATIVO
               MOVE "N" TO REGISTRO-ENCONTRADO
               DISPLAY "Funcionario nao esta ativo".

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM PEGA-DADOS-MEDIDA.

       PEGA-DADOS-MEDIDA.
           MOVE SPACES TO DISCIPLINA-REGISTRO.
           MOVE CODIGO-INFORMADO TO DISC-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO DISC-INICIO-SUSPENSAO.
           MOVE ZEROS TO DISC-DIAS-SUSPENSAO.
           MOVE AUDITORIA-OPERADOR TO DISC-OPERADOR.
           MOVE "S" TO MEDIDA-VALIDA.

           DISPLAY "Data da medida (AAAAMMDD, 0 = hoje): ".
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA = ZEROS
               MOVE DATA-DE-HOJE TO DATA-INFORMADA.

           MOVE DATA-INFORMADA TO VALIDADATA-DATA.
           PERFORM VALIDA-DATA-CALENDARIO.
           IF VALIDADATA-OK = "N"
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Data invalida, nada gravado".

           MOVE DATA-INFORMADA TO DISC-DATA.

           IF MEDIDA-VALIDA = "S"
               PERFORM PEGA-TIPO-MEDIDA.

           IF MEDIDA-VALIDA = "S" AND DISC-SUSPENSAO
               PERFORM PEGA-DADOS-SUSPENSAO.

           IF MEDIDA-VALIDA = "S"
               PERFORM PEGA-MOTIVO.

           IF MEDIDA-VALIDA = "S"
               PERFORM PEGA-GESTOR-DA-MEDIDA.

           IF MEDIDA-VALIDA = "S"
               PERFORM CONFIRMA-MEDIDA.

       PEGA-TIPO-MEDIDA.
           DISPLAY "Tipo (V = advertencia verbal, E = advertencia "
               "escrita, S = suspensao): ".
           ACCEPT DISC-TIPO.

           IF NOT DISC-ADVERTENCIA-VERBAL AND
               NOT DISC-ADVERTENCIA-ESCRITA AND
               NOT DISC-SUSPENSAO
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Tipo invalido, nada gravado".

       PEGA-DADOS-SUSPENSAO.
      *    a suspensao e de no maximo 30 dias corridos e comeca na
      *    data da medida ou depois dela.
           DISPLAY "Dias de suspensao (1-30): ".
           ACCEPT DISC-DIAS-SUSPENSAO.

           IF DISC-DIAS-SUSPENSAO = ZEROS OR
               DISC-DIAS-SUSPENSAO > 30
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Dias de suspensao invalidos, nada gravado".

           IF MEDIDA-VALIDA = "S"
               DISPLAY "Primeiro dia da suspensao (AAAAMMDD): "
               ACCEPT DISC-INICIO-SUSPENSAO
               MOVE DISC-INICIO-SUSPENSAO TO VALIDADATA-DATA
               PERFORM VALIDA-DATA-CALENDARIO.

           IF MEDIDA-VALIDA = "S" AND
               (VALIDADATA-OK = "N" OR
                DISC-INICIO-SUSPENSAO < DISC-DATA)
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Inicio da suspensao invalido, nada gravado".

       PEGA-MOTIVO.
           DISPLAY "Motivo: ".
           ACCEPT DISC-MOTIVO.

           IF DISC-MOTIVO = SPACES
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Motivo obrigatorio, nada gravado".

       PEGA-GESTOR-DA-MEDIDA.
      *    quem aplica e o gestor do funcionario; 0 aceita a
      *    sugestao, outro codigo entra por cima - sempre um
      *    funcionario ativo, nunca o proprio.
           DISPLAY "Gestor que aplicou (sugerido): "
               FUNCIONARIO-GESTOR-CODIGO.
           DISPLAY "Digite 0 para aceitar ou informe outro: ".
           ACCEPT GESTOR-INFORMADO.

           IF GESTOR-INFORMADO = ZEROS
               MOVE FUNCIONARIO-GESTOR-CODIGO TO GESTOR-INFORMADO.

           MOVE GESTOR-INFORMADO TO GESTOR-VALIDAR-CODIGO.
           MOVE CODIGO-INFORMADO TO GESTOR-VALIDAR-PROPRIO.
           PERFORM VALIDA-GESTOR.

           IF GESTOR-INFORMADO = ZEROS OR GESTOR-VALIDO = "N"
               MOVE "N" TO MEDIDA-VALIDA
               DISPLAY "Gestor invalido, nada gravado"
           ELSE
               MOVE GESTOR-INFORMADO TO DISC-GESTOR-CODIGO
               DISPLAY "Gestor: " GESTOR-NOME-ENCONTRADO.

       CONFIRMA-MEDIDA.
           MOVE "Confirma a medida disciplinar (S/N)?" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM GRAVA-MEDIDA
           ELSE
               DISPLAY "Medida cancelada".

       GRAVA-MEDIDA.
           WRITE DISCIPLINA-REGISTRO
               INVALID KEY
                   DISPLAY "Ja existe medida nesta data para o "
                       "funcionario"
               NOT INVALID KEY
                   DISPLAY "Medida gravada".

       MOSTRA-HISTORICO.
           PERFORM LOCALIZA-FUNCIONARIO.

           IF REGISTRO-ENCONTRADO = "S"
               PERFORM LISTA-MEDIDAS.

       LISTA-MEDIDAS.
           MOVE "N" TO FIM-ARQUIVO.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           MOVE CODIGO-INFORMADO TO DISC-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO DISC-DATA.

           START ARQUIVO-DISCIPLINAS
               KEY IS NOT LESS THAN DISCIPLINA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM LISTA-UMA-MEDIDA
               UNTIL FIM-ARQUIVO = "S".

           IF REGISTRO-ENCONTRADO = "N"
               DISPLAY "Nenhuma medida registrada".

       LISTA-UMA-MEDIDA.
           READ ARQUIVO-DISCIPLINAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N" AND
               DISC-FUNCIONARIO-CODIGO NOT = CODIGO-INFORMADO
               MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               MOVE "S" TO REGISTRO-ENCONTRADO
               PERFORM DESCREVE-TIPO
               DISPLAY DISC-DATA " " DESCRICAO-TIPO
                   " Gestor: " DISC-GESTOR-CODIGO
               DISPLAY "    " DISC-MOTIVO.

           IF FIM-ARQUIVO = "N" AND DISC-SUSPENSAO
               DISPLAY "    Suspensao de " DISC-DIAS-SUSPENSAO
                   " dias a partir de " DISC-INICIO-SUSPENSAO.

       DESCREVE-TIPO.
           MOVE "OUTRA" TO DESCRICAO-TIPO.

           IF DISC-ADVERTENCIA-VERBAL
               MOVE "ADVERTENCIA VERBAL" TO DESCRICAO-TIPO.

           IF DISC-ADVERTENCIA-ESCRITA
               MOVE "ADVERTENCIA ESCRITA" TO DESCRICAO-TIPO.

           IF DISC-SUSPENSAO
               MOVE "SUSPENSAO" TO DESCRICAO-TIPO.

           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDAGESTOR.cob".
           COPY "PDVALIDADATA.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG32.
      *    programa para manipular arquivos.
      *    inclusao manual de clientes - o vendedor responsavel vem
      *    do territorio de vendas (PROG253) que cobre a UF e o CEP
      *    informados; so quando nenhum territorio cobre o endereco
      *    o operador informa o vendedor na mao.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCLIENTE.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBTERRITORIO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "FDCLIENTE.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDTERRITORIO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSTERRITORIO.cob".
       01  RESPOSTA PIC X.
       77  CODIGO-VALIDO PIC X.
       77  REGISTRO-GRAVADO PIC X.
      *    guarda o registro recem-digitado enquanto VERIFICA-
      *    DUPLICADO varre o arquivo (o que sobrescreve a area de
      *    registro do FD com cada READ NEXT).
       77  CLIENTE-REGISTRO-NOVO PIC X(171).
      *    entrada do CEP como texto, para rejeitar digitos nao
      *    numericos antes de chegar ao registro.
       77  CEP-ENTRADA PIC X(8).
      *    operador aceita com 0 ou informa outro por cima.
       77  CODIGO-SUGERIDO PIC 9(4).
       77  CODIGO-DIGITADO PIC 9(4).
       77  CONDICAO-VALIDA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG32" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-TERRITORIOS.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-CONDICOES.
           MOVE "S" TO RESPOSTA.

           PERFORM ADICIONA-REGISTROS
               UNTIL RESPOSTA = "N".

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-CONDICOES.

       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
           ACCEPT CLIENTE-TELEFONE.
           DISPLAY "Informe o e-mail: ".
           ACCEPT CLIENTE-EMAIL.
           PERFORM PEGA-VENDEDOR-CLIENTE.
           DISPLAY "Informe o limite de credito".
           DISPLAY " (0 para nao limitar): ".
           ACCEPT CLIENTE-LIMITE-CREDITO.
           MOVE "N" TO CONDICAO-VALIDA.
           PERFORM PEGA-CONDICAO-CLIENTE
               UNTIL CONDICAO-VALIDA = "S".

           PERFORM VERIFICA-DUPLICADO.

               UNTIL CEP-ENTRADA NUMERIC.
           MOVE CEP-ENTRADA TO CLIENTE-CEP.

       PEGA-VENDEDOR-CLIENTE.
      *    o vendedor do territorio vigente hoje tem precedencia
      *    sobre a digitacao - e a mesma regra do PROG66 para os
      *    clientes que chegam pelo extrato de pedidos.
           MOVE CLIENTE-ESTADO TO TERRIT-BUSCA-ESTADO.
           MOVE CLIENTE-CEP TO TERRIT-BUSCA-CEP.
           ACCEPT TERRIT-BUSCA-DATA FROM DATE YYYYMMDD.
           PERFORM BUSCA-TERRITORIO.

           IF TERRIT-ACHADO = "S"
               MOVE TERRIT-VENDEDOR-ACHADO TO
                   CLIENTE-FUNCIONARIO-CODIGO
               DISPLAY "Vendedor do territorio " TERRIT-CODIGO-ACHADO
                   ": " CLIENTE-FUNCIONARIO-CODIGO
           ELSE
               DISPLAY "Endereco fora dos territorios cadastrados"
               DISPLAY "Informe o codigo do funcionario vendedor"
               DISPLAY " responsavel (0 se ainda nao atribuido): "
               ACCEPT CLIENTE-FUNCIONARIO-CODIGO.

       ACEITA-CEP-CLIENTE.
           DISPLAY "Informe o CEP (8 digitos): ".
           ACCEPT CEP-ENTRADA.
           IF CEP-ENTRADA NOT NUMERIC
               DISPLAY "CEP invalido, informe apenas digitos".

       PEGA-CONDICAO-CLIENTE.
      *    condicao de pagamento padrao dos pedidos do cliente -
      *    tem de existir no cadastro do PROG219; em branco o
      *    faturamento vence em parcela unica no mes seguinte.
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

       PEGA-CODIGO-CLIENTE.
           MOVE "N" TO CODIGO-VALIDO.
           PERFORM ACEITA-CODIGO-CLIENTE
               PERFORM GRAVA-SEQUENCIAS.

           COPY "PDCONFIRMA.cob".

           COPY "PDTERRITORIO.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

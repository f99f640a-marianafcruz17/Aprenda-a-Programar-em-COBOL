       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG247.
      *    carga e consulta da tabela de fretes em fretes.dat, no
      *    mesmo molde do PROG142 para a tabela de ICMS - cada
      *    faixa e uma UF de destino com uma faixa de CEP, a
      *    regiao, a regra (por peso ou por valor), o frete minimo,
      *    o limite de frete gratis e se o frete entra na base do
      *    ICMS. O faturamento do PROG121 cobra o frete desta
      *    tabela sem mudanca de programa quando o preco muda.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFRETE.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFRETE.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
       77  OPCAO-MENU PIC 9.
       77  FIM-ARQUIVO PIC X.
       77  FAIXA-VALIDA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           MOVE "PROG247" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       PROCESSA-OPCAO.
           DISPLAY " ".
           DISPLAY "--- TABELA DE FRETES ---".
           DISPLAY "1. Incluir faixa de frete".
           DISPLAY "2. Listar faixas de frete".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INCLUI-FAIXA.

           IF OPCAO-MENU = 2
               PERFORM LISTA-FAIXAS.

           IF OPCAO-MENU > 2
               DISPLAY "Opcao invalida".

       INCLUI-FAIXA.
           MOVE SPACES TO FRETE-REGISTRO.
           DISPLAY "UF de destino: ".
           ACCEPT FRETE-ESTADO.
           DISPLAY "CEP inicial da faixa (0 = toda a UF): ".
           ACCEPT FRETE-CEP-INICIAL.
           DISPLAY "CEP final da faixa (99999999 = toda a UF): ".
           ACCEPT FRETE-CEP-FINAL.
           DISPLAY "Regiao (nome para o resumo de frete): ".
           ACCEPT FRETE-REGIAO.
           DISPLAY "Regra (P-por peso V-por valor): ".
           ACCEPT FRETE-REGRA.

           MOVE ZEROS TO FRETE-VALOR-POR-KG.
           MOVE ZEROS TO FRETE-PERCENTUAL.

           IF FRETE-POR-PESO
               DISPLAY "Valor por kg (ex: 1.50): "
               ACCEPT FRETE-VALOR-POR-KG.

           IF FRETE-POR-VALOR
               DISPLAY "Percentual sobre as mercadorias "
                   "(ex: 3.50): "
               ACCEPT FRETE-PERCENTUAL.

           DISPLAY "Frete minimo: ".
           ACCEPT FRETE-MINIMO.
           DISPLAY "Frete gratis a partir de (0 = nunca): ".
           ACCEPT FRETE-GRATIS-A-PARTIR.
           DISPLAY "Frete entra na base do ICMS (S/N)? ".
           ACCEPT FRETE-NA-BASE-ICMS.

           IF FRETE-NA-BASE-ICMS = "s"
               MOVE "S" TO FRETE-NA-BASE-ICMS.

           IF FRETE-NA-BASE-ICMS NOT = "S"
               MOVE "N" TO FRETE-NA-BASE-ICMS.

           PERFORM VALIDA-FAIXA.

           IF FAIXA-VALIDA = "S"
               OPEN EXTEND ARQUIVO-FRETES
               WRITE FRETE-REGISTRO
               CLOSE ARQUIVO-FRETES
               DISPLAY "Faixa de frete gravada".

       VALIDA-FAIXA.
           MOVE "S" TO FAIXA-VALIDA.

           IF FRETE-ESTADO = SPACES
               MOVE "N" TO FAIXA-VALIDA
               DISPLAY "UF invalida, nada gravado".

           IF FAIXA-VALIDA = "S"
               IF FRETE-CEP-FINAL < FRETE-CEP-INICIAL
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "CEP final menor que o inicial, nada "
                       "gravado".

           IF FAIXA-VALIDA = "S"
               IF NOT FRETE-POR-PESO AND NOT FRETE-POR-VALOR
                   MOVE "N" TO FAIXA-VALIDA
                   DISPLAY "Regra invalida, nada gravado".

           IF FAIXA-VALIDA = "S"
               IF FRETE-REGIAO = SPACES
                   MOVE FRETE-ESTADO TO FRETE-REGIAO.

       LISTA-FAIXAS.
           OPEN INPUT ARQUIVO-FRETES.
           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PROXIMA-FAIXA.

           PERFORM MOSTRA-FAIXA
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-FRETES.

       LEIA-PROXIMA-FAIXA.
           READ ARQUIVO-FRETES RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       MOSTRA-FAIXA.
           DISPLAY "UF: " FRETE-ESTADO
               " CEP: " FRETE-CEP-INICIAL " a " FRETE-CEP-FINAL
               " Regiao: " FRETE-REGIAO.
           DISPLAY "    Regra: " FRETE-REGRA
               " Por kg: " FRETE-VALOR-POR-KG
               " Perc.: " FRETE-PERCENTUAL
               " Minimo: " FRETE-MINIMO.
           DISPLAY "    Gratis a partir de: " FRETE-GRATIS-A-PARTIR
               " Base ICMS: " FRETE-NA-BASE-ICMS.

           PERFORM LEIA-PROXIMA-FAIXA.

           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG200.
      *    progressao mensal de degrau - para a competencia pedida,
      *    procura os funcionarios ativos que completam no mes o
      *    tempo de permanencia do seu degrau (niveis_cargo.dat,
      *    PROG199) e os sobe ao degrau seguinte do cargo. O
      *    aumento nao e aplicado aqui: vira pendencia de salario
      *    com vigencia no aniversario do degrau, e o PROG85 aplica
      *    quando a data chega. Com o parametro NOTA-MIN-PROGRESSAO
      *    (PROG176) a subida tambem exige que a ultima avaliacao
      *    de desempenho tenha ao menos essa nota. A lista das
      *    progressoes concedidas e retidas, com o motivo, e
      *    carimbada no arquivo morto de impressoes
      *    (PROGRESSAO_AAAAMMDD_NNN).
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFUNCIONARIO.cob".
           COPY "SBNIVELCARGO.cob".
           COPY "SBAVALIACAO.cob".
           COPY "SBPENDSAL.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBCALENDARIO.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-PROGRESSAO
               ASSIGN TO SAIDAPROGR
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDNIVELCARGO.cob".
           COPY "FDAVALIACAO.cob".
           COPY "FDPENDSAL.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDCALENDARIO.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-PROGRESSAO.
       01  LINHA-RELATORIO PIC X(100).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSCALCDIAS.cob".
           COPY "WSDIAUTIL.cob".
           COPY "WSIMPRESSAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  FIM-AVALIACOES PIC X.
       77  COMPETENCIA-PEDIDA PIC 9(6).
       77  INICIO-COMPETENCIA PIC 9(8).
       77  FIM-COMPETENCIA PIC 9(8).
      *    nota minima da ultima avaliacao para subir de degrau -
      *    zero (parametro ausente) dispensa a avaliacao.
       77  NOTA-MINIMA PIC 9(2).
       77  ULTIMA-NOTA PIC 9(2).
       77  AVALIACAO-ACHADA PIC X.
      *    "C" candidato a subir, "N" ainda nao completou o tempo
      *    (ou ja esta no teto), "R" retido com motivo.
       77  SITUACAO-PROGRESSAO PIC X.
       77  MOTIVO-RETENCAO PIC X(30).
       77  NIVEL-PROXIMO PIC 9(2).
       77  NIVEL-ANTERIOR PIC 9(2).
       77  DESDE-ANTERIOR PIC 9(8).
       77  DATA-ANIVERSARIO PIC 9(8).
       77  DATA-VIGENCIA PIC 9(8).
       77  DIA-DO-DEGRAU PIC 9(2).
       77  MESES-CORRIDOS PIC 9(6).
       77  MES-RESTO PIC 9(2).
       77  VALOR-PROXIMO PIC 9(6)V99.
       77  QTD-CONCEDIDAS PIC 9(5).
       77  QTD-RETIDAS PIC 9(5).

       01  COMPETENCIA-DESM.
           05 COMP-ANO PIC 9(4).
           05 COMP-MES PIC 9(2).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "PROGRESSAO DE DEGRAU - COMPETENCIA ".
           05 CAB-COMPETENCIA PIC 9999/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(36) VALUE "Funcionario".
           05 FILLER PIC X(7) VALUE "Cargo".
           05 FILLER PIC X(10) VALUE "Degrau".
           05 FILLER PIC X(47) VALUE "Situacao".

       01  LINHA-CONCEDIDA.
           05 CON-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 CON-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 CON-CARGO PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 CON-NIVEL-DE PIC Z9.
           05 FILLER PIC X(4) VALUE " -> ".
           05 CON-NIVEL-PARA PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "CONCEDIDA EM ".
           05 CON-VIGENCIA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CON-SALARIO PIC ZZZ,ZZ9.99.

       01  LINHA-RETIDA.
           05 RET-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 RET-NOME PIC X(30).
           05 FILLER PIC X(1) VALUE SPACES.
           05 RET-CARGO PIC Z9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 RET-NIVEL PIC Z9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RETIDA: ".
           05 RET-MOTIVO PIC X(30).

       01  LINHA-TOTAL.
           05 TOT-DESCRICAO PIC X(30).
           05 TOT-QTD PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM EFETUA-LOGIN.

      *    a progressao gera aumento de salario - pede ao menos o
      *    perfil de folha.
           IF LOGIN-NIVEL-ACESSO < 3
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG200" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           DISPLAY "Progressao de qual competencia (AAAAMM)? ".
           ACCEPT COMPETENCIA-PEDIDA.
           MOVE COMPETENCIA-PEDIDA TO COMPETENCIA-DESM.

           IF COMP-MES < 1 OR COMP-MES > 12
               DISPLAY "Competencia invalida, nada processado"
           ELSE
               PERFORM CONFIRMA-PROGRESSAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       CONFIRMA-PROGRESSAO.
           MOVE "Gerar as progressoes da competencia (S/N)?" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               PERFORM PROCESSA-PROGRESSOES
           ELSE
               DISPLAY "Progressao cancelada".

       PROCESSA-PROGRESSOES.
           PERFORM CARREGA-PARAMETROS.

           MOVE ZEROS TO NOTA-MINIMA.
           MOVE "NOTA-MIN-PROGRESSAO" TO PARAM-BUSCA-CHAVE.
           PERFORM BUSCA-PARAMETRO.
           IF PARAM-ACHADO = "S"
               MOVE PARAM-VALOR-LIDO TO NOTA-MINIMA.

      *    o funcionario sobe quando o aniversario do degrau cai
      *    ate o ultimo dia da competencia; a vigencia nunca fica
      *    antes do primeiro dia dela.
           COMPUTE INICIO-COMPETENCIA = COMPETENCIA-PEDIDA * 100 + 1.
           MOVE INICIO-COMPETENCIA TO DIAUTIL-DATA.
           PERFORM ACHA-ULTIMO-DIA-DO-MES.
           MOVE DIAUTIL-ULTIMO-DIA-MES TO DIAUTIL-DIA.
           MOVE DIAUTIL-DATA TO FIM-COMPETENCIA.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG200" TO IMPRESSAO-PROGRAMA.
           MOVE "PROGRESSAO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDAPROGR" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO QTD-CONCEDIDAS.
           MOVE ZEROS TO QTD-RETIDAS.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-NIVEIS-CARGO.
           OPEN INPUT ARQUIVO-AVALIACOES.
           OPEN EXTEND ARQUIVO-PENDENCIAS-SALARIO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN OUTPUT RELATORIO-PROGRESSAO.

           MOVE COMPETENCIA-PEDIDA TO CAB-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM LEIA-PROXIMO-FUNCIONARIO.

           PERFORM PROCESSA-FUNCIONARIO
               UNTIL FINAL-ARQUIVO = "S".

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Progressoes concedidas......:" TO TOT-DESCRICAO.
           MOVE QTD-CONCEDIDAS TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Progressoes retidas.........:" TO TOT-DESCRICAO.
           MOVE QTD-RETIDAS TO TOT-QTD.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-NIVEIS-CARGO.
           CLOSE ARQUIVO-AVALIACOES.
           CLOSE ARQUIVO-PENDENCIAS-SALARIO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE RELATORIO-PROGRESSAO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Progressoes gravadas em " IMPRESSAO-NOME.
           DISPLAY "Concedidas: " QTD-CONCEDIDAS
               " Retidas: " QTD-RETIDAS.

       LEIA-PROXIMO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
               MOVE "S" TO FINAL-ARQUIVO.

       PROCESSA-FUNCIONARIO.
      *    fora da tabela (sem cargo ou nao enquadrado no PROG199)
      *    nao progride.
           IF FUNCIONARIO-ATIVO AND
               FUNCIONARIO-CARGO-CODIGO NOT = ZEROS AND
               FUNCIONARIO-NIVEL NOT = ZEROS
               PERFORM AVALIA-PROGRESSAO.

           PERFORM LEIA-PROXIMO-FUNCIONARIO.

       AVALIA-PROGRESSAO.
           MOVE "C" TO SITUACAO-PROGRESSAO.
           MOVE SPACES TO MOTIVO-RETENCAO.

           PERFORM CONFERE-DEGRAU-ATUAL.

           IF SITUACAO-PROGRESSAO = "C"
               PERFORM CONFERE-TEMPO-NO-DEGRAU.

           IF SITUACAO-PROGRESSAO = "C"
               PERFORM CONFERE-PROXIMO-DEGRAU.

           IF SITUACAO-PROGRESSAO = "C" AND
               NOTA-MINIMA > ZEROS
               PERFORM CONFERE-AVALIACAO.

           IF SITUACAO-PROGRESSAO = "C"
               PERFORM CONCEDE-PROGRESSAO.

           IF SITUACAO-PROGRESSAO = "R"
               PERFORM ESCREVE-RETIDA.

       CONFERE-DEGRAU-ATUAL.
           MOVE FUNCIONARIO-CARGO-CODIGO TO NIVC-CARGO-CODIGO.
           MOVE FUNCIONARIO-NIVEL TO NIVC-NIVEL.
           READ ARQUIVO-NIVEIS-CARGO RECORD
               INVALID KEY
                   MOVE "R" TO SITUACAO-PROGRESSAO
                   MOVE "DEGRAU FORA DA TABELA DO CARGO" TO
                       MOTIVO-RETENCAO.

      *    meses zero marcam o ultimo degrau do cargo.
           IF SITUACAO-PROGRESSAO = "C" AND
               (NIVC-MESES-PERMANENCIA = ZEROS OR
                FUNCIONARIO-NIVEL = 99)
               MOVE "N" TO SITUACAO-PROGRESSAO.

           IF SITUACAO-PROGRESSAO = "C" AND
               FUNCIONARIO-NIVEL-DESDE = ZEROS
               MOVE "R" TO SITUACAO-PROGRESSAO
               MOVE "SEM DATA DE ENTRADA NO DEGRAU" TO
                   MOTIVO-RETENCAO.

       CONFERE-TEMPO-NO-DEGRAU.
      *    aniversario = data de entrada no degrau mais os meses de
      *    permanencia, no mesmo dia do mes (ou no ultimo dia,
      *    quando o mes de chegada e mais curto).
           MOVE FUNCIONARIO-NIVEL-DESDE TO DIAUTIL-DATA.
           MOVE DIAUTIL-DIA TO DIA-DO-DEGRAU.

           COMPUTE MESES-CORRIDOS = DIAUTIL-ANO * 12 +
               DIAUTIL-MES - 1 + NIVC-MESES-PERMANENCIA.
           DIVIDE MESES-CORRIDOS BY 12
               GIVING DIAUTIL-ANO
               REMAINDER MES-RESTO.
           COMPUTE DIAUTIL-MES = MES-RESTO + 1.

           PERFORM ACHA-ULTIMO-DIA-DO-MES.
           MOVE DIA-DO-DEGRAU TO DIAUTIL-DIA.
           IF DIA-DO-DEGRAU > DIAUTIL-ULTIMO-DIA-MES
               MOVE DIAUTIL-ULTIMO-DIA-MES TO DIAUTIL-DIA.

           MOVE DIAUTIL-DATA TO DATA-ANIVERSARIO.

           IF DATA-ANIVERSARIO > FIM-COMPETENCIA
               MOVE "N" TO SITUACAO-PROGRESSAO.

       CONFERE-PROXIMO-DEGRAU.
           COMPUTE NIVEL-PROXIMO = FUNCIONARIO-NIVEL + 1.

           MOVE FUNCIONARIO-CARGO-CODIGO TO NIVC-CARGO-CODIGO.
           MOVE NIVEL-PROXIMO TO NIVC-NIVEL.
           READ ARQUIVO-NIVEIS-CARGO RECORD
               INVALID KEY
                   MOVE "R" TO SITUACAO-PROGRESSAO
                   MOVE "PROXIMO DEGRAU NAO CADASTRADO" TO
                       MOTIVO-RETENCAO.

           IF SITUACAO-PROGRESSAO = "C"
               MOVE NIVC-VALOR TO VALOR-PROXIMO.

       CONFERE-AVALIACAO.
      *    vale a ultima avaliacao feita ate o fim da competencia,
      *    no mesmo esquema de leitura do PROG197.
           MOVE "N" TO AVALIACAO-ACHADA.
           MOVE ZEROS TO ULTIMA-NOTA.
           MOVE "N" TO FIM-AVALIACOES.

           MOVE FUNCIONARIO-CODIGO TO AVAL-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO AVAL-DATA.
           START ARQUIVO-AVALIACOES
               KEY IS NOT LESS THAN AVALIACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-AVALIACOES.

           PERFORM LEIA-PROXIMA-AVALIACAO
               UNTIL FIM-AVALIACOES = "S".

           IF AVALIACAO-ACHADA = "N"
               MOVE "R" TO SITUACAO-PROGRESSAO
               MOVE "SEM AVALIACAO DE DESEMPENHO" TO
                   MOTIVO-RETENCAO.

           IF AVALIACAO-ACHADA = "S" AND
               ULTIMA-NOTA < NOTA-MINIMA
               MOVE "R" TO SITUACAO-PROGRESSAO
               MOVE "NOTA ABAIXO DA MINIMA EXIGIDA" TO
                   MOTIVO-RETENCAO.

       LEIA-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIACOES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-AVALIACOES.

           IF FIM-AVALIACOES = "N" AND
               (AVAL-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-CODIGO OR
                AVAL-DATA > FIM-COMPETENCIA)
               MOVE "S" TO FIM-AVALIACOES.

           IF FIM-AVALIACOES = "N"
               MOVE "S" TO AVALIACAO-ACHADA
               MOVE AVAL-NOTA TO ULTIMA-NOTA.

       CONCEDE-PROGRESSAO.
           MOVE DATA-ANIVERSARIO TO DATA-VIGENCIA.
           IF DATA-VIGENCIA < INICIO-COMPETENCIA
               MOVE INICIO-COMPETENCIA TO DATA-VIGENCIA.

           MOVE FUNCIONARIO-NIVEL TO NIVEL-ANTERIOR.
           MOVE FUNCIONARIO-NIVEL-DESDE TO DESDE-ANTERIOR.

           MOVE NIVEL-PROXIMO TO FUNCIONARIO-NIVEL.
           MOVE DATA-VIGENCIA TO FUNCIONARIO-NIVEL-DESDE.
           ACCEPT FUNCIONARIO-DATA-ATUALIZACAO FROM DATE YYYYMMDD.
           ACCEPT FUNCIONARIO-HORA-ATUALIZACAO FROM TIME.

           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   MOVE "R" TO SITUACAO-PROGRESSAO
                   MOVE "ERRO AO REGRAVAR O CADASTRO" TO
                       MOTIVO-RETENCAO
                   MOVE NIVEL-ANTERIOR TO FUNCIONARIO-NIVEL.

           IF SITUACAO-PROGRESSAO = "C"
               PERFORM GRAVA-PENDENCIA-DEGRAU
               PERFORM GRAVA-AUDITORIA-NIVEL
               PERFORM ESCREVE-CONCEDIDA.

       GRAVA-PENDENCIA-DEGRAU.
      *    o enquadramento nunca reduz salario: quem ja ganha acima
      *    do degrau novo sobe de degrau sem pendencia.
           IF VALOR-PROXIMO > FUNCIONARIO-SALARIO
               MOVE SPACES TO PENDENCIA-SALARIO-REGISTRO
               MOVE DATA-VIGENCIA TO PEND-DATA-EFETIVA
               MOVE FUNCIONARIO-CODIGO TO PEND-CODIGO
               MOVE VALOR-PROXIMO TO PEND-SALARIO-NOVO
               MOVE "P" TO PEND-SITUACAO
               MOVE ZEROS TO PEND-DATA-APLICACAO
               WRITE PENDENCIA-SALARIO-REGISTRO.

       GRAVA-AUDITORIA-NIVEL.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "A" TO AUD-OPERACAO.
           MOVE LOGIN-USUARIO TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "NIVEL" TO AUD-CAMPO.
           MOVE NIVEL-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

           MOVE "NIVEL DESDE" TO AUD-CAMPO.
           MOVE DESDE-ANTERIOR TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NIVEL-DESDE TO AUD-VALOR-DEPOIS.
           WRITE AUDITORIA-REGISTRO.

       ESCREVE-CONCEDIDA.
           ADD 1 TO QTD-CONCEDIDAS.

           MOVE FUNCIONARIO-CODIGO TO CON-FUNCIONARIO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO CON-NOME.
           MOVE FUNCIONARIO-CARGO-CODIGO TO CON-CARGO.
           MOVE NIVEL-ANTERIOR TO CON-NIVEL-DE.
           MOVE FUNCIONARIO-NIVEL TO CON-NIVEL-PARA.
           MOVE DATA-VIGENCIA TO CON-VIGENCIA.
           MOVE VALOR-PROXIMO TO CON-SALARIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONCEDIDA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-RETIDA.
           ADD 1 TO QTD-RETIDAS.

           MOVE FUNCIONARIO-CODIGO TO RET-FUNCIONARIO.
           MOVE FUNCIONARIO-NOME-COMPLETO TO RET-NOME.
           MOVE FUNCIONARIO-CARGO-CODIGO TO RET-CARGO.
           MOVE FUNCIONARIO-NIVEL TO RET-NIVEL.
           MOVE MOTIVO-RETENCAO TO RET-MOTIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RETIDA TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDLOGIN.cob".

           COPY "PDPARAMETRO.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDCALCDIAS.cob".
           COPY "PDDIAUTIL.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDJANELA.cob".

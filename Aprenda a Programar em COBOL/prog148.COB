      *    cadastro - a pilha sai paginada para cortar e entregar.
      *    A saida e carimbada com data e sequencia da rodada
      *    (CONTRACHEQUE_AAAAMMDD_NNN.LST) pelo arquivo morto de
      *    impressoes. A folha complementar do PROG194 rodada na
      *    data sai em contracheque proprio, com a competencia
      *    original no titulo e so as diferencas pagas - nunca
      *    somada ao contracheque da folha mensal. Cada
      *    contracheque e marcado no mapa de secoes com o
      *    departamento do funcionario e como salarial, para o
      *    PROG262 entregar a cada gestor so a pilha da sua area.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBFOLHAHIST.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           COPY "SBSECAO.cob".
           SELECT RELATORIO-CONTRACHEQUES
               ASSIGN TO SAIDACONTRA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFOLHAHIST.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".
           COPY "FDSECAO.cob".

       FD  RELATORIO-CONTRACHEQUES.
       01  LINHA-RELATORIO PIC X(80).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSSECAO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  DATA-DA-RODADA PIC 9(8).
       77  QTD-CONTRACHEQUES PIC 9(4).
           05 FILLER PIC X(25) VALUE "CONTRACHEQUE - FOLHA DE ".
           05 TIT-DATA PIC 9999/99/99.

       01  LINHA-TITULO-COMPLEMENTAR.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(40) VALUE
               "CONTRACHEQUE - COMPLEMENTAR DA FOLHA DE ".
           05 TIT-COMPETENCIA PIC 9999/99.

       01  LINHA-FUNCIONARIO.
           05 FILLER PIC X(8) VALUE "Codigo: ".
           05 LF-CODIGO PIC ZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Contracheques da folha de que data (AAAAMMDD)? ".
           ACCEPT DATA-DA-RODADA.

           OPEN INPUT ARQUIVO-FOLHA-HISTORICO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT RELATORIO-CONTRACHEQUES.
           OPEN EXTEND ARQUIVO-SECOES.

           MOVE ZEROS TO QTD-CONTRACHEQUES.

           CLOSE ARQUIVO-FOLHA-HISTORICO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE RELATORIO-CONTRACHEQUES.
           CLOSE ARQUIVO-SECOES.

           PERFORM GRAVA-INDICE-IMPRESSAO.


       PROCESSA-LINHAS.
           IF FOLHA-HIST-DATA = DATA-DA-RODADA AND
               (FOLHA-HIST-MENSAL OR FOLHA-HIST-COMPLEMENTAR)
               PERFORM EMITE-CONTRACHEQUE.

           PERFORM LEIA-PROXIMA-LINHA.
           ADD 1 TO QTD-CONTRACHEQUES.
           PERFORM BUSCA-FUNCIONARIO.

      *    contracheque e sempre salarial; a pagina vai para o
      *    gestor do departamento do funcionario.
           MOVE "D" TO SECAO-MARCA-TIPO.
           MOVE FUNCIONARIO-DEPTO-CODIGO TO SECAO-MARCA-CHAVE.
           MOVE "S" TO SECAO-MARCA-SALARIAL.
           PERFORM MARCA-SECAO-RELATORIO.

           PERFORM ESCREVE-CABECALHO-PAGINA.
           PERFORM ESCREVE-IDENTIFICACAO.
           PERFORM ESCREVE-VALORES.
                   MOVE ZEROS TO FUNCIONARIO-CPF
                   MOVE ZEROS TO FUNCIONARIO-BANCO-CODIGO
                   MOVE ZEROS TO FUNCIONARIO-AGENCIA
                   MOVE SPACES TO FUNCIONARIO-CONTA
                   MOVE ZEROS TO FUNCIONARIO-DEPTO-CODIGO.

       ESCREVE-CABECALHO-PAGINA.
           MOVE SPACES TO LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           MOVE FOLHA-HIST-DATA TO TIT-DATA.
           MOVE FOLHA-HIST-COMPETENCIA TO TIT-COMPETENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF FOLHA-HIST-COMPLEMENTAR
               MOVE LINHA-TITULO-COMPLEMENTAR TO LINHA-RELATORIO
           ELSE
               MOVE LINHA-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           ADD 1 TO IMPRESSAO-LINHAS.

       ESCREVE-VALORES.
           IF FOLHA-HIST-COMPLEMENTAR
               MOVE "Diferenca de salario..: " TO VAL-DESCRICAO
           ELSE
               MOVE "Salario bruto.........: " TO VAL-DESCRICAO.
           MOVE FOLHA-HIST-BRUTO TO VAL-VALOR.
           PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-COMISSAO > ZEROS AND
               FOLHA-HIST-COMPLEMENTAR
               MOVE "Diferenca de comissao.: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-COMISSAO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-COMISSAO > ZEROS AND
               NOT FOLHA-HIST-COMPLEMENTAR
               MOVE "Comissao de vendas....: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-COMISSAO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.
               MOVE FOLHA-HIST-HORA-EXTRA TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-ADIC-NOTURNO > ZEROS
               MOVE "Adicional noturno.....: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-ADIC-NOTURNO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DOMINGO-FERIADO > ZEROS
               MOVE "Domingo/feriado 100%..: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DOMINGO-FERIADO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           MOVE "Desconto INSS.........: " TO VAL-DESCRICAO.
           MOVE FOLHA-HIST-DESCONTO-INSS TO VAL-VALOR.
           PERFORM ESCREVE-LINHA-VALOR.
               MOVE FOLHA-HIST-DESCONTO-FALTAS TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DESCONTO-PENSAO > ZEROS
               MOVE "Pensao alimenticia....: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DESCONTO-PENSAO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DESCONTO-CONSIG > ZEROS
               MOVE "Emprestimo consignado.: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DESCONTO-CONSIG TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DESCONTO-VT > ZEROS
               MOVE "Vale-transporte.......: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DESCONTO-VT TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DESCONTO-PLANO > ZEROS
               MOVE "Plano de saude........: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DESCONTO-PLANO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-DESCONTO-SINDICATO > ZEROS
               MOVE "Contribuicao sindical.: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-DESCONTO-SINDICATO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

      *    reembolso de despesas nao e provento nem desconto: a
      *    parte compensada abateu o adiantamento e a parte paga
      *    esta somada ao liquido.
           IF FOLHA-HIST-REEMB-COMPENSADO > ZEROS
               MOVE "Reemb. compensado adto: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-REEMB-COMPENSADO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           IF FOLHA-HIST-REEMBOLSO > ZEROS
               MOVE "Reembolso de despesas.: " TO VAL-DESCRICAO
               MOVE FOLHA-HIST-REEMBOLSO TO VAL-VALOR
               PERFORM ESCREVE-LINHA-VALOR.

           MOVE "Total de descontos....: " TO VAL-DESCRICAO.
           MOVE FOLHA-HIST-TOTAL-DESCONTOS TO VAL-VALOR.
           PERFORM ESCREVE-LINHA-VALOR.
           PERFORM CALCULA-RESTO-DA-PAGINA.

           COPY "PDIMPRESSAO.cob".
           COPY "PDSECAO.cob".
           COPY "PDPARAMETRO.cob".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG113.
      *    consulta da trilha de auditoria - aceita qualquer
      *    combinacao de arquivo (FUN funcionarios, CLI clientes,
      *    PED pedidos, FAT faturas, PRO produtos; em branco =
      *    todos), chave do registro nele (0 = todas), operador
      *    (em branco = todos) e faixa de AUD-DATA, imprime as
      *    entradas casadas formatadas (operacao, campo, antes,
      *    depois, quando, quem) e fecha com os totais por tipo de
      *    operacao - "quem mudou esse salario e quando" passa a ser
      *    uma rodada, nao uma tarde abrindo o arquivo cru. As
      *    linhas antigas, sem AUD-ARQUIVO, contam como de
      *    funcionario e tem a chave no AUD-CODIGO.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATORIO-CONSULTA
               ASSIGN TO "AUDITORIA.LST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDAUDITORIA.cob".

       FD  RELATORIO-CONSULTA.
       01  LINHA-RELATORIO PIC X(132).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
       77  FINAL-ARQUIVO PIC X.
       77  ARQUIVO-FILTRO PIC X(3).
       77  CHAVE-FILTRO PIC 9(6).
       77  ARQUIVO-DA-ENTRADA PIC X(3).
       77  CHAVE-DA-ENTRADA PIC 9(6).
       77  OPERADOR-FILTRO PIC X(10).
       77  DATA-INICIAL PIC 9(8).
       77  DATA-FINAL PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPERACAO PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ARQUIVO PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DET-CHAVE PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OPERADOR PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Arquivo (FUN, CLI, PED, FAT, PRO - "
               "em branco = todos): ".
           ACCEPT ARQUIVO-FILTRO.
           DISPLAY "Codigo ou numero do registro (0 = todos): ".
           ACCEPT CHAVE-FILTRO.
           DISPLAY "Operador (em branco = todos): ".
           ACCEPT OPERADOR-FILTRO.
           DISPLAY "Data inicial (AAAAMMDD, 0 = desde o inicio): ".
       FILTRA-ENTRADAS.
           ADD 1 TO TOTAL-LIDAS.

           PERFORM IDENTIFICA-ENTRADA.

           IF (ARQUIVO-FILTRO = SPACES OR
               ARQUIVO-DA-ENTRADA = ARQUIVO-FILTRO) AND
               (CHAVE-FILTRO = ZEROS OR
               CHAVE-DA-ENTRADA = CHAVE-FILTRO) AND
               (OPERADOR-FILTRO = SPACES OR
               AUD-OPERADOR = OPERADOR-FILTRO) AND
               AUD-DATA >= DATA-INICIAL AND

           PERFORM LEIA-PROXIMA-ENTRADA.

      *    linha gravada antes de AUD-ARQUIVO/AUD-CHAVE existirem
      *    e de funcionario, com o codigo em AUD-CODIGO.
       IDENTIFICA-ENTRADA.
           MOVE AUD-ARQUIVO TO ARQUIVO-DA-ENTRADA.
           IF AUD-ARQUIVO = SPACES
               MOVE "FUN" TO ARQUIVO-DA-ENTRADA.

           IF AUD-CHAVE NUMERIC
               MOVE AUD-CHAVE TO CHAVE-DA-ENTRADA
           ELSE
               MOVE AUD-CODIGO TO CHAVE-DA-ENTRADA.

       ESCREVE-ENTRADA.
           ADD 1 TO TOTAL-CASADAS.

           MOVE AUD-DATA TO DET-DATA.
           MOVE AUD-HORA TO DET-HORA.
           MOVE AUD-OPERACAO TO DET-OPERACAO.
           MOVE ARQUIVO-DA-ENTRADA TO DET-ARQUIVO.
           MOVE CHAVE-DA-ENTRADA TO DET-CHAVE.
           MOVE AUD-OPERADOR TO DET-OPERADOR.
           MOVE AUD-CAMPO TO DET-CAMPO.
           MOVE AUD-VALOR-ANTES TO DET-ANTES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-RODAPE-TOTAIS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COPY "PDPARAMETRO.cob".

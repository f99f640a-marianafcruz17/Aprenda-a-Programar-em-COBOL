       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG205.
      *    relatorio mensal das correcoes de ponto - le
      *    correcoes_ponto.dat (pedidos do PROG91, decididos no
      *    PROG204) e lista, para o mes pedido, cada correcao por
      *    funcionario com o motivo, os horarios original e
      *    proposto e a situacao, com o subtotal do funcionario, e
      *    depois o resumo por gestor. Funcionario com mais
      *    esquecimentos de batida no mes que o limite sai
      *    marcado - e o que o RH precisa para conversar com quem
      *    "esquece" o ponto toda semana. A saida e carimbada pelo
      *    arquivo morto de impressoes (CORRPONTO_AAAAMMDD_NNN).
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCORRPONTO.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBIMPRESSAO.cob".
           SELECT RELATORIO-CORRECOES
               ASSIGN TO SAIDACORRP
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCORRPONTO.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  RELATORIO-CORRECOES.
       01  LINHA-RELATORIO PIC X(110).
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
      *    acima deste numero de esquecimentos no mes o
      *    funcionario sai marcado no subtotal.
       77  LIMITE-ESQUECIMENTOS PIC 9(3) VALUE 3.
       77  MES-INFORMADO PIC 9(6).
       77  FIM-CORRECOES PIC X.
       77  PRIMEIRA-LEITURA PIC X.
       77  FUNCIONARIO-ATUAL PIC 9(4).
       77  INDICE-GESTOR PIC 9(4).
       77  QTD-GESTORES PIC 9(4).
       77  NOME-LIDO PIC X(10).

       01  CORR-DATA-DESMONTADA.
           05 CORR-ANO-MES PIC 9(6).
           05 CORR-DIA PIC 9(2).

      *    contagens do funcionario em quebra e do mes inteiro.
       01  CONTAGEM-FUNCIONARIO.
           05 CF-TOTAL PIC 9(4).
           05 CF-ESQUECIMENTOS PIC 9(4).
           05 CF-APROVADAS PIC 9(4).
           05 CF-REJEITADAS PIC 9(4).
           05 CF-PENDENTES PIC 9(4).

       01  CONTAGEM-GERAL.
           05 CG-TOTAL PIC 9(5).
           05 CG-ESQUECIMENTOS PIC 9(5).
           05 CG-APROVADAS PIC 9(5).
           05 CG-REJEITADAS PIC 9(5).
           05 CG-PENDENTES PIC 9(5).

      *    resumo por gestor, indexado pelo codigo do gestor
      *    gravado no pedido.
       01  TABELA-GESTORES.
           05 CONTAGEM-GESTOR OCCURS 9999 TIMES.
               10 GES-TOTAL PIC 9(4).
               10 GES-ESQUECIMENTOS PIC 9(4).
               10 GES-APROVADAS PIC 9(4).
               10 GES-REJEITADAS PIC 9(4).
               10 GES-PENDENTES PIC 9(4).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(33) VALUE
               "CORRECOES DE PONTO - COMPETENCIA ".
           05 CAB-MES PIC 9999/99.

       01  CABECALHO-SECAO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CAB-SECAO PIC X(40).

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "Funcionario".
           05 FILLER PIC X(12) VALUE "Dia".
           05 FILLER PIC X(18) VALUE "Motivo".
           05 FILLER PIC X(16) VALUE "Entrada".
           05 FILLER PIC X(16) VALUE "Saida".
           05 FILLER PIC X(11) VALUE "Situacao".
           05 FILLER PIC X(6) VALUE "Gestor".

       01  LINHA-CORRECAO.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-FUNCIONARIO PIC ZZZ9.
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-NOME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATA PIC 9999/99/99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MOTIVO PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ENTRADA-ORIGINAL PIC 9999.
           05 FILLER PIC X(4) VALUE " -> ".
           05 DET-ENTRADA-PROPOSTA PIC 9999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-SAIDA-ORIGINAL PIC 9999.
           05 FILLER PIC X(4) VALUE " -> ".
           05 DET-SAIDA-PROPOSTA PIC 9999.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-SITUACAO PIC X(10).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DET-GESTOR PIC ZZZ9.

       01  LINHA-CONTAGEM.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CNT-DESCRICAO PIC X(22).
           05 FILLER PIC X(11) VALUE "Correcoes: ".
           05 CNT-TOTAL PIC ZZZZ9.
           05 FILLER PIC X(17) VALUE "  Esquecimentos: ".
           05 CNT-ESQUECIMENTOS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  Aprovadas: ".
           05 CNT-APROVADAS PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "  Rejeitadas: ".
           05 CNT-REJEITADAS PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE "  Pendentes: ".
           05 CNT-PENDENTES PIC ZZZZ9.

       01  LINHA-ALERTA.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(44) VALUE
               "*** ESQUECIMENTOS ACIMA DO LIMITE DO MES ***".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

           DISPLAY "Competencia (AAAAMM): ".
           ACCEPT MES-INFORMADO.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG205" TO IMPRESSAO-PROGRAMA.
           MOVE "CORRPONTO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDACORRP" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           MOVE ZEROS TO CONTAGEM-GERAL.
           MOVE ZEROS TO TABELA-GESTORES.

           OPEN INPUT ARQUIVO-CORRECOES-PONTO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN OUTPUT RELATORIO-CORRECOES.

           MOVE MES-INFORMADO TO CAB-MES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           PERFORM LISTA-POR-FUNCIONARIO.
           PERFORM LISTA-POR-GESTOR.
           PERFORM ESCREVE-TOTAL-GERAL.

           CLOSE ARQUIVO-CORRECOES-PONTO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE RELATORIO-CORRECOES.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
           DISPLAY "Correcoes no mes: " CG-TOTAL.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       LISTA-POR-FUNCIONARIO.
      *    a chave do arquivo ja agrupa os pedidos por funcionario
      *    e dia - a quebra de controle dispensa SORT.
           MOVE "POR FUNCIONARIO" TO CAB-SECAO.
           PERFORM ESCREVE-CABECALHO-SECAO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "S" TO PRIMEIRA-LEITURA.
           MOVE ZEROS TO CORR-FUNCIONARIO-CODIGO.
           MOVE ZEROS TO CORR-DATA.
           MOVE ZEROS TO CORR-SEQUENCIA.
           MOVE "N" TO FIM-CORRECOES.

           START ARQUIVO-CORRECOES-PONTO
               KEY IS NOT LESS THAN CORR-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-CORRECOES.

           PERFORM LE-PROXIMA-CORRECAO
               UNTIL FIM-CORRECOES = "S".

           IF PRIMEIRA-LEITURA = "N"
               PERFORM ESCREVE-SUBTOTAL-FUNCIONARIO.

           IF PRIMEIRA-LEITURA = "S"
               MOVE SPACES TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA
               MOVE "NENHUMA CORRECAO NO MES" TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

       LE-PROXIMA-CORRECAO.
           READ ARQUIVO-CORRECOES-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CORRECOES.

           IF FIM-CORRECOES = "N"
               MOVE CORR-DATA TO CORR-DATA-DESMONTADA
               IF CORR-ANO-MES = MES-INFORMADO
                   PERFORM PROCESSA-CORRECAO.

       PROCESSA-CORRECAO.
           IF PRIMEIRA-LEITURA = "S"
               MOVE "N" TO PRIMEIRA-LEITURA
               PERFORM INICIA-FUNCIONARIO
           ELSE
               IF CORR-FUNCIONARIO-CODIGO NOT = FUNCIONARIO-ATUAL
                   PERFORM ESCREVE-SUBTOTAL-FUNCIONARIO
                   PERFORM INICIA-FUNCIONARIO.

           PERFORM ACUMULA-CORRECAO.
           PERFORM ESCREVE-CORRECAO.

       INICIA-FUNCIONARIO.
           MOVE CORR-FUNCIONARIO-CODIGO TO FUNCIONARIO-ATUAL.
           MOVE ZEROS TO CONTAGEM-FUNCIONARIO.

           MOVE CORR-FUNCIONARIO-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM LE-NOME-DO-CADASTRO.

       LE-NOME-DO-CADASTRO.
           READ ARQUIVO-FUNCIONARIO RECORD
               INVALID KEY
                   MOVE "ARQUIVADO" TO NOME-LIDO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO NOME-LIDO.

       ACUMULA-CORRECAO.
           ADD 1 TO CF-TOTAL.
           ADD 1 TO CG-TOTAL.
           IF CORR-GESTOR-CODIGO NOT = ZEROS
               ADD 1 TO GES-TOTAL (CORR-GESTOR-CODIGO).

           IF CORR-ESQUECIMENTO
               ADD 1 TO CF-ESQUECIMENTOS
               ADD 1 TO CG-ESQUECIMENTOS.
           IF CORR-ESQUECIMENTO AND CORR-GESTOR-CODIGO NOT = ZEROS
               ADD 1 TO GES-ESQUECIMENTOS (CORR-GESTOR-CODIGO).

           IF CORR-APROVADA
               ADD 1 TO CF-APROVADAS
               ADD 1 TO CG-APROVADAS.
           IF CORR-APROVADA AND CORR-GESTOR-CODIGO NOT = ZEROS
               ADD 1 TO GES-APROVADAS (CORR-GESTOR-CODIGO).

           IF CORR-REJEITADA
               ADD 1 TO CF-REJEITADAS
               ADD 1 TO CG-REJEITADAS.
           IF CORR-REJEITADA AND CORR-GESTOR-CODIGO NOT = ZEROS
               ADD 1 TO GES-REJEITADAS (CORR-GESTOR-CODIGO).

           IF CORR-PENDENTE
               ADD 1 TO CF-PENDENTES
               ADD 1 TO CG-PENDENTES.
           IF CORR-PENDENTE AND CORR-GESTOR-CODIGO NOT = ZEROS
               ADD 1 TO GES-PENDENTES (CORR-GESTOR-CODIGO).

       ESCREVE-CORRECAO.
           MOVE "OUTRO" TO DET-MOTIVO.
           IF CORR-ESQUECIMENTO
               MOVE "ESQUECIMENTO" TO DET-MOTIVO.
           IF CORR-FALHA-RELOGIO
               MOVE "FALHA DO RELOGIO" TO DET-MOTIVO.
           IF CORR-SERVICO-EXTERNO
               MOVE "SERVICO EXTERNO" TO DET-MOTIVO.

           MOVE "PENDENTE" TO DET-SITUACAO.
           IF CORR-APROVADA
               MOVE "APROVADA" TO DET-SITUACAO.
           IF CORR-REJEITADA
               MOVE "REJEITADA" TO DET-SITUACAO.

           MOVE CORR-FUNCIONARIO-CODIGO TO DET-FUNCIONARIO.
           MOVE NOME-LIDO TO DET-NOME.
           MOVE CORR-DATA TO DET-DATA.
           MOVE CORR-ENTRADA-ORIGINAL TO DET-ENTRADA-ORIGINAL.
           MOVE CORR-ENTRADA-PROPOSTA TO DET-ENTRADA-PROPOSTA.
           MOVE CORR-SAIDA-ORIGINAL TO DET-SAIDA-ORIGINAL.
           MOVE CORR-SAIDA-PROPOSTA TO DET-SAIDA-PROPOSTA.
           MOVE CORR-GESTOR-CODIGO TO DET-GESTOR.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CORRECAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-SUBTOTAL-FUNCIONARIO.
           MOVE "Subtotal do funcionario" TO CNT-DESCRICAO.
           MOVE CF-TOTAL TO CNT-TOTAL.
           MOVE CF-ESQUECIMENTOS TO CNT-ESQUECIMENTOS.
           MOVE CF-APROVADAS TO CNT-APROVADAS.
           MOVE CF-REJEITADAS TO CNT-REJEITADAS.
           MOVE CF-PENDENTES TO CNT-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           IF CF-ESQUECIMENTOS > LIMITE-ESQUECIMENTOS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE LINHA-ALERTA TO LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       LISTA-POR-GESTOR.
           MOVE "POR GESTOR" TO CAB-SECAO.
           PERFORM ESCREVE-CABECALHO-SECAO.

           MOVE ZEROS TO INDICE-GESTOR.
           MOVE ZEROS TO QTD-GESTORES.
           PERFORM ESCREVE-UM-GESTOR 9999 TIMES.

           IF QTD-GESTORES = ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUM GESTOR COM CORRECOES NO MES" TO
                   LINHA-RELATORIO
               PERFORM ESCREVE-LINHA.

       ESCREVE-UM-GESTOR.
           ADD 1 TO INDICE-GESTOR.

           IF GES-TOTAL (INDICE-GESTOR) > ZEROS
               ADD 1 TO QTD-GESTORES
               PERFORM ESCREVE-CONTAGEM-GESTOR.

       ESCREVE-CONTAGEM-GESTOR.
           MOVE INDICE-GESTOR TO FUNCIONARIO-CODIGO.
           PERFORM LE-NOME-DO-CADASTRO.

           MOVE SPACES TO CNT-DESCRICAO.
           STRING INDICE-GESTOR " " NOME-LIDO
               DELIMITED BY SIZE INTO CNT-DESCRICAO.
           MOVE GES-TOTAL (INDICE-GESTOR) TO CNT-TOTAL.
           MOVE GES-ESQUECIMENTOS (INDICE-GESTOR) TO
               CNT-ESQUECIMENTOS.
           MOVE GES-APROVADAS (INDICE-GESTOR) TO CNT-APROVADAS.
           MOVE GES-REJEITADAS (INDICE-GESTOR) TO CNT-REJEITADAS.
           MOVE GES-PENDENTES (INDICE-GESTOR) TO CNT-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-TOTAL-GERAL.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "TOTAL GERAL DO MES" TO CNT-DESCRICAO.
           MOVE CG-TOTAL TO CNT-TOTAL.
           MOVE CG-ESQUECIMENTOS TO CNT-ESQUECIMENTOS.
           MOVE CG-APROVADAS TO CNT-APROVADAS.
           MOVE CG-REJEITADAS TO CNT-REJEITADAS.
           MOVE CG-PENDENTES TO CNT-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE LINHA-CONTAGEM TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-CABECALHO-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CABECALHO-SECAO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

           COPY "PDIMPRESSAO.cob".
           COPY "PDPARAMETRO.cob".

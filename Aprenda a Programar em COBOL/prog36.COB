       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG36.
      *    programa para inserir dados em arquivos indexados. A
      *    admissao gravada gera tambem as tarefas do modelo de
      *    admissao do departamento/cargo (modelos_tarefa.dat,
      *    PROG203) em tarefas.dat, para a fila do PROG111.
      *    Admissao de candidato contratado no PROG213 chega com
      *    nome, CPF, contatos, salario da oferta e departamento e
      *    cargo da vaga ja preenchidos, e fecha a vaga dele.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
      *    Na base de treinamento (PROG273) a tela abre com o aviso
      *    de dados ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCARGO.cob".
           COPY "SBVAGA.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBTAREFAS.cob".
           COPY "SBMODTAREFA.cob".
           COPY "SBCANDIDATO.cob".
           COPY "SBJANELA.cob".
           COPY "SBPARAMETRO.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDFUNCIONARIO.cob".
           COPY "FDCARGO.cob".
           COPY "FDVAGA.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDTAREFAS.cob".
           COPY "FDMODTAREFA.cob".
           COPY "FDCANDIDATO.cob".
           COPY "FDJANELA.cob".
           COPY "FDPARAMETRO.cob".

       WORKING-STORAGE SECTION.
           COPY "WSPARAMETRO.cob".
           COPY "WSJANELA.cob".
           COPY "WSVERIFICAEMAIL.cob".
           COPY "WSVALIDADEPTO.cob".
           COPY "WSVALIDACARGO.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSVALIDACPF.cob".
           COPY "WSVALIDADATA.cob".
           COPY "WSTAREFANOVA.cob".
           COPY "WSGERATAREFA.cob".
       77  CODIGO-VALIDO PIC X.
       77  REGISTRO-GRAVADO PIC X.
      *    filial e moeda validadas contra filiais.dat antes de
      *    requisicao de vaga (PROG165) que esta admissao preenche
      *    - 0 quando a contratacao nao veio de requisicao.
       77  VAGA-INFORMADA PIC 9(4).
      *    candidato contratado (PROG213) que esta admissao efetiva
      *    - "S" em CANDIDATO-ACHADO quando os dados vem dele.
       77  CANDIDATO-INFORMADO PIC 9(6).
       77  CANDIDATO-ACHADO PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
      *    na base de treinamento a tela abre com o aviso de dados
      *    ficticios.
           PERFORM CARREGA-PARAMETROS.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG36" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-SEQUENCIAS.

           OPEN INPUT ARQUIVO-FAIXAS-SALARIAIS.
           OPEN INPUT ARQUIVO-CARGOS.
           OPEN I-O ARQUIVO-VAGAS.
           OPEN I-O ARQUIVO-TAREFAS.
           OPEN INPUT ARQUIVO-MODELOS-TAREFA.
           OPEN I-O ARQUIVO-CANDIDATOS.

           PERFORM LER-E-ESCREVE-REGISTRO.

           CLOSE ARQUIVO-FAIXAS-SALARIAIS.
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-VAGAS.
           CLOSE ARQUIVO-TAREFAS.
           CLOSE ARQUIVO-MODELOS-TAREFA.
           CLOSE ARQUIVO-CANDIDATOS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
       LER-E-ESCREVE-REGISTRO.
           MOVE SPACE TO FUNCIONARIO-REGISTRO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           PERFORM PEGA-CANDIDATO-CONTRATADO.
           PERFORM PEGA-CODIGO-FUNCIONARIO.
           IF CANDIDATO-ACHADO = "S"
               PERFORM COPIA-DADOS-DO-CANDIDATO
           ELSE
               DISPLAY "Informe o nome do funcionario: "
               ACCEPT FUNCIONARIO-NOME
               DISPLAY "Informe o nome completo: "
               ACCEPT FUNCIONARIO-NOME-COMPLETO.
           PERFORM PEGA-CPF-FUNCIONARIO.
           PERFORM PEGA-NASCIMENTO-FUNCIONARIO.
           IF CANDIDATO-ACHADO = "N"
               DISPLAY "Informe o endereco do funcionario: "
               ACCEPT FUNCIONARIO-ENDERECO
               DISPLAY "Informe o email do funcionario: "
               ACCEPT FUNCIONARIO-EMAIL
               DISPLAY "Informe o salario do funcionario: "
               ACCEPT FUNCIONARIO-SALARIO.
           PERFORM VERIFICA-FORMATO-EMAIL.
           DISPLAY "Informe a data de admissao (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-ADMISSAO.
           PERFORM PEGA-DEPARTAMENTO-FUNCIONARIO.
      *    o turno nao e perguntado na admissao - entra zerado
      *    (sem turno definido) e o PROG37 completa pelo campo 14.
           MOVE ZEROS TO FUNCIONARIO-TURNO-CODIGO.
      *    o degrau da tabela do cargo tambem entra zerado - o
      *    enquadramento e feito pelo PROG199.
           MOVE ZEROS TO FUNCIONARIO-NIVEL.
           MOVE ZEROS TO FUNCIONARIO-NIVEL-DESDE.
           DISPLAY "Informe o banco do credito (3 digitos): ".
           ACCEPT FUNCIONARIO-BANCO-CODIGO.
           DISPLAY "Informe a agencia (4 digitos): ".
           IF REGISTRO-GRAVADO = "S"
               PERFORM GRAVA-AUDITORIA
               PERFORM ATUALIZA-SEQUENCIA-FUNCIONARIO
               PERFORM LIGA-ADMISSAO-A-VAGA
               PERFORM MARCA-CANDIDATO-ADMITIDO
               PERFORM GERA-TAREFAS-DE-ADMISSAO.

       PEGA-CANDIDATO-CONTRATADO.
      *    so serve candidato na etapa de contratado e ainda sem
      *    codigo de funcionario - 0 segue a admissao avulsa.
           MOVE "N" TO CANDIDATO-ACHADO.
           MOVE 999999 TO CANDIDATO-INFORMADO.
           PERFORM ACEITA-CANDIDATO-CONTRATADO
               UNTIL CANDIDATO-ACHADO = "S" OR
                   CANDIDATO-INFORMADO = ZEROS.

       ACEITA-CANDIDATO-CONTRATADO.
           DISPLAY "Candidato contratado no PROG213 que esta ".
           DISPLAY " admissao efetiva (0 = nenhum): ".
           ACCEPT CANDIDATO-INFORMADO.

           IF CANDIDATO-INFORMADO NOT = ZEROS
               MOVE CANDIDATO-INFORMADO TO CAND-NUMERO
               MOVE "S" TO CANDIDATO-ACHADO
               READ ARQUIVO-CANDIDATOS RECORD
                   INVALID KEY
                       MOVE "N" TO CANDIDATO-ACHADO
                       DISPLAY "Candidato nao encontrado".

           IF CANDIDATO-ACHADO = "S"
               IF NOT CAND-CONTRATADO OR
                   CAND-FUNCIONARIO-CODIGO NOT = ZEROS
                   MOVE "N" TO CANDIDATO-ACHADO
                   DISPLAY "Candidato nao esta contratado ou ja "
                       "foi admitido"
               ELSE
                   DISPLAY "Candidato: " CAND-NOME-COMPLETO.

       COPIA-DADOS-DO-CANDIDATO.
           MOVE CAND-NOME TO FUNCIONARIO-NOME.
           MOVE CAND-NOME-COMPLETO TO FUNCIONARIO-NOME-COMPLETO.
           MOVE CAND-ENDERECO TO FUNCIONARIO-ENDERECO.
           MOVE CAND-TELEFONE TO FUNCIONARIO-TELEFONE.
           MOVE CAND-EMAIL TO FUNCIONARIO-EMAIL.
           MOVE CAND-SALARIO-OFERTA TO FUNCIONARIO-SALARIO.

           DISPLAY "Nome..........: " FUNCIONARIO-NOME.
           DISPLAY "Nome completo.: " FUNCIONARIO-NOME-COMPLETO.
           DISPLAY "Endereco......: " FUNCIONARIO-ENDERECO.
           DISPLAY "Email.........: " FUNCIONARIO-EMAIL.
           DISPLAY "Salario.......: " FUNCIONARIO-SALARIO.

      *    departamento e cargo vem da requisicao da vaga.
           MOVE CAND-VAGA-NUMERO TO VAGA-NUMERO.
           READ ARQUIVO-VAGAS RECORD
               INVALID KEY
                   MOVE ZEROS TO VAGA-DEPTO-CODIGO
                   MOVE ZEROS TO VAGA-CARGO-CODIGO.

       MARCA-CANDIDATO-ADMITIDO.
           IF CANDIDATO-ACHADO = "S"
               MOVE FUNCIONARIO-CODIGO TO CAND-FUNCIONARIO-CODIGO
               REWRITE CANDIDATO-REGISTRO
                   INVALID KEY
                       DISPLAY "Erro ao marcar o candidato admitido".

       GERA-TAREFAS-DE-ADMISSAO.
      *    cracha, e-mail, estacao, treinamento... saem do modelo
      *    em vez da memoria de quem admite - datadas da admissao,
      *    para o prazo em dias uteis contar do primeiro dia.
           MOVE "A" TO GERATAREFA-EVENTO.
           MOVE FUNCIONARIO-CODIGO TO GERATAREFA-FUNCIONARIO.
           MOVE FUNCIONARIO-DEPTO-CODIGO TO GERATAREFA-DEPTO.
           MOVE FUNCIONARIO-CARGO-CODIGO TO GERATAREFA-CARGO.
           MOVE FUNCIONARIO-ADMISSAO TO GERATAREFA-DATA.
           IF GERATAREFA-DATA = ZEROS
               MOVE DATA-DE-HOJE TO GERATAREFA-DATA.
           MOVE ZEROS TO GERATAREFA-GESTOR.

           PERFORM GERA-TAREFAS-DO-MODELO.

           IF GERATAREFA-QTD > ZEROS
               DISPLAY "Tarefas de admissao geradas: "
                   GERATAREFA-QTD.

       LIGA-ADMISSAO-A-VAGA.
      *    a admissao fecha a requisicao que a originou (PROG165) -
      *    e assim que o PROG166 mede quanto tempo a vaga levou
      *    para preencher.
           IF CANDIDATO-ACHADO = "S"
               MOVE CAND-VAGA-NUMERO TO VAGA-INFORMADA
           ELSE
               DISPLAY "Numero da requisicao de vaga que esta "
               DISPLAY " admissao preenche (0 = nenhuma): "
               ACCEPT VAGA-INFORMADA.

           IF VAGA-INFORMADA NOT = ZEROS
               MOVE VAGA-INFORMADA TO VAGA-NUMERO
           MOVE "I" TO AUD-OPERACAO.
           MOVE AUDITORIA-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "FUN" TO AUD-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AUD-CHAVE.
           MOVE "REGISTRO" TO AUD-CAMPO.
           MOVE SPACE TO AUD-VALOR-ANTES.
           MOVE FUNCIONARIO-NOME TO AUD-VALOR-DEPOIS.
      *    repete ate receber um cargo cadastrado em cargos.dat
      *    (PROG160) - 0 deixa o cargo a definir.
           MOVE "N" TO CARGO-VALIDO.
           IF CANDIDATO-ACHADO = "S" AND VAGA-CARGO-CODIGO NOT = ZEROS
               PERFORM CARGO-DA-VAGA.
           PERFORM ACEITA-CARGO-FUNCIONARIO
               UNTIL CARGO-VALIDO = "S".

       CARGO-DA-VAGA.
           MOVE VAGA-CARGO-CODIGO TO CARGO-VALIDAR-CODIGO.
           PERFORM VALIDA-CARGO.

           IF CARGO-VALIDO = "S"
               MOVE CARGO-VALIDAR-CODIGO TO FUNCIONARIO-CARGO-CODIGO
               DISPLAY "Cargo da vaga: " CARGO-TITULO-ENCONTRADO.

       ACEITA-CARGO-FUNCIONARIO.
           DISPLAY "Informe o codigo do cargo ".
           DISPLAY " (0 = a definir): ".
      *    departamentos.dat - um codigo que so existe na cabeca do
      *    operador nao chega mais ao arquivo.
           MOVE "N" TO DEPTO-VALIDO.
           IF CANDIDATO-ACHADO = "S"
               PERFORM DEPARTAMENTO-DA-VAGA.
           PERFORM ACEITA-DEPARTAMENTO-FUNCIONARIO
               UNTIL DEPTO-VALIDO = "S".
           MOVE DEPTO-VALIDAR-CODIGO TO FUNCIONARIO-DEPTO-CODIGO.

       DEPARTAMENTO-DA-VAGA.
           MOVE VAGA-DEPTO-CODIGO TO DEPTO-VALIDAR-CODIGO.
           PERFORM VALIDA-DEPARTAMENTO.

           IF DEPTO-VALIDO = "S"
               DISPLAY "Departamento da vaga: " DEPTO-NOME-ENCONTRADO.

       ACEITA-DEPARTAMENTO-FUNCIONARIO.
           DISPLAY "Informe o codigo do departamento (01-99): ".
           ACCEPT DEPTO-VALIDAR-CODIGO.
      *    casa as pessoas.
           MOVE FUNCIONARIO-CODIGO TO CPF-DUPLICADO-PROPRIO.
           MOVE "N" TO VALIDACPF-OK.
           IF CANDIDATO-ACHADO = "S"
               MOVE CAND-CPF TO VALIDACPF-NUMERO
               DISPLAY "CPF do candidato: " VALIDACPF-NUMERO
               PERFORM CONFERE-CPF-FUNCIONARIO.
           PERFORM ACEITA-CPF-FUNCIONARIO
               UNTIL VALIDACPF-OK = "S".
           MOVE VALIDACPF-NUMERO TO FUNCIONARIO-CPF.
       ACEITA-CPF-FUNCIONARIO.
           DISPLAY "Informe o CPF (11 digitos): ".
           ACCEPT VALIDACPF-NUMERO.
           PERFORM CONFERE-CPF-FUNCIONARIO.

       CONFERE-CPF-FUNCIONARIO.
           PERFORM VALIDA-CPF.

           IF VALIDACPF-OK = "N"
           COPY "PDVALIDAFAIXA.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDVALIDACPF.cob".
           COPY "PDCPFDUPLICADO.cob".
           COPY "PDVALIDADATA.cob".
           COPY "PDTAREFANOVA.cob".
           COPY "PDGERATAREFA.cob".

           COPY "PDVALIDACARGO.cob".
           COPY "PDJANELA.cob".
           COPY "PDPARAMETRO.cob".

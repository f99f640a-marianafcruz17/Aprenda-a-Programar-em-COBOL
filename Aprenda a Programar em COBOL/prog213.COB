       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG213.
      *    funil de candidatos das requisicoes de vaga - inscreve
      *    o candidato numa vaga aprovada (PROG165), com CPF
      *    validado e contatos, e move pelas etapas de triagem,
      *    entrevista, oferta, contratacao ou reprovacao, cada
      *    mudanca datada em candidato_etapas.dat. A oferta mostra
      *    o liquido pela calculadora do PROG163 e guarda salario
      *    e liquido no candidato. Marcado o contratado, a
      *    admissao do PROG36 e chamada ao sair, ja preenchida com
      *    os dados dele, e e ela que fecha a vaga.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) so
      *    as consultas e listagens atendem.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBCANDIDATO.cob".
           COPY "SBCANDETAPA.cob".
           COPY "SBVAGA.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBSEQUENCIA.cob".
           COPY "SBTABIMPOSTO.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDCANDIDATO.cob".
           COPY "FDCANDETAPA.cob".
           COPY "FDVAGA.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDSEQUENCIA.cob".
           COPY "FDTABIMPOSTO.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSVALIDACPF.cob".
           COPY "WSCONFIRMA.cob".
           COPY "WSTABIMPOSTO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCLIQUIDO.cob".
      *    identifica quem mexeu no candidato, para o historico.
       77  AUDITORIA-OPERADOR PIC X(10).
       77  DATA-DE-HOJE PIC 9(8).
       77  OPCAO-MENU PIC 9.
       77  REGISTRO-ENCONTRADO PIC X.
       77  VAGA-INFORMADA PIC 9(4).
       77  CANDIDATO-INFORMADO PIC 9(6).
       77  CPF-EM-OUTRA-INSCRICAO PIC X.
       77  FIM-CANDIDATOS PIC X.
       77  ETAPA-NOVA PIC X.
       77  ETAPA-ACEITA PIC X.
       77  OBSERVACAO-ETAPA PIC X(30).
       77  ETAPA-GRAVADA PIC X.
       77  QTD-LISTADOS PIC 9(4).
      *    ultimo contratado marcado nesta rodada - a admissao e
      *    chamada para ele depois que os arquivos sao fechados.
       77  CANDIDATO-A-ADMITIR PIC 9(6).
       77  VALOR-EDITADO PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE "PROG213" TO JANELA-PROGRAMA.
           MOVE "N" TO JANELA-BLOQUEIO.

           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.
           DISPLAY "Informe seu usuario (para a auditoria): ".
           ACCEPT AUDITORIA-OPERADOR.

           PERFORM CARREGA-SEQUENCIAS.
           PERFORM CARREGA-CALCULO-LIQUIDO.

           OPEN I-O ARQUIVO-CANDIDATOS.
           OPEN I-O ARQUIVO-CANDIDATO-ETAPAS.
           OPEN INPUT ARQUIVO-VAGAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.

           MOVE ZEROS TO CANDIDATO-A-ADMITIR.
           MOVE 9 TO OPCAO-MENU.
           PERFORM PROCESSA-OPCAO
               UNTIL OPCAO-MENU = 0.

           CLOSE ARQUIVO-CANDIDATOS.
           CLOSE ARQUIVO-CANDIDATO-ETAPAS.
           CLOSE ARQUIVO-VAGAS.
           CLOSE ARQUIVO-FUNCIONARIO.

           IF CANDIDATO-A-ADMITIR NOT = ZEROS
               PERFORM OFERECE-ADMISSAO.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       OFERECE-ADMISSAO.
           DISPLAY " ".
           DISPLAY "Candidato contratado: " CANDIDATO-A-ADMITIR.
           MOVE "Iniciar a admissao agora (S/N)?" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S"
               DISPLAY "Na admissao, informe o candidato "
                   CANDIDATO-A-ADMITIR
               CALL "PROG36"
           ELSE
               DISPLAY "Admita pelo PROG36 informando o candidato "
                   CANDIDATO-A-ADMITIR.

       PROCESSA-OPCAO.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- CANDIDATOS ---".
           DISPLAY "1. Inscrever candidato em vaga".
           DISPLAY "2. Mudar etapa do candidato".
           DISPLAY "3. Listar candidatos de uma vaga".
           DISPLAY "0. Sair".
           ACCEPT OPCAO-MENU.

      *    com a janela batch no ar so as consultas atendem - a
      *    trava e conferida a cada opcao, porque a janela pode
      *    abrir com o cadastro na tela.
           IF OPCAO-MENU = 1 OR OPCAO-MENU = 2
               PERFORM CONFERE-JANELA-BATCH.

           IF OPCAO-MENU = 1 AND JANELA-BLOQUEIO = "N"
               PERFORM INSCREVE-CANDIDATO.

           IF OPCAO-MENU = 2 AND JANELA-BLOQUEIO = "N"
               PERFORM MUDA-ETAPA.

           IF OPCAO-MENU = 3
               PERFORM LISTA-CANDIDATOS.

           IF OPCAO-MENU > 3
               DISPLAY "Opcao invalida".

       INSCREVE-CANDIDATO.
           PERFORM LOCALIZA-VAGA.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT VAGA-APROVADA
                   DISPLAY "Vaga nao esta aprovada - so vaga "
                       "aprovada recebe candidato"
               ELSE
                   PERFORM PEGA-DADOS-DO-CANDIDATO.

       LOCALIZA-VAGA.
           DISPLAY "Numero da requisicao de vaga: ".
           ACCEPT VAGA-INFORMADA.
           MOVE VAGA-INFORMADA TO VAGA-NUMERO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-VAGAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Requisicao nao encontrada".

       PEGA-DADOS-DO-CANDIDATO.
           MOVE SPACE TO CANDIDATO-REGISTRO.
           MOVE VAGA-INFORMADA TO CAND-VAGA-NUMERO.

           PERFORM PEGA-CPF-CANDIDATO.

           IF CPF-EM-OUTRA-INSCRICAO = "S"
               DISPLAY "Este CPF ja esta inscrito nesta vaga"
           ELSE
               DISPLAY "Nome (10 letras, como no cracha): "
               ACCEPT CAND-NOME
               DISPLAY "Nome completo: "
               ACCEPT CAND-NOME-COMPLETO
               DISPLAY "Endereco: "
               ACCEPT CAND-ENDERECO
               DISPLAY "Telefone: "
               ACCEPT CAND-TELEFONE
               DISPLAY "Email: "
               ACCEPT CAND-EMAIL
               PERFORM GRAVA-CANDIDATO.

       PEGA-CPF-CANDIDATO.
      *    CPF pelos digitos verificadores, como na admissao; o
      *    CPF de funcionario do cadastro so avisa (candidato
      *    interno), mas a mesma pessoa nao se inscreve duas
      *    vezes na mesma vaga.
           MOVE ZEROS TO CPF-DUPLICADO-PROPRIO.
           MOVE "N" TO VALIDACPF-OK.
           PERFORM ACEITA-CPF-CANDIDATO
               UNTIL VALIDACPF-OK = "S".
           MOVE VALIDACPF-NUMERO TO CAND-CPF.

           PERFORM VERIFICA-CPF-DUPLICADO.
           IF CPF-DUPLICADO = "S"
               DISPLAY "Aviso: CPF do funcionario "
                   CPF-DUPLICADO-CODIGO " - candidato interno".

           PERFORM VERIFICA-INSCRICAO-REPETIDA.

       ACEITA-CPF-CANDIDATO.
           DISPLAY "CPF do candidato (11 digitos): ".
           ACCEPT VALIDACPF-NUMERO.
           PERFORM VALIDA-CPF.

           IF VALIDACPF-OK = "N"
               DISPLAY "CPF invalido, confira os digitos".

       VERIFICA-INSCRICAO-REPETIDA.
      *    o candidato nao e chave por vaga - varre o arquivo.
           MOVE "N" TO CPF-EM-OUTRA-INSCRICAO.
           MOVE "N" TO FIM-CANDIDATOS.
           MOVE ZEROS TO CAND-NUMERO.

           START ARQUIVO-CANDIDATOS
               KEY IS NOT LESS THAN CAND-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-CANDIDATOS.

           PERFORM CONFERE-UMA-INSCRICAO
               UNTIL FIM-CANDIDATOS = "S".

           MOVE SPACE TO CANDIDATO-REGISTRO.
           MOVE VAGA-INFORMADA TO CAND-VAGA-NUMERO.
           MOVE VALIDACPF-NUMERO TO CAND-CPF.

       CONFERE-UMA-INSCRICAO.
           READ ARQUIVO-CANDIDATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CANDIDATOS.

           IF FIM-CANDIDATOS = "N"
               IF CAND-VAGA-NUMERO = VAGA-INFORMADA AND
                   CAND-CPF = VALIDACPF-NUMERO
                   MOVE "S" TO CPF-EM-OUTRA-INSCRICAO
                   MOVE "S" TO FIM-CANDIDATOS.

       GRAVA-CANDIDATO.
           COMPUTE CAND-NUMERO = SEQ-ULTIMO-CANDIDATO + 1.
           MOVE "T" TO CAND-ETAPA.
           MOVE DATA-DE-HOJE TO CAND-DATA-INSCRICAO.
           MOVE DATA-DE-HOJE TO CAND-DATA-ETAPA.
           MOVE ZEROS TO CAND-SALARIO-OFERTA.
           MOVE ZEROS TO CAND-DEPENDENTES.
           MOVE ZEROS TO CAND-LIQUIDO-OFERTA.
           MOVE ZEROS TO CAND-FUNCIONARIO-CODIGO.

           WRITE CANDIDATO-REGISTRO
               INVALID KEY
                   DISPLAY "Numero de candidato ja existe, nada "
                       "gravado"
               NOT INVALID KEY
                   MOVE CAND-NUMERO TO SEQ-ULTIMO-CANDIDATO
                   PERFORM GRAVA-SEQUENCIAS
                   MOVE "INSCRICAO" TO OBSERVACAO-ETAPA
                   PERFORM GRAVA-HISTORICO-ETAPA
                   DISPLAY "Candidato inscrito com o numero "
                       CAND-NUMERO.

       MUDA-ETAPA.
           PERFORM LOCALIZA-CANDIDATO.

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT CAND-EM-ANDAMENTO
                   DISPLAY "Candidato ja contratado ou reprovado"
               ELSE
                   PERFORM MOSTRA-CANDIDATO
                   PERFORM ESCOLHE-ETAPA-NOVA
                   IF ETAPA-ACEITA = "S"
                       PERFORM EFETIVA-ETAPA-NOVA.

       LOCALIZA-CANDIDATO.
           DISPLAY "Numero do candidato: ".
           ACCEPT CANDIDATO-INFORMADO.
           MOVE CANDIDATO-INFORMADO TO CAND-NUMERO.

           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-CANDIDATOS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Candidato nao encontrado".

       MOSTRA-CANDIDATO.
           DISPLAY "Candidato " CAND-NUMERO " " CAND-NOME-COMPLETO.
           DISPLAY "Vaga " CAND-VAGA-NUMERO " etapa " CAND-ETAPA
               " desde " CAND-DATA-ETAPA.

       ESCOLHE-ETAPA-NOVA.
      *    o funil so anda para a frente, uma etapa por vez; a
      *    reprovacao vale de qualquer etapa em andamento.
           DISPLAY "Nova etapa (E=entrevista O=oferta "
               "C=contratado R=reprovado): ".
           ACCEPT ETAPA-NOVA.
           MOVE "N" TO ETAPA-ACEITA.

           IF ETAPA-NOVA = "R"
               MOVE "S" TO ETAPA-ACEITA.

           IF ETAPA-NOVA = "E" AND CAND-TRIAGEM
               MOVE "S" TO ETAPA-ACEITA.

           IF ETAPA-NOVA = "O" AND CAND-ENTREVISTA
               PERFORM MONTA-OFERTA.

           IF ETAPA-NOVA = "C" AND CAND-OFERTA
               PERFORM CONFERE-VAGA-PARA-CONTRATAR.

           IF ETAPA-ACEITA = "N"
               DISPLAY "Mudanca de etapa nao feita".

       MONTA-OFERTA.
      *    o liquido da proposta sai da mesma conta do PROG163.
           DISPLAY "Salario oferecido: ".
           ACCEPT CAND-SALARIO-OFERTA.
           DISPLAY "Quantidade de dependentes: ".
           ACCEPT CAND-DEPENDENTES.

           MOVE CAND-SALARIO-OFERTA TO CALCLIQ-SALARIO.
           MOVE CAND-DEPENDENTES TO CALCLIQ-DEPENDENTES.
           PERFORM CALCULA-LIQUIDO.

           DISPLAY "Salario bruto......: " CALCLIQ-SALARIO.
           DISPLAY "Desconto INSS......: " CALCLIQ-INSS.
           DISPLAY "Desconto IRRF......: " CALCLIQ-IRRF.
           DISPLAY "Liquido a receber..: " CALCLIQ-LIQUIDO.

           MOVE "Registrar a oferta com este valor (S/N)?" TO
               CONFIRMA-MENSAGEM.
           MOVE SPACE TO CONFIRMA-RESPOSTA.
           PERFORM PERGUNTA-CONFIRMACAO
               UNTIL CONFIRMA-RESPOSTA = "S" OR "N".

           IF CONFIRMA-RESPOSTA = "S" AND
               CAND-SALARIO-OFERTA > ZEROS
               MOVE CALCLIQ-LIQUIDO TO CAND-LIQUIDO-OFERTA
               MOVE "S" TO ETAPA-ACEITA.

       CONFERE-VAGA-PARA-CONTRATAR.
           MOVE CAND-VAGA-NUMERO TO VAGA-NUMERO.
           MOVE "S" TO REGISTRO-ENCONTRADO.
           READ ARQUIVO-VAGAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

           IF REGISTRO-ENCONTRADO = "N" OR NOT VAGA-APROVADA
               DISPLAY "A vaga do candidato nao esta mais aberta"
           ELSE
               MOVE "S" TO ETAPA-ACEITA.

       EFETIVA-ETAPA-NOVA.
           DISPLAY "Observacao (entrevistador, motivo...): ".
           ACCEPT OBSERVACAO-ETAPA.

           MOVE ETAPA-NOVA TO CAND-ETAPA.
           MOVE DATA-DE-HOJE TO CAND-DATA-ETAPA.

           REWRITE CANDIDATO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o candidato"
               NOT INVALID KEY
                   PERFORM GRAVA-HISTORICO-ETAPA
                   DISPLAY "Etapa registrada".

           IF CAND-CONTRATADO
               MOVE CAND-NUMERO TO CANDIDATO-A-ADMITIR.

       GRAVA-HISTORICO-ETAPA.
           MOVE SPACE TO CANDIDATO-ETAPA-REGISTRO.
           MOVE CAND-NUMERO TO CETAPA-CANDIDATO.
           MOVE CAND-ETAPA TO CETAPA-ETAPA.
           MOVE DATA-DE-HOJE TO CETAPA-DATA.
           MOVE AUDITORIA-OPERADOR TO CETAPA-OPERADOR.
           MOVE OBSERVACAO-ETAPA TO CETAPA-OBSERVACAO.

           MOVE "N" TO ETAPA-GRAVADA.
           MOVE ZEROS TO CETAPA-SEQUENCIA.
           PERFORM TENTA-GRAVAR-ETAPA
               UNTIL ETAPA-GRAVADA = "S" OR
                   CETAPA-SEQUENCIA = 99.

           IF ETAPA-GRAVADA = "N"
               DISPLAY "Historico do candidato cheio".

       TENTA-GRAVAR-ETAPA.
           ADD 1 TO CETAPA-SEQUENCIA.

           WRITE CANDIDATO-ETAPA-REGISTRO
               INVALID KEY
                   MOVE "N" TO ETAPA-GRAVADA
               NOT INVALID KEY
                   MOVE "S" TO ETAPA-GRAVADA.

       LISTA-CANDIDATOS.
           DISPLAY "Numero da requisicao de vaga: ".
           ACCEPT VAGA-INFORMADA.

           MOVE ZEROS TO QTD-LISTADOS.
           MOVE "N" TO FIM-CANDIDATOS.
           MOVE ZEROS TO CAND-NUMERO.

           START ARQUIVO-CANDIDATOS
               KEY IS NOT LESS THAN CAND-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-CANDIDATOS.

           PERFORM LISTA-UM-CANDIDATO
               UNTIL FIM-CANDIDATOS = "S".

           IF QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum candidato nesta vaga".

       LISTA-UM-CANDIDATO.
           READ ARQUIVO-CANDIDATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-CANDIDATOS.

           IF FIM-CANDIDATOS = "N"
               IF CAND-VAGA-NUMERO = VAGA-INFORMADA
                   ADD 1 TO QTD-LISTADOS
                   MOVE CAND-LIQUIDO-OFERTA TO VALOR-EDITADO
                   DISPLAY CAND-NUMERO " " CAND-NOME " etapa "
                       CAND-ETAPA " desde " CAND-DATA-ETAPA
                       " liquido oferta " VALOR-EDITADO.

       CARREGA-SEQUENCIAS.
      *    le o ultimo numero atribuido, como o PROG38; arquivo
      *    gravado antes do campo de candidatos existir chega com
      *    ele em branco, e a numeracao comeca do zero.
           MOVE ZEROS TO SEQUENCIA-REGISTRO.
           OPEN INPUT ARQUIVO-SEQUENCIAS.
           READ ARQUIVO-SEQUENCIAS RECORD AT END
               MOVE ZEROS TO SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           IF SEQ-ULTIMO-CANDIDATO NOT NUMERIC
               MOVE ZEROS TO SEQ-ULTIMO-CANDIDATO.

       GRAVA-SEQUENCIAS.
           OPEN OUTPUT ARQUIVO-SEQUENCIAS.
           WRITE SEQUENCIA-REGISTRO.
           CLOSE ARQUIVO-SEQUENCIAS.

           COPY "PDVALIDACPF.cob".
           COPY "PDCPFDUPLICADO.cob".
           COPY "PDCONFIRMA.cob".
           COPY "PDTABIMPOSTO.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDCALCLIQUIDO.cob".
           COPY "PDJANELA.cob".

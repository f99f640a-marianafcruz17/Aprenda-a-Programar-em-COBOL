       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG260.
      *    aprovacao e aplicacao da anonimizacao de dados pessoais
      *    levantada pelo PROG259 - so o administrador. Escolhe o
      *    lote (a data da rodada de ensaio), ve as propostas
      *    pendentes, pode reter quem nao deve ser apagado e, com a
      *    palavra ANONIMIZAR digitada, aplica o lote. Antes de
      *    apagar, cada proposta e reconferida com as mesmas regras
      *    do ensaio (PDANONIMIZA): quem voltou a comprar ou voltou
      *    ao cadastro cai. O nome vira *ANONIMO* e endereco,
      *    telefone, e-mail e documento sao limpos em
      *    funcionarios_excluidos.dat, dependentes.dat, clientes.dat,
      *    enderecos_entrega.dat, nas notas de contatos.dat e nos
      *    valores de auditoria.dat - codigos, valores e datas de
      *    movimento ficam. Os dois arquivos sequenciais passam por
      *    arquivo de passagem como no PROG114, e se as contas nao
      *    baterem nada e tocado. Cada arquivo limpo de cada pessoa
      *    sai no log permanente anonimizacoes.dat.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
      *    Com a janela batch noturna no ar (trava do PROG177) a
      *    atualizacao e recusada logo na entrada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBEXCLUIDOS.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBCONTATO.cob".
           COPY "SBFATURA.cob".
           COPY "SBENTREGA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBANONPROP.cob".
           COPY "SBANONLOG.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
      *    os sequenciais sao regravados a partir dos arquivos de
      *    passagem - se o job morrer no meio, o vivo original
      *    continua intacto.
           SELECT PASSAGEM-EXCLUIDOS
               ASSIGN TO "ANONEXC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSAGEM-AUDITORIA
               ASSIGN TO "ANONAUD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SBJANELA.cob".
       DATA DIVISION.
       FILE SECTION.
           COPY "FDEXCLUIDOS.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDCONTATO.cob".
           COPY "FDFATURA.cob".
           COPY "FDENTREGA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDANONPROP.cob".
           COPY "FDANONLOG.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".

       FD  PASSAGEM-EXCLUIDOS.
       01  PASSAGEM-EXCLUIDO-REGISTRO PIC X(123).

       FD  PASSAGEM-AUDITORIA.
       01  PASSAGEM-AUDITORIA-REGISTRO PIC X(115).
           COPY "FDJANELA.cob".

       WORKING-STORAGE SECTION.
           COPY "WSJANELA.cob".
           COPY "WSANONIMIZA.cob".
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
       77  OPCAO-MENU PIC 9.
       77  LOTE-INFORMADO PIC 9(8).
       77  TIPO-INFORMADO PIC X.
       77  CODIGO-INFORMADO PIC 9(4).
       77  CONFIRMACAO PIC X(10).
       77  FIM-PROPOSTAS PIC X.
       77  FIM-ARQUIVO PIC X.
       77  REGISTRO-ENCONTRADO PIC X.
       77  CONTAS-BATEM PIC X.
       77  QTD-PENDENTES PIC 9(5).
       77  CODIGO-VARRIDO PIC 9(5).
       77  CEP-PREFIXO PIC 9(5).
       77  TOTAL-LIDAS PIC 9(6).
       77  TOTAL-GRAVADAS PIC 9(6).
       77  TOTAL-FUNCIONARIOS PIC 9(5).
       77  TOTAL-CLIENTES PIC 9(5).
       77  TOTAL-CANCELADAS PIC 9(5).
       77  TOTAL-REGISTROS PIC 9(6).

      *    o que foi selecionado na reconferencia e quantos
      *    registros de cada arquivo foram sobrescritos, por codigo
      *    - a base das linhas do log permanente.
       01  APLICADO-FUNCIONARIOS.
           05 APLICADO-FUNCIONARIO OCCURS 9999 TIMES.
               10 APLF-SELECIONADO PIC X.
               10 APLF-EXCLUIDOS PIC 9(5).
               10 APLF-DEPENDENTES PIC 9(5).
               10 APLF-AUDITORIA PIC 9(5).

       01  APLICADO-CLIENTES.
           05 APLICADO-CLIENTE OCCURS 9999 TIMES.
               10 APLC-SELECIONADO PIC X.
               10 APLC-CLIENTES PIC 9(5).
               10 APLC-ENTREGAS PIC 9(5).
               10 APLC-CONTATOS PIC 9(5).
               10 APLC-AUDITORIA PIC 9(5).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM EFETUA-LOGIN.

      *    apagar dado pessoal e irreversivel - so o perfil de
      *    administrador, como o arquivo central de parametros.
           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    com a janela batch no ar a atualizacao fica parada - a
      *    trava e do orquestrador PROG177.
           MOVE "PROG260" TO JANELA-PROGRAMA.
           PERFORM CONFERE-JANELA-BATCH.
           IF JANELA-BLOQUEIO = "S"
               GOBACK.

           ACCEPT ANON-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "Lote a aprovar (AAAAMMDD, 0 para o de hoje): ".
           ACCEPT LOTE-INFORMADO.
           IF LOTE-INFORMADO = ZEROS
               MOVE ANON-DATA-HOJE TO LOTE-INFORMADO.

           OPEN I-O ARQUIVO-ANON-PROPOSTAS.

           PERFORM LISTA-PROPOSTAS-PENDENTES.

           IF QTD-PENDENTES > ZEROS
               MOVE 9 TO OPCAO-MENU
               PERFORM MOSTRA-MENU
                   UNTIL OPCAO-MENU = ZEROS.

           CLOSE ARQUIVO-ANON-PROPOSTAS.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       MOSTRA-MENU.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "1 - Reter uma proposta".
           DISPLAY "2 - Aplicar o lote (anonimizar)".
           DISPLAY "0 - Sair".
           ACCEPT OPCAO-MENU.

           IF OPCAO-MENU = 1
               PERFORM RETEM-PROPOSTA.
           IF OPCAO-MENU = 2
               PERFORM APLICA-LOTE.

       LISTA-PROPOSTAS-PENDENTES.
           MOVE ZEROS TO QTD-PENDENTES.
           PERFORM POSICIONA-NO-LOTE.

           PERFORM LISTA-UMA-PROPOSTA
               UNTIL FIM-PROPOSTAS = "S".

           IF QTD-PENDENTES = ZEROS
               DISPLAY "Nenhuma proposta pendente no lote "
                   LOTE-INFORMADO.

       POSICIONA-NO-LOTE.
           MOVE LOTE-INFORMADO TO ANONPROP-LOTE.
           MOVE LOW-VALUES TO ANONPROP-TIPO.
           MOVE ZEROS TO ANONPROP-CODIGO.
           MOVE "N" TO FIM-PROPOSTAS.

           START ARQUIVO-ANON-PROPOSTAS
               KEY IS NOT LESS THAN ANONPROP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-PROPOSTAS.

       LEIA-PROXIMA-PROPOSTA.
           READ ARQUIVO-ANON-PROPOSTAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-PROPOSTAS.

           IF FIM-PROPOSTAS = "N"
               IF ANONPROP-LOTE NOT = LOTE-INFORMADO
                   MOVE "S" TO FIM-PROPOSTAS.

       LISTA-UMA-PROPOSTA.
           PERFORM LEIA-PROXIMA-PROPOSTA.

           IF FIM-PROPOSTAS = "N"
               IF ANONPROP-PENDENTE
                   ADD 1 TO QTD-PENDENTES
                   DISPLAY ANONPROP-TIPO " " ANONPROP-CODIGO
                       " referencia " ANONPROP-DATA-REFERENCIA.

       RETEM-PROPOSTA.
           DISPLAY "Tipo (F funcionario, C cliente): ".
           ACCEPT TIPO-INFORMADO.
           DISPLAY "Codigo: ".
           ACCEPT CODIGO-INFORMADO.

           PERFORM LOCALIZA-PROPOSTA.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE "R" TO ANONPROP-SITUACAO
               PERFORM MARCA-DECISAO
               SUBTRACT 1 FROM QTD-PENDENTES
               DISPLAY "Proposta retida - os dados ficam como estao".

       LOCALIZA-PROPOSTA.
           MOVE LOTE-INFORMADO TO ANONPROP-LOTE.
           MOVE TIPO-INFORMADO TO ANONPROP-TIPO.
           MOVE CODIGO-INFORMADO TO ANONPROP-CODIGO.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-ANON-PROPOSTAS RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Proposta nao encontrada".

           IF REGISTRO-ENCONTRADO = "S"
               IF NOT ANONPROP-PENDENTE
                   MOVE "N" TO REGISTRO-ENCONTRADO
                   DISPLAY "Proposta ja decidida".

       MARCA-DECISAO.
           MOVE LOGIN-USUARIO TO ANONPROP-OPERADOR-DECISAO.
           MOVE ANON-DATA-HOJE TO ANONPROP-DATA-DECISAO.

           REWRITE ANON-PROPOSTA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao marcar a proposta".

       APLICA-LOTE.
           MOVE ZEROS TO OPCAO-MENU.

           IF QTD-PENDENTES = ZEROS
               DISPLAY "Nenhuma proposta pendente no lote"
           ELSE
               DISPLAY "Os dados pessoais do lote serao apagados "
                   "sem volta."
               DISPLAY "Digite ANONIMIZAR para confirmar: "
               ACCEPT CONFIRMACAO
               IF CONFIRMACAO NOT = "ANONIMIZAR"
                   DISPLAY "Aplicacao cancelada"
               ELSE
                   PERFORM EXECUTA-ANONIMIZACAO.

       EXECUTA-ANONIMIZACAO.
           MOVE ZEROS TO APLICADO-FUNCIONARIOS.
           MOVE ZEROS TO APLICADO-CLIENTES.
           MOVE ZEROS TO TOTAL-FUNCIONARIOS.
           MOVE ZEROS TO TOTAL-CLIENTES.
           MOVE ZEROS TO TOTAL-CANCELADAS.
           MOVE ZEROS TO TOTAL-REGISTROS.

      *    o levantamento e refeito na hora - o lote pode ter
      *    semanas e as regras tem de valer para hoje.
           PERFORM CALCULA-CORTES-ANONIMIZACAO.
           PERFORM LEVANTA-DADOS-ANONIMIZACAO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-CLIENTE.

           PERFORM RECONFERE-PROPOSTAS.

           IF TOTAL-FUNCIONARIOS = ZEROS AND TOTAL-CLIENTES = ZEROS
               DISPLAY "Nenhuma proposta continua valida"
           ELSE
               PERFORM ANONIMIZA-SEQUENCIAIS
               IF CONTAS-BATEM = "N"
                   DISPLAY "CONTAS NAO BATEM, nenhum arquivo tocado"
               ELSE
                   PERFORM ANONIMIZA-INDEXADOS
                   PERFORM FECHA-LOTE.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CLIENTE.

           DISPLAY "Funcionarios anonimizados: " TOTAL-FUNCIONARIOS.
           DISPLAY "Clientes anonimizados....: " TOTAL-CLIENTES.
           DISPLAY "Propostas que cairam.....: " TOTAL-CANCELADAS.
           DISPLAY "Registros sobrescritos...: " TOTAL-REGISTROS.

       RECONFERE-PROPOSTAS.
           PERFORM POSICIONA-NO-LOTE.

           PERFORM RECONFERE-UMA-PROPOSTA
               UNTIL FIM-PROPOSTAS = "S".

       RECONFERE-UMA-PROPOSTA.
           PERFORM LEIA-PROXIMA-PROPOSTA.

           IF FIM-PROPOSTAS = "N"
               IF ANONPROP-PENDENTE
                   PERFORM RECONFERE-PESSOA
                   PERFORM GUARDA-RECONFERENCIA.

       RECONFERE-PESSOA.
           MOVE "F" TO ANON-RESULTADO.
           MOVE ANONPROP-CODIGO TO ANON-CODIGO.

           IF ANONPROP-FUNCIONARIO
               PERFORM CONFERE-FUNCIONARIO-ELEGIVEL.

           IF ANONPROP-CLIENTE
               MOVE ANONPROP-CODIGO TO CLIENTE-CODIGO
               PERFORM LEIA-CLIENTE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM CONFERE-CLIENTE-ELEGIVEL.

       LEIA-CLIENTE.
           MOVE "S" TO REGISTRO-ENCONTRADO.

           READ ARQUIVO-CLIENTE RECORD
               INVALID KEY
                   MOVE "N" TO REGISTRO-ENCONTRADO.

       GUARDA-RECONFERENCIA.
           IF NOT ANON-ELEGIVEL
               ADD 1 TO TOTAL-CANCELADAS
               MOVE "C" TO ANONPROP-SITUACAO
               PERFORM MARCA-DECISAO
           ELSE
               IF ANONPROP-FUNCIONARIO
                   MOVE "S" TO APLF-SELECIONADO (ANON-CODIGO)
                   ADD 1 TO TOTAL-FUNCIONARIOS
               ELSE
                   MOVE "S" TO APLC-SELECIONADO (ANON-CODIGO)
                   ADD 1 TO TOTAL-CLIENTES.

       ANONIMIZA-SEQUENCIAIS.
      *    os dois sequenciais vao inteiros para a passagem, ja
      *    anonimizados; so com as duas contas batendo eles voltam
      *    por cima dos vivos.
           MOVE "S" TO CONTAS-BATEM.
           PERFORM PASSA-EXCLUIDOS.
           PERFORM PASSA-AUDITORIA.

           IF CONTAS-BATEM = "S"
               PERFORM DEVOLVE-EXCLUIDOS
               PERFORM DEVOLVE-AUDITORIA.

       PASSA-EXCLUIDOS.
           MOVE ZEROS TO TOTAL-LIDAS.
           MOVE ZEROS TO TOTAL-GRAVADAS.

           OPEN INPUT ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           OPEN OUTPUT PASSAGEM-EXCLUIDOS.

           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PROXIMO-ARQUIVADO.

           PERFORM PASSA-UM-EXCLUIDO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.
           CLOSE PASSAGEM-EXCLUIDOS.

           IF TOTAL-GRAVADAS NOT = TOTAL-LIDAS
               MOVE "N" TO CONTAS-BATEM.

       LEIA-PROXIMO-ARQUIVADO.
           READ ARQUIVO-FUNCIONARIO-EXCLUIDOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       PASSA-UM-EXCLUIDO.
           ADD 1 TO TOTAL-LIDAS.

      *    so a entrada arquivada "E" - a reintegrada ("R") e
      *    historico de quem voltou e nao entra no lote.
           IF EXCLUIDO-STATUS = "E" AND EXCLUIDO-CODIGO > ZEROS
               IF APLF-SELECIONADO (EXCLUIDO-CODIGO) = "S"
                   IF EXCLUIDO-NOME NOT = ANON-MARCA
                       PERFORM LIMPA-EXCLUIDO.

           MOVE EXCLUIDO-REGISTRO TO PASSAGEM-EXCLUIDO-REGISTRO.
           WRITE PASSAGEM-EXCLUIDO-REGISTRO.
           ADD 1 TO TOTAL-GRAVADAS.

           PERFORM LEIA-PROXIMO-ARQUIVADO.

       LIMPA-EXCLUIDO.
      *    salario, data e motivo da exclusao e departamento ficam
      *    - sao historico da empresa, nao dado pessoal.
           MOVE ANON-MARCA TO EXCLUIDO-NOME.
           MOVE SPACES TO EXCLUIDO-ENDERECO.
           MOVE SPACES TO EXCLUIDO-TELEFONE.
           MOVE SPACES TO EXCLUIDO-EMAIL.
           ADD 1 TO APLF-EXCLUIDOS (EXCLUIDO-CODIGO).

       DEVOLVE-EXCLUIDOS.
           OPEN INPUT PASSAGEM-EXCLUIDOS.
           OPEN OUTPUT ARQUIVO-FUNCIONARIO-EXCLUIDOS.

           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PASSAGEM-EXCLUIDOS.

           PERFORM DEVOLVE-UM-EXCLUIDO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE PASSAGEM-EXCLUIDOS.
           CLOSE ARQUIVO-FUNCIONARIO-EXCLUIDOS.

       LEIA-PASSAGEM-EXCLUIDOS.
           READ PASSAGEM-EXCLUIDOS RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       DEVOLVE-UM-EXCLUIDO.
           MOVE PASSAGEM-EXCLUIDO-REGISTRO TO EXCLUIDO-REGISTRO.
           WRITE EXCLUIDO-REGISTRO.
           PERFORM LEIA-PASSAGEM-EXCLUIDOS.

       PASSA-AUDITORIA.
           MOVE ZEROS TO TOTAL-LIDAS.
           MOVE ZEROS TO TOTAL-GRAVADAS.

           OPEN INPUT ARQUIVO-AUDITORIA.
           OPEN OUTPUT PASSAGEM-AUDITORIA.

           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PROXIMA-ENTRADA.

           PERFORM PASSA-UMA-ENTRADA
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-AUDITORIA.
           CLOSE PASSAGEM-AUDITORIA.

           IF TOTAL-GRAVADAS NOT = TOTAL-LIDAS
               MOVE "N" TO CONTAS-BATEM.

       LEIA-PROXIMA-ENTRADA.
           READ ARQUIVO-AUDITORIA RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       PASSA-UMA-ENTRADA.
           ADD 1 TO TOTAL-LIDAS.

      *    a entrada continua na trilha (quem, quando, que campo);
      *    so o antes e o depois com o dado pessoal sao apagados.
           PERFORM CLASSIFICA-AUDITORIA.

           IF ANON-ACHADO = "F"
               IF APLF-SELECIONADO (AUD-CODIGO) = "S"
                   PERFORM LIMPA-VALORES-AUDITORIA
                   ADD 1 TO APLF-AUDITORIA (AUD-CODIGO).

           IF ANON-ACHADO = "C"
               IF APLC-SELECIONADO (AUD-CODIGO) = "S"
                   PERFORM LIMPA-VALORES-AUDITORIA
                   ADD 1 TO APLC-AUDITORIA (AUD-CODIGO).

           MOVE AUDITORIA-REGISTRO TO PASSAGEM-AUDITORIA-REGISTRO.
           WRITE PASSAGEM-AUDITORIA-REGISTRO.
           ADD 1 TO TOTAL-GRAVADAS.

           PERFORM LEIA-PROXIMA-ENTRADA.

       LIMPA-VALORES-AUDITORIA.
           IF AUD-VALOR-ANTES NOT = SPACES
               MOVE ANON-MARCA TO AUD-VALOR-ANTES.
           IF AUD-VALOR-DEPOIS NOT = SPACES
               MOVE ANON-MARCA TO AUD-VALOR-DEPOIS.

       DEVOLVE-AUDITORIA.
           OPEN INPUT PASSAGEM-AUDITORIA.
           OPEN OUTPUT ARQUIVO-AUDITORIA.

           MOVE "N" TO FIM-ARQUIVO.
           PERFORM LEIA-PASSAGEM-AUDITORIA.

           PERFORM DEVOLVE-UMA-ENTRADA
               UNTIL FIM-ARQUIVO = "S".

           CLOSE PASSAGEM-AUDITORIA.
           CLOSE ARQUIVO-AUDITORIA.

       LEIA-PASSAGEM-AUDITORIA.
           READ PASSAGEM-AUDITORIA RECORD AT END
               MOVE "S" TO FIM-ARQUIVO.

       DEVOLVE-UMA-ENTRADA.
           MOVE PASSAGEM-AUDITORIA-REGISTRO TO AUDITORIA-REGISTRO.
           WRITE AUDITORIA-REGISTRO.
           PERFORM LEIA-PASSAGEM-AUDITORIA.

       ANONIMIZA-INDEXADOS.
           PERFORM ANONIMIZA-CLIENTE
               VARYING CODIGO-VARRIDO FROM 1 BY 1
               UNTIL CODIGO-VARRIDO > 9999.

           PERFORM ANONIMIZA-DEPENDENTES.
           PERFORM ANONIMIZA-ENTREGAS.
           PERFORM ANONIMIZA-CONTATOS.

       ANONIMIZA-CLIENTE.
           IF APLC-SELECIONADO (CODIGO-VARRIDO) = "S"
               MOVE CODIGO-VARRIDO TO CLIENTE-CODIGO
               PERFORM LEIA-CLIENTE
               IF REGISTRO-ENCONTRADO = "S"
                   PERFORM LIMPA-CLIENTE.

       LIMPA-CLIENTE.
      *    cidade e UF ficam, e o CEP so com os cinco primeiros
      *    digitos - a regiao ainda serve aos relatorios de vendas
      *    e de territorio. Limite, vendedor e condicao ficam.
           MOVE ANON-MARCA TO CLIENTE-NOME.
           MOVE SPACES TO CLIENTE-RUA.
           MOVE SPACES TO CLIENTE-NUMERO.
           DIVIDE CLIENTE-CEP BY 1000 GIVING CEP-PREFIXO.
           COMPUTE CLIENTE-CEP = CEP-PREFIXO * 1000.
           MOVE SPACES TO CLIENTE-TELEFONE.
           MOVE SPACES TO CLIENTE-EMAIL.
      *    CNPJ e da empresa, nao da pessoa - so o CPF e apagado.
           IF CLIENTE-TIPO-PESSOA NOT = "J"
               MOVE ZEROS TO CLIENTE-CPF-CNPJ.

           REWRITE CLIENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o cliente "
                       CLIENTE-CODIGO
               NOT INVALID KEY
                   ADD 1 TO APLC-CLIENTES (CLIENTE-CODIGO).

       ANONIMIZA-DEPENDENTES.
           MOVE ZEROS TO DEPENDENTE-CHAVE.
           MOVE "N" TO FIM-ARQUIVO.

           OPEN I-O ARQUIVO-DEPENDENTES.
           START ARQUIVO-DEPENDENTES
               KEY IS NOT LESS THAN DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM ANONIMIZA-UM-DEPENDENTE
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-DEPENDENTES.

       ANONIMIZA-UM-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF DEP-FUNCIONARIO-CODIGO > ZEROS
                   IF APLF-SELECIONADO (DEP-FUNCIONARIO-CODIGO) = "S"
                       IF DEP-NOME NOT = ANON-MARCA
                           PERFORM LIMPA-DEPENDENTE.

       LIMPA-DEPENDENTE.
      *    o parentesco fica; o dependente sai inelegivel, ja que
      *    o funcionario nao esta mais no cadastro.
           MOVE ANON-MARCA TO DEP-NOME.
           MOVE ZEROS TO DEP-NASCIMENTO.
           MOVE "I" TO DEP-SITUACAO.

           REWRITE DEPENDENTE-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o dependente "
                       DEPENDENTE-CHAVE
               NOT INVALID KEY
                   ADD 1 TO APLF-DEPENDENTES (DEP-FUNCIONARIO-CODIGO).

       ANONIMIZA-ENTREGAS.
           MOVE ZEROS TO ENTREGA-CHAVE.
           MOVE "N" TO FIM-ARQUIVO.

           OPEN I-O ARQUIVO-ENTREGAS.
           START ARQUIVO-ENTREGAS
               KEY IS NOT LESS THAN ENTREGA-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM ANONIMIZA-UMA-ENTREGA
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-ENTREGAS.

       ANONIMIZA-UMA-ENTREGA.
           READ ARQUIVO-ENTREGAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF ENTREGA-CLIENTE-CODIGO > ZEROS
                   IF APLC-SELECIONADO (ENTREGA-CLIENTE-CODIGO) = "S"
                       IF ENTREGA-CONTATO NOT = ANON-MARCA
                           PERFORM LIMPA-ENTREGA.

       LIMPA-ENTREGA.
      *    o contato recebe a marca - e por ela que o levantamento
      *    sabe que o endereco ja foi limpo.
           MOVE SPACES TO ENTREGA-RUA.
           MOVE SPACES TO ENTREGA-NUMERO.
           DIVIDE ENTREGA-CEP BY 1000 GIVING CEP-PREFIXO.
           COMPUTE ENTREGA-CEP = CEP-PREFIXO * 1000.
           MOVE ANON-MARCA TO ENTREGA-CONTATO.
           MOVE SPACES TO ENTREGA-TELEFONE.

           REWRITE ENTREGA-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o endereco "
                       ENTREGA-CHAVE
               NOT INVALID KEY
                   ADD 1 TO APLC-ENTREGAS (ENTREGA-CLIENTE-CODIGO).

       ANONIMIZA-CONTATOS.
           MOVE ZEROS TO CONTATO-CHAVE.
           MOVE "N" TO FIM-ARQUIVO.

           OPEN I-O ARQUIVO-CONTATOS.
           START ARQUIVO-CONTATOS
               KEY IS NOT LESS THAN CONTATO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-ARQUIVO.

           PERFORM ANONIMIZA-UM-CONTATO
               UNTIL FIM-ARQUIVO = "S".

           CLOSE ARQUIVO-CONTATOS.

       ANONIMIZA-UM-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ARQUIVO.

           IF FIM-ARQUIVO = "N"
               IF CONTATO-CLIENTE-CODIGO > ZEROS
                   IF APLC-SELECIONADO (CONTATO-CLIENTE-CODIGO) = "S"
                       IF CONTATO-NOTA NOT = ANON-MARCA
                           PERFORM LIMPA-CONTATO.

       LIMPA-CONTATO.
      *    data, tipo e operador do contato ficam - a nota livre e
      *    que costuma trazer nome, telefone e conversa.
           MOVE ANON-MARCA TO CONTATO-NOTA.

           REWRITE CONTATO-REGISTRO
               INVALID KEY
                   DISPLAY "Erro ao reescrever o contato "
                       CONTATO-CHAVE
               NOT INVALID KEY
                   ADD 1 TO APLC-CONTATOS (CONTATO-CLIENTE-CODIGO).

       FECHA-LOTE.
      *    cada proposta aplicada e marcada e deixa no log uma
      *    linha por arquivo em que algo foi sobrescrito.
           OPEN EXTEND ARQUIVO-ANON-LOG.

           PERFORM POSICIONA-NO-LOTE.
           PERFORM FECHA-UMA-PROPOSTA
               UNTIL FIM-PROPOSTAS = "S".

           CLOSE ARQUIVO-ANON-LOG.

       FECHA-UMA-PROPOSTA.
           PERFORM LEIA-PROXIMA-PROPOSTA.

           IF FIM-PROPOSTAS = "N"
               IF ANONPROP-PENDENTE
                   PERFORM FECHA-PROPOSTA-SELECIONADA.

       FECHA-PROPOSTA-SELECIONADA.
           MOVE "N" TO REGISTRO-ENCONTRADO.
           MOVE ANONPROP-CODIGO TO ANON-CODIGO.

           IF ANONPROP-FUNCIONARIO
               IF APLF-SELECIONADO (ANON-CODIGO) = "S"
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   PERFORM REGISTRA-FUNCIONARIO.

           IF ANONPROP-CLIENTE
               IF APLC-SELECIONADO (ANON-CODIGO) = "S"
                   MOVE "S" TO REGISTRO-ENCONTRADO
                   PERFORM REGISTRA-CLIENTE.

           IF REGISTRO-ENCONTRADO = "S"
               MOVE "A" TO ANONPROP-SITUACAO
               PERFORM MARCA-DECISAO.

       REGISTRA-FUNCIONARIO.
           MOVE "EXCLUIDOS" TO ANONLOG-ARQUIVO.
           MOVE APLF-EXCLUIDOS (ANON-CODIGO) TO
               ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.
           MOVE "DEPENDENTES" TO ANONLOG-ARQUIVO.
           MOVE APLF-DEPENDENTES (ANON-CODIGO) TO
               ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.
           MOVE "AUDITORIA" TO ANONLOG-ARQUIVO.
           MOVE APLF-AUDITORIA (ANON-CODIGO) TO
               ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.

       REGISTRA-CLIENTE.
           MOVE "CLIENTES" TO ANONLOG-ARQUIVO.
           MOVE APLC-CLIENTES (ANON-CODIGO) TO ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.
           MOVE "ENTREGAS" TO ANONLOG-ARQUIVO.
           MOVE APLC-ENTREGAS (ANON-CODIGO) TO ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.
           MOVE "CONTATOS" TO ANONLOG-ARQUIVO.
           MOVE APLC-CONTATOS (ANON-CODIGO) TO ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.
           MOVE "AUDITORIA" TO ANONLOG-ARQUIVO.
           MOVE APLC-AUDITORIA (ANON-CODIGO) TO
               ANONLOG-QTD-REGISTROS.
           PERFORM GRAVA-LOG.

       GRAVA-LOG.
           IF ANONLOG-QTD-REGISTROS > ZEROS
               ACCEPT ANONLOG-DATA FROM DATE YYYYMMDD
               ACCEPT ANONLOG-HORA FROM TIME
               MOVE ANONPROP-LOTE TO ANONLOG-LOTE
               MOVE ANONPROP-TIPO TO ANONLOG-TIPO
               MOVE ANONPROP-CODIGO TO ANONLOG-CODIGO
               MOVE LOGIN-USUARIO TO ANONLOG-OPERADOR
               WRITE ANON-LOG-REGISTRO
               ADD ANONLOG-QTD-REGISTROS TO TOTAL-REGISTROS.

           COPY "PDANONIMIZA.cob".
           COPY "PDLOGIN.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDJANELA.cob".

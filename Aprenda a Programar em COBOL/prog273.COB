       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG273.
      *    base de treinamento - copia todos os arquivos .dat da
      *    suite para o diretorio treinamento/ (que ja tem de
      *    existir) com o dado pessoal trocado por um ficticio,
      *    para o treinamento de usuario novo nao passar pela
      *    producao nem por dado de gente de verdade. Nome,
      *    endereco, telefone, e-mail, CPF e conta bancaria de
      *    funcionarios, excluidos, dependentes, candidatos,
      *    clientes, enderecos de entrega, beneficiarios de pensao
      *    e contatos de fornecedor saem de uma pessoa ficticia
      *    montada pela chave do registro - a mesma pessoa recebe
      *    o mesmo ficticio em qualquer arquivo, e codigos, chaves
      *    e ligacoes entre os arquivos ficam como estao. O CPF
      *    ficticio tem digitos verificadores validos. Salario,
      *    oferta, pendencia e historico da folha sao multiplicados
      *    por um fator de 0,80 a 1,20 por pessoa, sorteado pelo
      *    relogio a cada rodada; agregados de folha por um fator
      *    geral. Anotacoes livres de atendimento e de selecao e os
      *    valores pessoais da trilha de auditoria e dos eventos do
      *    governo saem mascarados. operadores.dat nao e copiado: a
      *    base recebe logins de treinamento, um por perfil, e
      *    parametros.dat ganha a chave AMBIENTE-TREINAMENTO, que
      *    faz as telas abrirem com o aviso de dados ficticios.
      *    Sequencial vai direto; indexado vai como imagem
      *    (nome.img) e e recriado pelo PROG274 rodado dentro de
      *    treinamento/. So o perfil de administrador entra, e uma
      *    base que ja e de treinamento nao e copiada de novo. O
      *    relatorio carimbado BASETREINO_AAAAMMDD_NNN lista os
      *    arquivos e os logins.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SBADESAOPLANO.cob".
           COPY "SBAFASTAMENTO.cob".
           COPY "SBANONPROP.cob".
           COPY "SBAPROVHORAS.cob".
           COPY "SBAPROVPEND.cob".
           COPY "SBAVALIACAO.cob".
           COPY "SBBEM.cob".
           COPY "SBCAMBIO.cob".
           COPY "SBCANDETAPA.cob".
           COPY "SBCANDIDATO.cob".
           COPY "SBCARGO.cob".
           COPY "SBCATEGORIA.cob".
           COPY "SBCLIENTE.cob".
           COPY "SBCOMFOLHA.cob".
           COPY "SBCOMPFOLHA.cob".
           COPY "SBCOMPRA.cob".
           COPY "SBCOMPRAITEM.cob".
           COPY "SBCONDICAO.cob".
           COPY "SBCONSIGNADO.cob".
           COPY "SBCONTATO.cob".
           COPY "SBCONTRATO.cob".
           COPY "SBCORRPONTO.cob".
           COPY "SBCOTACAO.cob".
           COPY "SBCREDITO.cob".
           COPY "SBCURSO.cob".
           COPY "SBCUSTODIA.cob".
           COPY "SBDEPARTAMENTO.cob".
           COPY "SBDEPENDENTE.cob".
           COPY "SBDISCIPLINA.cob".
           COPY "SBDISTRIB.cob".
           COPY "SBENCARGO.cob".
           COPY "SBENTREGA.cob".
           COPY "SBEVENTO.cob".
           COPY "SBEXTRAEXP.cob".
           COPY "SBEXTRATO.cob".
           COPY "SBFAIXAPLANO.cob".
           COPY "SBFAIXASAL.cob".
           COPY "SBFALTASAPU.cob".
           COPY "SBFATURA.cob".
           COPY "SBFERIAS.cob".
           COPY "SBFILIAL.cob".
           COPY "SBFORNECEDOR.cob".
           COPY "SBFUNCIONARIO.cob".
           COPY "SBINVENTARIO.cob".
           COPY "SBKIT.cob".
           COPY "SBMETA.cob".
           COPY "SBMODTAREFA.cob".
           COPY "SBNFE.cob".
           COPY "SBNIVELCARGO.cob".
           COPY "SBORCAFOLHA.cob".
           COPY "SBPAGAR.cob".
           COPY "SBPEDIDO.cob".
           COPY "SBPEDIDOITEM.cob".
           COPY "SBPENSAO.cob".
           COPY "SBPERVENDA.cob".
           COPY "SBPLANOCONTAS.cob".
           COPY "SBPLANOSAUDE.cob".
           COPY "SBPONTO.cob".
           COPY "SBPRECO.cob".
           COPY "SBPREVIA.cob".
           COPY "SBPRODUTO.cob".
           COPY "SBRATEIO.cob".
           COPY "SBRAZAOVENDA.cob".
           COPY "SBRECORITEM.cob".
           COPY "SBRECORRENTE.cob".
           COPY "SBREEMBOLSO.cob".
           COPY "SBREFEDI.cob".
           COPY "SBREMESSA.cob".
           COPY "SBRETRO.cob".
           COPY "SBREVCREDITO.cob".
           COPY "SBSALDOPED.cob".
           COPY "SBSINDICATO.cob".
           COPY "SBSINDOPCAO.cob".
           COPY "SBSINDVINCULO.cob".
           COPY "SBTAREFAS.cob".
           COPY "SBTREINAMENTO.cob".
           COPY "SBTURNO.cob".
           COPY "SBVAGA.cob".
           COPY "SBVALETRANSP.cob".
           COPY "SBEXCLUIDOS.cob".
           COPY "SBFOLHAHIST.cob".
           COPY "SBHISTMENSAL.cob".
           COPY "SBSALBANCO.cob".
           COPY "SBNOTIFICA.cob".
           COPY "SBAUDITORIA.cob".
           COPY "SBPENSAOPAGA.cob".
           COPY "SBPENDSAL.cob".
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
      *    arquivo de origem e arquivo da copia - o nome fisico de
      *    cada um entra pela variavel de ambiente a cada arquivo
      *    copiado, como a copia geracional do PROG257. OPTIONAL
      *    porque sequencial que a producao ainda nao criou copia
      *    como vazio.
           SELECT OPTIONAL ARQUIVO-ORIGEM-TREINO
               ASSIGN TO ORIGEMTREINO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-COPIA-TREINO
               ASSIGN TO COPIATREINO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-TREINO
               ASSIGN TO SAIDATREINO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "FDADESAOPLANO.cob".
           COPY "FDAFASTAMENTO.cob".
           COPY "FDANONPROP.cob".
           COPY "FDAPROVHORAS.cob".
           COPY "FDAPROVPEND.cob".
           COPY "FDAVALIACAO.cob".
           COPY "FDBEM.cob".
           COPY "FDCAMBIO.cob".
           COPY "FDCANDETAPA.cob".
           COPY "FDCANDIDATO.cob".
           COPY "FDCARGO.cob".
           COPY "FDCATEGORIA.cob".
           COPY "FDCLIENTE.cob".
           COPY "FDCOMFOLHA.cob".
           COPY "FDCOMPFOLHA.cob".
           COPY "FDCOMPRA.cob".
           COPY "FDCOMPRAITEM.cob".
           COPY "FDCONDICAO.cob".
           COPY "FDCONSIGNADO.cob".
           COPY "FDCONTATO.cob".
           COPY "FDCONTRATO.cob".
           COPY "FDCORRPONTO.cob".
           COPY "FDCOTACAO.cob".
           COPY "FDCREDITO.cob".
           COPY "FDCURSO.cob".
           COPY "FDCUSTODIA.cob".
           COPY "FDDEPARTAMENTO.cob".
           COPY "FDDEPENDENTE.cob".
           COPY "FDDISCIPLINA.cob".
           COPY "FDDISTRIB.cob".
           COPY "FDENCARGO.cob".
           COPY "FDENTREGA.cob".
           COPY "FDEVENTO.cob".
           COPY "FDEXTRAEXP.cob".
           COPY "FDEXTRATO.cob".
           COPY "FDFAIXAPLANO.cob".
           COPY "FDFAIXASAL.cob".
           COPY "FDFALTASAPU.cob".
           COPY "FDFATURA.cob".
           COPY "FDFERIAS.cob".
           COPY "FDFILIAL.cob".
           COPY "FDFORNECEDOR.cob".
           COPY "FDFUNCIONARIO.cob".
           COPY "FDINVENTARIO.cob".
           COPY "FDKIT.cob".
           COPY "FDMETA.cob".
           COPY "FDMODTAREFA.cob".
           COPY "FDNFE.cob".
           COPY "FDNIVELCARGO.cob".
           COPY "FDORCAFOLHA.cob".
           COPY "FDPAGAR.cob".
           COPY "FDPEDIDO.cob".
           COPY "FDPEDIDOITEM.cob".
           COPY "FDPENSAO.cob".
           COPY "FDPERVENDA.cob".
           COPY "FDPLANOCONTAS.cob".
           COPY "FDPLANOSAUDE.cob".
           COPY "FDPONTO.cob".
           COPY "FDPRECO.cob".
           COPY "FDPREVIA.cob".
           COPY "FDPRODUTO.cob".
           COPY "FDRATEIO.cob".
           COPY "FDRAZAOVENDA.cob".
           COPY "FDRECORITEM.cob".
           COPY "FDRECORRENTE.cob".
           COPY "FDREEMBOLSO.cob".
           COPY "FDREFEDI.cob".
           COPY "FDREMESSA.cob".
           COPY "FDRETRO.cob".
           COPY "FDREVCREDITO.cob".
           COPY "FDSALDOPED.cob".
           COPY "FDSINDICATO.cob".
           COPY "FDSINDOPCAO.cob".
           COPY "FDSINDVINCULO.cob".
           COPY "FDTAREFAS.cob".
           COPY "FDTREINAMENTO.cob".
           COPY "FDTURNO.cob".
           COPY "FDVAGA.cob".
           COPY "FDVALETRANSP.cob".
           COPY "FDEXCLUIDOS.cob".
           COPY "FDFOLHAHIST.cob".
           COPY "FDHISTMENSAL.cob".
           COPY "FDSALBANCO.cob".
           COPY "FDNOTIFICA.cob".
           COPY "FDAUDITORIA.cob".
           COPY "FDPENSAOPAGA.cob".
           COPY "FDPENDSAL.cob".
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

      *    imagem do registro, byte a byte - 336 e o maior registro
      *    da suite, o de aprovacoes_pendentes.dat.
       FD  ARQUIVO-ORIGEM-TREINO.
       01  LINHA-ORIGEM-TREINO PIC X(336).

       FD  ARQUIVO-COPIA-TREINO.
       01  LINHA-COPIA-TREINO PIC X(336).

       FD  RELATORIO-TREINO.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSBASETREINO.cob".
           COPY "WSVALIDACPF.cob".
      *    campos pessoais da trilha e marca de registro ja
      *    anonimizado, os mesmos da anonimizacao.
           COPY "WSANONIMIZA.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  HORA-DA-RODADA PIC 9(8).
       77  QTD-MASCARADOS PIC 9(7).
       77  TOTAL-ARQUIVOS PIC 9(3).
       77  TOTAL-LIDOS PIC 9(8).
       77  TOTAL-GRAVADOS PIC 9(8).
       77  TOTAL-MASCARADOS PIC 9(8).
       77  INDICE-LOGIN PIC 9.
       77  INDICE-CONTA PIC 9(5).
       77  CODIGO-DA-CONTA PIC 9(4).
      *    senha de todos os logins de treinamento - a validade
      *    conta da data da copia.
       77  SENHA-TREINO PIC X(10) VALUE "TREINO".
      *    o que fica no lugar de um valor pessoal que nao tem
      *    ficticio proprio (trilha, eventos, aprovacoes).
       77  MARCA-MASCARADO PIC X(30) VALUE "*MASCARADO*".
      *    o que entra no antes/depois de uma linha da trilha - o
      *    nome ficticio da pessoa ou a marca acima.
       77  VALOR-AUDITORIA PIC X(30).

      *    arquivos sequenciais copiados direto. operadores.dat e
      *    parametros.dat tem tratamento proprio, e mensagens.log
      *    e as geracoes da copia de seguranca nao vao.
       77  QTD-SEQUENCIAIS PIC 9(3) VALUE 38.
       01  NOMES-SEQUENCIAIS.
           05 FILLER PIC X(30) VALUE "acessos.dat".
           05 FILLER PIC X(30) VALUE "adiantamentos.dat".
           05 FILLER PIC X(30) VALUE "agenda_batch.dat".
           05 FILLER PIC X(30) VALUE "anonimizacoes.dat".
           05 FILLER PIC X(30) VALUE "auditoria.dat".
           05 FILLER PIC X(30) VALUE "banco_horas.dat".
           05 FILLER PIC X(30) VALUE "feriados.dat".
           05 FILLER PIC X(30) VALUE "cancelamentos.dat".
           05 FILLER PIC X(30) VALUE "backup_catalogo.dat".
           05 FILLER PIC X(30) VALUE "conciliacao_controle.dat".
           05 FILLER PIC X(30) VALUE "conciliacao_pendentes.dat".
           05 FILLER PIC X(30) VALUE "consignado_descontos.dat".
           05 FILLER PIC X(30) VALUE "devolucoes.dat".
           05 FILLER PIC X(30) VALUE "distribuicao_log.dat".
           05 FILLER PIC X(30) VALUE "emitente.dat".
           05 FILLER PIC X(30) VALUE "estoque_mov.dat".
           05 FILLER PIC X(30) VALUE "funcionarios_excluidos.dat".
           05 FILLER PIC X(30) VALUE "execucoes.dat".
           05 FILLER PIC X(30) VALUE "extrato_bancario.dat".
           05 FILLER PIC X(30) VALUE "folha_historico.dat".
           05 FILLER PIC X(30) VALUE "fretes.dat".
           05 FILLER PIC X(30) VALUE "historico_mensal.dat".
           05 FILLER PIC X(30) VALUE "icms_estados.dat".
           05 FILLER PIC X(30) VALUE "impressoes.dat".
           05 FILLER PIC X(30) VALUE "notificacoes.dat".
           05 FILLER PIC X(30) VALUE "pendencias_salario.dat".
           05 FILLER PIC X(30) VALUE "pensoes_pagas.dat".
           05 FILLER PIC X(30) VALUE "promocoes.dat".
           05 FILLER PIC X(30) VALUE "recebimentos.dat".
           05 FILLER PIC X(30) VALUE "funcionarios_restart.dat".
           05 FILLER PIC X(30) VALUE "salarios_banco.dat".
           05 FILLER PIC X(30) VALUE "secoes_relatorio.dat".
           05 FILLER PIC X(30) VALUE "sequencias.dat".
           05 FILLER PIC X(30) VALUE "sindicato_descontos.dat".
           05 FILLER PIC X(30) VALUE "tabela_impostos.dat".
           05 FILLER PIC X(30) VALUE "taxas_comissao.dat".
           05 FILLER PIC X(30) VALUE "territorios.dat".
           05 FILLER PIC X(30) VALUE "transferencias_depto.dat".
       01  TABELA-SEQUENCIAIS REDEFINES NOMES-SEQUENCIAIS.
           05 NOME-SEQUENCIAL PIC X(30) OCCURS 38 TIMES.

      *    logins da base de treinamento, um por perfil.
       01  LOGINS-TREINO.
           05 FILLER PIC X(11) VALUE "TREINOADM A".
           05 FILLER PIC X(11) VALUE "TREINOFOL F".
           05 FILLER PIC X(11) VALUE "TREINOMAN M".
           05 FILLER PIC X(11) VALUE "TREINOCON C".
       01  TABELA-LOGINS-TREINO REDEFINES LOGINS-TREINO.
           05 LOGIN-TREINO OCCURS 4 TIMES.
               10 LOGIN-TREINO-ID PIC X(10).
               10 LOGIN-TREINO-PERFIL PIC X.

      *    pessoa ficticia: MASC-TIPO diz de que cadastro e a chave
      *    em MASC-CODIGO - F funcionario, K candidato, C cliente,
      *    D dependente e P beneficiario de pensao (funcionario e
      *    sequencia), E contato de entrega, R contato de
      *    fornecedor.
       01  MASC-CAMPOS.
           05 MASC-TIPO PIC X.
           05 MASC-TIPO-MINUSCULO PIC X.
           05 MASC-TIPO-DIGITO PIC 9.
           05 MASC-CODIGO PIC 9(6).
           05 MASC-BASE PIC 9(7).
           05 MASC-MISTURA PIC 9(8).
           05 MASC-QUOCIENTE PIC 9(8).
           05 MASC-RESTO PIC 9(2).
           05 MASC-POS-PRENOME PIC 9(2).
           05 MASC-POS-SOBRENOME PIC 9(2).
           05 MASC-POS-SEGUNDO PIC 9(2).
           05 MASC-NUMERO-RUA PIC 9(3).
           05 MASC-NOME-CURTO PIC X(10).
           05 MASC-NOME-MEDIO PIC X(20).
           05 MASC-NOME-COMPLETO PIC X(40).
           05 MASC-RAZAO-SOCIAL PIC X(20).
           05 MASC-RUA PIC X(30).
           05 MASC-ENDERECO PIC X(30).
           05 MASC-TELEFONE PIC X(10).
           05 MASC-EMAIL PIC X(30).
           05 MASC-CONTA PIC X(10).
           05 MASC-CPF PIC 9(11).
      *    semente da rodada (do relogio) e fatores de salario.
           05 MASC-SEMENTE PIC 9(4).
           05 MASC-FATOR PIC 9V99.
           05 MASC-FATOR-GERAL PIC 9V99.

       01  MASC-PRENOMES.
           05 FILLER PIC X(10) VALUE "ANA".
           05 FILLER PIC X(10) VALUE "BRUNO".
           05 FILLER PIC X(10) VALUE "CARLA".
           05 FILLER PIC X(10) VALUE "DIEGO".
           05 FILLER PIC X(10) VALUE "ELISA".
           05 FILLER PIC X(10) VALUE "FABIO".
           05 FILLER PIC X(10) VALUE "GABRIELA".
           05 FILLER PIC X(10) VALUE "HUGO".
           05 FILLER PIC X(10) VALUE "ISABEL".
           05 FILLER PIC X(10) VALUE "JOAO".
           05 FILLER PIC X(10) VALUE "KARINA".
           05 FILLER PIC X(10) VALUE "LUCAS".
           05 FILLER PIC X(10) VALUE "MARINA".
           05 FILLER PIC X(10) VALUE "NELSON".
           05 FILLER PIC X(10) VALUE "OLIVIA".
           05 FILLER PIC X(10) VALUE "PAULO".
           05 FILLER PIC X(10) VALUE "RENATA".
           05 FILLER PIC X(10) VALUE "SERGIO".
           05 FILLER PIC X(10) VALUE "TATIANA".
           05 FILLER PIC X(10) VALUE "VITOR".
       01  MASC-TABELA-PRENOMES REDEFINES MASC-PRENOMES.
           05 MASC-PRENOME PIC X(10) OCCURS 20 TIMES.

       01  MASC-SOBRENOMES.
           05 FILLER PIC X(10) VALUE "ALMEIDA".
           05 FILLER PIC X(10) VALUE "BARBOSA".
           05 FILLER PIC X(10) VALUE "CARDOSO".
           05 FILLER PIC X(10) VALUE "DIAS".
           05 FILLER PIC X(10) VALUE "FERREIRA".
           05 FILLER PIC X(10) VALUE "GOMES".
           05 FILLER PIC X(10) VALUE "LIMA".
           05 FILLER PIC X(10) VALUE "MARTINS".
           05 FILLER PIC X(10) VALUE "NOGUEIRA".
           05 FILLER PIC X(10) VALUE "OLIVEIRA".
           05 FILLER PIC X(10) VALUE "PEREIRA".
           05 FILLER PIC X(10) VALUE "QUEIROZ".
           05 FILLER PIC X(10) VALUE "RIBEIRO".
           05 FILLER PIC X(10) VALUE "SANTOS".
           05 FILLER PIC X(10) VALUE "TEIXEIRA".
           05 FILLER PIC X(10) VALUE "VIEIRA".
           05 FILLER PIC X(10) VALUE "ARAUJO".
           05 FILLER PIC X(10) VALUE "CASTRO".
           05 FILLER PIC X(10) VALUE "MENDES".
           05 FILLER PIC X(10) VALUE "ROCHA".
       01  MASC-TABELA-SOBRENOMES REDEFINES MASC-SOBRENOMES.
           05 MASC-SOBRENOME PIC X(10) OCCURS 20 TIMES.

      *    conta bancaria real de cada funcionario, pelo codigo,
      *    guardada na passada de funcionarios.dat - e por ela que
      *    a devolucao de credito em salarios_banco.dat acha o
      *    dono e recebe a mesma conta ficticia.
       01  MASC-TABELA-CONTAS.
           05 MASC-CONTA-REAL PIC X(10) OCCURS 9999 TIMES.

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "BASE DE TREINAMENTO MASCARADA - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(32) VALUE "Arquivo".
           05 FILLER PIC X(5) VALUE "Org".
           05 FILLER PIC X(10) VALUE "    Lidos".
           05 FILLER PIC X(10) VALUE " Gravados".
           05 FILLER PIC X(11) VALUE " Mascarados".

       01  LINHA-ARQUIVO.
           05 LA-ARQUIVO PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LA-ORGANIZACAO PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LA-LIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LA-GRAVADOS PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-MASCARADOS PIC ZZZZZZ9.

       01  LINHA-LOGIN.
           05 FILLER PIC X(20) VALUE "Login de treinamento".
           05 FILLER PIC X(2) VALUE SPACES.
           05 LL-ID PIC X(10).
           05 FILLER PIC X(9) VALUE "  perfil ".
           05 LL-PERFIL PIC X.
           05 FILLER PIC X(8) VALUE "  senha ".
           05 LL-SENHA PIC X(10).

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(30).
           05 LT-QUANTIDADE PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

      *    a copia leva a producao inteira - funcao de
      *    administrador.
           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

           IF PARAM-TREINAMENTO = "S"
               DISPLAY "Esta base ja e de treinamento"
               GOBACK.

           PERFORM SORTEIA-FATORES.

      *    carimba a saida da rodada antes do OPEN.
           MOVE "PROG273" TO IMPRESSAO-PROGRAMA.
           MOVE "BASETREINO" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDATREINO" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-TREINO.

           MOVE ZEROS TO TOTAL-ARQUIVOS.
           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-GRAVADOS.
           MOVE ZEROS TO TOTAL-MASCARADOS.
           MOVE SPACES TO MASC-TABELA-CONTAS.

           PERFORM IMPRIME-CABECALHO.

      *    os indexados vao antes, para a tabela de contas estar
      *    pronta quando salarios_banco.dat passar.
           PERFORM EXPORTA-INDEXADO
               VARYING TREINO-INDICE FROM 1 BY 1
               UNTIL TREINO-INDICE > TREINO-QTD-INDEXADOS.

           PERFORM COPIA-SEQUENCIAL
               VARYING TREINO-INDICE FROM 1 BY 1
               UNTIL TREINO-INDICE > QTD-SEQUENCIAIS.

           PERFORM GRAVA-PARAMETROS-TREINO.
           PERFORM GRAVA-OPERADORES-TREINO.

           PERFORM IMPRIME-RESUMO.

           CLOSE RELATORIO-TREINO.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Arquivos copiados......: " TOTAL-ARQUIVOS.
           DISPLAY "Registros gravados.....: " TOTAL-GRAVADOS.
           DISPLAY "Registros mascarados...: " TOTAL-MASCARADOS.
           DISPLAY "Rode o PROG274 dentro de treinamento/ para "
               "recriar os indexados".
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       SORTEIA-FATORES.
      *    a semente sai do relogio da rodada; o fator geral, dos
      *    totais de folha, e tirado dela do mesmo jeito que o de
      *    cada pessoa.
           ACCEPT HORA-DA-RODADA FROM TIME.
           DIVIDE HORA-DA-RODADA BY 9973
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-SEMENTE.

           DIVIDE MASC-SEMENTE BY 41
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-RESTO.
           COMPUTE MASC-FATOR-GERAL = 0.80 + (MASC-RESTO / 100).

       EXPORTA-INDEXADO.
           MOVE TREINO-INDEXADO (TREINO-INDICE) TO TREINO-NOME-ARQUIVO.
           MOVE SPACES TO TREINO-NOME-IMAGEM.
           STRING TREINO-NOME-ARQUIVO DELIMITED BY ".dat"
                  ".img" DELIMITED BY SIZE
               INTO TREINO-NOME-IMAGEM.
           MOVE SPACES TO TREINO-CAMINHO.
           STRING "treinamento/" DELIMITED BY SIZE
                  TREINO-NOME-IMAGEM DELIMITED BY SPACE
               INTO TREINO-CAMINHO.
           PERFORM APONTA-COPIA.

           MOVE ZEROS TO TREINO-QTD-LIDOS.
           MOVE ZEROS TO TREINO-QTD-GRAVADOS.
           MOVE ZEROS TO QTD-MASCARADOS.

           PERFORM ABRE-INDEXADO.
           OPEN OUTPUT ARQUIVO-COPIA-TREINO.

           MOVE "N" TO TREINO-FIM-LEITURA.
           PERFORM LE-INDEXADO.

           PERFORM EXPORTA-REGISTRO
               UNTIL TREINO-FIM-LEITURA = "S".

           PERFORM FECHA-INDEXADO.
           CLOSE ARQUIVO-COPIA-TREINO.

           MOVE "IDX" TO LA-ORGANIZACAO.
           PERFORM IMPRIME-ARQUIVO.

       EXPORTA-REGISTRO.
           ADD 1 TO TREINO-QTD-LIDOS.
           PERFORM MASCARA-INDEXADO.
           PERFORM GUARDA-INDEXADO.
           WRITE LINHA-COPIA-TREINO.
           ADD 1 TO TREINO-QTD-GRAVADOS.
           PERFORM LE-INDEXADO.

       MASCARA-INDEXADO.
           IF TREINO-NOME-ARQUIVO = "funcionarios.dat"
               PERFORM MASCARA-FUNCIONARIO.
           IF TREINO-NOME-ARQUIVO = "dependentes.dat"
               PERFORM MASCARA-DEPENDENTE.
           IF TREINO-NOME-ARQUIVO = "candidatos.dat"
               PERFORM MASCARA-CANDIDATO.
           IF TREINO-NOME-ARQUIVO = "candidato_etapas.dat"
               PERFORM MASCARA-ETAPA-CANDIDATO.
           IF TREINO-NOME-ARQUIVO = "clientes.dat"
               PERFORM MASCARA-CLIENTE.
           IF TREINO-NOME-ARQUIVO = "enderecos_entrega.dat"
               PERFORM MASCARA-ENTREGA.
           IF TREINO-NOME-ARQUIVO = "contatos.dat"
               PERFORM MASCARA-CONTATO.
           IF TREINO-NOME-ARQUIVO = "pensoes.dat"
               PERFORM MASCARA-PENSAO.
           IF TREINO-NOME-ARQUIVO = "fornecedores.dat"
               PERFORM MASCARA-FORNECEDOR.
           IF TREINO-NOME-ARQUIVO = "aprovacoes_pendentes.dat"
               PERFORM MASCARA-APROVACAO.
           IF TREINO-NOME-ARQUIVO = "eventos_governo.dat"
               PERFORM MASCARA-EVENTO.

       COPIA-SEQUENCIAL.
           MOVE NOME-SEQUENCIAL (TREINO-INDICE) TO TREINO-NOME-ARQUIVO.
           PERFORM APONTA-ORIGEM.
           MOVE SPACES TO TREINO-CAMINHO.
           STRING "treinamento/" DELIMITED BY SIZE
                  TREINO-NOME-ARQUIVO DELIMITED BY SPACE
               INTO TREINO-CAMINHO.
           PERFORM APONTA-COPIA.

           MOVE ZEROS TO TREINO-QTD-LIDOS.
           MOVE ZEROS TO TREINO-QTD-GRAVADOS.
           MOVE ZEROS TO QTD-MASCARADOS.

           OPEN INPUT ARQUIVO-ORIGEM-TREINO.
           OPEN OUTPUT ARQUIVO-COPIA-TREINO.

           MOVE "N" TO TREINO-FIM-LEITURA.
           PERFORM LE-ORIGEM-TREINO.

           PERFORM COPIA-LINHA-SEQUENCIAL
               UNTIL TREINO-FIM-LEITURA = "S".

           CLOSE ARQUIVO-ORIGEM-TREINO.
           CLOSE ARQUIVO-COPIA-TREINO.

           MOVE "SEQ" TO LA-ORGANIZACAO.
           PERFORM IMPRIME-ARQUIVO.

       LE-ORIGEM-TREINO.
           READ ARQUIVO-ORIGEM-TREINO RECORD AT END
               MOVE "S" TO TREINO-FIM-LEITURA.

       COPIA-LINHA-SEQUENCIAL.
           ADD 1 TO TREINO-QTD-LIDOS.
           MOVE LINHA-ORIGEM-TREINO TO LINHA-COPIA-TREINO.
           PERFORM MASCARA-SEQUENCIAL.
           WRITE LINHA-COPIA-TREINO.
           ADD 1 TO TREINO-QTD-GRAVADOS.
           PERFORM LE-ORIGEM-TREINO.

       MASCARA-SEQUENCIAL.
      *    a linha lida vai para o layout do proprio arquivo (sem
      *    abri-lo, como a conferencia do PROG257), e volta
      *    mascarada para a copia.
           IF TREINO-NOME-ARQUIVO = "funcionarios_excluidos.dat"
               MOVE LINHA-ORIGEM-TREINO TO EXCLUIDO-REGISTRO
               PERFORM MASCARA-EXCLUIDO
               MOVE EXCLUIDO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "folha_historico.dat"
               MOVE LINHA-ORIGEM-TREINO TO FOLHA-HIST-REGISTRO
               PERFORM MASCARA-FOLHA-HISTORICO
               MOVE FOLHA-HIST-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "historico_mensal.dat"
               MOVE LINHA-ORIGEM-TREINO TO HISTORICO-MENSAL-REGISTRO
               PERFORM MASCARA-HISTORICO-MENSAL
               MOVE HISTORICO-MENSAL-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "salarios_banco.dat"
               MOVE LINHA-ORIGEM-TREINO TO SALARIO-BANCO-REGISTRO
               PERFORM MASCARA-SALARIO-BANCO
               MOVE SALARIO-BANCO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "notificacoes.dat"
               MOVE LINHA-ORIGEM-TREINO TO NOTIFICACAO-REGISTRO
               PERFORM MASCARA-NOTIFICACAO
               MOVE NOTIFICACAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "auditoria.dat"
               MOVE LINHA-ORIGEM-TREINO TO AUDITORIA-REGISTRO
               PERFORM MASCARA-AUDITORIA
               MOVE AUDITORIA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "pensoes_pagas.dat"
               MOVE LINHA-ORIGEM-TREINO TO PENSAO-PAGA-REGISTRO
               PERFORM MASCARA-PENSAO-PAGA
               MOVE PENSAO-PAGA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-NOME-ARQUIVO = "pendencias_salario.dat"
               MOVE LINHA-ORIGEM-TREINO TO PENDENCIA-SALARIO-REGISTRO
               PERFORM MASCARA-PENDENCIA-SALARIO
               MOVE PENDENCIA-SALARIO-REGISTRO TO LINHA-COPIA-TREINO.

       GRAVA-PARAMETROS-TREINO.
      *    a chave do ambiente vai na frente, para caber na tabela
      *    do CARREGA-PARAMETROS mesmo com o arquivo cheio.
           MOVE "parametros.dat" TO TREINO-NOME-ARQUIVO.
           PERFORM APONTA-ORIGEM.
           MOVE "treinamento/parametros.dat" TO TREINO-CAMINHO.
           PERFORM APONTA-COPIA.

           MOVE ZEROS TO TREINO-QTD-LIDOS.
           MOVE ZEROS TO QTD-MASCARADOS.

           OPEN INPUT ARQUIVO-ORIGEM-TREINO.
           OPEN OUTPUT ARQUIVO-COPIA-TREINO.

           MOVE SPACES TO PARAMETRO-REGISTRO.
           MOVE "AMBIENTE-TREINAMENTO" TO PARAM-CHAVE.
           MOVE 1 TO PARAM-VALOR.
           MOVE "BASE DE TREINAMENTO MASCARADA" TO PARAM-DESCRICAO.
           MOVE PARAMETRO-REGISTRO TO LINHA-COPIA-TREINO.
           WRITE LINHA-COPIA-TREINO.
           MOVE 1 TO TREINO-QTD-GRAVADOS.

           MOVE "N" TO TREINO-FIM-LEITURA.
           PERFORM LE-ORIGEM-TREINO.

           PERFORM COPIA-LINHA-PARAMETRO
               UNTIL TREINO-FIM-LEITURA = "S".

           CLOSE ARQUIVO-ORIGEM-TREINO.
           CLOSE ARQUIVO-COPIA-TREINO.

           MOVE "SEQ" TO LA-ORGANIZACAO.
           PERFORM IMPRIME-ARQUIVO.

       COPIA-LINHA-PARAMETRO.
           ADD 1 TO TREINO-QTD-LIDOS.
           MOVE LINHA-ORIGEM-TREINO TO PARAMETRO-REGISTRO.
           IF PARAM-CHAVE NOT = "AMBIENTE-TREINAMENTO"
               MOVE LINHA-ORIGEM-TREINO TO LINHA-COPIA-TREINO
               WRITE LINHA-COPIA-TREINO
               ADD 1 TO TREINO-QTD-GRAVADOS.
           PERFORM LE-ORIGEM-TREINO.

       GRAVA-OPERADORES-TREINO.
      *    nenhum operador da producao vai para a base - so os
      *    logins de treinamento, ativos e com a senha em dia.
           MOVE "operadores.dat" TO TREINO-NOME-ARQUIVO.
           MOVE "treinamento/operadores.dat" TO TREINO-CAMINHO.
           PERFORM APONTA-COPIA.

           MOVE ZEROS TO TREINO-QTD-LIDOS.
           MOVE ZEROS TO TREINO-QTD-GRAVADOS.
           MOVE ZEROS TO QTD-MASCARADOS.

           OPEN OUTPUT ARQUIVO-COPIA-TREINO.
           PERFORM GRAVA-LOGIN-TREINO
               VARYING INDICE-LOGIN FROM 1 BY 1
               UNTIL INDICE-LOGIN > 4.
           CLOSE ARQUIVO-COPIA-TREINO.

           MOVE "SEQ" TO LA-ORGANIZACAO.
           PERFORM IMPRIME-ARQUIVO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           PERFORM IMPRIME-LOGIN-TREINO
               VARYING INDICE-LOGIN FROM 1 BY 1
               UNTIL INDICE-LOGIN > 4.

       GRAVA-LOGIN-TREINO.
           MOVE SPACES TO OPERADOR-REGISTRO.
           MOVE LOGIN-TREINO-ID (INDICE-LOGIN) TO OPERADOR-ID.
           MOVE SENHA-TREINO TO OPERADOR-SENHA.
           MOVE "A" TO OPERADOR-STATUS.
           MOVE ZEROS TO OPERADOR-TENTATIVAS.
           MOVE DATA-DE-HOJE TO OPERADOR-DATA-SENHA.
           MOVE LOGIN-TREINO-PERFIL (INDICE-LOGIN) TO OPERADOR-PERFIL.
           MOVE OPERADOR-REGISTRO TO LINHA-COPIA-TREINO.
           WRITE LINHA-COPIA-TREINO.
           ADD 1 TO TREINO-QTD-GRAVADOS.

       IMPRIME-LOGIN-TREINO.
           MOVE LOGIN-TREINO-ID (INDICE-LOGIN) TO LL-ID.
           MOVE LOGIN-TREINO-PERFIL (INDICE-LOGIN) TO LL-PERFIL.
           MOVE SENHA-TREINO TO LL-SENHA.
           MOVE LINHA-LOGIN TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       APONTA-ORIGEM.
      *    o nome fisico entra pela variavel de ambiente, como as
      *    geracoes do PROG257.
           DISPLAY "ORIGEMTREINO" UPON ENVIRONMENT-NAME.
           DISPLAY TREINO-NOME-ARQUIVO UPON ENVIRONMENT-VALUE.

       APONTA-COPIA.
           DISPLAY "COPIATREINO" UPON ENVIRONMENT-NAME.
           DISPLAY TREINO-CAMINHO UPON ENVIRONMENT-VALUE.

      *    mascaras de cada cadastro. Cada uma monta a pessoa
      *    ficticia pela chave do registro e troca so os campos
      *    pessoais - codigo, chave e ligacao ficam.
       MASCARA-FUNCIONARIO.
           IF FUNCIONARIO-CODIGO > ZEROS
               MOVE FUNCIONARIO-CONTA TO
                   MASC-CONTA-REAL (FUNCIONARIO-CODIGO).

           MOVE "F" TO MASC-TIPO.
           MOVE FUNCIONARIO-CODIGO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.

           MOVE MASC-NOME-CURTO TO FUNCIONARIO-NOME.
           MOVE MASC-NOME-COMPLETO TO FUNCIONARIO-NOME-COMPLETO.
           MOVE MASC-ENDERECO TO FUNCIONARIO-ENDERECO.
           MOVE MASC-TELEFONE TO FUNCIONARIO-TELEFONE.
           MOVE MASC-EMAIL TO FUNCIONARIO-EMAIL.
           IF FUNCIONARIO-CPF NOT = ZEROS
               MOVE MASC-CPF TO FUNCIONARIO-CPF.
           IF FUNCIONARIO-CONTA NOT = SPACES
               MOVE MASC-CONTA TO FUNCIONARIO-CONTA.

           PERFORM CALCULA-FATOR-PESSOA.
           MULTIPLY MASC-FATOR BY FUNCIONARIO-SALARIO ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-EXCLUIDO.
           IF EXCLUIDO-NOME NOT = ANON-MARCA
               MOVE "F" TO MASC-TIPO
               MOVE EXCLUIDO-CODIGO TO MASC-CODIGO
               PERFORM MONTA-PESSOA-FICTICIA
               MOVE MASC-NOME-CURTO TO EXCLUIDO-NOME
               MOVE MASC-ENDERECO TO EXCLUIDO-ENDERECO
               MOVE MASC-TELEFONE TO EXCLUIDO-TELEFONE
               MOVE MASC-EMAIL TO EXCLUIDO-EMAIL
               PERFORM CALCULA-FATOR-PESSOA
               MULTIPLY MASC-FATOR BY EXCLUIDO-SALARIO ROUNDED
               ADD 1 TO QTD-MASCARADOS.

       MASCARA-DEPENDENTE.
           IF DEP-NOME NOT = ANON-MARCA
               MOVE "D" TO MASC-TIPO
               COMPUTE MASC-CODIGO =
                   (DEP-FUNCIONARIO-CODIGO * 100) + DEP-SEQUENCIA
               PERFORM MONTA-PESSOA-FICTICIA
               MOVE MASC-NOME-MEDIO TO DEP-NOME
               ADD 1 TO QTD-MASCARADOS.

       MASCARA-CANDIDATO.
      *    candidato ja contratado leva a pessoa do funcionario que
      *    virou, para os dois cadastros baterem.
           IF CAND-FUNCIONARIO-CODIGO > ZEROS
               MOVE "F" TO MASC-TIPO
               MOVE CAND-FUNCIONARIO-CODIGO TO MASC-CODIGO
           ELSE
               MOVE "K" TO MASC-TIPO
               MOVE CAND-NUMERO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.

           MOVE MASC-NOME-CURTO TO CAND-NOME.
           MOVE MASC-NOME-COMPLETO TO CAND-NOME-COMPLETO.
           MOVE MASC-ENDERECO TO CAND-ENDERECO.
           MOVE MASC-TELEFONE TO CAND-TELEFONE.
           MOVE MASC-EMAIL TO CAND-EMAIL.
           IF CAND-CPF NOT = ZEROS
               MOVE MASC-CPF TO CAND-CPF.

           PERFORM CALCULA-FATOR-PESSOA.
           MULTIPLY MASC-FATOR BY CAND-SALARIO-OFERTA ROUNDED
               CAND-LIQUIDO-OFERTA ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-ETAPA-CANDIDATO.
           IF CETAPA-OBSERVACAO NOT = SPACES
               MOVE "OBSERVACAO DE TREINAMENTO" TO CETAPA-OBSERVACAO
               ADD 1 TO QTD-MASCARADOS.

       MASCARA-CLIENTE.
      *    pessoa juridica recebe razao social ficticia e fica com
      *    o CNPJ, que e da empresa; pessoa fisica recebe nome e
      *    CPF ficticios. Cidade, estado e CEP ficam - deles saem
      *    frete, ICMS e territorio.
           IF CLIENTE-NOME NOT = ANON-MARCA
               MOVE "C" TO MASC-TIPO
               MOVE CLIENTE-CODIGO TO MASC-CODIGO
               PERFORM MONTA-PESSOA-FICTICIA
               PERFORM TROCA-DADOS-CLIENTE
               ADD 1 TO QTD-MASCARADOS.

       TROCA-DADOS-CLIENTE.
           IF CLIENTE-PESSOA-JURIDICA
               MOVE MASC-RAZAO-SOCIAL TO CLIENTE-NOME
           ELSE
               MOVE MASC-NOME-MEDIO TO CLIENTE-NOME
               IF CLIENTE-CPF-CNPJ NOT = ZEROS
                   MOVE MASC-CPF TO CLIENTE-CPF-CNPJ.

           MOVE MASC-RUA TO CLIENTE-RUA.
           MOVE MASC-NUMERO-RUA TO CLIENTE-NUMERO.
           MOVE MASC-TELEFONE TO CLIENTE-TELEFONE.
           MOVE MASC-EMAIL TO CLIENTE-EMAIL.

       MASCARA-ENTREGA.
           MOVE "E" TO MASC-TIPO.
           MOVE ENTREGA-CLIENTE-CODIGO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.

           MOVE MASC-NOME-MEDIO TO ENTREGA-CONTATO.
           MOVE MASC-TELEFONE TO ENTREGA-TELEFONE.
           MOVE MASC-RUA TO ENTREGA-RUA.
           MOVE MASC-NUMERO-RUA TO ENTREGA-NUMERO.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-CONTATO.
           IF CONTATO-NOTA NOT = SPACES
               MOVE "ANOTACAO DE ATENDIMENTO DA BASE DE TREINAMENTO"
                   TO CONTATO-NOTA
               ADD 1 TO QTD-MASCARADOS.

       MASCARA-PENSAO.
           MOVE "P" TO MASC-TIPO.
           COMPUTE MASC-CODIGO =
               (PENSAO-FUNCIONARIO-CODIGO * 100) + PENSAO-SEQUENCIA.
           PERFORM MONTA-PESSOA-FICTICIA.

           MOVE MASC-NOME-COMPLETO TO PENSAO-BENEFICIARIO-NOME.
           IF PENSAO-BENEFICIARIO-CPF NOT = ZEROS
               MOVE MASC-CPF TO PENSAO-BENEFICIARIO-CPF.
           IF PENSAO-CONTA NOT = SPACES
               MOVE MASC-CONTA TO PENSAO-CONTA.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-FORNECEDOR.
           MOVE "R" TO MASC-TIPO.
           MOVE FORNECEDOR-CODIGO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.

           MOVE MASC-NOME-MEDIO TO FORNECEDOR-CONTATO.
           MOVE MASC-TELEFONE TO FORNECEDOR-TELEFONE.
           MOVE MASC-EMAIL TO FORNECEDOR-EMAIL.
           IF FORNECEDOR-CONTA NOT = SPACES
               MOVE MASC-CONTA TO FORNECEDOR-CONTA.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-APROVACAO.
      *    o antes/depois de salario e de exclusao traz dado da
      *    pessoa; o de baixa de fatura fica.
           IF APEND-TIPO-SALARIO
               MOVE "F" TO MASC-TIPO
               MOVE APEND-FUNCIONARIO-CODIGO TO MASC-CODIGO
               PERFORM CALCULA-FATOR-PESSOA
               MULTIPLY MASC-FATOR BY APEND-SALARIO-NOVO ROUNDED.

           IF APEND-TIPO-SALARIO OR APEND-TIPO-EXCLUSAO
               PERFORM MASCARA-ANTES-DEPOIS-APROVACAO
               ADD 1 TO QTD-MASCARADOS.

       MASCARA-ANTES-DEPOIS-APROVACAO.
           IF APEND-VALOR-ANTES NOT = SPACES
               MOVE MARCA-MASCARADO TO APEND-VALOR-ANTES.
           IF APEND-VALOR-DEPOIS NOT = SPACES
               MOVE MARCA-MASCARADO TO APEND-VALOR-DEPOIS.

       MASCARA-EVENTO.
      *    o CPF do evento e o do funcionario, o mesmo ficticio do
      *    cadastro; o antes/depois de admissao e de salario sai
      *    mascarado.
           IF EVT-CPF NOT = ZEROS
               MOVE "F" TO MASC-TIPO
               MOVE EVT-FUNCIONARIO-CODIGO TO MASC-CODIGO
               PERFORM MONTA-PESSOA-FICTICIA
               MOVE MASC-CPF TO EVT-CPF.

           IF EVT-ADMISSAO OR EVT-ALTERACAO-SALARIAL
               PERFORM MASCARA-ANTES-DEPOIS-EVENTO.

           ADD 1 TO QTD-MASCARADOS.

       MASCARA-ANTES-DEPOIS-EVENTO.
           IF EVT-INFO-ANTES NOT = SPACES
               MOVE MARCA-MASCARADO TO EVT-INFO-ANTES.
           IF EVT-INFO-DEPOIS NOT = SPACES
               MOVE MARCA-MASCARADO TO EVT-INFO-DEPOIS.

       MASCARA-FOLHA-HISTORICO.
      *    todo valor da linha da folha leva o fator do
      *    funcionario, para bruto, descontos e liquido continuarem
      *    na mesma proporcao.
           MOVE "F" TO MASC-TIPO.
           MOVE FOLHA-HIST-CODIGO TO MASC-CODIGO.
           PERFORM CALCULA-FATOR-PESSOA.

           MULTIPLY MASC-FATOR BY FOLHA-HIST-BRUTO ROUNDED
               FOLHA-HIST-DESCONTO-INSS ROUNDED
               FOLHA-HIST-DESCONTO-IRRF ROUNDED
               FOLHA-HIST-DESCONTO-ADIANT ROUNDED
               FOLHA-HIST-HORA-EXTRA ROUNDED
               FOLHA-HIST-DESCONTO-FALTAS ROUNDED
               FOLHA-HIST-TOTAL-DESCONTOS ROUNDED
               FOLHA-HIST-LIQUIDO ROUNDED
               FOLHA-HIST-COMISSAO ROUNDED
               FOLHA-HIST-FERIAS ROUNDED
               FOLHA-HIST-ADICIONAL-TEMPO ROUNDED
               FOLHA-HIST-RETROATIVO ROUNDED
               FOLHA-HIST-BASE-ENCARGOS ROUNDED
               FOLHA-HIST-FGTS ROUNDED
               FOLHA-HIST-INSS-EMPRESA ROUNDED
               FOLHA-HIST-RAT ROUNDED
               FOLHA-HIST-TERCEIROS ROUNDED
               FOLHA-HIST-DESCONTO-VT ROUNDED
               FOLHA-HIST-DESCONTO-PLANO ROUNDED
               FOLHA-HIST-DESCONTO-PENSAO ROUNDED
               FOLHA-HIST-DESCONTO-CONSIG ROUNDED
               FOLHA-HIST-DESCONTO-SINDICATO ROUNDED
               FOLHA-HIST-ADIC-NOTURNO ROUNDED
               FOLHA-HIST-DOMINGO-FERIADO ROUNDED
               FOLHA-HIST-REEMBOLSO ROUNDED
               FOLHA-HIST-REEMB-COMPENSADO ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-HISTORICO-MENSAL.
           MULTIPLY MASC-FATOR-GERAL BY HISTM-TOTAL-SALARIO ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-SALARIO-BANCO.
      *    o credito devolvido traz a conta do funcionario - a
      *    conta real e procurada na tabela da passada de
      *    funcionarios.dat e trocada pela ficticia do dono. O
      *    valor fica, porque e ele que casa com o extrato.
           IF SALBCO-DEVOLUCAO AND SALBCO-CONTA NOT = SPACES
               PERFORM PROCURA-DONO-DA-CONTA
               PERFORM TROCA-CONTA-DEVOLVIDA
               ADD 1 TO QTD-MASCARADOS.

       PROCURA-DONO-DA-CONTA.
           MOVE ZEROS TO CODIGO-DA-CONTA.
           PERFORM CONFERE-CONTA-REAL
               VARYING INDICE-CONTA FROM 1 BY 1
               UNTIL INDICE-CONTA > 9999 OR
                   CODIGO-DA-CONTA > ZEROS.

       CONFERE-CONTA-REAL.
           IF MASC-CONTA-REAL (INDICE-CONTA) = SALBCO-CONTA
               MOVE INDICE-CONTA TO CODIGO-DA-CONTA.

       TROCA-CONTA-DEVOLVIDA.
      *    conta sem dono conhecido vira uma ficticia so dela.
           IF CODIGO-DA-CONTA > ZEROS
               MOVE "F" TO MASC-TIPO
               MOVE CODIGO-DA-CONTA TO MASC-CODIGO
           ELSE
               MOVE "B" TO MASC-TIPO
               MOVE TREINO-QTD-LIDOS TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.
           MOVE MASC-CONTA TO SALBCO-CONTA.

       MASCARA-NOTIFICACAO.
           MOVE "F" TO MASC-TIPO.
           MOVE NOTIF-CODIGO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.
           MOVE MASC-NOME-CURTO TO NOTIF-NOME.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-AUDITORIA.
      *    os campos pessoais sao os que a anonimizacao tambem
      *    limpa, e o salario do funcionario entra junto. Valor ja
      *    anonimizado fica como esta.
           MOVE AUD-CAMPO TO ANON-CAMPO-AUDITORIA.
           IF ANON-CAMPO-DO-CLIENTE OR
               AUD-DE-CLIENTE AND ANON-CAMPO-PESSOAL-CLIENTE OR
               AUD-DE-FUNCIONARIO AND ANON-CAMPO-DO-FUNCIONARIO OR
               AUD-DE-FUNCIONARIO AND AUD-CAMPO = "SALARIO"
               PERFORM ESCOLHE-VALOR-AUDITORIA
               PERFORM TROCA-ANTES-DEPOIS-AUDITORIA
               ADD 1 TO QTD-MASCARADOS.

       ESCOLHE-VALOR-AUDITORIA.
      *    o nome ganha o ficticio da pessoa, o resto a marca.
           MOVE MARCA-MASCARADO TO VALOR-AUDITORIA.
           IF AUD-CAMPO = "NOME" AND AUD-CODIGO > ZEROS
               IF AUD-DE-CLIENTE
                   MOVE "C" TO MASC-TIPO
                   PERFORM MONTA-NOME-AUDITORIA
               ELSE
                   MOVE "F" TO MASC-TIPO
                   PERFORM MONTA-NOME-AUDITORIA.

       MONTA-NOME-AUDITORIA.
           MOVE AUD-CODIGO TO MASC-CODIGO.
           PERFORM MONTA-PESSOA-FICTICIA.
           MOVE MASC-NOME-CURTO TO VALOR-AUDITORIA.

       TROCA-ANTES-DEPOIS-AUDITORIA.
           IF AUD-VALOR-ANTES NOT = SPACES AND
               AUD-VALOR-ANTES NOT = ANON-MARCA
               MOVE VALOR-AUDITORIA TO AUD-VALOR-ANTES.
           IF AUD-VALOR-DEPOIS NOT = SPACES AND
               AUD-VALOR-DEPOIS NOT = ANON-MARCA
               MOVE VALOR-AUDITORIA TO AUD-VALOR-DEPOIS.

       MASCARA-PENSAO-PAGA.
      *    o beneficiario e o mesmo ficticio de pensoes.dat; os
      *    valores levam o fator do funcionario, como a folha.
           MOVE "P" TO MASC-TIPO.
           COMPUTE MASC-CODIGO =
               (PAGPEN-FUNCIONARIO-CODIGO * 100) + PAGPEN-SEQUENCIA.
           PERFORM MONTA-PESSOA-FICTICIA.
           MOVE MASC-NOME-COMPLETO TO PAGPEN-BENEFICIARIO-NOME.

           MOVE "F" TO MASC-TIPO.
           MOVE PAGPEN-FUNCIONARIO-CODIGO TO MASC-CODIGO.
           PERFORM CALCULA-FATOR-PESSOA.
           MULTIPLY MASC-FATOR BY PAGPEN-BASE ROUNDED
               PAGPEN-DEVIDO ROUNDED
               PAGPEN-PAGO ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MASCARA-PENDENCIA-SALARIO.
           MOVE "F" TO MASC-TIPO.
           MOVE PEND-CODIGO TO MASC-CODIGO.
           PERFORM CALCULA-FATOR-PESSOA.
           MULTIPLY MASC-FATOR BY PEND-SALARIO-NOVO ROUNDED.
           ADD 1 TO QTD-MASCARADOS.

       MONTA-PESSOA-FICTICIA.
      *    a pessoa sai so de MASC-TIPO e MASC-CODIGO - nada de
      *    sorteio aqui, para a mesma chave dar sempre a mesma
      *    pessoa. O tipo desloca a base, para o cliente 12 nao
      *    ser o funcionario 12.
           PERFORM CLASSIFICA-TIPO-PESSOA.
           COMPUTE MASC-BASE = MASC-CODIGO + (MASC-TIPO-DIGITO * 3779).

           DIVIDE MASC-BASE BY 20
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-RESTO.
           COMPUTE MASC-POS-PRENOME = MASC-RESTO + 1.

           DIVIDE MASC-QUOCIENTE BY 20
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-RESTO.
           COMPUTE MASC-POS-SOBRENOME = MASC-RESTO + 1.

           DIVIDE MASC-BASE BY 7
               GIVING MASC-QUOCIENTE.
           DIVIDE MASC-QUOCIENTE BY 20
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-RESTO.
           COMPUTE MASC-POS-SEGUNDO = MASC-RESTO + 1.

           DIVIDE MASC-BASE BY 900
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-NUMERO-RUA.
           ADD 100 TO MASC-NUMERO-RUA.

           PERFORM MONTA-NOMES-FICTICIOS.
           PERFORM MONTA-CONTATO-FICTICIO.
           PERFORM MONTA-CPF-FICTICIO.

       CLASSIFICA-TIPO-PESSOA.
           EVALUATE MASC-TIPO
               WHEN "F"
                   MOVE 1 TO MASC-TIPO-DIGITO
               WHEN "K"
                   MOVE 2 TO MASC-TIPO-DIGITO
               WHEN "C"
                   MOVE 3 TO MASC-TIPO-DIGITO
               WHEN "D"
                   MOVE 4 TO MASC-TIPO-DIGITO
               WHEN "P"
                   MOVE 5 TO MASC-TIPO-DIGITO
               WHEN "E"
                   MOVE 6 TO MASC-TIPO-DIGITO
               WHEN "R"
                   MOVE 7 TO MASC-TIPO-DIGITO
               WHEN OTHER
                   MOVE 8 TO MASC-TIPO-DIGITO
           END-EVALUATE.

           MOVE MASC-TIPO TO MASC-TIPO-MINUSCULO.
           INSPECT MASC-TIPO-MINUSCULO
               CONVERTING "FKCDPERB" TO "fkcdperb".

       MONTA-NOMES-FICTICIOS.
           MOVE MASC-PRENOME (MASC-POS-PRENOME) TO MASC-NOME-CURTO.

           MOVE SPACES TO MASC-NOME-MEDIO.
           STRING MASC-PRENOME (MASC-POS-PRENOME) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MASC-SOBRENOME (MASC-POS-SOBRENOME)
                      DELIMITED BY SPACE
               INTO MASC-NOME-MEDIO.

           MOVE SPACES TO MASC-NOME-COMPLETO.
           STRING MASC-PRENOME (MASC-POS-PRENOME) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MASC-SOBRENOME (MASC-POS-SOBRENOME)
                      DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MASC-SOBRENOME (MASC-POS-SEGUNDO)
                      DELIMITED BY SPACE
               INTO MASC-NOME-COMPLETO.

           MOVE SPACES TO MASC-RAZAO-SOCIAL.
           STRING MASC-SOBRENOME (MASC-POS-SOBRENOME)
                      DELIMITED BY SPACE
                  " LTDA" DELIMITED BY SIZE
               INTO MASC-RAZAO-SOCIAL.

       MONTA-CONTATO-FICTICIO.
           MOVE SPACES TO MASC-RUA.
           STRING "RUA " DELIMITED BY SIZE
                  MASC-SOBRENOME (MASC-POS-SEGUNDO)
                      DELIMITED BY SPACE
               INTO MASC-RUA.

           MOVE SPACES TO MASC-ENDERECO.
           STRING MASC-RUA DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  MASC-NUMERO-RUA DELIMITED BY SIZE
               INTO MASC-ENDERECO.

           MOVE SPACES TO MASC-TELEFONE.
           STRING "119" DELIMITED BY SIZE
                  MASC-TIPO-DIGITO DELIMITED BY SIZE
                  MASC-CODIGO DELIMITED BY SIZE
               INTO MASC-TELEFONE.

           MOVE SPACES TO MASC-EMAIL.
           STRING MASC-TIPO-MINUSCULO DELIMITED BY SIZE
                  MASC-CODIGO DELIMITED BY SIZE
                  "@treinamento.local" DELIMITED BY SIZE
               INTO MASC-EMAIL.

           MOVE SPACES TO MASC-CONTA.
           STRING "9" DELIMITED BY SIZE
                  MASC-TIPO-DIGITO DELIMITED BY SIZE
                  "00" DELIMITED BY SIZE
                  MASC-CODIGO DELIMITED BY SIZE
               INTO MASC-CONTA.

       MONTA-CPF-FICTICIO.
      *    nove digitos de base (tipo, dois zeros e o codigo) e os
      *    dois verificadores pela mesma conta do VALIDA-CPF - o
      *    CPF ficticio passa na validacao dos cadastros.
           COMPUTE VALIDACPF-NUMERO =
               (MASC-TIPO-DIGITO * 10000000000) + (MASC-CODIGO * 100).

           MOVE ZEROS TO VALIDACPF-SOMA.
           MOVE ZEROS TO VALIDACPF-INDICE.
           MOVE 10 TO VALIDACPF-PESO.
           PERFORM SOMA-DIGITO-PONDERADO 9 TIMES.
           PERFORM CALCULA-VERIFICADOR.
           MOVE VALIDACPF-DV TO VALIDACPF-DIGITO (10).

           MOVE ZEROS TO VALIDACPF-SOMA.
           MOVE ZEROS TO VALIDACPF-INDICE.
           MOVE 11 TO VALIDACPF-PESO.
           PERFORM SOMA-DIGITO-PONDERADO 10 TIMES.
           PERFORM CALCULA-VERIFICADOR.
           MOVE VALIDACPF-DV TO VALIDACPF-DIGITO (11).

           MOVE VALIDACPF-NUMERO TO MASC-CPF.

       CALCULA-FATOR-PESSOA.
      *    fator de 0,80 a 1,20 da pessoa nesta rodada - a semente
      *    muda a cada base gerada, mas dentro dela a mesma pessoa
      *    leva sempre o mesmo fator, em qualquer arquivo.
           COMPUTE MASC-MISTURA = (MASC-CODIGO * 37) + MASC-SEMENTE.
           DIVIDE MASC-MISTURA BY 41
               GIVING MASC-QUOCIENTE
               REMAINDER MASC-RESTO.
           COMPUTE MASC-FATOR = 0.80 + (MASC-RESTO / 100).

       IMPRIME-CABECALHO.
           MOVE DATA-DE-HOJE TO CAB-DATA.
           MOVE CABECALHO-TITULO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.
           MOVE CABECALHO-COLUNAS TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       IMPRIME-ARQUIVO.
           MOVE TREINO-NOME-ARQUIVO TO LA-ARQUIVO.
           MOVE TREINO-QTD-LIDOS TO LA-LIDOS.
           MOVE TREINO-QTD-GRAVADOS TO LA-GRAVADOS.
           MOVE QTD-MASCARADOS TO LA-MASCARADOS.
           MOVE LINHA-ARQUIVO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD 1 TO TOTAL-ARQUIVOS.
           ADD TREINO-QTD-LIDOS TO TOTAL-LIDOS.
           ADD TREINO-QTD-GRAVADOS TO TOTAL-GRAVADOS.
           ADD QTD-MASCARADOS TO TOTAL-MASCARADOS.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Arquivos copiados" TO LT-DESCRICAO.
           MOVE TOTAL-ARQUIVOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros lidos" TO LT-DESCRICAO.
           MOVE TOTAL-LIDOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros gravados" TO LT-DESCRICAO.
           MOVE TOTAL-GRAVADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros mascarados" TO LT-DESCRICAO.
           MOVE TOTAL-MASCARADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ABRE-INDEXADO.
      *    um paragrafo por arquivo, na ordem de TREINO-INDEXADO.
           IF TREINO-INDICE = 1
               OPEN INPUT ARQUIVO-ADESOES-PLANO.
           IF TREINO-INDICE = 2
               OPEN INPUT ARQUIVO-AFASTAMENTOS.
           IF TREINO-INDICE = 3
               OPEN INPUT ARQUIVO-ANON-PROPOSTAS.
           IF TREINO-INDICE = 4
               OPEN INPUT ARQUIVO-APROVACOES-HORAS.
           IF TREINO-INDICE = 5
               OPEN INPUT ARQUIVO-APROVACOES-PENDENTES.
           IF TREINO-INDICE = 6
               OPEN INPUT ARQUIVO-AVALIACOES.
           IF TREINO-INDICE = 7
               OPEN INPUT ARQUIVO-BENS.
           IF TREINO-INDICE = 8
               OPEN INPUT ARQUIVO-CAMBIO.
           IF TREINO-INDICE = 9
               OPEN INPUT ARQUIVO-CANDIDATO-ETAPAS.
           IF TREINO-INDICE = 10
               OPEN INPUT ARQUIVO-CANDIDATOS.
           IF TREINO-INDICE = 11
               OPEN INPUT ARQUIVO-CARGOS.
           IF TREINO-INDICE = 12
               OPEN INPUT ARQUIVO-CATEGORIAS.
           IF TREINO-INDICE = 13
               OPEN INPUT ARQUIVO-CLIENTE.
           IF TREINO-INDICE = 14
               OPEN INPUT ARQUIVO-COMISSOES-FOLHA.
           IF TREINO-INDICE = 15
               OPEN INPUT ARQUIVO-COMPETENCIAS.
           IF TREINO-INDICE = 16
               OPEN INPUT ARQUIVO-COMPRAS.
           IF TREINO-INDICE = 17
               OPEN INPUT ARQUIVO-COMPRA-ITENS.
           IF TREINO-INDICE = 18
               OPEN INPUT ARQUIVO-CONDICOES.
           IF TREINO-INDICE = 19
               OPEN INPUT ARQUIVO-CONSIGNADOS.
           IF TREINO-INDICE = 20
               OPEN INPUT ARQUIVO-CONTATOS.
           IF TREINO-INDICE = 21
               OPEN INPUT ARQUIVO-CONTRATOS.
           IF TREINO-INDICE = 22
               OPEN INPUT ARQUIVO-CORRECOES-PONTO.
           IF TREINO-INDICE = 23
               OPEN INPUT ARQUIVO-COTACOES.
           IF TREINO-INDICE = 24
               OPEN INPUT ARQUIVO-CREDITOS.
           IF TREINO-INDICE = 25
               OPEN INPUT ARQUIVO-CURSOS.
           IF TREINO-INDICE = 26
               OPEN INPUT ARQUIVO-CUSTODIAS.
           IF TREINO-INDICE = 27
               OPEN INPUT ARQUIVO-DEPARTAMENTO.
           IF TREINO-INDICE = 28
               OPEN INPUT ARQUIVO-DEPENDENTES.
           IF TREINO-INDICE = 29
               OPEN INPUT ARQUIVO-DISCIPLINAS.
           IF TREINO-INDICE = 30
               OPEN INPUT ARQUIVO-DISTRIBUICAO.
           IF TREINO-INDICE = 31
               OPEN INPUT ARQUIVO-ENCARGOS.
           IF TREINO-INDICE = 32
               OPEN INPUT ARQUIVO-ENTREGAS.
           IF TREINO-INDICE = 33
               OPEN INPUT ARQUIVO-EVENTOS.
           IF TREINO-INDICE = 34
               OPEN INPUT ARQUIVO-EXTRAS-EXPIRADAS.
           IF TREINO-INDICE = 35
               OPEN INPUT ARQUIVO-EXTRATOS.
           IF TREINO-INDICE = 36
               OPEN INPUT ARQUIVO-FAIXAS-PLANO.
           IF TREINO-INDICE = 37
               OPEN INPUT ARQUIVO-FAIXAS-SALARIAIS.
           IF TREINO-INDICE = 38
               OPEN INPUT ARQUIVO-FALTAS-APURADAS.
           IF TREINO-INDICE = 39
               OPEN INPUT ARQUIVO-FATURAS.
           IF TREINO-INDICE = 40
               OPEN INPUT ARQUIVO-FERIAS.
           IF TREINO-INDICE = 41
               OPEN INPUT ARQUIVO-FILIAL.
           IF TREINO-INDICE = 42
               OPEN INPUT ARQUIVO-FORNECEDORES.
           IF TREINO-INDICE = 43
               OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF TREINO-INDICE = 44
               OPEN INPUT ARQUIVO-INVENTARIO.
           IF TREINO-INDICE = 45
               OPEN INPUT ARQUIVO-KITS.
           IF TREINO-INDICE = 46
               OPEN INPUT ARQUIVO-METAS.
           IF TREINO-INDICE = 47
               OPEN INPUT ARQUIVO-MODELOS-TAREFA.
           IF TREINO-INDICE = 48
               OPEN INPUT ARQUIVO-NFE.
           IF TREINO-INDICE = 49
               OPEN INPUT ARQUIVO-NIVEIS-CARGO.
           IF TREINO-INDICE = 50
               OPEN INPUT ARQUIVO-ORCAMENTO-FOLHA.
           IF TREINO-INDICE = 51
               OPEN INPUT ARQUIVO-PAGAR.
           IF TREINO-INDICE = 52
               OPEN INPUT ARQUIVO-PEDIDOS.
           IF TREINO-INDICE = 53
               OPEN INPUT ARQUIVO-PEDIDO-ITENS.
           IF TREINO-INDICE = 54
               OPEN INPUT ARQUIVO-PENSOES.
           IF TREINO-INDICE = 55
               OPEN INPUT ARQUIVO-PERIODOS-VENDA.
           IF TREINO-INDICE = 56
               OPEN INPUT ARQUIVO-PLANO-CONTAS.
           IF TREINO-INDICE = 57
               OPEN INPUT ARQUIVO-PLANOS-SAUDE.
           IF TREINO-INDICE = 58
               OPEN INPUT ARQUIVO-PONTO.
           IF TREINO-INDICE = 59
               OPEN INPUT ARQUIVO-PRECOS.
           IF TREINO-INDICE = 60
               OPEN INPUT ARQUIVO-PREVIAS.
           IF TREINO-INDICE = 61
               OPEN INPUT ARQUIVO-PRODUTOS.
           IF TREINO-INDICE = 62
               OPEN INPUT ARQUIVO-RATEIOS.
           IF TREINO-INDICE = 63
               OPEN INPUT ARQUIVO-RAZAO-EXTRAIDOS.
           IF TREINO-INDICE = 64
               OPEN INPUT ARQUIVO-RECORRENTE-ITENS.
           IF TREINO-INDICE = 65
               OPEN INPUT ARQUIVO-RECORRENTES.
           IF TREINO-INDICE = 66
               OPEN INPUT ARQUIVO-REEMBOLSOS.
           IF TREINO-INDICE = 67
               OPEN INPUT ARQUIVO-REFERENCIAS-EDI.
           IF TREINO-INDICE = 68
               OPEN INPUT ARQUIVO-REMESSAS.
           IF TREINO-INDICE = 69
               OPEN INPUT ARQUIVO-RETROATIVOS.
           IF TREINO-INDICE = 70
               OPEN INPUT ARQUIVO-REVISAO-CREDITO.
           IF TREINO-INDICE = 71
               OPEN INPUT ARQUIVO-SALDOS-PEDIDO.
           IF TREINO-INDICE = 72
               OPEN INPUT ARQUIVO-SINDICATOS.
           IF TREINO-INDICE = 73
               OPEN INPUT ARQUIVO-SIND-OPCOES.
           IF TREINO-INDICE = 74
               OPEN INPUT ARQUIVO-SIND-VINCULOS.
           IF TREINO-INDICE = 75
               OPEN INPUT ARQUIVO-TAREFAS.
           IF TREINO-INDICE = 76
               OPEN INPUT ARQUIVO-TREINAMENTOS.
           IF TREINO-INDICE = 77
               OPEN INPUT ARQUIVO-TURNOS.
           IF TREINO-INDICE = 78
               OPEN INPUT ARQUIVO-VAGAS.
           IF TREINO-INDICE = 79
               OPEN INPUT ARQUIVO-VALE-TRANSPORTE.

       LE-INDEXADO.
           IF TREINO-INDICE = 1
               READ ARQUIVO-ADESOES-PLANO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 2
               READ ARQUIVO-AFASTAMENTOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 3
               READ ARQUIVO-ANON-PROPOSTAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 4
               READ ARQUIVO-APROVACOES-HORAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 5
               READ ARQUIVO-APROVACOES-PENDENTES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 6
               READ ARQUIVO-AVALIACOES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 7
               READ ARQUIVO-BENS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 8
               READ ARQUIVO-CAMBIO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 9
               READ ARQUIVO-CANDIDATO-ETAPAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 10
               READ ARQUIVO-CANDIDATOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 11
               READ ARQUIVO-CARGOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 12
               READ ARQUIVO-CATEGORIAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 13
               READ ARQUIVO-CLIENTE NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 14
               READ ARQUIVO-COMISSOES-FOLHA NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 15
               READ ARQUIVO-COMPETENCIAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 16
               READ ARQUIVO-COMPRAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 17
               READ ARQUIVO-COMPRA-ITENS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 18
               READ ARQUIVO-CONDICOES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 19
               READ ARQUIVO-CONSIGNADOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 20
               READ ARQUIVO-CONTATOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 21
               READ ARQUIVO-CONTRATOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 22
               READ ARQUIVO-CORRECOES-PONTO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 23
               READ ARQUIVO-COTACOES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 24
               READ ARQUIVO-CREDITOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 25
               READ ARQUIVO-CURSOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 26
               READ ARQUIVO-CUSTODIAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 27
               READ ARQUIVO-DEPARTAMENTO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 28
               READ ARQUIVO-DEPENDENTES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 29
               READ ARQUIVO-DISCIPLINAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 30
               READ ARQUIVO-DISTRIBUICAO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 31
               READ ARQUIVO-ENCARGOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 32
               READ ARQUIVO-ENTREGAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 33
               READ ARQUIVO-EVENTOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 34
               READ ARQUIVO-EXTRAS-EXPIRADAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 35
               READ ARQUIVO-EXTRATOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 36
               READ ARQUIVO-FAIXAS-PLANO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 37
               READ ARQUIVO-FAIXAS-SALARIAIS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 38
               READ ARQUIVO-FALTAS-APURADAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 39
               READ ARQUIVO-FATURAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 40
               READ ARQUIVO-FERIAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 41
               READ ARQUIVO-FILIAL NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 42
               READ ARQUIVO-FORNECEDORES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 43
               READ ARQUIVO-FUNCIONARIO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 44
               READ ARQUIVO-INVENTARIO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 45
               READ ARQUIVO-KITS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 46
               READ ARQUIVO-METAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 47
               READ ARQUIVO-MODELOS-TAREFA NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 48
               READ ARQUIVO-NFE NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 49
               READ ARQUIVO-NIVEIS-CARGO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 50
               READ ARQUIVO-ORCAMENTO-FOLHA NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 51
               READ ARQUIVO-PAGAR NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 52
               READ ARQUIVO-PEDIDOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 53
               READ ARQUIVO-PEDIDO-ITENS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 54
               READ ARQUIVO-PENSOES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 55
               READ ARQUIVO-PERIODOS-VENDA NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 56
               READ ARQUIVO-PLANO-CONTAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 57
               READ ARQUIVO-PLANOS-SAUDE NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 58
               READ ARQUIVO-PONTO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 59
               READ ARQUIVO-PRECOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 60
               READ ARQUIVO-PREVIAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 61
               READ ARQUIVO-PRODUTOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 62
               READ ARQUIVO-RATEIOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 63
               READ ARQUIVO-RAZAO-EXTRAIDOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 64
               READ ARQUIVO-RECORRENTE-ITENS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 65
               READ ARQUIVO-RECORRENTES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 66
               READ ARQUIVO-REEMBOLSOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 67
               READ ARQUIVO-REFERENCIAS-EDI NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 68
               READ ARQUIVO-REMESSAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 69
               READ ARQUIVO-RETROATIVOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 70
               READ ARQUIVO-REVISAO-CREDITO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 71
               READ ARQUIVO-SALDOS-PEDIDO NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 72
               READ ARQUIVO-SINDICATOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 73
               READ ARQUIVO-SIND-OPCOES NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 74
               READ ARQUIVO-SIND-VINCULOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 75
               READ ARQUIVO-TAREFAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 76
               READ ARQUIVO-TREINAMENTOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 77
               READ ARQUIVO-TURNOS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 78
               READ ARQUIVO-VAGAS NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.
           IF TREINO-INDICE = 79
               READ ARQUIVO-VALE-TRANSPORTE NEXT RECORD AT END
                   MOVE "S" TO TREINO-FIM-LEITURA.

       GUARDA-INDEXADO.
           IF TREINO-INDICE = 1
               MOVE ADESAO-PLANO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 2
               MOVE AFASTAMENTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 3
               MOVE ANON-PROPOSTA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 4
               MOVE APROVACAO-HORAS-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 5
               MOVE APROVACAO-PENDENTE-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 6
               MOVE AVALIACAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 7
               MOVE BEM-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 8
               MOVE CAMBIO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 9
               MOVE CANDIDATO-ETAPA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 10
               MOVE CANDIDATO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 11
               MOVE CARGO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 12
               MOVE CATEGORIA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 13
               MOVE CLIENTE-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 14
               MOVE COMISSAO-FOLHA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 15
               MOVE COMPETENCIA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 16
               MOVE COMPRA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 17
               MOVE COMPRA-ITEM-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 18
               MOVE CONDICAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 19
               MOVE CONSIGNADO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 20
               MOVE CONTATO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 21
               MOVE CONTRATO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 22
               MOVE CORRECAO-PONTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 23
               MOVE COTACAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 24
               MOVE CREDITO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 25
               MOVE CURSO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 26
               MOVE CUSTODIA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 27
               MOVE DEPARTAMENTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 28
               MOVE DEPENDENTE-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 29
               MOVE DISCIPLINA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 30
               MOVE DISTRIBUICAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 31
               MOVE ENCARGO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 32
               MOVE ENTREGA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 33
               MOVE EVENTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 34
               MOVE EXTRA-EXPIRADA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 35
               MOVE EXTRATO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 36
               MOVE FAIXA-PLANO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 37
               MOVE FAIXA-SALARIAL-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 38
               MOVE FALTA-APURADA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 39
               MOVE FATURA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 40
               MOVE FERIAS-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 41
               MOVE FILIAL-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 42
               MOVE FORNECEDOR-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 43
               MOVE FUNCIONARIO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 44
               MOVE INVENTARIO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 45
               MOVE KIT-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 46
               MOVE META-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 47
               MOVE MODELO-TAREFA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 48
               MOVE NFE-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 49
               MOVE NIVEL-CARGO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 50
               MOVE ORCAMENTO-FOLHA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 51
               MOVE PAGAR-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 52
               MOVE PEDIDO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 53
               MOVE PEDIDO-ITEM-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 54
               MOVE PENSAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 55
               MOVE PERIODO-VENDA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 56
               MOVE PLANO-CONTAS-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 57
               MOVE PLANO-SAUDE-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 58
               MOVE PONTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 59
               MOVE PRECO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 60
               MOVE PREVIA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 61
               MOVE PRODUTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 62
               MOVE RATEIO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 63
               MOVE RAZAO-EXTRAIDO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 64
               MOVE RECITEM-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 65
               MOVE RECOR-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 66
               MOVE REEMBOLSO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 67
               MOVE REFEDI-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 68
               MOVE REMESSA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 69
               MOVE RETROATIVO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 70
               MOVE REVISAO-CREDITO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 71
               MOVE SALDO-PEDIDO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 72
               MOVE SINDICATO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 73
               MOVE SIND-OPCAO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 74
               MOVE SIND-VINCULO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 75
               MOVE TAREFA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 76
               MOVE TREINAMENTO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 77
               MOVE TURNO-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 78
               MOVE VAGA-REGISTRO TO LINHA-COPIA-TREINO.
           IF TREINO-INDICE = 79
               MOVE VALE-TRANSPORTE-REGISTRO TO LINHA-COPIA-TREINO.

       FECHA-INDEXADO.
           IF TREINO-INDICE = 1
               CLOSE ARQUIVO-ADESOES-PLANO.
           IF TREINO-INDICE = 2
               CLOSE ARQUIVO-AFASTAMENTOS.
           IF TREINO-INDICE = 3
               CLOSE ARQUIVO-ANON-PROPOSTAS.
           IF TREINO-INDICE = 4
               CLOSE ARQUIVO-APROVACOES-HORAS.
           IF TREINO-INDICE = 5
               CLOSE ARQUIVO-APROVACOES-PENDENTES.
           IF TREINO-INDICE = 6
               CLOSE ARQUIVO-AVALIACOES.
           IF TREINO-INDICE = 7
               CLOSE ARQUIVO-BENS.
           IF TREINO-INDICE = 8
               CLOSE ARQUIVO-CAMBIO.
           IF TREINO-INDICE = 9
               CLOSE ARQUIVO-CANDIDATO-ETAPAS.
           IF TREINO-INDICE = 10
               CLOSE ARQUIVO-CANDIDATOS.
           IF TREINO-INDICE = 11
               CLOSE ARQUIVO-CARGOS.
           IF TREINO-INDICE = 12
               CLOSE ARQUIVO-CATEGORIAS.
           IF TREINO-INDICE = 13
               CLOSE ARQUIVO-CLIENTE.
           IF TREINO-INDICE = 14
               CLOSE ARQUIVO-COMISSOES-FOLHA.
           IF TREINO-INDICE = 15
               CLOSE ARQUIVO-COMPETENCIAS.
           IF TREINO-INDICE = 16
               CLOSE ARQUIVO-COMPRAS.
           IF TREINO-INDICE = 17
               CLOSE ARQUIVO-COMPRA-ITENS.
           IF TREINO-INDICE = 18
               CLOSE ARQUIVO-CONDICOES.
           IF TREINO-INDICE = 19
               CLOSE ARQUIVO-CONSIGNADOS.
           IF TREINO-INDICE = 20
               CLOSE ARQUIVO-CONTATOS.
           IF TREINO-INDICE = 21
               CLOSE ARQUIVO-CONTRATOS.
           IF TREINO-INDICE = 22
               CLOSE ARQUIVO-CORRECOES-PONTO.
           IF TREINO-INDICE = 23
               CLOSE ARQUIVO-COTACOES.
           IF TREINO-INDICE = 24
               CLOSE ARQUIVO-CREDITOS.
           IF TREINO-INDICE = 25
               CLOSE ARQUIVO-CURSOS.
           IF TREINO-INDICE = 26
               CLOSE ARQUIVO-CUSTODIAS.
           IF TREINO-INDICE = 27
               CLOSE ARQUIVO-DEPARTAMENTO.
           IF TREINO-INDICE = 28
               CLOSE ARQUIVO-DEPENDENTES.
           IF TREINO-INDICE = 29
               CLOSE ARQUIVO-DISCIPLINAS.
           IF TREINO-INDICE = 30
               CLOSE ARQUIVO-DISTRIBUICAO.
           IF TREINO-INDICE = 31
               CLOSE ARQUIVO-ENCARGOS.
           IF TREINO-INDICE = 32
               CLOSE ARQUIVO-ENTREGAS.
           IF TREINO-INDICE = 33
               CLOSE ARQUIVO-EVENTOS.
           IF TREINO-INDICE = 34
               CLOSE ARQUIVO-EXTRAS-EXPIRADAS.
           IF TREINO-INDICE = 35
               CLOSE ARQUIVO-EXTRATOS.
           IF TREINO-INDICE = 36
               CLOSE ARQUIVO-FAIXAS-PLANO.
           IF TREINO-INDICE = 37
               CLOSE ARQUIVO-FAIXAS-SALARIAIS.
           IF TREINO-INDICE = 38
               CLOSE ARQUIVO-FALTAS-APURADAS.
           IF TREINO-INDICE = 39
               CLOSE ARQUIVO-FATURAS.
           IF TREINO-INDICE = 40
               CLOSE ARQUIVO-FERIAS.
           IF TREINO-INDICE = 41
               CLOSE ARQUIVO-FILIAL.
           IF TREINO-INDICE = 42
               CLOSE ARQUIVO-FORNECEDORES.
           IF TREINO-INDICE = 43
               CLOSE ARQUIVO-FUNCIONARIO.
           IF TREINO-INDICE = 44
               CLOSE ARQUIVO-INVENTARIO.
           IF TREINO-INDICE = 45
               CLOSE ARQUIVO-KITS.
           IF TREINO-INDICE = 46
               CLOSE ARQUIVO-METAS.
           IF TREINO-INDICE = 47
               CLOSE ARQUIVO-MODELOS-TAREFA.
           IF TREINO-INDICE = 48
               CLOSE ARQUIVO-NFE.
           IF TREINO-INDICE = 49
               CLOSE ARQUIVO-NIVEIS-CARGO.
           IF TREINO-INDICE = 50
               CLOSE ARQUIVO-ORCAMENTO-FOLHA.
           IF TREINO-INDICE = 51
               CLOSE ARQUIVO-PAGAR.
           IF TREINO-INDICE = 52
               CLOSE ARQUIVO-PEDIDOS.
           IF TREINO-INDICE = 53
               CLOSE ARQUIVO-PEDIDO-ITENS.
           IF TREINO-INDICE = 54
               CLOSE ARQUIVO-PENSOES.
           IF TREINO-INDICE = 55
               CLOSE ARQUIVO-PERIODOS-VENDA.
           IF TREINO-INDICE = 56
               CLOSE ARQUIVO-PLANO-CONTAS.
           IF TREINO-INDICE = 57
               CLOSE ARQUIVO-PLANOS-SAUDE.
           IF TREINO-INDICE = 58
               CLOSE ARQUIVO-PONTO.
           IF TREINO-INDICE = 59
               CLOSE ARQUIVO-PRECOS.
           IF TREINO-INDICE = 60
               CLOSE ARQUIVO-PREVIAS.
           IF TREINO-INDICE = 61
               CLOSE ARQUIVO-PRODUTOS.
           IF TREINO-INDICE = 62
               CLOSE ARQUIVO-RATEIOS.
           IF TREINO-INDICE = 63
               CLOSE ARQUIVO-RAZAO-EXTRAIDOS.
           IF TREINO-INDICE = 64
               CLOSE ARQUIVO-RECORRENTE-ITENS.
           IF TREINO-INDICE = 65
               CLOSE ARQUIVO-RECORRENTES.
           IF TREINO-INDICE = 66
               CLOSE ARQUIVO-REEMBOLSOS.
           IF TREINO-INDICE = 67
               CLOSE ARQUIVO-REFERENCIAS-EDI.
           IF TREINO-INDICE = 68
               CLOSE ARQUIVO-REMESSAS.
           IF TREINO-INDICE = 69
               CLOSE ARQUIVO-RETROATIVOS.
           IF TREINO-INDICE = 70
               CLOSE ARQUIVO-REVISAO-CREDITO.
           IF TREINO-INDICE = 71
               CLOSE ARQUIVO-SALDOS-PEDIDO.
           IF TREINO-INDICE = 72
               CLOSE ARQUIVO-SINDICATOS.
           IF TREINO-INDICE = 73
               CLOSE ARQUIVO-SIND-OPCOES.
           IF TREINO-INDICE = 74
               CLOSE ARQUIVO-SIND-VINCULOS.
           IF TREINO-INDICE = 75
               CLOSE ARQUIVO-TAREFAS.
           IF TREINO-INDICE = 76
               CLOSE ARQUIVO-TREINAMENTOS.
           IF TREINO-INDICE = 77
               CLOSE ARQUIVO-TURNOS.
           IF TREINO-INDICE = 78
               CLOSE ARQUIVO-VAGAS.
           IF TREINO-INDICE = 79
               CLOSE ARQUIVO-VALE-TRANSPORTE.

           COPY "PDLOGIN.cob".
           COPY "PDPARAMETRO.cob".
           COPY "PDIMPRESSAO.cob".
           COPY "PDVALIDACPF.cob".

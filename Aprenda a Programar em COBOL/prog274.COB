       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG274.
      *    recarga da base de treinamento - rodado dentro do
      *    diretorio treinamento/ depois do PROG273, recria cada
      *    arquivo indexado da suite a partir da imagem nome.img
      *    que a copia mascarada deixou ali (imagem que falta da um
      *    arquivo vazio). O login e o de treinamento, com perfil
      *    de administrador, e a recarga so roda quando
      *    parametros.dat traz a chave AMBIENTE-TREINAMENTO - na
      *    producao ela apagaria os cadastros. Pode ser rodado de
      *    novo a qualquer momento para voltar a base ao estado da
      *    copia depois de uma turma de treinamento. O relatorio
      *    carimbado RECARGATRE_AAAAMMDD_NNN lista cada arquivo
      *    com os registros lidos, gravados e rejeitados.
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
           COPY "SBOPERADORES.cob".
           COPY "SBPARAMETRO.cob".
           COPY "SBIMPRESSAO.cob".
      *    imagem do arquivo da vez - o nome fisico entra pela
      *    variavel de ambiente, como no PROG273.
           SELECT OPTIONAL ARQUIVO-IMAGEM-TREINO
               ASSIGN TO IMAGEMTREINO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELATORIO-RECARGA
               ASSIGN TO SAIDARECARGA
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
           COPY "FDOPERADORES.cob".
           COPY "FDPARAMETRO.cob".
           COPY "FDIMPRESSAO.cob".

       FD  ARQUIVO-IMAGEM-TREINO.
       01  LINHA-IMAGEM-TREINO PIC X(336).

       FD  RELATORIO-RECARGA.
       01  LINHA-RELATORIO PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "WSLOGIN.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSIMPRESSAO.cob".
           COPY "WSBASETREINO.cob".
       77  DATA-DE-HOJE PIC 9(8).
       77  QTD-REJEITADOS PIC 9(7).
       77  TOTAL-LIDOS PIC 9(8).
       77  TOTAL-GRAVADOS PIC 9(8).
       77  TOTAL-REJEITADOS PIC 9(8).

       01  CABECALHO-TITULO.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(38) VALUE
               "RECARGA DA BASE DE TREINAMENTO - EM ".
           05 CAB-DATA PIC 9999/99/99.

       01  CABECALHO-COLUNAS.
           05 FILLER PIC X(32) VALUE "Arquivo".
           05 FILLER PIC X(10) VALUE "    Lidos".
           05 FILLER PIC X(10) VALUE " Gravados".
           05 FILLER PIC X(11) VALUE " Rejeitados".

       01  LINHA-ARQUIVO.
           05 LA-ARQUIVO PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 LA-LIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 LA-GRAVADOS PIC ZZZZZZ9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 LA-REJEITADOS PIC ZZZZZZ9.

       01  LINHA-TOTAL.
           05 LT-DESCRICAO PIC X(30).
           05 LT-QUANTIDADE PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-DE-HOJE FROM DATE YYYYMMDD.

           PERFORM EFETUA-LOGIN.

           IF LOGIN-NIVEL-ACESSO < 4
               DISPLAY "Funcao acima do seu perfil de acesso"
               GOBACK.

      *    sem a chave do ambiente este diretorio e a producao, e
      *    o OPEN OUTPUT apagaria os cadastros.
           IF PARAM-TREINAMENTO NOT = "S"
               DISPLAY "Recarga so roda na base de treinamento"
               GOBACK.

           MOVE "PROG274" TO IMPRESSAO-PROGRAMA.
           MOVE "RECARGATRE" TO IMPRESSAO-PREFIXO.
           MOVE "SAIDARECARGA" TO IMPRESSAO-VARIAVEL.
           PERFORM MONTA-NOME-RELATORIO.

           OPEN OUTPUT RELATORIO-RECARGA.

           MOVE ZEROS TO TOTAL-LIDOS.
           MOVE ZEROS TO TOTAL-GRAVADOS.
           MOVE ZEROS TO TOTAL-REJEITADOS.

           PERFORM IMPRIME-CABECALHO.

           PERFORM RECARREGA-INDEXADO
               VARYING TREINO-INDICE FROM 1 BY 1
               UNTIL TREINO-INDICE > TREINO-QTD-INDEXADOS.

           PERFORM IMPRIME-RESUMO.

           CLOSE RELATORIO-RECARGA.

           PERFORM GRAVA-INDICE-IMPRESSAO.

           DISPLAY "Registros gravados.....: " TOTAL-GRAVADOS.
           DISPLAY "Registros rejeitados...: " TOTAL-REJEITADOS.
           DISPLAY "Relatorio gravado em " IMPRESSAO-NOME.
       PROGRAM-DONE.
      *    GOBACK devolve o controle ao menu quando chamado pelo
      *    PROG40, e encerra normalmente quando executado sozinho.
           GOBACK.

       RECARREGA-INDEXADO.
           MOVE TREINO-INDEXADO (TREINO-INDICE) TO TREINO-NOME-ARQUIVO.
           MOVE SPACES TO TREINO-NOME-IMAGEM.
           STRING TREINO-NOME-ARQUIVO DELIMITED BY ".dat"
                  ".img" DELIMITED BY SIZE
               INTO TREINO-NOME-IMAGEM.
           DISPLAY "IMAGEMTREINO" UPON ENVIRONMENT-NAME.
           DISPLAY TREINO-NOME-IMAGEM UPON ENVIRONMENT-VALUE.

           MOVE ZEROS TO TREINO-QTD-LIDOS.
           MOVE ZEROS TO TREINO-QTD-GRAVADOS.
           MOVE ZEROS TO QTD-REJEITADOS.

           OPEN INPUT ARQUIVO-IMAGEM-TREINO.
           PERFORM ABRE-SAIDA-INDEXADO.

           MOVE "N" TO TREINO-FIM-LEITURA.
           PERFORM LE-IMAGEM-TREINO.

           PERFORM RECARREGA-REGISTRO
               UNTIL TREINO-FIM-LEITURA = "S".

           CLOSE ARQUIVO-IMAGEM-TREINO.
           PERFORM FECHA-SAIDA-INDEXADO.

           COMPUTE TREINO-QTD-GRAVADOS =
               TREINO-QTD-LIDOS - QTD-REJEITADOS.
           PERFORM IMPRIME-ARQUIVO.

       LE-IMAGEM-TREINO.
           READ ARQUIVO-IMAGEM-TREINO RECORD AT END
               MOVE "S" TO TREINO-FIM-LEITURA.

       RECARREGA-REGISTRO.
      *    a imagem saiu na ordem da chave, mas um registro
      *    repetido ou fora de ordem e contado e fica de fora.
           ADD 1 TO TREINO-QTD-LIDOS.
           PERFORM GRAVA-INDEXADO.
           PERFORM LE-IMAGEM-TREINO.

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
           MOVE QTD-REJEITADOS TO LA-REJEITADOS.
           MOVE LINHA-ARQUIVO TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           ADD TREINO-QTD-LIDOS TO TOTAL-LIDOS.
           ADD TREINO-QTD-GRAVADOS TO TOTAL-GRAVADOS.
           ADD QTD-REJEITADOS TO TOTAL-REJEITADOS.

       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

           MOVE "Registros lidos" TO LT-DESCRICAO.
           MOVE TOTAL-LIDOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros gravados" TO LT-DESCRICAO.
           MOVE TOTAL-GRAVADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.
           MOVE "Registros rejeitados" TO LT-DESCRICAO.
           MOVE TOTAL-REJEITADOS TO LT-QUANTIDADE.
           PERFORM IMPRIME-TOTAL.

       IMPRIME-TOTAL.
           MOVE LINHA-TOTAL TO LINHA-RELATORIO.
           PERFORM ESCREVE-LINHA.

       ESCREVE-LINHA.
           WRITE LINHA-RELATORIO.
           ADD 1 TO IMPRESSAO-LINHAS.

       ABRE-SAIDA-INDEXADO.
      *    um paragrafo por arquivo, na ordem de TREINO-INDEXADO.
           IF TREINO-INDICE = 1
               OPEN OUTPUT ARQUIVO-ADESOES-PLANO.
           IF TREINO-INDICE = 2
               OPEN OUTPUT ARQUIVO-AFASTAMENTOS.
           IF TREINO-INDICE = 3
               OPEN OUTPUT ARQUIVO-ANON-PROPOSTAS.
           IF TREINO-INDICE = 4
               OPEN OUTPUT ARQUIVO-APROVACOES-HORAS.
           IF TREINO-INDICE = 5
               OPEN OUTPUT ARQUIVO-APROVACOES-PENDENTES.
           IF TREINO-INDICE = 6
               OPEN OUTPUT ARQUIVO-AVALIACOES.
           IF TREINO-INDICE = 7
               OPEN OUTPUT ARQUIVO-BENS.
           IF TREINO-INDICE = 8
               OPEN OUTPUT ARQUIVO-CAMBIO.
           IF TREINO-INDICE = 9
               OPEN OUTPUT ARQUIVO-CANDIDATO-ETAPAS.
           IF TREINO-INDICE = 10
               OPEN OUTPUT ARQUIVO-CANDIDATOS.
           IF TREINO-INDICE = 11
               OPEN OUTPUT ARQUIVO-CARGOS.
           IF TREINO-INDICE = 12
               OPEN OUTPUT ARQUIVO-CATEGORIAS.
           IF TREINO-INDICE = 13
               OPEN OUTPUT ARQUIVO-CLIENTE.
           IF TREINO-INDICE = 14
               OPEN OUTPUT ARQUIVO-COMISSOES-FOLHA.
           IF TREINO-INDICE = 15
               OPEN OUTPUT ARQUIVO-COMPETENCIAS.
           IF TREINO-INDICE = 16
               OPEN OUTPUT ARQUIVO-COMPRAS.
           IF TREINO-INDICE = 17
               OPEN OUTPUT ARQUIVO-COMPRA-ITENS.
           IF TREINO-INDICE = 18
               OPEN OUTPUT ARQUIVO-CONDICOES.
           IF TREINO-INDICE = 19
               OPEN OUTPUT ARQUIVO-CONSIGNADOS.
           IF TREINO-INDICE = 20
               OPEN OUTPUT ARQUIVO-CONTATOS.
           IF TREINO-INDICE = 21
               OPEN OUTPUT ARQUIVO-CONTRATOS.
           IF TREINO-INDICE = 22
               OPEN OUTPUT ARQUIVO-CORRECOES-PONTO.
           IF TREINO-INDICE = 23
               OPEN OUTPUT ARQUIVO-COTACOES.
           IF TREINO-INDICE = 24
               OPEN OUTPUT ARQUIVO-CREDITOS.
           IF TREINO-INDICE = 25
               OPEN OUTPUT ARQUIVO-CURSOS.
           IF TREINO-INDICE = 26
               OPEN OUTPUT ARQUIVO-CUSTODIAS.
           IF TREINO-INDICE = 27
               OPEN OUTPUT ARQUIVO-DEPARTAMENTO.
           IF TREINO-INDICE = 28
               OPEN OUTPUT ARQUIVO-DEPENDENTES.
           IF TREINO-INDICE = 29
               OPEN OUTPUT ARQUIVO-DISCIPLINAS.
           IF TREINO-INDICE = 30
               OPEN OUTPUT ARQUIVO-DISTRIBUICAO.
           IF TREINO-INDICE = 31
               OPEN OUTPUT ARQUIVO-ENCARGOS.
           IF TREINO-INDICE = 32
               OPEN OUTPUT ARQUIVO-ENTREGAS.
           IF TREINO-INDICE = 33
               OPEN OUTPUT ARQUIVO-EVENTOS.
           IF TREINO-INDICE = 34
               OPEN OUTPUT ARQUIVO-EXTRAS-EXPIRADAS.
           IF TREINO-INDICE = 35
               OPEN OUTPUT ARQUIVO-EXTRATOS.
           IF TREINO-INDICE = 36
               OPEN OUTPUT ARQUIVO-FAIXAS-PLANO.
           IF TREINO-INDICE = 37
               OPEN OUTPUT ARQUIVO-FAIXAS-SALARIAIS.
           IF TREINO-INDICE = 38
               OPEN OUTPUT ARQUIVO-FALTAS-APURADAS.
           IF TREINO-INDICE = 39
               OPEN OUTPUT ARQUIVO-FATURAS.
           IF TREINO-INDICE = 40
               OPEN OUTPUT ARQUIVO-FERIAS.
           IF TREINO-INDICE = 41
               OPEN OUTPUT ARQUIVO-FILIAL.
           IF TREINO-INDICE = 42
               OPEN OUTPUT ARQUIVO-FORNECEDORES.
           IF TREINO-INDICE = 43
               OPEN OUTPUT ARQUIVO-FUNCIONARIO.
           IF TREINO-INDICE = 44
               OPEN OUTPUT ARQUIVO-INVENTARIO.
           IF TREINO-INDICE = 45
               OPEN OUTPUT ARQUIVO-KITS.
           IF TREINO-INDICE = 46
               OPEN OUTPUT ARQUIVO-METAS.
           IF TREINO-INDICE = 47
               OPEN OUTPUT ARQUIVO-MODELOS-TAREFA.
           IF TREINO-INDICE = 48
               OPEN OUTPUT ARQUIVO-NFE.
           IF TREINO-INDICE = 49
               OPEN OUTPUT ARQUIVO-NIVEIS-CARGO.
           IF TREINO-INDICE = 50
               OPEN OUTPUT ARQUIVO-ORCAMENTO-FOLHA.
           IF TREINO-INDICE = 51
               OPEN OUTPUT ARQUIVO-PAGAR.
           IF TREINO-INDICE = 52
               OPEN OUTPUT ARQUIVO-PEDIDOS.
           IF TREINO-INDICE = 53
               OPEN OUTPUT ARQUIVO-PEDIDO-ITENS.
           IF TREINO-INDICE = 54
               OPEN OUTPUT ARQUIVO-PENSOES.
           IF TREINO-INDICE = 55
               OPEN OUTPUT ARQUIVO-PERIODOS-VENDA.
           IF TREINO-INDICE = 56
               OPEN OUTPUT ARQUIVO-PLANO-CONTAS.
           IF TREINO-INDICE = 57
               OPEN OUTPUT ARQUIVO-PLANOS-SAUDE.
           IF TREINO-INDICE = 58
               OPEN OUTPUT ARQUIVO-PONTO.
           IF TREINO-INDICE = 59
               OPEN OUTPUT ARQUIVO-PRECOS.
           IF TREINO-INDICE = 60
               OPEN OUTPUT ARQUIVO-PREVIAS.
           IF TREINO-INDICE = 61
               OPEN OUTPUT ARQUIVO-PRODUTOS.
           IF TREINO-INDICE = 62
               OPEN OUTPUT ARQUIVO-RATEIOS.
           IF TREINO-INDICE = 63
               OPEN OUTPUT ARQUIVO-RAZAO-EXTRAIDOS.
           IF TREINO-INDICE = 64
               OPEN OUTPUT ARQUIVO-RECORRENTE-ITENS.
           IF TREINO-INDICE = 65
               OPEN OUTPUT ARQUIVO-RECORRENTES.
           IF TREINO-INDICE = 66
               OPEN OUTPUT ARQUIVO-REEMBOLSOS.
           IF TREINO-INDICE = 67
               OPEN OUTPUT ARQUIVO-REFERENCIAS-EDI.
           IF TREINO-INDICE = 68
               OPEN OUTPUT ARQUIVO-REMESSAS.
           IF TREINO-INDICE = 69
               OPEN OUTPUT ARQUIVO-RETROATIVOS.
           IF TREINO-INDICE = 70
               OPEN OUTPUT ARQUIVO-REVISAO-CREDITO.
           IF TREINO-INDICE = 71
               OPEN OUTPUT ARQUIVO-SALDOS-PEDIDO.
           IF TREINO-INDICE = 72
               OPEN OUTPUT ARQUIVO-SINDICATOS.
           IF TREINO-INDICE = 73
               OPEN OUTPUT ARQUIVO-SIND-OPCOES.
           IF TREINO-INDICE = 74
               OPEN OUTPUT ARQUIVO-SIND-VINCULOS.
           IF TREINO-INDICE = 75
               OPEN OUTPUT ARQUIVO-TAREFAS.
           IF TREINO-INDICE = 76
               OPEN OUTPUT ARQUIVO-TREINAMENTOS.
           IF TREINO-INDICE = 77
               OPEN OUTPUT ARQUIVO-TURNOS.
           IF TREINO-INDICE = 78
               OPEN OUTPUT ARQUIVO-VAGAS.
           IF TREINO-INDICE = 79
               OPEN OUTPUT ARQUIVO-VALE-TRANSPORTE.

       GRAVA-INDEXADO.
           IF TREINO-INDICE = 1
               MOVE LINHA-IMAGEM-TREINO TO ADESAO-PLANO-REGISTRO
               WRITE ADESAO-PLANO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 2
               MOVE LINHA-IMAGEM-TREINO TO AFASTAMENTO-REGISTRO
               WRITE AFASTAMENTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 3
               MOVE LINHA-IMAGEM-TREINO TO ANON-PROPOSTA-REGISTRO
               WRITE ANON-PROPOSTA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 4
               MOVE LINHA-IMAGEM-TREINO TO APROVACAO-HORAS-REGISTRO
               WRITE APROVACAO-HORAS-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 5
               MOVE LINHA-IMAGEM-TREINO TO APROVACAO-PENDENTE-REGISTRO
               WRITE APROVACAO-PENDENTE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 6
               MOVE LINHA-IMAGEM-TREINO TO AVALIACAO-REGISTRO
               WRITE AVALIACAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 7
               MOVE LINHA-IMAGEM-TREINO TO BEM-REGISTRO
               WRITE BEM-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 8
               MOVE LINHA-IMAGEM-TREINO TO CAMBIO-REGISTRO
               WRITE CAMBIO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 9
               MOVE LINHA-IMAGEM-TREINO TO CANDIDATO-ETAPA-REGISTRO
               WRITE CANDIDATO-ETAPA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 10
               MOVE LINHA-IMAGEM-TREINO TO CANDIDATO-REGISTRO
               WRITE CANDIDATO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 11
               MOVE LINHA-IMAGEM-TREINO TO CARGO-REGISTRO
               WRITE CARGO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 12
               MOVE LINHA-IMAGEM-TREINO TO CATEGORIA-REGISTRO
               WRITE CATEGORIA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 13
               MOVE LINHA-IMAGEM-TREINO TO CLIENTE-REGISTRO
               WRITE CLIENTE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 14
               MOVE LINHA-IMAGEM-TREINO TO COMISSAO-FOLHA-REGISTRO
               WRITE COMISSAO-FOLHA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 15
               MOVE LINHA-IMAGEM-TREINO TO COMPETENCIA-REGISTRO
               WRITE COMPETENCIA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 16
               MOVE LINHA-IMAGEM-TREINO TO COMPRA-REGISTRO
               WRITE COMPRA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 17
               MOVE LINHA-IMAGEM-TREINO TO COMPRA-ITEM-REGISTRO
               WRITE COMPRA-ITEM-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 18
               MOVE LINHA-IMAGEM-TREINO TO CONDICAO-REGISTRO
               WRITE CONDICAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 19
               MOVE LINHA-IMAGEM-TREINO TO CONSIGNADO-REGISTRO
               WRITE CONSIGNADO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 20
               MOVE LINHA-IMAGEM-TREINO TO CONTATO-REGISTRO
               WRITE CONTATO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 21
               MOVE LINHA-IMAGEM-TREINO TO CONTRATO-REGISTRO
               WRITE CONTRATO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 22
               MOVE LINHA-IMAGEM-TREINO TO CORRECAO-PONTO-REGISTRO
               WRITE CORRECAO-PONTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 23
               MOVE LINHA-IMAGEM-TREINO TO COTACAO-REGISTRO
               WRITE COTACAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 24
               MOVE LINHA-IMAGEM-TREINO TO CREDITO-REGISTRO
               WRITE CREDITO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 25
               MOVE LINHA-IMAGEM-TREINO TO CURSO-REGISTRO
               WRITE CURSO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 26
               MOVE LINHA-IMAGEM-TREINO TO CUSTODIA-REGISTRO
               WRITE CUSTODIA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 27
               MOVE LINHA-IMAGEM-TREINO TO DEPARTAMENTO-REGISTRO
               WRITE DEPARTAMENTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 28
               MOVE LINHA-IMAGEM-TREINO TO DEPENDENTE-REGISTRO
               WRITE DEPENDENTE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 29
               MOVE LINHA-IMAGEM-TREINO TO DISCIPLINA-REGISTRO
               WRITE DISCIPLINA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 30
               MOVE LINHA-IMAGEM-TREINO TO DISTRIBUICAO-REGISTRO
               WRITE DISTRIBUICAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 31
               MOVE LINHA-IMAGEM-TREINO TO ENCARGO-REGISTRO
               WRITE ENCARGO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 32
               MOVE LINHA-IMAGEM-TREINO TO ENTREGA-REGISTRO
               WRITE ENTREGA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 33
               MOVE LINHA-IMAGEM-TREINO TO EVENTO-REGISTRO
               WRITE EVENTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 34
               MOVE LINHA-IMAGEM-TREINO TO EXTRA-EXPIRADA-REGISTRO
               WRITE EXTRA-EXPIRADA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 35
               MOVE LINHA-IMAGEM-TREINO TO EXTRATO-REGISTRO
               WRITE EXTRATO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 36
               MOVE LINHA-IMAGEM-TREINO TO FAIXA-PLANO-REGISTRO
               WRITE FAIXA-PLANO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 37
               MOVE LINHA-IMAGEM-TREINO TO FAIXA-SALARIAL-REGISTRO
               WRITE FAIXA-SALARIAL-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 38
               MOVE LINHA-IMAGEM-TREINO TO FALTA-APURADA-REGISTRO
               WRITE FALTA-APURADA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 39
               MOVE LINHA-IMAGEM-TREINO TO FATURA-REGISTRO
               WRITE FATURA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 40
               MOVE LINHA-IMAGEM-TREINO TO FERIAS-REGISTRO
               WRITE FERIAS-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 41
               MOVE LINHA-IMAGEM-TREINO TO FILIAL-REGISTRO
               WRITE FILIAL-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 42
               MOVE LINHA-IMAGEM-TREINO TO FORNECEDOR-REGISTRO
               WRITE FORNECEDOR-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 43
               MOVE LINHA-IMAGEM-TREINO TO FUNCIONARIO-REGISTRO
               WRITE FUNCIONARIO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 44
               MOVE LINHA-IMAGEM-TREINO TO INVENTARIO-REGISTRO
               WRITE INVENTARIO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 45
               MOVE LINHA-IMAGEM-TREINO TO KIT-REGISTRO
               WRITE KIT-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 46
               MOVE LINHA-IMAGEM-TREINO TO META-REGISTRO
               WRITE META-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 47
               MOVE LINHA-IMAGEM-TREINO TO MODELO-TAREFA-REGISTRO
               WRITE MODELO-TAREFA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 48
               MOVE LINHA-IMAGEM-TREINO TO NFE-REGISTRO
               WRITE NFE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 49
               MOVE LINHA-IMAGEM-TREINO TO NIVEL-CARGO-REGISTRO
               WRITE NIVEL-CARGO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 50
               MOVE LINHA-IMAGEM-TREINO TO ORCAMENTO-FOLHA-REGISTRO
               WRITE ORCAMENTO-FOLHA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 51
               MOVE LINHA-IMAGEM-TREINO TO PAGAR-REGISTRO
               WRITE PAGAR-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 52
               MOVE LINHA-IMAGEM-TREINO TO PEDIDO-REGISTRO
               WRITE PEDIDO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 53
               MOVE LINHA-IMAGEM-TREINO TO PEDIDO-ITEM-REGISTRO
               WRITE PEDIDO-ITEM-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 54
               MOVE LINHA-IMAGEM-TREINO TO PENSAO-REGISTRO
               WRITE PENSAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 55
               MOVE LINHA-IMAGEM-TREINO TO PERIODO-VENDA-REGISTRO
               WRITE PERIODO-VENDA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 56
               MOVE LINHA-IMAGEM-TREINO TO PLANO-CONTAS-REGISTRO
               WRITE PLANO-CONTAS-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 57
               MOVE LINHA-IMAGEM-TREINO TO PLANO-SAUDE-REGISTRO
               WRITE PLANO-SAUDE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 58
               MOVE LINHA-IMAGEM-TREINO TO PONTO-REGISTRO
               WRITE PONTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 59
               MOVE LINHA-IMAGEM-TREINO TO PRECO-REGISTRO
               WRITE PRECO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 60
               MOVE LINHA-IMAGEM-TREINO TO PREVIA-REGISTRO
               WRITE PREVIA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 61
               MOVE LINHA-IMAGEM-TREINO TO PRODUTO-REGISTRO
               WRITE PRODUTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 62
               MOVE LINHA-IMAGEM-TREINO TO RATEIO-REGISTRO
               WRITE RATEIO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 63
               MOVE LINHA-IMAGEM-TREINO TO RAZAO-EXTRAIDO-REGISTRO
               WRITE RAZAO-EXTRAIDO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 64
               MOVE LINHA-IMAGEM-TREINO TO RECITEM-REGISTRO
               WRITE RECITEM-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 65
               MOVE LINHA-IMAGEM-TREINO TO RECOR-REGISTRO
               WRITE RECOR-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 66
               MOVE LINHA-IMAGEM-TREINO TO REEMBOLSO-REGISTRO
               WRITE REEMBOLSO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 67
               MOVE LINHA-IMAGEM-TREINO TO REFEDI-REGISTRO
               WRITE REFEDI-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 68
               MOVE LINHA-IMAGEM-TREINO TO REMESSA-REGISTRO
               WRITE REMESSA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 69
               MOVE LINHA-IMAGEM-TREINO TO RETROATIVO-REGISTRO
               WRITE RETROATIVO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 70
               MOVE LINHA-IMAGEM-TREINO TO REVISAO-CREDITO-REGISTRO
               WRITE REVISAO-CREDITO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 71
               MOVE LINHA-IMAGEM-TREINO TO SALDO-PEDIDO-REGISTRO
               WRITE SALDO-PEDIDO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 72
               MOVE LINHA-IMAGEM-TREINO TO SINDICATO-REGISTRO
               WRITE SINDICATO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 73
               MOVE LINHA-IMAGEM-TREINO TO SIND-OPCAO-REGISTRO
               WRITE SIND-OPCAO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 74
               MOVE LINHA-IMAGEM-TREINO TO SIND-VINCULO-REGISTRO
               WRITE SIND-VINCULO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 75
               MOVE LINHA-IMAGEM-TREINO TO TAREFA-REGISTRO
               WRITE TAREFA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 76
               MOVE LINHA-IMAGEM-TREINO TO TREINAMENTO-REGISTRO
               WRITE TREINAMENTO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 77
               MOVE LINHA-IMAGEM-TREINO TO TURNO-REGISTRO
               WRITE TURNO-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 78
               MOVE LINHA-IMAGEM-TREINO TO VAGA-REGISTRO
               WRITE VAGA-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.
           IF TREINO-INDICE = 79
               MOVE LINHA-IMAGEM-TREINO TO VALE-TRANSPORTE-REGISTRO
               WRITE VALE-TRANSPORTE-REGISTRO INVALID KEY
                   ADD 1 TO QTD-REJEITADOS.

       FECHA-SAIDA-INDEXADO.
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

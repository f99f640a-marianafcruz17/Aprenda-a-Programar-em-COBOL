      *    area partilhada da base de treinamento - o PROG273 le a
      *    producao e grava a copia mascarada no diretorio
      *    treinamento/, e o PROG274, rodado dentro dele, recria os
      *    indexados. Sequencial vai direto como arquivo; indexado
      *    vai como imagem do registro, uma linha por registro, em
      *    nome.img, e e recriado la pelo SB/FD do proprio arquivo.
      *    TREINO-INDICE anda na tabela dos indexados na mesma
      *    ordem dos IF de abertura, leitura e gravacao dos dois
      *    programas.
       01  TREINO-CAMPOS.
           05 TREINO-INDICE PIC 9(3).
           05 TREINO-NOME-ARQUIVO PIC X(30).
           05 TREINO-NOME-IMAGEM PIC X(30).
           05 TREINO-CAMINHO PIC X(45).
           05 TREINO-FIM-LEITURA PIC X.
           05 TREINO-QTD-LIDOS PIC 9(7).
           05 TREINO-QTD-GRAVADOS PIC 9(7).

      *    indexados da suite, na ordem de TREINO-INDICE.
       77  TREINO-QTD-INDEXADOS PIC 9(3) VALUE 79.
       01  TREINO-NOMES-INDEXADOS.
           05 FILLER PIC X(30) VALUE "adesoes_plano.dat".
           05 FILLER PIC X(30) VALUE "afastamentos.dat".
           05 FILLER PIC X(30) VALUE "anonimizacao_propostas.dat".
           05 FILLER PIC X(30) VALUE "aprovacoes_horas.dat".
           05 FILLER PIC X(30) VALUE "aprovacoes_pendentes.dat".
           05 FILLER PIC X(30) VALUE "avaliacoes.dat".
           05 FILLER PIC X(30) VALUE "bens.dat".
           05 FILLER PIC X(30) VALUE "cambio.dat".
           05 FILLER PIC X(30) VALUE "candidato_etapas.dat".
           05 FILLER PIC X(30) VALUE "candidatos.dat".
           05 FILLER PIC X(30) VALUE "cargos.dat".
           05 FILLER PIC X(30) VALUE "categorias.dat".
           05 FILLER PIC X(30) VALUE "clientes.dat".
           05 FILLER PIC X(30) VALUE "comissoes_folha.dat".
           05 FILLER PIC X(30) VALUE "competencias_folha.dat".
           05 FILLER PIC X(30) VALUE "compras.dat".
           05 FILLER PIC X(30) VALUE "compras_itens.dat".
           05 FILLER PIC X(30) VALUE "condicoes_pagamento.dat".
           05 FILLER PIC X(30) VALUE "consignados.dat".
           05 FILLER PIC X(30) VALUE "contatos.dat".
           05 FILLER PIC X(30) VALUE "contratos_preco.dat".
           05 FILLER PIC X(30) VALUE "correcoes_ponto.dat".
           05 FILLER PIC X(30) VALUE "cotacoes.dat".
           05 FILLER PIC X(30) VALUE "creditos_cliente.dat".
           05 FILLER PIC X(30) VALUE "cursos.dat".
           05 FILLER PIC X(30) VALUE "custodias.dat".
           05 FILLER PIC X(30) VALUE "departamentos.dat".
           05 FILLER PIC X(30) VALUE "dependentes.dat".
           05 FILLER PIC X(30) VALUE "disciplinas.dat".
           05 FILLER PIC X(30) VALUE "distribuicao.dat".
           05 FILLER PIC X(30) VALUE "encargos.dat".
           05 FILLER PIC X(30) VALUE "enderecos_entrega.dat".
           05 FILLER PIC X(30) VALUE "eventos_governo.dat".
           05 FILLER PIC X(30) VALUE "extras_expiradas.dat".
           05 FILLER PIC X(30) VALUE "extratos.dat".
           05 FILLER PIC X(30) VALUE "faixas_plano.dat".
           05 FILLER PIC X(30) VALUE "faixas_salariais.dat".
           05 FILLER PIC X(30) VALUE "faltas_apuradas.dat".
           05 FILLER PIC X(30) VALUE "faturas.dat".
           05 FILLER PIC X(30) VALUE "ferias.dat".
           05 FILLER PIC X(30) VALUE "filiais.dat".
           05 FILLER PIC X(30) VALUE "fornecedores.dat".
           05 FILLER PIC X(30) VALUE "funcionarios.dat".
           05 FILLER PIC X(30) VALUE "inventario.dat".
           05 FILLER PIC X(30) VALUE "kits.dat".
           05 FILLER PIC X(30) VALUE "metas.dat".
           05 FILLER PIC X(30) VALUE "modelos_tarefa.dat".
           05 FILLER PIC X(30) VALUE "nfe.dat".
           05 FILLER PIC X(30) VALUE "niveis_cargo.dat".
           05 FILLER PIC X(30) VALUE "orcamento_folha.dat".
           05 FILLER PIC X(30) VALUE "contas_pagar.dat".
           05 FILLER PIC X(30) VALUE "pedidos.dat".
           05 FILLER PIC X(30) VALUE "pedido_itens.dat".
           05 FILLER PIC X(30) VALUE "pensoes.dat".
           05 FILLER PIC X(30) VALUE "periodos_venda.dat".
           05 FILLER PIC X(30) VALUE "plano_contas.dat".
           05 FILLER PIC X(30) VALUE "planos_saude.dat".
           05 FILLER PIC X(30) VALUE "ponto.dat".
           05 FILLER PIC X(30) VALUE "precos.dat".
           05 FILLER PIC X(30) VALUE "previas_folha.dat".
           05 FILLER PIC X(30) VALUE "produtos.dat".
           05 FILLER PIC X(30) VALUE "rateios.dat".
           05 FILLER PIC X(30) VALUE "razao_vendas_extraidos.dat".
           05 FILLER PIC X(30) VALUE "pedidos_recorrentes_itens.dat".
           05 FILLER PIC X(30) VALUE "pedidos_recorrentes.dat".
           05 FILLER PIC X(30) VALUE "reembolsos.dat".
           05 FILLER PIC X(30) VALUE "referencias_edi.dat".
           05 FILLER PIC X(30) VALUE "remessas.dat".
           05 FILLER PIC X(30) VALUE "retroativos.dat".
           05 FILLER PIC X(30) VALUE "revisao_credito.dat".
           05 FILLER PIC X(30) VALUE "saldos_pedido.dat".
           05 FILLER PIC X(30) VALUE "sindicatos.dat".
           05 FILLER PIC X(30) VALUE "sindicato_opcoes.dat".
           05 FILLER PIC X(30) VALUE "sindicato_vinculos.dat".
           05 FILLER PIC X(30) VALUE "tarefas.dat".
           05 FILLER PIC X(30) VALUE "treinamentos.dat".
           05 FILLER PIC X(30) VALUE "turnos.dat".
           05 FILLER PIC X(30) VALUE "vagas.dat".
           05 FILLER PIC X(30) VALUE "vale_transporte.dat".
       01  TREINO-TABELA-INDEXADOS REDEFINES TREINO-NOMES-INDEXADOS.
           05 TREINO-INDEXADO PIC X(30) OCCURS 79 TIMES.

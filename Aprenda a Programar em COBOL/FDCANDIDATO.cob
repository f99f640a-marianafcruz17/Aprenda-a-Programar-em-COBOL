       FD  ARQUIVO-CANDIDATOS.
       01  CANDIDATO-REGISTRO.
      *    quem se candidatou a uma requisicao de vaga (PROG165) -
      *    inscrito e movido pelas etapas no PROG213, com cada
      *    mudanca datada em candidato_etapas.dat. O contratado e
      *    admitido pelo PROG36 com estes dados ja preenchidos, e
      *    o PROG214 mede o funil de cada vaga aberta.
           05 CAND-NUMERO PIC 9(6).
           05 CAND-VAGA-NUMERO PIC 9(4).
      *    mesmos tamanhos do cadastro de funcionarios, para a
      *    admissao copiar campo a campo.
           05 CAND-NOME PIC X(10).
           05 CAND-NOME-COMPLETO PIC X(40).
           05 CAND-CPF PIC 9(11).
           05 CAND-ENDERECO PIC X(20).
           05 CAND-TELEFONE PIC X(10).
           05 CAND-EMAIL PIC X(30).
      *    "T" triagem, "E" entrevista, "O" oferta feita, "C"
      *    contratado, "R" reprovado (ou desistiu).
           05 CAND-ETAPA PIC X.
               88 CAND-TRIAGEM VALUE "T".
               88 CAND-ENTREVISTA VALUE "E".
               88 CAND-OFERTA VALUE "O".
               88 CAND-CONTRATADO VALUE "C".
               88 CAND-REPROVADO VALUE "R".
               88 CAND-EM-ANDAMENTO VALUE "T" "E" "O".
           05 CAND-DATA-INSCRICAO PIC 9(8).
           05 CAND-DATA-ETAPA PIC 9(8).
      *    proposta feita na etapa de oferta - o liquido sai da
      *    calculadora do PROG163 (PDCALCLIQUIDO).
           05 CAND-SALARIO-OFERTA PIC 9(6)V99.
           05 CAND-DEPENDENTES PIC 9(2).
           05 CAND-LIQUIDO-OFERTA PIC 9(6)V99.
      *    codigo gravado pelo PROG36 quando a admissao sai -
      *    zeros enquanto o contratado nao foi admitido.
           05 CAND-FUNCIONARIO-CODIGO PIC 9(4).

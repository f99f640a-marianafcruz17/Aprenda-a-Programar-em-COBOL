      *    data da execucao que gerou o registro - todas as linhas
      *    de uma mesma rodada de folha carregam a mesma data.
           05 FOLHA-HIST-DATA PIC 9(8).
      *    tipo do processamento que gerou o registro. "C" e a
      *    folha complementar do PROG194: so as diferencas pagas
      *    contra uma competencia ja fechada, com a competencia
      *    original em FOLHA-HIST-COMPETENCIA - as linhas "M"
      *    daquela competencia ficam como estavam. "P" e a
      *    participacao nos lucros do PROG197: o valor em
      *    FOLHA-HIST-BRUTO e o IRRF da tabela exclusiva, sem INSS
      *    nem encargos.
           05 FOLHA-HIST-TIPO PIC X.
               88 FOLHA-HIST-MENSAL VALUE "M".
               88 FOLHA-HIST-DECIMO-TERCEIRO VALUE "D".
               88 FOLHA-HIST-COMPLEMENTAR VALUE "C".
               88 FOLHA-HIST-PLR VALUE "P".
           05 FOLHA-HIST-CODIGO PIC 9(4).
           05 FOLHA-HIST-FILIAL-CODIGO PIC 9(2).
           05 FOLHA-HIST-BRUTO PIC 9(6)V99.
      *    diferenca retroativa de aumento aplicado com atraso
      *    (fila do PROG85), paga itemizada nesta competencia.
           05 FOLHA-HIST-RETROATIVO PIC 9(6)V99.
      *    encargos da empresa sobre a remuneracao da linha - nao
      *    saem do liquido do funcionario, mas sao custo da folha:
      *    a base (salario, comissao, ferias, adicional, retroativo
      *    e horas extras, menos faltas), o deposito do FGTS e o
      *    INSS patronal, o RAT e os terceiros. Zeros nas linhas
      *    gravadas antes dos campos existirem.
           05 FOLHA-HIST-BASE-ENCARGOS PIC 9(6)V99.
           05 FOLHA-HIST-FGTS PIC 9(6)V99.
           05 FOLHA-HIST-INSS-EMPRESA PIC 9(6)V99.
           05 FOLHA-HIST-RAT PIC 9(6)V99.
           05 FOLHA-HIST-TERCEIROS PIC 9(6)V99.
      *    parte do funcionario no vale-transporte do mes (ate 6%
      *    do salario base, proporcional aos dias trabalhados).
           05 FOLHA-HIST-DESCONTO-VT PIC 9(6)V99.
      *    coparticipacao do funcionario nos planos de saude e
      *    odontologicos das vidas vigentes na competencia.
           05 FOLHA-HIST-DESCONTO-PLANO PIC 9(6)V99.
      *    pensao alimenticia descontada por ordem judicial (soma
      *    das ordens vigentes) e creditada aos beneficiarios.
           05 FOLHA-HIST-DESCONTO-PENSAO PIC 9(6)V99.
      *    parcelas de emprestimo consignado descontadas no mes
      *    (soma dos contratos), repassadas aos credores.
           05 FOLHA-HIST-DESCONTO-CONSIG PIC 9(6)V99.
      *    contribuicao sindical do mes, repassada ao sindicato da
      *    filial/cargo do funcionario.
           05 FOLHA-HIST-DESCONTO-SINDICATO PIC 9(6)V99.
      *    adicional noturno (minutos entre 22:00 e 05:00, pela
      *    hora noturna reduzida) e trabalho em domingo ou feriado
      *    pago a 100%, apurados do ponto do mes - cada um na sua
      *    linha do contracheque e ambos no bruto tributavel.
           05 FOLHA-HIST-ADIC-NOTURNO PIC 9(6)V99.
           05 FOLHA-HIST-DOMINGO-FERIADO PIC 9(6)V99.
      *    reembolso de despesas liberado pela conferencia
      *    (PROG208) e quitado nesta folha - fora do bruto, sem
      *    imposto nem encargo: a parte paga no liquido e a parte
      *    compensada antes no saldo devedor de adiantamento.
           05 FOLHA-HIST-REEMBOLSO PIC 9(6)V99.
           05 FOLHA-HIST-REEMB-COMPENSADO PIC 9(6)V99.

      *    tocar em arquivo nenhum - o sentido inverso da simulacao
      *    de reajuste do PROG99. A faixa salarial do departamento
      *    (PROG87) sai como aviso quando a proposta esta fora.
      *    A conta em si esta em PDCALCLIQUIDO, partilhada com a
      *    oferta ao candidato do PROG213.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
           COPY "WSTABIMPOSTO.cob".
           COPY "WSPARAMETRO.cob".
           COPY "WSCALCLIQUIDO.cob".
       77  SALARIO-PROPOSTO PIC 9(6)V99.
       77  DEPTO-PROPOSTO PIC 9(2).
       77  QTD-DEPENDENTES PIC 9(2).
       77  FIM-FAIXAS PIC X.
       77  FAIXA-ACHADA PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CARREGA-CALCULO-LIQUIDO.

           MOVE 999999.99 TO SALARIO-PROPOSTO.
           PERFORM SIMULA-PROPOSTA
               ACCEPT DEPTO-PROPOSTO
               DISPLAY "Quantidade de dependentes: "
               ACCEPT QTD-DEPENDENTES
               MOVE SALARIO-PROPOSTO TO CALCLIQ-SALARIO
               MOVE QTD-DEPENDENTES TO CALCLIQ-DEPENDENTES
               PERFORM CALCULA-LIQUIDO
               PERFORM CONFERE-FAIXA-DO-DEPTO
               PERFORM MOSTRA-RESULTADO.

       CONFERE-FAIXA-DO-DEPTO.
      *    proposta fora da faixa do departamento (PROG87) sai como
      *    aviso - a calculadora nao bloqueia nada.

       MOSTRA-RESULTADO.
           DISPLAY " ".
           DISPLAY "Salario bruto......: " CALCLIQ-SALARIO.
           DISPLAY "Desconto INSS......: " CALCLIQ-INSS.
           DISPLAY "Base IRRF..........: " CALCLIQ-BASE-IRRF.
           DISPLAY "Desconto IRRF......: " CALCLIQ-IRRF.
           DISPLAY "Total de descontos.: " CALCLIQ-DESCONTOS.
           DISPLAY "Liquido a receber..: " CALCLIQ-LIQUIDO.

           COPY "PDTABIMPOSTO.cob".

           COPY "PDPARAMETRO.cob".

           COPY "PDCALCLIQUIDO.cob".

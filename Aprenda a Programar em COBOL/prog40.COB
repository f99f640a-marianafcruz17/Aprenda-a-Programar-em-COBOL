      *    separados todo dia. O sign-on acontece aqui e as opcoes
      *    de manutencao sao recusadas para quem tem so o perfil
      *    de consulta.
      *    Na base de treinamento (PROG273) o menu repete a cada
      *    volta o aviso de que os dados sao ficticios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       EXIBE-MENU.
           DISPLAY " ".
           IF PARAM-TREINAMENTO = "S"
               PERFORM EXIBE-AVISO-TREINAMENTO.
           DISPLAY "--- MANUTENCAO DE FUNCIONARIOS ---".
           DISPLAY "1. Inserir funcionario".
           DISPLAY "2. Alterar funcionario".

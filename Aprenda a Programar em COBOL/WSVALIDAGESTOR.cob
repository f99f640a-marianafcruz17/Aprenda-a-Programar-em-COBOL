       77  GESTOR-VALIDAR-PROPRIO PIC 9(4).
       77  GESTOR-VALIDO PIC X.
       77  GESTOR-NOME-ENCONTRADO PIC X(10).
       77  GESTOR-REGISTRO-GUARDADO PIC X(226).

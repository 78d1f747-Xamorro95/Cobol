       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD PRUEBAS.
       01  REG-PRUEBAS                            PIC X(80).
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *

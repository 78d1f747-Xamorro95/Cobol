       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD SALIDA1.
       01  REG-SALIDA1                            PIC X(73).

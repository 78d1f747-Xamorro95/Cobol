       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD SALIDA-RUTINA.
       01  REG-SALIDA-RUTINA                      PIC X(9).

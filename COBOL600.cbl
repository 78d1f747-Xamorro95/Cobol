       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).

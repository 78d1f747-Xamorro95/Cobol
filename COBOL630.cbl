       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-NOMBRES.
       01  REG-EMPLE-NOMBRES                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  SD-NOMBRE                          PIC X(12).
           05  FILLER                             PIC X(1).
           05  SD-APELLIDO                        PIC X(15).
           05  FILLER                             PIC X(46).
      *
       COPY PARAMFD.
      *

       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD FICHERO-ORDENADO.
       01  REG-EMPLE-ORDENADO                     PIC X(80).
      *
       FD MAESTRO-NETO.
       01  REG-EMPLE-NETO                         PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  SD-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(53).
           05  SD-TIPO-REG                        PIC X(1).
           05  FILLER                             PIC X(20).
      *
       COPY ERRAUDFD.
      *

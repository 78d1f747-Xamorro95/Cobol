       DATA DIVISION.
       FILE SECTION.
       FD CONSOLIDADO.
       01  REG-CONSOLIDADO                        PIC X(80).
      *
       FD FICHERO-ORDENADO.
       01  REG-ORDENADO                           PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  SD-APELLIDO                        PIC X(15).
           05  FILLER                             PIC X(27).
           05  SD-FEC-ALTA                        PIC X(8).
           05  FILLER                             PIC X(11).
      *
       COPY ERRAUDFD.
      *

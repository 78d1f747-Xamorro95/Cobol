       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD FOTO.
       01  REG-FOTO                               PIC X(80).
      *
       FD FOTO-FECHADA.
       01  REG-FOTO-FECHADA                       PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  WC-NUM-FOTO              PIC 9(4) VALUE 0.
           05  WT-REG-FOTO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-FOTO
                  INDEXED BY I          PIC X(80).
       01  WT-MARCAS-FOTO.
           05  WT-FOTO-CASADA OCCURS 5000 TIMES
                                        PIC X(1).

       01  REG-TRABAJO                            PIC X(48).
      *
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       COPY CERROJFD.
      *

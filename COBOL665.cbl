       01  REG-HISTORIA                           PIC X(73).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       COPY ERRAUDFD.
      *

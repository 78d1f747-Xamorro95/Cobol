       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD FICDEPT.
       01  REG-DEPART                             PIC X(46).
      *
       FD DEDUCCIONES.
       01  REG-DEDUCCION                          PIC X(26).

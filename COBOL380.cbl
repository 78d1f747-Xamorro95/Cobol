       DATA DIVISION.
       FILE SECTION.
       FD GENERACION-DEPT.
       01  REG-GENERACION-DEPT                    PIC X(46).
      *
       FD GENERACION-EMP.
       01  REG-GENERACION-EMP                     PIC X(80).
      *
       FD MAESTRO-DEPT.
       01  REG-MAESTRO-DEPT                       PIC X(46).
      *
       FD MAESTRO-EMP.
       01  REG-MAESTRO-EMP                        PIC X(80).
      *
       FD CATALOGO.
       01  REG-CATALOGO                           PIC X(43).

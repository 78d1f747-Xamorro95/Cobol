       DATA DIVISION.
       FILE SECTION.
       FD FICDEPT.
       01  REG-DEPART                             PIC X(46).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD BACKUP-DEPT.
       01  REG-BACKUP-DEPT                        PIC X(46).
      *
       FD BACKUP-EMPLE.
       01  REG-BACKUP-EMPLE                       PIC X(80).
      *
       FD CATALOGO.
       01  REG-CATALOGO                           PIC X(43).

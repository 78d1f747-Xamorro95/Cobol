      *****************************************************************
      *               COPY READMFD                                    *
      *               FD DE LAS READMISIONES (VER COPY READMFC)       *
      *****************************************************************
       FD FICREADMISION.
       01  REG-READMISION                         PIC X(60).

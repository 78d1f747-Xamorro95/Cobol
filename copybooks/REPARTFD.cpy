      *****************************************************************
      *               COPY REPARTFD                                   *
      *               FD DEL REPARTO DE COSTE POR DEPARTAMENTOS (VER  *
      *               COPY REPARTFC)                                  *
      *****************************************************************
       FD FICREPARTO.
       01  REG-REPARTO                            PIC X(60).

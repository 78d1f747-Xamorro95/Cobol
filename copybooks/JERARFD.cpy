      *****************************************************************
      *               COPY JERARFD                                    *
      *               FD DE LAS LINEAS DE DEPENDENCIA (VER COPY       *
      *               JERARFC)                                        *
      *****************************************************************
       FD FICJERARQUIA.
       01  REG-JERARQUIA                          PIC X(30).

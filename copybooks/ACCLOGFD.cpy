      *****************************************************************
      *               COPY ACCLOGFD                                   *
      *               FD DE LA BITACORA DE CONSULTAS DE DATOS         *
      *               SENSIBLES (VER COPY ACCLOGWS Y ACCLOGPR)        *
      *****************************************************************
       FD  ACCESOS.
       01  REG-ACCESO                           PIC X(40).

      *****************************************************************
      *               COPY ALERTAFD                                   *
      *               FD DEL FICHERO COMUN DE ALERTAS DE OPERACION    *
      *               (VER COPY ALERTAWS Y ALERTAPR)                  *
      *****************************************************************
       FD  ALERTAS.
       01  REG-ALERTA                           PIC X(80).

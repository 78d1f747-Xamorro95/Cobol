      *****************************************************************
      *               COPY ACCLOGWS                                   *
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *               (FICHERO.ACCESOS.CONSULTA, 40 POSICIONES): LOS  *
      *               MANTENIMIENTOS YA DEJAN HISTORIA DE CADA        *
      *               CAMBIO; AQUI QUEDA CADA VEZ QUE UNA CONSULTA    *
      *               ENSENA EL SALARIO, LA COMISION, LA CUENTA       *
      *               BANCARIA O LA HISTORIA DE UN EMPLEADO, CON      *
      *               FECHA Y HORA REALES, OPERADOR, PROGRAMA Y       *
      *               EMPLEADO CONSULTADO. LA LISTA COBOL784 POR      *
      *               OPERADOR Y POR EMPLEADO (VER COPY ACCLOGPR)     *
      *****************************************************************
       01  WS-REG-ACCESO.
           05  WAC-FECHA                        PIC 9(8).
           05  WAC-HORA                         PIC 9(8).
           05  WAC-OPERADOR                     PIC X(4).
           05  WAC-PROGRAMA                     PIC X(8).
           05  WAC-EMPLEADO                     PIC X(6).
      *QUE DATO SENSIBLE SE HA ENSENADO
           05  WAC-DATO                         PIC X(1).
                88  WAC-DATO-SALARIO            VALUE "S".
                88  WAC-DATO-CUENTA             VALUE "C".
                88  WAC-DATO-HISTORIA           VALUE "H".
                88  WAC-DATO-EXTRACTO           VALUE "X".
           05  FILLER                           PIC X(5).
      *
       01  WS-ACC-CONTROL.
           05  WS-FILE-STATUS-ACC               PIC XX.
           05  SW-BITACORA-ACCESOS              PIC X VALUE "N".
                88  BITACORA-ABIERTA            VALUE "S".
                88  BITACORA-CERRADA            VALUE "N".

      *****************************************************************
      *               COPY ACCLOGPR                                   *
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER   *
      *               COPY ACCLOGWS). 9960 LA ABRE AL ARRANCAR EN     *
      *               EXTEND (LA CREA SI NO EXISTE); SI NO SE PUEDE   *
      *               ABRIR QUEDA BITACORA-CERRADA Y EL ANFITRION     *
      *               DEBE NEGARSE A CONSULTAR, PORQUE UNA CONSULTA   *
      *               SIN RASTRO ES LO QUE SE QUIERE EVITAR. 9965     *
      *               GRABA UN ACCESO: EL ANFITRION DEJA ANTES EL     *
      *               EMPLEADO EN WAC-EMPLEADO Y EL DATO EN WAC-DATO; *
      *               FECHA, HORA, OPERADOR (WS-OPER-CODIGO, COPY     *
      *               OPERWS) Y PROGRAMA (LT-PROGRAMA) LOS PONE EL    *
      *               PARRAFO. EL ANFITRION CIERRA ACCESOS AL FINAL   *
      *****************************************************************
       9960-ABRE-ACCESOS.
           SET BITACORA-CERRADA TO TRUE.
           OPEN EXTEND ACCESOS.
           IF WS-FILE-STATUS-ACC = 35
                OPEN OUTPUT ACCESOS
           END-IF.
           IF WS-FILE-STATUS-ACC NOT = 00
                DISPLAY "ERROR AL ABRIR LA BITACORA DE ACCESOS - "
                        "FILE STATUS: " WS-FILE-STATUS-ACC
                GO TO 9960-ABRE-ACCESOS-EXIT
           END-IF.
           SET BITACORA-ABIERTA TO TRUE.
      *
       9960-ABRE-ACCESOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          GRABA UN ACCESO EN LA BITACORA                       *
      *****************************************************************
       9965-GRABA-ACCESO.
           IF BITACORA-CERRADA
                GO TO 9965-GRABA-ACCESO-EXIT
           END-IF.
           ACCEPT WAC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WAC-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WAC-OPERADOR.
           MOVE LT-PROGRAMA TO WAC-PROGRAMA.
      *
      *UN FALLO AL GRABAR SE AVISA EN PANTALLA PERO NO CORTA LA
      *CONSULTA QUE YA SE HA ENSENADO
           WRITE REG-ACCESO FROM WS-REG-ACCESO.
           IF WS-FILE-STATUS-ACC NOT = 00
                DISPLAY "AVISO: NO SE HA PODIDO ANOTAR EL ACCESO - "
                        "FILE STATUS: " WS-FILE-STATUS-ACC
           END-IF.
      *
       9965-GRABA-ACCESO-EXIT.
       EXIT.

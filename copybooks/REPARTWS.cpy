      *****************************************************************
      *               COPY REPARTWS                                   *
      *               VARIABLES DEL REPARTO DE COSTE POR              *
      *               DEPARTAMENTOS. EL PROGRAMA COPIA TAMBIEN        *
      *               COPYREPART (EL REGISTRO DE TRABAJO). LA TABLA   *
      *               SE CARGA UNA VEZ CON 9250-CARGA-REPARTO Y       *
      *               9260-REPARTE-IMPORTE REPARTE WQ-IMPORTE DEL     *
      *               EMPLEADO WQ-CODIGO EN WQ-NUM-TRAMOS TRAMOS DE   *
      *               DEPARTAMENTO E IMPORTE; UN EMPLEADO SIN REPARTO *
      *               DEVUELVE UN UNICO TRAMO CON WQ-DEPT-ORIGEN Y EL *
      *               IMPORTE ENTERO (VER COPY REPARTPR)              *
      *****************************************************************
       01  WT-TABLA-REPARTO.
           05  WQ-NUM-REPARTO                   PIC 9(4) VALUE 0.
           05  WQ-REG-REPARTO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WQ-NUM-REPARTO
                  INDEXED BY IQ-REP             PIC X(60).
      *
       01  WS-REPARTO-CONTROL.
           05  WS-FILE-STATUS-REP               PIC XX.
      *DATOS DE ENTRADA: LA LLAMADORA LOS DEJA AQUI ANTES DE 9260
           05  WQ-CODIGO                        PIC X(6).
           05  WQ-DEPT-ORIGEN                   PIC X(3).
           05  WQ-IMPORTE                       PIC S9(11)V99.
      *RESULTADO: UN TRAMO POR DEPARTAMENTO CON SU PARTE DEL IMPORTE
           05  WQ-NUM-TRAMOS                    PIC 9(1).
           05  WQ-TRAMO-IMPORTE OCCURS 5 TIMES
                  INDEXED BY IQ-TRM.
               10  WQ-TRM-DEPT                  PIC X(3).
               10  WQ-TRM-IMPORTE               PIC S9(11)V99.
      *CAMPOS DE TRABAJO
           05  WQ-RESTO                         PIC S9(11)V99.
           05  WQ-SUMA                          PIC 9(4)V99.
           05  WQ-POSICION                      PIC 9(4).
           05  WQ-DESCARTADOS                   PIC 9(4) VALUE 0.
           05  SW-REP-FIN                       PIC X VALUE "N".
                88  FIN-REPARTO                 VALUE "S".
                88  NO-FIN-REPARTO              VALUE "N".
           05  SW-REP-ENCONTRADO                PIC X VALUE "N".
                88  REP-ENCONTRADO              VALUE "S".
                88  REP-NO-ENCONTRADO           VALUE "N".
           05  SW-REP-CARGA                     PIC X VALUE "S".
                88  REP-CARGA-OK                VALUE "S".
                88  REP-CARGA-ERROR             VALUE "N".

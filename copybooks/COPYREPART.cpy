      *****************************************************************
      *               COPY COPYREPART                                 *
      *               LAYOUT DEL REPARTO DE COSTE POR DEPARTAMENTOS   *
      *               (FICHERO.REPARTO.COSTES, 60 POSICIONES): PARA   *
      *               LOS EMPLEADOS QUE TRABAJAN PARA VARIOS          *
      *               DEPARTAMENTOS, HASTA 5 TRAMOS DE DEPARTAMENTO Y *
      *               PORCENTAJE QUE SUMAN 100. LO MANTIENE COBOL357  *
      *               Y LO USAN COBOL760 PARA REPARTIR EL GASTO Y LA  *
      *               CUOTA PATRONAL, Y COBOL680/COBOL685 PARA EL     *
      *               COSTE REAL CONTRA PRESUPUESTO. UN EMPLEADO SIN  *
      *               REGISTRO CARGA TODO SU COSTE EN WS-EMPLE-DEPT,  *
      *               Y LA PLANTILLA SIEMPRE SE CUENTA EN EL          *
      *               DEPARTAMENTO DE ORIGEN                          *
      *****************************************************************
       01  WS-REG-REPARTO.
           05  WQ-REP-CODIGO                   PIC X(6).
      *TRAMOS SIN USAR: DEPARTAMENTO EN BLANCO Y PORCENTAJE A CERO
           05  WQ-REP-TRAMO OCCURS 5 TIMES
                  INDEXED BY IQ.
               10  WQ-REP-DEPT                 PIC X(3).
               10  WQ-REP-PORCENTAJE           PIC 9(3)V99.
           05  FILLER                          PIC X(14).

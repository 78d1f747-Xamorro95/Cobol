             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
       DATA DIVISION.
       FILE SECTION.
       FD RECHAZOS.
       01  REG-RECHAZO                            PIC X(82).
      *
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(90).
      *
       FD FICTRABAJO.
       01  REG-PENDIENTE-TRABAJO                  PIC X(90).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *CLAVE ALTERNATIVA DE LA BUSQUEDA POR APELLIDO DE COBOL260:
      *APELLIDO Y NOMBRE DEL EMPLEADO, REPETIDOS DETRAS DE LA IMAGEN
      *PORQUE EN COPYEMPLE NO ESTAN SEGUIDOS
           05  MI-CLAVE-APELLIDO.
               10  MI-APELLIDO                    PIC X(15).
               10  MI-NOMBRE                      PIC X(12).
      *
       COPY FECPROFD.
      *
      *****************************************************************
       01  WS-REG-RECHAZO.
           05  WS-RECHAZO-MOTIVO               PIC X(2).
           05  WS-RECHAZO-REGISTRO             PIC X(80).
      *
      *****************************************************************
      *               REGISTRO DE RECHAZO PENDIENTE                   *
       01  WS-REG-PENDIENTE.
           05  WP-MOTIVO                       PIC X(2).
           05  WP-FECHA-PRIMERA                PIC 9(8).
           05  WP-REGISTRO                     PIC X(80).
      *
      *****************************************************************
      *               TABLA DE RECHAZOS PENDIENTES                    *
           05  WC-NUM-PENDIENTES        PIC 9(4) VALUE 0.
           05  WT-REG-PENDIENTE OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-PENDIENTES
                  INDEXED BY I, J       PIC X(90).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
           05 WS-MOTIVO-TEXTO                    PIC X(30).
           05 WS-DIAS-PENDIENTE                  PIC 9(4).
           05 WS-FILE-STATUS-IDX                 PIC XX.
           05 WS-REG-SINCRONIA                   PIC X(80).
      *CAMPOS DE TRABAJO DEL CALCULO DE ANTIGUEDAD (DIFERENCIA EN
      *DIAS APROXIMADA SOBRE MESES DE 30 DIAS, SUFICIENTE PARA
      *ORDENAR LA COLA DE REPARACIONES)
           END-IF.
      *
           MOVE WS-REG-SINCRONIA TO REG-MAESTRO-IDX.
      *CLAVE DE APELLIDO Y NOMBRE (POSICIONES 20 Y 7 DE COPYEMPLE)
           MOVE WS-REG-SINCRONIA(20:15) TO MI-APELLIDO.
           MOVE WS-REG-SINCRONIA(7:12) TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX

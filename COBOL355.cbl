      *  CON IDENTIFICACION DE OPERADOR Y REGRABACION SEGURA VIA      *
      *  FICHERO DE TRABAJO                                           *
      *                                                               *
      *  EL DEPARTAMENTO QUE SE ASIGNA SE VALIDA CONTRA EL MAESTRO    *
      *  INDEXADO DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN        *
      *  RUTDEPAR (COPY RUTDEPPR), ABRIENDO Y CERRANDO EL MAESTRO EN  *
      *  CADA VALIDACION PARA NO RETENER SU CERROJO MIENTRAS EL MENU  *
      *  ESTA ABIERTO. COMO EL MAESTRO YA NO TIENE LIMITE DE 24       *
      *  DEPARTAMENTOS, LA AGRUPACION ADMITE HASTA 999 ASIGNACIONES   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL355.
           "/home/forma2/cobol/ficheros/fichero.areas.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *CERROJO DE USO DE LA AGRUPACION EN AREAS, CON LA MISMA
      *CONVENCION QUE EL DE DEPARTAMENTOS (VER COPY CERROJPR):
      *ESTE MANTENIMIENTO LO TOMA EN EXCLUSIVA Y LOS LECTORES
      *
       FD FICTRABAJO.
       01  REG-AREA-TRABAJO                       PIC X(28).
      *
       COPY CERROJFD.
      *
      *****************************************************************
      *               TABLA DE LA AGRUPACION                          *
      *****************************************************************
      *UNA ENTRADA POR DEPARTAMENTO ASIGNADO, HASTA WC-MAX-AREAS
       01  WT-TABLA-AREAS.
           05  WT-REG-AREAS
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-AREAS
              INDEXED BY I, J           PIC X(28).
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.AREAS".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL355".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-NUM-AREAS                       PIC 9(3) VALUE 0.
           05 WC-MAX-AREAS                       PIC 9(3) VALUE 999.
           05 WC-POSICION                        PIC 9(3) VALUE 0.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05 WS-SYSIN-NOMBRE                    PIC X(22).
           05 WS-FILE-STATUS                     PIC XX.
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(5).
                STOP RUN
           END-IF.
      *
      *COMPROBAMOS QUE EL MAESTRO DE DEPARTAMENTOS ESTA DISPONIBLE
      *ANTES DE TOMAR NUESTRO CERROJO (SI UN MANTENIMIENTO LO TIENE
      *EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA) Y LO
      *CERRAMOS HASTA QUE HAGA FALTA
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *TOMAMOS EL CERROJO DE LA AGRUPACION EN EXCLUSIVA ANTES DE
      *TOCAR NADA: SI UN LISTADO LA ESTA CARGANDO, INFORMAMOS Y
      *NOS DETENEMOS EN VEZ DE REGRABARLA BAJO SUS PIES
                STOP RUN
           END-IF.
      *
      *CARGAMOS LA AGRUPACION ACTUAL
           PERFORM 1020-CARGA-AREAS
              THRU 1020-CARGA-AREAS-EXIT.
      *
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA AGRUPACION DESDE FICHERO                   * *
      ***************************************************************** *
       1020-CARGA-AREAS.
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE 0 TO WC-NUM-AREAS.
           PERFORM 1021-LEE-AREA
              THRU 1021-LEE-AREA-EXIT
              UNTIL FIN-FICHERO.
      *
           SET NO-FIN-FICHERO TO TRUE.
           CLOSE FICAREAS.
       EXIT.
      *
       1021-LEE-AREA.
           READ FICAREAS INTO WS-REG-AREA
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS = 00
      *UNA AGRUPACION MAYOR QUE LA TABLA NO SE TRUNCA: SE DETIENE EL
      *MANTENIMIENTO ANTES DE REGRABAR EL FICHERO SIN LAS SOBRANTES
                IF WC-NUM-AREAS >= WC-MAX-AREAS
                     DISPLAY "FICHERO.AREAS TIENE MAS DE " WC-MAX-AREAS
                             " ASIGNACIONES - COBOL355 DETENIDO"
                     CLOSE FICAREAS
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-AREAS
                MOVE WS-REG-AREA TO WT-REG-AREAS(WC-NUM-AREAS)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
      * COMPRUEBA QUE EL DEPARTAMENTO EXISTE EN EL MAESTRO*
      *****************************************************
       3170-VALIDA-DEPT.
      *CONSULTA SUELTA: EL MAESTRO SOLO SE ABRE DURANTE LA BUSQUEDA
      *PARA NO RETENER SU CERROJO MIENTRAS EL OPERADOR TIENE EL MENU
      *DELANTE, Y SI ESTA EN USO NO NOS DETIENE CON LA AGRUPACION
      *TOMADA: EL ALTA SE RECHAZA Y PUEDE REINTENTARSE
           MOVE WS-SYSIN TO CP300I-CODIGO.
           PERFORM 9880-CONSULTA-DEPARTAMENTO
              THRU 9880-CONSULTA-DEPARTAMENTO-EXIT.
           IF CP300-OK
                SET DEPT-EXISTE TO TRUE
           ELSE
                SET DEPT-NO-EXISTE TO TRUE
           END-IF.
      *
       3170-VALIDA-DEPT-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DE LA ASIGNACION DE UN DEPARTAMENTO          *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-AREAS >= WC-MAX-AREAS
                DISPLAY "AGRUPACION LLENA, NO SE PUEDE DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           END-IF.
           PERFORM 3170-VALIDA-DEPT
              THRU 3170-VALIDA-DEPT-EXIT.
           IF DEPT-NO-EXISTE
                DISPLAY "EL DEPARTAMENTO " WS-SYSIN " - "
                     CP300O-NOMBRE
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      * CERROJO DE USO DE LA AGRUPACION                   *
      *****************************************************
       COPY CERROJPR.
      *
      *****************************************************
      * CONSULTA DEL MAESTRO DE DEPARTAMENTOS             *
      *****************************************************
       COPY RUTDEPPR.

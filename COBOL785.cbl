      *  EMPLEADO DE VENTAS SE VALIDA CONTRA EL MAESTRO DE            *
      *  EMPLEADOS: UN CODIGO DESCONOCIDO SE INFORMA Y NO GENERA      *
      *  COMISION, IGUAL QUE UN DEPARTAMENTO SIN PORCENTAJE EN LA     *
      *  TABLA.                                                       *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  EL DEPARTAMENTO DE CADA VENTA SE VALIDA CONTRA EL MAESTRO    *
      *  INDEXADO DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN        *
      *  RUTDEPAR (COPY RUTDEPPR): UN CODIGO QUE NO EXISTE SE INFORMA *
      *  COMO "DEPARTAMENTO NO VALIDO" Y NO GENERA COMISION. LA TABLA *
      *  DE PORCENTAJES YA NO TIENE LIMITE DE 24 DEPARTAMENTOS:       *
      *  ADMITE HASTA 999                                             *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       01  REG-VENTA                              PIC X(22).
      *
       FD FICHERO-EMPLEADOS.
       01  REG-EMPLE                              PIC X(80).
      *
       FD COMISIONES.
       01  REG-COMISION                           PIC X(7).
       COPY CERROJFD.
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
      *               TABLA DE PORCENTAJES POR DEPARTAMENTO           *
      *****************************************************************
      *LA MISMA TABLA QUE MANTIENE COBOL755, CON TANTAS ENTRADAS
      *COMO PORCENTAJES TIENE EL FICHERO
       01  WT-TABLA-COMISIONES.
           05  WT-REG-COM
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-COMISIONES
              INDEXED BY I.
                10  WT-COM-DEPT                  PIC X(3).
                10  WT-COM-PORCENTAJE            PIC 9(2)V99.
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CONTROL DE EJECUCIONES                          *
      *****************************************************************
       COPY RUNCTLWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  LT-FICHERO4          PIC X(20) VALUE "COMISIONES.FEED".
           05  LT-FICHERO5          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL785".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-MAX-COMISIONES    PIC 9(3) VALUE 999.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
           05 WC-CONTADOR-CALCULADAS             PIC 9(7).
           05 WC-CONTADOR-SIN-EMPLEADO           PIC 9(7).
           05 WC-CONTADOR-SIN-PCT                PIC 9(7).
           05 WC-CONTADOR-DEPT-NO-VALIDO         PIC 9(7).
           05 WC-NUM-COMISIONES                  PIC 9(3).
           05 WC-TOTAL-VENTAS                    PIC 9(13)V99.
           05 WC-TOTAL-COMISION                  PIC 9(13)V99.
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05  FILLER                 PIC X(16) VALUE "VENTAS MES".
           05  FILLER                 PIC X(7)  VALUE "PCT".
           05  FILLER                 PIC X(14) VALUE "COMISION".
           05  FILLER                 PIC X(22) VALUE "SITUACION".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-COMISION            PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WD-SITUACION           PIC X(22).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
      *
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA Y DEJAMOS CONSTANCIA
      *DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
              THRU 1010-CARGA-EMPLEADOS-EXIT.
           PERFORM 1020-CARGA-COMISIONES
              THRU 1020-CARGA-COMISIONES-EXIT.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
           OPEN INPUT VENTAS.
           IF WS-FILE-STATUS NOT = 00
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN TABLA DE COMISIONES NO HAY PORCENTAJES QUE APLICAR Y EL
      *CALCULO NO TIENE SENTIDO
      *
           PERFORM 1021-LEE-COMISION
              THRU 1021-LEE-COMISION-EXIT
              UNTIL FIN-COMISIONES.
      *
           CLOSE COMISIONES.
           PERFORM 9550-SUELTA-CERROJO
       EXIT.
      *
       1021-LEE-COMISION.
           READ COMISIONES
              AT END SET FIN-COMISIONES TO TRUE.
           IF WS-FILE-STATUS-COM = 00
      *UNA TABLA MAYOR QUE LA DE MEMORIA NO SE TRUNCA: LAS VENTAS
      *DE LOS DEPARTAMENTOS QUE NO CABEN SALDRIAN SIN PORCENTAJE
                IF WC-NUM-COMISIONES >= LT-MAX-COMISIONES
                     DISPLAY "FICHERO.COMISIONES.TABLA TIENE MAS DE "
                             LT-MAX-COMISIONES " PORCENTAJES - "
                             "CALCULO DETENIDO"
                     CLOSE COMISIONES
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     CLOSE AUDITORIA
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-COMISIONES
                MOVE REG-COMISION TO WT-REG-COM(WC-NUM-COMISIONES)
           ELSE
                IF WS-FILE-STATUS-COM NOT = 10
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *EL DEPARTAMENTO DE LA VENTA DEBE EXISTIR EN EL MAESTRO
           MOVE WE-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           IF CP300-NO-EXISTE
                ADD 1 TO WC-CONTADOR-DEPT-NO-VALIDO
                MOVE CP300O-NOMBRE TO WD-SITUACION
                PERFORM 3400-IMPRIME-DETALLE
                   THRU 3400-IMPRIME-DETALLE-EXIT
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
      *BUSCAMOS EL PORCENTAJE DEL DEPARTAMENTO EN LA TABLA
           PERFORM 3200-BUSCA-PORCENTAJE
              THRU 3200-BUSCA-PORCENTAJE-EXIT.
      *1020-CARGA-COMISIONES; 9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      COMISIONES DEL MES CALCULADAS"
                      WC-CONTADOR-SIN-EMPLEADO
                 DISPLAY "**DEPT SIN PORCENTAJE:     "
                      WC-CONTADOR-SIN-PCT
                 DISPLAY "**DEPT NO VALIDO:          "
                      WC-CONTADOR-DEPT-NO-VALIDO
                 DISPLAY "**TOTAL VENTAS:            " WC-TOTAL-VENTAS
                 DISPLAY "**TOTAL COMISION:          "
                      WC-TOTAL-COMISION
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR-CALCULADAS TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
      *                CERROJO DE USO DE LA TABLA                     *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.

      *  DEL DEPARTAMENTO RESUELTO DESDE FICHERO.DEPARTAMENTO,        *
      *  SALARIO BRUTO, COMISION, RETENCION Y NETO                    *
      *                                                               *
      *  LOS ATRASOS DE MESES ANTERIORES PAGADOS EN LA NOMINA (LOS    *
      *  DE FICHERO.NOMINA.ATRASOS ESTAMPADOS POR COBOL700 CON EL     *
      *  PERIODO DEL REGISTRO) SALEN EN UNA LINEA POR MES, YA         *
      *  INCLUIDOS EN EL BRUTO DEL MES Y EN LA RETENCION              *
      *                                                               *
      *  LOS AJUSTES POR BAJA DE ENFERMEDAD Y PERMISO NO RETRIBUIDO   *
      *  DEL MES (FICHERO.NOMINA.AUSENCIAS, GRABADO POR COBOL700)     *
      *  SALEN EN UNA LINEA CADA UNO, YA DESCONTADOS DEL BRUTO        *
      *                                                               *
      *  LAS CUOTAS DE PRESTAMOS Y ANTICIPOS DESCONTADAS EN EL MES    *
      *  (FICHERO.NOMINA.PRESTAMOS, GRABADO POR COBOL700) SALEN EN    *
      *  UNA LINEA CADA UNA ENTRE LA RETENCION Y EL NETO, YA          *
      *  DESCONTADAS DEL NETO.                                        *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SE OBTIENE DEL MAESTRO INDEXADO   *
      *  DE DEPARTAMENTOS A TRAVES DE LA RUTINA COMUN RUTDEPAR (COPY  *
      *  RUTDEPPR); UN CODIGO QUE NO EXISTE SALE COMO "DEPARTAMENTO   *
      *  NO VALIDO", IGUAL QUE EN EL RESTO DE PROGRAMAS               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL710.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.registro"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nominas.individuales"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *ATRASOS PAGADOS EN LA NOMINA (VER 1020-CARGA-ATRASOS)
           SELECT ATRASOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.atrasos"
             FILE STATUS IS WS-FILE-STATUS-ATR.
      *
      *AJUSTES POR BAJAS Y PERMISOS DEL MES (VER 1030-CARGA-AUSENCIAS)
           SELECT AUS-NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUN.
      *
      *CUOTAS DE PRESTAMO DEL MES (VER 1040-CARGA-PRESTAMOS)
           SELECT PRES-NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.prestamos"
             FILE STATUS IS WS-FILE-STATUS-PRN.
      *
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
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD ATRASOS.
       01  REG-ATRASO                             PIC X(59).
      *
       FD AUS-NOMINA.
       01  REG-AUSENCIA-NOMINA                    PIC X(60).
      *
       FD PRES-NOMINA.
       01  REG-PRESTAMO-NOMINA                    PIC X(32).
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY COPYNOMINA.
      *
      *****************************************************************
      *               ATRASOS PAGADOS EN LA NOMINA                    *
      *****************************************************************
       COPY COPYATRASO.
      *
       01  WT-TABLA-ATRASOS.
           05  WC-NUM-ATRASOS           PIC 9(4) VALUE 0.
           05  WT-REG-ATRASO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-ATRASOS
                  INDEXED BY IA         PIC X(59).
      *
      *****************************************************************
      *               AJUSTES POR BAJAS Y PERMISOS DEL MES            *
      *****************************************************************
       COPY COPYAUSNOM.
      *
       01  WT-TABLA-AUS-NOMINA.
           05  WC-NUM-AUS-NOMINA        PIC 9(4) VALUE 0.
           05  WT-REG-AUS-NOMINA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-AUS-NOMINA
                  INDEXED BY IU         PIC X(60).
      *
      *****************************************************************
      *               CUOTAS DE PRESTAMO DESCONTADAS EN EL MES        *
      *****************************************************************
       COPY COPYPRESNOM.
      *
       01  WT-TABLA-PRES-NOMINA.
           05  WC-NUM-PRES-NOMINA       PIC 9(4) VALUE 0.
           05  WT-REG-PRES-NOMINA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PRES-NOMINA
                  INDEXED BY IP         PIC X(32).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
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
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-FIN-ATRASOS                    PIC 9 VALUE 0.
                88 FIN-ATRASOS                   VALUE 1.
                88 NO-FIN-ATRASOS                VALUE 0.
           05  SW-FIN-AUS-NOMINA                 PIC 9 VALUE 0.
                88 FIN-AUS-NOMINA                VALUE 1.
                88 NO-FIN-AUS-NOMINA             VALUE 0.
           05  SW-FIN-PRES-NOMINA                PIC 9 VALUE 0.
                88 FIN-PRES-NOMINA               VALUE 1.
                88 NO-FIN-PRES-NOMINA            VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "NOMINA.REGISTRO".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(16) VALUE "NOMINA.ATRASOS".
           05  LT-FICHERO5          PIC X(16) VALUE "NOMINA.AUSENCIAS".
           05  LT-FICHERO6          PIC X(16) VALUE "NOMINA.PRESTAMOS".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL710".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ATR                   PIC XX.
           05  WS-FILE-STATUS-AUN                   PIC XX.
           05  WS-FILE-STATUS-PRN                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
           05  WL-CONCEPTO            PIC X(22).
           05  WL-IMPORTE             PIC -(9)9.99.
      *
      *CONCEPTO DE UNA LINEA DE ATRASOS: MES AL QUE CORRESPONDEN
       01  WS-CONCEPTO-ATRASO.
           05  FILLER                 PIC X(12) VALUE "ATRASOS MES ".
           05  WCA-PERIODO            PIC 9999/99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
      *
      *CONCEPTO DE UNA LINEA DE PRESTAMO: NUMERO DEL PRESTAMO
       01  WS-CONCEPTO-PRESTAMO.
           05  FILLER                 PIC X(15) VALUE "CUOTA PRESTAMO ".
           05  WCP-NUMERO             PIC 99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
      *INICIALIZAMOS LAS VARIABLES NECESARIAS
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
      *TOMAMOS LA FECHA DE HOY PARA LA CABECERA DE CADA NOMINA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *ABRIMOS EL MAESTRO DE DEPARTAMENTOS (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
      *
      *CARGAMOS LOS ATRASOS PAGADOS, SI LOS HAY
           PERFORM 1020-CARGA-ATRASOS
              THRU 1020-CARGA-ATRASOS-EXIT.
      *
      *CARGAMOS LOS AJUSTES POR BAJAS Y PERMISOS, SI LOS HAY
           PERFORM 1030-CARGA-AUSENCIAS
              THRU 1030-CARGA-AUSENCIAS-EXIT.
      *
      *CARGAMOS LAS CUOTAS DE PRESTAMO DESCONTADAS, SI LAS HAY
           PERFORM 1040-CARGA-PRESTAMOS
              THRU 1040-CARGA-PRESTAMOS-EXIT.
      *
      *ABRO LOS FICHEROS Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT NOMINA.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS ATRASOS PAGADOS EN NOMINA                  *
      *****************************************************************
      *SOLO INTERESAN LOS YA ESTAMPADOS CON UN PERIODO DE PAGO; LOS
      *PENDIENTES TODAVIA NO HAN ENTRADO EN NINGUN REGISTRO
       1020-CARGA-ATRASOS.
           OPEN INPUT ATRASOS.
           IF WS-FILE-STATUS-ATR = 35
                GO TO 1020-CARGA-ATRASOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-ATRASO
              THRU 1021-LEE-ATRASO-EXIT
              UNTIL FIN-ATRASOS
                 OR WC-NUM-ATRASOS >= 2000.
      *
           CLOSE ATRASOS.
      *
       1020-CARGA-ATRASOS-EXIT.
       EXIT.
      *
       1021-LEE-ATRASO.
           READ ATRASOS INTO WS-REG-ATRASO
              AT END SET FIN-ATRASOS TO TRUE.
      *
           IF WS-FILE-STATUS-ATR = 00
                IF NOT WI-ATRASO-PENDIENTE
                     ADD 1 TO WC-NUM-ATRASOS
                     MOVE WS-REG-ATRASO TO WT-REG-ATRASO(WC-NUM-ATRASOS)
                END-IF
           ELSE
                IF WS-FILE-STATUS-ATR NOT = 10
                     MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-ATRASO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS AJUSTES POR BAJAS Y PERMISOS               *
      *****************************************************************
      *EL FICHERO SE REHACE CON CADA NOMINA: SIN EL NO HAY AJUSTES
       1030-CARGA-AUSENCIAS.
           OPEN INPUT AUS-NOMINA.
           IF WS-FILE-STATUS-AUN = 35
                GO TO 1030-CARGA-AUSENCIAS-EXIT
           END-IF.
           IF WS-FILE-STATUS-AUN NOT = 00
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE "1030-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-AUN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1031-LEE-AUSENCIA
              THRU 1031-LEE-AUSENCIA-EXIT
              UNTIL FIN-AUS-NOMINA
                 OR WC-NUM-AUS-NOMINA >= 5000.
      *
           CLOSE AUS-NOMINA.
      *
       1030-CARGA-AUSENCIAS-EXIT.
       EXIT.
      *
       1031-LEE-AUSENCIA.
           READ AUS-NOMINA INTO WS-REG-AUSENCIA-NOMINA
              AT END SET FIN-AUS-NOMINA TO TRUE.
      *
           IF WS-FILE-STATUS-AUN = 00
                ADD 1 TO WC-NUM-AUS-NOMINA
                MOVE WS-REG-AUSENCIA-NOMINA
                  TO WT-REG-AUS-NOMINA(WC-NUM-AUS-NOMINA)
           ELSE
                IF WS-FILE-STATUS-AUN NOT = 10
                     MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                     MOVE "1031-LEE-AUSENCIA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-AUN TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1031-LEE-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS CUOTAS DE PRESTAMO DEL MES                 *
      *****************************************************************
      *EL FICHERO SE REHACE CON CADA NOMINA: SIN EL NO HAY CUOTAS
       1040-CARGA-PRESTAMOS.
           OPEN INPUT PRES-NOMINA.
           IF WS-FILE-STATUS-PRN = 35
                GO TO 1040-CARGA-PRESTAMOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-PRN NOT = 00
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE "1040-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1041-LEE-PRESTAMO
              THRU 1041-LEE-PRESTAMO-EXIT
              UNTIL FIN-PRES-NOMINA
                 OR WC-NUM-PRES-NOMINA >= 5000.
      *
           CLOSE PRES-NOMINA.
      *
       1040-CARGA-PRESTAMOS-EXIT.
       EXIT.
      *
       1041-LEE-PRESTAMO.
           READ PRES-NOMINA INTO WS-REG-PRESTAMO-NOMINA
              AT END SET FIN-PRES-NOMINA TO TRUE.
      *
           IF WS-FILE-STATUS-PRN = 00
                ADD 1 TO WC-NUM-PRES-NOMINA
                MOVE WS-REG-PRESTAMO-NOMINA
                  TO WT-REG-PRES-NOMINA(WC-NUM-PRES-NOMINA)
           ELSE
                IF WS-FILE-STATUS-PRN NOT = 10
                     MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                     MOVE "1041-LEE-PRESTAMO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-PRN TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1041-LEE-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************************
           MOVE WN-COMISION            TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
      *UNA LINEA POR MES DE ATRASOS PAGADO CON ESTA NOMINA
           PERFORM 3130-IMPRIME-ATRASO
              THRU 3130-IMPRIME-ATRASO-EXIT
              VARYING IA FROM 1 BY 1
              UNTIL IA > WC-NUM-ATRASOS.
      *
      *UNA LINEA POR AJUSTE DE BAJA O PERMISO DEL MES
           PERFORM 3140-IMPRIME-AUSENCIA
              THRU 3140-IMPRIME-AUSENCIA-EXIT
              VARYING IU FROM 1 BY 1
              UNTIL IU > WC-NUM-AUS-NOMINA.
      *
           MOVE "BRUTO DEL MES"        TO WL-CONCEPTO.
           MOVE WN-BRUTO-MES           TO WL-IMPORTE.
           MOVE WN-DEDUCCION           TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
      *UNA LINEA POR CUOTA DE PRESTAMO DESCONTADA DEL NETO
           PERFORM 3150-IMPRIME-PRESTAMO
              THRU 3150-IMPRIME-PRESTAMO-EXIT
              VARYING IP FROM 1 BY 1
              UNTIL IP > WC-NUM-PRES-NOMINA.
      *
           MOVE "NETO A PERCIBIR"      TO WL-CONCEPTO.
           MOVE WN-NETO-MES            TO WL-IMPORTE.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL NOMBRE DEL DEPARTAMENTO EN EL MAESTRO          *
      *****************************************************************
       3110-BUSCA-DEPARTAMENTO.
      *SI EL CODIGO NO EXISTE LA RUTINA DEVUELVE "DEPARTAMENTO NO
      *VALIDO" COMO NOMBRE
           MOVE WN-DEPT TO CP300I-CODIGO.
           PERFORM 9860-BUSCA-DEPARTAMENTO
              THRU 9860-BUSCA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
       3110-BUSCA-DEPARTAMENTO-EXIT.
       EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UN MES DE ATRASOS DEL EMPLEADO                  *
      *****************************************************************
       3130-IMPRIME-ATRASO.
           MOVE WT-REG-ATRASO(IA) TO WS-REG-ATRASO.
           IF WI-CODIGO NOT = WN-CODIGO
              OR WI-PERIODO-PAGO NOT = WN-FECHA(1:6)
                GO TO 3130-IMPRIME-ATRASO-EXIT
           END-IF.
      *
           MOVE WI-PERIODO         TO WCA-PERIODO.
           MOVE WS-CONCEPTO-ATRASO TO WL-CONCEPTO.
           MOVE WI-DIF-BRUTO       TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
       3130-IMPRIME-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UN AJUSTE POR BAJA O PERMISO DEL EMPLEADO       *
      *****************************************************************
       3140-IMPRIME-AUSENCIA.
           MOVE WT-REG-AUS-NOMINA(IU) TO WS-REG-AUSENCIA-NOMINA.
           IF WAU-CODIGO NOT = WN-CODIGO
              OR WAU-PERIODO NOT = WN-FECHA(1:6)
                GO TO 3140-IMPRIME-AUSENCIA-EXIT
           END-IF.
      *
           MOVE WAU-TEXTO   TO WL-CONCEPTO.
           MOVE WAU-IMPORTE TO WL-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
       3140-IMPRIME-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA CUOTA DE PRESTAMO DEL EMPLEADO              *
      *****************************************************************
       3150-IMPRIME-PRESTAMO.
           MOVE WT-REG-PRES-NOMINA(IP) TO WS-REG-PRESTAMO-NOMINA.
           IF WPN-CODIGO NOT = WN-CODIGO
              OR WPN-PERIODO NOT = WN-FECHA(1:6)
                GO TO 3150-IMPRIME-PRESTAMO-EXIT
           END-IF.
      *
           MOVE WPN-NUMERO           TO WCP-NUMERO.
           MOVE WS-CONCEPTO-PRESTAMO TO WL-CONCEPTO.
           COMPUTE WL-IMPORTE = 0 - WPN-IMPORTE.
           PERFORM 3120-IMPRIME-IMPORTE
              THRU 3120-IMPRIME-IMPORTE-EXIT.
      *
       3150-IMPRIME-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *CERRAMOS EL MAESTRO DE DEPARTAMENTOS Y SOLTAMOS SU CERROJO
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *SI NO SE PRODUCEN ERRORES DURANTE EL PROGRAMA MOSTRAMOS LAS
      *ESTADISTICAS DEL MISMO
           IF NO-ERROR
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
       COPY ERRAUDPR.
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

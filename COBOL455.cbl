      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  BARRIDO SEMANAL DE INTEGRIDAD REFERENCIAL DE LOS FICHEROS    *
      *  SATELITE DEL MAESTRO DE EMPLEADOS. COBOL450 SOLO COMPRUEBA   *
      *  LOS DEPARTAMENTOS; ESTE PROGRAMA CONTRASTA CONTRA            *
      *  FICHERO.EMPLEADO CADA REGISTRO DE FICHERO.CUENTAS.BANCARIAS, *
      *  FICHERO.EMPLEADO.CATEGORIA, FICHERO.AUSENCIAS,               *
      *  FICHERO.VACACIONES, FICHERO.NOMINA.ACUMULADO Y               *
      *  FICHERO.CAMBIOS.PENDIENTES (SOLO LOS DEL MAESTRO DE          *
      *  EMPLEADOS) CON CUATRO REGLAS:                                *
      *    1 - CODIGO DE EMPLEADO QUE NO EXISTE EN EL MAESTRO         *
      *    2 - REGISTRO DE UN EMPLEADO DE BAJA FECHADO DESPUES DE SU  *
      *        FECHA DE BAJA (AUSENCIA QUE TERMINA DESPUES, MES DE    *
      *        ACUMULADO POSTERIOR, CAMBIO PENDIENTE CON EFECTO       *
      *        POSTERIOR)                                             *
      *    3 - EMPLEADO DE ALTA SIN SU REGISTRO OBLIGATORIO (SIN      *
      *        CUENTA BANCARIA O SIN CATEGORIA ASIGNADA)              *
      *    4 - CLAVE DUPLICADA DENTRO DEL FICHERO                     *
      *  CADA FICHERO SE ORDENA POR SU CLAVE PARA DETECTAR LOS        *
      *  DUPLICADOS. EL LISTADO (FICHERO.INTEGRIDAD.LISTADO) DA LAS   *
      *  INCIDENCIAS POR FICHERO Y AL FINAL UN RESUMEN POR FICHERO Y  *
      *  REGLA. EL REGISTRO DE FIN DEL CONTROL DE EJECUCIONES LLEVA   *
      *  LOS REGISTROS REVISADOS COMO LEIDOS Y LAS INCIDENCIAS COMO   *
      *  ESCRITOS, QUE ES DE DONDE LAS TOMA COBOL820; SI HAY ALGUNA   *
      *  SE DEJA ADEMAS UN AVISO EN FICHERO.ALERTAS. LAS INCIDENCIAS  *
      *  NO CAMBIAN EL CODIGO DE RETORNO: NO DETIENEN LA CADENA       *
      *  SEMANAL                                                      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL455.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT CUENTAS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cuentas.bancarias"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT ASIGNACION
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.categoria"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT DERECHOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT ACUMULADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.acumulado"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT PENDIENTES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cambios.pendientes"
             FILE STATUS IS WS-FILE-STATUS-SAT.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.integridad.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRTD".
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD CUENTAS.
       01  REG-CUENTA                             PIC X(30).
      *
       FD ASIGNACION.
       01  REG-ASIG                               PIC X(10).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD DERECHOS.
       01  REG-DERECHO                            PIC X(13).
      *
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(196).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *CADA FICHERO SATELITE SE ENTREGA AL SORT CON UN MISMO TRAZADO
      *NORMALIZADO: SU CLAVE, EL CODIGO DE EMPLEADO, LA FECHA QUE
      *CUENTA PARA LA REGLA DE BAJA (CERO SI EL FICHERO NO TIENE) Y
      *EL DETALLE QUE SE IMPRIME EN LA INCIDENCIA
       SD SD-FICHERO.
       01  SD-REG-INTEGRIDAD.
           05  SD-CLAVE                           PIC X(30).
           05  SD-NUM-REG                         PIC 9(7).
           05  SD-CODIGO                          PIC X(6).
           05  SD-FECHA                           PIC 9(8).
           05  SD-DETALLE                         PIC X(50).
      *
       COPY RUNCTLFD.
      *
       COPY ALERTAFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               REGISTROS DE LOS FICHEROS SATELITE              *
      *****************************************************************
       COPY COPYCUENTA.
      *
       COPY COPYACUM.
      *
      *EL MISMO TRAZADO QUE MANTIENE COBOL345
       01  WS-REG-ASIG.
           05  WG-ASIG-EMPLEADO         PIC X(6).
           05  WG-ASIG-CATEGORIA        PIC X(4).
      *
      *EL MISMO TRAZADO QUE MANTIENE COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
      *EL MISMO TRAZADO QUE GRABA COBOL660
       01  WS-REG-DERECHO.
           05  WD-CODIGO                PIC X(6).
           05  WD-DEPT                  PIC X(3).
           05  WD-BANDA                 PIC 9(1).
           05  WD-DIAS                  PIC 9(3).
      *
      *EL MISMO TRAZADO QUE GRABAN COBOL360 Y COBOL350
       01  WS-REG-PENDIENTE.
           05  WQ-MAESTRO               PIC X(1).
                88  WQ-MAESTRO-EMPLEADO VALUE "E".
                88  WQ-MAESTRO-DEPART   VALUE "D".
           05  WQ-TIPO                  PIC X(1).
           05  WQ-FECHA                 PIC 9(8).
           05  WQ-HORA                  PIC 9(8).
           05  WQ-AUTOR                 PIC X(4).
           05  WQ-CLAVE                 PIC X(6).
           05  WQ-IMAGEN-ANTES          PIC X(80).
           05  WQ-IMAGEN-DESPUES        PIC X(80).
           05  WQ-FEC-EFECTO            PIC 9(8).
      *
      *****************************************************************
      *               TABLA DEL MAESTRO DE EMPLEADOS                  *
      *****************************************************************
      *UNA ENTRADA POR CODIGO (LAS LINEAS DE AJUSTE NO ABREN OTRA);
      *LA SITUACION Y LA FECHA DE BAJA SON LAS DEL REGISTRO NORMAL.
      *LAS MARCAS DE CUENTA Y CATEGORIA SE ENCIENDEN AL REVISAR SUS
      *FICHEROS, PARA LA REGLA DE REGISTRO OBLIGATORIO
       01  WT-TABLA-MAESTRO.
           05  WC-NUM-MAESTRO           PIC 9(4) VALUE 0.
           05  WT-REG-MAESTRO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-MAESTRO
                  INDEXED BY I.
               10  WM-CODIGO            PIC X(6).
               10  WM-ACTIVO            PIC X(1).
               10  WM-ESTADO            PIC X(1).
               10  WM-FEC-BAJA          PIC 9(8).
               10  WM-TIENE-CUENTA      PIC X(1).
               10  WM-TIENE-CATEG       PIC X(1).
      *
      *****************************************************************
      *               RESUMEN POR FICHERO Y REGLA                     *
      *****************************************************************
       01  WT-TABLA-RESUMEN.
           05  WT-RES-FICHERO OCCURS 6 TIMES
                  INDEXED BY IFC.
               10  WT-RES-LEIDOS        PIC 9(7).
               10  WT-RES-AUSENTE       PIC X(1).
               10  WT-RES-REGLA OCCURS 4 TIMES
                      INDEXED BY IR     PIC 9(7).
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
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-SORT                       PIC X VALUE "N".
                88 FIN-SORT                      VALUE "S".
                88 NO-FIN-SORT                   VALUE "N".
           05  SW-ENCONTRADO                     PIC X VALUE "N".
                88 EMPLE-ENCONTRADO              VALUE "S".
                88 EMPLE-NO-ENCONTRADO           VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO3          PIC X(20) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL455".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *
      *NOMBRES DE LOS FICHEROS SATELITE, EN EL ORDEN EN QUE SE
      *REVISAN (WS-NUM-FICHERO)
       01  LT-NOMBRES-FICHERO.
           05  FILLER  PIC X(22) VALUE "CUENTAS.BANCARIAS".
           05  FILLER  PIC X(22) VALUE "EMPLEADO.CATEGORIA".
           05  FILLER  PIC X(22) VALUE "AUSENCIAS".
           05  FILLER  PIC X(22) VALUE "VACACIONES".
           05  FILLER  PIC X(22) VALUE "NOMINA.ACUMULADO".
           05  FILLER  PIC X(22) VALUE "CAMBIOS.PENDIENTES".
       01  LT-TABLA-FICHEROS REDEFINES LT-NOMBRES-FICHERO.
           05  LT-NOMBRE-FICHERO OCCURS 6 TIMES    PIC X(22).
      *
      *NOMBRES DE LAS REGLAS (WS-NUM-REGLA)
       01  LT-NOMBRES-REGLA.
           05  FILLER  PIC X(26) VALUE "CODIGO DESCONOCIDO".
           05  FILLER  PIC X(26) VALUE "POSTERIOR A LA BAJA".
           05  FILLER  PIC X(26) VALUE "FALTA REGISTRO OBLIGATORIO".
           05  FILLER  PIC X(26) VALUE "CLAVE DUPLICADA".
       01  LT-TABLA-REGLAS REDEFINES LT-NOMBRES-REGLA.
           05  LT-NOMBRE-REGLA OCCURS 4 TIMES      PIC X(26).
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-SAT                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *FICHERO SATELITE EN REVISION Y REGLA DE LA INCIDENCIA
           05  WS-NUM-FICHERO                       PIC 9(1).
           05  WS-NUM-REGLA                         PIC 9(1).
           05  WS-CLAVE-ANTERIOR                    PIC X(30).
           05  WS-CODIGO-INCIDENCIA                 PIC X(6).
           05  WS-DETALLE-INCIDENCIA                PIC X(70).
           05  WS-FECHA-EDITADA                     PIC 9999/99/99.
           05  WS-TOTAL-FICHERO                     PIC 9(7).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-REG-FICHERO                     PIC 9(7).
           05 WC-TOTAL-LEIDOS                    PIC 9(7).
           05 WC-TOTAL-INCIDENCIAS               PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                    VALUE "INTEGRIDAD DE LOS FICHEROS SATELITE".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(24) VALUE "FICHERO".
           05  FILLER                 PIC X(28) VALUE "REGLA".
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(70) VALUE "DETALLE".
      *
      *****************************************************************
      *               LINEA DE INCIDENCIA                             *
      *****************************************************************
       01  WS-LINEA-INCIDENCIA.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-FICHERO             PIC X(22).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-REGLA               PIC X(26).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-DETALLE             PIC X(70).
      *
      *****************************************************************
      *               LINEAS DEL RESUMEN POR FICHERO Y REGLA          *
      *****************************************************************
       01  WS-LINEA-RESUMEN-CAB.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE "FICHERO".
           05  FILLER                 PIC X(10) VALUE "   LEIDOS".
           05  FILLER                 PIC X(10) VALUE " DESCONOC.".
           05  FILLER                 PIC X(10) VALUE " POST.BAJA".
           05  FILLER                 PIC X(10) VALUE " SIN OBLIG".
           05  FILLER                 PIC X(10) VALUE " DUPLICADA".
           05  FILLER                 PIC X(10) VALUE "     TOTAL".
      *
       01  WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WN-FICHERO             PIC X(22).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WN-LEIDOS              PIC ZZZZZZ9.
           05  WN-COLUMNA OCCURS 4 TIMES.
               10  FILLER             PIC X(3).
               10  WN-REGLA           PIC ZZZZZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WN-TOTAL               PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WN-OBSERVACION         PIC X(20).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *REVISAMOS UNO A UNO LOS FICHEROS SATELITE
           PERFORM 3000-REVISA-SATELITES
              THRU 3000-REVISA-SATELITES-EXIT.
      *
      *EMPLEADOS DE ALTA SIN CUENTA O SIN CATEGORIA
           PERFORM 4000-REVISA-OBLIGATORIOS
              THRU 4000-REVISA-OBLIGATORIOS-EXIT.
      *
           PERFORM 5000-IMPRIME-RESUMEN
              THRU 5000-IMPRIME-RESUMEN-EXIT.
      *
           IF WC-TOTAL-INCIDENCIAS > 0
                PERFORM 6000-ALERTA-INCIDENCIAS
                   THRU 6000-ALERTA-INCIDENCIAS-EXIT
           END-IF.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES
                      WT-TABLA-RESUMEN.
      *
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA (O LA DEL SISTEMA
      *SI NO HAY FICHERO DE FECHA)
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
      *DEJAMOS CONSTANCIA DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           PERFORM 1100-CARGA-MAESTRO
              THRU 1100-CARGA-MAESTRO-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE EMPLEADOS EN LA TABLA              *
      *****************************************************************
       1100-CARGA-MAESTRO.
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1100-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1110-LEE-MAESTRO
              THRU 1110-LEE-MAESTRO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICEMPLE.
      *
       1100-CARGA-MAESTRO-EXIT.
       EXIT.
      *
       1110-LEE-MAESTRO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS = 10
                GO TO 1110-LEE-MAESTRO-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1110-LEE-MAESTRO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR.
      *
           PERFORM 1120-BUSCA-EMPLEADO
              THRU 1120-BUSCA-EMPLEADO-EXIT.
      *
           IF EMPLE-NO-ENCONTRADO
                IF WC-NUM-MAESTRO >= 5000
                     DISPLAY "EL MAESTRO SUPERA LAS 5000 ENTRADAS DE "
                             "LA TABLA - BARRIDO DETENIDO"
                     CLOSE FICEMPLE
                     CLOSE LISTADO
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-MAESTRO
                SET I TO WC-NUM-MAESTRO
                MOVE WS-EMPLE-CODIGO TO WM-CODIGO(I)
                MOVE "N" TO WM-ACTIVO(I)
                MOVE SPACES TO WM-ESTADO(I)
                MOVE 0 TO WM-FEC-BAJA(I)
                MOVE "N" TO WM-TIENE-CUENTA(I)
                MOVE "N" TO WM-TIENE-CATEG(I)
           END-IF.
      *
      *LA SITUACION LABORAL LA DA EL REGISTRO NORMAL
           IF WS-EMPLE-REG-NORMAL
                MOVE WS-EMPLE-ESTADO TO WM-ESTADO(I)
                MOVE WS-EMPLE-FEC-BAJA TO WM-FEC-BAJA(I)
                IF WS-EMPLE-EST-ALTA
                     MOVE "S" TO WM-ACTIVO(I)
                ELSE
                     MOVE "N" TO WM-ACTIVO(I)
                END-IF
           END-IF.
      *
       1110-LEE-MAESTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA WS-EMPLE-CODIGO EN LA TABLA DEL MAESTRO           *
      *****************************************************************
       1120-BUSCA-EMPLEADO.
           SET EMPLE-NO-ENCONTRADO TO TRUE.
           IF WC-NUM-MAESTRO = 0
                GO TO 1120-BUSCA-EMPLEADO-EXIT
           END-IF.
           SET I TO 1.
           SEARCH WT-REG-MAESTRO
                AT END SET EMPLE-NO-ENCONTRADO TO TRUE
                WHEN WM-CODIGO(I) = WS-EMPLE-CODIGO
                     SET EMPLE-ENCONTRADO TO TRUE
           END-SEARCH.
       1120-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA                             *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REVISA LOS FICHEROS SATELITE                            *
      *****************************************************************
       3000-REVISA-SATELITES.
      *CADA FICHERO SE ORDENA POR SU CLAVE (Y POR SU POSICION EN EL
      *FICHERO, PARA QUE EL DUPLICADO QUE SE INFORMA SEA SIEMPRE EL
      *QUE VIENE DETRAS) Y SE REVISA EN EL PROCEDIMIENTO DE SALIDA
           MOVE 1 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3110-SUELTA-CUENTAS
                   THRU 3110-SUELTA-CUENTAS-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
           MOVE 2 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3120-SUELTA-CATEGORIAS
                   THRU 3120-SUELTA-CATEGORIAS-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
           MOVE 3 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3130-SUELTA-AUSENCIAS
                   THRU 3130-SUELTA-AUSENCIAS-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
           MOVE 4 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3140-SUELTA-VACACIONES
                   THRU 3140-SUELTA-VACACIONES-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
           MOVE 5 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3150-SUELTA-ACUMULADO
                   THRU 3150-SUELTA-ACUMULADO-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
           MOVE 6 TO WS-NUM-FICHERO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-NUM-REG
                INPUT PROCEDURE IS 3160-SUELTA-PENDIENTES
                   THRU 3160-SUELTA-PENDIENTES-EXIT
                OUTPUT PROCEDURE IS 3700-REVISA-ORDENADO
                   THRU 3700-REVISA-ORDENADO-EXIT.
      *
       3000-REVISA-SATELITES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPRUEBA LA APERTURA DEL FICHERO SATELITE EN CURSO     *
      *****************************************************************
      *UN FICHERO QUE NO EXISTE SE REVISA COMO VACIO Y SE SENALA EN
      *EL RESUMEN (SI ES DE LOS OBLIGATORIOS, TODOS LOS EMPLEADOS DE
      *ALTA SALDRAN SIN SU REGISTRO)
       3100-COMPRUEBA-APERTURA.
           MOVE 0 TO WC-REG-FICHERO.
           SET NO-FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-SAT = 35
                MOVE "S" TO WT-RES-AUSENTE(WS-NUM-FICHERO)
                SET FIN-FICHERO TO TRUE
                GO TO 3100-COMPRUEBA-APERTURA-EXIT
           END-IF.
           IF WS-FILE-STATUS-SAT NOT = 00
                MOVE "3100-APERTURA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-NOMBRE-FICHERO(WS-NUM-FICHERO)
                  TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SAT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3100-COMPRUEBA-APERTURA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPRUEBA LA LECTURA DEL FICHERO SATELITE EN CURSO      *
      *****************************************************************
       3105-COMPRUEBA-LECTURA.
           IF WS-FILE-STATUS-SAT = 00
                ADD 1 TO WC-REG-FICHERO
                ADD 1 TO WT-RES-LEIDOS(WS-NUM-FICHERO)
                ADD 1 TO WC-TOTAL-LEIDOS
                MOVE SPACES TO SD-REG-INTEGRIDAD
                MOVE WC-REG-FICHERO TO SD-NUM-REG
                MOVE 0 TO SD-FECHA
                GO TO 3105-COMPRUEBA-LECTURA-EXIT
           END-IF.
           IF WS-FILE-STATUS-SAT NOT = 10
                MOVE "3105-LECTURA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-NOMBRE-FICHERO(WS-NUM-FICHERO)
                  TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SAT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET FIN-FICHERO TO TRUE.
       3105-COMPRUEBA-LECTURA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CUENTAS BANCARIAS: UNA POR EMPLEADO                     *
      *****************************************************************
       3110-SUELTA-CUENTAS.
           OPEN INPUT CUENTAS.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3110-SUELTA-CUENTAS-EXIT
           END-IF.
           PERFORM 3115-LEE-CUENTA
              THRU 3115-LEE-CUENTA-EXIT
              UNTIL FIN-FICHERO.
           CLOSE CUENTAS.
       3110-SUELTA-CUENTAS-EXIT.
       EXIT.
      *
       3115-LEE-CUENTA.
           READ CUENTAS INTO WS-REG-CUENTA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3115-LEE-CUENTA-EXIT
           END-IF.
           MOVE WU-CTA-CODIGO TO SD-CLAVE.
           MOVE WU-CTA-CODIGO TO SD-CODIGO.
           STRING "IBAN " DELIMITED BY SIZE
                  WU-CTA-IBAN DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3115-LEE-CUENTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CATEGORIA ASIGNADA: UNA POR EMPLEADO                    *
      *****************************************************************
       3120-SUELTA-CATEGORIAS.
           OPEN INPUT ASIGNACION.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3120-SUELTA-CATEGORIAS-EXIT
           END-IF.
           PERFORM 3125-LEE-ASIGNACION
              THRU 3125-LEE-ASIGNACION-EXIT
              UNTIL FIN-FICHERO.
           CLOSE ASIGNACION.
       3120-SUELTA-CATEGORIAS-EXIT.
       EXIT.
      *
       3125-LEE-ASIGNACION.
           READ ASIGNACION INTO WS-REG-ASIG
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3125-LEE-ASIGNACION-EXIT
           END-IF.
           MOVE WG-ASIG-EMPLEADO TO SD-CLAVE.
           MOVE WG-ASIG-EMPLEADO TO SD-CODIGO.
           STRING "CATEGORIA " DELIMITED BY SIZE
                  WG-ASIG-CATEGORIA DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3125-LEE-ASIGNACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AUSENCIAS: CLAVE CODIGO + TIPO + FECHA DESDE            *
      *****************************************************************
       3130-SUELTA-AUSENCIAS.
           OPEN INPUT AUSENCIAS.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3130-SUELTA-AUSENCIAS-EXIT
           END-IF.
           PERFORM 3135-LEE-AUSENCIA
              THRU 3135-LEE-AUSENCIA-EXIT
              UNTIL FIN-FICHERO.
           CLOSE AUSENCIAS.
       3130-SUELTA-AUSENCIAS-EXIT.
       EXIT.
      *
       3135-LEE-AUSENCIA.
           READ AUSENCIAS INTO WS-REG-AUSENCIA
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3135-LEE-AUSENCIA-EXIT
           END-IF.
           MOVE WS-REG-AUSENCIA(1:15) TO SD-CLAVE.
           MOVE WZ-CODIGO TO SD-CODIGO.
      *UNA AUSENCIA CUENTA CONTRA LA BAJA POR EL DIA EN QUE TERMINA
           MOVE WZ-FEC-HASTA TO SD-FECHA.
           STRING "TIPO " DELIMITED BY SIZE
                  WZ-TIPO DELIMITED BY SIZE
                  " DESDE " DELIMITED BY SIZE
                  WZ-FEC-DESDE DELIMITED BY SIZE
                  " HASTA " DELIMITED BY SIZE
                  WZ-FEC-HASTA DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3135-LEE-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DERECHOS DE VACACIONES: UNO POR EMPLEADO                *
      *****************************************************************
       3140-SUELTA-VACACIONES.
           OPEN INPUT DERECHOS.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3140-SUELTA-VACACIONES-EXIT
           END-IF.
           PERFORM 3145-LEE-DERECHO
              THRU 3145-LEE-DERECHO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE DERECHOS.
       3140-SUELTA-VACACIONES-EXIT.
       EXIT.
      *
       3145-LEE-DERECHO.
           READ DERECHOS INTO WS-REG-DERECHO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3145-LEE-DERECHO-EXIT
           END-IF.
           MOVE WD-CODIGO TO SD-CLAVE.
           MOVE WD-CODIGO TO SD-CODIGO.
           STRING "DEPT " DELIMITED BY SIZE
                  WD-DEPT DELIMITED BY SIZE
                  " DIAS " DELIMITED BY SIZE
                  WD-DIAS DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3145-LEE-DERECHO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ACUMULADO ANUAL DE NOMINA: UNO POR EMPLEADO             *
      *****************************************************************
       3150-SUELTA-ACUMULADO.
           OPEN INPUT ACUMULADO.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3150-SUELTA-ACUMULADO-EXIT
           END-IF.
           PERFORM 3155-LEE-ACUMULADO
              THRU 3155-LEE-ACUMULADO-EXIT
              UNTIL FIN-FICHERO.
           CLOSE ACUMULADO.
       3150-SUELTA-ACUMULADO-EXIT.
       EXIT.
      *
       3155-LEE-ACUMULADO.
           READ ACUMULADO INTO WS-REG-ACUMULADO
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3155-LEE-ACUMULADO-EXIT
           END-IF.
      *EL ACUMULADO VA POR EMPLEADO Y EMPRESA (COBOL765): QUIEN HA
      *CAMBIADO DE EMPRESA EN EL ANIO TIENE UN REGISTRO POR CADA UNA
           MOVE SPACES     TO SD-CLAVE.
           MOVE WY-CODIGO  TO SD-CLAVE(1:6).
           MOVE WY-EMPRESA TO SD-CLAVE(7:3).
           MOVE WY-CODIGO  TO SD-CODIGO.
      *EL ULTIMO MES PAGADO CUENTA CONTRA LA BAJA POR SU DIA 1: UN
      *MES PAGADO ENTERO DESPUES DEL MES DE LA BAJA ES INCIDENCIA
           IF WY-ULT-MES > 0
                COMPUTE SD-FECHA = WY-ANIO * 10000
                                 + WY-ULT-MES * 100 + 1
           END-IF.
           STRING "ANIO " DELIMITED BY SIZE
                  WY-ANIO DELIMITED BY SIZE
                  " ULTIMO MES " DELIMITED BY SIZE
                  WY-ULT-MES DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3155-LEE-ACUMULADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CAMBIOS PENDIENTES DEL MAESTRO DE EMPLEADOS             *
      *****************************************************************
       3160-SUELTA-PENDIENTES.
           OPEN INPUT PENDIENTES.
           PERFORM 3100-COMPRUEBA-APERTURA
              THRU 3100-COMPRUEBA-APERTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3160-SUELTA-PENDIENTES-EXIT
           END-IF.
           PERFORM 3165-LEE-PENDIENTE
              THRU 3165-LEE-PENDIENTE-EXIT
              UNTIL FIN-FICHERO.
           CLOSE PENDIENTES.
       3160-SUELTA-PENDIENTES-EXIT.
       EXIT.
      *
       3165-LEE-PENDIENTE.
           READ PENDIENTES INTO WS-REG-PENDIENTE
              AT END SET FIN-FICHERO TO TRUE.
           PERFORM 3105-COMPRUEBA-LECTURA
              THRU 3105-COMPRUEBA-LECTURA-EXIT.
           IF FIN-FICHERO
                GO TO 3165-LEE-PENDIENTE-EXIT
           END-IF.
      *LOS CAMBIOS DEL MAESTRO DE DEPARTAMENTOS NO SON DE ESTE
      *BARRIDO (NO SE CUENTAN COMO REVISADOS)
           IF NOT WQ-MAESTRO-EMPLEADO
                SUBTRACT 1 FROM WT-RES-LEIDOS(WS-NUM-FICHERO)
                SUBTRACT 1 FROM WC-TOTAL-LEIDOS
                GO TO 3165-LEE-PENDIENTE-EXIT
           END-IF.
      *DOS CAMBIOS PENDIENTES DEL MISMO EMPLEADO SON CLAVE DUPLICADA:
      *EL SEGUNDO SE APROBARIA CON UNA IMAGEN ANTERIOR YA CADUCADA
           MOVE WQ-CLAVE TO SD-CLAVE.
           MOVE WQ-CLAVE TO SD-CODIGO.
           IF WQ-FEC-EFECTO NOT = 0
              AND WQ-FEC-EFECTO NUMERIC
                MOVE WQ-FEC-EFECTO TO SD-FECHA
           ELSE
                MOVE WQ-FECHA TO SD-FECHA
           END-IF.
           STRING "TIPO " DELIMITED BY SIZE
                  WQ-TIPO DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  WQ-AUTOR DELIMITED BY SIZE
                  " EL " DELIMITED BY SIZE
                  WQ-FECHA DELIMITED BY SIZE
                  " EFECTO " DELIMITED BY SIZE
                  SD-FECHA DELIMITED BY SIZE
                  INTO SD-DETALLE.
           RELEASE SD-REG-INTEGRIDAD.
       3165-LEE-PENDIENTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REVISA EL FICHERO SATELITE YA ORDENADO                  *
      *****************************************************************
       3700-REVISA-ORDENADO.
           MOVE 0 TO WS-TOTAL-FICHERO.
           MOVE LOW-VALUES TO WS-CLAVE-ANTERIOR.
           SET NO-FIN-SORT TO TRUE.
      *
           PERFORM 3710-REVISA-REGISTRO
              THRU 3710-REVISA-REGISTRO-EXIT
              UNTIL FIN-SORT.
      *
       3700-REVISA-ORDENADO-EXIT.
       EXIT.
      *
       3710-REVISA-REGISTRO.
           RETURN SD-FICHERO
              AT END SET FIN-SORT TO TRUE.
           IF FIN-SORT
                GO TO 3710-REVISA-REGISTRO-EXIT
           END-IF.
      *
           MOVE SD-CODIGO TO WS-CODIGO-INCIDENCIA.
           MOVE SD-DETALLE TO WS-DETALLE-INCIDENCIA.
      *
      *REGLA 4: LA MISMA CLAVE QUE EL REGISTRO ANTERIOR
           IF SD-CLAVE = WS-CLAVE-ANTERIOR
                MOVE 4 TO WS-NUM-REGLA
                PERFORM 3800-ANOTA-INCIDENCIA
                   THRU 3800-ANOTA-INCIDENCIA-EXIT
           END-IF.
           MOVE SD-CLAVE TO WS-CLAVE-ANTERIOR.
      *
      *REGLA 1: EL CODIGO TIENE QUE EXISTIR EN EL MAESTRO
           MOVE SD-CODIGO TO WS-EMPLE-CODIGO.
           PERFORM 1120-BUSCA-EMPLEADO
              THRU 1120-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                MOVE 1 TO WS-NUM-REGLA
                PERFORM 3800-ANOTA-INCIDENCIA
                   THRU 3800-ANOTA-INCIDENCIA-EXIT
                GO TO 3710-REVISA-REGISTRO-EXIT
           END-IF.
      *
      *MARCAS DE LOS REGISTROS OBLIGATORIOS
           IF WS-NUM-FICHERO = 1
                MOVE "S" TO WM-TIENE-CUENTA(I)
           END-IF.
           IF WS-NUM-FICHERO = 2
                MOVE "S" TO WM-TIENE-CATEG(I)
           END-IF.
      *
      *REGLA 2: EMPLEADO DE BAJA CON UN REGISTRO FECHADO DESPUES
           IF WM-ESTADO(I) = "B"
              AND WM-FEC-BAJA(I) > 0
              AND SD-FECHA > WM-FEC-BAJA(I)
                MOVE WM-FEC-BAJA(I) TO WS-FECHA-EDITADA
                MOVE SPACES TO WS-DETALLE-INCIDENCIA
                STRING "BAJA " DELIMITED BY SIZE
                       WS-FECHA-EDITADA DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       SD-DETALLE DELIMITED BY SIZE
                       INTO WS-DETALLE-INCIDENCIA
                MOVE 2 TO WS-NUM-REGLA
                PERFORM 3800-ANOTA-INCIDENCIA
                   THRU 3800-ANOTA-INCIDENCIA-EXIT
           END-IF.
      *
       3710-REVISA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ANOTA E IMPRIME UNA INCIDENCIA                          *
      *****************************************************************
      *LA LLAMADORA DEJA EL FICHERO EN WS-NUM-FICHERO, LA REGLA EN
      *WS-NUM-REGLA, EL CODIGO EN WS-CODIGO-INCIDENCIA Y EL DETALLE
      *EN WS-DETALLE-INCIDENCIA
       3800-ANOTA-INCIDENCIA.
           ADD 1 TO WT-RES-REGLA(WS-NUM-FICHERO, WS-NUM-REGLA).
           ADD 1 TO WC-TOTAL-INCIDENCIAS.
           ADD 1 TO WS-TOTAL-FICHERO.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE LT-NOMBRE-FICHERO(WS-NUM-FICHERO) TO WI-FICHERO.
           MOVE LT-NOMBRE-REGLA(WS-NUM-REGLA) TO WI-REGLA.
           MOVE WS-CODIGO-INCIDENCIA TO WI-CODIGO.
           MOVE WS-DETALLE-INCIDENCIA TO WI-DETALLE.
           MOVE WS-LINEA-INCIDENCIA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3800-INCIDENCIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3800-ANOTA-INCIDENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPLEADOS DE ALTA SIN SUS REGISTROS OBLIGATORIOS        *
      *****************************************************************
       4000-REVISA-OBLIGATORIOS.
           PERFORM 4010-REVISA-EMPLEADO
              THRU 4010-REVISA-EMPLEADO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-MAESTRO.
       4000-REVISA-OBLIGATORIOS-EXIT.
       EXIT.
      *
       4010-REVISA-EMPLEADO.
           IF WM-ACTIVO(I) NOT = "S"
                GO TO 4010-REVISA-EMPLEADO-EXIT
           END-IF.
           MOVE WM-CODIGO(I) TO WS-CODIGO-INCIDENCIA.
           MOVE 3 TO WS-NUM-REGLA.
      *
           IF WM-TIENE-CUENTA(I) NOT = "S"
                MOVE 1 TO WS-NUM-FICHERO
                MOVE "EMPLEADO DE ALTA SIN CUENTA BANCARIA"
                  TO WS-DETALLE-INCIDENCIA
                PERFORM 3800-ANOTA-INCIDENCIA
                   THRU 3800-ANOTA-INCIDENCIA-EXIT
           END-IF.
      *
           IF WM-TIENE-CATEG(I) NOT = "S"
                MOVE 2 TO WS-NUM-FICHERO
                MOVE "EMPLEADO DE ALTA SIN CATEGORIA ASIGNADA"
                  TO WS-DETALLE-INCIDENCIA
                PERFORM 3800-ANOTA-INCIDENCIA
                   THRU 3800-ANOTA-INCIDENCIA-EXIT
           END-IF.
      *
       4010-REVISA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN POR FICHERO Y REGLA, EN PAGINA APARTE           *
      *****************************************************************
       5000-IMPRIME-RESUMEN.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "RESUMEN POR FICHERO Y REGLA"
             TO WS-LINEA-IMPRIMIR(3:27).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           MOVE WS-LINEA-RESUMEN-CAB TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           ADD 3 TO WC-LINEA-PAGINA.
      *
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT
              VARYING IFC FROM 1 BY 1
              UNTIL IFC > 6.
      *
           MOVE SPACES TO WS-LINEA-RESUMEN.
           MOVE "TOTAL" TO WN-FICHERO.
           MOVE WC-TOTAL-LEIDOS TO WN-LEIDOS.
           MOVE WC-TOTAL-INCIDENCIAS TO WN-TOTAL.
           MOVE WS-LINEA-RESUMEN TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5000-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       5000-IMPRIME-RESUMEN-EXIT.
       EXIT.
      *
       5010-LINEA-RESUMEN.
           MOVE SPACES TO WS-LINEA-RESUMEN.
           MOVE 0 TO WS-TOTAL-FICHERO.
           MOVE LT-NOMBRE-FICHERO(IFC) TO WN-FICHERO.
           MOVE WT-RES-LEIDOS(IFC) TO WN-LEIDOS.
           PERFORM 5020-COLUMNA-REGLA
              THRU 5020-COLUMNA-REGLA-EXIT
              VARYING IR FROM 1 BY 1
              UNTIL IR > 4.
           MOVE WS-TOTAL-FICHERO TO WN-TOTAL.
           IF WT-RES-AUSENTE(IFC) = "S"
                MOVE "FICHERO NO EXISTE" TO WN-OBSERVACION
           END-IF.
      *
           MOVE WS-LINEA-RESUMEN TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5010-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       5010-LINEA-RESUMEN-EXIT.
       EXIT.
      *
       5020-COLUMNA-REGLA.
           MOVE WT-RES-REGLA(IFC, IR) TO WN-REGLA(IR).
           ADD WT-RES-REGLA(IFC, IR) TO WS-TOTAL-FICHERO.
       5020-COLUMNA-REGLA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AVISO EN EL FICHERO DE ALERTAS DE OPERACION             *
      *****************************************************************
       6000-ALERTA-INCIDENCIAS.
           MOVE WS-FECHA-PROCESO TO WA-FECHA.
           MOVE LT-PROGRAMA TO WA-PROGRAMA.
           SET WA-TIPO-REVISAR TO TRUE.
           SET WA-AVISO TO TRUE.
      *
           MOVE SPACES TO WA-MOTIVO.
           STRING "INTEGRIDAD DE SATELITES: " DELIMITED BY SIZE
                  WC-TOTAL-INCIDENCIAS DELIMITED BY SIZE
                  " INCIDENCIAS" DELIMITED BY SIZE
                  INTO WA-MOTIVO
           END-STRING.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
      *
       6000-ALERTA-INCIDENCIAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   INTEGRIDAD DE LOS FICHEROS SATELITE"
                 DISPLAY "******************************************"
                 DISPLAY "**EMPLEADOS DEL MAESTRO:   " WC-CONTADOR
                 DISPLAY "**REGISTROS REVISADOS:     " WC-TOTAL-LEIDOS
                 DISPLAY "**INCIDENCIAS:             "
                      WC-TOTAL-INCIDENCIAS
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
      *FALLO SIN TENER QUE MIRAR EL LISTADO
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN EN EL CONTROL DE EJECUCIONES: LOS
      *REGISTROS REVISADOS COMO LEIDOS Y LAS INCIDENCIAS COMO ESCRITOS
           MOVE WC-TOTAL-LEIDOS TO WK-CTL-LEIDOS.
           MOVE WC-TOTAL-INCIDENCIAS TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *****************************************************************
      *                COMPROBACION DE ERRORES                        *
      *****************************************************************
       9100-ERRORES.
           SET SI-ERROR TO TRUE.
      *
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
      *(LA LLAMADORA DEJA EL FILE STATUS DE SU FICHERO EN
      *WS-FILE-STATUS-ERROR ANTES DE HACER PERFORM DE ESTE PARRAFO)
           EVALUATE WS-FILE-STATUS-ERROR
                WHEN 04
                      DISPLAY "SE HA PRODUCIDO UN DESBORDAMIENTO"
                WHEN 10
                     DISPLAY "EL FICHERO ESTA VACIO"
                WHEN 35
                     DISPLAY "NO SE ENCUENTRA EL FICHERO"
                WHEN OTHER
                     DISPLAY "SE HA PRODUCIDO UN ERROR"
           END-EVALUATE.
      *
      *MOSTRAMOS UN ANALISIS DEL ERROR PRODUCIDO
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
      *LLAMAMOS AL PERFORM QUE CIERRA EL PROGRAMA
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                ALERTAS DE OPERACION                           *
      *****************************************************************
       COPY ALERTAPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.

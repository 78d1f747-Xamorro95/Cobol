      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CALCULO DE ATRASOS POR CAMBIOS DE SALARIO O COMISION CON     *
      *  EFECTO ATRASADO: UNA SUBIDA PACTADA EN MARZO Y APROBADA EN   *
      *  MAYO CON COBOL865 DEJA EN FICHERO.ATRASOS.SOLICITUDES (COPY  *
      *  COPYSOLATR) LA FECHA DE EFECTO Y LOS IMPORTES ANTES Y        *
      *  DESPUES. ESTE PROGRAMA RECORRE EL HISTORICO DE NOMINA (COPY  *
      *  COPYHISNOM, GRABADO POR COBOL705) Y RECALCULA CADA MES YA    *
      *  PAGADO AL EMPLEADO DESDE LA FECHA DE EFECTO QUE TODAVIA NO   *
      *  SE PAGO CON LOS IMPORTES NUEVOS: LA DIFERENCIA DE FIJO       *
      *  (DOCEAVA PARTE DEL SALARIO MAS LA COMISION, PRORRATEADA POR  *
      *  DIAS NATURALES EN EL MES DE EFECTO) Y LA DIFERENCIA DE       *
      *  RETENCION, CON EL PORCENTAJE QUE DA LA TABLA DE COBOL750     *
      *  PARA EL SALARIO NUEVO FRENTE AL QUE SE APLICO EN SU DIA.     *
      *  CADA MES RECALCULADO SE ANADE A FICHERO.NOMINA.ATRASOS (COPY *
      *  COPYATRASO) PENDIENTE DE PAGO; COBOL700 LOS PAGA EN LA       *
      *  SIGUIENTE NOMINA COMO LINEAS DE ATRASOS, Y DE AHI PASAN AL   *
      *  ACUMULADO ANUAL CON COBOL765. EL DETALLE SALE EN             *
      *  FICHERO.ATRASOS.LISTADO. LAS SOLICITUDES TRATADAS QUEDAN     *
      *  MARCADAS COMO CALCULADAS, ASI QUE UNA SEGUNDA PASADA NO      *
      *  DUPLICA NADA. VARIOS CAMBIOS ENCADENADOS DEL MISMO EMPLEADO  *
      *  SE SUMAN: CADA UNO APORTA SU PROPIA DIFERENCIA ANTES/DESPUES *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL708.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.atrasos.solicitudes"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION DE LAS SOLICITUDES YA
      *MARCADAS (SOLO SI TODO HA IDO BIEN SE COPIA SOBRE EL FICHERO)
           SELECT SOL-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.atrasos.sol.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
           SELECT HISTORICO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.historico"
             FILE STATUS IS WS-FILE-STATUS-HIS.
      *
           SELECT ATRASOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.atrasos"
             FILE STATUS IS WS-FILE-STATUS-ATR.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.atrasos.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT DEDUCCIONES
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.deducciones"
             FILE STATUS IS WS-FILE-STATUS-DED.
      *
      *CALENDARIO LABORAL: SOLO SE USAN SUS PARRAFOS DE FECHAS PARA
      *LOS DIAS DEL MES DE EFECTO (VER COPY CALENPR)
           COPY CALENFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *CERROJO DE USO DE LA TABLA DE RETENCIONES, EN COMPARTIDO
      *MIENTRAS DURA LA CARGA, COMO EN COBOL700 (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.deducciones.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD SOLICITUDES.
       01  REG-SOLICITUD                          PIC X(75).
      *
       FD SOL-TRABAJO.
       01  REG-SOL-TRABAJO                        PIC X(75).
      *
       FD HISTORICO.
       01  REG-HISTORICO                          PIC X(114).
      *
       FD ATRASOS.
       01  REG-ATRASO                             PIC X(59).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD DEDUCCIONES.
       01  REG-DEDUCCION                          PIC X(26).
      *
       COPY CALENFD.
      *
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               SOLICITUD DE CALCULO DE ATRASOS                 *
      *****************************************************************
       COPY COPYSOLATR.
      *
      *****************************************************************
      *               REGISTRO DEL HISTORICO DE NOMINA                *
      *****************************************************************
       COPY COPYHISNOM.
       COPY COPYNOMINA.
      *
      *****************************************************************
      *               REGISTRO DE ATRASOS                             *
      *****************************************************************
       COPY COPYATRASO.
      *
      *****************************************************************
      *               VARIABLES  TABLA DE RETENCIONES                 *
      *****************************************************************
       COPY COPYDEDUC.
      *
      *****************************************************************
      *               TABLA DE SOLICITUDES                            *
      *****************************************************************
      *TODAS LAS SOLICITUDES DEL FICHERO (TAMBIEN LAS YA CALCULADAS,
      *QUE SE REGRABAN TAL CUAL); EN PARALELO, LOS MESES RECALCULADOS
      *DE CADA UNA EN ESTA PASADA
       01  WT-TABLA-SOLICITUDES.
           05  WC-NUM-SOLICITUDES       PIC 9(4) VALUE 0.
           05  WT-REG-SOLICITUD OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-SOLICITUDES
                  INDEXED BY J          PIC X(75).
       01  WT-MESES-SOLICITUDES.
           05  WT-SOL-MESES OCCURS 2000 TIMES
                                        PIC 9(3).
      *
      *****************************************************************
      *               TABLA DE TRAMOS DE RETENCION                    *
      *****************************************************************
      *LA MISMA TABLA Y LOS MISMOS TRAMOS POR DEFECTO QUE COBOL700
       01  WT-TABLA-DEDUCCIONES.
           05  WS-DATOS-TRAMOS.
               10  FILLER  PIC X(26) VALUE
                    "00000000000000020000001000".
               10  FILLER  PIC X(26) VALUE
                    "00002000000000050000002000".
               10  FILLER  PIC X(26) VALUE
                    "00005000000999999999993000".
               10  FILLER  PIC X(442) VALUE HIGH-VALUES.
           05  WT-REG-TRAMO REDEFINES WS-DATOS-TRAMOS
              OCCURS 20 TIMES
              INDEXED BY I.
                10  WT-TRAMO-DESDE               PIC 9(9)V99.
                10  WT-TRAMO-HASTA               PIC 9(9)V99.
                10  WT-TRAMO-PORCENTAJE          PIC 9(2)V99.
      *
      *****************************************************************
      *               CALENDARIO LABORAL                              *
      *****************************************************************
       COPY CALENWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
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
           05  SW-FIN-HISTORICO                  PIC 9 VALUE 0.
                88 FIN-HISTORICO                 VALUE 1.
                88 NO-FIN-HISTORICO              VALUE 0.
           05  SW-FIN-DEDUCCIONES                PIC 9 VALUE 0.
                88 FIN-DEDUCCIONES               VALUE 1.
                88 NO-FIN-DEDUCCIONES            VALUE 0.
           05  SW-TRAMO-ENCONTRADO               PIC X VALUE "N".
                88 TRAMO-ENCONTRADO              VALUE "S".
                88 TRAMO-NO-ENCONTRADO           VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20)
                    VALUE "ATRASOS.SOLICITUDES".
           05  LT-FICHERO2          PIC X(20) VALUE "DEDUCCIONES".
           05  LT-FICHERO3          PIC X(20) VALUE "NOMINA.HISTORICO".
           05  LT-FICHERO4          PIC X(20) VALUE "NOMINA.ATRASOS".
           05  LT-FICHERO5          PIC X(20) VALUE "ATRASOS.LISTADO".
           05  LT-FICHERO6          PIC X(20)
                    VALUE "ATRASOS.SOL.TRABAJO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL708".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-HIS                   PIC XX.
           05  WS-FILE-STATUS-ATR                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-DED                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
      *MES (AAAAMM) Y DIA DE LA FECHA DE EFECTO DE LA SOLICITUD
           05  WS-PERIODO-EFECTO                    PIC 9(6).
           05  WS-DIA-EFECTO                        PIC 9(2).
           05  WS-DIF-FIJO                          PIC S9(9)V99.
           05  WS-DIF-DEDUCCION                     PIC S9(9)V99.
           05  WS-SALARIO-BUSCADO                   PIC S9(9)V99.
           05  WS-PORCENTAJE-NUEVO                  PIC 9(2)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-NUM-TRAMOS                      PIC 9(2).
           05 WC-SOL-PENDIENTES                  PIC 9(5).
           05 WC-SOL-SIN-MESES                   PIC 9(5).
           05 WC-MESES-LEIDOS                    PIC 9(7).
           05 WC-MESES-RECALCULADOS              PIC 9(7).
           05 WC-TOTAL-DIF-BRUTO                 PIC S9(11)V99.
           05 WC-TOTAL-DIF-DEDUCCION             PIC S9(11)V99.
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *COPIA DE LA LINEA PENDIENTE MIENTRAS SE IMPRIME UN SALTO DE
      *PAGINA (LA CABECERA REUTILIZA WS-LINEA-IMPRIMIR)
       01  WS-LINEA-DETALLE-AUX                  PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(50)
                    VALUE "ATRASOS POR CAMBIOS CON EFECTO ATRASADO".
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(14) VALUE "NOMBRE".
           05  FILLER                 PIC X(17) VALUE "APELLIDO".
           05  FILLER                 PIC X(9)  VALUE "MES".
           05  FILLER                 PIC X(12) VALUE "EFECTO".
           05  FILLER                 PIC X(15) VALUE "BRUTO PAGADO".
           05  FILLER                 PIC X(15) VALUE "DIF. BRUTO".
           05  FILLER                 PIC X(14) VALUE "PCT ANT/NUEVO".
           05  FILLER                 PIC X(14) VALUE "DIF. RETENCION".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-PERIODO             PIC 9999/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-EFECTO              PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-BRUTO-PAGADO        PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-DIF-BRUTO           PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-PCT-ANTES           PIC Z9.99.
           05  FILLER                 PIC X(1)  VALUE "/".
           05  WL-PCT-NUEVO           PIC Z9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-DIF-DEDUCCION       PIC -(9)9.99.
      *
      *****************************************************************
      *               LINEAS DE AVISO Y TOTALES                       *
      *****************************************************************
       01  WS-LINEA-SIN-MESES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLS-CODIGO             PIC X(6).
           05  FILLER                 PIC X(36)
                    VALUE "  SIN MESES PAGADOS DESDE EL EFECTO ".
           05  WLS-EFECTO             PIC 9999/99/99.
           05  FILLER                 PIC X(40)
                    VALUE " - NADA QUE RECALCULAR".
      *
       01  WS-LINEA-SIN-SOLICITUDES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(50)
                    VALUE "NO HAY SOLICITUDES DE ATRASOS PENDIENTES".
      *
       01  WS-LINEA-TOTALES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(20)
                    VALUE "MESES RECALCULADOS:".
           05  WTT-MESES              PIC ZZZZZZ9.
           05  FILLER                 PIC X(16) VALUE "  DIF. BRUTO: ".
           05  WTT-DIF-BRUTO          PIC -(11)9.99.
           05  FILLER                 PIC X(20)
                    VALUE "  DIF. RETENCION: ".
           05  WTT-DIF-DEDUCCION      PIC -(11)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *RECORREMOS EL HISTORICO CONTRA LAS SOLICITUDES PENDIENTES
           IF WC-SOL-PENDIENTES > 0
                PERFORM 3000-PROCESO
                   THRU 3000-PROCESO-EXIT
                   UNTIL FIN-HISTORICO
           ELSE
                MOVE WS-LINEA-SIN-SOLICITUDES TO WS-LINEA-IMPRIMIR
                PERFORM 3900-ESCRIBE-LINEA
                   THRU 3900-ESCRIBE-LINEA-EXIT
           END-IF.
      *
      *SOLICITUDES SIN NINGUN MES QUE RECALCULAR Y TOTALES
           PERFORM 4000-SIN-MESES
              THRU 4000-SIN-MESES-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-SOLICITUDES.
           PERFORM 4100-IMPRIME-TOTALES
              THRU 4100-IMPRIME-TOTALES-EXIT.
      *
      *CON LOS ATRASOS YA GRABADOS, MARCAMOS LAS SOLICITUDES
           IF WC-SOL-PENDIENTES > 0
                PERFORM 5000-MARCA-SOLICITUDES
                   THRU 5000-MARCA-SOLICITUDES-EXIT
           END-IF.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           PERFORM 1010-CARGA-SOLICITUDES
              THRU 1010-CARGA-SOLICITUDES-EXIT.
           IF WC-SOL-PENDIENTES = 0
                GO TO 1000-INICIO-EXIT
           END-IF.
      *
      *CARGAMOS LA TABLA DE TRAMOS DE RETENCION
           PERFORM 1020-CARGA-TABLA
              THRU 1020-CARGA-TABLA-EXIT.
      *
      *SIN HISTORICO NO HAY MESES PAGADOS QUE RECALCULAR: LAS
      *SOLICITUDES SE DAN POR CALCULADAS SIN ATRASOS
           OPEN INPUT HISTORICO.
           IF WS-FILE-STATUS-HIS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO3
                DISPLAY "       NO HAY MESES PAGADOS QUE RECALCULAR"
                SET FIN-HISTORICO TO TRUE
                GO TO 1000-INICIO-EXIT
           END-IF.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LOS ATRASOS SE ANADEN A LOS QUE YA HUBIERA (PAGADOS O NO)
           OPEN EXTEND ATRASOS.
           IF WS-FILE-STATUS-ATR = 35
                OPEN OUTPUT ATRASOS
           END-IF.
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9300-LEER-HISTORICO
              THRU 9300-LEER-HISTORICO-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS SOLICITUDES DE ATRASOS                     *
      *****************************************************************
       1010-CARGA-SOLICITUDES.
           OPEN INPUT SOLICITUDES.
           IF WS-FILE-STATUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                GO TO 1010-CARGA-SOLICITUDES-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-SOLICITUD
              THRU 1011-LEE-SOLICITUD-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-SOLICITUDES >= 2000.
      *
           CLOSE SOLICITUDES.
      *
           IF NOT FIN-FICHERO
                DISPLAY "EL FICHERO DE SOLICITUDES SUPERA LAS 2000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1010-CARGA-SOLICITUDES-EXIT.
       EXIT.
      *
       1011-LEE-SOLICITUD.
           READ SOLICITUDES INTO WS-REG-SOLICITUD-ATRASO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-SOLICITUDES
                MOVE WS-REG-SOLICITUD-ATRASO
                  TO WT-REG-SOLICITUD(WC-NUM-SOLICITUDES)
                MOVE 0 TO WT-SOL-MESES(WC-NUM-SOLICITUDES)
                IF WG-PENDIENTE
                     ADD 1 TO WC-SOL-PENDIENTES
                END-IF
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE "1011-LEE-SOLICITUD" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-SOLICITUD-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA TABLA DE TRAMOS DESDE FICHERO               *
      *****************************************************************
       1020-CARGA-TABLA.
      *EL CERROJO EN COMPARTIDO, COMO EN COBOL700: SI COBOL750 ESTA
      *REGRABANDO LA TABLA NOS DETENEMOS
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN FICHERO DE DEDUCCIONES QUEDAN LOS TRES TRAMOS POR DEFECTO
           MOVE 3 TO WC-NUM-TRAMOS.
           OPEN INPUT DEDUCCIONES.
           IF WS-FILE-STATUS-DED = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                DISPLAY "       SE UTILIZA LA TABLA DE RETENCIONES "
                DISPLAY "       POR DEFECTO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                GO TO 1020-CARGA-TABLA-EXIT
           END-IF.
           IF WS-FILE-STATUS-DED NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-DED TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE 0 TO WC-NUM-TRAMOS.
           PERFORM 1021-LEE-TRAMO
              THRU 1021-LEE-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > 20
                 OR FIN-DEDUCCIONES.
      *
           CLOSE DEDUCCIONES.
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1020-CARGA-TABLA-EXIT.
       EXIT.
      *
       1021-LEE-TRAMO.
           READ DEDUCCIONES INTO WT-REG-TRAMO(I)
              AT END SET FIN-DEDUCCIONES TO TRUE.
      *
           IF WS-FILE-STATUS-DED = 00
                ADD 1 TO WC-NUM-TRAMOS
           ELSE
                IF WS-FILE-STATUS-DED NOT = 10
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-TRAMO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-DED TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-HOY TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
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
      *       UN MES DEL HISTORICO CONTRA LAS SOLICITUDES             *
      *****************************************************************
       3000-PROCESO.
           MOVE WH-IMAGEN-NOMINA TO WS-REG-NOMINA.
           ADD 1 TO WC-MESES-LEIDOS.
      *
           PERFORM 3010-CASA-SOLICITUD
              THRU 3010-CASA-SOLICITUD-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-SOLICITUDES.
      *
           PERFORM 9300-LEER-HISTORICO
              THRU 9300-LEER-HISTORICO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *SOLO LAS SOLICITUDES PENDIENTES DEL MISMO EMPLEADO CUYO MES DE
      *EFECTO NO ES POSTERIOR AL MES DEL HISTORICO
       3010-CASA-SOLICITUD.
           IF WT-REG-SOLICITUD(J)(1:6) NOT = WN-CODIGO
                GO TO 3010-CASA-SOLICITUD-EXIT
           END-IF.
           MOVE WT-REG-SOLICITUD(J) TO WS-REG-SOLICITUD-ATRASO.
           IF NOT WG-PENDIENTE
                GO TO 3010-CASA-SOLICITUD-EXIT
           END-IF.
           DIVIDE WG-FEC-EFECTO BY 100 GIVING WS-PERIODO-EFECTO.
           IF WH-PERIODO < WS-PERIODO-EFECTO
                GO TO 3010-CASA-SOLICITUD-EXIT
           END-IF.
      *
           PERFORM 3100-CALCULA-ATRASO
              THRU 3100-CALCULA-ATRASO-EXIT.
      *
       3010-CASA-SOLICITUD-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RECALCULO DE UN MES PAGADO CON LOS IMPORTES NUEVOS      *
      *****************************************************************
      *CADA SOLICITUD APORTA SU DIFERENCIA ANTES/DESPUES SOLO SI ESE
      *MES NO SE PAGO YA CON EL IMPORTE NUEVO (SALARIO Y COMISION SE
      *MIRAN POR SEPARADO). EN EL MES DE EFECTO LA DIFERENCIA SE
      *PRORRATEA POR LOS DIAS NATURALES DESDE EL DIA DE EFECTO. LA
      *RETENCION DEL MES SE REHACE SOBRE EL BRUTO PAGADO MAS LA
      *DIFERENCIA CON EL PORCENTAJE DEL SALARIO NUEVO, FRENTE A LA
      *QUE SE APLICO EN SU DIA
       3100-CALCULA-ATRASO.
           MOVE 0 TO WS-DIF-FIJO.
           IF WN-SALARIO-ANUAL NOT = WG-SALARIO-DESPUES
                COMPUTE WS-DIF-FIJO ROUNDED = WS-DIF-FIJO
                        + (WG-SALARIO-DESPUES - WG-SALARIO-ANTES) / 12
           END-IF.
           IF WN-COMISION NOT = WG-COMISION-DESPUES
                COMPUTE WS-DIF-FIJO = WS-DIF-FIJO
                        + WG-COMISION-DESPUES - WG-COMISION-ANTES
           END-IF.
           IF WS-DIF-FIJO = 0
                GO TO 3100-CALCULA-ATRASO-EXIT
           END-IF.
      *
           MOVE WG-FEC-EFECTO(7:2) TO WS-DIA-EFECTO.
           IF WH-PERIODO = WS-PERIODO-EFECTO
              AND WS-DIA-EFECTO > 1
                COMPUTE WS-CAL-FECHA = WH-PERIODO * 100 + 1
                PERFORM 9840-DIAS-DEL-MES-CAL
                   THRU 9840-DIAS-DEL-MES-CAL-EXIT
                IF WS-DIA-EFECTO > WS-CAL-DIAS-MES
                     GO TO 3100-CALCULA-ATRASO-EXIT
                END-IF
                COMPUTE WS-DIF-FIJO ROUNDED = WS-DIF-FIJO
                        * (WS-CAL-DIAS-MES - WS-DIA-EFECTO + 1)
                        / WS-CAL-DIAS-MES
           END-IF.
      *
      *PORCENTAJE DE RETENCION DEL SALARIO NUEVO
           MOVE WG-SALARIO-DESPUES TO WS-SALARIO-BUSCADO.
           SET TRAMO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-PORCENTAJE-NUEVO.
           PERFORM 3110-BUSCA-TRAMO
              THRU 3110-BUSCA-TRAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-TRAMOS
                 OR TRAMO-ENCONTRADO.
           IF TRAMO-NO-ENCONTRADO
                DISPLAY "AVISO: SIN TRAMO DE RETENCION - EMPLEADO: "
                     WG-CODIGO " SALARIO: " WG-SALARIO-DESPUES
           END-IF.
      *
           COMPUTE WS-DIF-DEDUCCION ROUNDED =
                   (WN-BRUTO-MES + WS-DIF-FIJO)
                   * WS-PORCENTAJE-NUEVO / 100
                   - WN-BRUTO-MES * WN-PORCENTAJE / 100.
      *
      *GRABAMOS EL ATRASO DEL MES PENDIENTE DE PAGO
           MOVE WN-CODIGO        TO WI-CODIGO.
           MOVE WH-PERIODO       TO WI-PERIODO.
           MOVE WG-FEC-EFECTO    TO WI-FEC-EFECTO.
           MOVE WN-BRUTO-MES     TO WI-BRUTO-PAGADO.
           MOVE WS-DIF-FIJO      TO WI-DIF-BRUTO.
           MOVE WS-DIF-DEDUCCION TO WI-DIF-DEDUCCION.
           MOVE 0                TO WI-PERIODO-PAGO.
           WRITE REG-ATRASO FROM WS-REG-ATRASO.
           IF WS-FILE-STATUS-ATR NOT = 00
                MOVE "3100-CALCULA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ATR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           ADD 1 TO WT-SOL-MESES(J).
           ADD 1 TO WC-MESES-RECALCULADOS.
           ADD WS-DIF-FIJO      TO WC-TOTAL-DIF-BRUTO.
           ADD WS-DIF-DEDUCCION TO WC-TOTAL-DIF-DEDUCCION.
      *
           MOVE WN-CODIGO           TO WL-CODIGO.
           MOVE WN-NOMBRE           TO WL-NOMBRE.
           MOVE WN-APELLIDO         TO WL-APELLIDO.
           MOVE WH-PERIODO          TO WL-PERIODO.
           MOVE WG-FEC-EFECTO       TO WL-EFECTO.
           MOVE WN-BRUTO-MES        TO WL-BRUTO-PAGADO.
           MOVE WS-DIF-FIJO         TO WL-DIF-BRUTO.
           MOVE WN-PORCENTAJE       TO WL-PCT-ANTES.
           MOVE WS-PORCENTAJE-NUEVO TO WL-PCT-NUEVO.
           MOVE WS-DIF-DEDUCCION    TO WL-DIF-DEDUCCION.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       3100-CALCULA-ATRASO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL TRAMO DE RETENCION DEL SALARIO ANUAL           *
      *****************************************************************
       3110-BUSCA-TRAMO.
           IF WS-SALARIO-BUSCADO >= WT-TRAMO-DESDE(I)
              AND WS-SALARIO-BUSCADO < WT-TRAMO-HASTA(I)
                SET TRAMO-ENCONTRADO TO TRUE
                MOVE WT-TRAMO-PORCENTAJE(I) TO WS-PORCENTAJE-NUEVO
           END-IF.
      *
       3110-BUSCA-TRAMO-EXIT.
       EXIT.
      *
       3900-ESCRIBE-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                MOVE WS-LINEA-IMPRIMIR TO WS-LINEA-DETALLE-AUX
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
                MOVE WS-LINEA-DETALLE-AUX TO WS-LINEA-IMPRIMIR
           END-IF.
      *
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3900-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3900-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SOLICITUDES PENDIENTES SIN NINGUN MES QUE RECALCULAR    *
      *****************************************************************
      *EL CAMBIO SURTE EFECTO EN UN MES QUE AUN NO SE HA PAGADO: LA
      *PROXIMA NOMINA YA LO PAGA CON EL IMPORTE NUEVO
       4000-SIN-MESES.
           MOVE WT-REG-SOLICITUD(J) TO WS-REG-SOLICITUD-ATRASO.
           IF NOT WG-PENDIENTE
              OR WT-SOL-MESES(J) > 0
                GO TO 4000-SIN-MESES-EXIT
           END-IF.
      *
           ADD 1 TO WC-SOL-SIN-MESES.
           MOVE WG-CODIGO     TO WLS-CODIGO.
           MOVE WG-FEC-EFECTO TO WLS-EFECTO.
           MOVE WS-LINEA-SIN-MESES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       4000-SIN-MESES-EXIT.
       EXIT.
      *
       4100-IMPRIME-TOTALES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
           MOVE WC-MESES-RECALCULADOS  TO WTT-MESES.
           MOVE WC-TOTAL-DIF-BRUTO     TO WTT-DIF-BRUTO.
           MOVE WC-TOTAL-DIF-DEDUCCION TO WTT-DIF-DEDUCCION.
           MOVE WS-LINEA-TOTALES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       4100-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MARCA LAS SOLICITUDES Y REGRABA EL FICHERO              *
      *****************************************************************
       5000-MARCA-SOLICITUDES.
      *CERRAMOS PRIMERO LOS ATRASOS: SOLO CON ELLOS GRABADOS SE DAN
      *LAS SOLICITUDES POR CALCULADAS
           IF WS-FILE-STATUS-HIS NOT = 35
                CLOSE HISTORICO
                CLOSE ATRASOS
           END-IF.
      *
           OPEN OUTPUT SOL-TRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 5010-ESCRIBE-TRABAJO
              THRU 5010-ESCRIBE-TRABAJO-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-SOLICITUDES.
           CLOSE SOL-TRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO SE REGRABA EL DE
      *SOLICITUDES
           OPEN INPUT SOL-TRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           OPEN OUTPUT SOLICITUDES.
           IF WS-FILE-STATUS NOT = 00
                MOVE "5000-MARCA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5020-COPIA-TRABAJO
              THRU 5020-COPIA-TRABAJO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE SOL-TRABAJO.
           CLOSE SOLICITUDES.
      *
       5000-MARCA-SOLICITUDES-EXIT.
       EXIT.
      *
       5010-ESCRIBE-TRABAJO.
           MOVE WT-REG-SOLICITUD(J) TO WS-REG-SOLICITUD-ATRASO.
           IF WG-PENDIENTE
                SET WG-CALCULADA TO TRUE
           END-IF.
           WRITE REG-SOL-TRABAJO FROM WS-REG-SOLICITUD-ATRASO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5010-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       5010-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       5020-COPIA-TRABAJO.
           READ SOL-TRABAJO INTO WS-REG-SOLICITUD-ATRASO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-TRA = 10
                GO TO 5020-COPIA-TRABAJO-EXIT
           END-IF.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "5020-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-SOLICITUD FROM WS-REG-SOLICITUD-ATRASO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "5020-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       5020-COPIA-TRABAJO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   CALCULO DE ATRASOS"
                 DISPLAY "******************************************"
                 DISPLAY "**SOLICITUDES PENDIENTES:  "
                      WC-SOL-PENDIENTES
                 DISPLAY "**SIN MESES A RECALCULAR:  "
                      WC-SOL-SIN-MESES
                 DISPLAY "**MESES DE HISTORICO LEIDOS:"
                      WC-MESES-LEIDOS
                 DISPLAY "**MESES RECALCULADOS:      "
                      WC-MESES-RECALCULADOS
                 DISPLAY "**DIFERENCIA DE BRUTO:     "
                      WC-TOTAL-DIF-BRUTO
                 DISPLAY "**DIFERENCIA DE RETENCION: "
                      WC-TOTAL-DIF-DEDUCCION
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           CLOSE AUDITORIA.
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
      *DEJAMOS CONSTANCIA DEL ERROR EN EL HISTORICO COMUN DE AUDITORIA
           PERFORM 9150-GRABA-AUDITORIA
              THRU 9150-GRABA-AUDITORIA-EXIT.
      *
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
      *EVALUAMOS EL TIPO DE ERROR Y LO MOSTRAMOS POR PANTALLA
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
           DISPLAY "****LINEA:       " WC-CONTADOR.
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
      *               LEE EL HISTORICO DE NOMINA                      *
      *****************************************************************
       9300-LEER-HISTORICO.
           READ HISTORICO RECORD INTO WS-REG-HISTORICO
              AT END SET FIN-HISTORICO TO TRUE.
      *
           IF WS-FILE-STATUS-HIS = 00
                ADD 1 TO WC-CONTADOR
           ELSE
                IF WS-FILE-STATUS-HIS NOT = 10
                     MOVE "9300-LEER-HIST" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       9300-LEER-HISTORICO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                CERROJO DE USO                                 *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *                CALENDARIO LABORAL                             *
      *****************************************************************
       COPY CALENPR.

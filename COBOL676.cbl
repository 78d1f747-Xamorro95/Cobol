      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CIERRE DE VACACIONES DEL ANIO: CALCULA EL SALDO DE CADA      *
      *  EMPLEADO AL 31 DE DICIEMBRE (DERECHO DE FICHERO.VACACIONES   *
      *  DE COBOL660, MAS LOS DIAS ARRASTRADOS DEL ANIO ANTERIOR QUE  *
      *  SE TOMARON ANTES DE SU CADUCIDAD, MENOS LAS AUSENCIAS "V"    *
      *  DEL ANIO DE FICHERO.AUSENCIAS) Y PASA AL ANIO SIGUIENTE LOS  *
      *  DIAS NO DISFRUTADOS HASTA UN TOPE; EL RESTO SE PIERDE. LOS   *
      *  DIAS ARRASTRADOS CADUCAN EN LA FECHA (MMDD) DEL ANIO NUEVO   *
      *  QUE SE INDIQUE. EL TOPE (3 DIGITOS) Y LA CADUCIDAD SE TOMAN  *
      *  DE LA FICHA COBOL676 DE FICHERO.PARAMETROS SI EXISTE O SE    *
      *  PIDEN POR SYSIN, CON 5 DIAS Y 31 DE MARZO POR DEFECTO. GRABA *
      *  FICHERO.VACACIONES.ARRASTRE (COPY COPYARRAST), QUE COBOL675  *
      *  SUMA AL DERECHO DEL ANIO NUEVO, E IMPRIME POR EMPLEADO Y POR *
      *  DEPARTAMENTO LO ARRASTRADO, LO PERDIDO, LO CADUCADO DEL      *
      *  ARRASTRE ANTERIOR Y LA FECHA EN QUE CADUCA LO ARRASTRADO     *
      *  (FICHERO.ARRASTRE.LISTADO)                                   *
      *                                                               *
      *  EL ANIO QUE SE CIERRA ES EL DE LA FECHA DE PROCESO SI SE     *
      *  LANZA EN DICIEMBRE Y EL ANTERIOR SI SE LANZA DESPUES; HAY    *
      *  QUE LANZARLO ANTES DE RECALCULAR CON COBOL660 LOS DERECHOS   *
      *  DEL ANIO NUEVO. UN CIERRE YA HECHO NO SE REPITE: SI EL       *
      *  FICHERO DE ARRASTRE YA TRAE DIAS PARA EL ANIO SIGUIENTE EL   *
      *  PROGRAMA SE DETIENE SIN TOCARLO                              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL676.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHERO DE DERECHOS DE VACACIONES GRABADO POR COBOL660
           SELECT DERECHOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *MOVIMIENTOS DE AUSENCIA CAPTURADOS POR COBOL665
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUS.
      *
      *ARRASTRE DE DIAS NO DISFRUTADOS: SE LEE EL DEL ANIO QUE SE
      *CIERRA Y SE GRABA EL DEL ANIO SIGUIENTE (VER COPY COPYARRAST)
           SELECT ARRASTRE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones.arrastre"
             FILE STATUS IS WS-FILE-STATUS-ARR.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.arrastre.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DERECHOS.
       01  REG-DERECHO                            PIC X(13).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD ARRASTRE.
       01  REG-ARRASTRE                           PIC X(30).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY PARAMFD.
      *
       COPY ERRAUDFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE DERECHOS                *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL660
       01  WS-REG-DERECHO.
           05  WD-CODIGO                        PIC X(6).
           05  WD-DEPT                          PIC X(3).
           05  WD-BANDA                         PIC 9(1).
           05  WD-DIAS                          PIC 9(3).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE AUSENCIAS               *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
                88  WZ-TIPO-VACACIONES  VALUE "V".
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE ARRASTRE                *
      *****************************************************************
       COPY COPYARRAST.
      *
      *****************************************************************
      *               TABLA DE DERECHOS, ARRASTRE Y DIAS TOMADOS      *
      *****************************************************************
      *EN EL ORDEN DE COBOL660 (POR DEPARTAMENTO), QUE ES EL QUE
      *PERMITE TOTALIZAR POR DEPARTAMENTO EN 4000-CIERRE
       01  WT-TABLA-SALDOS.
           05  WC-NUM-SALDOS            PIC 9(4) VALUE 0.
           05  WT-REG-SALDO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-SALDOS
                  INDEXED BY I.
                10  WT-SAL-CODIGO                PIC X(6).
                10  WT-SAL-DEPT                  PIC X(3).
                10  WT-SAL-DERECHO               PIC 9(3).
      *DIAS QUE EL CIERRE ANTERIOR ARRASTRO A ESTE ANIO Y SU CADUCIDAD
                10  WT-SAL-ARR-ANT               PIC 9(3).
                10  WT-SAL-CADUCIDAD             PIC 9(8).
      *DIAS TOMADOS EN EL ANIO Y, DE ELLOS, LOS TOMADOS HASTA LA
      *CADUCIDAD DEL ARRASTRE (QUE SON LOS QUE LO CONSUMEN)
                10  WT-SAL-TOMADOS               PIC 9(3).
                10  WT-SAL-TOMADOS-CAD           PIC 9(3).
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
      *****************************************************************
       COPY FECPROWS.
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
           05  SW-FIN-AUSENCIAS                  PIC 9 VALUE 0.
                88 FIN-AUSENCIAS                 VALUE 1.
                88 NO-FIN-AUSENCIAS              VALUE 0.
           05  SW-SALDO                          PIC X VALUE "N".
                88 SALDO-ENCONTRADO              VALUE "S".
                88 SALDO-NO-ENCONTRADO           VALUE "N".
           05  SW-CIERRE-HECHO                   PIC X VALUE "N".
                88 CIERRE-YA-HECHO               VALUE "S".
                88 CIERRE-PENDIENTE              VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "VACACIONES".
           05  LT-FICHERO2          PIC X(20) VALUE "FICHERO.AUSENCIAS".
           05  LT-FICHERO3          PIC X(20) VALUE
                                      "VACACIONES.ARRASTRE".
           05  LT-FICHERO4          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL676".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-TOPE-DEFECTO      PIC 9(3) VALUE 5.
           05  LT-CADUCIDAD-DEFECTO PIC X(4) VALUE "0331".
      *
      *****************************************************************
      *               TABLA DE DIAS POR MES                           *
      *****************************************************************
      *PARA VALIDAR LA CADUCIDAD MMDD (EL 29 DE FEBRERO SE ADMITE SIN
      *MIRAR EL BISIESTO, COMO EN COBOL150)
       01  LT-DIAS-POR-MES.
           05  FILLER  PIC X(24) VALUE "312931303130313130313031".
       01  LT-TABLA-MESES REDEFINES LT-DIAS-POR-MES.
           05  LT-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-AUS                   PIC XX.
           05  WS-FILE-STATUS-ARR                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-SYSIN-TOPE                        PIC X(3).
           05  WS-SYSIN-CADUCIDAD                   PIC X(4).
           05  WS-SYSIN-CADUCIDAD-R REDEFINES WS-SYSIN-CADUCIDAD.
               10  WS-SYSIN-CAD-MES                 PIC 9(2).
               10  WS-SYSIN-CAD-DIA                 PIC 9(2).
           05  WS-TOPE                              PIC 9(3).
           05  WS-FECHA-AUX                         PIC 9(8).
           05  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
               10  WS-AUX-ANIO                      PIC 9(4).
               10  WS-AUX-MES                       PIC 9(2).
               10  WS-AUX-DIA                       PIC 9(2).
      *ANIO QUE SE CIERRA, SU PRIMER Y ULTIMO DIA Y EL ANIO NUEVO
           05  WS-ANIO-CIERRE                       PIC 9(4).
           05  WS-ANIO-NUEVO                        PIC 9(4).
           05  WS-FECHA-INICIO                      PIC 9(8).
           05  WS-FECHA-FIN                         PIC 9(8).
      *CADUCIDAD DE LOS DIAS QUE SE ARRASTRAN AL ANIO NUEVO
           05  WS-NUEVA-CADUCIDAD                   PIC 9(8).
           05  WS-NUEVA-CADUCIDAD-R REDEFINES WS-NUEVA-CADUCIDAD.
               10  WS-NCA-ANIO                      PIC 9(4).
               10  WS-NCA-MMDD                      PIC X(4).
           05  WS-ARR-USADO                         PIC 9(3).
           05  WS-ARR-CADUCADO                      PIC 9(3).
           05  WS-SALDO                             PIC S9(4).
           05  WS-ARRASTRA                          PIC 9(3).
           05  WS-PIERDE                            PIC 9(3).
           05  WS-DEPT-ANT                          PIC X(3).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-AUSENCIAS              PIC 9(7).
           05 WC-CONTADOR-SIN-DERECHO            PIC 9(7).
           05 WC-CONTADOR-ARRASTRES              PIC 9(7).
           05 WC-CONTADOR-GRABADOS               PIC 9(7).
           05 WC-DEP-CADUCADO                    PIC 9(7).
           05 WC-DEP-ARRASTRA                    PIC 9(7).
           05 WC-DEP-PIERDE                      PIC 9(7).
           05 WC-TOTAL-CADUCADO                  PIC 9(7).
           05 WC-TOTAL-ARRASTRA                  PIC 9(7).
           05 WC-TOTAL-PIERDE                    PIC 9(7).
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
           05  FILLER                 PIC X(30)
                    VALUE "CIERRE DE VACACIONES DEL ANIO".
           05  WT-ANIO                PIC 9(4).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-CONDICIONES.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(19)
                    VALUE "TOPE DE ARRASTRE: ".
           05  WT-TOPE                PIC ZZ9.
           05  FILLER                 PIC X(8)  VALUE " DIAS".
           05  FILLER                 PIC X(26)
                    VALUE "LO ARRASTRADO CADUCA EL ".
           05  WT-CADUCIDAD           PIC 9999/99/99.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(5)  VALUE "DEPT".
           05  FILLER                 PIC X(8)  VALUE "DERECHO".
           05  FILLER                 PIC X(8)  VALUE "ARR.ANT".
           05  FILLER                 PIC X(9)  VALUE "CADUCADO".
           05  FILLER                 PIC X(8)  VALUE "TOMADOS".
           05  FILLER                 PIC X(8)  VALUE "SALDO".
           05  FILLER                 PIC X(9)  VALUE "ARRASTRA".
           05  FILLER                 PIC X(7)  VALUE "PIERDE".
           05  FILLER                 PIC X(10) VALUE "CADUCA EL".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-DEPT                PIC X(3).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-DERECHO             PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-ARR-ANT             PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-CADUCADO            PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-TOMADOS             PIC ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-SALDO               PIC ---9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-ARRASTRA            PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-PIERDE              PIC ZZ9.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-CADUCA              PIC 9999/99/99.
           05  WL-CADUCA-X REDEFINES WL-CADUCA
                                      PIC X(10).
      *
      *****************************************************************
      *               LINEA DE TOTAL (DEPARTAMENTO Y EMPRESA)         *
      *****************************************************************
       01  WS-LINEA-TOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(6)  VALUE "TOTAL".
           05  WLT-TEXTO              PIC X(8).
           05  FILLER                 PIC X(15) VALUE SPACES.
           05  WLT-CADUCADO           PIC ZZZZ9.
           05  FILLER                 PIC X(18) VALUE SPACES.
           05  WLT-ARRASTRA           PIC ZZZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WLT-PIERDE             PIC ZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *ACUMULAMOS LOS DIAS TOMADOS EN EL ANIO SOBRE LA TABLA
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-AUSENCIAS.
      *
      *CERRAMOS EL SALDO DE CADA EMPLEADO Y GRABAMOS EL ARRASTRE
           PERFORM 4000-CIERRE
              THRU 4000-CIERRE-EXIT.
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
      *EL ANIO QUE SE CIERRA SALE DE LA FECHA DE PROCESO
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
           MOVE WS-FECHA-PROCESO TO WS-FECHA-AUX.
           IF WS-AUX-MES = 12
                MOVE WS-AUX-ANIO TO WS-ANIO-CIERRE
           ELSE
                COMPUTE WS-ANIO-CIERRE = WS-AUX-ANIO - 1
           END-IF.
           COMPUTE WS-ANIO-NUEVO = WS-ANIO-CIERRE + 1.
           COMPUTE WS-FECHA-INICIO = WS-ANIO-CIERRE * 10000 + 0101.
           COMPUTE WS-FECHA-FIN    = WS-ANIO-CIERRE * 10000 + 1231.
      *
      *TOPE Y CADUCIDAD: FICHA DE PARAMETROS O SYSIN
           PERFORM 1005-PARAMETROS
              THRU 1005-PARAMETROS-EXIT.
      *
      *CARGAMOS LOS DERECHOS DE COBOL660 Y EL ARRASTRE QUE DEJO EL
      *CIERRE DEL ANIO ANTERIOR
           PERFORM 1010-CARGA-DERECHOS
              THRU 1010-CARGA-DERECHOS-EXIT.
      *
           PERFORM 1020-CARGA-ARRASTRE
              THRU 1020-CARGA-ARRASTRE-EXIT.
      *
           OPEN INPUT AUSENCIAS.
           IF WS-FILE-STATUS-AUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                DISPLAY "       CIERRE SIN DIAS TOMADOS"
                SET FIN-AUSENCIAS TO TRUE
           ELSE
                IF WS-FILE-STATUS-AUS NOT = 00
                     MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                     MOVE LT-OPEN TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *EL ARRASTRE ANTERIOR YA ESTA EN LA TABLA: SE REGRABA ENTERO
      *CON EL DEL ANIO NUEVO
           OPEN OUTPUT ARRASTRE.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           IF NOT FIN-AUSENCIAS
                PERFORM 9200-LEER-FICHERO
                   THRU 9200-LEER-FICHERO-EXIT
           END-IF.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOPE Y CADUCIDAD DEL ARRASTRE                           *
      *****************************************************************
       1005-PARAMETROS.
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-SYSIN-TOPE
                MOVE WS-PARAM-DATOS(4:4) TO WS-SYSIN-CADUCIDAD
           ELSE
                DISPLAY "TOPE DE DIAS A ARRASTRAR (3 DIGITOS, BLANCO="
                     LT-TOPE-DEFECTO "): "
                ACCEPT WS-SYSIN-TOPE FROM SYSIN
                DISPLAY "CADUCIDAD DEL ARRASTRE (MMDD, BLANCO="
                     LT-CADUCIDAD-DEFECTO "): "
                ACCEPT WS-SYSIN-CADUCIDAD FROM SYSIN
           END-IF.
      *
           IF WS-SYSIN-TOPE NUMERIC
                MOVE WS-SYSIN-TOPE TO WS-TOPE
           ELSE
                MOVE LT-TOPE-DEFECTO TO WS-TOPE
           END-IF.
      *
      *UNA CADUCIDAD EN BLANCO O IMPOSIBLE TOMA LA DE POR DEFECTO
           IF WS-SYSIN-CADUCIDAD = SPACES
                MOVE LT-CADUCIDAD-DEFECTO TO WS-SYSIN-CADUCIDAD
           END-IF.
           IF WS-SYSIN-CADUCIDAD NOT NUMERIC
                DISPLAY "AVISO: CADUCIDAD NO VALIDA " WS-SYSIN-CADUCIDAD
                     " - SE TOMA " LT-CADUCIDAD-DEFECTO
                MOVE LT-CADUCIDAD-DEFECTO TO WS-SYSIN-CADUCIDAD
           END-IF.
           IF WS-SYSIN-CAD-MES < 1
              OR WS-SYSIN-CAD-MES > 12
                DISPLAY "AVISO: CADUCIDAD NO VALIDA " WS-SYSIN-CADUCIDAD
                     " - SE TOMA " LT-CADUCIDAD-DEFECTO
                MOVE LT-CADUCIDAD-DEFECTO TO WS-SYSIN-CADUCIDAD
           END-IF.
           IF WS-SYSIN-CAD-DIA < 1
              OR WS-SYSIN-CAD-DIA > LT-DIAS-MES(WS-SYSIN-CAD-MES)
                DISPLAY "AVISO: CADUCIDAD NO VALIDA " WS-SYSIN-CADUCIDAD
                     " - SE TOMA " LT-CADUCIDAD-DEFECTO
                MOVE LT-CADUCIDAD-DEFECTO TO WS-SYSIN-CADUCIDAD
           END-IF.
      *
      *UN 29 DE FEBRERO EN ANIO NO BISIESTO PASA AL 1 DE MARZO: SE
      *DEJA COMO 0229 Y LA COMPARACION DE FECHAS DE COBOL675 LO
      *TRATA IGUAL
           MOVE WS-ANIO-NUEVO      TO WS-NCA-ANIO.
           MOVE WS-SYSIN-CADUCIDAD TO WS-NCA-MMDD.
      *
       1005-PARAMETROS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS DERECHOS DE VACACIONES (COBOL660)          *
      *****************************************************************
       1010-CARGA-DERECHOS.
      *SIN FICHERO DE DERECHOS NO HAY NADA QUE CERRAR: HAY QUE
      *LANZAR ANTES COBOL660
           OPEN INPUT DERECHOS.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-DERECHO
              THRU 1011-LEE-DERECHO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-SALDOS >= 5000.
      *
           CLOSE DERECHOS.
      *
           IF NOT FIN-FICHERO
                DISPLAY "EL FICHERO DE DERECHOS SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1010-CARGA-DERECHOS-EXIT.
       EXIT.
      *
       1011-LEE-DERECHO.
           READ DERECHOS INTO WS-REG-DERECHO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-SALDOS
                MOVE WD-CODIGO TO WT-SAL-CODIGO(WC-NUM-SALDOS)
                MOVE WD-DEPT   TO WT-SAL-DEPT(WC-NUM-SALDOS)
                MOVE WD-DIAS   TO WT-SAL-DERECHO(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-ARR-ANT(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-CADUCIDAD(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS-CAD(WC-NUM-SALDOS)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-DERECHO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1011-LEE-DERECHO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL ARRASTRE DEL CIERRE ANTERIOR                  *
      *****************************************************************
       1020-CARGA-ARRASTRE.
      *SIN FICHERO (PRIMER CIERRE) NADIE TRAE DIAS DEL ANIO ANTERIOR
           OPEN INPUT ARRASTRE.
           IF WS-FILE-STATUS-ARR = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO3
                DISPLAY "       CIERRE SIN ARRASTRE DEL ANIO ANTERIOR"
                GO TO 1020-CARGA-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-ARRASTRE
              THRU 1021-LEE-ARRASTRE-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ARRASTRE.
           SET NO-FIN-FICHERO TO TRUE.
      *
      *SI EL FICHERO YA TRAE EL ARRASTRE AL ANIO NUEVO ESTE CIERRE
      *YA SE HIZO: REPETIRLO PERDERIA EL ARRASTRE DEL ANIO ANTERIOR
           IF CIERRE-YA-HECHO
                DISPLAY "EL CIERRE DE VACACIONES DEL ANIO "
                     WS-ANIO-CIERRE " YA ESTA HECHO - NO SE REPITE"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1020-CARGA-ARRASTRE-EXIT.
       EXIT.
      *
       1021-LEE-ARRASTRE.
           READ ARRASTRE INTO WS-REG-ARRASTRE
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ARR = 10
                GO TO 1021-LEE-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1021-LEE-ARRASTRE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF WVA-ANIO > WS-ANIO-CIERRE
                SET CIERRE-YA-HECHO TO TRUE
                GO TO 1021-LEE-ARRASTRE-EXIT
           END-IF.
      *
      *SOLO CUENTA EL ARRASTRE AL ANIO QUE SE CIERRA; EL DE UN
      *EMPLEADO QUE YA NO TIENE DERECHO (BAJA) SE DESCARTA
           IF WVA-ANIO NOT = WS-ANIO-CIERRE
              OR WVA-DIAS = 0
                GO TO 1021-LEE-ARRASTRE-EXIT
           END-IF.
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 1022-ASIGNA-ARRASTRE
              THRU 1022-ASIGNA-ARRASTRE-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
      *
       1021-LEE-ARRASTRE-EXIT.
       EXIT.
      *
       1022-ASIGNA-ARRASTRE.
           IF WT-SAL-CODIGO(I) = WVA-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                MOVE WVA-DIAS      TO WT-SAL-ARR-ANT(I)
                MOVE WVA-CADUCIDAD TO WT-SAL-CADUCIDAD(I)
           END-IF.
       1022-ASIGNA-ARRASTRE-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: ACUMULA UNA AUSENCIA                     *
      *****************************************************************
       3000-PROCESO.
      *SOLO CUENTAN LAS VACACIONES QUE EMPIEZAN EN EL ANIO QUE SE
      *CIERRA
           IF NOT WZ-TIPO-VACACIONES
              OR WZ-FEC-DESDE < WS-FECHA-INICIO
              OR WZ-FEC-DESDE > WS-FECHA-FIN
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 3100-BUSCA-SALDO
              THRU 3100-BUSCA-SALDO-EXIT.
      *
           IF SALDO-NO-ENCONTRADO
                ADD 1 TO WC-CONTADOR-SIN-DERECHO
                DISPLAY "AUSENCIA SIN DERECHO CALCULADO - EMPLEADO: "
                     WZ-CODIGO
           END-IF.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3100-BUSCA-SALDO.
           PERFORM 3110-COMPARA-SALDO
              THRU 3110-COMPARA-SALDO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
       3100-BUSCA-SALDO-EXIT.
       EXIT.
      *
       3110-COMPARA-SALDO.
           IF WT-SAL-CODIGO(I) = WZ-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                ADD WZ-DIAS TO WT-SAL-TOMADOS(I)
                IF WZ-FEC-DESDE NOT > WT-SAL-CADUCIDAD(I)
                     ADD WZ-DIAS TO WT-SAL-TOMADOS-CAD(I)
                END-IF
           END-IF.
       3110-COMPARA-SALDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRE DEL SALDO DE CADA EMPLEADO                       *
      *****************************************************************
       4000-CIERRE.
           MOVE SPACES TO WS-DEPT-ANT.
           PERFORM 4010-CIERRA-SALDO
              THRU 4010-CIERRA-SALDO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-SALDOS.
      *
      *TOTAL DEL ULTIMO DEPARTAMENTO Y DE LA EMPRESA
           IF WS-DEPT-ANT NOT = SPACES
                PERFORM 4100-TOTAL-DEPART
                   THRU 4100-TOTAL-DEPART-EXIT
           END-IF.
      *
           MOVE "EMPRESA"         TO WLT-TEXTO.
           MOVE WC-TOTAL-CADUCADO TO WLT-CADUCADO.
           MOVE WC-TOTAL-ARRASTRA TO WLT-ARRASTRA.
           MOVE WC-TOTAL-PIERDE   TO WLT-PIERDE.
           MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       4000-CIERRE-EXIT.
       EXIT.
      *
       4010-CIERRA-SALDO.
      *CORTE DE DEPARTAMENTO
           IF WT-SAL-DEPT(I) NOT = WS-DEPT-ANT
              AND WS-DEPT-ANT NOT = SPACES
                PERFORM 4100-TOTAL-DEPART
                   THRU 4100-TOTAL-DEPART-EXIT
           END-IF.
           MOVE WT-SAL-DEPT(I) TO WS-DEPT-ANT.
      *
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
      *LAS VACACIONES TOMADAS HASTA LA CADUCIDAD CONSUMEN PRIMERO EL
      *ARRASTRE; LO QUE NO SE CONSUMIO CADUCO
           IF WT-SAL-TOMADOS-CAD(I) < WT-SAL-ARR-ANT(I)
                MOVE WT-SAL-TOMADOS-CAD(I) TO WS-ARR-USADO
           ELSE
                MOVE WT-SAL-ARR-ANT(I)     TO WS-ARR-USADO
           END-IF.
           COMPUTE WS-ARR-CADUCADO = WT-SAL-ARR-ANT(I) - WS-ARR-USADO.
      *
           COMPUTE WS-SALDO = WT-SAL-DERECHO(I) + WS-ARR-USADO
                            - WT-SAL-TOMADOS(I).
      *
      *EL SALDO POSITIVO SE ARRASTRA HASTA EL TOPE Y EL RESTO SE
      *PIERDE; UN SALDO NEGATIVO (EXCEDIDO) NO ARRASTRA NADA
           MOVE 0 TO WS-ARRASTRA.
           MOVE 0 TO WS-PIERDE.
           IF WS-SALDO > WS-TOPE
                MOVE WS-TOPE TO WS-ARRASTRA
                COMPUTE WS-PIERDE = WS-SALDO - WS-TOPE
           ELSE
                IF WS-SALDO > 0
                     MOVE WS-SALDO TO WS-ARRASTRA
                END-IF
           END-IF.
      *
      *SE GRABA UN REGISTRO POR EMPLEADO AUNQUE NO ARRASTRE NADA:
      *ASI EL FICHERO DEJA CONSTANCIA DE QUE EL CIERRE ESTA HECHO
           MOVE WT-SAL-CODIGO(I) TO WVA-CODIGO.
           MOVE WT-SAL-DEPT(I)   TO WVA-DEPT.
           MOVE WS-ANIO-NUEVO    TO WVA-ANIO.
           MOVE WS-ARRASTRA      TO WVA-DIAS.
           MOVE WS-PIERDE        TO WVA-PERDIDOS.
           IF WS-ARRASTRA > 0
                MOVE WS-NUEVA-CADUCIDAD TO WVA-CADUCIDAD
                ADD 1 TO WC-CONTADOR-ARRASTRES
           ELSE
                MOVE 0 TO WVA-CADUCIDAD
           END-IF.
           WRITE REG-ARRASTRE FROM WS-REG-ARRASTRE.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE "4010-CIERRA-SALDO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-GRABADOS.
      *
           MOVE WT-SAL-CODIGO(I)  TO WL-CODIGO.
           MOVE WT-SAL-DEPT(I)    TO WL-DEPT.
           MOVE WT-SAL-DERECHO(I) TO WL-DERECHO.
           MOVE WT-SAL-ARR-ANT(I) TO WL-ARR-ANT.
           MOVE WS-ARR-CADUCADO   TO WL-CADUCADO.
           MOVE WT-SAL-TOMADOS(I) TO WL-TOMADOS.
           MOVE WS-SALDO          TO WL-SALDO.
           MOVE WS-ARRASTRA       TO WL-ARRASTRA.
           MOVE WS-PIERDE         TO WL-PIERDE.
           IF WS-ARRASTRA > 0
                MOVE WS-NUEVA-CADUCIDAD TO WL-CADUCA
           ELSE
                MOVE SPACES TO WL-CADUCA-X
           END-IF.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
           ADD 1 TO WC-CONTADOR.
      *
           ADD WS-ARR-CADUCADO TO WC-DEP-CADUCADO.
           ADD WS-ARRASTRA     TO WC-DEP-ARRASTRA.
           ADD WS-PIERDE       TO WC-DEP-PIERDE.
      *
       4010-CIERRA-SALDO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTAL DEL DEPARTAMENTO WS-DEPT-ANT                      *
      *****************************************************************
       4100-TOTAL-DEPART.
           MOVE SPACES TO WLT-TEXTO.
           STRING "DEPT " DELIMITED BY SIZE
                  WS-DEPT-ANT DELIMITED BY SIZE
                  INTO WLT-TEXTO.
           MOVE WC-DEP-CADUCADO TO WLT-CADUCADO.
           MOVE WC-DEP-ARRASTRA TO WLT-ARRASTRA.
           MOVE WC-DEP-PIERDE   TO WLT-PIERDE.
           MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           ADD WC-DEP-CADUCADO TO WC-TOTAL-CADUCADO.
           ADD WC-DEP-ARRASTRA TO WC-TOTAL-ARRASTRA.
           ADD WC-DEP-PIERDE   TO WC-TOTAL-PIERDE.
           MOVE 0 TO WC-DEP-CADUCADO.
           MOVE 0 TO WC-DEP-ARRASTRA.
           MOVE 0 TO WC-DEP-PIERDE.
      *
       4100-TOTAL-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-ANIO-CIERRE TO WT-ANIO.
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
           MOVE WS-TOPE TO WT-TOPE.
           MOVE WS-NUEVA-CADUCIDAD TO WT-CADUCIDAD.
           MOVE WS-LINEA-CONDICIONES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2900-ESCRIBE-LINEA
              THRU 2900-ESCRIBE-LINEA-EXIT.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
       2900-ESCRIBE-LINEA.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2900-LINEA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       2900-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      CIERRE DE VACACIONES DEL ANIO "
                      WS-ANIO-CIERRE
                 DISPLAY "******************************************"
                 DISPLAY "**EMPLEADOS CERRADOS:      " WC-CONTADOR
                 DISPLAY "**AUSENCIAS LEIDAS:        "
                      WC-CONTADOR-AUSENCIAS
                 DISPLAY "**SIN DERECHO CALCULADO:   "
                      WC-CONTADOR-SIN-DERECHO
                 DISPLAY "**EMPLEADOS CON ARRASTRE:  "
                      WC-CONTADOR-ARRASTRES
                 DISPLAY "**DIAS ARRASTRADOS:        "
                      WC-TOTAL-ARRASTRA
                 DISPLAY "**DIAS PERDIDOS (TOPE):    "
                      WC-TOTAL-PIERDE
                 DISPLAY "**DIAS CADUCADOS:          "
                      WC-TOTAL-CADUCADO
                 DISPLAY "**CADUCIDAD DEL ARRASTRE:  "
                      WS-NUEVA-CADUCIDAD
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE AUSENCIAS.
           CLOSE ARRASTRE.
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
           DISPLAY "****LINEA:       " WC-CONTADOR-AUSENCIAS.
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
      *               LEE EL FICHERO DE AUSENCIAS                     *
      *****************************************************************
       9200-LEER-FICHERO.
           READ AUSENCIAS RECORD INTO WS-REG-AUSENCIA
              AT END SET FIN-AUSENCIAS TO TRUE.
      *
           IF WS-FILE-STATUS-AUS = 00
               ADD 1 TO WC-CONTADOR-AUSENCIAS
           ELSE
               IF WS-FILE-STATUS-AUS = 10
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                  MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                  PERFORM 9100-ERRORES
                   THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.

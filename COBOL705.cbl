      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  HISTORICO DE NOMINA Y REVISION DE VARIACIONES: COBOL700      *
      *  MACHACA CADA MES FICHERO.NOMINA.REGISTRO, ASI QUE ESTE       *
      *  PROGRAMA GUARDA UNA COPIA DEL REGISTRO DEL MES EN            *
      *  FICHERO.NOMINA.HISTORICO (COPY COPYHISNOM, PERIODO + IMAGEN  *
      *  DEL REGISTRO DE NOMINA) Y LO COMPARA CON EL ULTIMO MES       *
      *  ANTERIOR QUE HAYA EN EL HISTORICO. EN                        *
      *  FICHERO.NOMINA.VARIACIONES LISTA A QUIEN LE SUBE O LE BAJA   *
      *  EL BRUTO O EL NETO MAS DE UN N% RESPECTO AL MES ANTERIOR, A  *
      *  QUIEN COBRA POR PRIMERA VEZ, A QUIEN HA DEJADO DE COBRAR Y   *
      *  A QUIEN LE HA CAMBIADO EL PORCENTAJE DE RETENCION. EL        *
      *  UMBRAL N SE TOMA DE LA FICHA COBOL705 DE FICHERO.PARAMETROS  *
      *  (3 DIGITOS) CON 10 POR DEFECTO; ES UN PASO DE LA CADENA      *
      *  MENSUAL Y NO PREGUNTA NADA POR SYSIN.                        *
      *  AL TERMINAR DEJA EN FICHERO.NOMINA.CONFORMIDAD (COPY         *
      *  COPYCONFOR) EL PERIODO REVISADO EN ESTADO PENDIENTE, CON EL  *
      *  NUMERO DE NOMINAS Y LA SUMA DE NETOS QUE SE HAN REVISADO:    *
      *  NOMINAS DA SU CONFORMIDAD AL LISTADO CON COBOL706 Y SOLO     *
      *  ENTONCES COBOL720 GENERA EL FICHERO BANCARIO.                *
      *  UNA REPETICION DEL MISMO MES (TRAS RECALCULAR LA NOMINA)     *
      *  SUSTITUYE EN EL HISTORICO LOS REGISTROS DE ESE PERIODO EN    *
      *  LUGAR DE DUPLICARLOS, Y DEJA LA CONFORMIDAD OTRA VEZ         *
      *  PENDIENTE. LA REGRABACION ES SEGURA VIA FICHERO DE TRABAJO,  *
      *  COMO EN COBOL765.                                            *
      *  PASO DE LA CADENA MENSUAL (RUN_MENSUAL.SH): ANOTA SU INICIO  *
      *  Y SU FIN EN FICHERO.CONTROL.EJECUCION (COPY RUNCTLPR)        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL705.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.registro"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT HISTORICO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.historico"
             FILE STATUS IS WS-FILE-STATUS-HIS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION DEL HISTORICO: SE VUELCA
      *PRIMERO AQUI (HISTORICO SIN EL PERIODO EN CURSO + NOMINA DEL
      *MES) Y SOLO SI TODO HA IDO BIEN SE COPIA SOBRE EL HISTORICO
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.hist.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.variaciones"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *REGISTRO DE CONFORMIDAD QUE CONSULTA COBOL720 (VER COPYCONFOR)
           SELECT CONFORMIDAD
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.conformidad"
             FILE STATUS IS WS-FILE-STATUS-CON.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD HISTORICO.
       01  REG-HISTORICO                          PIC X(114).
      *
       FD FICTRABAJO.
       01  REG-HIST-TRABAJO                       PIC X(114).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       FD CONFORMIDAD.
       01  REG-CONFORMIDAD                        PIC X(62).
      *
       COPY PARAMFD.
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
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYNOMINA.
      *
      *****************************************************************
      *               REGISTRO DEL HISTORICO DE NOMINA                *
      *****************************************************************
       COPY COPYHISNOM.
      *
      *****************************************************************
      *               REGISTRO DE CONFORMIDAD                         *
      *****************************************************************
       COPY COPYCONFOR.
      *
      *****************************************************************
      *               TABLA DE LA NOMINA DEL MES                      *
      *****************************************************************
      *IMAGEN COMPLETA DE CADA REGISTRO: SE COMPARA CONTRA EL MES
      *ANTERIOR Y DESPUES SE ANADE TAL CUAL AL HISTORICO
       01  WT-TABLA-ACTUAL.
           05  WC-NUM-ACTUAL            PIC 9(4) VALUE 0.
           05  WT-REG-ACTUAL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-ACTUAL
                  INDEXED BY I          PIC X(108).
      *
      *****************************************************************
      *               TABLA DE LA NOMINA DEL MES ANTERIOR             *
      *****************************************************************
      *SOLO LOS CAMPOS QUE SE COMPARAN, MAS UNA MARCA DE "VISTO" PARA
      *DETECTAR AL FINAL A QUIEN HA DEJADO DE COBRAR ESTE MES
       01  WT-TABLA-ANTERIOR.
           05  WC-NUM-ANTERIOR          PIC 9(4) VALUE 0.
           05  WT-REG-ANTERIOR OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-ANTERIOR
                  INDEXED BY J.
                10  WT-ANT-CODIGO                PIC X(6).
                10  WT-ANT-NOMBRE                PIC X(12).
                10  WT-ANT-APELLIDO              PIC X(15).
                10  WT-ANT-DEPT                  PIC X(3).
                10  WT-ANT-BRUTO                 PIC S9(9)V99.
                10  WT-ANT-PORCENTAJE            PIC 9(2)V99.
                10  WT-ANT-NETO                  PIC S9(9)V99.
                10  WT-ANT-VISTO                 PIC X(1).
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
           05  SW-ANTERIOR                       PIC X VALUE "N".
                88 ANTERIOR-ENCONTRADO           VALUE "S".
                88 ANTERIOR-NO-ENCONTRADO        VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "NOMINA.REGISTRO".
           05  LT-FICHERO2          PIC X(20) VALUE "NOMINA.HISTORICO".
           05  LT-FICHERO3          PIC X(20)
                    VALUE "NOMINA.HIST.TRABAJO".
           05  LT-FICHERO4          PIC X(20)
                    VALUE "NOMINA.VARIACIONES".
           05  LT-FICHERO5          PIC X(20)
                    VALUE "NOMINA.CONFORMIDAD".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL705".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-UMBRAL-DEFECTO    PIC 9(3) VALUE 10.
      *VARIACION QUE SE IMPRIME CUANDO EL MES ANTERIOR ERA CERO O
      *CUANDO EL PORCENTAJE NO CABE EN LA COLUMNA
           05  LT-VARIACION-MAXIMA  PIC 9(3)V99 VALUE 999.99.
           05  LT-INC-BRUTO         PIC X(24)
                    VALUE "VARIACION DEL BRUTO".
           05  LT-INC-NETO          PIC X(24)
                    VALUE "VARIACION DEL NETO".
           05  LT-INC-NUEVO         PIC X(24)
                    VALUE "COBRA POR PRIMERA VEZ".
           05  LT-INC-DESAPARECE    PIC X(24)
                    VALUE "NO COBRA ESTE MES".
           05  LT-INC-RETENCION     PIC X(24)
                    VALUE "CAMBIO % DE RETENCION".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-HIS                   PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-CON                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-SYSIN-UMBRAL                      PIC X(3).
           05  WS-UMBRAL                            PIC 9(3).
      *PERIODO (AAAAMM) DE LA NOMINA DEL MES Y ULTIMO PERIODO
      *ANTERIOR ENCONTRADO EN EL HISTORICO (CERO SI NO HAY)
           05  WS-PERIODO-NOMINA                    PIC 9(6).
           05  WS-PERIODO-ANTERIOR                  PIC 9(6).
           05  WS-POSICION                          PIC 9(4).
           05  WS-VARIACION                         PIC S9(5)V99.
           05  WS-VARIACION-ABS                     PIC 9(5)V99.
           05  WS-IMPORTE-ANTERIOR                  PIC S9(9)V99.
           05  WS-IMPORTE-ACTUAL                    PIC S9(9)V99.
           05  WS-INCIDENCIA                        PIC X(24).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-HISTORICO              PIC 9(7).
           05 WC-CONTADOR-SUSTITUIDOS            PIC 9(7).
           05 WC-CONTADOR-INCIDENCIAS            PIC 9(5).
           05 WC-CONTADOR-NUEVOS                 PIC 9(7).
           05 WC-CONTADOR-DESAPARECIDOS          PIC 9(7).
           05 WC-SUMA-NETO                       PIC S9(13)V99.
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
           05  FILLER                 PIC X(32)
                    VALUE "VARIACIONES DE NOMINA - PERIODO ".
           05  WT-PERIODO             PIC 9999/99.
           05  FILLER                 PIC X(17)
                    VALUE "  MES ANTERIOR: ".
           05  WT-PERIODO-ANTERIOR    PIC 9999/99.
           05  FILLER                 PIC X(10) VALUE "  UMBRAL: ".
           05  WT-UMBRAL              PIC ZZ9.
           05  FILLER                 PIC X(4)  VALUE "%   ".
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(14) VALUE "NOMBRE".
           05  FILLER                 PIC X(17) VALUE "APELLIDO".
           05  FILLER                 PIC X(6)  VALUE "DEPT".
           05  FILLER                 PIC X(26) VALUE "INCIDENCIA".
           05  FILLER                 PIC X(15) VALUE "MES ANTERIOR".
           05  FILLER                 PIC X(15) VALUE "ESTE MES".
           05  FILLER                 PIC X(10) VALUE "VARIACION".
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
           05  WL-DEPT                PIC X(3).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-INCIDENCIA          PIC X(24).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-ANTERIOR            PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-ACTUAL              PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-VARIACION           PIC -(4)9.99 BLANK WHEN ZERO.
           05  WL-PORCIENTO           PIC X(1).
      *
      *****************************************************************
      *               LINEAS DE AVISO Y TOTALES                       *
      *****************************************************************
       01  WS-LINEA-SIN-ANTERIOR.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(44) VALUE
               "NO HAY NINGUN MES ANTERIOR EN EL HISTORICO: ".
           05  FILLER                 PIC X(40) VALUE
               "SOLO SE ARCHIVA LA NOMINA, SIN COMPARAR".
      *
       01  WS-LINEA-TOTALES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(17)
                    VALUE "NOMINAS DEL MES:".
           05  WTT-NOMINAS            PIC ZZZZZZ9.
           05  FILLER                 PIC X(16) VALUE "  SUMA NETOS: ".
           05  WTT-SUMA-NETO          PIC -(13)9.99.
           05  FILLER                 PIC X(16) VALUE "  INCIDENCIAS: ".
           05  WTT-INCIDENCIAS        PIC ZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *COMPARAMOS CADA NOMINA DEL MES CON LA DEL MES ANTERIOR
           IF WC-NUM-ANTERIOR > 0
                PERFORM 3000-COMPARA-NOMINA
                   THRU 3000-COMPARA-NOMINA-EXIT
                   VARYING I FROM 1 BY 1
                   UNTIL I > WC-NUM-ACTUAL
      *
                PERFORM 3500-DESAPARECIDOS
                   THRU 3500-DESAPARECIDOS-EXIT
                   VARYING J FROM 1 BY 1
                   UNTIL J > WC-NUM-ANTERIOR
           ELSE
                MOVE WS-LINEA-SIN-ANTERIOR TO WS-LINEA-IMPRIMIR
                PERFORM 3900-ESCRIBE-LINEA
                   THRU 3900-ESCRIBE-LINEA-EXIT
           END-IF.
      *
      *ANADIMOS LA NOMINA DEL MES AL HISTORICO
           PERFORM 4000-GRABA-HISTORICO
              THRU 4000-GRABA-HISTORICO-EXIT.
      *
      *Y DEJAMOS LA REVISION PENDIENTE DE CONFORMIDAD
           PERFORM 5000-GRABA-CONFORMIDAD
              THRU 5000-GRABA-CONFORMIDAD-EXIT.
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
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *UMBRAL DE VARIACION: FICHA DE PARAMETROS (3 DIGITOS) O EL
      *VALOR POR DEFECTO (PASO DE CADENA, SIN PREGUNTA POR SYSIN)
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           MOVE SPACES TO WS-SYSIN-UMBRAL.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-SYSIN-UMBRAL
           END-IF.
           IF WS-SYSIN-UMBRAL NUMERIC
                MOVE WS-SYSIN-UMBRAL TO WS-UMBRAL
           ELSE
                MOVE LT-UMBRAL-DEFECTO TO WS-UMBRAL
           END-IF.
      *
      *CARGAMOS LA NOMINA DEL MES (SIN ELLA NO HAY NADA QUE REVISAR)
           PERFORM 1010-CARGA-NOMINA
              THRU 1010-CARGA-NOMINA-EXIT.
      *
      *PASAMOS EL HISTORICO AL FICHERO DE TRABAJO SIN EL PERIODO EN
      *CURSO Y NOS QUEDAMOS CON EL ULTIMO MES ANTERIOR
           PERFORM 1020-COPIA-HISTORICO
              THRU 1020-COPIA-HISTORICO-EXIT.
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
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LA NOMINA DEL MES (COBOL700)                   *
      *****************************************************************
       1010-CARGA-NOMINA.
           OPEN INPUT NOMINA.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
           IF FIN-FICHERO
                DISPLAY "EL REGISTRO DE NOMINA ESTA VACIO - NO HAY "
                        "NADA QUE REVISAR NI ARCHIVAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *EL PERIODO ES EL DE LA FECHA DE LA NOMINA (COBOL700 FECHA
      *IGUAL TODOS LOS REGISTROS DE UNA PASADA)
           MOVE WN-FECHA(1:6) TO WS-PERIODO-NOMINA.
      *
           PERFORM 1011-GUARDA-NOMINA
              THRU 1011-GUARDA-NOMINA-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-ACTUAL >= 5000.
      *
           IF NOT FIN-FICHERO
                DISPLAY "EL REGISTRO DE NOMINA SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           CLOSE NOMINA.
      *
       1010-CARGA-NOMINA-EXIT.
       EXIT.
      *
       1011-GUARDA-NOMINA.
           ADD 1 TO WC-NUM-ACTUAL.
           MOVE WS-REG-NOMINA TO WT-REG-ACTUAL(WC-NUM-ACTUAL).
           ADD WN-NETO-MES TO WC-SUMA-NETO.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1011-GUARDA-NOMINA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COPIA DEL HISTORICO AL FICHERO DE TRABAJO               *
      *****************************************************************
       1020-COPIA-HISTORICO.
           OPEN OUTPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "1020-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LA PRIMERA VEZ NO HAY HISTORICO: SE ARRANCA VACIO
           OPEN INPUT HISTORICO.
           IF WS-FILE-STATUS-HIS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                DISPLAY "       SE ARRANCA CON EL HISTORICO VACIO"
                GO TO 1020-COPIA-HISTORICO-EXIT
           END-IF.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE "1020-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9300-LEER-HISTORICO
              THRU 9300-LEER-HISTORICO-EXIT.
      *
           PERFORM 1021-TRATA-HISTORICO
              THRU 1021-TRATA-HISTORICO-EXIT
              UNTIL FIN-HISTORICO.
      *
           CLOSE HISTORICO.
      *
       1020-COPIA-HISTORICO-EXIT.
       EXIT.
      *
       1021-TRATA-HISTORICO.
      *LOS REGISTROS DEL PERIODO EN CURSO SON DE UNA PASADA ANTERIOR
      *DE ESTE MISMO MES: SE DESCARTAN Y LOS SUSTITUYE LA NOMINA
      *ACTUAL EN 4000-GRABA-HISTORICO
           IF WH-PERIODO = WS-PERIODO-NOMINA
                ADD 1 TO WC-CONTADOR-SUSTITUIDOS
                GO TO 1021-TRATA-HISTORICO-LEE
           END-IF.
      *
           WRITE REG-HIST-TRABAJO FROM WS-REG-HISTORICO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "1021-TRATA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *EL MES DE COMPARACION ES EL MAS RECIENTE DE LOS ANTERIORES AL
      *EN CURSO: SI APARECE UNO MAS RECIENTE, SE VACIA LA TABLA
           IF WH-PERIODO > WS-PERIODO-NOMINA
              OR WH-PERIODO < WS-PERIODO-ANTERIOR
                GO TO 1021-TRATA-HISTORICO-LEE
           END-IF.
           IF WH-PERIODO > WS-PERIODO-ANTERIOR
                MOVE WH-PERIODO TO WS-PERIODO-ANTERIOR
                MOVE 0 TO WC-NUM-ANTERIOR
           END-IF.
      *
           IF WC-NUM-ANTERIOR >= 5000
                DISPLAY "EL MES ANTERIOR SUPERA LAS 5000 ENTRADAS DE "
                        "LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           MOVE WH-IMAGEN-NOMINA TO WS-REG-NOMINA.
           ADD 1 TO WC-NUM-ANTERIOR.
           MOVE WN-CODIGO     TO WT-ANT-CODIGO(WC-NUM-ANTERIOR).
           MOVE WN-NOMBRE     TO WT-ANT-NOMBRE(WC-NUM-ANTERIOR).
           MOVE WN-APELLIDO   TO WT-ANT-APELLIDO(WC-NUM-ANTERIOR).
           MOVE WN-DEPT       TO WT-ANT-DEPT(WC-NUM-ANTERIOR).
           MOVE WN-BRUTO-MES  TO WT-ANT-BRUTO(WC-NUM-ANTERIOR).
           MOVE WN-PORCENTAJE TO WT-ANT-PORCENTAJE(WC-NUM-ANTERIOR).
           MOVE WN-NETO-MES   TO WT-ANT-NETO(WC-NUM-ANTERIOR).
           MOVE "N"           TO WT-ANT-VISTO(WC-NUM-ANTERIOR).
      *
       1021-TRATA-HISTORICO-LEE.
           PERFORM 9300-LEER-HISTORICO
              THRU 9300-LEER-HISTORICO-EXIT.
      *
       1021-TRATA-HISTORICO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-PERIODO-NOMINA TO WT-PERIODO.
           MOVE WS-PERIODO-ANTERIOR TO WT-PERIODO-ANTERIOR.
           MOVE WS-UMBRAL TO WT-UMBRAL.
           MOVE WS-FECHA-HOY TO WT-FECHA.
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
      *       COMPARA UNA NOMINA DEL MES CON LA DEL MES ANTERIOR      *
      *****************************************************************
       3000-COMPARA-NOMINA.
           MOVE WT-REG-ACTUAL(I) TO WS-REG-NOMINA.
      *
           SET ANTERIOR-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3010-BUSCA-ANTERIOR
              THRU 3010-BUSCA-ANTERIOR-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-ANTERIOR
                 OR ANTERIOR-ENCONTRADO.
      *
           IF ANTERIOR-NO-ENCONTRADO
                ADD 1 TO WC-CONTADOR-NUEVOS
                MOVE LT-INC-NUEVO TO WS-INCIDENCIA
                MOVE 0 TO WS-IMPORTE-ANTERIOR
                MOVE WN-NETO-MES TO WS-IMPORTE-ACTUAL
                MOVE 0 TO WS-VARIACION
                PERFORM 3800-IMPRIME-INCIDENCIA
                   THRU 3800-IMPRIME-INCIDENCIA-EXIT
                GO TO 3000-COMPARA-NOMINA-EXIT
           END-IF.
      *
           MOVE "S" TO WT-ANT-VISTO(WS-POSICION).
      *
      *VARIACION DEL BRUTO
           MOVE WT-ANT-BRUTO(WS-POSICION) TO WS-IMPORTE-ANTERIOR.
           MOVE WN-BRUTO-MES TO WS-IMPORTE-ACTUAL.
           PERFORM 3100-CALCULA-VARIACION
              THRU 3100-CALCULA-VARIACION-EXIT.
           IF WS-VARIACION-ABS > WS-UMBRAL
                MOVE LT-INC-BRUTO TO WS-INCIDENCIA
                PERFORM 3800-IMPRIME-INCIDENCIA
                   THRU 3800-IMPRIME-INCIDENCIA-EXIT
           END-IF.
      *
      *VARIACION DEL NETO
           MOVE WT-ANT-NETO(WS-POSICION) TO WS-IMPORTE-ANTERIOR.
           MOVE WN-NETO-MES TO WS-IMPORTE-ACTUAL.
           PERFORM 3100-CALCULA-VARIACION
              THRU 3100-CALCULA-VARIACION-EXIT.
           IF WS-VARIACION-ABS > WS-UMBRAL
                MOVE LT-INC-NETO TO WS-INCIDENCIA
                PERFORM 3800-IMPRIME-INCIDENCIA
                   THRU 3800-IMPRIME-INCIDENCIA-EXIT
           END-IF.
      *
      *CAMBIO DEL PORCENTAJE DE RETENCION (SE IMPRIMEN LOS DOS
      *PORCENTAJES Y LA DIFERENCIA EN PUNTOS)
           IF WN-PORCENTAJE NOT = WT-ANT-PORCENTAJE(WS-POSICION)
                MOVE LT-INC-RETENCION TO WS-INCIDENCIA
                MOVE WT-ANT-PORCENTAJE(WS-POSICION)
                  TO WS-IMPORTE-ANTERIOR
                MOVE WN-PORCENTAJE TO WS-IMPORTE-ACTUAL
                COMPUTE WS-VARIACION =
                        WS-IMPORTE-ACTUAL - WS-IMPORTE-ANTERIOR
                PERFORM 3800-IMPRIME-INCIDENCIA
                   THRU 3800-IMPRIME-INCIDENCIA-EXIT
           END-IF.
      *
       3000-COMPARA-NOMINA-EXIT.
       EXIT.
      *
       3010-BUSCA-ANTERIOR.
           IF WT-ANT-CODIGO(J) = WN-CODIGO
                SET ANTERIOR-ENCONTRADO TO TRUE
                SET WS-POSICION TO J
           END-IF.
       3010-BUSCA-ANTERIOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PORCENTAJE DE VARIACION ENTRE DOS IMPORTES              *
      *****************************************************************
       3100-CALCULA-VARIACION.
      *SI EL MES ANTERIOR ERA CERO CUALQUIER IMPORTE ES UNA
      *VARIACION MAXIMA; SI LOS DOS SON CERO NO HAY VARIACION
           IF WS-IMPORTE-ANTERIOR = 0
                IF WS-IMPORTE-ACTUAL = 0
                     MOVE 0 TO WS-VARIACION
                ELSE
                     MOVE LT-VARIACION-MAXIMA TO WS-VARIACION
                END-IF
           ELSE
                COMPUTE WS-VARIACION ROUNDED =
                        (WS-IMPORTE-ACTUAL - WS-IMPORTE-ANTERIOR)
                        * 100 / WS-IMPORTE-ANTERIOR
                   ON SIZE ERROR
                        MOVE LT-VARIACION-MAXIMA TO WS-VARIACION
                END-COMPUTE
           END-IF.
      *
           IF WS-VARIACION < 0
                COMPUTE WS-VARIACION-ABS = 0 - WS-VARIACION
           ELSE
                MOVE WS-VARIACION TO WS-VARIACION-ABS
           END-IF.
      *
       3100-CALCULA-VARIACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EMPLEADOS QUE COBRARON EL MES ANTERIOR Y ESTE NO        *
      *****************************************************************
       3500-DESAPARECIDOS.
           IF WT-ANT-VISTO(J) = "S"
                GO TO 3500-DESAPARECIDOS-EXIT
           END-IF.
      *
           ADD 1 TO WC-CONTADOR-DESAPARECIDOS.
           INITIALIZE WS-REG-NOMINA.
           MOVE WT-ANT-CODIGO(J)   TO WN-CODIGO.
           MOVE WT-ANT-NOMBRE(J)   TO WN-NOMBRE.
           MOVE WT-ANT-APELLIDO(J) TO WN-APELLIDO.
           MOVE WT-ANT-DEPT(J)     TO WN-DEPT.
           MOVE LT-INC-DESAPARECE  TO WS-INCIDENCIA.
           MOVE WT-ANT-NETO(J)     TO WS-IMPORTE-ANTERIOR.
           MOVE 0                  TO WS-IMPORTE-ACTUAL.
           MOVE 0                  TO WS-VARIACION.
           PERFORM 3800-IMPRIME-INCIDENCIA
              THRU 3800-IMPRIME-INCIDENCIA-EXIT.
      *
       3500-DESAPARECIDOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA LINEA DE INCIDENCIA                         *
      *****************************************************************
       3800-IMPRIME-INCIDENCIA.
           ADD 1 TO WC-CONTADOR-INCIDENCIAS.
      *
           MOVE WN-CODIGO           TO WL-CODIGO.
           MOVE WN-NOMBRE           TO WL-NOMBRE.
           MOVE WN-APELLIDO         TO WL-APELLIDO.
           MOVE WN-DEPT             TO WL-DEPT.
           MOVE WS-INCIDENCIA       TO WL-INCIDENCIA.
           MOVE WS-IMPORTE-ANTERIOR TO WL-ANTERIOR.
           MOVE WS-IMPORTE-ACTUAL   TO WL-ACTUAL.
           MOVE WS-VARIACION        TO WL-VARIACION.
           IF WS-INCIDENCIA = LT-INC-RETENCION
              OR WS-VARIACION = 0
                MOVE SPACES TO WL-PORCIENTO
           ELSE
                MOVE "%" TO WL-PORCIENTO
           END-IF.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       3800-IMPRIME-INCIDENCIA-EXIT.
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
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
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
      *       ANADE LA NOMINA DEL MES Y REGRABA EL HISTORICO          *
      *****************************************************************
       4000-GRABA-HISTORICO.
      *EL FICHERO DE TRABAJO YA TIENE EL HISTORICO SIN ESTE PERIODO:
      *LE ANADIMOS LA NOMINA DEL MES
           PERFORM 4005-ESCRIBE-TRABAJO
              THRU 4005-ESCRIBE-TRABAJO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-ACTUAL.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL HISTORICO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN INPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4000-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT HISTORICO.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE "4000-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-HISTORICO TO TRUE.
           PERFORM 4010-COPIA-TRABAJO
              THRU 4010-COPIA-TRABAJO-EXIT
              UNTIL FIN-HISTORICO.
      *
           CLOSE FICTRABAJO.
           CLOSE HISTORICO.
      *
       4000-GRABA-HISTORICO-EXIT.
       EXIT.
      *
       4005-ESCRIBE-TRABAJO.
           MOVE WS-PERIODO-NOMINA TO WH-PERIODO.
           MOVE WT-REG-ACTUAL(I)  TO WH-IMAGEN-NOMINA.
           WRITE REG-HIST-TRABAJO FROM WS-REG-HISTORICO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4005-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       4005-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       4010-COPIA-TRABAJO.
           READ FICTRABAJO INTO WS-REG-HISTORICO
              AT END SET FIN-HISTORICO TO TRUE.
           IF WS-FILE-STATUS-TRA = 10
                GO TO 4010-COPIA-TRABAJO-EXIT
           END-IF.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4010-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-HISTORICO FROM WS-REG-HISTORICO.
           IF WS-FILE-STATUS-HIS NOT = 00
                MOVE "4010-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-CONTADOR-HISTORICO.
      *
       4010-COPIA-TRABAJO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DEJA LA REVISION DEL PERIODO PENDIENTE DE CONFORMIDAD   *
      *****************************************************************
       5000-GRABA-CONFORMIDAD.
      *LINEA DE TOTALES DEL LISTADO: LOS MISMOS QUE QUEDAN EN EL
      *REGISTRO DE CONFORMIDAD Y QUE COBOL720 VUELVE A CUADRAR
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
           MOVE WC-NUM-ACTUAL           TO WTT-NOMINAS.
           MOVE WC-SUMA-NETO            TO WTT-SUMA-NETO.
           MOVE WC-CONTADOR-INCIDENCIAS TO WTT-INCIDENCIAS.
           MOVE WS-LINEA-TOTALES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
      *UNA NUEVA REVISION ANULA CUALQUIER CONFORMIDAD ANTERIOR
           INITIALIZE WS-REG-CONFORMIDAD.
           MOVE WS-PERIODO-NOMINA       TO WF-PERIODO.
           SET WF-PENDIENTE             TO TRUE.
           MOVE WC-NUM-ACTUAL           TO WF-NUM-NOMINAS.
           MOVE WC-SUMA-NETO            TO WF-SUMA-NETO.
           MOVE WC-CONTADOR-INCIDENCIAS TO WF-INCIDENCIAS.
           MOVE WS-FECHA-HOY            TO WF-FECHA-REVISION.
           MOVE SPACES                  TO WF-OPERADOR.
      *
           OPEN OUTPUT CONFORMIDAD.
           IF WS-FILE-STATUS-CON NOT = 00
                MOVE "5000-CONFORMIDAD" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-CONFORMIDAD FROM WS-REG-CONFORMIDAD.
           IF WS-FILE-STATUS-CON NOT = 00
                MOVE "5000-CONFORMIDAD" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           CLOSE CONFORMIDAD.
      *
       5000-GRABA-CONFORMIDAD-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   HISTORICO Y VARIACIONES DE NOMINA"
                 DISPLAY "******************************************"
                 DISPLAY "**PERIODO:                 "
                      WS-PERIODO-NOMINA
                 DISPLAY "**MES DE COMPARACION:      "
                      WS-PERIODO-ANTERIOR
                 DISPLAY "**NOMINAS DEL MES:         " WC-NUM-ACTUAL
                 DISPLAY "**NOMINAS DEL MES ANTERIOR:"
                      WC-NUM-ANTERIOR
                 DISPLAY "**COBRAN POR PRIMERA VEZ:  "
                      WC-CONTADOR-NUEVOS
                 DISPLAY "**NO COBRAN ESTE MES:      "
                      WC-CONTADOR-DESAPARECIDOS
                 DISPLAY "**INCIDENCIAS LISTADAS:    "
                      WC-CONTADOR-INCIDENCIAS
                 DISPLAY "**SUSTITUIDOS EN HISTORICO:"
                      WC-CONTADOR-SUSTITUIDOS
                 DISPLAY "**REGISTROS EN HISTORICO:  "
                      WC-CONTADOR-HISTORICO
                 DISPLAY "**CONFORMIDAD PENDIENTE: LANZAR COBOL706"
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
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-CONTADOR-HISTORICO TO WK-CTL-ESCRITOS.
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
      *               LEE EL REGISTRO DE NOMINA                       *
      *****************************************************************
       9200-LEER-FICHERO.
           READ NOMINA RECORD INTO WS-REG-NOMINA
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
               ADD 1 TO WC-CONTADOR
           ELSE
               IF WS-FILE-STATUS = 10
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                  MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                  PERFORM 9100-ERRORES
                   THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *               LEE EL HISTORICO DE NOMINA                      *
      *****************************************************************
       9300-LEER-HISTORICO.
           READ HISTORICO RECORD INTO WS-REG-HISTORICO
              AT END SET FIN-HISTORICO TO TRUE.
      *
           IF WS-FILE-STATUS-HIS NOT = 00
              AND WS-FILE-STATUS-HIS NOT = 10
                MOVE "9300-LEER-HIST" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
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
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
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

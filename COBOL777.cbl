      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  EXTRACTO MENSUAL DE PRESTAMOS Y ANTICIPOS PENDIENTES: RECORRE*
      *  EL MAESTRO DE PRESTAMOS QUE MANTIENE COBOL776               *
      *  (FICHERO.PRESTAMOS) E IMPRIME UNA LINEA POR CADA PRESTAMO    *
      *  CON SALDO VIVO, CON EL PRINCIPAL, LA CUOTA, EL MES DE INICIO,*
      *  EL SALDO, LO YA AMORTIZADO, LAS CUOTAS QUE QUEDAN Y EL       *
      *  ULTIMO MES PAGADO POR COBOL720. CRUZA CADA PRESTAMO CON EL   *
      *  MAESTRO DE EMPLEADOS Y MARCA "** BAJA CON SALDO" EL DE UN    *
      *  EMPLEADO QUE YA HA CAUSADO BAJA (SU DEUDA HAY QUE SALDARLA   *
      *  EN EL FINIQUITO O RECLAMARLA APARTE) Y "** SIN EMPLEADO" EL  *
      *  DE UN CODIGO QUE YA NO ESTA EN EL MAESTRO; AMBOS CASOS SE    *
      *  AVISAN TAMBIEN AL OPERADOR                                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL777.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MAESTRO DE PRESTAMOS MANTENIDO POR COBOL776
           SELECT PRESTAMOS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.prestamos"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *MAESTRO DE EMPLEADOS, SOLO LECTURA PARA APELLIDO Y SITUACION
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-EMP.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.extracto"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *CERROJO DE USO DEL MAESTRO DE PRESTAMOS, QUE SE TOMA EN
      *COMPARTIDO MIENTRAS SE LEE (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PRESTAMOS.
       01  REG-PRESTAMO                           PIC X(56).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY CERROJFD.
      *
       COPY ERRAUDFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO MAESTRO                      *
      *****************************************************************
       COPY COPYPRESTA.
      *
      *****************************************************************
      *               VARIABLES  MAESTRO DE EMPLEADOS                 *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               TABLA DE EMPLEADOS                              *
      *****************************************************************
       01  WT-TABLA-EMPLE.
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY IE.
                10  WT-EMP-CODIGO                PIC X(6).
                10  WT-EMP-APELLIDO              PIC X(15).
                10  WT-EMP-ESTADO                PIC X(1).
                10  WT-EMP-FEC-BAJA              PIC 9(8).
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
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
           05  SW-FIN-PRESTAMOS                  PIC 9 VALUE 0.
                88 FIN-PRESTAMOS                 VALUE 1.
                88 NO-FIN-PRESTAMOS              VALUE 0.
           05  SW-EMPLEADO                       PIC X VALUE "N".
                88 EMPLE-ENCONTRADO              VALUE "S".
                88 EMPLE-NO-ENCONTRADO           VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.PRESTAMOS".
           05  LT-FICHERO2          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL777".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-BAJA-CON-SALDO    PIC X(18) VALUE "** BAJA CON SALDO".
           05  LT-SIN-EMPLEADO      PIC X(18) VALUE "** SIN EMPLEADO".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-EMP                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-POSICION                          PIC 9(4).
           05  WS-AMORTIZADO                        PIC 9(7)V99.
           05  WS-CUOTAS-PENDIENTES                 PIC 9(5).
           05  WS-RESTO-CUOTA                       PIC 9(7)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-PRESTAMOS              PIC 9(7).
           05 WC-CONTADOR-CANCELADOS             PIC 9(7).
           05 WC-CONTADOR-BAJAS                  PIC 9(7).
           05 WC-CONTADOR-SIN-EMPLEADO           PIC 9(7).
           05 WC-TOTAL-PRINCIPAL                 PIC 9(11)V99.
           05 WC-TOTAL-SALDO                     PIC 9(11)V99.
           05 WC-TOTAL-AMORTIZADO                PIC 9(11)V99.
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
           05  FILLER                 PIC X(45)
               VALUE "EXTRACTO DE PRESTAMOS Y ANTICIPOS PENDIENTES".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(16) VALUE "APELLIDO".
           05  FILLER                 PIC X(4)  VALUE "NUM".
           05  FILLER                 PIC X(3)  VALUE "T".
           05  FILLER                 PIC X(12) VALUE "   PRINCIPAL".
           05  FILLER                 PIC X(12) VALUE "       CUOTA".
           05  FILLER                 PIC X(9)  VALUE "  INICIO".
           05  FILLER                 PIC X(12) VALUE "       SALDO".
           05  FILLER                 PIC X(12) VALUE "  AMORTIZADO".
           05  FILLER                 PIC X(7)  VALUE " CUOTAS".
           05  FILLER                 PIC X(9)  VALUE "  PAGADO".
           05  FILLER                 PIC X(13) VALUE "  MARCA".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WL-NUMERO              PIC Z9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-TIPO                PIC X(1).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-PRINCIPAL           PIC Z(6)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CUOTA               PIC Z(6)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-INICIO              PIC 9999/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-SALDO               PIC Z(6)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-AMORTIZADO          PIC Z(6)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CUOTAS              PIC ZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-PAGADO              PIC 9999/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-MARCA               PIC X(18).
      *
      *****************************************************************
      *               LINEA DE TOTALES                                *
      *****************************************************************
       01  WS-LINEA-TOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(26)
                    VALUE "TOTAL PRESTAMOS VIVOS:".
           05  WTT-PRESTAMOS          PIC ZZZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  PRINCIPAL ".
           05  WTT-PRINCIPAL          PIC Z(10)9.99.
           05  FILLER                 PIC X(8)  VALUE "  SALDO ".
           05  WTT-SALDO              PIC Z(10)9.99.
           05  FILLER                 PIC X(13) VALUE "  AMORTIZADO ".
           05  WTT-AMORTIZADO         PIC Z(10)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-PRESTAMOS.
      *
           PERFORM 4000-IMPRIME-TOTALES
              THRU 4000-IMPRIME-TOTALES-EXIT.
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
      *CARGAMOS EL MAESTRO DE EMPLEADOS PARA APELLIDO Y SITUACION
           PERFORM 1010-CARGA-EMPLEADOS
              THRU 1010-CARGA-EMPLEADOS-EXIT.
      *
      *TOMAMOS EL CERROJO DEL MAESTRO DE PRESTAMOS EN COMPARTIDO
      *MIENTRAS DURA LA LECTURA, POR SI COBOL776 O COBOL720 LO ESTAN
      *REGRABANDO
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       EXTRACTO SIN PRESTAMOS"
                SET FIN-PRESTAMOS TO TRUE
           ELSE
                IF WS-FILE-STATUS NOT = 00
                     MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                     MOVE LT-OPEN TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
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
           IF NOT FIN-PRESTAMOS
                PERFORM 9200-LEER-FICHERO
                   THRU 9200-LEER-FICHERO-EXIT
           END-IF.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE EMPLEADOS                          *
      *****************************************************************
       1010-CARGA-EMPLEADOS.
      *SIN MAESTRO DE EMPLEADOS EL EXTRACTO SALE IGUAL, PERO SIN
      *APELLIDOS Y CON TODOS LOS PRESTAMOS MARCADOS SIN EMPLEADO
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO2
                GO TO 1010-CARGA-EMPLEADOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-EMPLEADO
              THRU 1011-LEE-EMPLEADO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-EMPLE >= 5000.
      *
           CLOSE FICEMPLE.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1010-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
       1011-LEE-EMPLEADO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-EMP = 00
      *LAS LINEAS DE AJUSTE NO SON EMPLEADOS
                IF NOT WS-EMPLE-REG-AJUSTE
                     ADD 1 TO WC-NUM-EMPLE
                     MOVE WS-EMPLE-CODIGO
                       TO WT-EMP-CODIGO(WC-NUM-EMPLE)
                     MOVE WS-EMPLE-APELLIDO
                       TO WT-EMP-APELLIDO(WC-NUM-EMPLE)
                     MOVE WS-EMPLE-ESTADO
                       TO WT-EMP-ESTADO(WC-NUM-EMPLE)
                     MOVE WS-EMPLE-FEC-BAJA
                       TO WT-EMP-FEC-BAJA(WC-NUM-EMPLE)
                END-IF
           ELSE
                IF WS-FILE-STATUS-EMP NOT = 10
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-EMPLEADO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1011-LEE-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: UNA LINEA POR PRESTAMO VIVO              *
      *****************************************************************
       3000-PROCESO.
      *LOS PRESTAMOS YA AMORTIZADOS SE QUEDAN EN EL MAESTRO HASTA
      *QUE COBOL776 LOS DA DE BAJA, PERO NO SALEN EN EL EXTRACTO
           IF WPR-SALDO = 0
                ADD 1 TO WC-CONTADOR-CANCELADOS
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           PERFORM 3100-BUSCA-EMPLEADO
              THRU 3100-BUSCA-EMPLEADO-EXIT.
      *
           PERFORM 3200-IMPRIME-PRESTAMO
              THRU 3200-IMPRIME-PRESTAMO-EXIT.
      *
       3000-PROCESO-LEE.
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
       3100-BUSCA-EMPLEADO.
           SET EMPLE-NO-ENCONTRADO TO TRUE.
           PERFORM 3110-COMPARA-EMPLEADO
              THRU 3110-COMPARA-EMPLEADO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE
                 OR EMPLE-ENCONTRADO.
       3100-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
       3110-COMPARA-EMPLEADO.
           IF WT-EMP-CODIGO(IE) = WPR-CODIGO
                SET EMPLE-ENCONTRADO TO TRUE
                SET WS-POSICION TO IE
           END-IF.
       3110-COMPARA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME LA LINEA DE UN PRESTAMO CON SALDO VIVO          *
      *****************************************************************
       3200-IMPRIME-PRESTAMO.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
      *LO AMORTIZADO ES LO QUE YA SE HA RESTADO DEL PRINCIPAL Y LAS
      *CUOTAS PENDIENTES SE REDONDEAN HACIA ARRIBA (LA ULTIMA PUEDE
      *SER MENOR QUE LA CUOTA)
           COMPUTE WS-AMORTIZADO = WPR-PRINCIPAL - WPR-SALDO.
           IF WPR-CUOTA > 0
                DIVIDE WPR-SALDO BY WPR-CUOTA
                   GIVING WS-CUOTAS-PENDIENTES
                   REMAINDER WS-RESTO-CUOTA
                IF WS-RESTO-CUOTA > 0
                     ADD 1 TO WS-CUOTAS-PENDIENTES
                END-IF
           ELSE
                MOVE 0 TO WS-CUOTAS-PENDIENTES
           END-IF.
      *
           MOVE SPACES TO WL-APELLIDO WL-MARCA.
           MOVE WPR-CODIGO         TO WL-CODIGO.
           MOVE WPR-NUMERO         TO WL-NUMERO.
           MOVE WPR-TIPO           TO WL-TIPO.
           MOVE WPR-PRINCIPAL      TO WL-PRINCIPAL.
           MOVE WPR-CUOTA          TO WL-CUOTA.
           MOVE WPR-MES-INICIO     TO WL-INICIO.
           MOVE WPR-SALDO          TO WL-SALDO.
           MOVE WS-AMORTIZADO      TO WL-AMORTIZADO.
           MOVE WS-CUOTAS-PENDIENTES TO WL-CUOTAS.
           MOVE WPR-ULTIMO-PERIODO TO WL-PAGADO.
      *
      *UN PRESTAMO VIVO DE UN EMPLEADO DE BAJA YA NO SE PUEDE
      *DESCONTAR EN NOMINA: SE MARCA Y SE AVISA AL OPERADOR
           IF EMPLE-NO-ENCONTRADO
                MOVE LT-SIN-EMPLEADO TO WL-MARCA
                ADD 1 TO WC-CONTADOR-SIN-EMPLEADO
                DISPLAY "AVISO: PRESTAMO " WPR-NUMERO " DEL CODIGO "
                     WPR-CODIGO " SIN EMPLEADO EN EL MAESTRO - SALDO "
                     WPR-SALDO
           ELSE
                MOVE WT-EMP-APELLIDO(WS-POSICION) TO WL-APELLIDO
                IF WT-EMP-ESTADO(WS-POSICION) = "B"
                     MOVE LT-BAJA-CON-SALDO TO WL-MARCA
                     ADD 1 TO WC-CONTADOR-BAJAS
                     DISPLAY "AVISO: EMPLEADO " WPR-CODIGO
                          " DE BAJA DESDE " WT-EMP-FEC-BAJA(WS-POSICION)
                          " CON EL PRESTAMO " WPR-NUMERO
                          " PENDIENTE - SALDO " WPR-SALDO
                END-IF
           END-IF.
      *
           ADD 1 TO WC-CONTADOR-PRESTAMOS.
           ADD WPR-PRINCIPAL TO WC-TOTAL-PRINCIPAL.
           ADD WPR-SALDO     TO WC-TOTAL-SALDO.
           ADD WS-AMORTIZADO TO WC-TOTAL-AMORTIZADO.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3200-IMPRIME" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3200-IMPRIME-PRESTAMO-EXIT.
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
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
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
      *             IMPRESION DE LA LINEA DE TOTALES                  *
      *****************************************************************
       4000-IMPRIME-TOTALES.
           MOVE WC-CONTADOR-PRESTAMOS TO WTT-PRESTAMOS.
           MOVE WC-TOTAL-PRINCIPAL    TO WTT-PRINCIPAL.
           MOVE WC-TOTAL-SALDO        TO WTT-SALDO.
           MOVE WC-TOTAL-AMORTIZADO   TO WTT-AMORTIZADO.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "4000-TOTALES" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       4000-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "      EXTRACTO DE PRESTAMOS"
                 DISPLAY "******************************************"
                 DISPLAY "**PRESTAMOS LEIDOS:        " WC-CONTADOR
                 DISPLAY "**PRESTAMOS VIVOS:         "
                      WC-CONTADOR-PRESTAMOS
                 DISPLAY "**YA AMORTIZADOS:          "
                      WC-CONTADOR-CANCELADOS
                 DISPLAY "**EMPLEADOS DE BAJA:       "
                      WC-CONTADOR-BAJAS
                 DISPLAY "**SIN EMPLEADO:            "
                      WC-CONTADOR-SIN-EMPLEADO
                 DISPLAY "**SALDO TOTAL PENDIENTE:   " WC-TOTAL-SALDO
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE PRESTAMOS.
           CLOSE LISTADO.
           CLOSE AUDITORIA.
      *
      *SOLTAMOS EL CERROJO DEL MAESTRO SI LO TENIAMOS TOMADO
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
           DISPLAY "FICHEROS CERRADOS".
      *
      *UN EMPLEADO DE BAJA CON PRESTAMO PENDIENTE NO ES UN ERROR DEL
      *PROGRAMA, PERO SE DEVUELVE 4 PARA QUE EL JOB LO HAGA VISIBLE
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WC-CONTADOR-BAJAS > 0
                   OR WC-CONTADOR-SIN-EMPLEADO > 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
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
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****LINEA:       " WC-CONTADOR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *               LEE EL MAESTRO DE PRESTAMOS                     *
      *****************************************************************
       9200-LEER-FICHERO.
           READ PRESTAMOS RECORD INTO WS-REG-PRESTAMO
              AT END SET FIN-PRESTAMOS TO TRUE.
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
               END-IF
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
      *               CERROJO DE USO DEL MAESTRO                      *
      *****************************************************************
       COPY CERROJPR.

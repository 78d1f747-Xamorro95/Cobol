      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  LISTADO DE CAMBIOS PROGRAMADOS DEL MAESTRO DE EMPLEADOS:     *
      *  RECORRE FICHERO.CAMBIOS.PROGRAMADOS (COPY COPYCAMPRO) Y      *
      *  LISTA, EN ORDEN DE FECHA DE EFECTO, LOS CAMBIOS APROBADOS    *
      *  QUE TODAVIA NO SE HAN APLICADO Y QUE ENTRAN EN VIGOR DESDE   *
      *  LA FECHA DE PROCESO DE FICHERO.FECHA.PROCESO HASTA EL        *
      *  HORIZONTE PEDIDO. EL HORIZONTE SON DIAS NATURALES Y SE TOMA  *
      *  DE LA FICHA COBOL867 DEL FICHERO DE PARAMETROS (POSICIONES   *
      *  1-3 DE LAS OPCIONES); SIN FICHA SE LISTAN LAS SEIS SEMANAS   *
      *  SIGUIENTES. UN CAMBIO YA VENCIDO QUE SIGUE SIN APLICAR (EL   *
      *  PASO COBOL866 NO HA CORRIDO TODAVIA) SALE MARCADO COMO       *
      *  VENCIDO. EL LISTADO QUEDA EN FICHERO.PROGRAMADOS.LISTADO     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL867.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMADOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cambios.programados"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.programados.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *FICHERO DE PARAMETROS DE EJECUCION (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *CALENDARIO LABORAL (SOLO SE USA SU ARITMETICA DE FECHAS)
           COPY CALENFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PROGRAMADOS.
       01  REG-PROGRAMADO                         PIC X(199).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY PARAMFD.
      *
       COPY CALENFD.
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
      *               CAMBIO PROGRAMADO                               *
      *****************************************************************
       COPY COPYCAMPRO.
      *
      *****************************************************************
      *               REGISTRO DEL MAESTRO DE EMPLEADOS               *
      *****************************************************************
      *SE USA PARA LEER LAS IMAGENES GUARDADAS EN EL CAMBIO
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               TABLA DE CAMBIOS DEL HORIZONTE                  *
      *****************************************************************
      *SOLO LOS QUE ENTRAN EN EL LISTADO; WT-LISTADO MARCA LOS YA
      *IMPRESOS MIENTRAS SE SACAN EN ORDEN DE FECHA DE EFECTO
       01  WT-TABLA-PROGRAMADOS.
           05  WC-NUM-PROGRAMADOS       PIC 9(4) VALUE 0.
           05  WT-PROGRAMADO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-PROGRAMADOS
                  INDEXED BY J.
               10  WT-REG-PROGRAMADO    PIC X(199).
               10  WT-LISTADO           PIC X(1).
      *
      *****************************************************************
      *               PARAMETROS DE EJECUCION                         *
      *****************************************************************
       COPY PARAMWS.
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
           05  SW-FIN-LISTADO                    PIC 9 VALUE 0.
                88 FIN-LISTADO                   VALUE 1.
                88 NO-FIN-LISTADO                VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE
                    "CAMBIOS.PROGRAMADOS".
           05  LT-FICHERO2          PIC X(20) VALUE
                    "PROGRAMADOS.LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL867".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *SEIS SEMANAS SI NO HAY FICHA DE PARAMETROS
           05  LT-HORIZONTE-DEFECTO PIC 9(3) VALUE 42.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *HORIZONTE EN DIAS Y ULTIMA FECHA DE EFECTO QUE ENTRA
           05  WS-HORIZONTE                         PIC 9(3).
           05  WS-FECHA-LIMITE                      PIC 9(8).
      *CAMBIO PENDIENTE DE IMPRIMIR CON MENOR FECHA DE EFECTO
           05  WS-POS-PROGRAMADO                    PIC 9(4).
           05  WS-MENOR-EFECTO                      PIC 9(8).
           05  WS-DEPT-ANTES                        PIC X(3).
           05  WS-SALARIO-ANTES                     PIC S9(9)V99.
           05  WS-COMISION-ANTES                    PIC S9(9)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-LISTADOS                        PIC 9(5).
           05 WC-VENCIDOS                        PIC 9(5).
           05 WC-POSTERIORES                     PIC 9(5).
           05 WC-DIAS                            PIC 9(3).
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
           05  FILLER                 PIC X(24)
                    VALUE "CAMBIOS PROGRAMADOS DEL ".
           05  WT-DESDE               PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE " AL ".
           05  WT-HASTA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(22) VALUE "APELLIDO".
           05  FILLER                 PIC X(12) VALUE "EFECTO".
           05  FILLER                 PIC X(10) VALUE "DEPT".
           05  FILLER                 PIC X(30) VALUE "SALARIO".
           05  FILLER                 PIC X(30) VALUE "COMISION".
           05  FILLER                 PIC X(10) VALUE "AUT/APR".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-CODIGO             PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-APELLIDO           PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-EFECTO             PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-DEPT-ANTES         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-DEPT-DESPUES       PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-SALARIO-ANTES      PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-SALARIO-DESPUES    PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-COMISION-ANTES     PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-COMISION-DESPUES   PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-AUTOR              PIC X(4).
           05  FILLER                 PIC X(1)  VALUE "/".
           05  WLD-APROBADOR          PIC X(4).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WLD-MARCA              PIC X(7).
      *
      *****************************************************************
      *               LINEAS DE AVISO Y TOTALES                       *
      *****************************************************************
       01  WS-LINEA-SIN-CAMBIOS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(50)
                    VALUE "NO HAY CAMBIOS PROGRAMADOS EN EL PERIODO".
      *
       01  WS-LINEA-TOTALES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(18)
                    VALUE "CAMBIOS LISTADOS:".
           05  WTT-LISTADOS           PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  VENCIDOS:".
           05  WTT-VENCIDOS           PIC ZZZZ9.
           05  FILLER                 PIC X(30)
                    VALUE "  PROGRAMADOS MAS ADELANTE:".
           05  WTT-POSTERIORES        PIC ZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           IF WC-NUM-PROGRAMADOS = 0
                MOVE WS-LINEA-SIN-CAMBIOS TO WS-LINEA-IMPRIMIR
                PERFORM 3900-ESCRIBE-LINEA
                   THRU 3900-ESCRIBE-LINEA-EXIT
           ELSE
                SET NO-FIN-LISTADO TO TRUE
                PERFORM 3000-IMPRIME-SIGUIENTE
                   THRU 3000-IMPRIME-SIGUIENTE-EXIT
                   UNTIL FIN-LISTADO
           END-IF.
      *
           PERFORM 4100-IMPRIME-TOTALES
              THRU 4100-IMPRIME-TOTALES-EXIT.
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
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
      *DEJAMOS CONSTANCIA DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
      *HORIZONTE DEL LISTADO: FICHA DE PARAMETROS O SEIS SEMANAS
           MOVE LT-HORIZONTE-DEFECTO TO WS-HORIZONTE.
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           IF HAY-PARAMETROS
                IF WS-PARAM-DATOS(1:3) NUMERIC
                   AND WS-PARAM-DATOS(1:3) > "000"
                     MOVE WS-PARAM-DATOS(1:3) TO WS-HORIZONTE
                ELSE
                     DISPLAY "AVISO: HORIZONTE DE LA FICHA NO VALIDO, "
                             "SE LISTAN " LT-HORIZONTE-DEFECTO " DIAS"
                END-IF
           END-IF.
      *
      *FECHA LIMITE = FECHA DE PROCESO + HORIZONTE DIAS NATURALES
           MOVE WS-FECHA-PROCESO TO WS-CAL-FECHA.
           PERFORM 9830-AVANZA-DIA-CAL
              THRU 9830-AVANZA-DIA-CAL-EXIT
              VARYING WC-DIAS FROM 1 BY 1
              UNTIL WC-DIAS > WS-HORIZONTE.
           MOVE WS-CAL-FECHA TO WS-FECHA-LIMITE.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           PERFORM 1010-CARGA-PROGRAMADOS
              THRU 1010-CARGA-PROGRAMADOS-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS CAMBIOS DEL HORIZONTE                      *
      *****************************************************************
       1010-CARGA-PROGRAMADOS.
      *SIN FICHERO NO HAY NADA PROGRAMADO: NO ES UN ERROR
           OPEN INPUT PROGRAMADOS.
           IF WS-FILE-STATUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                GO TO 1010-CARGA-PROGRAMADOS-EXIT
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
           PERFORM 1011-LEE-PROGRAMADO
              THRU 1011-LEE-PROGRAMADO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE PROGRAMADOS.
      *
       1010-CARGA-PROGRAMADOS-EXIT.
       EXIT.
      *
       1011-LEE-PROGRAMADO.
           READ PROGRAMADOS INTO WS-REG-CAMBIO-PROGRAMADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 10
                GO TO 1011-LEE-PROGRAMADO-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1011-LEE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           ADD 1 TO WC-CONTADOR.
      *
      *APLICADOS Y ANULADOS YA NO SE LISTAN; LOS QUE QUEDAN MAS ALLA
      *DEL HORIZONTE SOLO SE CUENTAN
           IF NOT WJ-PROGRAMADO
                GO TO 1011-LEE-PROGRAMADO-EXIT
           END-IF.
           IF WJ-FEC-EFECTO > WS-FECHA-LIMITE
                ADD 1 TO WC-POSTERIORES
                GO TO 1011-LEE-PROGRAMADO-EXIT
           END-IF.
      *
           IF WC-NUM-PROGRAMADOS >= 2000
                DISPLAY "AVISO: MAS DE 2000 CAMBIOS EN EL HORIZONTE, "
                        "NO SE LISTA " WJ-CLAVE " DEL " WJ-FEC-EFECTO
                GO TO 1011-LEE-PROGRAMADO-EXIT
           END-IF.
      *
           ADD 1 TO WC-NUM-PROGRAMADOS.
           MOVE WS-REG-CAMBIO-PROGRAMADO
             TO WT-REG-PROGRAMADO(WC-NUM-PROGRAMADOS).
           MOVE "N" TO WT-LISTADO(WC-NUM-PROGRAMADOS).
      *
       1011-LEE-PROGRAMADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-DESDE.
           MOVE WS-FECHA-LIMITE TO WT-HASTA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
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
      *       IMPRIME EL CAMBIO DE MENOR FECHA DE EFECTO PENDIENTE    *
      *****************************************************************
       3000-IMPRIME-SIGUIENTE.
           MOVE 0 TO WS-POS-PROGRAMADO.
           MOVE 99999999 TO WS-MENOR-EFECTO.
           PERFORM 3010-BUSCA-MENOR
              THRU 3010-BUSCA-MENOR-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-PROGRAMADOS.
      *
           IF WS-POS-PROGRAMADO = 0
                SET FIN-LISTADO TO TRUE
                GO TO 3000-IMPRIME-SIGUIENTE-EXIT
           END-IF.
      *
           MOVE "S" TO WT-LISTADO(WS-POS-PROGRAMADO).
           MOVE WT-REG-PROGRAMADO(WS-POS-PROGRAMADO)
             TO WS-REG-CAMBIO-PROGRAMADO.
      *
      *VALORES ANTES Y DESPUES SEGUN LAS IMAGENES DEL CAMBIO
           MOVE WJ-IMAGEN-ANTES TO WS-REG-EMPLEADO.
           MOVE WS-EMPLE-DEPT     TO WS-DEPT-ANTES.
           MOVE WS-EMPLE-SALARIO  TO WS-SALARIO-ANTES.
           MOVE WS-EMPLE-COMISION TO WS-COMISION-ANTES.
           MOVE WJ-IMAGEN-DESPUES TO WS-REG-EMPLEADO.
      *
           MOVE WJ-CLAVE            TO WLD-CODIGO.
           MOVE WS-EMPLE-APELLIDO   TO WLD-APELLIDO.
           MOVE WJ-FEC-EFECTO       TO WLD-EFECTO.
           MOVE WS-DEPT-ANTES       TO WLD-DEPT-ANTES.
           MOVE WS-EMPLE-DEPT       TO WLD-DEPT-DESPUES.
           MOVE WS-SALARIO-ANTES    TO WLD-SALARIO-ANTES.
           MOVE WS-EMPLE-SALARIO    TO WLD-SALARIO-DESPUES.
           MOVE WS-COMISION-ANTES   TO WLD-COMISION-ANTES.
           MOVE WS-EMPLE-COMISION   TO WLD-COMISION-DESPUES.
           MOVE WJ-AUTOR            TO WLD-AUTOR.
           MOVE WJ-APROBADOR        TO WLD-APROBADOR.
      *
           IF WJ-FEC-EFECTO NOT > WS-FECHA-PROCESO
                MOVE "VENCIDO" TO WLD-MARCA
                ADD 1 TO WC-VENCIDOS
           ELSE
                MOVE SPACES TO WLD-MARCA
           END-IF.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
           ADD 1 TO WC-LISTADOS.
      *
       3000-IMPRIME-SIGUIENTE-EXIT.
       EXIT.
      *
       3010-BUSCA-MENOR.
           IF WT-LISTADO(J) = "N"
              AND WT-REG-PROGRAMADO(J)(1:8) < WS-MENOR-EFECTO
                MOVE WT-REG-PROGRAMADO(J)(1:8) TO WS-MENOR-EFECTO
                SET WS-POS-PROGRAMADO TO J
           END-IF.
       3010-BUSCA-MENOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UNA LINEA DEL LISTADO CON SALTO DE PAGINA       *
      *****************************************************************
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
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
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
      *       TOTALES DEL LISTADO                                     *
      *****************************************************************
       4100-IMPRIME-TOTALES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
           MOVE WC-LISTADOS    TO WTT-LISTADOS.
           MOVE WC-VENCIDOS    TO WTT-VENCIDOS.
           MOVE WC-POSTERIORES TO WTT-POSTERIORES.
           MOVE WS-LINEA-TOTALES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       4100-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   LISTADO DE CAMBIOS PROGRAMADOS"
                 DISPLAY "******************************************"
                 DISPLAY "**DESDE:                   " WS-FECHA-PROCESO
                 DISPLAY "**HASTA:                   " WS-FECHA-LIMITE
                 DISPLAY "**CAMBIOS LEIDOS:          " WC-CONTADOR
                 DISPLAY "**CAMBIOS LISTADOS:        " WC-LISTADOS
                 DISPLAY "**VENCIDOS SIN APLICAR:    " WC-VENCIDOS
                 DISPLAY "**PROGRAMADOS MAS ADELANTE:" WC-POSTERIORES
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
           MOVE WC-LISTADOS TO WK-CTL-ESCRITOS.
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
      *                CALENDARIO LABORAL                             *
      *****************************************************************
       COPY CALENPR.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                FECHA DE PROCESO DE LA CADENA                  *
      *****************************************************************
       COPY FECPROPR.

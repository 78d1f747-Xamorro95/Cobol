      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  INFORME DE READMISIONES: LISTA LAS READMISIONES QUE COBOL360 *
      *  HA GRABADO EN FICHERO.READMISIONES (COPY COPYREADM) CON      *
      *  FECHA DE READMISION DENTRO DEL PERIODO PEDIDO (FICHA DE      *
      *  PARAMETROS, POSICIONES 1-8 DESDE Y 9-16 HASTA, O SYSIN; EN   *
      *  BLANCO SE LISTAN TODAS). DE CADA UNA SALEN EL CODIGO Y EL    *
      *  NOMBRE DEL EMPLEADO, SU DEPARTAMENTO, EL CODIGO DEL PERIODO  *
      *  ANTERIOR CON SUS FECHAS DE ALTA Y BAJA, LA FECHA DE ALTA     *
      *  ACTUAL (LA DE LA READMISION), LA FECHA DE ANTIGUEDAD         *
      *  RECONOCIDA Y EL OPERADOR QUE LA GRABO. UN CODIGO QUE YA NO   *
      *  ESTA EN EL MAESTRO SALE MARCADO SIN EMPLEADO, Y UN EMPLEADO  *
      *  QUE DESPUES SE FUE DE BAJA O VOLVIO A SER READMITIDO SALE    *
      *  CON SU OBSERVACION                                           *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL367.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LA RUTA SE RESUELVE EN TIEMPO DE EJECUCION EN EL PARRAFO
      *1005-SELECCION-FICHERO (VARIABLE DE ENTORNO COBOL367_FICHERO,
      *O LA RUTA POR DEFECTO SI NO ESTA FIJADA)
           SELECT FICHERO-ENTRADA
           ASSIGN TO WS-ASSIGN-FICHERO
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.readmisiones.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *READMISIONES CON SU ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY READMFD.
      *
       COPY PARAMFD.
      *
       COPY ERRAUDFD.
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
      *               TABLA DE EMPLEADOS                              *
      *****************************************************************
      *EL MAESTRO ENTERO, PARA PONER NOMBRE Y DEPARTAMENTO A CADA
      *READMISION
       01  WT-TABLA-EMPLE.
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY I          PIC X(80).
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
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
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-ENCONTRADO                     PIC X VALUE "N".
                88 EMPLE-ENCONTRADO              VALUE "S".
                88 EMPLE-NO-ENCONTRADO           VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO2          PIC X(16) VALUE "READMISIONES".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL367".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-SIN-EMPLEADO      PIC X(16) VALUE "SIN EMPLEADO".
           05  LT-DE-BAJA           PIC X(16) VALUE "DE BAJA".
           05  LT-OTRO-PERIODO      PIC X(16) VALUE "OTRO PERIODO".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-ASSIGN-FICHERO                    PIC X(60).
           05  WS-SYSIN-FECHA                       PIC X(8).
           05  WS-FECHA-DESDE                       PIC 9(8).
           05  WS-FECHA-HASTA                       PIC 9(8).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR-LISTADAS               PIC 9(7).
           05 WC-MISMO-CODIGO                    PIC 9(7).
           05 WC-CODIGO-NUEVO                    PIC 9(7).
           05 WC-SIN-EMPLEADO                    PIC 9(7).
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
           05  FILLER                 PIC X(24)
                    VALUE "INFORME DE READMISIONES".
           05  FILLER                 PIC X(6)  VALUE "DESDE ".
           05  WT-DESDE               PIC 9999/99/99.
           05  FILLER                 PIC X(7)  VALUE " HASTA ".
           05  WT-HASTA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE "  FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(13) VALUE "NOMBRE".
           05  FILLER                 PIC X(16) VALUE "APELLIDO".
           05  FILLER                 PIC X(5)  VALUE "DEPT".
           05  FILLER                 PIC X(8)  VALUE "ANTER.".
           05  FILLER                 PIC X(12) VALUE "ALTA ANT.".
           05  FILLER                 PIC X(12) VALUE "BAJA ANT.".
           05  FILLER                 PIC X(12) VALUE "READMISION".
           05  FILLER                 PIC X(12) VALUE "ANTIGUEDAD".
           05  FILLER                 PIC X(6)  VALUE "OPER".
           05  FILLER                 PIC X(16) VALUE "OBSERVACION".
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UNA READMISION              *
      *****************************************************************
       01  WS-LINEA-READMISION.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WI-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WI-DEPT                PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-CODIGO-ANTERIOR     PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-FEC-ALTA-ANTERIOR   PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-FEC-BAJA-ANTERIOR   PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-FEC-READMISION      PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-FEC-ANTIGUEDAD      PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-OPERADOR            PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-OBSERVACION         PIC X(16).
      *
      *****************************************************************
      *               LINEA DE TOTAL                                  *
      *****************************************************************
       01  WS-LINEA-TOTAL.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(30)
                    VALUE "TOTAL READMISIONES LISTADAS: ".
           05  WI-TOTAL               PIC ZZZZZZ9.
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
              VARYING IRA FROM 1 BY 1
              UNTIL IRA > WRA-NUM-READMISIONES.
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
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
           PERFORM 1005-SELECCION-FICHERO
              THRU 1005-SELECCION-FICHERO-EXIT.
      *
      *BUSCAMOS LA FICHA DE PARAMETROS DEL PROGRAMA; SI EXISTE, EL
      *PERIODO SALE DE ELLA SIN DIALOGO
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
      *
           PERFORM 1010-OBTIENE-PERIODO
              THRU 1010-OBTIENE-PERIODO-EXIT.
      *
           PERFORM 1020-CARGA-EMPLEADOS
              THRU 1020-CARGA-EMPLEADOS-EXIT.
      *
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
           IF REA-CARGA-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
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
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LA RUTA DEL FICHERO DE ENTRADA          *
      *****************************************************************
       1005-SELECCION-FICHERO.
           ACCEPT WS-ASSIGN-FICHERO FROM ENVIRONMENT "COBOL367_FICHERO".
           IF WS-ASSIGN-FICHERO = SPACES
                MOVE LT-FICHERO1-DEFECTO TO WS-ASSIGN-FICHERO
           END-IF.
      *
       1005-SELECCION-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          PERIODO DEL INFORME (DESDE/HASTA, AAAAMMDD)          *
      *****************************************************************
       1010-OBTIENE-PERIODO.
      *EL PERIODO VIENE EN LA FICHA DE PARAMETROS (POSICIONES 1-8
      *DESDE Y 9-16 HASTA); SIN FICHA SE PIDE POR SYSIN. EN BLANCO O
      *NO NUMERICO SE ABRE EL PERIODO POR ESE EXTREMO
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:8) TO WS-SYSIN-FECHA
           ELSE
                DISPLAY "FECHA DESDE (AAAAMMDD, BLANCO=TODO): "
                ACCEPT WS-SYSIN-FECHA FROM SYSIN
           END-IF.
           IF WS-SYSIN-FECHA NUMERIC
                MOVE WS-SYSIN-FECHA TO WS-FECHA-DESDE
           ELSE
                MOVE 0 TO WS-FECHA-DESDE
           END-IF.
      *
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(9:8) TO WS-SYSIN-FECHA
           ELSE
                DISPLAY "FECHA HASTA (AAAAMMDD, BLANCO=TODO): "
                ACCEPT WS-SYSIN-FECHA FROM SYSIN
           END-IF.
           IF WS-SYSIN-FECHA NUMERIC
                MOVE WS-SYSIN-FECHA TO WS-FECHA-HASTA
           ELSE
                MOVE 99999999 TO WS-FECHA-HASTA
           END-IF.
      *
       1010-OBTIENE-PERIODO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CARGA DEL MAESTRO DE EMPLEADOS EN LA TABLA           *
      *****************************************************************
       1020-CARGA-EMPLEADOS.
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICHERO-ENTRADA.
      *
       1020-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO DE UNA READMISION                         *
      *****************************************************************
       3000-PROCESO.
           MOVE WRA-REG-TABLA(IRA) TO WS-REG-READMISION.
           IF WRA-FEC-READMISION < WS-FECHA-DESDE
              OR WRA-FEC-READMISION > WS-FECHA-HASTA
                GO TO 3000-PROCESO-EXIT
           END-IF.
      *
           IF WRA-CODIGO = WRA-CODIGO-ANTERIOR
                ADD 1 TO WC-MISMO-CODIGO
           ELSE
                ADD 1 TO WC-CODIGO-NUEVO
           END-IF.
      *
      *NOMBRE Y DEPARTAMENTO SALEN DEL MAESTRO ACTUAL. SI EL
      *EMPLEADO YA NO ESTA EN ESE PERIODO (SE FUE DE BAJA O TIENE
      *UNA READMISION POSTERIOR CON EL MISMO CODIGO) SE INDICA
           MOVE SPACES TO WI-OBSERVACION.
           PERFORM 3100-BUSCA-EMPLEADO
              THRU 3100-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                INITIALIZE WS-REG-EMPLEADO
                MOVE LT-SIN-EMPLEADO TO WI-OBSERVACION
                ADD 1 TO WC-SIN-EMPLEADO
           ELSE
                IF WS-EMPLE-FEC-ALTA NOT = WRA-FEC-READMISION
                     MOVE LT-OTRO-PERIODO TO WI-OBSERVACION
                ELSE
                     IF WS-EMPLE-EST-BAJA
                          MOVE LT-DE-BAJA TO WI-OBSERVACION
                     END-IF
                END-IF
           END-IF.
      *
           PERFORM 3200-LISTA-READMISION
              THRU 3200-LISTA-READMISION-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA EL CODIGO DE LA READMISION EN EL MAESTRO          *
      *****************************************************************
       3100-BUSCA-EMPLEADO.
           SET EMPLE-NO-ENCONTRADO TO TRUE.
           SET I TO 1.
           SEARCH WT-REG-EMPLE
                AT END
                     SET EMPLE-NO-ENCONTRADO TO TRUE
                WHEN WT-REG-EMPLE(I)(1:6) = WRA-CODIGO
                     SET EMPLE-ENCONTRADO TO TRUE
                     MOVE WT-REG-EMPLE(I) TO WS-REG-EMPLEADO
           END-SEARCH.
      *
       3100-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LISTA UNA READMISION                                    *
      *****************************************************************
       3200-LISTA-READMISION.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WRA-CODIGO            TO WI-CODIGO.
           MOVE WS-EMPLE-NOMBRE       TO WI-NOMBRE.
           MOVE WS-EMPLE-APELLIDO     TO WI-APELLIDO.
           MOVE WS-EMPLE-DEPT         TO WI-DEPT.
           MOVE WRA-CODIGO-ANTERIOR   TO WI-CODIGO-ANTERIOR.
           MOVE WRA-FEC-ALTA-ANTERIOR TO WI-FEC-ALTA-ANTERIOR.
           MOVE WRA-FEC-BAJA-ANTERIOR TO WI-FEC-BAJA-ANTERIOR.
           MOVE WRA-FEC-READMISION    TO WI-FEC-READMISION.
           MOVE WRA-FEC-ANTIGUEDAD    TO WI-FEC-ANTIGUEDAD.
           MOVE WRA-OPERADOR          TO WI-OPERADOR.
           MOVE WS-LINEA-READMISION TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3200-LISTA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
           ADD 1 TO WC-CONTADOR-LISTADAS.
      *
       3200-LISTA-READMISION-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-DESDE TO WT-DESDE.
           MOVE WS-FECHA-HASTA TO WT-HASTA.
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
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 MOVE SPACES TO WS-LINEA-IMPRIMIR
                 WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                    AFTER ADVANCING 1 LINES
                 MOVE WC-CONTADOR-LISTADAS TO WI-TOTAL
                 MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR
                 WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
                    AFTER ADVANCING 1 LINES
                 DISPLAY "******************************************"
                 DISPLAY "      INFORME DE READMISIONES"
                 DISPLAY "******************************************"
                 DISPLAY "**EMPLEADOS EN EL MAESTRO: " WC-NUM-EMPLE
                 DISPLAY "**READMISIONES GRABADAS:   "
                      WRA-NUM-READMISIONES
                 DISPLAY "**READMISIONES LISTADAS:   "
                      WC-CONTADOR-LISTADAS
                 DISPLAY "**  CON EL MISMO CODIGO:   " WC-MISMO-CODIGO
                 DISPLAY "**  CON CODIGO NUEVO:      " WC-CODIGO-NUEVO
                 DISPLAY "**  SIN EMPLEADO:          " WC-SIN-EMPLEADO
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *
      *****************************************************************
      *                LECTURA DEL FICHERO DE ENTRADA                 *
      *****************************************************************
       9200-LEER-FICHERO.
           READ FICHERO-ENTRADA INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS-ENT = 10
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LOS AJUSTES NO SON EMPLEADOS: NO ENTRAN EN LA TABLA
           IF WS-EMPLE-REG-AJUSTE
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
           IF WC-NUM-EMPLE >= 5000
                DISPLAY "AVISO: MAS DE 5000 EMPLEADOS EN EL MAESTRO, "
                        "EL RESTO SALE SIN EMPLEADO"
                SET FIN-FICHERO TO TRUE
                GO TO 9200-LEER-FICHERO-EXIT
           END-IF.
           ADD 1 TO WC-NUM-EMPLE.
           MOVE WS-REG-EMPLEADO TO WT-REG-EMPLE(WC-NUM-EMPLE).
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
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
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                READMISIONES                                   *
      *****************************************************************
       COPY READMPR.

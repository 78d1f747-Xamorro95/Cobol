      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  ESTE PROGRAMA CONSTRUYE LA VERSION INDEXADA DEL MAESTRO DE   *
      *  DEPARTAMENTOS: LEE FICHERO.DEPARTAMENTO SECUENCIAL, LO       *
      *  ORDENA POR CODIGO Y CARGA FICHERO.DEPARTAMENTO.INDEXADO CON  *
      *  CLAVE EL CODIGO DEL DEPARTAMENTO. ES EL MAESTRO QUE CONSULTA *
      *  LA RUTINA COMUN RUTDEPAR, DE MODO QUE NINGUN PROGRAMA TIENE  *
      *  QUE CARGAR SU PROPIA TABLA NI TIENE LIMITE DE DEPARTAMENTOS  *
      *                                                               *
      *  COBOL350 Y COBOL865 REPLICAN CADA CAMBIO EN EL INDEXADO EN   *
      *  EL ACTO; ESTA CARGA SE LANZA LA PRIMERA VEZ, TRAS RESTAURAR  *
      *  O MIGRAR EL MAESTRO SECUENCIAL (COBOL380, COBOL695) Y EN LA  *
      *  CADENA SEMANAL COMO RECARGA DE COMPROBACION, IGUAL QUE       *
      *  COBOL250 CON EL MAESTRO DE EMPLEADOS. TOMA EL CERROJO DEL    *
      *  MAESTRO EN EXCLUSIVA MIENTRAS DURA LA CARGA                  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL351.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENTRADA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento"
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *FICHERO DE TRABAJO CON LA ENTRADA YA ORDENADA POR CODIGO, PARA
      *PODER CARGAR EL INDEXADO EN MODO SECUENCIAL
           SELECT FICHERO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento.ordenado"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT MAESTRO-IDX
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MI-CODIGO
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRT1".
      *
      *CERROJO DE USO DEL MAESTRO DE DEPARTAMENTOS (VER COPY CERROJPR)
           COPY CERROJFC.
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
       01  REG-DEPART-ENTRADA                     PIC X(46).
      *
       FD FICHERO.
       01  REG-DEPART                             PIC X(46).
      *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(3).
           05  FILLER                             PIC X(43).
      *
       SD SD-FICHERO.
       01  SD-REG-DEPART.
           05  SD-CODIGO                          PIC X(3).
           05  FILLER                             PIC X(43).
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
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       01  WS-REG-DEPART.
           05  WS-DEPART-CODIGO                   PIC X(3).
           05  FILLER                             PIC X(43).
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
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "DEPARTAMENTO".
           05  LT-FICHERO2          PIC X(16) VALUE "DEPART.ORDEN".
           05  LT-FICHERO3          PIC X(16) VALUE "DEPART.INDEX".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL351".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-IDX                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(16).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-CONTADOR-CARGADOS               PIC 9(7).
           05 WC-CONTADOR-DUPLICADOS             PIC 9(7).
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
              UNTIL FIN-FICHERO.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
      *INICIALIZAMOS LAS VARIABLES NECESARIAS
           INITIALIZE WS-CONTADORES.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *TOMAMOS EL CERROJO DEL MAESTRO EN EXCLUSIVA: NINGUN PROGRAMA
      *DEBE CONSULTAR EL INDEXADO MIENTRAS SE ESTA RECARGANDO, NI
      *UN MANTENIMIENTO TOCAR EL SECUENCIAL A MEDIA CARGA
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ORDENAMOS LA ENTRADA POR CODIGO DE DEPARTAMENTO: EL INDEXADO
      *SE CARGA EN MODO SECUENCIAL Y EXIGE LAS CLAVES EN ORDEN
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CODIGO
                USING FICHERO-ENTRADA
                GIVING FICHERO.
      *
      *ABRO EL FICHERO ORDENADO Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT FICHERO.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *ABRO EL MAESTRO INDEXADO EN CARGA Y COMPRUEBO SI HAY ERRORES
           OPEN OUTPUT MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-IDX TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LLAMAMOS AL PERFORM DE LECTURA DEL FICHERO
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *GRABAMOS EL REGISTRO LEIDO EN EL MAESTRO INDEXADO; UN FILE
      *STATUS 21/22 ES UN CODIGO REPETIDO EN EL SECUENCIAL: SE CUENTA
      *Y SE SIGUE, PREVALECE LA PRIMERA APARICION DEL CODIGO
           MOVE WS-REG-DEPART TO REG-MAESTRO-IDX.
           WRITE REG-MAESTRO-IDX.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN 00
                     ADD 1 TO WC-CONTADOR-CARGADOS
                WHEN 21
                WHEN 22
                     ADD 1 TO WC-CONTADOR-DUPLICADOS
                     DISPLAY "CLAVE DUPLICADA NO CARGADA: "
                          WS-DEPART-CODIGO
                WHEN OTHER
                     MOVE "3000-PROCESO" TO WS-PARRAFO-ERROR
                     MOVE LT-WRITE TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-IDX TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
           END-EVALUATE.
      *
           ADD 1 TO WC-CONTADOR.
      *
      *LEE EL SIGUIENTE REGISTRO
           PERFORM 9200-LEER-FICHERO
              THRU 9200-LEER-FICHERO-EXIT.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SI NO SE PRODUCEN ERRORES DURANTE EL PROGRAMA MOSTRAMOS LAS
      *ESTADISTICAS DEL MISMO
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "  CARGA DEL MAESTRO INDEXADO DE DEPARTAMENTOS"
                 DISPLAY "******************************************"
                 DISPLAY "**LEIDOS FICHERO ENTRADA: " WC-CONTADOR
                 DISPLAY "**REGISTROS CARGADOS:     "
                      WC-CONTADOR-CARGADOS
                 DISPLAY "**CLAVES DUPLICADAS:      "
                      WC-CONTADOR-DUPLICADOS
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE FICHERO.
           CLOSE MAESTRO-IDX.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *SOLTAMOS EL CERROJO DEL MAESTRO
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
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
           DISPLAY "*********************************".
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
      *               LEE EL FICHERO                                  *
      *****************************************************************
       9200-LEER-FICHERO.
      *LEO UN REGISTRO DEL FICHERO  Y COMPRUEBA ERRORES
           READ FICHERO RECORD INTO WS-REG-DEPART
              AT END SET FIN-FICHERO TO TRUE.
      *
      *CONTROL DE ERRORES DE LECTURA; UN MAESTRO VACIO DEJA EL
      *INDEXADO VACIO Y SE AVISA COMO ERROR
           IF WS-FILE-STATUS = 00
               CONTINUE
           ELSE
               IF WS-FILE-STATUS = 10 AND WC-CONTADOR > 0
                  CONTINUE
               ELSE
                  MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                  PERFORM 9100-ERRORES
                   THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      * CERROJO DE USO DEL MAESTRO                                    *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDPR.

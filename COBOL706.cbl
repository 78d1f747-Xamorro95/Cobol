      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CONFORMIDAD DE LA NOMINA DEL MES: NOMINAS REVISA EL LISTADO  *
      *  DE VARIACIONES DE COBOL705 (FICHERO.NOMINA.VARIACIONES) Y    *
      *  CON ESTE PROGRAMA DA SU VISTO BUENO. SE IDENTIFICA AL        *
      *  OPERADOR (COPY OPERPR), SE MUESTRA EL REGISTRO DE            *
      *  CONFORMIDAD QUE DEJO COBOL705 (PERIODO, NOMINAS, SUMA DE     *
      *  NETOS E INCIDENCIAS) Y, SI EL OPERADOR TIENE NIVEL COMPLETO  *
      *  Y CONFIRMA CON "S", EL REGISTRO PASA A CONFORME CON SU       *
      *  CODIGO, FECHA Y HORA. COBOL720 NO GENERA EL FICHERO          *
      *  BANCARIO DE UN PERIODO SIN ESTA CONFORMIDAD. UN OPERADOR DE  *
      *  SOLO CONSULTA PUEDE VER EL ESTADO PERO NO CONFORMAR          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL706.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REGISTRO DE CONFORMIDAD QUE GRABA COBOL705 (VER COPYCONFOR)
           SELECT CONFORMIDAD
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.conformidad"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD CONFORMIDAD.
       01  REG-CONFORMIDAD                        PIC X(62).
      *
       COPY ERRAUDFD.
      *
       COPY OPERFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DE CONFORMIDAD                         *
      *****************************************************************
       COPY COPYCONFOR.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20)
                    VALUE "NOMINA.CONFORMIDAD".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL706".
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
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-SYSIN-RESPUESTA                   PIC X(1).
           05  WS-SUMA-NETO-EDITADA                 PIC -(13)9.99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 2000-MUESTRA-REVISION
              THRU 2000-MUESTRA-REVISION-EXIT.
      *
           PERFORM 3000-CONFORMA
              THRU 3000-CONFORMA-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
      *IDENTIFICAMOS AL OPERADOR ANTES DE NADA: SU CODIGO QUEDA EN EL
      *REGISTRO DE CONFORMIDAD COMO RESPONSABLE DEL VISTO BUENO
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES. NO SE
      *COMPRUEBA EL FILE STATUS: SI LA PROPIA AUDITORIA NO SE PUEDE
      *ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *SIN REVISION DE COBOL705 NO HAY NADA QUE CONFORMAR
           OPEN INPUT CONFORMIDAD.
           IF WS-FILE-STATUS = 35
                DISPLAY "NO HAY NINGUNA REVISION DE NOMINA: LANCE "
                        "ANTES COBOL705"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           READ CONFORMIDAD INTO WS-REG-CONFORMIDAD.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           CLOSE CONFORMIDAD.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MUESTRA LA REVISION PENDIENTE O YA CONFORMADA           *
      *****************************************************************
       2000-MUESTRA-REVISION.
           MOVE WF-SUMA-NETO TO WS-SUMA-NETO-EDITADA.
      *
           DISPLAY "******************************************".
           DISPLAY "   CONFORMIDAD DE LA NOMINA DEL MES".
           DISPLAY "******************************************".
           DISPLAY "**PERIODO:                 " WF-PERIODO.
           DISPLAY "**REVISADA EL:             " WF-FECHA-REVISION.
           DISPLAY "**NOMINAS REVISADAS:       " WF-NUM-NOMINAS.
           DISPLAY "**SUMA DE NETOS:           "
                WS-SUMA-NETO-EDITADA.
           DISPLAY "**INCIDENCIAS DEL LISTADO: " WF-INCIDENCIAS.
           IF WF-CONFORME
                DISPLAY "**ESTADO:                  CONFORME"
                DISPLAY "**CONFORMADA POR:          " WF-OPERADOR
                     " EL " WF-FECHA-CONFORME
                     " A LAS " WF-HORA-CONFORME(1:2) ":"
                     WF-HORA-CONFORME(3:2)
           ELSE
                DISPLAY "**ESTADO:                  PENDIENTE"
           END-IF.
           DISPLAY "******************************************".
      *
       2000-MUESTRA-REVISION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PIDE Y GRABA LA CONFORMIDAD                             *
      *****************************************************************
       3000-CONFORMA.
           IF WF-CONFORME
                DISPLAY "EL PERIODO YA ESTA CONFORME - SIN CAMBIOS"
                GO TO 3000-CONFORMA-EXIT
           END-IF.
      *
      *EL VISTO BUENO A UN PAGO SOLO LO PUEDE DAR UN OPERADOR CON
      *NIVEL COMPLETO; EL DE CONSULTA SE QUEDA EN LA VISUALIZACION
           IF NOT OPER-TOTAL
                DISPLAY "OPERADOR " WS-OPER-CODIGO
                     " SIN NIVEL PARA DAR LA CONFORMIDAD"
                GO TO 3000-CONFORMA-EXIT
           END-IF.
      *
           DISPLAY "CONFORMIDAD AL LISTADO DE VARIACIONES DEL "
                   "PERIODO " WF-PERIODO " (S/N): ".
           ACCEPT WS-SYSIN-RESPUESTA FROM SYSIN.
           IF WS-SYSIN-RESPUESTA NOT = "S"
                DISPLAY "CONFORMIDAD NO CONCEDIDA - EL PERIODO SIGUE "
                        "PENDIENTE"
                GO TO 3000-CONFORMA-EXIT
           END-IF.
      *
           SET WF-CONFORME TO TRUE.
           MOVE WS-OPER-CODIGO TO WF-OPERADOR.
           ACCEPT WF-FECHA-CONFORME FROM DATE YYYYMMDD.
           ACCEPT WF-HORA-CONFORME FROM TIME.
      *
           OPEN OUTPUT CONFORMIDAD.
           IF WS-FILE-STATUS NOT = 00
                MOVE "3000-CONFORMA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-CONFORMIDAD FROM WS-REG-CONFORMIDAD.
           IF WS-FILE-STATUS NOT = 00
                MOVE "3000-CONFORMA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           CLOSE CONFORMIDAD.
      *
           DISPLAY "PERIODO " WF-PERIODO " CONFORMADO POR "
                   WF-OPERADOR.
      *
       3000-CONFORMA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           CLOSE AUDITORIA.
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
      *                IDENTIFICACION DE OPERADOR                     *
      *****************************************************************
       COPY OPERPR.

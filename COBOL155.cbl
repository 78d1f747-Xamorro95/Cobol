      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  COMPROBACION PREVIA DE LA CADENA MENSUAL DE NOMINA: LO QUE   *
      *  COBOL150 ES PARA LA NOCHE, ESTE PROGRAMA LO ES PARA          *
      *  RUN_MENSUAL.SH. ANTES DE LANZAR COBOL785 Y LA NOMINA         *
      *  VERIFICA QUE ESTAN PRESENTES LA TABLA DE DEDUCCIONES (NO     *
      *  VACIA: SIN ELLA COBOL700 CALCULA RETENCION CERO), EL         *
      *  FICHERO DE VARIABLES DEL MES (PUEDE VENIR VACIO SI NO HAY    *
      *  VARIABLES, PERO DEBE EXISTIR) Y EL MAESTRO DE CUENTAS        *
      *  BANCARIAS (NO VACIO: SIN EL COBOL720 NO PUEDE PAGAR), Y QUE  *
      *  EL MES EN CURSO NO ESTA YA PAGADO, ES DECIR, QUE             *
      *  FICHERO.PAGOS.REGISTRO NO TIENE TODAVIA EL RESUMEN DE SU     *
      *  FICHERO BANCARIO (COPY COPYPAGREG). EL PERIODO ES EL DEL     *
      *  RELOJ, EL MISMO QUE TOMA COBOL700. SI ALGUNA COMPROBACION    *
      *  FALLA, IMPRIME EL PARTE PARA EL OPERADOR Y DEVUELVE CODIGO   *
      *  DISTINTO DE CERO PARA QUE LA CADENA MENSUAL NO ARRANQUE      *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL155.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCCIONES
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.deducciones"
             FILE STATUS IS WS-FILE-STATUS-DED.
      *
      *VARIABLES DEL MES (COBOL668 Y LA CARGA DE INCIDENCIAS)
           SELECT VARIABLES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.variables"
             FILE STATUS IS WS-FILE-STATUS-VAR.
      *
      *MAESTRO DE CUENTAS BANCARIAS (COBOL775)
           SELECT CUENTAS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cuentas.bancarias"
             FILE STATUS IS WS-FILE-STATUS-CTA.
      *
      *REGISTRO DE PAGOS DE COBOL720 (VER COPYPAGREG)
           SELECT REGISTRO-PAGOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.pagos.registro"
             FILE STATUS IS WS-FILE-STATUS-PAG.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD DEDUCCIONES.
       01  REG-DEDUCCION                          PIC X(26).
      *
       FD VARIABLES.
       01  REG-VARIABLE                           PIC X(22).
      *
       FD CUENTAS.
       01  REG-CUENTA                             PIC X(30).
      *
       FD REGISTRO-PAGOS.
       01  REG-PAGO                               PIC X(60).
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DE PAGOS                               *
      *****************************************************************
       COPY COPYPAGREG.
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
           05  SW-PAGADO                         PIC X VALUE "N".
                88 PERIODO-PAGADO                VALUE "S".
                88 PERIODO-NO-PAGADO             VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL155".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-DED                   PIC XX.
           05  WS-FILE-STATUS-VAR                   PIC XX.
           05  WS-FILE-STATUS-CTA                   PIC XX.
           05  WS-FILE-STATUS-PAG                   PIC XX.
           05  WS-FECHA-SISTEMA                     PIC 9(8).
           05  WS-PERIODO-NOMINA                    PIC 9(6).
           05  WS-FECHA-PAGO                        PIC 9(8).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-COMPROBACIONES-MAL              PIC 9(2).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3100-COMPRUEBA-ENTRADAS
              THRU 3100-COMPRUEBA-ENTRADAS-EXIT.
           PERFORM 3200-COMPRUEBA-PAGADO
              THRU 3200-COMPRUEBA-PAGADO-EXIT.
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
      *EL PERIODO DE LA NOMINA ES EL MES DEL RELOJ, COMO EN COBOL700
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA(1:6) TO WS-PERIODO-NOMINA.
      *
           DISPLAY "******************************************".
           DISPLAY "   COMPROBACION PREVIA DE LA NOMINA MENSUAL".
           DISPLAY "   PERIODO: " WS-PERIODO-NOMINA.
           DISPLAY "******************************************".
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       FICHEROS DE ENTRADA DE LA NOMINA PRESENTES              *
      *****************************************************************
       3100-COMPRUEBA-ENTRADAS.
      *TABLA DE DEDUCCIONES: DEBE EXISTIR Y TENER AL MENOS UN TRAMO
           OPEN INPUT DEDUCCIONES.
           IF WS-FILE-STATUS-DED NOT = 00
                PERFORM 7100-ANOTA-FALLO
                   THRU 7100-ANOTA-FALLO-EXIT
                DISPLAY "**MAL: FALTA FICHERO.DEDUCCIONES (FILE "
                        "STATUS " WS-FILE-STATUS-DED ")"
           ELSE
                READ DEDUCCIONES
                   AT END CONTINUE
                END-READ
                IF WS-FILE-STATUS-DED = 00
                     DISPLAY "**BIEN: FICHERO.DEDUCCIONES PRESENTE"
                ELSE
                     PERFORM 7100-ANOTA-FALLO
                        THRU 7100-ANOTA-FALLO-EXIT
                     DISPLAY "**MAL: FICHERO.DEDUCCIONES VACIO"
                END-IF
                CLOSE DEDUCCIONES
           END-IF.
      *
      *VARIABLES DEL MES: UN MES SIN VARIABLES ES POSIBLE, PERO EL
      *FICHERO TIENE QUE HABERSE PREPARADO
           OPEN INPUT VARIABLES.
           IF WS-FILE-STATUS-VAR NOT = 00
                PERFORM 7100-ANOTA-FALLO
                   THRU 7100-ANOTA-FALLO-EXIT
                DISPLAY "**MAL: FALTA FICHERO.NOMINA.VARIABLES (FILE "
                        "STATUS " WS-FILE-STATUS-VAR ")"
           ELSE
                READ VARIABLES
                   AT END CONTINUE
                END-READ
                IF WS-FILE-STATUS-VAR = 00
                     DISPLAY "**BIEN: FICHERO.NOMINA.VARIABLES "
                             "PRESENTE"
                ELSE
                     DISPLAY "**BIEN: FICHERO.NOMINA.VARIABLES "
                             "PRESENTE (SIN VARIABLES ESTE MES)"
                END-IF
                CLOSE VARIABLES
           END-IF.
      *
      *MAESTRO DE CUENTAS BANCARIAS
           OPEN INPUT CUENTAS.
           IF WS-FILE-STATUS-CTA NOT = 00
                PERFORM 7100-ANOTA-FALLO
                   THRU 7100-ANOTA-FALLO-EXIT
                DISPLAY "**MAL: FALTA FICHERO.CUENTAS.BANCARIAS (FILE "
                        "STATUS " WS-FILE-STATUS-CTA ")"
           ELSE
                READ CUENTAS
                   AT END CONTINUE
                END-READ
                IF WS-FILE-STATUS-CTA = 00
                     DISPLAY "**BIEN: FICHERO.CUENTAS.BANCARIAS "
                             "PRESENTE"
                ELSE
                     PERFORM 7100-ANOTA-FALLO
                        THRU 7100-ANOTA-FALLO-EXIT
                     DISPLAY "**MAL: FICHERO.CUENTAS.BANCARIAS VACIO"
                END-IF
                CLOSE CUENTAS
           END-IF.
      *
       3100-COMPRUEBA-ENTRADAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       EL MES EN CURSO NO ESTA YA PAGADO                       *
      *****************************************************************
       3200-COMPRUEBA-PAGADO.
           SET PERIODO-NO-PAGADO TO TRUE.
           SET NO-FIN-FICHERO TO TRUE.
      *
      *SIN REGISTRO DE PAGOS NO SE HA PAGADO NUNCA NADA
           OPEN INPUT REGISTRO-PAGOS.
           IF WS-FILE-STATUS-PAG NOT = 00
                DISPLAY "**BIEN: PERIODO " WS-PERIODO-NOMINA
                        " SIN PAGAR (NO HAY REGISTRO DE PAGOS)"
                GO TO 3200-COMPRUEBA-PAGADO-EXIT
           END-IF.
      *
           PERFORM 3210-LEE-REGISTRO
              THRU 3210-LEE-REGISTRO-EXIT
              UNTIL FIN-FICHERO
                 OR PERIODO-PAGADO.
           CLOSE REGISTRO-PAGOS.
      *
           IF PERIODO-PAGADO
                PERFORM 7100-ANOTA-FALLO
                   THRU 7100-ANOTA-FALLO-EXIT
                DISPLAY "**MAL: EL PERIODO " WS-PERIODO-NOMINA
                        " YA SE PAGO (FICHERO BANCARIO DEL "
                        WS-FECHA-PAGO ")"
           ELSE
                DISPLAY "**BIEN: PERIODO " WS-PERIODO-NOMINA
                        " SIN PAGAR"
           END-IF.
      *
       3200-COMPRUEBA-PAGADO-EXIT.
       EXIT.
      *
       3210-LEE-REGISTRO.
           READ REGISTRO-PAGOS INTO WS-REG-PAGO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-PAG = 00
                IF WG-RESUMEN
                   AND WG-PERIODO = WS-PERIODO-NOMINA
                     SET PERIODO-PAGADO TO TRUE
                     MOVE WG-FECHA-GENERACION TO WS-FECHA-PAGO
                END-IF
           ELSE
                IF WS-FILE-STATUS-PAG NOT = 10
                     SET FIN-FICHERO TO TRUE
                END-IF
           END-IF.
       3210-LEE-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ANOTA UNA COMPROBACION FALLIDA                          *
      *****************************************************************
       7100-ANOTA-FALLO.
           ADD 1 TO WC-COMPROBACIONES-MAL.
           SET SI-ERROR TO TRUE.
       7100-ANOTA-FALLO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           DISPLAY "******************************************".
           IF SI-ERROR
                DISPLAY " NOMINA MENSUAL NO PREPARADA - "
                        "COMPROBACIONES FALLIDAS: "
                        WC-COMPROBACIONES-MAL
                DISPLAY " CORRIJA LOS PUNTOS MARCADOS **MAL ANTES "
                        "DE LANZAR LA NOMINA"
           ELSE
                DISPLAY " NOMINA MENSUAL PREPARADA - TODAS LAS "
                        "COMPROBACIONES CORRECTAS"
           END-IF.
           DISPLAY "******************************************".
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

      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  RUTINA COMUN DE CONSULTA DEL MAESTRO DE DEPARTAMENTOS. TODOS *
      *  LOS PROGRAMAS QUE NECESITAN EL NOMBRE, LA PLANTILLA, EL      *
      *  PRESUPUESTO O LA EMPRESA DE UN DEPARTAMENTO LA LLAMAN CON EL *
      *  AREA RUTDEPT1 EN LUGAR DE CARGAR CADA UNO SU PROPIA TABLA:   *
      *  LEE DIRECTAMENTE POR CLAVE FICHERO.DEPARTAMENTO.INDEXADO     *
      *  (CARGADO POR COBOL351 Y MANTENIDO AL DIA POR COBOL350 Y      *
      *  COBOL865), SIN LIMITE DE DEPARTAMENTOS, Y DEVUELVE SIEMPRE   *
      *  LA MISMA RESPUESTA PARA UN CODIGO QUE NO EXISTE: ESTADO      *
      *  CP300-NO-EXISTE Y NOMBRE "DEPARTAMENTO NO VALIDO"            *
      *                                                               *
      *  LA APERTURA TOMA EL CERROJO DEL MAESTRO EN COMPARTIDO A      *
      *  NOMBRE DEL PROGRAMA LLAMADOR (COPY CERROJPR), DE MODO QUE UN *
      *  MANTENIMIENTO EN CURSO SE SIGUE INFORMANDO COMO "FICHERO EN  *
      *  USO", Y EL CIERRE LO SUELTA. UNA BUSQUEDA O UN RECORRIDO SIN *
      *  APERTURA PREVIA ABREN EL MAESTRO EN LA PRIMERA LLAMADA. SI   *
      *  EL INDEXADO NO EXISTE SE AVISA Y SE CONTESTA CON LA TABLA    *
      *  POR DEFECTO DE COPY_COD_DEPART, COMO HACIAN LOS PROGRAMAS    *
      *  CUANDO FALTABA FICHERO.DEPARTAMENTO                          *
      *                                                               *
      *  LA CONSULTA SUELTA (FUNCION K) ABRE, BUSCA Y CIERRA EN UNA   *
      *  SOLA LLAMADA, CONSERVANDO EL ESTADO DE LA BUSQUEDA: LA USAN  *
      *  LOS PROGRAMAS DE PANTALLA, QUE NO DEBEN RETENER EL CERROJO   *
      *  MIENTRAS EL OPERADOR TIENE EL MENU DELANTE                   *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUTDEPAR.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *MAESTRO INDEXADO DE DEPARTAMENTOS, CON CLAVE EL CODIGO
           SELECT MAESTRO-DEP
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MD-CODIGO
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *CERROJO DE USO DEL MAESTRO DE DEPARTAMENTOS (VER COPY CERROJPR)
           COPY CERROJFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO-DEP.
       01  REG-MAESTRO-DEP.
           05  MD-CODIGO                          PIC X(3).
           05  FILLER                             PIC X(43).
      *
       COPY CERROJFD.
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
      *****************************************************************
       COPY CERROJWS.
      *
      *****************************************************************
      *               TABLA POR DEFECTO                               *
      *****************************************************************
      *SOLO SE USA SI NO EXISTE EL MAESTRO INDEXADO; PLANTILLA Y
      *PRESUPUESTO SALEN A CERO Y LA EMPRESA EN BLANCO (LA PRINCIPAL)
       01  WS-TABLA-DEFECTO.
           COPY COPY_COD_DEPART.
           05 WT-REG-DEFECTO REDEFINES WS-DATOS-TABLA
              OCCURS 24 TIMES
              ASCENDING KEY IS WT-DEF-CODIGO
              INDEXED BY IDF.
                10 WT-DEF-CODIGO                 PIC X(3).
                10 WT-DEF-NOMBRE                 PIC X(22).
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
      *EL ESTADO DE LA APERTURA SE CONSERVA ENTRE LLAMADAS: LA RUTINA
      *NO ES INITIAL Y SU WORKING-STORAGE VIVE HASTA QUE TERMINA EL
      *PROGRAMA LLAMADOR
       01  SW-SWITCHES.
           05  SW-MAESTRO                        PIC X VALUE "N".
                88 MAESTRO-CERRADO                VALUE "N".
                88 MAESTRO-ABIERTO                VALUE "S".
                88 MAESTRO-DEFECTO                VALUE "D".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
      *LT-PROGRAMA LO USA COPY CERROJPR: SE RELLENA EN LA APERTURA
      *CON EL NOMBRE DEL PROGRAMA LLAMADOR, QUE ES QUIEN APARECE
      *EN EL CERROJO
       01  LT-LITERALES.
           05  LT-PROGRAMA          PIC X(8) VALUE "RUTDEPAR".
           05  LT-NO-VALIDO         PIC X(22) VALUE
                    "DEPARTAMENTO NO VALIDO".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-IDX                   PIC XX.
      *POSICION DEL RECORRIDO SOBRE LA TABLA POR DEFECTO
           05  WS-POS-DEFECTO                       PIC 9(2) VALUE 0.
      *
      *****************************************************************
      *               LINKAGE SECTION                                 *
      *****************************************************************
       LINKAGE SECTION.
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION USING CP300-RUTDEPT1.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
      *INICIALIZAMOS LA SALIDA DE LA RUTINA
           SET CP300-OK TO TRUE.
           MOVE "00" TO CP300O-FILE-STATUS.
           MOVE SPACES TO CP300O-EN-USO-PROGRAMA.
           MOVE 0 TO CP300O-EN-USO-HORA.
      *
      *UNA BUSQUEDA O UN RECORRIDO SIN APERTURA PREVIA ABREN EL
      *MAESTRO EN ESTA MISMA LLAMADA
           IF MAESTRO-CERRADO
              AND (CP300-BUSCAR OR CP300-CONSULTAR
                OR CP300-INICIO OR CP300-SIGUIENTE)
                PERFORM 2000-ABRE-MAESTRO
                   THRU 2000-ABRE-MAESTRO-EXIT
           END-IF.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *               APERTURA DEL MAESTRO                            *
      *****************************************************************
       2000-ABRE-MAESTRO.
           IF CP300I-PROGRAMA NOT = SPACES
                MOVE CP300I-PROGRAMA TO LT-PROGRAMA
           END-IF.
      *
      *TOMAMOS EL CERROJO EN COMPARTIDO: SI UN MANTENIMIENTO LO TIENE
      *EN EXCLUSIVA DEVOLVEMOS QUIEN Y DESDE CUANDO, PARA QUE EL
      *LLAMADOR INFORME Y SE DETENGA
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                SET CP300-EN-USO TO TRUE
                MOVE WL-PROGRAMA TO CP300O-EN-USO-PROGRAMA
                MOVE WL-HORA TO CP300O-EN-USO-HORA
                GO TO 2000-ABRE-MAESTRO-EXIT
           END-IF.
      *
           OPEN INPUT MAESTRO-DEP.
           MOVE WS-FILE-STATUS-IDX TO CP300O-FILE-STATUS.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN "00"
                     SET MAESTRO-ABIERTO TO TRUE
                WHEN "35"
                     DISPLAY "AVISO: NO SE ENCUENTRA "
                             "FICHERO.DEPARTAMENTO.INDEXADO"
                     DISPLAY "       SE UTILIZA LA TABLA DE "
                             "DEPARTAMENTOS POR DEFECTO - LANCE "
                             "COBOL351 PARA CARGARLO"
                     SET MAESTRO-DEFECTO TO TRUE
                WHEN OTHER
                     SET CP300-ERROR TO TRUE
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
           END-EVALUATE.
      *
       2000-ABRE-MAESTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
      *UNA APERTURA IMPLICITA FALLIDA YA DEJO EL ESTADO DE SALIDA
           IF NOT CP300-OK
                GO TO 3000-PROCESO-EXIT
           END-IF.
      *
           EVALUATE TRUE
                WHEN CP300-ABRIR
                     IF MAESTRO-CERRADO
                          PERFORM 2000-ABRE-MAESTRO
                             THRU 2000-ABRE-MAESTRO-EXIT
                     END-IF
                WHEN CP300-BUSCAR
                     PERFORM 3100-BUSCA-DEPART
                        THRU 3100-BUSCA-DEPART-EXIT
      *LA CONSULTA SUELTA CIERRA EN LA MISMA LLAMADA; EL CIERRE NO
      *TOCA EL ESTADO QUE DEJO LA BUSQUEDA
                WHEN CP300-CONSULTAR
                     PERFORM 3100-BUSCA-DEPART
                        THRU 3100-BUSCA-DEPART-EXIT
                     PERFORM 3400-CIERRA-MAESTRO
                        THRU 3400-CIERRA-MAESTRO-EXIT
                WHEN CP300-INICIO
                     PERFORM 3200-INICIO-RECORRIDO
                        THRU 3200-INICIO-RECORRIDO-EXIT
                WHEN CP300-SIGUIENTE
                     PERFORM 3300-SIGUIENTE-DEPART
                        THRU 3300-SIGUIENTE-DEPART-EXIT
                WHEN CP300-CERRAR
                     PERFORM 3400-CIERRA-MAESTRO
                        THRU 3400-CIERRA-MAESTRO-EXIT
                WHEN OTHER
                     SET CP300-ERROR TO TRUE
           END-EVALUATE.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             BUSQUEDA DE UN DEPARTAMENTO POR CODIGO            *
      *****************************************************************
       3100-BUSCA-DEPART.
           IF MAESTRO-DEFECTO
                SEARCH ALL WT-REG-DEFECTO
                   AT END
                      PERFORM 3150-NO-EXISTE
                         THRU 3150-NO-EXISTE-EXIT
                   WHEN WT-DEF-CODIGO(IDF) = CP300I-CODIGO
                      PERFORM 3160-DEVUELVE-DEFECTO
                         THRU 3160-DEVUELVE-DEFECTO-EXIT
                END-SEARCH
                GO TO 3100-BUSCA-DEPART-EXIT
           END-IF.
      *
           MOVE CP300I-CODIGO TO MD-CODIGO.
           READ MAESTRO-DEP
                KEY IS MD-CODIGO.
           MOVE WS-FILE-STATUS-IDX TO CP300O-FILE-STATUS.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN "00"
                     MOVE REG-MAESTRO-DEP TO CP300O-DEPART
                WHEN "23"
                     PERFORM 3150-NO-EXISTE
                        THRU 3150-NO-EXISTE-EXIT
                WHEN OTHER
                     SET CP300-ERROR TO TRUE
           END-EVALUATE.
      *
       3100-BUSCA-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *             RESPUESTA UNICA PARA UN CODIGO INEXISTENTE        *
      *****************************************************************
       3150-NO-EXISTE.
           SET CP300-NO-EXISTE TO TRUE.
           INITIALIZE CP300O-DEPART.
           MOVE CP300I-CODIGO TO CP300O-CODIGO.
           MOVE LT-NO-VALIDO TO CP300O-NOMBRE.
       3150-NO-EXISTE-EXIT.
       EXIT.
      *
       3160-DEVUELVE-DEFECTO.
           INITIALIZE CP300O-DEPART.
           MOVE WT-DEF-CODIGO(IDF) TO CP300O-CODIGO.
           MOVE WT-DEF-NOMBRE(IDF) TO CP300O-NOMBRE.
       3160-DEVUELVE-DEFECTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             INICIO DE UN RECORRIDO EN ORDEN DE CODIGO         *
      *****************************************************************
       3200-INICIO-RECORRIDO.
           IF MAESTRO-DEFECTO
                SET IDF TO 1
                PERFORM 3210-POSICIONA-DEFECTO
                   THRU 3210-POSICIONA-DEFECTO-EXIT
                   VARYING IDF FROM 1 BY 1
                   UNTIL IDF > 24
                      OR WT-DEF-CODIGO(IDF) NOT < CP300I-CODIGO
                SET WS-POS-DEFECTO TO IDF
                IF WS-POS-DEFECTO > 24
                     SET CP300-FIN TO TRUE
                END-IF
                GO TO 3200-INICIO-RECORRIDO-EXIT
           END-IF.
      *
           MOVE CP300I-CODIGO TO MD-CODIGO.
           START MAESTRO-DEP
                KEY IS NOT LESS THAN MD-CODIGO.
           MOVE WS-FILE-STATUS-IDX TO CP300O-FILE-STATUS.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN "00"
                     CONTINUE
                WHEN "23"
                     SET CP300-FIN TO TRUE
                WHEN OTHER
                     SET CP300-ERROR TO TRUE
           END-EVALUATE.
      *
       3200-INICIO-RECORRIDO-EXIT.
       EXIT.
      *
       3210-POSICIONA-DEFECTO.
      *PARRAFO VACIO, LA CONDICION SE EVALUA EN LA CLAUSULA VARYING
      *DE 3200-INICIO-RECORRIDO
           CONTINUE.
       3210-POSICIONA-DEFECTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             SIGUIENTE DEPARTAMENTO DEL RECORRIDO              *
      *****************************************************************
       3300-SIGUIENTE-DEPART.
           IF MAESTRO-DEFECTO
                IF WS-POS-DEFECTO < 1 OR WS-POS-DEFECTO > 24
                     SET CP300-FIN TO TRUE
                ELSE
                     SET IDF TO WS-POS-DEFECTO
                     PERFORM 3160-DEVUELVE-DEFECTO
                        THRU 3160-DEVUELVE-DEFECTO-EXIT
                     ADD 1 TO WS-POS-DEFECTO
                END-IF
                GO TO 3300-SIGUIENTE-DEPART-EXIT
           END-IF.
      *
           READ MAESTRO-DEP NEXT RECORD.
           MOVE WS-FILE-STATUS-IDX TO CP300O-FILE-STATUS.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN "00"
                     MOVE REG-MAESTRO-DEP TO CP300O-DEPART
                WHEN "10"
                     SET CP300-FIN TO TRUE
                WHEN OTHER
                     SET CP300-ERROR TO TRUE
           END-EVALUATE.
      *
       3300-SIGUIENTE-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *             CIERRE DEL MAESTRO Y SUELTA DEL CERROJO           *
      *****************************************************************
       3400-CIERRA-MAESTRO.
           IF MAESTRO-ABIERTO
                CLOSE MAESTRO-DEP
           END-IF.
           IF NOT MAESTRO-CERRADO
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
           END-IF.
           SET MAESTRO-CERRADO TO TRUE.
           MOVE 0 TO WS-POS-DEFECTO.
      *
       3400-CIERRA-MAESTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           GOBACK.
      *
       8000-FIN-EXIT.
       EXIT.
      *
      *****************************************************************
      * CERROJO DE USO DEL MAESTRO                                    *
      *****************************************************************
       COPY CERROJPR.

      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DEL REPARTO DE COSTE POR DEPARTAMENTOS         *
      *  (FICHERO.REPARTO.COSTES, COPYREPART): ALGUNOS EMPLEADOS      *
      *  TRABAJAN PARA DOS O MAS DEPARTAMENTOS (INFORMATICA           *
      *  COMPARTIDA, ALMACEN REPARTIDO ENTRE ALM Y LOG) Y HASTA AHORA *
      *  TODO SU COSTE CAIA EN WS-EMPLE-DEPT. CADA REGISTRO DA, PARA  *
      *  UN EMPLEADO, HASTA 5 DEPARTAMENTOS CON SU PORCENTAJE; LOS    *
      *  DEPARTAMENTOS DEBEN EXISTIR EN EL MAESTRO, NO PUEDEN         *
      *  REPETIRSE Y LOS PORCENTAJES DEBEN SUMAR EXACTAMENTE 100.     *
      *  MENU DE CONSULTA, ALTA, MODIFICACION Y BAJA AL ESTILO DE     *
      *  COBOL778, CON IDENTIFICACION DE OPERADOR (COPY OPERPR),      *
      *  HISTORIA DE CAMBIOS ANTES/DESPUES CON FECHA, HORA Y          *
      *  OPERADOR, CERROJO EXCLUSIVO PROPIO Y REGRABACION SEGURA VIA  *
      *  FICHERO DE TRABAJO. EL REPARTO LO APLICAN COBOL760 AL GASTO  *
      *  Y LA CUOTA PATRONAL DEL ASIENTO Y COBOL680/COBOL685 AL COSTE *
      *  REAL CONTRA PRESUPUESTO; LA PLANTILLA SIGUE CONTANDO EN EL   *
      *  DEPARTAMENTO DE ORIGEN                                       *
      *                                                               *
      *  LOS DEPARTAMENTOS DE CADA TRAMO SE VALIDAN CONTRA EL MAESTRO *
      *  INDEXADO DE DEPARTAMENTOS CON LA CONSULTA SUELTA DE LA       *
      *  RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), SIN LIMITE FIJO DE    *
      *  DEPARTAMENTOS Y SIN RETENER SU CERROJO MIENTRAS EL OPERADOR  *
      *  TIENE EL MENU DELANTE                                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL357.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICREPARTO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.reparto.costes"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA EL MAESTRO
      *(VER 3500-GRABA-FICHERO); SI EL PROGRAMA CAE A MEDIAS, EL
      *MAESTRO ANTERIOR O ESTE FICHERO DE TRABAJO SIGUEN ENTEROS
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.reparto.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS DEL REPARTO: UNA IMAGEN ANTES/DESPUES POR
      *CADA ALTA, MODIFICACION O BAJA, CON FECHA, HORA Y OPERADOR
      *(LA MISMA CONVENCION QUE LA HISTORIA DE COBOL778)
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.reparto.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *CERROJO DE USO DEL FICHERO QUE SE ESTE TRATANDO: LA RUTA SE
      *RESUELVE EN TIEMPO DE EJECUCION (DEPARTAMENTOS EN COMPARTIDO
      *MIENTRAS SE CARGA LA TABLA, REPARTO EN EXCLUSIVA DURANTE EL
      *MANTENIMIENTO; MISMO TRAZADO Y PARRAFOS COMUNES DE CERROJPR)
           SELECT CERROJO
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICREPARTO.
       01  REG-REPARTO                            PIC X(60).
      *
       FD FICTRABAJO.
       01  REG-REPARTO-TRABAJO                    PIC X(60).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(141).
      *
       COPY ERRAUDFD.
      *
       COPY CERROJFD.
      *
       COPY OPERFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO MAESTRO                      *
      *****************************************************************
       COPY COPYREPART.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.REPARTO.COSTES EN
      *1010-CARGA-TABLA Y SE REGRABA ENTERA EN 3500-GRABA-FICHERO
      *TRAS CADA CAMBIO, EN EL MISMO ORDEN EN QUE LLEGO DEL FICHERO
       01  WT-TABLA-REPARTO.
           05  WC-NUM-REPARTO           PIC 9(4) VALUE 0.
           05  WT-REG-REPARTO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-REPARTO
                  INDEXED BY I          PIC X(60).
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
      *****************************************************************
       01  WS-REG-HISTORIA.
           05  WH-TIPO                  PIC X(1).
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
      *CODIGO DEL OPERADOR QUE APLICO EL CAMBIO (VER COPY OPERPR)
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(60).
           05  WH-IMAGEN-DESPUES        PIC X(60).
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
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
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
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                    VALUE 1.
                88 NO-FIN-FICHERO                 VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                       VALUE 1.
                88 NO-ERROR                       VALUE 0.
           05  SW-FIN-MENU                       PIC 9 VALUE 0.
                88 FIN-MENU                       VALUE 1.
                88 NO-FIN-MENU                    VALUE 0.
           05  SW-ENCONTRADO                      PIC X VALUE "N".
                88 REPARTO-ENCONTRADO              VALUE "S".
                88 REPARTO-NO-ENCONTRADO           VALUE "N".
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-DATOS-VALIDOS                   PIC X VALUE "S".
                88 DATOS-VALIDOS                   VALUE "S".
                88 DATOS-INVALIDOS                 VALUE "N".
           05  SW-FIN-TRAMOS                      PIC X VALUE "N".
                88 FIN-TRAMOS                      VALUE "S".
                88 NO-FIN-TRAMOS                   VALUE "N".
           05  SW-DEPT-REPETIDO                   PIC X VALUE "N".
                88 DEPT-REPETIDO                   VALUE "S".
                88 DEPT-NO-REPETIDO                VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE
                    "REPARTO.COSTES".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL357".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MINUSCULAS        PIC X(26) VALUE
                    "abcdefghijklmnopqrstuvwxyz".
           05  LT-MAYUSCULAS        PIC X(26) VALUE
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  LT-CERROJO-REPARTO   PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.reparto.cerrojo".
           05  LT-MAX-TRAMOS        PIC 9(1) VALUE 5.
           05  LT-CIEN              PIC 9(3)V99 VALUE 100.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05 WS-FILE-STATUS                     PIC XX.
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-HIST                PIC XX.
           05 WS-FILE-STATUS-ERROR               PIC XX.
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(10).
           05 WS-ASSIGN-CERROJO                  PIC X(60).
           05 WS-SYSIN-OPCION                    PIC 9(1).
           05 WS-SYSIN-CODIGO                    PIC X(6).
           05 WS-SYSIN-DEPT                      PIC X(3).
           05 WS-SYSIN-PORCENTAJE                PIC X(5).
           05 WS-SYSIN-PORCENTAJE-N REDEFINES WS-SYSIN-PORCENTAJE
                                                 PIC 9(3)V99.
           05 WS-POSICION                        PIC 9(4).
           05 WS-IMAGEN-ANTES                    PIC X(60).
           05 WS-NUM-TRAMO                       PIC 9(1).
           05 WS-TRAMO-ANT                       PIC 9(1).
           05 WS-SUMA-PORCENTAJES                PIC 9(4)V99.
           05 WS-NOMBRE-DEPT                     PIC X(22).
           05 WS-PORCENTAJE-ED                   PIC ZZ9.99.
           05 WS-SUMA-ED                         PIC ZZZ9.99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(4).
           05 WC-CAMBIOS                         PIC 9(4).
           05 WC-REG-TRABAJO                     PIC 9(4).
      *
      ***************************************************************** *
      **              PROCEDURE  DIVISION.                            * *
      ***************************************************************** *
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
           PERFORM 3000-PROCESO
              THRU 3000-PROCESO-EXIT
              UNTIL FIN-MENU.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      ***************************************************************** *
      **              INICIO                                          * *
      ***************************************************************** *
       1000-INICIO.
      *IDENTIFICAMOS AL OPERADOR ANTES DE NADA: SIN UN CODIGO
      *RECONOCIDO EN EL MAESTRO DE OPERADORES NO SE ENTRA AL MENU,
      *Y SU CODIGO SE ESTAMPA EN LA HISTORIA DE CAMBIOS Y EN LOS
      *REGISTROS DE AUDITORIA DE ESTA SESION
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *COMPROBAMOS QUE EL MAESTRO DE DEPARTAMENTOS ESTA DISPONIBLE
      *ANTES DE TOMAR EL CERROJO DEL REPARTO (SI UN MANTENIMIENTO LO
      *TIENE EN EXCLUSIVA, 9850 INFORMA Y DETIENE EL PROGRAMA) Y LO
      *CERRAMOS: CADA TRAMO LO VUELVE A CONSULTAR (VER 3260)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *TOMAMOS EL CERROJO DEL REPARTO EN EXCLUSIVA ANTES DE TOCAR
      *NADA: SI OTRO MANTENIMIENTO LO ESTA USANDO, O LA CADENA
      *MENSUAL LO ESTA LEYENDO, INFORMAMOS Y NOS DETENEMOS
           MOVE LT-CERROJO-REPARTO TO WS-ASSIGN-CERROJO.
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRIMOS LA HISTORIA DE CAMBIOS EN EXTEND (SE CREA EN LA
      *PRIMERA SESION)
           OPEN EXTEND HISTORIA.
           IF WS-FILE-STATUS-HIST = 35
                OPEN OUTPUT HISTORIA
           END-IF.
           IF WS-FILE-STATUS-HIST NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-HIST TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *CARGAMOS LA TABLA DEL REPARTO DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DEL REPARTO DESDE FICHERO            * *
      ***************************************************************** *
       1010-CARGA-TABLA.
      *CONTAMOS PRIMERO LA COPIA DE TRABAJO DE LA ULTIMA REGRABACION:
      *SI TIENE MAS REGISTROS QUE EL MAESTRO, LA REGRABACION ANTERIOR
      *CAYO A MEDIAS Y EL MAESTRO ESTA TRUNCADO; CARGARLO Y VOLVER A
      *GRABAR DESTRUIRIA TAMBIEN LA COPIA BUENA
           PERFORM 1015-CUENTA-TRABAJO
              THRU 1015-CUENTA-TRABAJO-EXIT.
      *
           OPEN INPUT FICREPARTO.
           IF WS-FILE-STATUS = 35
                IF WC-REG-TRABAJO > 0
                     DISPLAY "EL FICHERO DE REPARTO FALTA "
                             "PERO EXISTE LA COPIA DE TRABAJO"
                     DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                             "RECUPERE DESDE FICHERO.REPARTO.TRABAJO "
                             "ANTES DE CONTINUAR"
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       SE ARRANCA CON EL REPARTO VACIO"
                GO TO 1010-CARGA-TABLA-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-REPARTO
              THRU 1011-LEE-REPARTO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-REPARTO >= 5000.
      *
           CLOSE FICREPARTO.
      *
      *SI EL MAESTRO TIENE MAS REGISTROS DE LOS QUE CABEN EN LA
      *TABLA NO SE PUEDE CONTINUAR: LA REGRABACION DE 3500-GRABA-
      *FICHERO DESTRUIRIA EN SILENCIO TODO LO QUE QUEDO SIN CARGAR
           IF NOT FIN-FICHERO
                DISPLAY "EL REPARTO SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA - MANTENIMIENTO DETENIDO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           IF WC-REG-TRABAJO > WC-NUM-REPARTO
                DISPLAY "EL REPARTO TIENE " WC-NUM-REPARTO
                     " REGISTROS Y LA COPIA DE TRABAJO "
                     WC-REG-TRABAJO
                DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                        "RECUPERE DESDE FICHERO.REPARTO.TRABAJO "
                        "ANTES DE CONTINUAR"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1010-CARGA-TABLA-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       LEE UNA ENTRADA DEL FICHERO DE REPARTO                 * *
      ***************************************************************** *
       1011-LEE-REPARTO.
           READ FICREPARTO INTO WS-REG-REPARTO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-REPARTO
                MOVE WS-REG-REPARTO
                  TO WT-REG-REPARTO(WC-NUM-REPARTO)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-REPARTO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-REPARTO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CUENTA LOS REGISTROS DE LA COPIA DE TRABAJO            * *
      ***************************************************************** *
       1015-CUENTA-TRABAJO.
           MOVE 0 TO WC-REG-TRABAJO.
           OPEN INPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
      *SIN COPIA DE TRABAJO NO HAY NADA QUE CONTRASTAR
                GO TO 1015-CUENTA-TRABAJO-EXIT
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1016-CUENTA-REG-TRABAJO
              THRU 1016-CUENTA-REG-TRABAJO-EXIT
              UNTIL FIN-FICHERO.
           SET NO-FIN-FICHERO TO TRUE.
           CLOSE FICTRABAJO.
       1015-CUENTA-TRABAJO-EXIT.
       EXIT.
      *
       1016-CUENTA-REG-TRABAJO.
           READ FICTRABAJO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-TRA = 00
                ADD 1 TO WC-REG-TRABAJO
           ELSE
                IF WS-FILE-STATUS-TRA NOT = 10
                     DISPLAY "ERROR LEYENDO LA COPIA DE TRABAJO - "
                             "FILE STATUS: " WS-FILE-STATUS-TRA
                     SET FIN-FICHERO TO TRUE
                END-IF
           END-IF.
       1016-CUENTA-REG-TRABAJO-EXIT.
       EXIT.
      *
      *****************************************************
      * PROCESO                                           *
      *****************************************************
       3000-PROCESO.
      *MENU DE MANTENIMIENTO DEL REPARTO DE COSTE
           DISPLAY "***************************************".
           DISPLAY "   REPARTO DE COSTE POR DEPARTAMENTOS".
           DISPLAY "   1-CONSULTA  2-ALTA  3-MODIFICAR".
           DISPLAY "   4-BAJA      5-FIN".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
      *LAS OPCIONES DE MANTENIMIENTO (ALTA/MODIFICAR/BAJA) SOLO SE
      *PERMITEN A LOS OPERADORES CON NIVEL COMPLETO; EL NIVEL DE
      *CONSULTA SOLO PUEDE CONSULTAR
           EVALUATE WS-SYSIN-OPCION
                WHEN 1
                     PERFORM 3100-CONSULTA
                        THRU 3100-CONSULTA-EXIT
                WHEN 2
                     IF OPER-TOTAL
                          PERFORM 3200-ALTA
                             THRU 3200-ALTA-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 3
                     IF OPER-TOTAL
                          PERFORM 3300-MODIFICAR
                             THRU 3300-MODIFICAR-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 4
                     IF OPER-TOTAL
                          PERFORM 3400-BAJA
                             THRU 3400-BAJA-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 5
                     SET FIN-MENU TO TRUE
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************
      * CONSULTA DEL REPARTO DE UN EMPLEADO               *
      *****************************************************
       3100-CONSULTA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-REPARTO
              THRU 3160-BUSCA-REPARTO-EXIT.
           IF REPARTO-NO-ENCONTRADO
                DISPLAY "SIN REPARTO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                     " (TODO SU COSTE VA A SU DEPARTAMENTO)"
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           MOVE WT-REG-REPARTO(WS-POSICION) TO WS-REG-REPARTO.
           PERFORM 3170-MUESTRA-DATOS
              THRU 3170-MUESTRA-DATOS-EXIT.
      *
       3100-CONSULTA-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL CODIGO DE EMPLEADO      *
      *****************************************************
       3150-PIDE-CODIGO.
           SET CODIGO-VALIDO TO TRUE.
           DISPLAY "INTRODUCE UN CODIGO DE EMPLEADO (6): "
           ACCEPT WS-SYSIN-CODIGO FROM SYSIN.
      *
           IF WS-SYSIN-CODIGO = SPACES OR LOW-VALUES
                SET CODIGO-INVALIDO TO TRUE
                DISPLAY "CODIGO VACIO, ENTRADA NO VALIDA"
           END-IF.
      *
       3150-PIDE-CODIGO-EXIT.
       EXIT.
      *
      *****************************************************
      * BUSQUEDA DEL CODIGO EN LA TABLA                   *
      *****************************************************
       3160-BUSCA-REPARTO.
      *EL FICHERO NO ESTA NECESARIAMENTE ORDENADO, ASI QUE LA
      *BUSQUEDA ES SECUENCIAL SOBRE LA TABLA CARGADA
           SET REPARTO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3161-COMPARA-CODIGO
              THRU 3161-COMPARA-CODIGO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-REPARTO
                 OR REPARTO-ENCONTRADO.
      *
       3160-BUSCA-REPARTO-EXIT.
       EXIT.
      *
       3161-COMPARA-CODIGO.
           IF WT-REG-REPARTO(I)(1:6) = WS-SYSIN-CODIGO
                SET REPARTO-ENCONTRADO TO TRUE
                SET WS-POSICION TO I
           END-IF.
       3161-COMPARA-CODIGO-EXIT.
       EXIT.
      *
      *****************************************************
      * MUESTRA LOS TRAMOS DE WS-REG-REPARTO              *
      *****************************************************
       3170-MUESTRA-DATOS.
           DISPLAY "***************************************".
           DISPLAY "EMPLEADO:   " WQ-REP-CODIGO.
           PERFORM 3171-MUESTRA-TRAMO
              THRU 3171-MUESTRA-TRAMO-EXIT
              VARYING IQ FROM 1 BY 1
              UNTIL IQ > LT-MAX-TRAMOS.
           DISPLAY "***************************************".
      *
       3170-MUESTRA-DATOS-EXIT.
       EXIT.
      *
       3171-MUESTRA-TRAMO.
           IF WQ-REP-DEPT(IQ) = SPACES
                GO TO 3171-MUESTRA-TRAMO-EXIT
           END-IF.
      *
           MOVE WQ-REP-DEPT(IQ) TO CP300I-CODIGO.
           PERFORM 3260-CONSULTA-DEPT
              THRU 3260-CONSULTA-DEPT-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPT.
           MOVE WQ-REP-PORCENTAJE(IQ) TO WS-PORCENTAJE-ED.
           DISPLAY "  " WQ-REP-DEPT(IQ) "  " WS-NOMBRE-DEPT
                   "  " WS-PORCENTAJE-ED " %".
      *
       3171-MUESTRA-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL REPARTO COMPLETO SOBRE               *
      * WS-REG-REPARTO: UN DEPARTAMENTO Y SU PORCENTAJE   *
      * POR TRAMO, HASTA 5 O HASTA UN DEPARTAMENTO EN     *
      * BLANCO. DEJA DATOS-INVALIDOS SI ALGUN TRAMO NO ES *
      * VALIDO O SI LOS PORCENTAJES NO SUMAN 100          *
      *****************************************************
       3240-PIDE-TRAMOS.
           SET DATOS-VALIDOS TO TRUE.
           SET NO-FIN-TRAMOS TO TRUE.
           MOVE 0 TO WS-SUMA-PORCENTAJES.
      *
      *EMPEZAMOS SIEMPRE CON TODOS LOS TRAMOS VACIOS: EN UNA
      *MODIFICACION SE VUELVE A TECLEAR EL REPARTO ENTERO, PORQUE
      *CAMBIAR UN SOLO PORCENTAJE DESCUADRARIA LA SUMA
           MOVE SPACES TO WS-REG-REPARTO.
           INITIALIZE WS-REG-REPARTO.
           MOVE WS-SYSIN-CODIGO TO WQ-REP-CODIGO.
      *
           PERFORM 3250-PIDE-TRAMO
              THRU 3250-PIDE-TRAMO-EXIT
              VARYING IQ FROM 1 BY 1
              UNTIL IQ > LT-MAX-TRAMOS
                 OR FIN-TRAMOS
                 OR DATOS-INVALIDOS.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-TRAMOS-EXIT
           END-IF.
      *
           IF WQ-REP-DEPT(1) = SPACES
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "REPARTO SIN NINGUN DEPARTAMENTO"
                GO TO 3240-PIDE-TRAMOS-EXIT
           END-IF.
      *
           IF WS-SUMA-PORCENTAJES NOT = LT-CIEN
                SET DATOS-INVALIDOS TO TRUE
                MOVE WS-SUMA-PORCENTAJES TO WS-SUMA-ED
                DISPLAY "LOS PORCENTAJES SUMAN " WS-SUMA-ED
                        " Y DEBEN SUMAR 100.00"
           END-IF.
      *
       3240-PIDE-TRAMOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DE UN TRAMO                 *
      *****************************************************
       3250-PIDE-TRAMO.
           SET WS-NUM-TRAMO TO IQ.
           DISPLAY "DEPARTAMENTO DEL TRAMO " WS-NUM-TRAMO
                   " (EN BLANCO TERMINA): "
           ACCEPT WS-SYSIN-DEPT FROM SYSIN.
           INSPECT WS-SYSIN-DEPT CONVERTING LT-MINUSCULAS
                                         TO LT-MAYUSCULAS.
      *
           IF WS-SYSIN-DEPT = SPACES OR LOW-VALUES
                SET FIN-TRAMOS TO TRUE
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
      *
      *EL DEPARTAMENTO DEBE EXISTIR EN EL MAESTRO
           MOVE WS-SYSIN-DEPT TO CP300I-CODIGO.
           PERFORM 3260-CONSULTA-DEPT
              THRU 3260-CONSULTA-DEPT-EXIT.
           IF NOT CP300-OK
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY CP300O-NOMBRE ": " WS-SYSIN-DEPT
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
      *
      *Y NO PUEDE APARECER EN DOS TRAMOS DEL MISMO EMPLEADO
           SET DEPT-NO-REPETIDO TO TRUE.
           PERFORM 3255-COMPARA-DEPT
              THRU 3255-COMPARA-DEPT-EXIT
              VARYING WS-TRAMO-ANT FROM 1 BY 1
              UNTIL WS-TRAMO-ANT >= WS-NUM-TRAMO
                 OR DEPT-REPETIDO.
           IF DEPT-REPETIDO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "DEPARTAMENTO REPETIDO EN EL REPARTO: "
                        WS-SYSIN-DEPT
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
      *
           DISPLAY "PORCENTAJE (5 DIGITOS, 2 DECIMALES, "
                   "EJ. 05000 = 50.00): "
           ACCEPT WS-SYSIN-PORCENTAJE FROM SYSIN.
           IF WS-SYSIN-PORCENTAJE NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "PORCENTAJE NO NUMERICO, ENTRADA NO VALIDA"
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
           IF WS-SYSIN-PORCENTAJE-N = 0
              OR WS-SYSIN-PORCENTAJE-N > LT-CIEN
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "PORCENTAJE FUERA DE RANGO (0.01 A 100.00)"
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
      *
           ADD WS-SYSIN-PORCENTAJE-N TO WS-SUMA-PORCENTAJES.
           IF WS-SUMA-PORCENTAJES > LT-CIEN
                SET DATOS-INVALIDOS TO TRUE
                MOVE WS-SUMA-PORCENTAJES TO WS-SUMA-ED
                DISPLAY "LOS PORCENTAJES YA SUMAN " WS-SUMA-ED
                        " Y NO PUEDEN PASAR DE 100.00"
                GO TO 3250-PIDE-TRAMO-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-DEPT         TO WQ-REP-DEPT(IQ).
           MOVE WS-SYSIN-PORCENTAJE-N TO WQ-REP-PORCENTAJE(IQ).
      *
      *CON LA SUMA YA EN 100 NO TIENE SENTIDO PEDIR MAS TRAMOS
           IF WS-SUMA-PORCENTAJES = LT-CIEN
                SET FIN-TRAMOS TO TRUE
           END-IF.
      *
       3250-PIDE-TRAMO-EXIT.
       EXIT.
      *
       3255-COMPARA-DEPT.
           IF WQ-REP-DEPT(WS-TRAMO-ANT) = WS-SYSIN-DEPT
                SET DEPT-REPETIDO TO TRUE
           END-IF.
       3255-COMPARA-DEPT-EXIT.
       EXIT.
      *
      *****************************************************
      * CONSULTA UN DEPARTAMENTO EN EL MAESTRO            *
      *****************************************************
       3260-CONSULTA-DEPT.
      *CONSULTA SUELTA: EL MAESTRO SOLO SE ABRE DURANTE LA BUSQUEDA,
      *Y SI ESTA EN USO NO NOS DETIENE CON EL REPARTO TOMADO: EL
      *TRAMO SE RECHAZA Y PUEDE REINTENTARSE
           PERFORM 9880-CONSULTA-DEPARTAMENTO
              THRU 9880-CONSULTA-DEPARTAMENTO-EXIT.
      *
       3260-CONSULTA-DEPT-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DEL REPARTO DE UN EMPLEADO                   *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-REPARTO >= 5000
                DISPLAY "TABLA DE REPARTO LLENA, NO SE "
                DISPLAY "PUEDE DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *COMPROBAMOS QUE EL EMPLEADO NO TENGA YA UN REPARTO
           PERFORM 3160-BUSCA-REPARTO
              THRU 3160-BUSCA-REPARTO-EXIT.
           IF REPARTO-ENCONTRADO
                DISPLAY "EL EMPLEADO YA TIENE REPARTO, USE MODIFICAR"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           PERFORM 3240-PIDE-TRAMOS
              THRU 3240-PIDE-TRAMOS-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "ALTA NO APLICADA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
           MOVE SPACES TO WS-IMAGEN-ANTES.
           ADD 1 TO WC-NUM-REPARTO.
           MOVE WS-REG-REPARTO TO WT-REG-REPARTO(WC-NUM-REPARTO).
      *
           MOVE "A" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "ALTA APLICADA: " WQ-REP-CODIGO.
      *
       3200-ALTA-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION DEL REPARTO DE UN EMPLEADO           *
      *****************************************************
       3300-MODIFICAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-REPARTO
              THRU 3160-BUSCA-REPARTO-EXIT.
           IF REPARTO-NO-ENCONTRADO
                DISPLAY "SIN REPARTO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN ANTERIOR ANTES DE TOCAR NADA
           MOVE WT-REG-REPARTO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE WT-REG-REPARTO(WS-POSICION) TO WS-REG-REPARTO.
           PERFORM 3170-MUESTRA-DATOS
              THRU 3170-MUESTRA-DATOS-EXIT.
      *
           DISPLAY "INTRODUZCA EL REPARTO COMPLETO".
           PERFORM 3240-PIDE-TRAMOS
              THRU 3240-PIDE-TRAMOS-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "MODIFICACION NO APLICADA"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           IF WS-REG-REPARTO = WS-IMAGEN-ANTES
                DISPLAY "SIN CAMBIOS"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           MOVE WS-REG-REPARTO TO WT-REG-REPARTO(WS-POSICION).
      *
           MOVE "M" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "MODIFICACION APLICADA: " WQ-REP-CODIGO.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DEL REPARTO DE UN EMPLEADO: DESDE ESE MOMENTO*
      * TODO SU COSTE VUELVE A SU DEPARTAMENTO            *
      *****************************************************
       3400-BAJA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-REPARTO
              THRU 3160-BUSCA-REPARTO-EXIT.
           IF REPARTO-NO-ENCONTRADO
                DISPLAY "SIN REPARTO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DEL REGISTRO QUE SE VA; LA POSTERIOR DE
      *UNA BAJA QUEDA EN BLANCO
           MOVE WT-REG-REPARTO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-REG-REPARTO.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           SET I TO WS-POSICION.
           PERFORM 3410-DESPLAZA-ARRIBA
              THRU 3410-DESPLAZA-ARRIBA-EXIT
              VARYING I FROM WS-POSICION BY 1
              UNTIL I >= WC-NUM-REPARTO.
      *
           SUBTRACT 1 FROM WC-NUM-REPARTO.
      *
           MOVE "B" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "BAJA APLICADA: " WS-SYSIN-CODIGO.
      *
       3400-BAJA-EXIT.
       EXIT.
      *
       3410-DESPLAZA-ARRIBA.
           MOVE WT-REG-REPARTO(I + 1) TO WT-REG-REPARTO(I).
       3410-DESPLAZA-ARRIBA-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA EL FICHERO DE REPARTO CON LA TABLA ACTUAL *
      *****************************************************
       3500-GRABA-FICHERO.
      *PRIMERO VOLCAMOS LA TABLA ENTERA AL FICHERO DE TRABAJO: SI
      *ALGO FALLA AQUI, EL MAESTRO REAL NO SE HA TOCADO TODAVIA
           OPEN OUTPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3505-ESCRIBE-TRABAJO
              THRU 3505-ESCRIBE-TRABAJO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-REPARTO.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL MAESTRO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT FICREPARTO.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-REPARTO
              THRU 3510-ESCRIBE-REPARTO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-REPARTO.
      *
           CLOSE FICREPARTO.
           ADD 1 TO WC-CAMBIOS.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-REPARTO-TRABAJO FROM WT-REG-REPARTO(I).
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3505-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3505-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       3510-ESCRIBE-REPARTO.
           WRITE REG-REPARTO FROM WT-REG-REPARTO(I).
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-REPARTO-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA IMAGEN ANTES/DESPUES DEL CAMBIO EN LA    *
      * HISTORIA, CON FECHA Y HORA                        *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN WS-REG-REPARTO
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
           MOVE WS-REG-REPARTO TO WH-IMAGEN-DESPUES.
      *
           WRITE REG-HISTORIA FROM WS-REG-HISTORIA.
           IF WS-FILE-STATUS-HIST NOT = 00
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE "3600-HISTORIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-HIST TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3600-GRABA-HISTORIA-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
           IF NO-ERROR
                DISPLAY "******************************************"
                DISPLAY "   REPARTO DE COSTE POR DEPARTAMENTOS"
                DISPLAY "******************************************"
                DISPLAY "**EMPLEADOS CON REPARTO:    " WC-NUM-REPARTO
                DISPLAY "**CAMBIOS APLICADOS:        " WC-CAMBIOS
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE HISTORIA.
           CLOSE AUDITORIA.
      *
      *SOLTAMOS EL CERROJO QUE SIGUIERA TOMADO (9550 SOLO ACTUA SI
      *CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.
       8000-FIN-EXIT.
       EXIT.
      *
      *****************************************************
      * COMPROBACION DE ERRORES                           *
      *****************************************************
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
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *               CERROJO DE USO DEL FICHERO                      *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.

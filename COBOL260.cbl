      *  ANTIGUEDAD A TRAVES DE LA RUTINA RUTEMPLE, AL ESTILO DEL     *
      *  MENU DE MANTENIMIENTO DE COBOL350                            *
      *                                                               *
      *  BUSQUEDA POR APELLIDO: LA OPCION 3 PIDE LAS PRIMERAS LETRAS  *
      *  DEL APELLIDO Y RECORRE EL INDEXADO POR SU CLAVE ALTERNATIVA  *
      *  (APELLIDO Y NOMBRE) MOSTRANDO LAS COINCIDENCIAS POR          *
      *  PANTALLAS, CON CODIGO, NOMBRE COMPLETO, DEPARTAMENTO Y       *
      *  ESTADO, Y LAS BAJAS MARCADAS. SE AVANZA Y RETROCEDE DE       *
      *  PANTALLA Y, ELIGIENDO EL NUMERO DE UNA LINEA, SE ABRE LA     *
      *  CONSULTA COMPLETA DEL EMPLEADO. UN INDEXADO CARGADO ANTES DE *
      *  QUE EXISTIERA LA CLAVE ALTERNATIVA SE RECARGA CON COBOL250   *
      *                                                               *
      *  LA CONSULTA ENSENA SALARIO Y COMISION: EL OPERADOR SE        *
      *  IDENTIFICA AL ARRANCAR (COPY OPERPR) Y CADA EMPLEADO         *
      *  MOSTRADO QUEDA ANOTADO EN LA BITACORA DE CONSULTAS DE DATOS  *
      *  SENSIBLES (COPY ACCLOGPR), QUE LISTA COBOL784                *
      *                                                               *
      *  EL NOMBRE DEL DEPARTAMENTO SE PIDE A LA RUTINA COMUN         *
      *  RUTDEPAR (COPY RUTDEPPR) EN CADA EMPLEADO MOSTRADO, ABRIENDO *
      *  Y CERRANDO EL MAESTRO EN LA MISMA CONSULTA PARA NO RETENER   *
      *  SU CERROJO MIENTRAS LA PANTALLA ESTA ABIERTA; UN CODIGO QUE  *
      *  NO EXISTE SALE COMO "DEPARTAMENTO NO VALIDO", IGUAL QUE EN   *
      *  EL RESTO DE PROGRAMAS                                        *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL260.
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *CLAVE ALTERNATIVA DE LA BUSQUEDA POR APELLIDO DE COBOL260:
      *APELLIDO Y NOMBRE DEL EMPLEADO, REPETIDOS DETRAS DE LA IMAGEN
      *PORQUE EN COPYEMPLE NO ESTAN SEGUIDOS
           05  MI-CLAVE-APELLIDO.
               10  MI-APELLIDO                    PIC X(15).
               10  MI-NOMBRE                      PIC X(12).
      *
       COPY OPERFD.
      *
       COPY ACCLOGFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY RUTEMPL1.
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
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *****************************************************************
      *               COINCIDENCIAS DE LA BUSQUEDA POR APELLIDO       *
      *****************************************************************
      *LAS COINCIDENCIAS SE GUARDAN ENTERAS, EN EL ORDEN DE LA CLAVE
      *ALTERNATIVA, PARA PODER AVANZAR Y RETROCEDER DE PANTALLA SIN
      *VOLVER A POSICIONAR EL FICHERO
       01  WT-TABLA-COINCIDENCIAS.
           05  WC-NUM-COINCIDENCIAS     PIC 9(3) VALUE 0.
           05  WT-REG-COINCIDENCIA OCCURS 1 TO 500 TIMES
                  DEPENDING ON WC-NUM-COINCIDENCIAS
                  INDEXED BY IC         PIC X(80).
      *
      *****************************************************************
      *               LINEA DE LA LISTA DE COINCIDENCIAS              *
      *****************************************************************
       01  WS-LINEA-COINCIDENCIA.
           05  WX-NUMERO                PIC ZZ9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WX-CODIGO                PIC X(6).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WX-APELLIDO              PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WX-NOMBRE                PIC X(12).
           05  FILLER                   PIC X(1) VALUE SPACES.
           05  WX-INICIAL               PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WX-DEPT                  PIC X(3).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WX-ESTADO                PIC X(22).
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  SW-FIN-MENU                       PIC 9 VALUE 0.
                88 FIN-MENU                      VALUE 1.
                88 NO-FIN-MENU                   VALUE 0.
           05  SW-FIN-BUSQUEDA                   PIC 9 VALUE 0.
                88 FIN-BUSQUEDA                  VALUE 1.
                88 NO-FIN-BUSQUEDA               VALUE 0.
           05  SW-FIN-LISTA                      PIC 9 VALUE 0.
                88 FIN-LISTA                     VALUE 1.
                88 NO-FIN-LISTA                  VALUE 0.
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
       01  LT-LITERALES.
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL260".
           05  LT-FICHERO1          PIC X(20) VALUE "EMPLEADO.INDEXADO".
           05  LT-RUTINA            PIC X(15) VALUE "RUTEMPLE".
           05  LT-RUTINA-DEPART     PIC X(15) VALUE "RUTDEPAR".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-START             PIC X(5) VALUE "START".
      *LINEAS POR PANTALLA Y TOPE DE COINCIDENCIAS DE LA BUSQUEDA
           05  LT-LINEAS-PANTALLA   PIC 9(2) VALUE 10.
           05  LT-MAX-COINCIDENCIAS PIC 9(3) VALUE 500.
           05  LT-MINUSCULAS        PIC X(26)
                    VALUE "abcdefghijklmnopqrstuvwxyz".
           05  LT-MAYUSCULAS        PIC X(26)
                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(4).
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-IDX                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-SALARIO-EDITADO                   PIC -(9)9.99.
           05  WS-COMISION-EDITADA                  PIC -(9)9.99.
           05  WS-FECHA-EDITADA                     PIC 9999/99/99.
      *BUSQUEDA POR APELLIDO
           05  WS-SYSIN-APELLIDO                    PIC X(15).
           05  WS-LONG-PREFIJO                      PIC 9(2).
           05  WS-SYSIN-ORDEN                       PIC X(3).
           05  WS-LONG-ORDEN                        PIC 9(1).
           05  WS-NUM-ELEGIDO                       PIC 9(3).
           05  WS-LINEA-ACTUAL                      PIC 9(3).
           05  WS-PRIMERA-LINEA                     PIC 9(3).
           05  WS-ULTIMA-LINEA                      PIC 9(3).
           05  WS-FECHA-BAJA-EDITADA                PIC 9999/99/99.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
      *IDENTIFICAMOS AL OPERADOR: LA CONSULTA ENSENA SALARIOS Y
      *CADA EMPLEADO CONSULTADO QUEDA A SU NOMBRE EN LA BITACORA
           PERFORM 9600-IDENTIFICA-OPERADOR
              THRU 9600-IDENTIFICA-OPERADOR-EXIT.
           IF OPER-DESCONOCIDO
                DISPLAY "OPERADOR NO AUTORIZADO: " WS-OPER-SYSIN
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN BITACORA DE ACCESOS NO SE CONSULTA: LA CONSULTA NO DEBE
      *PODER HACERSE SIN DEJAR RASTRO
           PERFORM 9960-ABRE-ACCESOS
              THRU 9960-ABRE-ACCESOS-EXIT.
           IF BITACORA-CERRADA
                DISPLAY "SIN BITACORA DE ACCESOS NO SE PUEDE CONSULTAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *COMPROBAMOS QUE EL MAESTRO DE DEPARTAMENTOS ESTA DISPONIBLE:
      *SI UN MANTENIMIENTO LO TIENE EN EXCLUSIVA, INFORMAMOS Y NOS
      *DETENEMOS LIMPIAMENTE. NO SE RETIENE ABIERTO: CADA EMPLEADO
      *MOSTRADO LO VUELVE A CONSULTAR (VER 3200-MUESTRA-EMPLEADO)
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
      *ABRO EL MAESTRO INDEXADO Y COMPRUEBO SI HAY ERRORES
           OPEN INPUT MAESTRO-IDX.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************
      * PROCESO                                           *
      *****************************************************
       3000-PROCESO.
      *MENU DE CONSULTA DEL MAESTRO DE EMPLEADOS
           DISPLAY "***************************************".
           DISPLAY "   CONSULTA DE EMPLEADOS".
           DISPLAY "   1-CONSULTA POR CODIGO  2-FIN".
           DISPLAY "   3-BUSQUEDA POR APELLIDO".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
                        THRU 3100-CONSULTA-EXIT
                WHEN 2
                     SET FIN-MENU TO TRUE
                WHEN 3
                     PERFORM 3300-BUSCA-APELLIDO
                        THRU 3300-BUSCA-APELLIDO-EXIT
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
      *LEEMOS DIRECTAMENTE POR CLAVE EN EL MAESTRO INDEXADO (LA
      *CLAVE SE NOMBRA PORQUE LA BUSQUEDA POR APELLIDO DEJA LA
      *ALTERNATIVA COMO CLAVE DE REFERENCIA)
           MOVE WS-SYSIN-CODIGO TO MI-CODIGO.
           READ MAESTRO-IDX INTO WS-REG-EMPLEADO
                KEY IS MI-CODIGO.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN 00
                     PERFORM 3200-MUESTRA-EMPLEADO
      * MUESTRA EL REGISTRO COMPLETO DEL EMPLEADO          *
      *****************************************************
       3200-MUESTRA-EMPLEADO.
      *RESOLVEMOS EL NOMBRE DEL DEPARTAMENTO CON LA CONSULTA SUELTA
      *DE LA RUTINA COMUN, QUE ABRE EL MAESTRO, BUSCA Y LO CIERRA EN
      *LA MISMA LLAMADA; SI ESTA EN USO LA CONSULTA SIGUE Y EL NOMBRE
      *SALE COMO "MAESTRO NO DISPONIBLE"
           MOVE WS-EMPLE-DEPT TO CP300I-CODIGO.
           PERFORM 9880-CONSULTA-DEPARTAMENTO
              THRU 9880-CONSULTA-DEPARTAMENTO-EXIT.
           MOVE CP300O-NOMBRE TO WS-NOMBRE-DEPART.
      *
      *PEDIMOS A LA RUTINA LA BANDA DE ANTIGUEDAD DEL EMPLEADO
           INITIALIZE CP100-RUTEMPL1.
                END-EVALUATE
           END-IF.
           DISPLAY "***************************************".
      *
      *EL SALARIO YA SE HA ENSENADO: LO ANOTAMOS EN LA BITACORA
           MOVE WS-EMPLE-CODIGO TO WAC-EMPLEADO.
           SET WAC-DATO-SALARIO TO TRUE.
           PERFORM 9965-GRABA-ACCESO
              THRU 9965-GRABA-ACCESO-EXIT.
      *
       3200-MUESTRA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************
      * BUSQUEDA POR LAS PRIMERAS LETRAS DEL APELLIDO     *
      *****************************************************
       3300-BUSCA-APELLIDO.
           DISPLAY "PRIMERAS LETRAS DEL APELLIDO: "
           ACCEPT WS-SYSIN-APELLIDO FROM SYSIN.
           INSPECT WS-SYSIN-APELLIDO
                CONVERTING LT-MINUSCULAS TO LT-MAYUSCULAS.
      *
      *LONGITUD SIGNIFICATIVA DE LO TECLEADO: LAS COINCIDENCIAS SE
      *COMPARAN SOLO EN ESAS POSICIONES
           PERFORM 3305-CUENTA-PREFIJO
              THRU 3305-CUENTA-PREFIJO-EXIT
              VARYING WS-LONG-PREFIJO FROM 15 BY -1
              UNTIL WS-LONG-PREFIJO = 0
                 OR WS-SYSIN-APELLIDO(WS-LONG-PREFIJO:1) NOT = SPACE.
           IF WS-LONG-PREFIJO = 0
                DISPLAY "APELLIDO VACIO, ENTRADA NO VALIDA"
                GO TO 3300-BUSCA-APELLIDO-EXIT
           END-IF.
      *
      *NOS POSICIONAMOS EN LA PRIMERA CLAVE ALTERNATIVA QUE NO ES
      *MENOR QUE LO TECLEADO Y LEEMOS HACIA DELANTE MIENTRAS EL
      *APELLIDO EMPIECE POR ESAS LETRAS
           MOVE 0 TO WC-NUM-COINCIDENCIAS.
           SET NO-FIN-BUSQUEDA TO TRUE.
           MOVE WS-SYSIN-APELLIDO TO MI-APELLIDO.
           MOVE SPACES TO MI-NOMBRE.
           START MAESTRO-IDX KEY IS NOT LESS THAN MI-CLAVE-APELLIDO.
           EVALUATE WS-FILE-STATUS-IDX
                WHEN 00
                     CONTINUE
                WHEN 23
                     SET FIN-BUSQUEDA TO TRUE
                WHEN OTHER
                     MOVE "3300-BUSCA-APELLIDO" TO WS-PARRAFO-ERROR
                     MOVE LT-START TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-IDX TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
           END-EVALUATE.
      *
           PERFORM 3310-LEE-COINCIDENCIA
              THRU 3310-LEE-COINCIDENCIA-EXIT
              UNTIL FIN-BUSQUEDA.
      *
           IF WC-NUM-COINCIDENCIAS = 0
                DISPLAY "NINGUN APELLIDO EMPIEZA POR "
                        WS-SYSIN-APELLIDO(1:WS-LONG-PREFIJO)
                GO TO 3300-BUSCA-APELLIDO-EXIT
           END-IF.
      *
      *PRIMERA PANTALLA Y DIALOGO DE PASO DE PANTALLAS
           MOVE 1 TO WS-PRIMERA-LINEA.
           SET NO-FIN-LISTA TO TRUE.
           PERFORM 3320-PANTALLA-COINCIDENCIAS
              THRU 3320-PANTALLA-COINCIDENCIAS-EXIT
              UNTIL FIN-LISTA.
      *
           ADD 1 TO WC-CONTADOR.
      *
       3300-BUSCA-APELLIDO-EXIT.
       EXIT.
      *
       3305-CUENTA-PREFIJO.
      *PARRAFO VACIO, LA CONDICION SE EVALUA EN LA CLAUSULA VARYING
      *DE 3300-BUSCA-APELLIDO
           CONTINUE.
       3305-CUENTA-PREFIJO-EXIT.
       EXIT.
      *
      *****************************************************
      * LEE LA SIGUIENTE CLAVE ALTERNATIVA Y LA GUARDA    *
      *****************************************************
       3310-LEE-COINCIDENCIA.
           READ MAESTRO-IDX NEXT RECORD.
           IF WS-FILE-STATUS-IDX = 10
                SET FIN-BUSQUEDA TO TRUE
                GO TO 3310-LEE-COINCIDENCIA-EXIT
           END-IF.
      *02 ES UNA CLAVE ALTERNATIVA REPETIDA: LECTURA CORRECTA
           IF WS-FILE-STATUS-IDX NOT = 00
              AND WS-FILE-STATUS-IDX NOT = 02
                MOVE "3310-LEE-COINCID" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-IDX TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF MI-APELLIDO(1:WS-LONG-PREFIJO) NOT =
              WS-SYSIN-APELLIDO(1:WS-LONG-PREFIJO)
                SET FIN-BUSQUEDA TO TRUE
                GO TO 3310-LEE-COINCIDENCIA-EXIT
           END-IF.
      *
           IF WC-NUM-COINCIDENCIAS >= LT-MAX-COINCIDENCIAS
                DISPLAY "MAS DE " LT-MAX-COINCIDENCIAS
                        " COINCIDENCIAS: SE MUESTRAN LAS PRIMERAS, "
                        "AFINE EL APELLIDO"
                SET FIN-BUSQUEDA TO TRUE
                GO TO 3310-LEE-COINCIDENCIA-EXIT
           END-IF.
      *
           ADD 1 TO WC-NUM-COINCIDENCIAS.
           MOVE REG-MAESTRO-IDX(1:80)
             TO WT-REG-COINCIDENCIA(WC-NUM-COINCIDENCIAS).
      *
       3310-LEE-COINCIDENCIA-EXIT.
       EXIT.
      *
      *****************************************************
      * MUESTRA UNA PANTALLA DE COINCIDENCIAS Y PIDE LA   *
      * ORDEN: S=SIGUIENTE, A=ANTERIOR, NUMERO=CONSULTAR, *
      * F=FIN DE LA BUSQUEDA                              *
      *****************************************************
       3320-PANTALLA-COINCIDENCIAS.
           COMPUTE WS-ULTIMA-LINEA =
                   WS-PRIMERA-LINEA + LT-LINEAS-PANTALLA - 1.
           IF WS-ULTIMA-LINEA > WC-NUM-COINCIDENCIAS
                MOVE WC-NUM-COINCIDENCIAS TO WS-ULTIMA-LINEA
           END-IF.
      *
           DISPLAY "***************************************".
           DISPLAY "APELLIDOS QUE EMPIEZAN POR "
                   WS-SYSIN-APELLIDO(1:WS-LONG-PREFIJO)
                   ": " WS-PRIMERA-LINEA " A " WS-ULTIMA-LINEA
                   " DE " WC-NUM-COINCIDENCIAS.
           DISPLAY " NUM  CODIGO  APELLIDO        NOMBRE"
                   "          DEPT  ESTADO".
           PERFORM 3330-MUESTRA-COINCIDENCIA
              THRU 3330-MUESTRA-COINCIDENCIA-EXIT
              VARYING IC FROM WS-PRIMERA-LINEA BY 1
              UNTIL IC > WS-ULTIMA-LINEA.
           DISPLAY "***************************************".
           DISPLAY "S-SIGUIENTE  A-ANTERIOR  NUMERO-CONSULTAR  F-FIN".
           MOVE SPACES TO WS-SYSIN-ORDEN.
           ACCEPT WS-SYSIN-ORDEN FROM SYSIN.
           INSPECT WS-SYSIN-ORDEN
                CONVERTING LT-MINUSCULAS TO LT-MAYUSCULAS.
      *
      *EL NUMERO DE LINEA SE PUEDE TECLEAR CON O SIN CEROS A LA
      *IZQUIERDA: SE TOMAN SOLO LAS POSICIONES TECLEADAS
           MOVE 0 TO WS-NUM-ELEGIDO.
           PERFORM 3325-CUENTA-ORDEN
              THRU 3325-CUENTA-ORDEN-EXIT
              VARYING WS-LONG-ORDEN FROM 3 BY -1
              UNTIL WS-LONG-ORDEN = 0
                 OR WS-SYSIN-ORDEN(WS-LONG-ORDEN:1) NOT = SPACE.
           IF WS-LONG-ORDEN > 0
                IF WS-SYSIN-ORDEN(1:WS-LONG-ORDEN) NUMERIC
                     MOVE WS-SYSIN-ORDEN(1:WS-LONG-ORDEN)
                       TO WS-NUM-ELEGIDO
                     MOVE "N" TO WS-SYSIN-ORDEN
                END-IF
           END-IF.
           EVALUATE TRUE
                WHEN WS-SYSIN-ORDEN = "S"
                     PERFORM 3340-PANTALLA-SIGUIENTE
                        THRU 3340-PANTALLA-SIGUIENTE-EXIT
                WHEN WS-SYSIN-ORDEN = "A"
                     PERFORM 3345-PANTALLA-ANTERIOR
                        THRU 3345-PANTALLA-ANTERIOR-EXIT
                WHEN WS-SYSIN-ORDEN = "F"
                     SET FIN-LISTA TO TRUE
                WHEN WS-SYSIN-ORDEN = "N"
                     PERFORM 3350-ELIGE-COINCIDENCIA
                        THRU 3350-ELIGE-COINCIDENCIA-EXIT
                WHEN OTHER
                     DISPLAY "ORDEN NO VALIDA"
           END-EVALUATE.
      *
       3320-PANTALLA-COINCIDENCIAS-EXIT.
       EXIT.
      *
       3325-CUENTA-ORDEN.
      *PARRAFO VACIO, LA CONDICION SE EVALUA EN LA CLAUSULA VARYING
      *DE 3320-PANTALLA-COINCIDENCIAS
           CONTINUE.
       3325-CUENTA-ORDEN-EXIT.
       EXIT.
      *
       3330-MUESTRA-COINCIDENCIA.
           MOVE WT-REG-COINCIDENCIA(IC) TO WS-REG-EMPLEADO.
           SET WS-LINEA-ACTUAL TO IC.
           MOVE WS-LINEA-ACTUAL TO WX-NUMERO.
           MOVE WS-EMPLE-CODIGO   TO WX-CODIGO.
           MOVE WS-EMPLE-APELLIDO TO WX-APELLIDO.
           MOVE WS-EMPLE-NOMBRE   TO WX-NOMBRE.
           MOVE WS-EMPLE-INICIAL  TO WX-INICIAL.
           MOVE WS-EMPLE-DEPT     TO WX-DEPT.
      *LAS BAJAS SALEN, PERO MARCADAS CON SU FECHA
           IF WS-EMPLE-EST-BAJA
                MOVE WS-EMPLE-FEC-BAJA TO WS-FECHA-BAJA-EDITADA
                MOVE SPACES TO WX-ESTADO
                STRING "** BAJA " WS-FECHA-BAJA-EDITADA " **"
                     DELIMITED BY SIZE INTO WX-ESTADO
           ELSE
                MOVE "ALTA" TO WX-ESTADO
           END-IF.
           DISPLAY WS-LINEA-COINCIDENCIA.
       3330-MUESTRA-COINCIDENCIA-EXIT.
       EXIT.
      *
       3340-PANTALLA-SIGUIENTE.
           IF WS-ULTIMA-LINEA >= WC-NUM-COINCIDENCIAS
                DISPLAY "NO HAY MAS COINCIDENCIAS"
           ELSE
                ADD LT-LINEAS-PANTALLA TO WS-PRIMERA-LINEA
           END-IF.
       3340-PANTALLA-SIGUIENTE-EXIT.
       EXIT.
      *
       3345-PANTALLA-ANTERIOR.
           IF WS-PRIMERA-LINEA = 1
                DISPLAY "ESTA ES LA PRIMERA PANTALLA"
           ELSE
                SUBTRACT LT-LINEAS-PANTALLA FROM WS-PRIMERA-LINEA
           END-IF.
       3345-PANTALLA-ANTERIOR-EXIT.
       EXIT.
      *
      *LA LINEA ELEGIDA ABRE LA MISMA CONSULTA COMPLETA QUE LA
      *OPCION 1; AL VOLVER SE REPITE LA PANTALLA EN CURSO
       3350-ELIGE-COINCIDENCIA.
           IF WS-NUM-ELEGIDO = 0
              OR WS-NUM-ELEGIDO > WC-NUM-COINCIDENCIAS
                DISPLAY "NUMERO DE LINEA NO VALIDO"
                GO TO 3350-ELIGE-COINCIDENCIA-EXIT
           END-IF.
           MOVE WT-REG-COINCIDENCIA(WS-NUM-ELEGIDO)
             TO WS-REG-EMPLEADO.
           PERFORM 3200-MUESTRA-EMPLEADO
              THRU 3200-MUESTRA-EMPLEADO-EXIT.
       3350-ELIGE-COINCIDENCIA-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
           CLOSE MAESTRO-IDX.
           CLOSE ACCESOS.
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
       EXIT.
      *
      *****************************************************************
      *                CONSULTA DEL MAESTRO DE DEPARTAMENTOS          *
      *****************************************************************
       COPY RUTDEPPR.
      *
      *****************************************************************
      *                IDENTIFICACION DE OPERADOR                     *
      *****************************************************************
       COPY OPERPR.
      *
      *****************************************************************
      *                BITACORA DE CONSULTAS DE DATOS SENSIBLES       *
      *****************************************************************
       COPY ACCLOGPR.

      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DEL MAESTRO DE DATOS PERSONALES DE LOS         *
      *  EMPLEADOS (FICHERO.DATOS.PERSONALES, COPYPERSO), AL ESTILO   *
      *  DEL MANTENIMIENTO DE CUENTAS BANCARIAS DE COBOL775: MENU DE  *
      *  CONSULTA, ALTA, MODIFICACION Y BAJA, CON IDENTIFICACION DE   *
      *  OPERADOR (COPY OPERPR) PORQUE SON DATOS SENSIBLES. EL NIF O  *
      *  NIE SE VALIDA A LA ENTRADA CON SU LETRA DE CONTROL (COPY     *
      *  NIFVALPR) Y NO PUEDE REPETIRSE ENTRE DOS EMPLEADOS; LA FECHA *
      *  DE NACIMIENTO DEBE SER UNA FECHA REAL NO POSTERIOR A HOY Y   *
      *  EL GENERO M O F. CADA CAMBIO DEJA SU IMAGEN ANTES/DESPUES EN *
      *  LA HISTORIA CON FECHA, HORA Y OPERADOR, Y LA REGRABACION ES  *
      *  SEGURA VIA FICHERO DE TRABAJO, COMO EN COBOL775. EL GENERO   *
      *  LO DEVUELVE RUTEMPLE Y EL NIF Y EL DOMICILIO LOS IMPRIME     *
      *  COBOL770 EN LOS CERTIFICADOS DE RETENCIONES                  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL778.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICPERSONAL
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.datos.personales"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA EL MAESTRO
      *(VER 3500-GRABA-FICHERO); SI EL PROGRAMA CAE A MEDIAS, EL
      *MAESTRO ANTERIOR O ESTE FICHERO DE TRABAJO SIGUEN ENTEROS
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.personales.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS DEL MAESTRO: UNA IMAGEN ANTES/DESPUES POR
      *CADA ALTA, MODIFICACION O BAJA, CON FECHA, HORA Y OPERADOR
      *(LA MISMA CONVENCION QUE LA HISTORIA DE CUENTAS DE COBOL775)
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.personales.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *CERROJO DE USO DEL MAESTRO DE DATOS PERSONALES, CON LA MISMA
      *CONVENCION QUE EL DE DEPARTAMENTOS (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.personales.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
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
       FD FICPERSONAL.
       01  REG-PERSONAL                           PIC X(120).
      *
       FD FICTRABAJO.
       01  REG-PERSONAL-TRABAJO                   PIC X(120).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(261).
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
       COPY COPYPERSO.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.DATOS.PERSONALES EN
      *1010-CARGA-TABLA Y SE REGRABA ENTERA EN 3500-GRABA-FICHERO
      *TRAS CADA CAMBIO, EN EL MISMO ORDEN EN QUE LLEGO DEL FICHERO
       01  WT-TABLA-PERSONAL.
           05  WC-NUM-PERSONAL          PIC 9(4) VALUE 0.
           05  WT-REG-PERSONAL OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PERSONAL
                  INDEXED BY I          PIC X(120).
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
           05  WH-IMAGEN-ANTES          PIC X(120).
           05  WH-IMAGEN-DESPUES        PIC X(120).
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
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERWS.
      *
      *****************************************************************
      *               VALIDACION DEL NIF/NIE                          *
      *****************************************************************
       COPY NIFVALWS.
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
                88 PERSONA-ENCONTRADA              VALUE "S".
                88 PERSONA-NO-ENCONTRADA           VALUE "N".
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-DATOS-VALIDOS                   PIC X VALUE "S".
                88 DATOS-VALIDOS                   VALUE "S".
                88 DATOS-INVALIDOS                 VALUE "N".
      *EN UNA MODIFICACION UN CAMPO EN BLANCO CONSERVA SU VALOR; EN
      *UN ALTA TODOS LOS CAMPOS SON OBLIGATORIOS
           05  SW-MODO                            PIC X VALUE "A".
                88 MODO-ALTA                       VALUE "A".
                88 MODO-MODIFICACION               VALUE "M".
           05  SW-NIF-REPETIDO                    PIC X VALUE "N".
                88 NIF-REPETIDO                    VALUE "S".
                88 NIF-NO-REPETIDO                 VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE
                    "DATOS.PERSONALES".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL778".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MINUSCULAS        PIC X(26) VALUE
                    "abcdefghijklmnopqrstuvwxyz".
           05  LT-MAYUSCULAS        PIC X(26) VALUE
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  LT-ANIO-MINIMO       PIC 9(4) VALUE 1900.
      *
      *DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS)
       01  LT-DIAS-MESES.
           05  FILLER               PIC X(24)
                    VALUE "312831303130313130313031".
       01  LT-DIAS-MESES-R REDEFINES LT-DIAS-MESES.
           05  LT-DIAS-MES          PIC 9(2) OCCURS 12 TIMES.
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
           05 WS-SYSIN-OPCION                    PIC 9(1).
           05 WS-SYSIN-CODIGO                    PIC X(6).
           05 WS-SYSIN-NIF                       PIC X(9).
           05 WS-SYSIN-FECHA                     PIC X(8).
           05 WS-SYSIN-GENERO                    PIC X(1).
           05 WS-SYSIN-DOMICILIO                 PIC X(40).
           05 WS-SYSIN-COD-POSTAL                PIC X(5).
           05 WS-SYSIN-MUNICIPIO                 PIC X(30).
           05 WS-SYSIN-PROVINCIA                 PIC X(20).
           05 WS-POSICION                        PIC 9(4).
           05 WS-IMAGEN-ANTES                    PIC X(120).
           05 WS-FECHA-HOY                       PIC 9(8).
      *CAMPOS DE TRABAJO DE LA VALIDACION DE LA FECHA DE NACIMIENTO
           05 WS-FECHA-NAC                       PIC 9(8).
           05 WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
              10 WS-NAC-ANIO                     PIC 9(4).
              10 WS-NAC-MES                      PIC 9(2).
              10 WS-NAC-DIA                      PIC 9(2).
           05 WS-DIAS-MES                        PIC 9(2).
           05 WS-COCIENTE                        PIC 9(4).
           05 WS-RESTO-4                         PIC 9(3).
           05 WS-RESTO-100                       PIC 9(3).
           05 WS-RESTO-400                       PIC 9(3).
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
      *TOMAMOS EL CERROJO DEL MAESTRO DE DATOS PERSONALES EN
      *EXCLUSIVA ANTES DE TOCAR NADA: SI OTRO MANTENIMIENTO LO ESTA
      *USANDO, INFORMAMOS Y NOS DETENEMOS
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *LA FECHA DEL DIA LIMITA LA FECHA DE NACIMIENTO TECLEADA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
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
      *CARGAMOS LA TABLA DE DATOS PERSONALES DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE DATOS PERSONALES DESDE FICHERO    * *
      ***************************************************************** *
       1010-CARGA-TABLA.
      *CONTAMOS PRIMERO LA COPIA DE TRABAJO DE LA ULTIMA REGRABACION:
      *SI TIENE MAS REGISTROS QUE EL MAESTRO, LA REGRABACION ANTERIOR
      *CAYO A MEDIAS Y EL MAESTRO ESTA TRUNCADO; CARGARLO Y VOLVER A
      *GRABAR DESTRUIRIA TAMBIEN LA COPIA BUENA
           PERFORM 1015-CUENTA-TRABAJO
              THRU 1015-CUENTA-TRABAJO-EXIT.
      *
           OPEN INPUT FICPERSONAL.
           IF WS-FILE-STATUS = 35
                IF WC-REG-TRABAJO > 0
                     DISPLAY "EL MAESTRO DE DATOS PERSONALES FALTA "
                             "PERO EXISTE LA COPIA DE TRABAJO"
                     DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                             "RECUPERE DESDE " LT-FICHERO1
                             ".TRABAJO ANTES DE CONTINUAR"
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     MOVE 12 TO RETURN-CODE
                     STOP RUN
                END-IF
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       SE ARRANCA CON EL MAESTRO VACIO"
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
           PERFORM 1011-LEE-PERSONAL
              THRU 1011-LEE-PERSONAL-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-PERSONAL >= 5000.
      *
           CLOSE FICPERSONAL.
      *
      *SI EL MAESTRO TIENE MAS REGISTROS DE LOS QUE CABEN EN LA
      *TABLA NO SE PUEDE CONTINUAR: LA REGRABACION DE 3500-GRABA-
      *FICHERO DESTRUIRIA EN SILENCIO TODO LO QUE QUEDO SIN CARGAR
           IF NOT FIN-FICHERO
                DISPLAY "EL MAESTRO SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA - MANTENIMIENTO DETENIDO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           IF WC-REG-TRABAJO > WC-NUM-PERSONAL
                DISPLAY "EL MAESTRO TIENE " WC-NUM-PERSONAL
                     " REGISTROS Y LA COPIA DE TRABAJO "
                     WC-REG-TRABAJO
                DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                        "RECUPERE DESDE " LT-FICHERO1
                        ".TRABAJO ANTES DE CONTINUAR"
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
      **       LEE UNA ENTRADA DEL FICHERO DE DATOS PERSONALES        * *
      ***************************************************************** *
       1011-LEE-PERSONAL.
           READ FICPERSONAL INTO WS-REG-PERSONAL
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-PERSONAL
                MOVE WS-REG-PERSONAL
                  TO WT-REG-PERSONAL(WC-NUM-PERSONAL)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-PERSONAL" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-PERSONAL-EXIT.
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
      *MENU DE MANTENIMIENTO DEL MAESTRO DE DATOS PERSONALES
           DISPLAY "***************************************".
           DISPLAY "   MANTENIMIENTO DE DATOS PERSONALES".
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
      * CONSULTA DE LOS DATOS PERSONALES DE UN EMPLEADO   *
      *****************************************************
       3100-CONSULTA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-PERSONA
              THRU 3160-BUSCA-PERSONA-EXIT.
           IF PERSONA-NO-ENCONTRADA
                DISPLAY "SIN DATOS PERSONALES PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           MOVE WT-REG-PERSONAL(WS-POSICION) TO WS-REG-PERSONAL.
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
       3160-BUSCA-PERSONA.
      *EL MAESTRO NO ESTA NECESARIAMENTE ORDENADO, ASI QUE LA
      *BUSQUEDA ES SECUENCIAL SOBRE LA TABLA CARGADA
           SET PERSONA-NO-ENCONTRADA TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3161-COMPARA-CODIGO
              THRU 3161-COMPARA-CODIGO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PERSONAL
                 OR PERSONA-ENCONTRADA.
      *
       3160-BUSCA-PERSONA-EXIT.
       EXIT.
      *
       3161-COMPARA-CODIGO.
           IF WT-REG-PERSONAL(I)(1:6) = WS-SYSIN-CODIGO
                SET PERSONA-ENCONTRADA TO TRUE
                SET WS-POSICION TO I
           END-IF.
       3161-COMPARA-CODIGO-EXIT.
       EXIT.
      *
      *****************************************************
      * MUESTRA LOS DATOS DE WS-REG-PERSONAL              *
      *****************************************************
       3170-MUESTRA-DATOS.
           DISPLAY "***************************************".
           DISPLAY "EMPLEADO:   " WU-PER-CODIGO.
           DISPLAY "NIF/NIE:    " WU-PER-NIF.
           DISPLAY "NACIMIENTO: " WU-PER-FEC-NACIMIENTO.
           DISPLAY "GENERO:     " WU-PER-GENERO.
           DISPLAY "DOMICILIO:  " WU-PER-DOMICILIO.
           DISPLAY "            " WU-PER-COD-POSTAL " "
                   WU-PER-MUNICIPIO.
           DISPLAY "            " WU-PER-PROVINCIA.
           DISPLAY "***************************************".
      *
       3170-MUESTRA-DATOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DE TODOS LOS DATOS DEL EMPLEADO SOBRE    *
      * WS-REG-PERSONAL. SE DETIENE EN EL PRIMER DATO NO  *
      * VALIDO Y DEJA DATOS-INVALIDOS                     *
      *****************************************************
       3240-PIDE-DATOS.
           SET DATOS-VALIDOS TO TRUE.
           IF MODO-MODIFICACION
                DISPLAY "(DEJE UN DATO EN BLANCO PARA CONSERVAR "
                        "EL VALOR ACTUAL)"
           END-IF.
      *
           PERFORM 3250-PIDE-NIF
              THRU 3250-PIDE-NIF-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3270-PIDE-NACIMIENTO
              THRU 3270-PIDE-NACIMIENTO-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3280-PIDE-GENERO
              THRU 3280-PIDE-GENERO-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3290-PIDE-DOMICILIO
              THRU 3290-PIDE-DOMICILIO-EXIT.
      *
       3240-PIDE-DATOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL NIF/NIE                 *
      *****************************************************
       3250-PIDE-NIF.
           DISPLAY "NIF O NIE (9, EJ. 12345678Z / X1234567L): "
           ACCEPT WS-SYSIN-NIF FROM SYSIN.
           INSPECT WS-SYSIN-NIF CONVERTING LT-MINUSCULAS
                                        TO LT-MAYUSCULAS.
      *
           IF WS-SYSIN-NIF = SPACES OR LOW-VALUES
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "NIF VACIO, ENTRADA NO VALIDA"
                END-IF
                GO TO 3250-PIDE-NIF-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-NIF TO WS-NIF-VALIDAR.
           PERFORM 9450-VALIDA-NIF
              THRU 9450-VALIDA-NIF-EXIT.
           IF NIF-INVALIDO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "NIF/NIE NO VALIDO (FALLA LA LETRA DE "
                        "CONTROL): " WS-SYSIN-NIF
                GO TO 3250-PIDE-NIF-EXIT
           END-IF.
      *
      *UN MISMO DOCUMENTO NO PUEDE PERTENECER A DOS EMPLEADOS
           SET NIF-NO-REPETIDO TO TRUE.
           PERFORM 3255-COMPARA-NIF
              THRU 3255-COMPARA-NIF-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PERSONAL
                 OR NIF-REPETIDO.
           IF NIF-REPETIDO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "EL NIF/NIE " WS-SYSIN-NIF
                        " YA ESTA REGISTRADO PARA OTRO EMPLEADO"
                GO TO 3250-PIDE-NIF-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-NIF TO WU-PER-NIF.
      *
       3250-PIDE-NIF-EXIT.
       EXIT.
      *
       3255-COMPARA-NIF.
           IF WT-REG-PERSONAL(I)(7:9) = WS-SYSIN-NIF
              AND WT-REG-PERSONAL(I)(1:6) NOT = WU-PER-CODIGO
                SET NIF-REPETIDO TO TRUE
           END-IF.
       3255-COMPARA-NIF-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DE LA FECHA DE NACIMIENTO   *
      *****************************************************
       3270-PIDE-NACIMIENTO.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
      *
           IF WS-SYSIN-FECHA = SPACES OR LOW-VALUES
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "FECHA VACIA, ENTRADA NO VALIDA"
                END-IF
                GO TO 3270-PIDE-NACIMIENTO-EXIT
           END-IF.
      *
           IF WS-SYSIN-FECHA NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "FECHA NO NUMERICA: " WS-SYSIN-FECHA
                GO TO 3270-PIDE-NACIMIENTO-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-FECHA TO WS-FECHA-NAC.
           PERFORM 3275-VALIDA-FECHA-NAC
              THRU 3275-VALIDA-FECHA-NAC-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "FECHA DE NACIMIENTO NO VALIDA: "
                        WS-SYSIN-FECHA
                GO TO 3270-PIDE-NACIMIENTO-EXIT
           END-IF.
      *
           MOVE WS-FECHA-NAC TO WU-PER-FEC-NACIMIENTO.
      *
       3270-PIDE-NACIMIENTO-EXIT.
       EXIT.
      *
      *****************************************************
      * FECHA REAL (MES, DIA DEL MES Y BISIESTOS), NO     *
      * ANTERIOR A LT-ANIO-MINIMO NI POSTERIOR A HOY      *
      *****************************************************
       3275-VALIDA-FECHA-NAC.
           IF WS-NAC-ANIO < LT-ANIO-MINIMO
              OR WS-FECHA-NAC > WS-FECHA-HOY
              OR WS-NAC-MES < 1 OR WS-NAC-MES > 12
              OR WS-NAC-DIA < 1
                SET DATOS-INVALIDOS TO TRUE
                GO TO 3275-VALIDA-FECHA-NAC-EXIT
           END-IF.
      *
           MOVE LT-DIAS-MES(WS-NAC-MES) TO WS-DIAS-MES.
           IF WS-NAC-MES = 2
                DIVIDE WS-NAC-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
                DIVIDE WS-NAC-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
                DIVIDE WS-NAC-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
                IF WS-RESTO-400 = 0
                   OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                     MOVE 29 TO WS-DIAS-MES
                END-IF
           END-IF.
      *
           IF WS-NAC-DIA > WS-DIAS-MES
                SET DATOS-INVALIDOS TO TRUE
           END-IF.
      *
       3275-VALIDA-FECHA-NAC-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL GENERO                  *
      *****************************************************
       3280-PIDE-GENERO.
           DISPLAY "GENERO (M/F): "
           ACCEPT WS-SYSIN-GENERO FROM SYSIN.
           INSPECT WS-SYSIN-GENERO CONVERTING LT-MINUSCULAS
                                           TO LT-MAYUSCULAS.
      *
           IF WS-SYSIN-GENERO = SPACE OR LOW-VALUE
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "GENERO VACIO, ENTRADA NO VALIDA"
                END-IF
                GO TO 3280-PIDE-GENERO-EXIT
           END-IF.
      *
           IF WS-SYSIN-GENERO NOT = "M"
              AND WS-SYSIN-GENERO NOT = "F"
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "GENERO NO VALIDO (M/F): " WS-SYSIN-GENERO
                GO TO 3280-PIDE-GENERO-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-GENERO TO WU-PER-GENERO.
      *
       3280-PIDE-GENERO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL DOMICILIO POSTAL                     *
      *****************************************************
       3290-PIDE-DOMICILIO.
           DISPLAY "DOMICILIO (CALLE, NUMERO, PISO): "
           ACCEPT WS-SYSIN-DOMICILIO FROM SYSIN.
           IF WS-SYSIN-DOMICILIO NOT = SPACES
                MOVE WS-SYSIN-DOMICILIO TO WU-PER-DOMICILIO
           END-IF.
      *
           DISPLAY "CODIGO POSTAL (5): "
           ACCEPT WS-SYSIN-COD-POSTAL FROM SYSIN.
           IF WS-SYSIN-COD-POSTAL NOT = SPACES
                IF WS-SYSIN-COD-POSTAL NOT NUMERIC
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "CODIGO POSTAL NO VALIDO: "
                             WS-SYSIN-COD-POSTAL
                     GO TO 3290-PIDE-DOMICILIO-EXIT
                END-IF
                MOVE WS-SYSIN-COD-POSTAL TO WU-PER-COD-POSTAL
           END-IF.
      *
           DISPLAY "MUNICIPIO: "
           ACCEPT WS-SYSIN-MUNICIPIO FROM SYSIN.
           IF WS-SYSIN-MUNICIPIO NOT = SPACES
                MOVE WS-SYSIN-MUNICIPIO TO WU-PER-MUNICIPIO
           END-IF.
      *
           DISPLAY "PROVINCIA: "
           ACCEPT WS-SYSIN-PROVINCIA FROM SYSIN.
           IF WS-SYSIN-PROVINCIA NOT = SPACES
                MOVE WS-SYSIN-PROVINCIA TO WU-PER-PROVINCIA
           END-IF.
      *
      *EL CERTIFICADO DE RETENCIONES NECESITA EL DOMICILIO COMPLETO
           IF WU-PER-DOMICILIO = SPACES
              OR WU-PER-COD-POSTAL = SPACES
              OR WU-PER-MUNICIPIO = SPACES
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "DOMICILIO INCOMPLETO: SE NECESITAN CALLE, "
                        "CODIGO POSTAL Y MUNICIPIO"
           END-IF.
      *
       3290-PIDE-DOMICILIO-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DE LOS DATOS PERSONALES DE UN EMPLEADO       *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-PERSONAL >= 5000
                DISPLAY "TABLA DE DATOS PERSONALES LLENA, NO SE "
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
      *COMPROBAMOS QUE EL EMPLEADO NO TENGA YA DATOS REGISTRADOS
           PERFORM 3160-BUSCA-PERSONA
              THRU 3160-BUSCA-PERSONA-EXIT.
           IF PERSONA-ENCONTRADA
                DISPLAY "EL EMPLEADO YA TIENE DATOS PERSONALES"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           INITIALIZE WS-REG-PERSONAL.
           MOVE WS-SYSIN-CODIGO TO WU-PER-CODIGO.
           SET MODO-ALTA TO TRUE.
           PERFORM 3240-PIDE-DATOS
              THRU 3240-PIDE-DATOS-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "ALTA NO APLICADA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
           MOVE SPACES TO WS-IMAGEN-ANTES.
           ADD 1 TO WC-NUM-PERSONAL.
           MOVE WS-REG-PERSONAL TO WT-REG-PERSONAL(WC-NUM-PERSONAL).
      *
           MOVE "A" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "ALTA APLICADA: " WU-PER-CODIGO.
      *
       3200-ALTA-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION DE LOS DATOS PERSONALES              *
      *****************************************************
       3300-MODIFICAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-PERSONA
              THRU 3160-BUSCA-PERSONA-EXIT.
           IF PERSONA-NO-ENCONTRADA
                DISPLAY "SIN DATOS PERSONALES PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN ANTERIOR ANTES DE TOCAR NADA
           MOVE WT-REG-PERSONAL(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE WT-REG-PERSONAL(WS-POSICION) TO WS-REG-PERSONAL.
           PERFORM 3170-MUESTRA-DATOS
              THRU 3170-MUESTRA-DATOS-EXIT.
      *
           SET MODO-MODIFICACION TO TRUE.
           PERFORM 3240-PIDE-DATOS
              THRU 3240-PIDE-DATOS-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "MODIFICACION NO APLICADA"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           IF WS-REG-PERSONAL = WS-IMAGEN-ANTES
                DISPLAY "SIN CAMBIOS"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           MOVE WS-REG-PERSONAL TO WT-REG-PERSONAL(WS-POSICION).
      *
           MOVE "M" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "MODIFICACION APLICADA: " WU-PER-CODIGO.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DE LOS DATOS PERSONALES DE UN EMPLEADO       *
      *****************************************************
       3400-BAJA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-PERSONA
              THRU 3160-BUSCA-PERSONA-EXIT.
           IF PERSONA-NO-ENCONTRADA
                DISPLAY "SIN DATOS PERSONALES PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DEL REGISTRO QUE SE VA; LA POSTERIOR DE
      *UNA BAJA QUEDA EN BLANCO
           MOVE WT-REG-PERSONAL(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-REG-PERSONAL.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           SET I TO WS-POSICION.
           PERFORM 3410-DESPLAZA-ARRIBA
              THRU 3410-DESPLAZA-ARRIBA-EXIT
              VARYING I FROM WS-POSICION BY 1
              UNTIL I >= WC-NUM-PERSONAL.
      *
           SUBTRACT 1 FROM WC-NUM-PERSONAL.
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
           MOVE WT-REG-PERSONAL(I + 1) TO WT-REG-PERSONAL(I).
       3410-DESPLAZA-ARRIBA-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA EL FICHERO MAESTRO CON LA TABLA ACTUAL    *
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
              UNTIL I > WC-NUM-PERSONAL.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL MAESTRO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT FICPERSONAL.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-PERSONAL
              THRU 3510-ESCRIBE-PERSONAL-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PERSONAL.
      *
           CLOSE FICPERSONAL.
           ADD 1 TO WC-CAMBIOS.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-PERSONAL-TRABAJO FROM WT-REG-PERSONAL(I).
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
       3510-ESCRIBE-PERSONAL.
           WRITE REG-PERSONAL FROM WT-REG-PERSONAL(I).
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA IMAGEN ANTES/DESPUES DEL CAMBIO EN LA    *
      * HISTORIA, CON FECHA Y HORA                        *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN WS-REG-PERSONAL
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
           MOVE WS-REG-PERSONAL TO WH-IMAGEN-DESPUES.
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
                DISPLAY "      MANTENIMIENTO DE DATOS PERSONALES"
                DISPLAY "******************************************"
                DISPLAY "**EMPLEADOS EN EL MAESTRO:  " WC-NUM-PERSONAL
                DISPLAY "**CAMBIOS APLICADOS:        " WC-CAMBIOS
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE HISTORIA.
           CLOSE AUDITORIA.
      *
      *SOLTAMOS EL CERROJO DEL MAESTRO SI LO TENIAMOS TOMADO
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
      *               VALIDACION DEL NIF/NIE                          *
      *****************************************************************
       COPY NIFVALPR.
      *
      *****************************************************************
      *               CERROJO DE USO DEL MAESTRO                      *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.

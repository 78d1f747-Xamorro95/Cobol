      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DEL MAESTRO DE CONTRATOS (FICHERO.CONTRATOS,   *
      *  COPYCONTR): EL MAESTRO DE EMPLEADOS NO DICE SI UNA PERSONA   *
      *  ES INDEFINIDA, TEMPORAL O EN PRACTICAS NI SI TRABAJA A       *
      *  TIEMPO PARCIAL, Y HAN VENCIDO CONTRATOS TEMPORALES SIN QUE   *
      *  NADIE DECIDIERA RENOVARLOS O TERMINARLOS. CADA REGISTRO DA,  *
      *  PARA UN EMPLEADO, EL TIPO DE SU CONTRATO EN VIGOR, LA FECHA  *
      *  DE INICIO, LA FECHA DE FIN (OBLIGATORIA EN TEMPORALES Y      *
      *  PRACTICAS, CERO EN LOS INDEFINIDOS) Y EL PORCENTAJE DE       *
      *  JORNADA (100 ES JORNADA COMPLETA). UNA RENOVACION SE HACE    *
      *  MODIFICANDO LA FECHA DE FIN. MENU DE CONSULTA, ALTA,         *
      *  MODIFICACION Y BAJA AL ESTILO DE COBOL778, CON               *
      *  IDENTIFICACION DE OPERADOR (COPY OPERPR), HISTORIA DE        *
      *  CAMBIOS ANTES/DESPUES CON FECHA, HORA Y OPERADOR, CERROJO    *
      *  EXCLUSIVO PROPIO Y REGRABACION SEGURA VIA FICHERO DE         *
      *  TRABAJO. COBOL678 AVISA CADA SEMANA DE LOS CONTRATOS QUE     *
      *  VENCEN Y DE LOS YA VENCIDOS; COBOL700 Y COBOL660 APLICAN LA  *
      *  JORNADA AL SALARIO Y A LOS DIAS DE VACACIONES                *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL779.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICCONTRATO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA EL MAESTRO
      *(VER 3500-GRABA-FICHERO); SI EL PROGRAMA CAE A MEDIAS, EL
      *MAESTRO ANTERIOR O ESTE FICHERO DE TRABAJO SIGUEN ENTEROS
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS DE LOS CONTRATOS: UNA IMAGEN ANTES/DESPUES
      *POR CADA ALTA, MODIFICACION O BAJA, CON FECHA, HORA Y OPERADOR
      *(LA MISMA CONVENCION QUE LA HISTORIA DE COBOL778)
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *CERROJO DE USO DEL MAESTRO DE CONTRATOS, CON LA MISMA
      *CONVENCION QUE EL DE DEPARTAMENTOS (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.contratos.cerrojo"
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
       FD FICCONTRATO.
       01  REG-CONTRATO                           PIC X(40).
      *
       FD FICTRABAJO.
       01  REG-CONTRATO-TRABAJO                   PIC X(40).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(101).
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
       COPY COPYCONTR.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.CONTRATOS EN 1010-CARGA-TABLA
      *Y SE REGRABA ENTERA EN 3500-GRABA-FICHERO TRAS CADA CAMBIO,
      *EN EL MISMO ORDEN EN QUE LLEGO DEL FICHERO
       01  WT-TABLA-CONTRATOS.
           05  WC-NUM-CONTRATOS         PIC 9(4) VALUE 0.
           05  WT-REG-CONTRATO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-CONTRATOS
                  INDEXED BY I          PIC X(40).
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
           05  WH-IMAGEN-ANTES          PIC X(40).
           05  WH-IMAGEN-DESPUES        PIC X(40).
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
                88 CONTRATO-ENCONTRADO             VALUE "S".
                88 CONTRATO-NO-ENCONTRADO          VALUE "N".
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-DATOS-VALIDOS                   PIC X VALUE "S".
                88 DATOS-VALIDOS                   VALUE "S".
                88 DATOS-INVALIDOS                 VALUE "N".
      *EN UNA MODIFICACION UN CAMPO EN BLANCO CONSERVA SU VALOR; EN
      *UN ALTA TODOS LOS CAMPOS SON OBLIGATORIOS (SALVO LA FECHA DE
      *FIN DE UN INDEFINIDO)
           05  SW-MODO                            PIC X VALUE "A".
                88 MODO-ALTA                       VALUE "A".
                88 MODO-MODIFICACION               VALUE "M".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "CONTRATOS".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL779".
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
           05 WS-SYSIN-TIPO                      PIC X(1).
           05 WS-SYSIN-FECHA                     PIC X(8).
           05 WS-SYSIN-JORNADA                   PIC X(3).
           05 WS-SYSIN-JORNADA-N REDEFINES WS-SYSIN-JORNADA
                                                 PIC 9(3).
           05 WS-FECHA-VAL                       PIC 9(8).
           05 WS-FECHA-VAL-R REDEFINES WS-FECHA-VAL.
              10 WS-VAL-ANIO                     PIC 9(4).
              10 WS-VAL-MES                      PIC 9(2).
              10 WS-VAL-DIA                      PIC 9(2).
           05 WS-DIAS-MES                        PIC 9(2).
           05 WS-COCIENTE                        PIC 9(4).
           05 WS-RESTO-4                         PIC 9(3).
           05 WS-RESTO-100                       PIC 9(3).
           05 WS-RESTO-400                       PIC 9(3).
           05 WS-POSICION                        PIC 9(4).
           05 WS-IMAGEN-ANTES                    PIC X(40).
           05 WS-DESCRIPCION-TIPO                PIC X(11).
           05 WS-FECHA-ED                        PIC 9999/99/99.
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
      *TOMAMOS EL CERROJO DE LOS CONTRATOS EN EXCLUSIVA ANTES DE
      *TOCAR NADA: SI OTRO MANTENIMIENTO LO ESTA USANDO, O LA NOMINA
      *O LAS VACACIONES LO ESTAN LEYENDO, INFORMAMOS Y NOS DETENEMOS
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
      *CARGAMOS LA TABLA DE CONTRATOS DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE CONTRATOS DESDE FICHERO           * *
      ***************************************************************** *
       1010-CARGA-TABLA.
      *CONTAMOS PRIMERO LA COPIA DE TRABAJO DE LA ULTIMA REGRABACION:
      *SI TIENE MAS REGISTROS QUE EL MAESTRO, LA REGRABACION ANTERIOR
      *CAYO A MEDIAS Y EL MAESTRO ESTA TRUNCADO; CARGARLO Y VOLVER A
      *GRABAR DESTRUIRIA TAMBIEN LA COPIA BUENA
           PERFORM 1015-CUENTA-TRABAJO
              THRU 1015-CUENTA-TRABAJO-EXIT.
      *
           OPEN INPUT FICCONTRATO.
           IF WS-FILE-STATUS = 35
                IF WC-REG-TRABAJO > 0
                     DISPLAY "EL FICHERO DE CONTRATOS FALTA "
                             "PERO EXISTE LA COPIA DE TRABAJO"
                     DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                             "RECUPERE DESDE FICHERO.CONTRATOS.TRABAJO "
                             "ANTES DE CONTINUAR"
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
           PERFORM 1011-LEE-CONTRATO
              THRU 1011-LEE-CONTRATO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-CONTRATOS >= 5000.
      *
           CLOSE FICCONTRATO.
      *
      *SI EL MAESTRO TIENE MAS REGISTROS DE LOS QUE CABEN EN LA
      *TABLA NO SE PUEDE CONTINUAR: LA REGRABACION DE 3500-GRABA-
      *FICHERO DESTRUIRIA EN SILENCIO TODO LO QUE QUEDO SIN CARGAR
           IF NOT FIN-FICHERO
                DISPLAY "LOS CONTRATOS SUPERAN LAS 5000 ENTRADAS DE "
                        "LA TABLA - MANTENIMIENTO DETENIDO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           IF WC-REG-TRABAJO > WC-NUM-CONTRATOS
                DISPLAY "EL MAESTRO TIENE " WC-NUM-CONTRATOS
                     " CONTRATOS Y LA COPIA DE TRABAJO "
                     WC-REG-TRABAJO
                DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                        "RECUPERE DESDE FICHERO.CONTRATOS.TRABAJO "
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
      **       LEE UNA ENTRADA DEL MAESTRO DE CONTRATOS               * *
      ***************************************************************** *
       1011-LEE-CONTRATO.
           READ FICCONTRATO INTO WS-REG-CONTRATO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-CONTRATOS
                MOVE WS-REG-CONTRATO
                  TO WT-REG-CONTRATO(WC-NUM-CONTRATOS)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-CONTRATO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-CONTRATO-EXIT.
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
      *MENU DE MANTENIMIENTO DE CONTRATOS
           DISPLAY "***************************************".
           DISPLAY "   MAESTRO DE CONTRATOS".
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
      * CONSULTA DEL CONTRATO DE UN EMPLEADO              *
      *****************************************************
       3100-CONSULTA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-CONTRATO
              THRU 3160-BUSCA-CONTRATO-EXIT.
           IF CONTRATO-NO-ENCONTRADO
                DISPLAY "SIN CONTRATO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                     " (CUENTA COMO INDEFINIDO A JORNADA COMPLETA)"
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           MOVE WT-REG-CONTRATO(WS-POSICION) TO WS-REG-CONTRATO.
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
       3160-BUSCA-CONTRATO.
      *EL FICHERO NO ESTA NECESARIAMENTE ORDENADO, ASI QUE LA
      *BUSQUEDA ES SECUENCIAL SOBRE LA TABLA CARGADA
           SET CONTRATO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3161-COMPARA-CODIGO
              THRU 3161-COMPARA-CODIGO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-CONTRATOS
                 OR CONTRATO-ENCONTRADO.
      *
       3160-BUSCA-CONTRATO-EXIT.
       EXIT.
      *
       3161-COMPARA-CODIGO.
           IF WT-REG-CONTRATO(I)(1:6) = WS-SYSIN-CODIGO
                SET CONTRATO-ENCONTRADO TO TRUE
                SET WS-POSICION TO I
           END-IF.
       3161-COMPARA-CODIGO-EXIT.
       EXIT.
      *
      *****************************************************
      * MUESTRA LOS DATOS DE WS-REG-CONTRATO              *
      *****************************************************
       3170-MUESTRA-DATOS.
           EVALUATE TRUE
                WHEN WCT-INDEFINIDO
                     MOVE "INDEFINIDO " TO WS-DESCRIPCION-TIPO
                WHEN WCT-TEMPORAL
                     MOVE "TEMPORAL   " TO WS-DESCRIPCION-TIPO
                WHEN WCT-PRACTICAS
                     MOVE "PRACTICAS  " TO WS-DESCRIPCION-TIPO
                WHEN OTHER
                     MOVE "DESCONOCIDO" TO WS-DESCRIPCION-TIPO
           END-EVALUATE.
      *
           DISPLAY "***************************************".
           DISPLAY "EMPLEADO:   " WCT-CODIGO.
           DISPLAY "TIPO:       " WCT-TIPO " " WS-DESCRIPCION-TIPO.
           MOVE WCT-FEC-INICIO TO WS-FECHA-ED.
           DISPLAY "INICIO:     " WS-FECHA-ED.
           IF WCT-FEC-FIN = 0
                DISPLAY "FIN:        (SIN FECHA DE FIN)"
           ELSE
                MOVE WCT-FEC-FIN TO WS-FECHA-ED
                DISPLAY "FIN:        " WS-FECHA-ED
           END-IF.
           DISPLAY "JORNADA:    " WCT-JORNADA " %".
           DISPLAY "***************************************".
      *
       3170-MUESTRA-DATOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DE LOS DATOS DEL CONTRATO SOBRE          *
      * WS-REG-CONTRATO. DEJA DATOS-INVALIDOS SI ALGUN    *
      * DATO NO ES VALIDO O SI LAS FECHAS NO CUADRAN CON  *
      * EL TIPO DE CONTRATO                               *
      *****************************************************
       3240-PIDE-DATOS.
           SET DATOS-VALIDOS TO TRUE.
           IF MODO-MODIFICACION
                DISPLAY "(DEJE UN DATO EN BLANCO PARA CONSERVAR "
                        "EL VALOR ACTUAL)"
           END-IF.
      *
           PERFORM 3250-PIDE-TIPO
              THRU 3250-PIDE-TIPO-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3260-PIDE-INICIO
              THRU 3260-PIDE-INICIO-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3270-PIDE-FIN
              THRU 3270-PIDE-FIN-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
           PERFORM 3280-PIDE-JORNADA
              THRU 3280-PIDE-JORNADA-EXIT.
           IF DATOS-INVALIDOS
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
      *
      *UN INDEFINIDO NO TIENE FECHA DE FIN (AL PASAR UN TEMPORAL A
      *INDEFINIDO SE BORRA LA QUE TUVIERA); UN TEMPORAL O UN
      *CONTRATO EN PRACTICAS LA NECESITA, Y NO ANTERIOR AL INICIO
           IF WCT-INDEFINIDO
                MOVE 0 TO WCT-FEC-FIN
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
           IF WCT-FEC-FIN = 0
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "UN CONTRATO TEMPORAL O EN PRACTICAS "
                        "NECESITA FECHA DE FIN"
                GO TO 3240-PIDE-DATOS-EXIT
           END-IF.
           IF WCT-FEC-FIN < WCT-FEC-INICIO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO"
           END-IF.
      *
       3240-PIDE-DATOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL TIPO DE CONTRATO        *
      *****************************************************
       3250-PIDE-TIPO.
           DISPLAY "TIPO DE CONTRATO (I=INDEFINIDO, T=TEMPORAL, "
                   "P=PRACTICAS): "
           ACCEPT WS-SYSIN-TIPO FROM SYSIN.
           INSPECT WS-SYSIN-TIPO CONVERTING LT-MINUSCULAS
                                         TO LT-MAYUSCULAS.
      *
           IF WS-SYSIN-TIPO = SPACE OR LOW-VALUE
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "TIPO VACIO, ENTRADA NO VALIDA"
                END-IF
                GO TO 3250-PIDE-TIPO-EXIT
           END-IF.
      *
           IF WS-SYSIN-TIPO NOT = "I"
              AND WS-SYSIN-TIPO NOT = "T"
              AND WS-SYSIN-TIPO NOT = "P"
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "TIPO NO VALIDO (I/T/P): " WS-SYSIN-TIPO
                GO TO 3250-PIDE-TIPO-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-TIPO TO WCT-TIPO.
      *
       3250-PIDE-TIPO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DE LA FECHA DE INICIO       *
      *****************************************************
       3260-PIDE-INICIO.
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
      *
           IF WS-SYSIN-FECHA = SPACES OR LOW-VALUES
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "FECHA VACIA, ENTRADA NO VALIDA"
                END-IF
                GO TO 3260-PIDE-INICIO-EXIT
           END-IF.
      *
           IF WS-SYSIN-FECHA NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "FECHA NO NUMERICA: " WS-SYSIN-FECHA
                GO TO 3260-PIDE-INICIO-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-FECHA TO WS-FECHA-VAL.
           PERFORM 3275-VALIDA-FECHA
              THRU 3275-VALIDA-FECHA-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "FECHA DE INICIO NO VALIDA: " WS-SYSIN-FECHA
                GO TO 3260-PIDE-INICIO-EXIT
           END-IF.
      *
           MOVE WS-FECHA-VAL TO WCT-FEC-INICIO.
      *
       3260-PIDE-INICIO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DE LA FECHA DE FIN: SOLO SE *
      * PIDE EN LOS TEMPORALES Y EN PRACTICAS             *
      *****************************************************
       3270-PIDE-FIN.
           IF WCT-INDEFINIDO
                GO TO 3270-PIDE-FIN-EXIT
           END-IF.
      *
           DISPLAY "FECHA DE FIN (AAAAMMDD): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
      *
      *EN BLANCO SE CONSERVA LA QUE HUBIERA; 3240-PIDE-DATOS
      *RECHAZA DESPUES UN TEMPORAL QUE SE QUEDE SIN ELLA
           IF WS-SYSIN-FECHA = SPACES OR LOW-VALUES
                GO TO 3270-PIDE-FIN-EXIT
           END-IF.
      *
           IF WS-SYSIN-FECHA NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "FECHA NO NUMERICA: " WS-SYSIN-FECHA
                GO TO 3270-PIDE-FIN-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-FECHA TO WS-FECHA-VAL.
           PERFORM 3275-VALIDA-FECHA
              THRU 3275-VALIDA-FECHA-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "FECHA DE FIN NO VALIDA: " WS-SYSIN-FECHA
                GO TO 3270-PIDE-FIN-EXIT
           END-IF.
      *
           MOVE WS-FECHA-VAL TO WCT-FEC-FIN.
      *
       3270-PIDE-FIN-EXIT.
       EXIT.
      *
      *****************************************************
      * FECHA REAL (MES, DIA DEL MES Y BISIESTOS), NO     *
      * ANTERIOR A LT-ANIO-MINIMO                         *
      *****************************************************
       3275-VALIDA-FECHA.
           IF WS-VAL-ANIO < LT-ANIO-MINIMO
              OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
              OR WS-VAL-DIA < 1
                SET DATOS-INVALIDOS TO TRUE
                GO TO 3275-VALIDA-FECHA-EXIT
           END-IF.
      *
           MOVE LT-DIAS-MES(WS-VAL-MES) TO WS-DIAS-MES.
           IF WS-VAL-MES = 2
                DIVIDE WS-VAL-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
                DIVIDE WS-VAL-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
                DIVIDE WS-VAL-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
                IF WS-RESTO-400 = 0
                   OR (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                     MOVE 29 TO WS-DIAS-MES
                END-IF
           END-IF.
      *
           IF WS-VAL-DIA > WS-DIAS-MES
                SET DATOS-INVALIDOS TO TRUE
           END-IF.
      *
       3275-VALIDA-FECHA-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL PORCENTAJE DE JORNADA   *
      *****************************************************
       3280-PIDE-JORNADA.
           DISPLAY "PORCENTAJE DE JORNADA (001 A 100, 100 = "
                   "COMPLETA): "
           ACCEPT WS-SYSIN-JORNADA FROM SYSIN.
      *
           IF WS-SYSIN-JORNADA = SPACES OR LOW-VALUES
                IF MODO-ALTA
                     SET DATOS-INVALIDOS TO TRUE
                     DISPLAY "JORNADA VACIA, ENTRADA NO VALIDA"
                END-IF
                GO TO 3280-PIDE-JORNADA-EXIT
           END-IF.
      *
           IF WS-SYSIN-JORNADA NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "JORNADA NO NUMERICA: " WS-SYSIN-JORNADA
                GO TO 3280-PIDE-JORNADA-EXIT
           END-IF.
           IF WS-SYSIN-JORNADA-N = 0
              OR WS-SYSIN-JORNADA-N > 100
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "JORNADA FUERA DE RANGO (001 A 100)"
                GO TO 3280-PIDE-JORNADA-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-JORNADA-N TO WCT-JORNADA.
      *
       3280-PIDE-JORNADA-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DEL CONTRATO DE UN EMPLEADO                  *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-CONTRATOS >= 5000
                DISPLAY "TABLA DE CONTRATOS LLENA, NO SE "
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
      *COMPROBAMOS QUE EL EMPLEADO NO TENGA YA UN CONTRATO: UNA
      *RENOVACION O UN CAMBIO DE JORNADA ES UNA MODIFICACION
           PERFORM 3160-BUSCA-CONTRATO
              THRU 3160-BUSCA-CONTRATO-EXIT.
           IF CONTRATO-ENCONTRADO
                DISPLAY "EL EMPLEADO YA TIENE CONTRATO, USE MODIFICAR"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           INITIALIZE WS-REG-CONTRATO.
           MOVE WS-SYSIN-CODIGO TO WCT-CODIGO.
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
           ADD 1 TO WC-NUM-CONTRATOS.
           MOVE WS-REG-CONTRATO TO WT-REG-CONTRATO(WC-NUM-CONTRATOS).
      *
           MOVE "A" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "ALTA APLICADA: " WCT-CODIGO.
      *
       3200-ALTA-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION (O RENOVACION) DEL CONTRATO DE UN    *
      * EMPLEADO                                          *
      *****************************************************
       3300-MODIFICAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-CONTRATO
              THRU 3160-BUSCA-CONTRATO-EXIT.
           IF CONTRATO-NO-ENCONTRADO
                DISPLAY "SIN CONTRATO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN ANTERIOR ANTES DE TOCAR NADA
           MOVE WT-REG-CONTRATO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE WT-REG-CONTRATO(WS-POSICION) TO WS-REG-CONTRATO.
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
           IF WS-REG-CONTRATO = WS-IMAGEN-ANTES
                DISPLAY "SIN CAMBIOS"
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           MOVE WS-REG-CONTRATO TO WT-REG-CONTRATO(WS-POSICION).
      *
           MOVE "M" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "MODIFICACION APLICADA: " WCT-CODIGO.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DEL CONTRATO DE UN EMPLEADO: DESDE ESE       *
      * MOMENTO CUENTA COMO INDEFINIDO A JORNADA COMPLETA *
      *****************************************************
       3400-BAJA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
           PERFORM 3160-BUSCA-CONTRATO
              THRU 3160-BUSCA-CONTRATO-EXIT.
           IF CONTRATO-NO-ENCONTRADO
                DISPLAY "SIN CONTRATO PARA EL EMPLEADO "
                     WS-SYSIN-CODIGO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DEL REGISTRO QUE SE VA; LA POSTERIOR DE
      *UNA BAJA QUEDA EN BLANCO
           MOVE WT-REG-CONTRATO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-REG-CONTRATO.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           SET I TO WS-POSICION.
           PERFORM 3410-DESPLAZA-ARRIBA
              THRU 3410-DESPLAZA-ARRIBA-EXIT
              VARYING I FROM WS-POSICION BY 1
              UNTIL I >= WC-NUM-CONTRATOS.
      *
           SUBTRACT 1 FROM WC-NUM-CONTRATOS.
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
           MOVE WT-REG-CONTRATO(I + 1) TO WT-REG-CONTRATO(I).
       3410-DESPLAZA-ARRIBA-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA EL MAESTRO DE CONTRATOS CON LA TABLA      *
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
              UNTIL I > WC-NUM-CONTRATOS.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL MAESTRO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT FICCONTRATO.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-CONTRATO
              THRU 3510-ESCRIBE-CONTRATO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-CONTRATOS.
      *
           CLOSE FICCONTRATO.
           ADD 1 TO WC-CAMBIOS.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-CONTRATO-TRABAJO FROM WT-REG-CONTRATO(I).
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
       3510-ESCRIBE-CONTRATO.
           WRITE REG-CONTRATO FROM WT-REG-CONTRATO(I).
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-CONTRATO-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA IMAGEN ANTES/DESPUES DEL CAMBIO EN LA    *
      * HISTORIA, CON FECHA Y HORA                        *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN WS-REG-CONTRATO
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
           MOVE WS-REG-CONTRATO TO WH-IMAGEN-DESPUES.
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
                DISPLAY "   MAESTRO DE CONTRATOS"
                DISPLAY "******************************************"
                DISPLAY "**CONTRATOS EN EL MAESTRO:  " WC-NUM-CONTRATOS
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
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.

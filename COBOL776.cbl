      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DEL MAESTRO DE PRESTAMOS Y ANTICIPOS DE LOS    *
      *  EMPLEADOS, AL ESTILO DEL MANTENIMIENTO DE CUENTAS DE         *
      *  COBOL775: MENU DE CONSULTA, ALTA, MODIFICACION Y BAJA SOBRE  *
      *  FICHERO.PRESTAMOS (COPYPRESTA), CON IDENTIFICACION DE        *
      *  OPERADOR (COPY OPERPR). UN EMPLEADO PUEDE TENER VARIOS       *
      *  PRESTAMOS, QUE SE DISTINGUEN POR SU NUMERO DE ORDEN. EL      *
      *  CODIGO SE CONTRASTA CONTRA EL MAESTRO DE EMPLEADOS COMO EN   *
      *  COBOL665. EL SALDO NACE IGUAL AL PRINCIPAL Y DESPUES SOLO    *
      *  LO REBAJA COBOL720 AL PAGAR LA NOMINA; AQUI SOLO SE CORRIGE  *
      *  A MANO (REGULARIZACIONES, AMORTIZACIONES ANTICIPADAS). CADA  *
      *  CAMBIO DEJA SU IMAGEN ANTES/DESPUES EN LA HISTORIA CON       *
      *  FECHA, HORA Y OPERADOR, Y LA REGRABACION ES SEGURA VIA       *
      *  FICHERO DE TRABAJO                                           *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL776.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.prestamos"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA EL MAESTRO
      *(VER 3500-GRABA-FICHERO)
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *HISTORIA DE CAMBIOS DEL MAESTRO: UNA IMAGEN ANTES/DESPUES POR
      *CADA ALTA, MODIFICACION O BAJA, CON FECHA, HORA Y OPERADOR
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *MAESTRO DE EMPLEADOS, SOLO LECTURA PARA VALIDAR EL CODIGO
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-EMP.
      *
      *CERROJO DE USO DEL MAESTRO DE PRESTAMOS: COBOL700 LO TOMA EN
      *COMPARTIDO MIENTRAS CARGA LAS CUOTAS Y COBOL720 EN EXCLUSIVA
      *MIENTRAS REBAJA LOS SALDOS (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.prestamos.cerrojo"
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
       FD PRESTAMOS.
       01  REG-PRESTAMO                           PIC X(56).
      *
       FD FICTRABAJO.
       01  REG-PRESTAMO-TRABAJO                   PIC X(56).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(133).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
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
       COPY COPYPRESTA.
      *
      *****************************************************************
      *               VARIABLES  MAESTRO DE EMPLEADOS                 *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA DESDE FICHERO.PRESTAMOS EN 1020-CARGA-TABLA
      *Y SE REGRABA ENTERA EN 3500-GRABA-FICHERO TRAS CADA CAMBIO, EN
      *EL MISMO ORDEN EN QUE LLEGO DEL FICHERO
       01  WT-TABLA-PRESTAMOS.
           05  WC-NUM-PRESTAMOS         PIC 9(4) VALUE 0.
           05  WT-REG-PRESTAMO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-PRESTAMOS
                  INDEXED BY I, J       PIC X(56).
      *
       01  WT-TABLA-EMPLE.
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-COD-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY IE         PIC X(6).
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
           05  WH-IMAGEN-ANTES          PIC X(56).
           05  WH-IMAGEN-DESPUES        PIC X(56).
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
                88 PRESTAMO-ENCONTRADO             VALUE "S".
                88 PRESTAMO-NO-ENCONTRADO          VALUE "N".
           05  SW-EMPLEADO                        PIC X VALUE "N".
                88 EMPLE-ENCONTRADO                VALUE "S".
                88 EMPLE-NO-ENCONTRADO             VALUE "N".
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-IMPORTE-VALIDO                  PIC X VALUE "S".
                88 IMPORTE-VALIDO                  VALUE "S".
                88 IMPORTE-INVALIDO                VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHERO.PRESTAMOS".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-FICHERO3          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL776".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05 WS-FILE-STATUS                     PIC XX.
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-HIST                PIC XX.
           05 WS-FILE-STATUS-EMP                 PIC XX.
           05 WS-FILE-STATUS-ERROR               PIC XX.
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(10).
           05 WS-SYSIN-OPCION                    PIC 9(1).
           05 WS-SYSIN-CODIGO                    PIC X(6).
           05 WS-SYSIN-NUMERO                    PIC X(2).
           05 WS-SYSIN-NUMERO-N REDEFINES WS-SYSIN-NUMERO
                                                 PIC 9(2).
           05 WS-SYSIN-TIPO                      PIC X(1).
           05 WS-SYSIN-IMPORTE                   PIC X(9).
           05 WS-SYSIN-IMPORTE-N REDEFINES WS-SYSIN-IMPORTE
                                                 PIC 9(7)V99.
           05 WS-SYSIN-MES                       PIC X(6).
           05 WS-SYSIN-MES-N REDEFINES WS-SYSIN-MES
                                                 PIC 9(6).
           05 WS-SYSIN-CONFIRMA                  PIC X(1).
           05 WS-POSICION                        PIC 9(4).
           05 WS-ULTIMO-NUMERO                   PIC 9(2).
           05 WS-IMAGEN-ANTES                    PIC X(56).
           05 WS-FECHA-HOY                       PIC 9(8).
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
      *TOMAMOS EL CERROJO DEL MAESTRO DE PRESTAMOS EN EXCLUSIVA ANTES
      *DE TOCAR NADA: SI LA NOMINA LO ESTA CARGANDO O LA GENERACION
      *DE TRANSFERENCIAS ESTA REBAJANDO SALDOS, INFORMAMOS Y NOS
      *DETENEMOS
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *CARGAMOS LOS CODIGOS DEL MAESTRO Y LOS PRESTAMOS EXISTENTES
           PERFORM 1010-CARGA-EMPLEADOS
              THRU 1010-CARGA-EMPLEADOS-EXIT.
           PERFORM 1020-CARGA-TABLA
              THRU 1020-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LOS CODIGOS DEL MAESTRO DE EMPLEADOS          * *
      ***************************************************************** *
       1010-CARGA-EMPLEADOS.
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO3
                DISPLAY "       NO SE PODRA VALIDAR EL CODIGO"
                GO TO 1010-CARGA-EMPLEADOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-EMPLEADO
              THRU 1011-LEE-EMPLEADO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-EMPLE >= 5000.
      *
           SET NO-FIN-FICHERO TO TRUE.
           CLOSE FICEMPLE.
      *
       1010-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
       1011-LEE-EMPLEADO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-EMP = 00
                ADD 1 TO WC-NUM-EMPLE
                MOVE WS-EMPLE-CODIGO TO WT-COD-EMPLE(WC-NUM-EMPLE)
           ELSE
                IF WS-FILE-STATUS-EMP NOT = 10
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE "1011-LEE-EMPLEADO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       1011-LEE-EMPLEADO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE PRESTAMOS DESDE FICHERO           * *
      ***************************************************************** *
       1020-CARGA-TABLA.
      *CONTAMOS PRIMERO LA COPIA DE TRABAJO DE LA ULTIMA REGRABACION:
      *SI TIENE MAS REGISTROS QUE EL MAESTRO, LA REGRABACION ANTERIOR
      *CAYO A MEDIAS Y EL MAESTRO ESTA TRUNCADO; CARGARLO Y VOLVER A
      *GRABAR DESTRUIRIA TAMBIEN LA COPIA BUENA
           PERFORM 1015-CUENTA-TRABAJO
              THRU 1015-CUENTA-TRABAJO-EXIT.
      *
           OPEN INPUT PRESTAMOS.
           IF WS-FILE-STATUS = 35
                IF WC-REG-TRABAJO > 0
                     DISPLAY "EL MAESTRO DE PRESTAMOS FALTA PERO "
                             "EXISTE LA COPIA DE TRABAJO"
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
                GO TO 1020-CARGA-TABLA-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-PRESTAMO
              THRU 1021-LEE-PRESTAMO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-PRESTAMOS >= 5000.
      *
           CLOSE PRESTAMOS.
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
           SET NO-FIN-FICHERO TO TRUE.
      *
           IF WC-REG-TRABAJO > WC-NUM-PRESTAMOS
                DISPLAY "EL MAESTRO TIENE " WC-NUM-PRESTAMOS
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
       1020-CARGA-TABLA-EXIT.
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
      ***************************************************************** *
      **       LEE UNA ENTRADA DEL FICHERO DE PRESTAMOS               * *
      ***************************************************************** *
       1021-LEE-PRESTAMO.
           READ PRESTAMOS INTO WS-REG-PRESTAMO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-NUM-PRESTAMOS
                MOVE WS-REG-PRESTAMO
                  TO WT-REG-PRESTAMO(WC-NUM-PRESTAMOS)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-PRESTAMO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * PROCESO                                           *
      *****************************************************
       3000-PROCESO.
      *MENU DE MANTENIMIENTO DEL MAESTRO DE PRESTAMOS
           DISPLAY "***************************************".
           DISPLAY "   MANTENIMIENTO DE PRESTAMOS Y ANTICIPOS".
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
      * CONSULTA: LISTA LOS PRESTAMOS DE UN EMPLEADO      *
      *****************************************************
       3100-CONSULTA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           DISPLAY "***************************************".
           DISPLAY "PRESTAMOS DEL EMPLEADO " WS-SYSIN-CODIGO.
           DISPLAY "NUM / TIPO / PRINCIPAL / CUOTA / INICIO / SALDO"
                   " / ULTIMO MES PAGADO".
           SET PRESTAMO-NO-ENCONTRADO TO TRUE.
           PERFORM 3110-LISTA-PRESTAMO
              THRU 3110-LISTA-PRESTAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PRESTAMOS.
           IF PRESTAMO-NO-ENCONTRADO
                DISPLAY "SIN PRESTAMOS REGISTRADOS"
           END-IF.
           DISPLAY "***************************************".
      *
       3100-CONSULTA-EXIT.
       EXIT.
      *
       3110-LISTA-PRESTAMO.
           IF WT-REG-PRESTAMO(I)(1:6) = WS-SYSIN-CODIGO
                SET PRESTAMO-ENCONTRADO TO TRUE
                MOVE WT-REG-PRESTAMO(I) TO WS-REG-PRESTAMO
                DISPLAY WPR-NUMERO " / " WPR-TIPO " / "
                     WPR-PRINCIPAL " / " WPR-CUOTA " / "
                     WPR-MES-INICIO " / " WPR-SALDO " / "
                     WPR-ULTIMO-PERIODO
           END-IF.
       3110-LISTA-PRESTAMO-EXIT.
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
      * BUSQUEDA DEL CODIGO EN LA TABLA DEL MAESTRO       *
      *****************************************************
       3160-BUSCA-EMPLEADO.
      *SI EL MAESTRO NO SE PUDO CARGAR NO SE PUEDE VALIDAR Y SE
      *ACEPTA EL CODIGO TAL CUAL, CON EL AVISO YA DADO EN LA CARGA
           IF WC-NUM-EMPLE = 0
                SET EMPLE-ENCONTRADO TO TRUE
                GO TO 3160-BUSCA-EMPLEADO-EXIT
           END-IF.
           SET EMPLE-NO-ENCONTRADO TO TRUE.
           PERFORM 3161-COMPARA-EMPLEADO
              THRU 3161-COMPARA-EMPLEADO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE
                 OR EMPLE-ENCONTRADO.
      *
       3160-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
       3161-COMPARA-EMPLEADO.
           IF WT-COD-EMPLE(IE) = WS-SYSIN-CODIGO
                SET EMPLE-ENCONTRADO TO TRUE
           END-IF.
       3161-COMPARA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL NUMERO DE PRESTAMO Y BUSQUEDA        *
      *****************************************************
       3170-BUSCA-PRESTAMO.
      *EL PRESTAMO SE IDENTIFICA POR CODIGO DE EMPLEADO Y NUMERO DE
      *ORDEN; LA BUSQUEDA ES SECUENCIAL SOBRE LA TABLA CARGADA
           SET PRESTAMO-NO-ENCONTRADO TO TRUE.
           MOVE 0 TO WS-POSICION.
           DISPLAY "NUMERO DE PRESTAMO (2): "
           ACCEPT WS-SYSIN-NUMERO FROM SYSIN.
           IF WS-SYSIN-NUMERO NOT NUMERIC
                DISPLAY "NUMERO NO NUMERICO, ENTRADA NO VALIDA"
                GO TO 3170-BUSCA-PRESTAMO-EXIT
           END-IF.
      *
           PERFORM 3171-COMPARA-PRESTAMO
              THRU 3171-COMPARA-PRESTAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PRESTAMOS
                 OR PRESTAMO-ENCONTRADO.
      *
           IF PRESTAMO-NO-ENCONTRADO
                DISPLAY "NO ENCONTRADO EL PRESTAMO " WS-SYSIN-NUMERO
                     " DEL EMPLEADO " WS-SYSIN-CODIGO
           END-IF.
      *
       3170-BUSCA-PRESTAMO-EXIT.
       EXIT.
      *
       3171-COMPARA-PRESTAMO.
           IF WT-REG-PRESTAMO(I)(1:6) = WS-SYSIN-CODIGO
              AND WT-REG-PRESTAMO(I)(7:2) = WS-SYSIN-NUMERO
                SET PRESTAMO-ENCONTRADO TO TRUE
                SET WS-POSICION TO I
           END-IF.
       3171-COMPARA-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * ULTIMO NUMERO DE PRESTAMO USADO POR EL EMPLEADO   *
      *****************************************************
       3180-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           PERFORM 3181-COMPARA-NUMERO
              THRU 3181-COMPARA-NUMERO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PRESTAMOS.
       3180-ULTIMO-NUMERO-EXIT.
       EXIT.
      *
       3181-COMPARA-NUMERO.
           IF WT-REG-PRESTAMO(I)(1:6) = WS-SYSIN-CODIGO
                MOVE WT-REG-PRESTAMO(I) TO WS-REG-PRESTAMO
                IF WPR-NUMERO > WS-ULTIMO-NUMERO
                     MOVE WPR-NUMERO TO WS-ULTIMO-NUMERO
                END-IF
           END-IF.
       3181-COMPARA-NUMERO-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DE UN IMPORTE (9 DIGITOS, 2 DECIMALES)   *
      *****************************************************
       3250-PIDE-IMPORTE.
      *LA LLAMADORA MUESTRA ANTES EL ROTULO DEL IMPORTE QUE PIDE
           SET IMPORTE-VALIDO TO TRUE.
           ACCEPT WS-SYSIN-IMPORTE FROM SYSIN.
           IF WS-SYSIN-IMPORTE NOT NUMERIC
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "IMPORTE NO NUMERICO, ENTRADA NO VALIDA"
           END-IF.
      *
       3250-PIDE-IMPORTE-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION DEL MES DE LA PRIMERA CUOTA (AAAAMM)     *
      *****************************************************
       3260-PIDE-MES.
           SET IMPORTE-VALIDO TO TRUE.
           ACCEPT WS-SYSIN-MES FROM SYSIN.
           IF WS-SYSIN-MES NOT NUMERIC
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "MES NO NUMERICO, ENTRADA NO VALIDA"
                GO TO 3260-PIDE-MES-EXIT
           END-IF.
           IF WS-SYSIN-MES(5:2) < "01" OR WS-SYSIN-MES(5:2) > "12"
                SET IMPORTE-INVALIDO TO TRUE
                DISPLAY "MES FUERA DE RANGO, ENTRADA NO VALIDA"
           END-IF.
      *
       3260-PIDE-MES-EXIT.
       EXIT.
      *
      *****************************************************
      * ALTA DE UN PRESTAMO O ANTICIPO                    *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-PRESTAMOS >= 5000
                DISPLAY "TABLA DE PRESTAMOS LLENA, NO SE PUEDE "
                DISPLAY "DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *EL CODIGO DEBE EXISTIR EN EL MAESTRO DE EMPLEADOS
           PERFORM 3160-BUSCA-EMPLEADO
              THRU 3160-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                DISPLAY "NO ENCONTRADO EL EMPLEADO " WS-SYSIN-CODIGO
                     " EN EL MAESTRO"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
      *EL NUMERO DE ORDEN ES EL SIGUIENTE AL MAYOR QUE YA TENGA EL
      *EMPLEADO, AUNQUE LOS ANTERIORES ESTEN DADOS DE BAJA
           PERFORM 3180-ULTIMO-NUMERO
              THRU 3180-ULTIMO-NUMERO-EXIT.
           IF WS-ULTIMO-NUMERO >= 99
                DISPLAY "EL EMPLEADO YA TIENE 99 PRESTAMOS, NO SE "
                        "PUEDE DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           INITIALIZE WS-REG-PRESTAMO.
           MOVE WS-SYSIN-CODIGO TO WPR-CODIGO.
           COMPUTE WPR-NUMERO = WS-ULTIMO-NUMERO + 1.
      *
           DISPLAY "TIPO (A=ANTICIPO, P=PRESTAMO): "
           ACCEPT WS-SYSIN-TIPO FROM SYSIN.
           IF WS-SYSIN-TIPO NOT = "A" AND WS-SYSIN-TIPO NOT = "P"
                DISPLAY "TIPO NO VALIDO, ENTRADA NO VALIDA"
                GO TO 3200-ALTA-EXIT
           END-IF.
           MOVE WS-SYSIN-TIPO TO WPR-TIPO.
      *
           DISPLAY "PRINCIPAL (9 DIGITOS, 2 ULTIMOS DECIMALES): "
           PERFORM 3250-PIDE-IMPORTE
              THRU 3250-PIDE-IMPORTE-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
           IF WS-SYSIN-IMPORTE-N = 0
                DISPLAY "EL PRINCIPAL NO PUEDE SER CERO"
                GO TO 3200-ALTA-EXIT
           END-IF.
           MOVE WS-SYSIN-IMPORTE-N TO WPR-PRINCIPAL.
      *
      *LA CUOTA NO PUEDE SER CERO (EL PRESTAMO NO SE AMORTIZARIA
      *NUNCA) NI MAYOR QUE EL PRINCIPAL
           DISPLAY "CUOTA MENSUAL (9 DIGITOS, 2 ULTIMOS DECIMALES): "
           PERFORM 3250-PIDE-IMPORTE
              THRU 3250-PIDE-IMPORTE-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
           IF WS-SYSIN-IMPORTE-N = 0
              OR WS-SYSIN-IMPORTE-N > WPR-PRINCIPAL
                DISPLAY "LA CUOTA DEBE SER MAYOR QUE CERO Y NO "
                        "SUPERAR EL PRINCIPAL"
                GO TO 3200-ALTA-EXIT
           END-IF.
           MOVE WS-SYSIN-IMPORTE-N TO WPR-CUOTA.
      *
           DISPLAY "MES DE LA PRIMERA CUOTA (AAAAMM): "
           PERFORM 3260-PIDE-MES
              THRU 3260-PIDE-MES-EXIT.
           IF IMPORTE-INVALIDO
                GO TO 3200-ALTA-EXIT
           END-IF.
           MOVE WS-SYSIN-MES-N TO WPR-MES-INICIO.
      *
      *EL SALDO NACE IGUAL AL PRINCIPAL Y SIN NINGUN MES AMORTIZADO
           MOVE WPR-PRINCIPAL TO WPR-SALDO.
           MOVE WS-FECHA-HOY TO WPR-FEC-CONCESION.
           MOVE 0 TO WPR-ULTIMO-PERIODO.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
           MOVE SPACES TO WS-IMAGEN-ANTES.
           ADD 1 TO WC-NUM-PRESTAMOS.
           MOVE WS-REG-PRESTAMO TO WT-REG-PRESTAMO(WC-NUM-PRESTAMOS).
      *
           MOVE "A" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "ALTA APLICADA: " WPR-CODIGO " PRESTAMO "
                WPR-NUMERO.
      *
       3200-ALTA-EXIT.
       EXIT.
      *
      *****************************************************
      * MODIFICACION DE UN PRESTAMO                       *
      *****************************************************
       3300-MODIFICAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
           PERFORM 3170-BUSCA-PRESTAMO
              THRU 3170-BUSCA-PRESTAMO-EXIT.
           IF PRESTAMO-NO-ENCONTRADO
                GO TO 3300-MODIFICAR-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN ANTERIOR ANTES DE TOCAR NADA
           MOVE WT-REG-PRESTAMO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE WT-REG-PRESTAMO(WS-POSICION) TO WS-REG-PRESTAMO.
           DISPLAY "CUOTA ACTUAL:  " WPR-CUOTA.
           DISPLAY "INICIO ACTUAL: " WPR-MES-INICIO.
           DISPLAY "SALDO ACTUAL:  " WPR-SALDO.
      *
      *PEDIMOS LOS CAMPOS MODIFICABLES; UNA ENTRADA EN BLANCO
      *MANTIENE EL VALOR ACTUAL DEL CAMPO. EL SALDO SOLO SE TOCA
      *AQUI PARA REGULARIZAR: LA AMORTIZACION MENSUAL LA HACE COBOL720
           DISPLAY "NUEVA CUOTA (BLANCO=MANTENER): "
           ACCEPT WS-SYSIN-IMPORTE FROM SYSIN.
           IF WS-SYSIN-IMPORTE NOT = SPACES
                IF WS-SYSIN-IMPORTE NUMERIC
                   AND WS-SYSIN-IMPORTE-N > 0
                     MOVE WS-SYSIN-IMPORTE-N TO WPR-CUOTA
                ELSE
                     DISPLAY "IMPORTE NO VALIDO, SE MANTIENE LA "
                             "CUOTA ACTUAL"
                END-IF
           END-IF.
      *
           DISPLAY "NUEVO MES DE INICIO (BLANCO=MANTENER): "
           ACCEPT WS-SYSIN-MES FROM SYSIN.
           IF WS-SYSIN-MES NOT = SPACES
                IF WS-SYSIN-MES NUMERIC
                   AND WS-SYSIN-MES(5:2) >= "01"
                   AND WS-SYSIN-MES(5:2) <= "12"
                     MOVE WS-SYSIN-MES-N TO WPR-MES-INICIO
                ELSE
                     DISPLAY "MES NO VALIDO, SE MANTIENE EL INICIO "
                             "ACTUAL"
                END-IF
           END-IF.
      *
           DISPLAY "NUEVO SALDO (BLANCO=MANTENER): "
           ACCEPT WS-SYSIN-IMPORTE FROM SYSIN.
           IF WS-SYSIN-IMPORTE NOT = SPACES
                IF WS-SYSIN-IMPORTE NUMERIC
                   AND WS-SYSIN-IMPORTE-N NOT > WPR-PRINCIPAL
                     MOVE WS-SYSIN-IMPORTE-N TO WPR-SALDO
                ELSE
                     DISPLAY "IMPORTE NO VALIDO O MAYOR QUE EL "
                             "PRINCIPAL, SE MANTIENE EL SALDO"
                END-IF
           END-IF.
      *
           MOVE WS-REG-PRESTAMO TO WT-REG-PRESTAMO(WS-POSICION).
      *
           MOVE "M" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "MODIFICACION APLICADA: " WPR-CODIGO " PRESTAMO "
                WPR-NUMERO.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
      *
      *****************************************************
      * BAJA DE UN PRESTAMO                               *
      *****************************************************
       3400-BAJA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
           PERFORM 3170-BUSCA-PRESTAMO
              THRU 3170-BUSCA-PRESTAMO-EXIT.
           IF PRESTAMO-NO-ENCONTRADO
                GO TO 3400-BAJA-EXIT
           END-IF.
      *
      *UN PRESTAMO CON SALDO VIVO SOLO SE BORRA CON CONFIRMACION
      *EXPRESA (CONDONACION O CANCELACION FUERA DE NOMINA)
           MOVE WT-REG-PRESTAMO(WS-POSICION) TO WS-REG-PRESTAMO.
           IF WPR-SALDO > 0
                DISPLAY "EL PRESTAMO TIENE SALDO PENDIENTE: "
                     WPR-SALDO
                DISPLAY "CONFIRMA LA BAJA (S/N): "
                ACCEPT WS-SYSIN-CONFIRMA FROM SYSIN
                IF WS-SYSIN-CONFIRMA NOT = "S"
                     DISPLAY "BAJA NO APLICADA"
                     GO TO 3400-BAJA-EXIT
                END-IF
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DEL PRESTAMO QUE SE VA; LA POSTERIOR DE
      *UNA BAJA QUEDA EN BLANCO
           MOVE WT-REG-PRESTAMO(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-REG-PRESTAMO.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           PERFORM 3410-DESPLAZA-ARRIBA
              THRU 3410-DESPLAZA-ARRIBA-EXIT
              VARYING J FROM WS-POSICION BY 1
              UNTIL J >= WC-NUM-PRESTAMOS.
      *
           SUBTRACT 1 FROM WC-NUM-PRESTAMOS.
      *
           MOVE "B" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "BAJA APLICADA: " WS-SYSIN-CODIGO " PRESTAMO "
                WS-SYSIN-NUMERO.
      *
       3400-BAJA-EXIT.
       EXIT.
      *
       3410-DESPLAZA-ARRIBA.
           MOVE WT-REG-PRESTAMO(J + 1) TO WT-REG-PRESTAMO(J).
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
              UNTIL I > WC-NUM-PRESTAMOS.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *EL MAESTRO; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT PRESTAMOS.
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-PRESTAMO
              THRU 3510-ESCRIBE-PRESTAMO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-PRESTAMOS.
      *
           CLOSE PRESTAMOS.
           ADD 1 TO WC-CAMBIOS.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-PRESTAMO-TRABAJO FROM WT-REG-PRESTAMO(I).
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
       3510-ESCRIBE-PRESTAMO.
           WRITE REG-PRESTAMO FROM WT-REG-PRESTAMO(I).
           IF WS-FILE-STATUS NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-PRESTAMO-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA IMAGEN ANTES/DESPUES DEL CAMBIO EN LA    *
      * HISTORIA, CON FECHA Y HORA                        *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN WS-REG-PRESTAMO
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
           MOVE WS-REG-PRESTAMO TO WH-IMAGEN-DESPUES.
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
                DISPLAY "      MANTENIMIENTO DE PRESTAMOS"
                DISPLAY "******************************************"
                DISPLAY "**PRESTAMOS EN EL MAESTRO:  "
                     WC-NUM-PRESTAMOS
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
      *               CERROJO DE USO DEL MAESTRO                      *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.

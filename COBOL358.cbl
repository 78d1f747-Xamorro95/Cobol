      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  MANTENIMIENTO DE LAS LINEAS DE DEPENDENCIA                   *
      *  (FICHERO.JERARQUIA, COPYJERAR): LOS DEPARTAMENTOS Y LAS      *
      *  AREAS (COBOL350, COBOL355) NO DICEN QUIEN DEPENDE DE QUIEN,  *
      *  Y EL ENVIO A CADA RESPONSABLE O LA RUTA DE APROBACIONES SE   *
      *  HACIAN DE MEMORIA. CADA REGISTRO DA, PARA UN EMPLEADO, EL    *
      *  CODIGO DE SU RESPONSABLE DIRECTO Y LA FECHA DESDE LA QUE     *
      *  DEPENDE DE EL; QUIEN NO TIENE REGISTRO ES CABEZA DE LA       *
      *  ORGANIZACION. ANTES DE GRABAR SE COMPRUEBA QUE EL EMPLEADO Y *
      *  SU RESPONSABLE EXISTEN EN FICHERO.EMPLEADO Y ESTAN DE ALTA,  *
      *  Y QUE EL RESPONSABLE NO DEPENDE YA, DIRECTA O                *
      *  INDIRECTAMENTE, DEL PROPIO EMPLEADO (LO QUE CERRARIA UN      *
      *  BUCLE). MENU DE CONSULTA, ASIGNACION O CAMBIO DE RESPONSABLE *
      *  Y SUPRESION DE LA LINEA AL ESTILO DE COBOL779, CON           *
      *  IDENTIFICACION DE OPERADOR (COPY OPERPR), HISTORIA DE        *
      *  CAMBIOS ANTES/DESPUES CON FECHA, HORA Y OPERADOR, CERROJO    *
      *  EXCLUSIVO PROPIO Y REGRABACION SEGURA VIA FICHERO DE         *
      *  TRABAJO. EL MAESTRO DE EMPLEADOS SE CARGA AL ARRANCAR BAJO   *
      *  SU CERROJO EN COMPARTIDO. COBOL359 SACA EL ORGANIGRAMA Y LA  *
      *  AMPLITUD DE MANDO, Y COBOL270 Y COBOL360 AVISAN DE QUIEN SE  *
      *  QUEDA SIN RESPONSABLE CUANDO ESTE CAUSA BAJA                 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL358.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *LINEAS DE DEPENDENCIA (VER COPY JERARPR)
           COPY JERARFC.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION: LA TABLA SE VUELCA
      *PRIMERO AQUI Y SOLO SI TODO HA IDO BIEN SE REGRABA LA
      *JERARQUIA (VER 3500-GRABA-FICHERO); SI EL PROGRAMA CAE A
      *MEDIAS, LA JERARQUIA ANTERIOR O ESTE FICHERO SIGUEN ENTEROS
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.jerarquia.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
      *MAESTRO DE EMPLEADOS: SOLO SE LEE, PARA VALIDAR EMPLEADOS Y
      *RESPONSABLES
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-EMP.
      *
      *HISTORIA DE CAMBIOS DE LA JERARQUIA: UNA IMAGEN ANTES/DESPUES
      *POR CADA ASIGNACION, CAMBIO O SUPRESION, CON FECHA, HORA Y
      *OPERADOR (LA MISMA CONVENCION QUE LA HISTORIA DE COBOL779)
           SELECT HISTORIA
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.jerarquia.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *CERROJO DE USO DEL FICHERO QUE SE ESTE TRATANDO: LA RUTA SE
      *RESUELVE EN TIEMPO DE EJECUCION (EL DEL MAESTRO DE EMPLEADOS
      *DURANTE SU CARGA, EL DE LA JERARQUIA EL RESTO DE LA SESION;
      *MISMO TRAZADO Y PARRAFOS COMUNES DE CERROJPR)
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
       COPY JERARFD.
      *
       FD FICTRABAJO.
       01  REG-JERARQUIA-TRABAJO                  PIC X(30).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(81).
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
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
      *LA TABLA SE CARGA CON 9420-CARGA-JERARQUIA EN 1010-CARGA-TABLA
      *Y SE REGRABA ENTERA EN 3500-GRABA-FICHERO TRAS CADA CAMBIO,
      *EN EL MISMO ORDEN EN QUE LLEGO DEL FICHERO
       COPY COPYJERAR.
       COPY JERARWS.
      *
      *****************************************************************
      *               TABLA DE EMPLEADOS                              *
      *****************************************************************
      *EL MAESTRO DE EMPLEADOS SIN LOS AJUSTES, CARGADO AL ARRANCAR
      *EN 1020-CARGA-EMPLEADOS
       01  WT-TABLA-EMPLE.
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY IE         PIC X(80).
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
           05  WH-IMAGEN-ANTES          PIC X(30).
           05  WH-IMAGEN-DESPUES        PIC X(30).
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
           05  SW-EMPLE-ENCONTRADO                PIC X VALUE "N".
                88 EMPLE-ENCONTRADO                VALUE "S".
                88 EMPLE-NO-ENCONTRADO             VALUE "N".
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-DATOS-VALIDOS                   PIC X VALUE "S".
                88 DATOS-VALIDOS                   VALUE "S".
                88 DATOS-INVALIDOS                 VALUE "N".
      *UN EMPLEADO SIN LINEA DE DEPENDENCIA RECIBE UNA NUEVA AL
      *FINAL DE LA TABLA; EL QUE YA LA TENIA LA CAMBIA EN SU SITIO
           05  SW-MODO                            PIC X VALUE "A".
                88 MODO-ALTA                       VALUE "A".
                88 MODO-MODIFICACION               VALUE "M".
           05  SW-BUCLE                           PIC X VALUE "N".
                88 CON-BUCLE                       VALUE "S".
                88 SIN-BUCLE                       VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "JERARQUIA".
           05  LT-FICHERO2          PIC X(16) VALUE "HISTORIA".
           05  LT-FICHERO3          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-CERROJO-EMPLE     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.empleado.cerrojo".
           05  LT-CERROJO-JERAR     PIC X(60) VALUE
           "/home/forma2/cobol/ficheros/fichero.jerarquia.cerrojo".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL358".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
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
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-EMP                 PIC XX.
           05 WS-FILE-STATUS-HIST                PIC XX.
           05 WS-FILE-STATUS-ERROR               PIC XX.
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(10).
           05 WS-ASSIGN-CERROJO                  PIC X(60).
           05 WS-SYSIN-OPCION                    PIC 9(1).
           05 WS-SYSIN-CODIGO                    PIC X(6).
           05 WS-SYSIN-RESPONSABLE               PIC X(6).
           05 WS-SYSIN-FECHA                     PIC X(8).
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
           05 WS-IMAGEN-ANTES                    PIC X(30).
           05 WS-FECHA-ED                        PIC 9999/99/99.
      *CODIGO A BUSCAR EN LA TABLA DE EMPLEADOS (3180)
           05 WS-BUSCA-EMPLE                     PIC X(6).
      *ESLABON EN CURSO AL SUBIR POR LA CADENA DE RESPONSABLES
           05 WS-CODIGO-CADENA                   PIC X(6).
           05 WS-SITUACION                       PIC X(8).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CAMBIOS                         PIC 9(4).
           05 WC-REG-TRABAJO                     PIC 9(4).
           05 WC-A-CARGO                         PIC 9(4).
           05 WC-PASOS                           PIC 9(4).
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
      *CARGAMOS EL MAESTRO DE EMPLEADOS, CONTRA EL QUE SE VALIDAN
      *EMPLEADOS Y RESPONSABLES
           PERFORM 1020-CARGA-EMPLEADOS
              THRU 1020-CARGA-EMPLEADOS-EXIT.
      *
      *TOMAMOS EL CERROJO DE LA JERARQUIA EN EXCLUSIVA ANTES DE
      *TOCAR NADA: SI OTRO MANTENIMIENTO LO ESTA USANDO, O EL
      *ORGANIGRAMA O LA ACTUALIZACION DEL MAESTRO LO ESTAN LEYENDO,
      *INFORMAMOS Y NOS DETENEMOS
           MOVE LT-CERROJO-JERAR TO WS-ASSIGN-CERROJO.
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
      *CARGAMOS LA TABLA DE LINEAS DE DEPENDENCIA
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       CARGA DE LA TABLA DE LINEAS DE DEPENDENCIA             * *
      ***************************************************************** *
       1010-CARGA-TABLA.
      *CONTAMOS PRIMERO LA COPIA DE TRABAJO DE LA ULTIMA REGRABACION:
      *SI TIENE MAS REGISTROS QUE LA JERARQUIA, LA REGRABACION
      *ANTERIOR CAYO A MEDIAS Y EL FICHERO ESTA TRUNCADO; CARGARLO Y
      *VOLVER A GRABAR DESTRUIRIA TAMBIEN LA COPIA BUENA
           PERFORM 1015-CUENTA-TRABAJO
              THRU 1015-CUENTA-TRABAJO-EXIT.
      *
           PERFORM 9420-CARGA-JERARQUIA
              THRU 9420-CARGA-JERARQUIA-EXIT.
           IF JER-CARGA-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF WC-REG-TRABAJO > WJE-NUM-JERARQUIA
                DISPLAY "LA JERARQUIA TIENE " WJE-NUM-JERARQUIA
                     " LINEAS Y LA COPIA DE TRABAJO "
                     WC-REG-TRABAJO
                DISPLAY "POSIBLE REGRABACION INTERRUMPIDA - "
                        "RECUPERE DESDE FICHERO.JERARQUIA.TRABAJO "
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
      **       CARGA DEL MAESTRO DE EMPLEADOS EN LA TABLA             * *
      ***************************************************************** *
       1020-CARGA-EMPLEADOS.
      *TOMAMOS EL CERROJO DEL MAESTRO EN COMPARTIDO MIENTRAS DURA LA
      *CARGA: SI COBOL360 LO TIENE EN EXCLUSIVA, INFORMAMOS DE QUIEN
      *LO TIENE Y NOS DETENEMOS EN LUGAR DE VALIDAR CONTRA UN
      *MAESTRO A MEDIO GRABAR (LA MISMA CONVENCION QUE COBOL660)
           MOVE LT-CERROJO-EMPLE TO WS-ASSIGN-CERROJO.
           PERFORM 9510-TOMA-CERROJO-COMP
              THRU 9510-TOMA-CERROJO-COMP-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA-EMPLE" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1021-LEE-EMPLEADO
              THRU 1021-LEE-EMPLEADO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-EMPLE >= 5000.
      *
      *LOS QUE NO QUEPAN NO SE PODRAN VALIDAR Y SE RECHAZARAN COMO
      *INEXISTENTES; LA JERARQUIA NO SE TOCA POR ELLO
           IF NOT FIN-FICHERO
                DISPLAY "AVISO: MAS DE 5000 EMPLEADOS EN EL MAESTRO, "
                        "EL RESTO NO SE PUEDE ASIGNAR"
           END-IF.
      *
           CLOSE FICEMPLE.
           SET NO-FIN-FICHERO TO TRUE.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       1020-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
       1021-LEE-EMPLEADO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS-EMP = 00
      *LOS AJUSTES NO SON EMPLEADOS: NO ENTRAN EN LA TABLA
                IF WS-EMPLE-REG-NORMAL
                     ADD 1 TO WC-NUM-EMPLE
                     MOVE WS-REG-EMPLEADO TO WT-REG-EMPLE(WC-NUM-EMPLE)
                END-IF
           ELSE
                IF WS-FILE-STATUS-EMP NOT = 10
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE "1021-LEE-EMPLEADO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************
      * PROCESO                                           *
      *****************************************************
       3000-PROCESO.
      *MENU DE MANTENIMIENTO DE LA JERARQUIA
           DISPLAY "***************************************".
           DISPLAY "   LINEAS DE DEPENDENCIA".
           DISPLAY "   1-CONSULTA  2-ASIGNAR RESPONSABLE".
           DISPLAY "   3-QUITAR RESPONSABLE  4-FIN".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
      *LAS OPCIONES DE MANTENIMIENTO SOLO SE PERMITEN A LOS
      *OPERADORES CON NIVEL COMPLETO; EL NIVEL DE CONSULTA SOLO
      *PUEDE CONSULTAR
           EVALUATE WS-SYSIN-OPCION
                WHEN 1
                     PERFORM 3100-CONSULTA
                        THRU 3100-CONSULTA-EXIT
                WHEN 2
                     IF OPER-TOTAL
                          PERFORM 3200-ASIGNAR
                             THRU 3200-ASIGNAR-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 3
                     IF OPER-TOTAL
                          PERFORM 3300-QUITAR
                             THRU 3300-QUITAR-EXIT
                     ELSE
                          DISPLAY "OPERADOR " WS-OPER-CODIGO
                               " SIN AUTORIZACION DE MANTENIMIENTO"
                     END-IF
                WHEN 4
                     SET FIN-MENU TO TRUE
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA"
           END-EVALUATE.
      *
       3000-PROCESO-EXIT.
       EXIT.
      *
      *****************************************************
      * CONSULTA: RESPONSABLE DIRECTO DEL EMPLEADO Y LOS  *
      * QUE DEPENDEN DIRECTAMENTE DE EL                   *
      *****************************************************
       3100-CONSULTA.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3100-CONSULTA-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-CODIGO TO WS-BUSCA-EMPLE.
           PERFORM 3180-BUSCA-EMPLEADO
              THRU 3180-BUSCA-EMPLEADO-EXIT.
           DISPLAY "***************************************".
           IF EMPLE-ENCONTRADO
                DISPLAY "EMPLEADO:     " WS-SYSIN-CODIGO " "
                     WS-EMPLE-NOMBRE " " WS-EMPLE-APELLIDO
                     " " WS-SITUACION
           ELSE
                DISPLAY "EMPLEADO:     " WS-SYSIN-CODIGO
                     " (NO EXISTE EN FICHERO.EMPLEADO)"
           END-IF.
      *
           MOVE WS-SYSIN-CODIGO TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           IF WJE-RESP-EMPLEADO = SPACES
                DISPLAY "RESPONSABLE:  (NINGUNO, CABEZA DE LA "
                        "ORGANIZACION)"
           ELSE
                MOVE WJE-REG-TABLA(WJE-POSICION) TO WS-REG-JERARQUIA
                MOVE WJE-RESP-EMPLEADO TO WS-BUSCA-EMPLE
                PERFORM 3180-BUSCA-EMPLEADO
                   THRU 3180-BUSCA-EMPLEADO-EXIT
                IF EMPLE-ENCONTRADO
                     DISPLAY "RESPONSABLE:  " WJE-RESPONSABLE " "
                          WS-EMPLE-NOMBRE " " WS-EMPLE-APELLIDO
                          " " WS-SITUACION
                ELSE
                     DISPLAY "RESPONSABLE:  " WJE-RESPONSABLE
                          " (NO EXISTE EN FICHERO.EMPLEADO)"
                END-IF
                MOVE WJE-FEC-DESDE TO WS-FECHA-ED
                DISPLAY "DEPENDE DESDE " WS-FECHA-ED
           END-IF.
      *
      *RECORREMOS LA TABLA BUSCANDO A LOS QUE DEPENDEN DE EL
           MOVE 0 TO WC-A-CARGO.
           MOVE WS-SYSIN-CODIGO TO WJE-BUSCA-CODIGO.
           MOVE 0 TO WJE-POSICION.
           PERFORM 9440-SIGUIENTE-A-CARGO
              THRU 9440-SIGUIENTE-A-CARGO-EXIT.
           PERFORM 3120-MUESTRA-A-CARGO
              THRU 3120-MUESTRA-A-CARGO-EXIT
              UNTIL JER-NO-ENCONTRADO.
           DISPLAY "A SU CARGO DIRECTO: " WC-A-CARGO.
           DISPLAY "***************************************".
      *
       3100-CONSULTA-EXIT.
       EXIT.
      *
       3120-MUESTRA-A-CARGO.
           ADD 1 TO WC-A-CARGO.
           MOVE WJE-REG-TABLA(WJE-POSICION)(1:6) TO WS-BUSCA-EMPLE.
           PERFORM 3180-BUSCA-EMPLEADO
              THRU 3180-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-ENCONTRADO
                DISPLAY "   A CARGO:   " WS-BUSCA-EMPLE " "
                     WS-EMPLE-NOMBRE " " WS-EMPLE-APELLIDO
                     " " WS-SITUACION
           ELSE
                DISPLAY "   A CARGO:   " WS-BUSCA-EMPLE
                     " (NO EXISTE EN FICHERO.EMPLEADO)"
           END-IF.
      *
           PERFORM 9440-SIGUIENTE-A-CARGO
              THRU 9440-SIGUIENTE-A-CARGO-EXIT.
      *
       3120-MUESTRA-A-CARGO-EXIT.
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
      * BUSCA WS-BUSCA-EMPLE EN LA TABLA DE EMPLEADOS Y   *
      * DEJA SU REGISTRO EN WS-REG-EMPLEADO               *
      *****************************************************
       3180-BUSCA-EMPLEADO.
           SET EMPLE-NO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WS-SITUACION.
           SET IE TO 1.
           SEARCH WT-REG-EMPLE
                AT END
                     SET EMPLE-NO-ENCONTRADO TO TRUE
                WHEN WT-REG-EMPLE(IE)(1:6) = WS-BUSCA-EMPLE
                     SET EMPLE-ENCONTRADO TO TRUE
                     MOVE WT-REG-EMPLE(IE) TO WS-REG-EMPLEADO
           END-SEARCH.
      *
           IF EMPLE-ENCONTRADO
              AND WS-EMPLE-EST-BAJA
                MOVE "(DE BAJA)" TO WS-SITUACION
           END-IF.
      *
       3180-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************
      * ASIGNACION O CAMBIO DEL RESPONSABLE DIRECTO DE UN *
      * EMPLEADO                                          *
      *****************************************************
       3200-ASIGNAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3200-ASIGNAR-EXIT
           END-IF.
      *
      *SOLO SE ASIGNA RESPONSABLE A UN EMPLEADO QUE EXISTE Y SIGUE
      *DE ALTA
           MOVE WS-SYSIN-CODIGO TO WS-BUSCA-EMPLE.
           PERFORM 3180-BUSCA-EMPLEADO
              THRU 3180-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                DISPLAY "NO EXISTE EL EMPLEADO " WS-SYSIN-CODIGO
                     " EN FICHERO.EMPLEADO"
                GO TO 3200-ASIGNAR-EXIT
           END-IF.
           IF WS-EMPLE-EST-BAJA
                DISPLAY "EL EMPLEADO " WS-SYSIN-CODIGO
                     " ESTA DE BAJA"
                GO TO 3200-ASIGNAR-EXIT
           END-IF.
           DISPLAY "EMPLEADO:     " WS-SYSIN-CODIGO " "
                WS-EMPLE-NOMBRE " " WS-EMPLE-APELLIDO.
      *
      *SI YA TIENE LINEA, SE CAMBIA EN SU SITIO; SI NO, SE ANADE
           MOVE WS-SYSIN-CODIGO TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           IF JER-ENCONTRADO
                SET MODO-MODIFICACION TO TRUE
                MOVE WJE-POSICION TO WS-POSICION
                MOVE WJE-REG-TABLA(WS-POSICION) TO WS-IMAGEN-ANTES
                MOVE WJE-REG-TABLA(WS-POSICION) TO WS-REG-JERARQUIA
                DISPLAY "RESPONSABLE ACTUAL: " WJE-RESPONSABLE
           ELSE
                IF WJE-NUM-JERARQUIA >= 5000
                     DISPLAY "TABLA DE LA JERARQUIA LLENA, NO SE "
                     DISPLAY "PUEDE ASIGNAR"
                     GO TO 3200-ASIGNAR-EXIT
                END-IF
                SET MODO-ALTA TO TRUE
      *UNA LINEA NUEVA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO
                MOVE SPACES TO WS-IMAGEN-ANTES
                INITIALIZE WS-REG-JERARQUIA
                MOVE WS-SYSIN-CODIGO TO WJE-CODIGO
                DISPLAY "RESPONSABLE ACTUAL: (NINGUNO)"
           END-IF.
      *
           SET DATOS-VALIDOS TO TRUE.
           PERFORM 3250-PIDE-RESPONSABLE
              THRU 3250-PIDE-RESPONSABLE-EXIT.
           IF DATOS-VALIDOS
                PERFORM 3260-PIDE-FEC-DESDE
                   THRU 3260-PIDE-FEC-DESDE-EXIT
           END-IF.
           IF DATOS-INVALIDOS
                DISPLAY "ASIGNACION NO APLICADA"
                GO TO 3200-ASIGNAR-EXIT
           END-IF.
      *
           IF WS-REG-JERARQUIA = WS-IMAGEN-ANTES
                DISPLAY "SIN CAMBIOS"
                GO TO 3200-ASIGNAR-EXIT
           END-IF.
      *
           IF MODO-ALTA
                ADD 1 TO WJE-NUM-JERARQUIA
                MOVE WS-REG-JERARQUIA
                  TO WJE-REG-TABLA(WJE-NUM-JERARQUIA)
                MOVE "A" TO WH-TIPO
           ELSE
                MOVE WS-REG-JERARQUIA TO WJE-REG-TABLA(WS-POSICION)
                MOVE "M" TO WH-TIPO
           END-IF.
      *
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "ASIGNACION APLICADA: " WJE-CODIGO
                " DEPENDE DE " WJE-RESPONSABLE.
      *
       3200-ASIGNAR-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DEL RESPONSABLE: DEBE       *
      * EXISTIR EN FICHERO.EMPLEADO, ESTAR DE ALTA Y NO   *
      * DEPENDER YA DEL PROPIO EMPLEADO                   *
      *****************************************************
       3250-PIDE-RESPONSABLE.
           DISPLAY "CODIGO DEL RESPONSABLE DIRECTO (6): "
           ACCEPT WS-SYSIN-RESPONSABLE FROM SYSIN.
      *
           IF WS-SYSIN-RESPONSABLE = SPACES OR LOW-VALUES
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "RESPONSABLE VACIO: PARA DEJAR AL EMPLEADO "
                        "SIN RESPONSABLE USE LA OPCION 3"
                GO TO 3250-PIDE-RESPONSABLE-EXIT
           END-IF.
      *
           IF WS-SYSIN-RESPONSABLE = WJE-CODIGO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "UN EMPLEADO NO PUEDE DEPENDER DE SI MISMO"
                GO TO 3250-PIDE-RESPONSABLE-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-RESPONSABLE TO WS-BUSCA-EMPLE.
           PERFORM 3180-BUSCA-EMPLEADO
              THRU 3180-BUSCA-EMPLEADO-EXIT.
           IF EMPLE-NO-ENCONTRADO
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "EL RESPONSABLE " WS-SYSIN-RESPONSABLE
                     " NO EXISTE EN FICHERO.EMPLEADO"
                GO TO 3250-PIDE-RESPONSABLE-EXIT
           END-IF.
           IF WS-EMPLE-EST-BAJA
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "EL RESPONSABLE " WS-SYSIN-RESPONSABLE
                     " ESTA DE BAJA"
                GO TO 3250-PIDE-RESPONSABLE-EXIT
           END-IF.
      *
           PERFORM 3270-COMPRUEBA-BUCLE
              THRU 3270-COMPRUEBA-BUCLE-EXIT.
           IF CON-BUCLE
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "EL RESPONSABLE " WS-SYSIN-RESPONSABLE
                     " YA DEPENDE DEL EMPLEADO " WJE-CODIGO
                     ": SE CERRARIA UN BUCLE"
                GO TO 3250-PIDE-RESPONSABLE-EXIT
           END-IF.
      *
           DISPLAY "RESPONSABLE:  " WS-SYSIN-RESPONSABLE " "
                WS-EMPLE-NOMBRE " " WS-EMPLE-APELLIDO.
           MOVE WS-SYSIN-RESPONSABLE TO WJE-RESPONSABLE.
      *
       3250-PIDE-RESPONSABLE-EXIT.
       EXIT.
      *
      *****************************************************
      * PETICION Y VALIDACION DE LA FECHA DESDE LA QUE EL *
      * EMPLEADO DEPENDE DEL RESPONSABLE (EN BLANCO, HOY) *
      *****************************************************
       3260-PIDE-FEC-DESDE.
           DISPLAY "DEPENDE DESDE (AAAAMMDD, EN BLANCO HOY): "
           ACCEPT WS-SYSIN-FECHA FROM SYSIN.
      *
           IF WS-SYSIN-FECHA = SPACES OR LOW-VALUES
                ACCEPT WJE-FEC-DESDE FROM DATE YYYYMMDD
                GO TO 3260-PIDE-FEC-DESDE-EXIT
           END-IF.
      *
           IF WS-SYSIN-FECHA NOT NUMERIC
                SET DATOS-INVALIDOS TO TRUE
                DISPLAY "FECHA NO NUMERICA: " WS-SYSIN-FECHA
                GO TO 3260-PIDE-FEC-DESDE-EXIT
           END-IF.
      *
           MOVE WS-SYSIN-FECHA TO WS-FECHA-VAL.
           PERFORM 3265-VALIDA-FECHA
              THRU 3265-VALIDA-FECHA-EXIT.
           IF DATOS-INVALIDOS
                DISPLAY "FECHA NO VALIDA: " WS-SYSIN-FECHA
                GO TO 3260-PIDE-FEC-DESDE-EXIT
           END-IF.
      *
           MOVE WS-FECHA-VAL TO WJE-FEC-DESDE.
      *
       3260-PIDE-FEC-DESDE-EXIT.
       EXIT.
      *
      *****************************************************
      * FECHA REAL (MES, DIA DEL MES Y BISIESTOS), NO     *
      * ANTERIOR A LT-ANIO-MINIMO                         *
      *****************************************************
       3265-VALIDA-FECHA.
           IF WS-VAL-ANIO < LT-ANIO-MINIMO
              OR WS-VAL-MES < 1 OR WS-VAL-MES > 12
              OR WS-VAL-DIA < 1
                SET DATOS-INVALIDOS TO TRUE
                GO TO 3265-VALIDA-FECHA-EXIT
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
       3265-VALIDA-FECHA-EXIT.
       EXIT.
      *
      *****************************************************
      * SUBE POR LA CADENA DE RESPONSABLES DESDE EL NUEVO *
      * RESPONSABLE: SI EN ALGUN ESLABON APARECE EL       *
      * PROPIO EMPLEADO, LA ASIGNACION CERRARIA UN BUCLE  *
      *****************************************************
       3270-COMPRUEBA-BUCLE.
           SET SIN-BUCLE TO TRUE.
           MOVE 0 TO WC-PASOS.
           MOVE WS-SYSIN-RESPONSABLE TO WS-CODIGO-CADENA.
           PERFORM 3275-SUBE-ESLABON
              THRU 3275-SUBE-ESLABON-EXIT
              UNTIL WS-CODIGO-CADENA = SPACES
                 OR CON-BUCLE.
      *
       3270-COMPRUEBA-BUCLE-EXIT.
       EXIT.
      *
       3275-SUBE-ESLABON.
           IF WS-CODIGO-CADENA = WJE-CODIGO
                SET CON-BUCLE TO TRUE
                GO TO 3275-SUBE-ESLABON-EXIT
           END-IF.
      *
      *CADA ESLABON CONSUME UNA LINEA DE LA TABLA: UNA CADENA CON
      *MAS ESLABONES QUE LINEAS SOLO PUEDE SER UN BUCLE YA GRABADO
      *(FICHERO TOCADO A MANO), Y TAMPOCO SE ACEPTA COLGAR NADA DE EL
           ADD 1 TO WC-PASOS.
           IF WC-PASOS > WJE-NUM-JERARQUIA + 1
                SET CON-BUCLE TO TRUE
                GO TO 3275-SUBE-ESLABON-EXIT
           END-IF.
      *
           MOVE WS-CODIGO-CADENA TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           MOVE WJE-RESP-EMPLEADO TO WS-CODIGO-CADENA.
      *
       3275-SUBE-ESLABON-EXIT.
       EXIT.
      *
      *****************************************************
      * SUPRESION DE LA LINEA DE DEPENDENCIA: EL EMPLEADO *
      * QUEDA COMO CABEZA DE LA ORGANIZACION              *
      *****************************************************
       3300-QUITAR.
           PERFORM 3150-PIDE-CODIGO
              THRU 3150-PIDE-CODIGO-EXIT.
           IF CODIGO-INVALIDO
                GO TO 3300-QUITAR-EXIT
           END-IF.
      *
      *NO SE EXIGE QUE EL EMPLEADO SIGA EN EL MAESTRO: ASI SE PUEDEN
      *LIMPIAR LAS LINEAS QUE HAYAN QUEDADO DE ANTIGUOS EMPLEADOS
           MOVE WS-SYSIN-CODIGO TO WJE-BUSCA-CODIGO.
           PERFORM 9430-BUSCA-RESPONSABLE
              THRU 9430-BUSCA-RESPONSABLE-EXIT.
           IF JER-NO-ENCONTRADO
                DISPLAY "EL EMPLEADO " WS-SYSIN-CODIGO
                     " NO TIENE RESPONSABLE ASIGNADO"
                GO TO 3300-QUITAR-EXIT
           END-IF.
      *
      *GUARDAMOS LA IMAGEN DE LA LINEA QUE SE VA; LA POSTERIOR DE
      *UNA SUPRESION QUEDA EN BLANCO
           MOVE WJE-POSICION TO WS-POSICION.
           MOVE WJE-REG-TABLA(WS-POSICION) TO WS-IMAGEN-ANTES.
           MOVE SPACES TO WS-REG-JERARQUIA.
      *
      *DESPLAZAMOS HACIA ARRIBA TODAS LAS ENTRADAS POSTERIORES A LA
      *BORRADA PARA NO DEJAR UN HUECO EN MEDIO DE LA TABLA
           PERFORM 3310-DESPLAZA-ARRIBA
              THRU 3310-DESPLAZA-ARRIBA-EXIT
              VARYING IJE FROM WS-POSICION BY 1
              UNTIL IJE >= WJE-NUM-JERARQUIA.
      *
           SUBTRACT 1 FROM WJE-NUM-JERARQUIA.
      *
           MOVE "B" TO WH-TIPO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           DISPLAY "RESPONSABLE SUPRIMIDO: " WS-SYSIN-CODIGO
                " QUEDA COMO CABEZA DE LA ORGANIZACION".
      *
       3300-QUITAR-EXIT.
       EXIT.
      *
       3310-DESPLAZA-ARRIBA.
           MOVE WJE-REG-TABLA(IJE + 1) TO WJE-REG-TABLA(IJE).
       3310-DESPLAZA-ARRIBA-EXIT.
       EXIT.
      *
      *****************************************************
      * REGRABA LA JERARQUIA CON LA TABLA                 *
      *****************************************************
       3500-GRABA-FICHERO.
      *PRIMERO VOLCAMOS LA TABLA ENTERA AL FICHERO DE TRABAJO: SI
      *ALGO FALLA AQUI, LA JERARQUIA REAL NO SE HA TOCADO TODAVIA
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
              VARYING IJE FROM 1 BY 1
              UNTIL IJE > WJE-NUM-JERARQUIA.
      *
           CLOSE FICTRABAJO.
      *
      *SOLO CON EL FICHERO DE TRABAJO COMPLETO Y CERRADO SE REGRABA
      *LA JERARQUIA; SI EL PROGRAMA CAYERA EN MEDIO DE ESTA SEGUNDA
      *ESCRITURA, EL FICHERO DE TRABAJO SIGUE ENTERO COMO COPIA DE
      *RECUPERACION
           OPEN OUTPUT FICJERARQUIA.
           IF WS-FILE-STATUS-JER NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3500-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3510-ESCRIBE-JERARQUIA
              THRU 3510-ESCRIBE-JERARQUIA-EXIT
              VARYING IJE FROM 1 BY 1
              UNTIL IJE > WJE-NUM-JERARQUIA.
      *
           CLOSE FICJERARQUIA.
           ADD 1 TO WC-CAMBIOS.
      *
       3500-GRABA-FICHERO-EXIT.
       EXIT.
      *
       3505-ESCRIBE-TRABAJO.
           WRITE REG-JERARQUIA-TRABAJO FROM WJE-REG-TABLA(IJE).
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
       3510-ESCRIBE-JERARQUIA.
           WRITE REG-JERARQUIA FROM WJE-REG-TABLA(IJE).
           IF WS-FILE-STATUS-JER NOT = 00
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE "3510-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-JER TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3510-ESCRIBE-JERARQUIA-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA IMAGEN ANTES/DESPUES DEL CAMBIO EN LA    *
      * HISTORIA, CON FECHA Y HORA                        *
      *****************************************************
       3600-GRABA-HISTORIA.
      *LA LLAMADORA DEJA EL TIPO DE CAMBIO EN WH-TIPO, LA IMAGEN
      *ANTERIOR EN WS-IMAGEN-ANTES Y LA POSTERIOR EN WS-REG-JERARQUIA
           ACCEPT WH-FECHA FROM DATE YYYYMMDD.
           ACCEPT WH-HORA FROM TIME.
           MOVE WS-OPER-CODIGO TO WH-OPERADOR.
           MOVE WS-IMAGEN-ANTES TO WH-IMAGEN-ANTES.
           MOVE WS-REG-JERARQUIA TO WH-IMAGEN-DESPUES.
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
                DISPLAY "   LINEAS DE DEPENDENCIA"
                DISPLAY "******************************************"
                DISPLAY "**LINEAS EN LA JERARQUIA:   "
                     WJE-NUM-JERARQUIA
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
      *               LINEAS DE DEPENDENCIA                           *
      *****************************************************************
       COPY JERARPR.
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

      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  LISTADO DE LA BITACORA DE CONSULTAS DE DATOS SENSIBLES       *
      *  (FICHERO.ACCESOS.CONSULTA, VER COPY ACCLOGWS), QUE GRABAN    *
      *  COBOL260, COBOL360, COBOL365, COBOL775 Y COBOL782 CADA VEZ   *
      *  QUE ENSENAN EL SALARIO, LA COMISION, LA CUENTA BANCARIA O    *
      *  LA HISTORIA DE UN EMPLEADO. SOBRE LOS ACCESOS DEL PERIODO    *
      *  EL LISTADO (FICHERO.ACCESOS.LISTADO) DA:                     *
      *    - POR OPERADOR, CADA ACCESO EN ORDEN DE FECHA Y HORA CON   *
      *      SU TOTAL POR OPERADOR                                    *
      *    - POR EMPLEADO, QUIEN HA CONSULTADO SUS DATOS Y CUANDO     *
      *    - UN RESUMEN FINAL                                         *
      *  Y MARCA DOS PATRONES QUE HAY QUE MIRAR:                      *
      *    RAFAGA - UN MISMO OPERADOR VE EN UN MISMO DIA AL MENOS     *
      *             TANTOS SALARIOS COMO EL UMBRAL DENTRO DE LA       *
      *             VENTANA DE MINUTOS (SE MARCA EL ACCESO QUE        *
      *             COMPLETA EL UMBRAL Y LOS QUE LE SIGUEN EN         *
      *             VENTANA). CUENTAN LAS CONSULTAS DE SALARIO Y LOS  *
      *             EXTRACTOS COMPLETOS                               *
      *    PROPIO - EL OPERADOR CONSULTA SU PROPIO REGISTRO DE        *
      *             EMPLEADO. EL MAESTRO DE OPERADORES NO LLEVA EL    *
      *             EMPLEADO, ASI QUE EL ENLACE SE TOMA DE            *
      *             FICHERO.OPERADORES.EMPLEADO (OPERADOR(4) +        *
      *             EMPLEADO(6), MANTENIDO A MANO COMO EL MAESTRO DE  *
      *             OPERADORES); SI NO EXISTE SE AVISA Y ESTA MARCA   *
      *             NO SE REVISA                                      *
      *  SI HAY ALGUNA MARCA SE DEJA UN AVISO EN FICHERO.ALERTAS;     *
      *  LAS MARCAS NO CAMBIAN EL CODIGO DE RETORNO                   *
      *                                                               *
      *  OPCIONES: FICHA COBOL784 DE FICHERO.PARAMETROS (POSICIONES   *
      *  1-3 DIAS DEL PERIODO, 4-5 UMBRAL DE LA RAFAGA, 6-8 VENTANA   *
      *  EN MINUTOS) O, SI NO HAY FICHA, LAS MISMAS TRES POR SYSIN;   *
      *  UN DATO EN BLANCO TOMA SU VALOR POR DEFECTO (7 DIAS, 20      *
      *  SALARIOS, 60 MINUTOS). EL PERIODO SON LOS ULTIMOS N DIAS     *
      *  HASTA LA FECHA DE PROCESO DE LA CADENA                       *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL784.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *ENLACE DE CADA OPERADOR CON SU CODIGO DE EMPLEADO
           SELECT OPEREMPLE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.operadores.empleado"
             FILE STATUS IS WS-FILE-STATUS-ENL.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.accesos.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRTD".
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY ACCLOGFD.
      *
       FD OPEREMPLE.
       01  REG-OPEREMPLE                          PIC X(10).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *UN ACCESO DEL PERIODO; LA HORA SE DESGLOSA PARA CONTAR LOS
      *MINUTOS DE LA VENTANA DE RAFAGA
       SD SD-FICHERO.
       01  SD-REG-ACCESO.
           05  SD-OPERADOR                        PIC X(4).
           05  SD-FECHA                           PIC 9(8).
           05  SD-HORA.
               10  SD-HH                          PIC 9(2).
               10  SD-MI                          PIC 9(2).
               10  SD-SEG                         PIC 9(4).
           05  SD-PROGRAMA                        PIC X(8).
           05  SD-EMPLEADO                        PIC X(6).
           05  SD-DATO                            PIC X(1).
                88  SD-DATO-SALARIO               VALUE "S".
                88  SD-DATO-CUENTA                VALUE "C".
                88  SD-DATO-HISTORIA              VALUE "H".
                88  SD-DATO-EXTRACTO              VALUE "X".
      *
       COPY PARAMFD.
      *
       COPY RUNCTLFD.
      *
       COPY ALERTAFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *****************************************************************
      *               ENLACE OPERADOR - EMPLEADO                      *
      *****************************************************************
       01  WS-REG-OPEREMPLE.
           05  WE-OPERADOR              PIC X(4).
           05  WE-EMPLEADO              PIC X(6).
      *
       01  WT-TABLA-ENLACES.
           05  WC-NUM-ENLACES           PIC 9(3) VALUE 0.
           05  WT-ENLACE OCCURS 1 TO 500 TIMES
                  DEPENDING ON WC-NUM-ENLACES
                  INDEXED BY IE.
               10  WT-ENL-OPERADOR      PIC X(4).
               10  WT-ENL-EMPLEADO      PIC X(6).
      *
      *****************************************************************
      *               MINUTOS DE LAS ULTIMAS VISTAS DE SALARIO        *
      *****************************************************************
      *TABLA CIRCULAR CON TANTAS POSICIONES COMO EL UMBRAL: AL GRABAR
      *UNA VISTA, LA POSICION SIGUIENTE GUARDA LA MAS ANTIGUA DE LAS
      *ULTIMAS UMBRAL VISTAS DEL OPERADOR EN EL DIA
       01  WT-TABLA-MINUTOS.
           05  WT-MINUTO OCCURS 99 TIMES           PIC 9(4).
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               CONTROL DE EJECUCIONES                          *
      *****************************************************************
       COPY RUNCTLWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               TABLA DE DIAS POR MES                           *
      *****************************************************************
       01  LT-DIAS-POR-MES.
           05  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  LT-TABLA-MESES REDEFINES LT-DIAS-POR-MES.
           05  LT-DIAS-MES OCCURS 12 TIMES     PIC 9(2).
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
           05  SW-FIN-SORT                       PIC X VALUE "N".
                88 FIN-SORT                      VALUE "S".
                88 NO-FIN-SORT                   VALUE "N".
           05  SW-ENLACES                        PIC X VALUE "N".
                88 HAY-ENLACES                   VALUE "S".
                88 SIN-ENLACES                   VALUE "N".
           05  SW-BITACORA                       PIC X VALUE "S".
                88 HAY-BITACORA                  VALUE "S".
                88 SIN-BITACORA                  VALUE "N".
           05  SW-PROPIO                         PIC X VALUE "N".
                88 ACCESO-PROPIO                 VALUE "S".
                88 ACCESO-AJENO                  VALUE "N".
           05  SW-RAFAGA                         PIC X VALUE "N".
                88 ACCESO-EN-RAFAGA              VALUE "S".
                88 ACCESO-SUELTO                 VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "ACCESOS.CONSULTA".
           05  LT-FICHERO2          PIC X(20) VALUE "OPER.EMPLEADO".
           05  LT-FICHERO3          PIC X(20) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL784".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-DIAS-DEFECTO      PIC 9(3) VALUE 7.
           05  LT-UMBRAL-DEFECTO    PIC 9(2) VALUE 20.
           05  LT-VENTANA-DEFECTO   PIC 9(3) VALUE 60.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENL                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *OPCIONES DE EJECUCION
           05  WS-SYSIN-DIAS                        PIC X(3).
           05  WS-SYSIN-UMBRAL                      PIC X(2).
           05  WS-SYSIN-VENTANA                     PIC X(3).
           05  WS-DIAS-PERIODO                      PIC 9(3).
           05  WS-UMBRAL                            PIC 9(2).
           05  WS-VENTANA                           PIC 9(3).
      *PARTE DEL LISTADO EN CURSO: 1 POR OPERADOR, 2 POR EMPLEADO,
      *3 RESUMEN (CADA UNA TIENE SU LINEA DE COLUMNAS)
           05  WS-PARTE                             PIC 9(1).
      *FECHA LIMITE DEL PERIODO Y SU DESGLOSE DE TRABAJO
           05  WS-FECHA-LIMITE                      PIC 9(8).
           05  WS-FECHA-TRABAJO                     PIC 9(8).
           05  WS-FECHA-TRABAJO-R
                  REDEFINES WS-FECHA-TRABAJO.
               10  WS-TRA-ANIO                      PIC 9(4).
               10  WS-TRA-MES                       PIC 9(2).
               10  WS-TRA-DIA                       PIC 9(2).
           05  WS-DIAS-DEL-MES                      PIC 9(2).
           05  WS-COCIENTE                          PIC 9(4).
           05  WS-RESTO-4                           PIC 9(4).
           05  WS-RESTO-100                         PIC 9(4).
           05  WS-RESTO-400                         PIC 9(4).
           05  WS-CONTADOR-DIAS                     PIC 9(3).
      *RUPTURAS DEL LISTADO
           05  WS-OPER-ANTERIOR                     PIC X(4).
           05  WS-EMPLE-ANTERIOR                    PIC X(6).
           05  WS-FECHA-ANTERIOR                    PIC 9(8).
      *VENTANA DE RAFAGA
           05  WS-MINUTO                            PIC 9(4).
           05  WS-DIFERENCIA                        PIC S9(4).
           05  WS-VISTAS-DIA                        PIC 9(5).
           05  WS-PUNTERO                           PIC 9(2).
           05  WS-MAS-ANTIGUO                       PIC 9(2).
           05  WS-NUM-EDITADO                       PIC ZZZZZZ9.
           05  WS-FECHA-EDITADA                     PIC 9999/99/99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-LEIDOS                          PIC 9(7).
           05 WC-EN-PERIODO                      PIC 9(7).
           05 WC-OPERADORES                      PIC 9(7).
           05 WC-EMPLEADOS                       PIC 9(7).
           05 WC-RAFAGAS                         PIC 9(7).
           05 WC-OPER-RAFAGA                     PIC 9(7).
           05 WC-PROPIOS                         PIC 9(7).
           05 WC-ACC-GRUPO                       PIC 9(7).
           05 WC-RAF-GRUPO                       PIC 9(7).
           05 WC-PROP-GRUPO                      PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                    VALUE "CONSULTAS DE DATOS SENSIBLES".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS-OPE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(12) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(10) VALUE "PROGRAMA".
           05  FILLER                 PIC X(10) VALUE "EMPLEADO".
           05  FILLER                 PIC X(12) VALUE "DATO".
           05  FILLER                 PIC X(20) VALUE "MARCAS".
      *
       01  WS-LINEA-COLUMNAS-EMP.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "EMPLEADO".
           05  FILLER                 PIC X(12) VALUE "FECHA".
           05  FILLER                 PIC X(10) VALUE "HORA".
           05  FILLER                 PIC X(10) VALUE "PROGRAMA".
           05  FILLER                 PIC X(10) VALUE "OPERADOR".
           05  FILLER                 PIC X(12) VALUE "DATO".
           05  FILLER                 PIC X(20) VALUE "MARCAS".
      *
       01  WS-LINEA-COLUMNAS-RES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "RESUMEN".
      *
       01  WS-LINEA-BLANCO            PIC X(132) VALUE SPACES.
      *
      *****************************************************************
      *               LINEA DE DETALLE DE UN ACCESO                   *
      *****************************************************************
      *LA PRIMERA COLUMNA ES LA DEL GRUPO (OPERADOR O EMPLEADO) Y LA
      *QUINTA LA OTRA PARTE DEL ACCESO
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-GRUPO               PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WI-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-HORA                PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-PROGRAMA            PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-OTRO                PIC X(6).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WI-DATO                PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WI-MARCA-RAFAGA        PIC X(7).
           05  WI-MARCA-PROPIO        PIC X(6).
      *
      *****************************************************************
      *               LINEA DE TOTAL DE UN GRUPO                      *
      *****************************************************************
      *LAS RAFAGAS SOLO SE CUENTAN POR OPERADOR: EN EL TOTAL DE UN
      *EMPLEADO ESA COLUMNA VA EN BLANCO
       01  WS-LINEA-TOTAL.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WG-TITULO              PIC X(16).
           05  WG-GRUPO               PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WG-ACCESOS             PIC ZZZZZZ9.
           05  FILLER                 PIC X(10) VALUE " ACCESOS, ".
           05  WG-BLOQUE-RAFAGA.
               10  WG-RAFAGAS         PIC ZZZZZZ9.
               10  WG-TEXTO-RAFAGA    PIC X(12).
           05  WG-PROPIOS             PIC ZZZZZZ9.
           05  FILLER                 PIC X(8)  VALUE " PROPIOS".
      *
      *****************************************************************
      *               LINEA DEL RESUMEN                               *
      *****************************************************************
       01  WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WR-ETIQUETA            PIC X(34).
           05  WR-VALOR               PIC X(96).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *ACCESOS POR OPERADOR, CON LAS MARCAS DE RAFAGA Y PROPIO
           PERFORM 3000-POR-OPERADOR
              THRU 3000-POR-OPERADOR-EXIT.
      *
      *QUIEN HA VISTO LOS DATOS DE CADA EMPLEADO
           PERFORM 4000-POR-EMPLEADO
              THRU 4000-POR-EMPLEADO-EXIT.
      *
           PERFORM 5000-IMPRIME-RESUMEN
              THRU 5000-IMPRIME-RESUMEN-EXIT.
      *
           IF WC-RAFAGAS > 0 OR WC-PROPIOS > 0
                PERFORM 6000-ALERTA-MARCAS
                   THRU 6000-ALERTA-MARCAS-EXIT
           END-IF.
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
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA (O LA DEL SISTEMA
      *SI NO HAY FICHERO DE FECHA)
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
      *DEJAMOS CONSTANCIA DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
      *OPCIONES DE EJECUCION: FICHA DE PARAMETROS (POSICIONES 1-3
      *DIAS DEL PERIODO, 4-5 UMBRAL, 6-8 VENTANA) O DIALOGO POR SYSIN
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
      *
           PERFORM 1010-OBTIENE-OPCIONES
              THRU 1010-OBTIENE-OPCIONES-EXIT.
      *
      *LIMITE DEL PERIODO: FECHA DE PROCESO MENOS N DIAS; ENTRAN LOS
      *ACCESOS POSTERIORES AL LIMITE
           MOVE WS-FECHA-PROCESO TO WS-FECHA-TRABAJO.
           PERFORM 5500-RESTA-DIAS
              THRU 5500-RESTA-DIAS-EXIT
              VARYING WS-CONTADOR-DIAS FROM 1 BY 1
              UNTIL WS-CONTADOR-DIAS > WS-DIAS-PERIODO.
           MOVE WS-FECHA-TRABAJO TO WS-FECHA-LIMITE.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1100-CARGA-ENLACES
              THRU 1100-CARGA-ENLACES-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       OPCIONES DE EJECUCION                                   *
      *****************************************************************
       1010-OBTIENE-OPCIONES.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:3) TO WS-SYSIN-DIAS
                MOVE WS-PARAM-DATOS(4:2) TO WS-SYSIN-UMBRAL
                MOVE WS-PARAM-DATOS(6:3) TO WS-SYSIN-VENTANA
           ELSE
                DISPLAY "DIAS DEL PERIODO (3 DIGITOS, BLANCO="
                        LT-DIAS-DEFECTO "): "
                ACCEPT WS-SYSIN-DIAS FROM SYSIN
                DISPLAY "SALARIOS PARA MARCAR RAFAGA (2 DIGITOS, "
                        "BLANCO=" LT-UMBRAL-DEFECTO "): "
                ACCEPT WS-SYSIN-UMBRAL FROM SYSIN
                DISPLAY "VENTANA DE LA RAFAGA EN MINUTOS (3 DIGITOS, "
                        "BLANCO=" LT-VENTANA-DEFECTO "): "
                ACCEPT WS-SYSIN-VENTANA FROM SYSIN
           END-IF.
      *
      *UN DATO EN BLANCO, NO NUMERICO O A CERO TOMA SU VALOR POR
      *DEFECTO
           IF WS-SYSIN-DIAS NUMERIC
                MOVE WS-SYSIN-DIAS TO WS-DIAS-PERIODO
           ELSE
                MOVE LT-DIAS-DEFECTO TO WS-DIAS-PERIODO
           END-IF.
           IF WS-DIAS-PERIODO = 0
                MOVE LT-DIAS-DEFECTO TO WS-DIAS-PERIODO
           END-IF.
      *
           IF WS-SYSIN-UMBRAL NUMERIC
                MOVE WS-SYSIN-UMBRAL TO WS-UMBRAL
           ELSE
                MOVE LT-UMBRAL-DEFECTO TO WS-UMBRAL
           END-IF.
           IF WS-UMBRAL = 0
                MOVE LT-UMBRAL-DEFECTO TO WS-UMBRAL
           END-IF.
      *
           IF WS-SYSIN-VENTANA NUMERIC
                MOVE WS-SYSIN-VENTANA TO WS-VENTANA
           ELSE
                MOVE LT-VENTANA-DEFECTO TO WS-VENTANA
           END-IF.
           IF WS-VENTANA = 0
                MOVE LT-VENTANA-DEFECTO TO WS-VENTANA
           END-IF.
      *
       1010-OBTIENE-OPCIONES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL ENLACE OPERADOR - EMPLEADO                    *
      *****************************************************************
       1100-CARGA-ENLACES.
           SET SIN-ENLACES TO TRUE.
           OPEN INPUT OPEREMPLE.
      *SIN FICHERO DE ENLACES NO SE PUEDE MARCAR EL ACCESO PROPIO;
      *SE AVISA Y EL LISTADO SIGUE
           IF WS-FILE-STATUS-ENL = 35
                DISPLAY "AVISO: NO EXISTE FICHERO.OPERADORES.EMPLEADO,"
                        " NO SE REVISAN LOS ACCESOS PROPIOS"
                GO TO 1100-CARGA-ENLACES-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENL NOT = 00
                MOVE "1100-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENL TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET HAY-ENLACES TO TRUE.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1110-LEE-ENLACE
              THRU 1110-LEE-ENLACE-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE OPEREMPLE.
      *
       1100-CARGA-ENLACES-EXIT.
       EXIT.
      *
       1110-LEE-ENLACE.
           READ OPEREMPLE INTO WS-REG-OPEREMPLE
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ENL = 10
                GO TO 1110-LEE-ENLACE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENL NOT = 00
                MOVE "1110-LEE-ENLACE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENL TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           IF WC-NUM-ENLACES >= 500
                DISPLAY "AVISO: MAS DE 500 OPERADORES ENLAZADOS, SE "
                        "IGNORA " WE-OPERADOR
                GO TO 1110-LEE-ENLACE-EXIT
           END-IF.
           ADD 1 TO WC-NUM-ENLACES.
           SET IE TO WC-NUM-ENLACES.
           MOVE WE-OPERADOR TO WT-ENL-OPERADOR(IE).
           MOVE WE-EMPLEADO TO WT-ENL-EMPLEADO(IE).
      *
       1110-LEE-ENLACE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CABECERA DE PAGINA                                      *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
      *LA CABECERA NO PASA POR WS-LINEA-IMPRIMIR, QUE PUEDE TENER
      *PENDIENTE LA LINEA QUE HA PROVOCADO EL SALTO DE PAGINA
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           WRITE REG-LISTADO FROM WS-LINEA-TITULO
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           EVALUATE WS-PARTE
                WHEN 1
                     WRITE REG-LISTADO FROM WS-LINEA-COLUMNAS-OPE
                        AFTER ADVANCING 2 LINES
                WHEN 2
                     WRITE REG-LISTADO FROM WS-LINEA-COLUMNAS-EMP
                        AFTER ADVANCING 2 LINES
                WHEN OTHER
                     WRITE REG-LISTADO FROM WS-LINEA-COLUMNAS-RES
                        AFTER ADVANCING 2 LINES
           END-EVALUATE.
           WRITE REG-LISTADO FROM WS-LINEA-BLANCO
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ACCESOS POR OPERADOR                                    *
      *****************************************************************
       3000-POR-OPERADOR.
           MOVE 1 TO WS-PARTE.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           SORT SD-FICHERO
                ON ASCENDING KEY SD-OPERADOR SD-FECHA SD-HORA
                INPUT PROCEDURE IS 3100-SUELTA-ACCESOS
                   THRU 3100-SUELTA-ACCESOS-EXIT
                OUTPUT PROCEDURE IS 3200-LISTA-OPERADORES
                   THRU 3200-LISTA-OPERADORES-EXIT.
      *
           IF WC-EN-PERIODO = 0
                PERFORM 3900-SIN-ACCESOS
                   THRU 3900-SIN-ACCESOS-EXIT
           END-IF.
      *
       3000-POR-OPERADOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ENTREGA AL SORT LOS ACCESOS DEL PERIODO                 *
      *****************************************************************
      *LA MISMA PARA LAS DOS ORDENACIONES; LOS CONTADORES DE LECTURA
      *SOLO SE LLEVAN EN LA PRIMERA
       3100-SUELTA-ACCESOS.
           SET NO-FIN-FICHERO TO TRUE.
           OPEN INPUT ACCESOS.
      *SIN BITACORA NO HAY NADA QUE LISTAR: NADIE HA CONSULTADO AUN
           IF WS-FILE-STATUS-ACC = 35
                SET SIN-BITACORA TO TRUE
                GO TO 3100-SUELTA-ACCESOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-ACC NOT = 00
                MOVE "3100-SUELTA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ACC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3110-LEE-ACCESO
              THRU 3110-LEE-ACCESO-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ACCESOS.
      *
       3100-SUELTA-ACCESOS-EXIT.
       EXIT.
      *
       3110-LEE-ACCESO.
           READ ACCESOS INTO WS-REG-ACCESO
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ACC = 10
                GO TO 3110-LEE-ACCESO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ACC NOT = 00
                MOVE "3110-LEE-ACCESO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ACC TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           IF WS-PARTE = 1
                ADD 1 TO WC-LEIDOS
           END-IF.
      *
           IF WAC-FECHA NOT > WS-FECHA-LIMITE
                GO TO 3110-LEE-ACCESO-EXIT
           END-IF.
      *
           MOVE WAC-OPERADOR TO SD-OPERADOR.
           MOVE WAC-FECHA TO SD-FECHA.
           MOVE WAC-HORA TO SD-HORA.
           MOVE WAC-PROGRAMA TO SD-PROGRAMA.
           MOVE WAC-EMPLEADO TO SD-EMPLEADO.
           MOVE WAC-DATO TO SD-DATO.
           RELEASE SD-REG-ACCESO.
           IF WS-PARTE = 1
                ADD 1 TO WC-EN-PERIODO
           END-IF.
      *
       3110-LEE-ACCESO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LISTA LOS ACCESOS ORDENADOS POR OPERADOR                *
      *****************************************************************
       3200-LISTA-OPERADORES.
           MOVE LOW-VALUES TO WS-OPER-ANTERIOR.
           MOVE 0 TO WS-FECHA-ANTERIOR.
           SET NO-FIN-SORT TO TRUE.
      *
           PERFORM 3210-LISTA-ACCESO-OPE
              THRU 3210-LISTA-ACCESO-OPE-EXIT
              UNTIL FIN-SORT.
      *
           IF WS-OPER-ANTERIOR NOT = LOW-VALUES
                PERFORM 3300-TOTAL-OPERADOR
                   THRU 3300-TOTAL-OPERADOR-EXIT
           END-IF.
      *
       3200-LISTA-OPERADORES-EXIT.
       EXIT.
      *
       3210-LISTA-ACCESO-OPE.
           RETURN SD-FICHERO
              AT END SET FIN-SORT TO TRUE.
           IF FIN-SORT
                GO TO 3210-LISTA-ACCESO-OPE-EXIT
           END-IF.
      *
      *RUPTURA DE OPERADOR: TOTAL DEL ANTERIOR Y CONTADORES A CERO
           IF SD-OPERADOR NOT = WS-OPER-ANTERIOR
                IF WS-OPER-ANTERIOR NOT = LOW-VALUES
                     PERFORM 3300-TOTAL-OPERADOR
                        THRU 3300-TOTAL-OPERADOR-EXIT
                END-IF
                MOVE SD-OPERADOR TO WS-OPER-ANTERIOR
                MOVE 0 TO WS-FECHA-ANTERIOR
                MOVE 0 TO WC-ACC-GRUPO
                          WC-RAF-GRUPO
                          WC-PROP-GRUPO
                ADD 1 TO WC-OPERADORES
           END-IF.
      *
      *LA VENTANA DE RAFAGA NO PASA DE UN DIA A OTRO
           IF SD-FECHA NOT = WS-FECHA-ANTERIOR
                MOVE SD-FECHA TO WS-FECHA-ANTERIOR
                MOVE 0 TO WS-VISTAS-DIA
                MOVE 0 TO WS-PUNTERO
           END-IF.
      *
           SET ACCESO-SUELTO TO TRUE.
           IF SD-DATO-SALARIO OR SD-DATO-EXTRACTO
                PERFORM 3250-MIRA-RAFAGA
                   THRU 3250-MIRA-RAFAGA-EXIT
           END-IF.
           PERFORM 3260-MIRA-PROPIO
              THRU 3260-MIRA-PROPIO-EXIT.
      *
           ADD 1 TO WC-ACC-GRUPO.
           IF ACCESO-EN-RAFAGA
                ADD 1 TO WC-RAF-GRUPO
                ADD 1 TO WC-RAFAGAS
           END-IF.
           IF ACCESO-PROPIO
                ADD 1 TO WC-PROP-GRUPO
                ADD 1 TO WC-PROPIOS
           END-IF.
      *
           MOVE SD-OPERADOR TO WI-GRUPO.
           MOVE SD-EMPLEADO TO WI-OTRO.
           PERFORM 3500-IMPRIME-DETALLE
              THRU 3500-IMPRIME-DETALLE-EXIT.
      *
       3210-LISTA-ACCESO-OPE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RAFAGA: UMBRAL DE SALARIOS DENTRO DE LA VENTANA         *
      *****************************************************************
       3250-MIRA-RAFAGA.
           COMPUTE WS-MINUTO = SD-HH * 60 + SD-MI.
           ADD 1 TO WS-VISTAS-DIA.
           ADD 1 TO WS-PUNTERO.
           IF WS-PUNTERO > WS-UMBRAL
                MOVE 1 TO WS-PUNTERO
           END-IF.
           MOVE WS-MINUTO TO WT-MINUTO(WS-PUNTERO).
      *
           IF WS-VISTAS-DIA < WS-UMBRAL
                GO TO 3250-MIRA-RAFAGA-EXIT
           END-IF.
      *
      *LA POSICION SIGUIENTE A LA RECIEN GRABADA ES LA MAS ANTIGUA DE
      *LAS ULTIMAS UMBRAL VISTAS
           IF WS-PUNTERO = WS-UMBRAL
                MOVE 1 TO WS-MAS-ANTIGUO
           ELSE
                COMPUTE WS-MAS-ANTIGUO = WS-PUNTERO + 1
           END-IF.
           COMPUTE WS-DIFERENCIA =
                   WS-MINUTO - WT-MINUTO(WS-MAS-ANTIGUO).
           IF WS-DIFERENCIA < WS-VENTANA
                SET ACCESO-EN-RAFAGA TO TRUE
           END-IF.
      *
       3250-MIRA-RAFAGA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PROPIO: EL OPERADOR CONSULTA SU PROPIO REGISTRO         *
      *****************************************************************
       3260-MIRA-PROPIO.
           SET ACCESO-AJENO TO TRUE.
           IF SIN-ENLACES OR WC-NUM-ENLACES = 0
                GO TO 3260-MIRA-PROPIO-EXIT
           END-IF.
      *
           SET IE TO 1.
           SEARCH WT-ENLACE
                AT END
                     CONTINUE
                WHEN WT-ENL-OPERADOR(IE) = SD-OPERADOR
                     IF WT-ENL-EMPLEADO(IE) = SD-EMPLEADO
                          SET ACCESO-PROPIO TO TRUE
                     END-IF
           END-SEARCH.
      *
       3260-MIRA-PROPIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTAL DE UN OPERADOR                                    *
      *****************************************************************
       3300-TOTAL-OPERADOR.
           IF WC-RAF-GRUPO > 0
                ADD 1 TO WC-OPER-RAFAGA
           END-IF.
      *
           MOVE "TOTAL OPERADOR: " TO WG-TITULO.
           MOVE WS-OPER-ANTERIOR TO WG-GRUPO.
           PERFORM 3350-IMPRIME-TOTAL
              THRU 3350-IMPRIME-TOTAL-EXIT.
      *
       3300-TOTAL-OPERADOR-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LINEA DE TOTAL DE UN GRUPO Y LINEA EN BLANCO            *
      *****************************************************************
       3350-IMPRIME-TOTAL.
           MOVE WC-ACC-GRUPO TO WG-ACCESOS.
           IF WS-PARTE = 1
                MOVE WC-RAF-GRUPO TO WG-RAFAGAS
                MOVE " EN RAFAGA, " TO WG-TEXTO-RAFAGA
           ELSE
                MOVE SPACES TO WG-BLOQUE-RAFAGA
           END-IF.
           MOVE WC-PROP-GRUPO TO WG-PROPIOS.
           MOVE WS-LINEA-TOTAL TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
      *
       3350-IMPRIME-TOTAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DETALLE DE UN ACCESO                                    *
      *****************************************************************
      *LA LLAMADORA DEJA EL GRUPO EN WI-GRUPO Y LA OTRA PARTE EN
      *WI-OTRO; EL RESTO SALE DEL REGISTRO DEL SORT Y DE LAS MARCAS
       3500-IMPRIME-DETALLE.
           MOVE SD-FECHA TO WI-FECHA.
           MOVE SPACES TO WI-HORA.
           STRING SD-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  SD-MI DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  SD-SEG(1:2) DELIMITED BY SIZE
                  INTO WI-HORA.
           MOVE SD-PROGRAMA TO WI-PROGRAMA.
      *
           EVALUATE TRUE
                WHEN SD-DATO-SALARIO
                     MOVE "SALARIO" TO WI-DATO
                WHEN SD-DATO-CUENTA
                     MOVE "CUENTA" TO WI-DATO
                WHEN SD-DATO-HISTORIA
                     MOVE "HISTORIA" TO WI-DATO
                WHEN SD-DATO-EXTRACTO
                     MOVE "EXTRACTO" TO WI-DATO
                WHEN OTHER
                     MOVE SD-DATO TO WI-DATO
           END-EVALUATE.
      *
           MOVE SPACES TO WI-MARCA-RAFAGA
                          WI-MARCA-PROPIO.
           IF ACCESO-EN-RAFAGA
                MOVE "RAFAGA" TO WI-MARCA-RAFAGA
           END-IF.
           IF ACCESO-PROPIO
                MOVE "PROPIO" TO WI-MARCA-PROPIO
           END-IF.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
      *
       3500-IMPRIME-DETALLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AVISO DE PERIODO SIN ACCESOS                            *
      *****************************************************************
       3900-SIN-ACCESOS.
           IF SIN-BITACORA
                MOVE "  NO EXISTE LA BITACORA DE ACCESOS"
                  TO WS-LINEA-IMPRIMIR
           ELSE
                MOVE "  NO HAY ACCESOS EN EL PERIODO"
                  TO WS-LINEA-IMPRIMIR
           END-IF.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
      *
       3900-SIN-ACCESOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ACCESOS POR EMPLEADO CONSULTADO                         *
      *****************************************************************
       4000-POR-EMPLEADO.
           MOVE 2 TO WS-PARTE.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           SORT SD-FICHERO
                ON ASCENDING KEY SD-EMPLEADO SD-FECHA SD-HORA
                INPUT PROCEDURE IS 3100-SUELTA-ACCESOS
                   THRU 3100-SUELTA-ACCESOS-EXIT
                OUTPUT PROCEDURE IS 4200-LISTA-EMPLEADOS
                   THRU 4200-LISTA-EMPLEADOS-EXIT.
      *
           IF WC-EN-PERIODO = 0
                PERFORM 3900-SIN-ACCESOS
                   THRU 3900-SIN-ACCESOS-EXIT
           END-IF.
      *
       4000-POR-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LISTA LOS ACCESOS ORDENADOS POR EMPLEADO                *
      *****************************************************************
       4200-LISTA-EMPLEADOS.
           MOVE LOW-VALUES TO WS-EMPLE-ANTERIOR.
           SET NO-FIN-SORT TO TRUE.
      *
           PERFORM 4210-LISTA-ACCESO-EMP
              THRU 4210-LISTA-ACCESO-EMP-EXIT
              UNTIL FIN-SORT.
      *
           IF WS-EMPLE-ANTERIOR NOT = LOW-VALUES
                PERFORM 4300-TOTAL-EMPLEADO
                   THRU 4300-TOTAL-EMPLEADO-EXIT
           END-IF.
      *
       4200-LISTA-EMPLEADOS-EXIT.
       EXIT.
      *
      *EN ESTA PARTE SOLO SE MARCA EL ACCESO PROPIO: LA RAFAGA ES COSA
      *DEL OPERADOR Y YA SALE EN LA PARTE ANTERIOR
       4210-LISTA-ACCESO-EMP.
           RETURN SD-FICHERO
              AT END SET FIN-SORT TO TRUE.
           IF FIN-SORT
                GO TO 4210-LISTA-ACCESO-EMP-EXIT
           END-IF.
      *
           IF SD-EMPLEADO NOT = WS-EMPLE-ANTERIOR
                IF WS-EMPLE-ANTERIOR NOT = LOW-VALUES
                     PERFORM 4300-TOTAL-EMPLEADO
                        THRU 4300-TOTAL-EMPLEADO-EXIT
                END-IF
                MOVE SD-EMPLEADO TO WS-EMPLE-ANTERIOR
                MOVE 0 TO WC-ACC-GRUPO
                          WC-RAF-GRUPO
                          WC-PROP-GRUPO
                ADD 1 TO WC-EMPLEADOS
           END-IF.
      *
           SET ACCESO-SUELTO TO TRUE.
           PERFORM 3260-MIRA-PROPIO
              THRU 3260-MIRA-PROPIO-EXIT.
           ADD 1 TO WC-ACC-GRUPO.
           IF ACCESO-PROPIO
                ADD 1 TO WC-PROP-GRUPO
           END-IF.
      *
           MOVE SD-EMPLEADO TO WI-GRUPO.
           MOVE SD-OPERADOR TO WI-OTRO.
           PERFORM 3500-IMPRIME-DETALLE
              THRU 3500-IMPRIME-DETALLE-EXIT.
      *
       4210-LISTA-ACCESO-EMP-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTAL DE UN EMPLEADO                                    *
      *****************************************************************
       4300-TOTAL-EMPLEADO.
           MOVE "TOTAL EMPLEADO: " TO WG-TITULO.
           MOVE WS-EMPLE-ANTERIOR TO WG-GRUPO.
           PERFORM 3350-IMPRIME-TOTAL
              THRU 3350-IMPRIME-TOTAL-EXIT.
      *
       4300-TOTAL-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN FINAL                                           *
      *****************************************************************
       5000-IMPRIME-RESUMEN.
           MOVE 3 TO WS-PARTE.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           MOVE "PERIODO REVISADO" TO WR-ETIQUETA.
           MOVE WS-FECHA-LIMITE TO WS-FECHA-EDITADA.
           MOVE SPACES TO WR-VALOR.
           STRING "ULTIMOS " DELIMITED BY SIZE
                  WS-DIAS-PERIODO DELIMITED BY SIZE
                  " DIAS, ACCESOS POSTERIORES AL " DELIMITED BY SIZE
                  WS-FECHA-EDITADA DELIMITED BY SIZE
                  INTO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "CRITERIO DE RAFAGA" TO WR-ETIQUETA.
           MOVE SPACES TO WR-VALOR.
           STRING WS-UMBRAL DELIMITED BY SIZE
                  " SALARIOS DE UN OPERADOR EN MENOS DE "
                     DELIMITED BY SIZE
                  WS-VENTANA DELIMITED BY SIZE
                  " MINUTOS" DELIMITED BY SIZE
                  INTO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "REGISTROS EN LA BITACORA" TO WR-ETIQUETA.
           MOVE WC-LEIDOS TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "ACCESOS EN EL PERIODO" TO WR-ETIQUETA.
           MOVE WC-EN-PERIODO TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "OPERADORES" TO WR-ETIQUETA.
           MOVE WC-OPERADORES TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "EMPLEADOS CONSULTADOS" TO WR-ETIQUETA.
           MOVE WC-EMPLEADOS TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "ACCESOS MARCADOS EN RAFAGA" TO WR-ETIQUETA.
           MOVE WC-RAFAGAS TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "OPERADORES CON RAFAGAS" TO WR-ETIQUETA.
           MOVE WC-OPER-RAFAGA TO WS-NUM-EDITADO.
           MOVE WS-NUM-EDITADO TO WR-VALOR.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
           MOVE "CONSULTAS DEL PROPIO REGISTRO" TO WR-ETIQUETA.
           IF SIN-ENLACES
                MOVE "NO REVISADAS, FALTA FICHERO.OPERADORES.EMPLEADO"
                  TO WR-VALOR
           ELSE
                MOVE WC-PROPIOS TO WS-NUM-EDITADO
                MOVE WS-NUM-EDITADO TO WR-VALOR
           END-IF.
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT.
      *
       5000-IMPRIME-RESUMEN-EXIT.
       EXIT.
      *
       5010-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO WS-LINEA-IMPRIMIR.
           PERFORM 7000-IMPRIME-LINEA
              THRU 7000-IMPRIME-LINEA-EXIT.
       5010-LINEA-RESUMEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESTA UN DIA A WS-FECHA-TRABAJO (CON BISIESTOS)         *
      *****************************************************************
       5500-RESTA-DIAS.
           IF WS-TRA-DIA > 1
                SUBTRACT 1 FROM WS-TRA-DIA
           ELSE
                IF WS-TRA-MES > 1
                     SUBTRACT 1 FROM WS-TRA-MES
                ELSE
                     MOVE 12 TO WS-TRA-MES
                     SUBTRACT 1 FROM WS-TRA-ANIO
                END-IF
                PERFORM 5400-DIAS-DEL-MES
                   THRU 5400-DIAS-DEL-MES-EXIT
                MOVE WS-DIAS-DEL-MES TO WS-TRA-DIA
           END-IF.
      *
       5500-RESTA-DIAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       DIAS DEL MES DE WS-FECHA-TRABAJO (CON BISIESTOS)        *
      *****************************************************************
       5400-DIAS-DEL-MES.
           MOVE LT-DIAS-MES(WS-TRA-MES) TO WS-DIAS-DEL-MES.
      *
      *FEBRERO TIENE 29 EN ANIO BISIESTO: DIVISIBLE POR 4 Y NO POR
      *100, SALVO LOS DIVISIBLES POR 400
           IF WS-TRA-MES = 2
                DIVIDE WS-TRA-ANIO BY 4
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-4
                DIVIDE WS-TRA-ANIO BY 100
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-100
                DIVIDE WS-TRA-ANIO BY 400
                   GIVING WS-COCIENTE REMAINDER WS-RESTO-400
                IF (WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0)
                   OR WS-RESTO-400 = 0
                     MOVE 29 TO WS-DIAS-DEL-MES
                END-IF
           END-IF.
      *
       5400-DIAS-DEL-MES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       AVISO EN EL FICHERO DE ALERTAS DE OPERACION             *
      *****************************************************************
       6000-ALERTA-MARCAS.
           MOVE WS-FECHA-PROCESO TO WA-FECHA.
           MOVE LT-PROGRAMA TO WA-PROGRAMA.
           SET WA-TIPO-REVISAR TO TRUE.
           SET WA-AVISO TO TRUE.
      *
           MOVE SPACES TO WA-MOTIVO.
           STRING "ACCESOS SENSIBLES: " DELIMITED BY SIZE
                  WC-RAFAGAS DELIMITED BY SIZE
                  " EN RAFAGA, " DELIMITED BY SIZE
                  WC-PROPIOS DELIMITED BY SIZE
                  " PROPIOS" DELIMITED BY SIZE
                  INTO WA-MOTIVO
           END-STRING.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
      *
       6000-ALERTA-MARCAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME WS-LINEA-IMPRIMIR CON SALTO DE PAGINA           *
      *****************************************************************
       7000-IMPRIME-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "7000-IMPRIME" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       7000-IMPRIME-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   CONSULTAS DE DATOS SENSIBLES"
                 DISPLAY "******************************************"
                 DISPLAY "**REGISTROS EN BITACORA:   " WC-LEIDOS
                 DISPLAY "**ACCESOS EN EL PERIODO:   " WC-EN-PERIODO
                 DISPLAY "**ACCESOS EN RAFAGA:       " WC-RAFAGAS
                 DISPLAY "**ACCESOS PROPIOS:         " WC-PROPIOS
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO PARA QUE
      *UN JOB/SCRIPT QUE ENCADENE VARIOS PROGRAMAS PUEDA DETECTAR EL
      *FALLO SIN TENER QUE MIRAR EL LISTADO
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF.
      *
      *DEJAMOS CONSTANCIA DEL FIN EN EL CONTROL DE EJECUCIONES: LOS
      *REGISTROS DE LA BITACORA COMO LEIDOS Y LOS ACCESOS DEL PERIODO
      *COMO ESCRITOS
           MOVE WC-LEIDOS TO WK-CTL-LEIDOS.
           MOVE WC-EN-PERIODO TO WK-CTL-ESCRITOS.
           MOVE RETURN-CODE TO WK-CTL-RETORNO.
           PERFORM 9750-REGISTRA-FIN
              THRU 9750-REGISTRA-FIN-EXIT.
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
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
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
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                ALERTAS DE OPERACION                           *
      *****************************************************************
       COPY ALERTAPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.

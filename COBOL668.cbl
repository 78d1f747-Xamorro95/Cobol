      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  CONTROL DE PRESENCIA: LEE LOS MARCAJES DEL RELOJ DE          *
      *  FICHERO.FICHAJES (COPY COPYFICHA), LOS ORDENA POR EMPLEADO,  *
      *  FECHA Y HORA Y EMPAREJA CADA ENTRADA CON SU SALIDA PARA      *
      *  SACAR LAS HORAS TRABAJADAS DE CADA DIA DEL PERIODO. EN UN    *
      *  DIA LABORABLE DEL CALENDARIO DE COBOL855 LO QUE PASA DE LA   *
      *  JORNADA ESTANDAR SON HORAS EXTRA (CONCEPTO HEXT); EN UN      *
      *  SABADO, DOMINGO O FESTIVO TODO LO TRABAJADO SE PAGA COMO     *
      *  HORA FESTIVA (HFES); LOS TRAMOS FICHADOS CON MODALIDAD DE    *
      *  GUARDIA SON HORAS DE GUARDIA (GUAR) SEA CUAL SEA EL DIA.     *
      *  CADA CONCEPTO SE VALORA AL PRECIO HORA DEL EMPLEADO (SALARIO *
      *  ANUAL ENTRE LAS HORAS ANUALES DE CONVENIO) POR SU RECARGO Y  *
      *  SE GRABA COMO UN ELEMENTO VARIABLE MAS EN                    *
      *  FICHERO.NOMINA.VARIABLES, QUE ES LO QUE CONSUME COBOL700.    *
      *  LOS DEMAS CONCEPTOS DEL FICHERO DE VARIABLES (LOS QUE SE     *
      *  SIGUEN TECLEANDO A MANO) SE RESPETAN TAL CUAL; LOS TRES DE   *
      *  PRESENCIA SE SUSTITUYEN ENTEROS EN CADA PASADA, ASI QUE UNA  *
      *  REPETICION DEL MES NO LOS DUPLICA. LA REGRABACION ES SEGURA  *
      *  VIA FICHERO DE TRABAJO, COMO EN COBOL705.                    *
      *  LOS MARCAJES QUE NO SE PUEDEN EMPAREJAR (ENTRADA SIN SALIDA, *
      *  SALIDA SIN ENTRADA, MARCAJE EN UN DIA DE AUSENCIA DE         *
      *  FICHERO.AUSENCIAS, EMPLEADO QUE NO ESTA EN EL MAESTRO, HORA  *
      *  O TIPO ERRONEOS) NO SUMAN HORAS Y SALEN EN EL LISTADO DE     *
      *  EXCEPCIONES FICHERO.FICHAJES.EXCEPCIONES PARA QUE LOS        *
      *  SUPERVISORES LOS CORRIJAN ANTES DE VOLVER A LANZAR EL PASO.  *
      *  EL PERIODO (AAAAMM, POR DEFECTO EL MES EN CURSO, EL MISMO DE *
      *  LA NOMINA DE COBOL700) Y LA JORNADA ESTANDAR (HHMM, POR      *
      *  DEFECTO 0800) SE TOMAN DE LA FICHA COBOL668 DE               *
      *  FICHERO.PARAMETROS. SE LANZA ANTES DE COBOL700               *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL668.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHAJES-ENTRADA
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.fichajes"
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *LOS MARCAJES SE ORDENAN POR EMPLEADO, FECHA Y HORA ANTES DE
      *EMPAREJARLOS (VER 1050-ORDENA-FICHAJES)
           SELECT FICHAJES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.fichajes.orden"
             FILE STATUS IS WS-FILE-STATUS.
      *
           SELECT SD-FICHAJES
           ASSIGN TO "SRTF".
      *
      *MAESTRO DE EMPLEADOS, SOLO LECTURA PARA EL PRECIO HORA
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-EMP.
      *
      *AUSENCIAS CAPTURADAS POR COBOL665: UN MARCAJE EN UN DIA DE
      *AUSENCIA ES UNA EXCEPCION
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUS.
      *
      *ELEMENTOS VARIABLES DEL MES QUE CONSUME COBOL700 Y SU FICHERO
      *DE TRABAJO PARA LA REGRABACION (VER 4000-REGRABA-VARIABLES)
           SELECT VARIABLES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.variables"
             FILE STATUS IS WS-FILE-STATUS-VAR.
      *
           SELECT FICTRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.nomina.var.trabajo"
             FILE STATUS IS WS-FILE-STATUS-TRA.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.fichajes.excepciones"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *CALENDARIO LABORAL DE COBOL855 (VER COPY CALENPR)
           COPY CALENFC.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHAJES-ENTRADA.
       01  REG-FICHAJE-ENTRADA                    PIC X(24).
      *
       FD FICHAJES.
       01  REG-FICHAJE                            PIC X(24).
      *
       SD SD-FICHAJES.
       01  SD-REG-FICHAJE.
           05  SD-CODIGO                          PIC X(6).
           05  SD-FECHA                           PIC X(8).
           05  SD-HORA                            PIC X(4).
           05  SD-TIPO                            PIC X(1).
           05  FILLER                             PIC X(5).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD VARIABLES.
       01  REG-VARIABLE                           PIC X(22).
      *
       FD FICTRABAJO.
       01  REG-VAR-TRABAJO                        PIC X(22).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY CALENFD.
      *
       COPY PARAMFD.
      *
       COPY ERRAUDFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               VARIABLES  FICHERO ENTRADA                      *
      *****************************************************************
       COPY COPYFICHA.
      *
      *COPIA DEL MARCAJE QUE SE LLEVA AL LISTADO DE EXCEPCIONES: EL
      *EN CURSO O LA ENTRADA PENDIENTE DE SALIDA (MISMO TRAZADO)
       01  WS-FICHAJE-AUX.
           05  WFX-CODIGO                      PIC X(6).
           05  WFX-FECHA                       PIC 9(8).
           05  WFX-HORA                        PIC 9(4).
           05  WFX-TIPO                        PIC X(1).
           05  WFX-MODALIDAD                   PIC X(1).
           05  WFX-TERMINAL                    PIC X(4).
      *
      *ENTRADA PENDIENTE DE EMPAREJAR CON SU SALIDA
       01  WS-FICHAJE-ENTRADA                  PIC X(24).
      *
      *****************************************************************
      *               MAESTRO DE EMPLEADOS                            *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *SOLO LO NECESARIO PARA EL LISTADO Y EL PRECIO HORA
       01  WT-TABLA-EMPLEADOS.
           05  WC-NUM-EMPLEADOS         PIC 9(4) VALUE 0.
           05  WT-REG-EMPLEADO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLEADOS
                  INDEXED BY I.
                10  WT-EMP-CODIGO                PIC X(6).
                10  WT-EMP-NOMBRE                PIC X(12).
                10  WT-EMP-APELLIDO              PIC X(15).
                10  WT-EMP-SALARIO               PIC S9(9)V99.
      *
      *****************************************************************
      *               AUSENCIAS QUE TOCAN EL PERIODO                  *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABA COBOL665
       01  WS-REG-AUSENCIA.
           05  WZ-CODIGO                PIC X(6).
           05  WZ-TIPO                  PIC X(1).
           05  WZ-FEC-DESDE             PIC 9(8).
           05  WZ-FEC-HASTA             PIC 9(8).
           05  WZ-DIAS                  PIC 9(3).
      *
       01  WT-TABLA-AUSENCIAS.
           05  WC-NUM-AUSENCIAS         PIC 9(4) VALUE 0.
           05  WT-REG-AUSENCIA OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-AUSENCIAS
                  INDEXED BY J.
                10  WT-AUS-CODIGO                PIC X(6).
                10  WT-AUS-DESDE                 PIC 9(8).
                10  WT-AUS-HASTA                 PIC 9(8).
      *
      *****************************************************************
      *               ELEMENTOS VARIABLES DEL MES                     *
      *****************************************************************
      *EL MISMO TRAZADO QUE LEE COBOL700. LOS TRES CONCEPTOS DE
      *PRESENCIA SON DE ESTE PROGRAMA: NO SE COPIAN AL REGRABAR
       01  WS-REG-VARIABLE.
           05  WV-CODIGO                        PIC X(6).
           05  WV-CONCEPTO                      PIC X(4).
                88  WV-CONCEPTO-PRESENCIA       VALUE "HEXT" "HFES"
                                                      "GUAR".
           05  WV-IMPORTE                       PIC 9(9)V99.
           05  WV-SIGNO                         PIC X(1).
      *
      *****************************************************************
      *               CALENDARIO LABORAL                              *
      *****************************************************************
       COPY CALENWS.
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
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
           05  SW-FIN-EMPLEADOS                  PIC 9 VALUE 0.
                88 FIN-EMPLEADOS                 VALUE 1.
                88 NO-FIN-EMPLEADOS              VALUE 0.
           05  SW-FIN-AUSENCIAS                  PIC 9 VALUE 0.
                88 FIN-AUSENCIAS                 VALUE 1.
                88 NO-FIN-AUSENCIAS              VALUE 0.
           05  SW-FIN-VARIABLES                  PIC 9 VALUE 0.
                88 FIN-VARIABLES                 VALUE 1.
                88 NO-FIN-VARIABLES              VALUE 0.
           05  SW-FICHAJES                       PIC X VALUE "N".
                88 HAY-FICHAJES                  VALUE "S".
                88 NO-HAY-FICHAJES               VALUE "N".
           05  SW-EMPLEADO                       PIC X VALUE "N".
                88 EMPLEADO-ENCONTRADO           VALUE "S".
                88 EMPLEADO-NO-ENCONTRADO        VALUE "N".
           05  SW-AUSENCIA                       PIC X VALUE "N".
                88 DIA-DE-AUSENCIA               VALUE "S".
                88 DIA-SIN-AUSENCIA              VALUE "N".
           05  SW-ENTRADA                        PIC X VALUE "N".
                88 ENTRADA-ABIERTA               VALUE "S".
                88 ENTRADA-CERRADA               VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE "FICHAJES".
           05  LT-FICHERO2          PIC X(20) VALUE "FICHAJES.ORDEN".
           05  LT-FICHERO3          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO4          PIC X(20) VALUE "AUSENCIAS".
           05  LT-FICHERO5          PIC X(20) VALUE "NOMINA.VARIABLES".
           05  LT-FICHERO6          PIC X(20)
                    VALUE "VARIABLES.TRABAJO".
           05  LT-FICHERO7          PIC X(20)
                    VALUE "FICHAJES.EXCEPCIONES".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL668".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *JORNADA ESTANDAR POR DEFECTO (HHMM) Y HORAS ANUALES DE
      *CONVENIO PARA EL PRECIO HORA
           05  LT-JORNADA-DEFECTO   PIC 9(4) VALUE 0800.
           05  LT-HORAS-ANUALES     PIC 9(4) VALUE 1760.
      *CONCEPTOS DE PRESENCIA Y SU RECARGO SOBRE EL PRECIO HORA
           05  LT-CONCEPTO-EXTRA    PIC X(4) VALUE "HEXT".
           05  LT-CONCEPTO-FESTIVO  PIC X(4) VALUE "HFES".
           05  LT-CONCEPTO-GUARDIA  PIC X(4) VALUE "GUAR".
           05  LT-RECARGO-EXTRA     PIC 9V99 VALUE 1.25.
           05  LT-RECARGO-FESTIVO   PIC 9V99 VALUE 1.75.
           05  LT-RECARGO-GUARDIA   PIC 9V99 VALUE 1.50.
      *MOTIVOS DEL LISTADO DE EXCEPCIONES
           05  LT-EXC-SIN-SALIDA    PIC X(30)
                    VALUE "ENTRADA SIN SALIDA".
           05  LT-EXC-SIN-ENTRADA   PIC X(30)
                    VALUE "SALIDA SIN ENTRADA".
           05  LT-EXC-AUSENCIA      PIC X(30)
                    VALUE "FICHAJE EN DIA DE AUSENCIA".
           05  LT-EXC-EMPLEADO      PIC X(30)
                    VALUE "EMPLEADO NO EXISTE EN MAESTRO".
           05  LT-EXC-HORA          PIC X(30)
                    VALUE "FECHA U HORA ERRONEA".
           05  LT-EXC-TIPO          PIC X(30)
                    VALUE "TIPO DE FICHAJE ERRONEO".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-EMP                   PIC XX.
           05  WS-FILE-STATUS-AUS                   PIC XX.
           05  WS-FILE-STATUS-VAR                   PIC XX.
           05  WS-FILE-STATUS-TRA                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
      *PERIODO (AAAAMM) Y JORNADA ESTANDAR (HHMM) DE LA PASADA
           05  WS-PERIODO                           PIC 9(6).
           05  WS-PARAM-PERIODO                     PIC X(6).
           05  WS-PARAM-JORNADA                     PIC X(4).
           05  WS-JORNADA                           PIC 9(4).
           05  WS-JORNADA-R REDEFINES WS-JORNADA.
               10  WS-JORNADA-HH                    PIC 9(2).
               10  WS-JORNADA-MM                    PIC 9(2).
           05  WS-FEC-INI-PERIODO                   PIC 9(8).
           05  WS-FEC-FIN-PERIODO                   PIC 9(8).
      *EMPLEADO Y DIA EN CURSO DEL CORTE DE CONTROL
           05  WS-CODIGO-ACTUAL                     PIC X(6).
           05  WS-FECHA-ACTUAL                      PIC 9(8).
           05  WS-POS-EMPLEADO                      PIC 9(4).
      *MINUTOS DEL DIA DESDE LAS 00:00 DE LA ENTRADA Y LA SALIDA
           05  WS-MIN-ENTRADA                       PIC 9(4).
           05  WS-MIN-SALIDA                        PIC 9(4).
           05  WS-MIN-JORNADA                       PIC 9(4).
      *MINUTOS TRABAJADOS EN EL DIA Y ACUMULADOS DEL EMPLEADO
           05  WS-MIN-NORMAL-DIA                    PIC 9(5).
           05  WS-MIN-GUARDIA-DIA                   PIC 9(5).
           05  WS-MIN-EXTRA-EMP                     PIC 9(6).
           05  WS-MIN-FESTIVO-EMP                   PIC 9(6).
           05  WS-MIN-GUARDIA-EMP                   PIC 9(6).
      *DATOS DEL ELEMENTO VARIABLE QUE SE GRABA
           05  WS-PRECIO-HORA                       PIC 9(7)V9(4).
           05  WS-MIN-CONCEPTO                      PIC 9(6).
           05  WS-RECARGO                           PIC 9V99.
           05  WS-MOTIVO                            PIC X(30).
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-FICHAJES-EMPAREJADOS            PIC 9(7).
           05 WC-FICHAJES-FUERA                  PIC 9(7).
           05 WC-EXCEPCIONES                     PIC 9(7).
           05 WC-DIAS-TRABAJADOS                 PIC 9(7).
           05 WC-VARIABLES-COPIADAS              PIC 9(7).
           05 WC-VARIABLES-SUSTITUIDAS           PIC 9(7).
           05 WC-VARIABLES-GENERADAS             PIC 9(7).
           05 WC-SUMA-IMPORTES                   PIC 9(11)V99.
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *COPIA DE LA LINEA PENDIENTE MIENTRAS SE IMPRIME UN SALTO DE
      *PAGINA (LA CABECERA REUTILIZA WS-LINEA-IMPRIMIR)
       01  WS-LINEA-DETALLE-AUX                  PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(34)
                    VALUE "EXCEPCIONES DE FICHAJES - PERIODO ".
           05  WT-PERIODO             PIC 9999/99.
           05  FILLER                 PIC X(11) VALUE "  JORNADA: ".
           05  WT-JORNADA-HH          PIC 99.
           05  FILLER                 PIC X(1)  VALUE ":".
           05  WT-JORNADA-MM          PIC 99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(14) VALUE "NOMBRE".
           05  FILLER                 PIC X(17) VALUE "APELLIDO".
           05  FILLER                 PIC X(12) VALUE "FECHA".
           05  FILLER                 PIC X(7)  VALUE "HORA".
           05  FILLER                 PIC X(6)  VALUE "TIPO".
           05  FILLER                 PIC X(5)  VALUE "MOD".
           05  FILLER                 PIC X(10) VALUE "TERMINAL".
           05  FILLER                 PIC X(30) VALUE "MOTIVO".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-CODIGO              PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-NOMBRE              PIC X(12).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-APELLIDO            PIC X(15).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WL-HORA-HH             PIC X(2).
           05  FILLER                 PIC X(1)  VALUE ":".
           05  WL-HORA-MM             PIC X(2).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-TIPO                PIC X(1).
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-MODALIDAD           PIC X(1).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-TERMINAL            PIC X(4).
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WL-MOTIVO              PIC X(30).
      *
      *****************************************************************
      *               LINEAS DE AVISO Y TOTALES                       *
      *****************************************************************
       01  WS-LINEA-SIN-EXCEPCIONES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(44) VALUE
               "TODOS LOS FICHAJES DEL PERIODO EMPAREJADOS".
      *
       01  WS-LINEA-TOTALES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(18)
                    VALUE "FICHAJES LEIDOS: ".
           05  WTT-LEIDOS             PIC ZZZZZZ9.
           05  FILLER                 PIC X(15) VALUE "  EMPAREJADOS: ".
           05  WTT-EMPAREJADOS        PIC ZZZZZZ9.
           05  FILLER                 PIC X(15) VALUE "  EXCEPCIONES: ".
           05  WTT-EXCEPCIONES        PIC ZZZZZZ9.
           05  FILLER                 PIC X(20)
                    VALUE "  FUERA DE PERIODO: ".
           05  WTT-FUERA              PIC ZZZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *SIN MARCAJES NO SE TOCA EL FICHERO DE VARIABLES
           IF NO-HAY-FICHAJES
                PERFORM 8000-FIN
                   THRU 8000-FIN-EXIT
           END-IF.
      *
      *EMPAREJAMOS LOS MARCAJES CON CORTE POR EMPLEADO Y DIA
           PERFORM 2000-TRATA-FICHAJE
              THRU 2000-TRATA-FICHAJE-EXIT
              UNTIL FIN-FICHERO.
      *
      *CERRAMOS EL ULTIMO DIA Y EL ULTIMO EMPLEADO
           IF WS-CODIGO-ACTUAL NOT = SPACES
                PERFORM 2500-CIERRA-DIA
                   THRU 2500-CIERRA-DIA-EXIT
                PERFORM 2600-CIERRA-EMPLEADO
                   THRU 2600-CIERRA-EMPLEADO-EXIT
           END-IF.
      *
           CLOSE FICHAJES.
           CLOSE FICTRABAJO.
      *
           PERFORM 3000-TOTALES-LISTADO
              THRU 3000-TOTALES-LISTADO-EXIT.
      *
      *SOLO SI TODO HA IDO BIEN SE PASA EL TRABAJO SOBRE LAS VARIABLES
           PERFORM 4000-REGRABA-VARIABLES
              THRU 4000-REGRABA-VARIABLES-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES.
           MOVE SPACES TO WS-CODIGO-ACTUAL.
           MOVE 0 TO WS-FECHA-ACTUAL.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *PERIODO (POSICIONES 1-6) Y JORNADA (POSICIONES 7-10) DE LA
      *FICHA DE PARAMETROS, O LOS VALORES POR DEFECTO
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           MOVE SPACES TO WS-PARAM-PERIODO
                          WS-PARAM-JORNADA.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:6) TO WS-PARAM-PERIODO
                MOVE WS-PARAM-DATOS(7:4) TO WS-PARAM-JORNADA
           END-IF.
           IF WS-PARAM-PERIODO NUMERIC
              AND WS-PARAM-PERIODO(5:2) > "00"
              AND WS-PARAM-PERIODO(5:2) < "13"
                MOVE WS-PARAM-PERIODO TO WS-PERIODO
           ELSE
                MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PARAM-JORNADA NUMERIC
                MOVE WS-PARAM-JORNADA TO WS-JORNADA
           ELSE
                MOVE LT-JORNADA-DEFECTO TO WS-JORNADA
           END-IF.
           IF WS-JORNADA-MM > 59 OR WS-JORNADA-HH > 23
                MOVE LT-JORNADA-DEFECTO TO WS-JORNADA
           END-IF.
           COMPUTE WS-MIN-JORNADA =
                   WS-JORNADA-HH * 60 + WS-JORNADA-MM.
      *
      *PRIMER Y ULTIMO DIA DEL PERIODO
           MOVE WS-PERIODO TO WS-FEC-INI-PERIODO(1:6).
           MOVE "01" TO WS-FEC-INI-PERIODO(7:2).
           MOVE WS-FEC-INI-PERIODO TO WS-CAL-FECHA.
           PERFORM 9840-DIAS-DEL-MES-CAL
              THRU 9840-DIAS-DEL-MES-CAL-EXIT.
           MOVE WS-CAL-DIAS-MES TO WS-CAL-DIA.
           MOVE WS-CAL-FECHA TO WS-FEC-FIN-PERIODO.
      *
      *SIN MARCAJES NO HAY NADA QUE EMPAREJAR
           OPEN INPUT FICHAJES-ENTRADA.
           IF WS-FILE-STATUS-ENT = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       NO SE GENERAN HORAS NI GUARDIAS"
                GO TO 1000-INICIO-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           CLOSE FICHAJES-ENTRADA.
           SET HAY-FICHAJES TO TRUE.
      *
      *CALENDARIO LABORAL, MAESTRO DE EMPLEADOS Y AUSENCIAS
           PERFORM 9800-CARGA-CALENDARIO
              THRU 9800-CARGA-CALENDARIO-EXIT.
      *
           PERFORM 1010-CARGA-EMPLEADOS
              THRU 1010-CARGA-EMPLEADOS-EXIT.
      *
           PERFORM 1020-CARGA-AUSENCIAS
              THRU 1020-CARGA-AUSENCIAS-EXIT.
      *
      *LAS VARIABLES QUE NO SON DE PRESENCIA PASAN AL TRABAJO
           PERFORM 1030-COPIA-VARIABLES
              THRU 1030-COPIA-VARIABLES-EXIT.
      *
           PERFORM 1050-ORDENA-FICHAJES
              THRU 1050-ORDENA-FICHAJES-EXIT.
      *
           OPEN INPUT FICHAJES.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2900-IMPRIME-CABECERA
              THRU 2900-IMPRIME-CABECERA-EXIT.
      *
           PERFORM 9200-LEER-FICHAJE
              THRU 9200-LEER-FICHAJE-EXIT.
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE EMPLEADOS                          *
      *****************************************************************
       1010-CARGA-EMPLEADOS.
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE "1010-CARGA-EMPLE" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-EMPLEADO
              THRU 1011-LEE-EMPLEADO-EXIT
              UNTIL FIN-EMPLEADOS
                 OR WC-NUM-EMPLEADOS >= 5000.
      *
           IF NOT FIN-EMPLEADOS
                DISPLAY "EL MAESTRO DE EMPLEADOS SUPERA LAS 5000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           CLOSE FICEMPLE.
      *
       1010-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
       1011-LEE-EMPLEADO.
           READ FICEMPLE INTO WS-REG-EMPLEADO
              AT END SET FIN-EMPLEADOS TO TRUE.
      *
           IF WS-FILE-STATUS-EMP = 00
      *LAS LINEAS DE AJUSTE NO SON EMPLEADOS
                IF NOT WS-EMPLE-REG-AJUSTE
                     ADD 1 TO WC-NUM-EMPLEADOS
                     MOVE WS-EMPLE-CODIGO
                       TO WT-EMP-CODIGO(WC-NUM-EMPLEADOS)
                     MOVE WS-EMPLE-NOMBRE
                       TO WT-EMP-NOMBRE(WC-NUM-EMPLEADOS)
                     MOVE WS-EMPLE-APELLIDO
                       TO WT-EMP-APELLIDO(WC-NUM-EMPLEADOS)
                     MOVE WS-EMPLE-SALARIO
                       TO WT-EMP-SALARIO(WC-NUM-EMPLEADOS)
                END-IF
           ELSE
                IF WS-FILE-STATUS-EMP NOT = 10
                     MOVE "1011-LEE-EMPLEADO" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LAS AUSENCIAS QUE TOCAN EL PERIODO             *
      *****************************************************************
       1020-CARGA-AUSENCIAS.
      *SIN FICHERO DE AUSENCIAS NINGUN DIA ES DE AUSENCIA
           OPEN INPUT AUSENCIAS.
           IF WS-FILE-STATUS-AUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO4
                GO TO 1020-CARGA-AUSENCIAS-EXIT
           END-IF.
           IF WS-FILE-STATUS-AUS NOT = 00
                MOVE "1020-CARGA-AUS" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-AUSENCIA
              THRU 1021-LEE-AUSENCIA-EXIT
              UNTIL FIN-AUSENCIAS
                 OR WC-NUM-AUSENCIAS >= 5000.
      *
           IF NOT FIN-AUSENCIAS
                DISPLAY "LAS AUSENCIAS DEL PERIODO SUPERAN LAS 5000 "
                        "ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           CLOSE AUSENCIAS.
      *
       1020-CARGA-AUSENCIAS-EXIT.
       EXIT.
      *
       1021-LEE-AUSENCIA.
           READ AUSENCIAS INTO WS-REG-AUSENCIA
              AT END SET FIN-AUSENCIAS TO TRUE.
      *
           IF WS-FILE-STATUS-AUS = 00
      *DE CUALQUIER TIPO, SIEMPRE QUE TOQUE EL PERIODO
                IF WZ-FEC-DESDE NOT > WS-FEC-FIN-PERIODO
                   AND WZ-FEC-HASTA NOT < WS-FEC-INI-PERIODO
                     ADD 1 TO WC-NUM-AUSENCIAS
                     MOVE WZ-CODIGO
                       TO WT-AUS-CODIGO(WC-NUM-AUSENCIAS)
                     MOVE WZ-FEC-DESDE
                       TO WT-AUS-DESDE(WC-NUM-AUSENCIAS)
                     MOVE WZ-FEC-HASTA
                       TO WT-AUS-HASTA(WC-NUM-AUSENCIAS)
                END-IF
           ELSE
                IF WS-FILE-STATUS-AUS NOT = 10
                     MOVE "1021-LEE-AUSENCIA" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-AUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1021-LEE-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COPIA AL TRABAJO LAS VARIABLES QUE NO SON DE PRESENCIA  *
      *****************************************************************
       1030-COPIA-VARIABLES.
           OPEN OUTPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "1030-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *SIN FICHERO DE VARIABLES SE ARRANCA VACIO
           OPEN INPUT VARIABLES.
           IF WS-FILE-STATUS-VAR = 35
                GO TO 1030-COPIA-VARIABLES-EXIT
           END-IF.
           IF WS-FILE-STATUS-VAR NOT = 00
                MOVE "1030-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-VAR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1031-COPIA-VARIABLE
              THRU 1031-COPIA-VARIABLE-EXIT
              UNTIL FIN-VARIABLES.
      *
           CLOSE VARIABLES.
      *
       1030-COPIA-VARIABLES-EXIT.
       EXIT.
      *
       1031-COPIA-VARIABLE.
           READ VARIABLES INTO WS-REG-VARIABLE
              AT END SET FIN-VARIABLES TO TRUE.
      *
           IF WS-FILE-STATUS-VAR = 10
                GO TO 1031-COPIA-VARIABLE-EXIT
           END-IF.
           IF WS-FILE-STATUS-VAR NOT = 00
                MOVE "1031-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-VAR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LOS DE PRESENCIA DE UNA PASADA ANTERIOR SE SUSTITUYEN POR LOS
      *QUE SALGAN AHORA DE LOS MARCAJES
           IF WV-CONCEPTO-PRESENCIA
                ADD 1 TO WC-VARIABLES-SUSTITUIDAS
                GO TO 1031-COPIA-VARIABLE-EXIT
           END-IF.
      *
           WRITE REG-VAR-TRABAJO FROM WS-REG-VARIABLE.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "1031-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-VARIABLES-COPIADAS.
      *
       1031-COPIA-VARIABLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ORDENA LOS MARCAJES POR EMPLEADO, FECHA Y HORA          *
      *****************************************************************
       1050-ORDENA-FICHAJES.
      *A IGUAL HORA LA ENTRADA ("E") QUEDA DELANTE DE LA SALIDA
           SORT SD-FICHAJES
                ON ASCENDING KEY SD-CODIGO
                                 SD-FECHA
                                 SD-HORA
                                 SD-TIPO
                USING FICHAJES-ENTRADA
                GIVING FICHAJES.
      *
       1050-ORDENA-FICHAJES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TRATA UN MARCAJE CON CORTE POR EMPLEADO Y DIA           *
      *****************************************************************
       2000-TRATA-FICHAJE.
           MOVE WS-REG-FICHAJE TO WS-FICHAJE-AUX.
      *
      *UNA FECHA U HORA QUE NO SE PUEDE LEER NO ENTRA EN EL CORTE
           IF WFC-FECHA NOT NUMERIC
              OR WFC-HORA NOT NUMERIC
                MOVE LT-EXC-HORA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                GO TO 2000-TRATA-FICHAJE-LEE
           END-IF.
      *
      *LOS MARCAJES DE OTROS MESES NO SE TRATAN EN ESTA PASADA
           IF WFC-FECHA < WS-FEC-INI-PERIODO
              OR WFC-FECHA > WS-FEC-FIN-PERIODO
                ADD 1 TO WC-FICHAJES-FUERA
                GO TO 2000-TRATA-FICHAJE-LEE
           END-IF.
      *
           IF WFC-CODIGO NOT = WS-CODIGO-ACTUAL
                IF WS-CODIGO-ACTUAL NOT = SPACES
                     PERFORM 2500-CIERRA-DIA
                        THRU 2500-CIERRA-DIA-EXIT
                     PERFORM 2600-CIERRA-EMPLEADO
                        THRU 2600-CIERRA-EMPLEADO-EXIT
                END-IF
                PERFORM 2100-INICIA-EMPLEADO
                   THRU 2100-INICIA-EMPLEADO-EXIT
                PERFORM 2200-INICIA-DIA
                   THRU 2200-INICIA-DIA-EXIT
           ELSE
                IF WFC-FECHA NOT = WS-FECHA-ACTUAL
                     PERFORM 2500-CIERRA-DIA
                        THRU 2500-CIERRA-DIA-EXIT
                     PERFORM 2200-INICIA-DIA
                        THRU 2200-INICIA-DIA-EXIT
                END-IF
           END-IF.
      *
      *EL CIERRE DEL DIA ANTERIOR PUEDE HABER DEJADO EN LA COPIA SU
      *ENTRADA PENDIENTE
           MOVE WS-REG-FICHAJE TO WS-FICHAJE-AUX.
      *
           IF EMPLEADO-NO-ENCONTRADO
                MOVE LT-EXC-EMPLEADO TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                GO TO 2000-TRATA-FICHAJE-LEE
           END-IF.
      *
           IF DIA-DE-AUSENCIA
                MOVE LT-EXC-AUSENCIA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                GO TO 2000-TRATA-FICHAJE-LEE
           END-IF.
      *
           IF WFC-HH > 23 OR WFC-MM > 59
                MOVE LT-EXC-HORA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                GO TO 2000-TRATA-FICHAJE-LEE
           END-IF.
      *
           EVALUATE TRUE
                WHEN WFC-ENTRADA
                     PERFORM 2300-ENTRADA
                        THRU 2300-ENTRADA-EXIT
                WHEN WFC-SALIDA
                     PERFORM 2400-SALIDA
                        THRU 2400-SALIDA-EXIT
                WHEN OTHER
                     MOVE LT-EXC-TIPO TO WS-MOTIVO
                     PERFORM 2700-EXCEPCION
                        THRU 2700-EXCEPCION-EXIT
           END-EVALUATE.
      *
       2000-TRATA-FICHAJE-LEE.
           PERFORM 9200-LEER-FICHAJE
              THRU 9200-LEER-FICHAJE-EXIT.
      *
       2000-TRATA-FICHAJE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PRIMER MARCAJE DE UN EMPLEADO                           *
      *****************************************************************
       2100-INICIA-EMPLEADO.
           MOVE WFC-CODIGO TO WS-CODIGO-ACTUAL.
           MOVE 0 TO WS-MIN-EXTRA-EMP
                     WS-MIN-FESTIVO-EMP
                     WS-MIN-GUARDIA-EMP
                     WS-POS-EMPLEADO.
      *
           SET EMPLEADO-NO-ENCONTRADO TO TRUE.
           PERFORM 2110-BUSCA-EMPLEADO
              THRU 2110-BUSCA-EMPLEADO-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-EMPLEADOS
                 OR EMPLEADO-ENCONTRADO.
      *
       2100-INICIA-EMPLEADO-EXIT.
       EXIT.
      *
       2110-BUSCA-EMPLEADO.
           IF WT-EMP-CODIGO(I) = WS-CODIGO-ACTUAL
                SET EMPLEADO-ENCONTRADO TO TRUE
                SET WS-POS-EMPLEADO TO I
           END-IF.
      *
       2110-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PRIMER MARCAJE DE UN DIA                                *
      *****************************************************************
       2200-INICIA-DIA.
           MOVE WFC-FECHA TO WS-FECHA-ACTUAL.
           MOVE 0 TO WS-MIN-NORMAL-DIA
                     WS-MIN-GUARDIA-DIA.
           SET ENTRADA-CERRADA TO TRUE.
      *
      *UN DIA CUBIERTO POR CUALQUIER AUSENCIA DEL EMPLEADO NO ADMITE
      *MARCAJES
           SET DIA-SIN-AUSENCIA TO TRUE.
           PERFORM 2210-BUSCA-AUSENCIA
              THRU 2210-BUSCA-AUSENCIA-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-AUSENCIAS
                 OR DIA-DE-AUSENCIA.
      *
       2200-INICIA-DIA-EXIT.
       EXIT.
      *
       2210-BUSCA-AUSENCIA.
           IF WT-AUS-CODIGO(J) = WS-CODIGO-ACTUAL
              AND WT-AUS-DESDE(J) NOT > WS-FECHA-ACTUAL
              AND WT-AUS-HASTA(J) NOT < WS-FECHA-ACTUAL
                SET DIA-DE-AUSENCIA TO TRUE
           END-IF.
      *
       2210-BUSCA-AUSENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MARCAJE DE ENTRADA                                      *
      *****************************************************************
       2300-ENTRADA.
      *DOS ENTRADAS SEGUIDAS: A LA PRIMERA LE FALTA LA SALIDA
           IF ENTRADA-ABIERTA
                MOVE WS-FICHAJE-ENTRADA TO WS-FICHAJE-AUX
                MOVE LT-EXC-SIN-SALIDA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
           END-IF.
      *
           MOVE WS-REG-FICHAJE TO WS-FICHAJE-ENTRADA.
           COMPUTE WS-MIN-ENTRADA = WFC-HH * 60 + WFC-MM.
           SET ENTRADA-ABIERTA TO TRUE.
      *
       2300-ENTRADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       MARCAJE DE SALIDA                                       *
      *****************************************************************
       2400-SALIDA.
           IF ENTRADA-CERRADA
                MOVE LT-EXC-SIN-ENTRADA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                GO TO 2400-SALIDA-EXIT
           END-IF.
      *
      *EL TRAMO TOMA LA MODALIDAD (NORMAL O GUARDIA) DE SU ENTRADA
           COMPUTE WS-MIN-SALIDA = WFC-HH * 60 + WFC-MM.
           MOVE WS-FICHAJE-ENTRADA TO WS-FICHAJE-AUX.
           IF WFX-MODALIDAD = "G"
                COMPUTE WS-MIN-GUARDIA-DIA = WS-MIN-GUARDIA-DIA
                        + WS-MIN-SALIDA - WS-MIN-ENTRADA
           ELSE
                COMPUTE WS-MIN-NORMAL-DIA = WS-MIN-NORMAL-DIA
                        + WS-MIN-SALIDA - WS-MIN-ENTRADA
           END-IF.
           ADD 2 TO WC-FICHAJES-EMPAREJADOS.
           SET ENTRADA-CERRADA TO TRUE.
      *
       2400-SALIDA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRE DEL DIA: HORAS EXTRA, FESTIVAS Y DE GUARDIA      *
      *****************************************************************
       2500-CIERRA-DIA.
      *UNA ENTRADA QUE LLEGA AL FINAL DEL DIA SIN SALIDA NO SUMA
           IF ENTRADA-ABIERTA
                MOVE WS-FICHAJE-ENTRADA TO WS-FICHAJE-AUX
                MOVE LT-EXC-SIN-SALIDA TO WS-MOTIVO
                PERFORM 2700-EXCEPCION
                   THRU 2700-EXCEPCION-EXIT
                SET ENTRADA-CERRADA TO TRUE
           END-IF.
      *
           IF EMPLEADO-NO-ENCONTRADO
              OR DIA-DE-AUSENCIA
              OR (WS-MIN-NORMAL-DIA = 0 AND WS-MIN-GUARDIA-DIA = 0)
                GO TO 2500-CIERRA-DIA-EXIT
           END-IF.
           ADD 1 TO WC-DIAS-TRABAJADOS.
      *
      *EN DIA LABORABLE SOLO CUENTA LO QUE PASA DE LA JORNADA; EN
      *SABADO, DOMINGO O FESTIVO CUENTA TODO LO TRABAJADO
           MOVE WS-FECHA-ACTUAL TO WS-CAL-FECHA.
           PERFORM 9820-ES-LABORABLE
              THRU 9820-ES-LABORABLE-EXIT.
           IF CAL-ES-LABORABLE
                IF WS-MIN-NORMAL-DIA > WS-MIN-JORNADA
                     COMPUTE WS-MIN-EXTRA-EMP = WS-MIN-EXTRA-EMP
                             + WS-MIN-NORMAL-DIA - WS-MIN-JORNADA
                END-IF
           ELSE
                ADD WS-MIN-NORMAL-DIA TO WS-MIN-FESTIVO-EMP
           END-IF.
      *
           ADD WS-MIN-GUARDIA-DIA TO WS-MIN-GUARDIA-EMP.
      *
       2500-CIERRA-DIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRE DEL EMPLEADO: GRABA SUS ELEMENTOS VARIABLES      *
      *****************************************************************
       2600-CIERRA-EMPLEADO.
           IF EMPLEADO-NO-ENCONTRADO
                GO TO 2600-CIERRA-EMPLEADO-EXIT
           END-IF.
      *
           COMPUTE WS-PRECIO-HORA ROUNDED =
                   WT-EMP-SALARIO(WS-POS-EMPLEADO) / LT-HORAS-ANUALES.
      *
           IF WS-MIN-EXTRA-EMP > 0
                MOVE LT-CONCEPTO-EXTRA TO WV-CONCEPTO
                MOVE WS-MIN-EXTRA-EMP  TO WS-MIN-CONCEPTO
                MOVE LT-RECARGO-EXTRA  TO WS-RECARGO
                PERFORM 2610-GRABA-VARIABLE
                   THRU 2610-GRABA-VARIABLE-EXIT
           END-IF.
      *
           IF WS-MIN-FESTIVO-EMP > 0
                MOVE LT-CONCEPTO-FESTIVO TO WV-CONCEPTO
                MOVE WS-MIN-FESTIVO-EMP  TO WS-MIN-CONCEPTO
                MOVE LT-RECARGO-FESTIVO  TO WS-RECARGO
                PERFORM 2610-GRABA-VARIABLE
                   THRU 2610-GRABA-VARIABLE-EXIT
           END-IF.
      *
           IF WS-MIN-GUARDIA-EMP > 0
                MOVE LT-CONCEPTO-GUARDIA TO WV-CONCEPTO
                MOVE WS-MIN-GUARDIA-EMP  TO WS-MIN-CONCEPTO
                MOVE LT-RECARGO-GUARDIA  TO WS-RECARGO
                PERFORM 2610-GRABA-VARIABLE
                   THRU 2610-GRABA-VARIABLE-EXIT
           END-IF.
      *
       2600-CIERRA-EMPLEADO-EXIT.
       EXIT.
      *
       2610-GRABA-VARIABLE.
           MOVE WS-CODIGO-ACTUAL TO WV-CODIGO.
           MOVE "+" TO WV-SIGNO.
           COMPUTE WV-IMPORTE ROUNDED =
                   WS-MIN-CONCEPTO * WS-PRECIO-HORA * WS-RECARGO / 60.
      *
           WRITE REG-VAR-TRABAJO FROM WS-REG-VARIABLE.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "2610-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-VARIABLES-GENERADAS.
           ADD WV-IMPORTE TO WC-SUMA-IMPORTES.
      *
       2610-GRABA-VARIABLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LINEA DEL LISTADO DE EXCEPCIONES                        *
      *****************************************************************
      *LA LLAMADORA DEJA EL MARCAJE EN WS-FICHAJE-AUX Y EL MOTIVO EN
      *WS-MOTIVO
       2700-EXCEPCION.
           ADD 1 TO WC-EXCEPCIONES.
           MOVE WFX-CODIGO    TO WL-CODIGO.
           MOVE SPACES        TO WL-NOMBRE
                                 WL-APELLIDO.
           IF WFX-CODIGO = WS-CODIGO-ACTUAL
              AND EMPLEADO-ENCONTRADO
                MOVE WT-EMP-NOMBRE(WS-POS-EMPLEADO)   TO WL-NOMBRE
                MOVE WT-EMP-APELLIDO(WS-POS-EMPLEADO) TO WL-APELLIDO
           END-IF.
           IF WFX-FECHA NUMERIC
                MOVE WFX-FECHA TO WL-FECHA
           ELSE
                MOVE 0 TO WL-FECHA
           END-IF.
           MOVE WS-FICHAJE-AUX(15:2) TO WL-HORA-HH.
           MOVE WS-FICHAJE-AUX(17:2) TO WL-HORA-MM.
           MOVE WFX-TIPO      TO WL-TIPO.
           MOVE WFX-MODALIDAD TO WL-MODALIDAD.
           MOVE WFX-TERMINAL  TO WL-TERMINAL.
           MOVE WS-MOTIVO     TO WL-MOTIVO.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 2950-ESCRIBE-LINEA
              THRU 2950-ESCRIBE-LINEA-EXIT.
      *
       2700-EXCEPCION-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CABECERA DEL LISTADO                                    *
      *****************************************************************
       2900-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE WS-PERIODO    TO WT-PERIODO.
           MOVE WS-JORNADA-HH TO WT-JORNADA-HH.
           MOVE WS-JORNADA-MM TO WT-JORNADA-MM.
           MOVE WS-FECHA-HOY  TO WT-FECHA.
           MOVE WC-PAGINA     TO WT-PAGINA.
      *
           MOVE WS-LINEA-TITULO TO REG-LISTADO.
           IF WC-PAGINA = 1
                WRITE REG-LISTADO
           ELSE
                WRITE REG-LISTADO AFTER ADVANCING PAGE
           END-IF.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2900-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-LINEA-COLUMNAS TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE SPACES TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 4 TO WC-LINEA-PAGINA.
      *
       2900-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UNA LINEA CON CONTROL DE SALTO DE PAGINA        *
      *****************************************************************
       2950-ESCRIBE-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                MOVE WS-LINEA-IMPRIMIR TO WS-LINEA-DETALLE-AUX
                PERFORM 2900-IMPRIME-CABECERA
                   THRU 2900-IMPRIME-CABECERA-EXIT
                MOVE WS-LINEA-DETALLE-AUX TO WS-LINEA-IMPRIMIR
           END-IF.
      *
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2950-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO7 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       2950-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTALES DEL LISTADO DE EXCEPCIONES                      *
      *****************************************************************
       3000-TOTALES-LISTADO.
           IF WC-EXCEPCIONES = 0
                MOVE WS-LINEA-SIN-EXCEPCIONES TO WS-LINEA-IMPRIMIR
                PERFORM 2950-ESCRIBE-LINEA
                   THRU 2950-ESCRIBE-LINEA-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 2950-ESCRIBE-LINEA
              THRU 2950-ESCRIBE-LINEA-EXIT.
           MOVE WC-CONTADOR             TO WTT-LEIDOS.
           MOVE WC-FICHAJES-EMPAREJADOS TO WTT-EMPAREJADOS.
           MOVE WC-EXCEPCIONES          TO WTT-EXCEPCIONES.
           MOVE WC-FICHAJES-FUERA       TO WTT-FUERA.
           MOVE WS-LINEA-TOTALES TO WS-LINEA-IMPRIMIR.
           PERFORM 2950-ESCRIBE-LINEA
              THRU 2950-ESCRIBE-LINEA-EXIT.
      *
       3000-TOTALES-LISTADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PASA EL FICHERO DE TRABAJO SOBRE LAS VARIABLES          *
      *****************************************************************
       4000-REGRABA-VARIABLES.
           OPEN INPUT FICTRABAJO.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4000-REGRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN OUTPUT VARIABLES.
           IF WS-FILE-STATUS-VAR NOT = 00
                MOVE "4000-REGRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-VAR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           SET NO-FIN-VARIABLES TO TRUE.
           PERFORM 4010-COPIA-TRABAJO
              THRU 4010-COPIA-TRABAJO-EXIT
              UNTIL FIN-VARIABLES.
      *
           CLOSE FICTRABAJO.
           CLOSE VARIABLES.
      *
       4000-REGRABA-VARIABLES-EXIT.
       EXIT.
      *
       4010-COPIA-TRABAJO.
           READ FICTRABAJO INTO WS-REG-VARIABLE
              AT END SET FIN-VARIABLES TO TRUE.
      *
           IF WS-FILE-STATUS-TRA = 10
                GO TO 4010-COPIA-TRABAJO-EXIT
           END-IF.
           IF WS-FILE-STATUS-TRA NOT = 00
                MOVE "4010-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-TRA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-VARIABLE FROM WS-REG-VARIABLE.
           IF WS-FILE-STATUS-VAR NOT = 00
                MOVE "4010-COPIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-VAR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       4010-COPIA-TRABAJO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   CONTROL DE PRESENCIA - FICHAJES"
                 DISPLAY "******************************************"
                 DISPLAY "**PERIODO:                 " WS-PERIODO
                 DISPLAY "**JORNADA ESTANDAR (HHMM): " WS-JORNADA
                 DISPLAY "**FICHAJES LEIDOS:         " WC-CONTADOR
                 DISPLAY "**FICHAJES EMPAREJADOS:    "
                      WC-FICHAJES-EMPAREJADOS
                 DISPLAY "**FICHAJES FUERA PERIODO:  "
                      WC-FICHAJES-FUERA
                 DISPLAY "**EXCEPCIONES LISTADAS:    " WC-EXCEPCIONES
                 DISPLAY "**DIAS CON HORAS:          "
                      WC-DIAS-TRABAJADOS
                 DISPLAY "**VARIABLES MANUALES:      "
                      WC-VARIABLES-COPIADAS
                 DISPLAY "**VARIABLES SUSTITUIDAS:   "
                      WC-VARIABLES-SUSTITUIDAS
                 DISPLAY "**VARIABLES GENERADAS:     "
                      WC-VARIABLES-GENERADAS
                 DISPLAY "**IMPORTE GENERADO:        "
                      WC-SUMA-IMPORTES
                 DISPLAY "******************************************"
           END-IF.
      *
           IF HAY-FICHAJES
                CLOSE LISTADO
           END-IF.
           CLOSE AUDITORIA.
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
           DISPLAY "****LINEA:       " WC-CONTADOR.
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
      *               LEE UN MARCAJE ORDENADO                         *
      *****************************************************************
       9200-LEER-FICHAJE.
           READ FICHAJES RECORD INTO WS-REG-FICHAJE
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
               ADD 1 TO WC-CONTADOR
           ELSE
               IF WS-FILE-STATUS = 10
                  CONTINUE
               ELSE
                  MOVE "9200-LEER" TO WS-PARRAFO-ERROR
                  MOVE LT-READ TO WS-OPERACION-ERROR
                  MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                  MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                  PERFORM 9100-ERRORES
                   THRU 9100-ERRORES-EXIT
               END-IF
           END-IF.
      *
       9200-LEER-FICHAJE-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                CALENDARIO LABORAL                             *
      *****************************************************************
       COPY CALENPR.
      *
      *****************************************************************
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.

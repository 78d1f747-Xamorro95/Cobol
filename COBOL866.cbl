      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  APLICACION DE LOS CAMBIOS PROGRAMADOS DEL MAESTRO DE         *
      *  EMPLEADOS: COBOL865 DEJA EN FICHERO.CAMBIOS.PROGRAMADOS      *
      *  (COPY COPYCAMPRO) LOS CAMBIOS YA APROBADOS CUYA FECHA DE     *
      *  EFECTO ES FUTURA (UN TRASLADO DE DEPARTAMENTO, UNA SUBIDA    *
      *  DE SALARIO...). ESTE PASO DE LA CADENA DIARIA APLICA A       *
      *  FICHERO.EMPLEADO LOS QUE YA HAN VENCIDO SEGUN LA FECHA DE    *
      *  PROCESO DE FICHERO.FECHA.PROCESO, EN ORDEN DE FECHA DE       *
      *  EFECTO, BAJO EL CERROJO EXCLUSIVO DEL MAESTRO Y CON LA       *
      *  REGRABACION SEGURA DE COBOL360. SOLO SE TRASLADAN LOS        *
      *  CAMPOS QUE EL CAMBIO MODIFICABA (DEPARTAMENTO, SALARIO,      *
      *  COMISION), PARA NO DESHACER LO QUE SE HAYA TOCADO DESPUES    *
      *  EN EL REGISTRO. CADA APLICACION DEJA EN                      *
      *  FICHERO.EMPLEADO.HISTORIA LA IMAGEN ANTES/DESPUES CON EL     *
      *  AUTOR Y EL APROBADOR DEL CAMBIO, SE REPLICA EN EL MAESTRO    *
      *  INDEXADO Y SALE EN FICHERO.PROGRAMADOS.APLICADOS. EL         *
      *  CAMBIO QUEDA MARCADO COMO APLICADO (O ANULADO SI EL          *
      *  EMPLEADO YA NO EXISTE), ASI QUE UNA REPETICION DEL PASO NO   *
      *  LO VUELVE A APLICAR                                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL866.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAMADOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cambios.programados"
             FILE STATUS IS WS-FILE-STATUS.
      *
      *FICHERO DE TRABAJO DE LA REGRABACION DE LOS PROGRAMADOS
           SELECT PRG-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.programados.trabajo"
             FILE STATUS IS WS-FILE-STATUS-PTR.
      *
           SELECT FICEMPLE
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.empleado"
             FILE STATUS IS WS-FILE-STATUS-EMP.
      *
           SELECT EMP-TRABAJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.trabajo"
             FILE STATUS IS WS-FILE-STATUS-ETR.
      *
           SELECT HIST-EMPLE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.historia"
             FILE STATUS IS WS-FILE-STATUS-HIE.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.programados.aplicados"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *MAESTRO INDEXADO DE EMPLEADOS: CADA CAMBIO APLICADO SE
      *REPLICA EN EL ACTO, COMO EN COBOL865
           SELECT MAESTRO-IDX
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *CERROJO DEL MAESTRO DE EMPLEADOS (VER COPY CERROJPR)
           SELECT CERROJO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.empleado.cerrojo"
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO COMUN DE CONTROL DE EJECUCIONES (VER COPY RUNCTLPR)
           COPY RUNCTLFC.
      *
      *FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD PROGRAMADOS.
       01  REG-PROGRAMADO                         PIC X(199).
      *
       FD PRG-TRABAJO.
       01  REG-PRG-TRABAJO                        PIC X(199).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD EMP-TRABAJO.
       01  REG-EMP-TRABAJO                        PIC X(80).
      *
       FD HIST-EMPLE.
       01  REG-HIST-EMPLE                         PIC X(185).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
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
       COPY CERROJFD.
      *
       COPY ERRAUDFD.
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               CAMBIO PROGRAMADO                               *
      *****************************************************************
       COPY COPYCAMPRO.
      *
      *****************************************************************
      *               REGISTRO DEL MAESTRO DE EMPLEADOS               *
      *****************************************************************
       COPY COPYEMPLE.
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DEL MAESTRO                *
      *****************************************************************
      *EL MISMO TRAZADO QUE GRABAN COBOL360 Y COBOL865
       01  WS-REG-HIST-EMPLE.
           05  WHE-TIPO                 PIC X(1).
           05  WHE-FECHA                PIC 9(8).
           05  WHE-HORA                 PIC 9(8).
           05  WHE-OPERADOR             PIC X(4).
           05  WHE-IMAGEN-ANTES         PIC X(80).
           05  WHE-IMAGEN-DESPUES       PIC X(80).
           05  WHE-APROBADOR            PIC X(4).
      *
      *****************************************************************
      *               TABLA DE CAMBIOS PROGRAMADOS                    *
      *****************************************************************
      *TODOS LOS DEL FICHERO (TAMBIEN LOS YA APLICADOS O ANULADOS,
      *QUE SE REGRABAN TAL CUAL)
       01  WT-TABLA-PROGRAMADOS.
           05  WC-NUM-PROGRAMADOS       PIC 9(4) VALUE 0.
           05  WT-REG-PROGRAMADO OCCURS 1 TO 2000 TIMES
                  DEPENDING ON WC-NUM-PROGRAMADOS
                  INDEXED BY J          PIC X(199).
      *
      *****************************************************************
      *               TABLA DEL MAESTRO DE EMPLEADOS                  *
      *****************************************************************
       01  WT-TABLA-EMPLE.
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY IE         PIC X(80).
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
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-VENCIDOS                   PIC 9 VALUE 0.
                88 FIN-VENCIDOS                  VALUE 1.
                88 NO-FIN-VENCIDOS               VALUE 0.
           05  SW-ENCONTRADO                     PIC X VALUE "N".
                88 CLAVE-ENCONTRADA              VALUE "S".
                88 CLAVE-NO-ENCONTRADA           VALUE "N".
           05  SW-SINCRONIZA                     PIC X VALUE "N".
                88 SINCRONIZA-ACTIVO             VALUE "S".
                88 SINCRONIZA-INACTIVO           VALUE "N".
           05  SW-HISTORIA                       PIC X VALUE "N".
                88 HISTORIA-ABIERTA              VALUE "S".
                88 HISTORIA-CERRADA              VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(20) VALUE
                    "CAMBIOS.PROGRAMADOS".
           05  LT-FICHERO2          PIC X(20) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO3          PIC X(20) VALUE "EMPLEADO.HISTORIA".
           05  LT-FICHERO4          PIC X(20) VALUE "APLICADOS.LISTADO".
           05  LT-FICHERO5          PIC X(20) VALUE
                    "PROGRAMADOS.TRABAJO".
           05  LT-FICHERO6          PIC X(20) VALUE "EMPLEADO.TRABAJO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL866".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-PTR                   PIC XX.
           05  WS-FILE-STATUS-EMP                   PIC XX.
           05  WS-FILE-STATUS-ETR                   PIC XX.
           05  WS-FILE-STATUS-HIE                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-IDX                   PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *CAMBIO VENCIDO DE MENOR FECHA DE EFECTO TODAVIA SIN APLICAR
           05  WS-POS-PROGRAMADO                    PIC 9(4).
           05  WS-MENOR-EFECTO                      PIC 9(8).
           05  WS-POSICION                          PIC 9(4).
      *IMAGEN DEL REGISTRO ANTES DE APLICAR EL CAMBIO
           05  WS-IMAGEN-ACTUAL                     PIC X(80).
           05  WS-REG-SINCRONIA                     PIC X(80).
           05  WS-DEPT-ANTES                        PIC X(3).
           05  WS-SALARIO-ANTES                     PIC S9(9)V99.
           05  WS-COMISION-ANTES                    PIC S9(9)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(7).
           05 WC-VENCIDOS                        PIC 9(5).
           05 WC-APLICADOS                       PIC 9(5).
           05 WC-ANULADOS                        PIC 9(5).
           05 WC-FUTUROS                         PIC 9(5).
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
           05  FILLER                 PIC X(50)
                    VALUE "CAMBIOS PROGRAMADOS APLICADOS AL MAESTRO".
           05  FILLER                 PIC X(7)  VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(12) VALUE "EFECTO".
           05  FILLER                 PIC X(10) VALUE "ESTADO".
           05  FILLER                 PIC X(10) VALUE "DEPT".
           05  FILLER                 PIC X(30) VALUE "SALARIO".
           05  FILLER                 PIC X(30) VALUE "COMISION".
           05  FILLER                 PIC X(10) VALUE "AUT/APR".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
      *****************************************************************
       01  WS-LINEA-DETALLE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-CODIGO             PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-EFECTO             PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-ESTADO             PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-DEPT-ANTES         PIC X(3).
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-DEPT-DESPUES       PIC X(3).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-SALARIO-ANTES      PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-SALARIO-DESPUES    PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-COMISION-ANTES     PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE "->".
           05  WLD-COMISION-DESPUES   PIC -(9)9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WLD-AUTOR              PIC X(4).
           05  FILLER                 PIC X(1)  VALUE "/".
           05  WLD-APROBADOR          PIC X(4).
      *
      *****************************************************************
      *               LINEAS DE AVISO Y TOTALES                       *
      *****************************************************************
       01  WS-LINEA-SIN-VENCIDOS.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(50)
                    VALUE "NO HAY CAMBIOS PROGRAMADOS VENCIDOS".
      *
       01  WS-LINEA-TOTALES.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "APLICADOS:".
           05  WTT-APLICADOS          PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE "  ANULADOS:".
           05  WTT-ANULADOS           PIC ZZZZ9.
           05  FILLER                 PIC X(32)
                    VALUE "  SIGUEN PROGRAMADOS A FUTURO:".
           05  WTT-FUTUROS            PIC ZZZZ9.
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *SOLO SE TOCA EL MAESTRO SI HAY ALGUN CAMBIO VENCIDO
           IF WC-VENCIDOS > 0
                PERFORM 3000-APLICA-VENCIDOS
                   THRU 3000-APLICA-VENCIDOS-EXIT
                PERFORM 5000-GRABA-PROGRAMADOS
                   THRU 5000-GRABA-PROGRAMADOS-EXIT
           ELSE
                MOVE WS-LINEA-SIN-VENCIDOS TO WS-LINEA-IMPRIMIR
                PERFORM 3900-ESCRIBE-LINEA
                   THRU 3900-ESCRIBE-LINEA-EXIT
           END-IF.
      *
           PERFORM 4100-IMPRIME-TOTALES
              THRU 4100-IMPRIME-TOTALES-EXIT.
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
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *LA FECHA QUE DECIDE QUE CAMBIOS HAN VENCIDO ES LA FECHA DE
      *PROCESO DE LA CADENA, NO LA DEL RELOJ: UNA REPETICION DE UN
      *DIA ANTERIOR NO ADELANTA CAMBIOS DEL DIA SIGUIENTE
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
      *DEJAMOS CONSTANCIA DEL ARRANQUE EN EL CONTROL DE EJECUCIONES
           PERFORM 9700-REGISTRA-INICIO
              THRU 9700-REGISTRA-INICIO-EXIT.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           PERFORM 1010-CARGA-PROGRAMADOS
              THRU 1010-CARGA-PROGRAMADOS-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DE LOS CAMBIOS PROGRAMADOS                        *
      *****************************************************************
       1010-CARGA-PROGRAMADOS.
      *SIN FICHERO NO HAY NADA PROGRAMADO: NO ES UN ERROR
           OPEN INPUT PROGRAMADOS.
           IF WS-FILE-STATUS = 35
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                GO TO 1010-CARGA-PROGRAMADOS-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                MOVE "1010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1011-LEE-PROGRAMADO
              THRU 1011-LEE-PROGRAMADO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-PROGRAMADOS >= 2000.
      *
           CLOSE PROGRAMADOS.
      *
      *LA REGRABACION FINAL PERDERIA LO QUE NO CABE EN LA TABLA
           IF NOT FIN-FICHERO
                DISPLAY "EL FICHERO DE CAMBIOS PROGRAMADOS SUPERA LAS "
                        "2000 ENTRADAS DE LA TABLA - DETENIDO"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1010-CARGA-PROGRAMADOS-EXIT.
       EXIT.
      *
       1011-LEE-PROGRAMADO.
           READ PROGRAMADOS INTO WS-REG-CAMBIO-PROGRAMADO
              AT END SET FIN-FICHERO TO TRUE.
      *
           IF WS-FILE-STATUS = 00
                ADD 1 TO WC-CONTADOR
                ADD 1 TO WC-NUM-PROGRAMADOS
                MOVE WS-REG-CAMBIO-PROGRAMADO
                  TO WT-REG-PROGRAMADO(WC-NUM-PROGRAMADOS)
                IF WJ-PROGRAMADO
                     IF WJ-FEC-EFECTO NOT > WS-FECHA-PROCESO
                          ADD 1 TO WC-VENCIDOS
                     ELSE
                          ADD 1 TO WC-FUTUROS
                     END-IF
                END-IF
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE "1011-LEE" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
      *
       1011-LEE-PROGRAMADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA Y TITULOS DE COLUMNA        *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 4 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APLICA AL MAESTRO LOS CAMBIOS VENCIDOS                  *
      *****************************************************************
       3000-APLICA-VENCIDOS.
      *TOMAMOS EL CERROJO DEL MAESTRO DE EMPLEADOS EN EXCLUSIVA
      *MIENTRAS DURA LA APLICACION: SI UN MANTENIMIENTO LO TIENE,
      *EL PASO SE DETIENE SIN TOCAR NADA Y SE PUEDE REPETIR
           PERFORM 9500-TOMA-CERROJO-EXCL
              THRU 9500-TOMA-CERROJO-EXCL-EXIT.
           IF CERROJO-DENEGADO
                DISPLAY "FICHERO EN USO POR " WL-PROGRAMA
                     " DESDE " WL-HORA(1:2) ":" WL-HORA(3:2)
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
           PERFORM 3010-CARGA-EMPLEADOS
              THRU 3010-CARGA-EMPLEADOS-EXIT.
      *
           OPEN EXTEND HIST-EMPLE.
           IF WS-FILE-STATUS-HIE = 35
                OPEN OUTPUT HIST-EMPLE
           END-IF.
           IF WS-FILE-STATUS-HIE NOT = 00
                MOVE "3000-APLICA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET HISTORIA-ABIERTA TO TRUE.
      *
      *LOS CAMBIOS SE APLICAN EN ORDEN DE FECHA DE EFECTO, PARA QUE
      *DOS CAMBIOS DEL MISMO EMPLEADO VENCIDOS A LA VEZ (TRAS UN FIN
      *DE SEMANA O UNA CADENA PERDIDA) QUEDEN EN SU ORDEN REAL
           SET NO-FIN-VENCIDOS TO TRUE.
           PERFORM 3100-APLICA-SIGUIENTE
              THRU 3100-APLICA-SIGUIENTE-EXIT
              UNTIL FIN-VENCIDOS.
      *
           CLOSE HIST-EMPLE.
           SET HISTORIA-CERRADA TO TRUE.
      *
           IF WC-APLICADOS > 0
                PERFORM 3300-REGRABA-EMPLEADOS
                   THRU 3300-REGRABA-EMPLEADOS-EXIT
      *
      *CON EL MAESTRO YA REGRABADO, REPLICAMOS EN EL INDEXADO LOS
      *EMPLEADOS TOCADOS HOY
                PERFORM 1030-ABRE-INDEXADO
                   THRU 1030-ABRE-INDEXADO-EXIT
                PERFORM 3400-SINCRONIZA-APLICADO
                   THRU 3400-SINCRONIZA-APLICADO-EXIT
                   VARYING J FROM 1 BY 1
                   UNTIL J > WC-NUM-PROGRAMADOS
                IF SINCRONIZA-ACTIVO
                     CLOSE MAESTRO-IDX
                END-IF
           END-IF.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
       3000-APLICA-VENCIDOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL MAESTRO DE EMPLEADOS                          *
      *****************************************************************
       3010-CARGA-EMPLEADOS.
           OPEN INPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE "3010-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 3011-LEE-EMPLEADO
              THRU 3011-LEE-EMPLEADO-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-EMPLE >= 5000.
      *
           CLOSE FICEMPLE.
      *
      *LA MISMA GUARDA QUE COBOL360 Y COBOL865: UNA TABLA DESBORDADA
      *REGRABARIA UN MAESTRO TRUNCADO
           IF NOT FIN-FICHERO
                DISPLAY "EL MAESTRO SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA - NO SE APLICA NINGUN CAMBIO"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           SET NO-FIN-FICHERO TO TRUE.
      *
       3010-CARGA-EMPLEADOS-EXIT.
       EXIT.
      *
       3011-LEE-EMPLEADO.
           READ FICEMPLE
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-EMP = 00
                ADD 1 TO WC-NUM-EMPLE
                MOVE REG-EMPLE TO WT-REG-EMPLE(WC-NUM-EMPLE)
           ELSE
                IF WS-FILE-STATUS-EMP NOT = 10
                     MOVE "3011-LEE" TO WS-PARRAFO-ERROR
                     MOVE LT-READ TO WS-OPERACION-ERROR
                     MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                     MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                     PERFORM 9100-ERRORES
                     THRU 9100-ERRORES-EXIT
                END-IF
           END-IF.
       3011-LEE-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APLICA EL CAMBIO VENCIDO DE MENOR FECHA DE EFECTO       *
      *****************************************************************
       3100-APLICA-SIGUIENTE.
           MOVE 0 TO WS-POS-PROGRAMADO.
           MOVE 99999999 TO WS-MENOR-EFECTO.
           PERFORM 3110-BUSCA-MENOR
              THRU 3110-BUSCA-MENOR-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-PROGRAMADOS.
      *
           IF WS-POS-PROGRAMADO = 0
                SET FIN-VENCIDOS TO TRUE
                GO TO 3100-APLICA-SIGUIENTE-EXIT
           END-IF.
      *
           MOVE WT-REG-PROGRAMADO(WS-POS-PROGRAMADO)
             TO WS-REG-CAMBIO-PROGRAMADO.
      *
           SET CLAVE-NO-ENCONTRADA TO TRUE.
           MOVE 0 TO WS-POSICION.
           PERFORM 3120-BUSCA-EMPLEADO
              THRU 3120-BUSCA-EMPLEADO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE
                 OR CLAVE-ENCONTRADA.
      *
      *EL EMPLEADO YA NO ESTA EN EL MAESTRO: EL CAMBIO SE ANULA Y SE
      *INFORMA, PERO NO DETIENE LA APLICACION DE LOS DEMAS
           IF CLAVE-NO-ENCONTRADA
                SET WJ-ANULADO TO TRUE
                MOVE WS-FECHA-PROCESO TO WJ-FEC-APLICACION
                MOVE WS-REG-CAMBIO-PROGRAMADO
                  TO WT-REG-PROGRAMADO(WS-POS-PROGRAMADO)
                ADD 1 TO WC-ANULADOS
                MOVE "ANULADO" TO WLD-ESTADO
                PERFORM 3150-IMPRIME-DETALLE
                   THRU 3150-IMPRIME-DETALLE-EXIT
                DISPLAY "CAMBIO PROGRAMADO ANULADO, NO EXISTE EL "
                        "EMPLEADO " WJ-CLAVE
                GO TO 3100-APLICA-SIGUIENTE-EXIT
           END-IF.
      *
      *SOLO SE TRASLADAN LOS CAMPOS QUE EL CAMBIO MODIFICABA, SOBRE
      *EL REGISTRO TAL COMO ESTA HOY EN EL MAESTRO
           MOVE WT-REG-EMPLE(WS-POSICION) TO WS-IMAGEN-ACTUAL.
           MOVE WT-REG-EMPLE(WS-POSICION) TO WS-REG-EMPLEADO.
           MOVE WS-EMPLE-DEPT     TO WS-DEPT-ANTES.
           MOVE WS-EMPLE-SALARIO  TO WS-SALARIO-ANTES.
           MOVE WS-EMPLE-COMISION TO WS-COMISION-ANTES.
      *
           IF WJ-IMAGEN-ANTES(35:3) NOT = WJ-IMAGEN-DESPUES(35:3)
                MOVE WJ-IMAGEN-DESPUES(35:3) TO WS-EMPLE-DEPT
           END-IF.
           IF WJ-IMAGEN-ANTES(38:11) NOT = WJ-IMAGEN-DESPUES(38:11)
                MOVE WJ-IMAGEN-DESPUES(38:11) TO WS-EMPLE-SALARIO
           END-IF.
           IF WJ-IMAGEN-ANTES(49:11) NOT = WJ-IMAGEN-DESPUES(49:11)
                MOVE WJ-IMAGEN-DESPUES(49:11) TO WS-EMPLE-COMISION
           END-IF.
      *
           MOVE WS-REG-EMPLEADO TO WT-REG-EMPLE(WS-POSICION).
      *
           PERFORM 3200-GRABA-HISTORIA
              THRU 3200-GRABA-HISTORIA-EXIT.
      *
           SET WJ-APLICADO TO TRUE.
           MOVE WS-FECHA-PROCESO TO WJ-FEC-APLICACION.
           MOVE WS-REG-CAMBIO-PROGRAMADO
             TO WT-REG-PROGRAMADO(WS-POS-PROGRAMADO).
           ADD 1 TO WC-APLICADOS.
      *
           MOVE "APLICADO" TO WLD-ESTADO.
           PERFORM 3150-IMPRIME-DETALLE
              THRU 3150-IMPRIME-DETALLE-EXIT.
      *
       3100-APLICA-SIGUIENTE-EXIT.
       EXIT.
      *
       3110-BUSCA-MENOR.
           MOVE WT-REG-PROGRAMADO(J) TO WS-REG-CAMBIO-PROGRAMADO.
           IF WJ-PROGRAMADO
              AND WJ-FEC-EFECTO NOT > WS-FECHA-PROCESO
              AND WJ-FEC-EFECTO < WS-MENOR-EFECTO
                MOVE WJ-FEC-EFECTO TO WS-MENOR-EFECTO
                SET WS-POS-PROGRAMADO TO J
           END-IF.
       3110-BUSCA-MENOR-EXIT.
       EXIT.
      *
       3120-BUSCA-EMPLEADO.
           IF WT-REG-EMPLE(IE)(1:6) = WJ-CLAVE
                SET CLAVE-ENCONTRADA TO TRUE
                SET WS-POSICION TO IE
           END-IF.
       3120-BUSCA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME EL CAMBIO TRATADO                               *
      *****************************************************************
      *LA LLAMADORA DEJA EL ESTADO EN WLD-ESTADO Y EL REGISTRO
      *RESULTANTE EN WS-REG-EMPLEADO; LOS VALORES ANTERIORES SALEN DE
      *LA IMAGEN CAPTURADA SI EL EMPLEADO YA NO EXISTE
       3150-IMPRIME-DETALLE.
           IF WJ-ANULADO
                MOVE WJ-IMAGEN-ANTES TO WS-REG-EMPLEADO
                MOVE WS-EMPLE-DEPT     TO WS-DEPT-ANTES
                MOVE WS-EMPLE-SALARIO  TO WS-SALARIO-ANTES
                MOVE WS-EMPLE-COMISION TO WS-COMISION-ANTES
                MOVE WJ-IMAGEN-DESPUES TO WS-REG-EMPLEADO
           END-IF.
      *
           MOVE WJ-CLAVE            TO WLD-CODIGO.
           MOVE WJ-FEC-EFECTO       TO WLD-EFECTO.
           MOVE WS-DEPT-ANTES       TO WLD-DEPT-ANTES.
           MOVE WS-EMPLE-DEPT       TO WLD-DEPT-DESPUES.
           MOVE WS-SALARIO-ANTES    TO WLD-SALARIO-ANTES.
           MOVE WS-EMPLE-SALARIO    TO WLD-SALARIO-DESPUES.
           MOVE WS-COMISION-ANTES   TO WLD-COMISION-ANTES.
           MOVE WS-EMPLE-COMISION   TO WLD-COMISION-DESPUES.
           MOVE WJ-AUTOR            TO WLD-AUTOR.
           MOVE WJ-APROBADOR        TO WLD-APROBADOR.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       3150-IMPRIME-DETALLE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       GRABA LA IMAGEN ANTES/DESPUES EN LA HISTORIA            *
      *****************************************************************
      *EL MISMO REGISTRO QUE GRABA COBOL865 AL APROBAR: TIPO "M",
      *AUTOR DEL CAMBIO Y APROBADOR; LA FECHA ES LA DE PROCESO, QUE
      *ES LA FECHA EN QUE EL CAMBIO ENTRA EN VIGOR EN EL MAESTRO
       3200-GRABA-HISTORIA.
           MOVE "M"               TO WHE-TIPO.
           MOVE WS-FECHA-PROCESO  TO WHE-FECHA.
           ACCEPT WHE-HORA FROM TIME.
           MOVE WJ-AUTOR          TO WHE-OPERADOR.
           MOVE WS-IMAGEN-ACTUAL  TO WHE-IMAGEN-ANTES.
           MOVE WS-REG-EMPLEADO   TO WHE-IMAGEN-DESPUES.
           MOVE WJ-APROBADOR      TO WHE-APROBADOR.
      *
           WRITE REG-HIST-EMPLE FROM WS-REG-HIST-EMPLE.
           IF WS-FILE-STATUS-HIE NOT = 00
                MOVE "3200-HISTORIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-HIE TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3200-GRABA-HISTORIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGRABA EL MAESTRO VIA FICHERO DE TRABAJO               *
      *****************************************************************
       3300-REGRABA-EMPLEADOS.
      *PRIMERO EL FICHERO DE TRABAJO, LUEGO EL MAESTRO (LA MISMA
      *REGRABACION SEGURA DE COBOL360)
           OPEN OUTPUT EMP-TRABAJO.
           IF WS-FILE-STATUS-ETR NOT = 00
                MOVE "3300-REGRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ETR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 3301-ESCRIBE-TRABAJO
              THRU 3301-ESCRIBE-TRABAJO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE.
           CLOSE EMP-TRABAJO.
      *
           OPEN OUTPUT FICEMPLE.
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE "3300-REGRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 3302-ESCRIBE-EMPLEADO
              THRU 3302-ESCRIBE-EMPLEADO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE.
           CLOSE FICEMPLE.
      *
       3300-REGRABA-EMPLEADOS-EXIT.
       EXIT.
      *
       3301-ESCRIBE-TRABAJO.
           WRITE REG-EMP-TRABAJO FROM WT-REG-EMPLE(IE).
           IF WS-FILE-STATUS-ETR NOT = 00
                MOVE "3301-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO6 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ETR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3301-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       3302-ESCRIBE-EMPLEADO.
           WRITE REG-EMPLE FROM WT-REG-EMPLE(IE).
           IF WS-FILE-STATUS-EMP NOT = 00
                MOVE "3302-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-EMP TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       3302-ESCRIBE-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REPLICA EN EL INDEXADO UN EMPLEADO TOCADO HOY           *
      *****************************************************************
       3400-SINCRONIZA-APLICADO.
           MOVE WT-REG-PROGRAMADO(J) TO WS-REG-CAMBIO-PROGRAMADO.
           IF NOT WJ-APLICADO
              OR WJ-FEC-APLICACION NOT = WS-FECHA-PROCESO
                GO TO 3400-SINCRONIZA-APLICADO-EXIT
           END-IF.
      *
           SET CLAVE-NO-ENCONTRADA TO TRUE.
           PERFORM 3120-BUSCA-EMPLEADO
              THRU 3120-BUSCA-EMPLEADO-EXIT
              VARYING IE FROM 1 BY 1
              UNTIL IE > WC-NUM-EMPLE
                 OR CLAVE-ENCONTRADA.
           IF CLAVE-ENCONTRADA
                MOVE WT-REG-EMPLE(WS-POSICION) TO WS-REG-SINCRONIA
                PERFORM 3700-SINCRONIZA-INDEXADO
                   THRU 3700-SINCRONIZA-INDEXADO-EXIT
           END-IF.
      *
       3400-SINCRONIZA-APLICADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APERTURA DEL MAESTRO INDEXADO PARA LA SINCRONIA         *
      *****************************************************************
       1030-ABRE-INDEXADO.
           OPEN I-O MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 00
                SET SINCRONIZA-ACTIVO TO TRUE
           ELSE
                SET SINCRONIZA-INACTIVO TO TRUE
                DISPLAY "AVISO: MAESTRO INDEXADO NO DISPONIBLE "
                        "(FILE STATUS " WS-FILE-STATUS-IDX ") - "
                        "LANCE COBOL250 PARA RECARGARLO"
           END-IF.
       1030-ABRE-INDEXADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REPLICA EL CAMBIO EN CURSO EN EL MAESTRO INDEXADO       *
      *****************************************************************
      *LA LLAMADORA DEJA LA IMAGEN FINAL EN WS-REG-SINCRONIA; SE
      *INTENTA LA REGRABACION Y, SI LA CLAVE NO EXISTIA TODAVIA, EL
      *ALTA. UN FALLO AQUI NO DETIENE EL PROCESO: EL INDEXADO QUEDA
      *PARA LA RECARGA DE COBOL250 Y SE AVISA
       3700-SINCRONIZA-INDEXADO.
           IF SINCRONIZA-INACTIVO
                GO TO 3700-SINCRONIZA-INDEXADO-EXIT
           END-IF.
      *
           MOVE WS-REG-SINCRONIA TO REG-MAESTRO-IDX.
      *CLAVE DE APELLIDO Y NOMBRE (POSICIONES 20 Y 7 DE COPYEMPLE)
           MOVE WS-REG-SINCRONIA(20:15) TO MI-APELLIDO.
           MOVE WS-REG-SINCRONIA(7:12) TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
           END-IF.
           IF WS-FILE-STATUS-IDX NOT = 00
                DISPLAY "AVISO: INDEXADO NO SINCRONIZADO PARA "
                     WS-REG-SINCRONIA(1:6) " (FILE STATUS "
                     WS-FILE-STATUS-IDX ") - LANCE COBOL250"
           END-IF.
      *
       3700-SINCRONIZA-INDEXADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ESCRIBE UNA LINEA DEL LISTADO CON SALTO DE PAGINA       *
      *****************************************************************
       3900-ESCRIBE-LINEA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                MOVE WS-LINEA-IMPRIMIR TO WS-LINEA-DETALLE-AUX
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
                MOVE WS-LINEA-DETALLE-AUX TO WS-LINEA-IMPRIMIR
           END-IF.
      *
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3900-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3900-ESCRIBE-LINEA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       TOTALES DEL LISTADO                                     *
      *****************************************************************
       4100-IMPRIME-TOTALES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
           MOVE WC-APLICADOS TO WTT-APLICADOS.
           MOVE WC-ANULADOS  TO WTT-ANULADOS.
           MOVE WC-FUTUROS   TO WTT-FUTUROS.
           MOVE WS-LINEA-TOTALES TO WS-LINEA-IMPRIMIR.
           PERFORM 3900-ESCRIBE-LINEA
              THRU 3900-ESCRIBE-LINEA-EXIT.
      *
       4100-IMPRIME-TOTALES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGRABA LOS PROGRAMADOS CON SU NUEVO ESTADO             *
      *****************************************************************
      *COMO EN LA REGRABACION DEL MAESTRO: LA TABLA SE VUELCA PRIMERO
      *AL FICHERO DE TRABAJO Y SOLO SI TODO HA IDO BIEN SE REGRABA EL
      *FICHERO DE CAMBIOS PROGRAMADOS
       5000-GRABA-PROGRAMADOS.
           OPEN OUTPUT PRG-TRABAJO.
           IF WS-FILE-STATUS-PTR NOT = 00
                MOVE "5000-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PTR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 5010-ESCRIBE-TRABAJO
              THRU 5010-ESCRIBE-TRABAJO-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-PROGRAMADOS.
           CLOSE PRG-TRABAJO.
      *
           OPEN OUTPUT PROGRAMADOS.
           IF WS-FILE-STATUS NOT = 00
                MOVE "5000-GRABA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           PERFORM 5020-ESCRIBE-PROGRAMADO
              THRU 5020-ESCRIBE-PROGRAMADO-EXIT
              VARYING J FROM 1 BY 1
              UNTIL J > WC-NUM-PROGRAMADOS.
           CLOSE PROGRAMADOS.
      *
       5000-GRABA-PROGRAMADOS-EXIT.
       EXIT.
      *
       5010-ESCRIBE-TRABAJO.
           WRITE REG-PRG-TRABAJO FROM WT-REG-PROGRAMADO(J).
           IF WS-FILE-STATUS-PTR NOT = 00
                MOVE "5010-TRABAJO" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO5 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-PTR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       5010-ESCRIBE-TRABAJO-EXIT.
       EXIT.
      *
       5020-ESCRIBE-PROGRAMADO.
           WRITE REG-PROGRAMADO FROM WT-REG-PROGRAMADO(J).
           IF WS-FILE-STATUS NOT = 00
                MOVE "5020-ESCRIBE" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
       5020-ESCRIBE-PROGRAMADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *SOLTAMOS EL CERROJO SI QUEDO TOMADO POR UN ERROR A MEDIO
      *APLICAR (9550 SOLO ACTUA SI CERROJO-CONCEDIDO)
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      *
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   APLICACION DE CAMBIOS PROGRAMADOS"
                 DISPLAY "******************************************"
                 DISPLAY "**FECHA DE PROCESO:        " WS-FECHA-PROCESO
                 DISPLAY "**CAMBIOS PROGRAMADOS LEIDOS:" WC-CONTADOR
                 DISPLAY "**VENCIDOS:                " WC-VENCIDOS
                 DISPLAY "**APLICADOS AL MAESTRO:    " WC-APLICADOS
                 DISPLAY "**ANULADOS (SIN EMPLEADO): " WC-ANULADOS
                 DISPLAY "**SIGUEN PROGRAMADOS:      " WC-FUTUROS
                 DISPLAY "******************************************"
           END-IF.
      *
           IF HISTORIA-ABIERTA
                CLOSE HIST-EMPLE
           END-IF.
           CLOSE LISTADO.
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
      *
      *DEJAMOS CONSTANCIA DEL FIN Y LOS CONTADORES EN EL CONTROL
      *DE EJECUCIONES
           MOVE WC-CONTADOR TO WK-CTL-LEIDOS.
           MOVE WC-APLICADOS TO WK-CTL-ESCRITOS.
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
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                CERROJO DE USO DEL MAESTRO                     *
      *****************************************************************
       COPY CERROJPR.
      *
      *****************************************************************
      *                CONTROL DE EJECUCIONES                         *
      *****************************************************************
       COPY RUNCTLPR.
      *
      *****************************************************************
      *                FECHA DE PROCESO DE LA CADENA                  *
      *****************************************************************
       COPY FECPROPR.

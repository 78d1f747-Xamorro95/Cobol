      *  CP100O-GENRE, ADEMAS DE LA BANDA DE ANTIGUEDAD CALCULADA A   *
      *  PARTIR DE CP100I-FEC-ALTA EN CP100O-ANTIGUEDAD, CON LAS      *
      *  MISMAS BANDAS QUE USA COBOL400. LA FECHA DE ALTA SE VALIDA   *
      *  CON LA RUTINA COMUN RUTFECHA ANTES DE CLASIFICAR: UNA FECHA  *
      *  IMPOSIBLE DEVUELVE CP100-ERROR EN LUGAR DE UNA BANDA DE      *
      *  ANTIGUEDAD FICTICIA. EL GENERO ES EL REAL DEL EMPLEADO,      *
      *  TOMADO DEL MAESTRO DE DATOS PERSONALES                       *
      *  (FICHERO.DATOS.PERSONALES, COPYPERSO, MANTENIDO POR          *
      *  COBOL778) QUE SE CARGA EN TABLA EN LA PRIMERA LLAMADA; YA NO *
      *  SE DEDUCE DE LA PARIDAD DEL ULTIMO DIGITO DEL CODIGO. UN     *
      *  EMPLEADO SIN DATOS PERSONALES (O SIN EL FICHERO) DEVUELVE EL *
      *  GENERO EN BLANCO, QUE LOS LLAMADORES CUENTAN COMO SIN        *
      *  DETERMINAR, SIN MARCAR ERROR                                 *
      *                                                               *
      *  EN UN EMPLEADO READMITIDO LA BANDA DE ANTIGUEDAD SE CALCULA  *
      *  DESDE LA FECHA DE ANTIGUEDAD RECONOCIDA DE                   *
      *  FICHERO.READMISIONES (COPY COPYREADM, CARGADO TAMBIEN EN LA  *
      *  PRIMERA LLAMADA) Y NO DESDE CP100I-FEC-ALTA, QUE ES LA FECHA *
      *  DE LA READMISION; LA VALIDACION SIGUE HACIENDOSE SOBRE       *
      *  CP100I-FEC-ALTA                                              *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *MAESTRO DE DATOS PERSONALES, DE DONDE SALE EL GENERO
           SELECT FICPERSONAL
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.datos.personales"
             FILE STATUS IS WS-FILE-STATUS-PER.
      *
      *READMISIONES, DE DONDE SALE LA ANTIGUEDAD RECONOCIDA
           COPY READMFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FECPROFD.
      *
       FD FICPERSONAL.
       01  REG-PERSONAL                        PIC X(120).
      *
       COPY READMFD.
      *
       WORKING-STORAGE SECTION.
      *
            88  FECHA-NO-CARGADA                VALUE "N".
      *
      *****************************************************************
      *               DATOS PERSONALES                                *
      *****************************************************************
       COPY COPYPERSO.
      *
      *TABLA DE CODIGO Y GENERO DE CADA EMPLEADO, CARGADA UNA SOLA
      *VEZ EN LA PRIMERA LLAMADA POR LA MISMA RAZON QUE LA FECHA
       01  WT-TABLA-GENEROS.
           05  WC-NUM-GENEROS                  PIC 9(4) VALUE 0.
           05  WT-GENERO OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-GENEROS
                  INDEXED BY IG.
               10  WT-GEN-CODIGO               PIC X(6).
               10  WT-GEN-GENERO               PIC X(1).
      *
       01  SW-PERSONAL.
           05  SW-FIN-PERSONAL                 PIC X VALUE "N".
                88  FIN-PERSONAL               VALUE "S".
                88  NO-FIN-PERSONAL            VALUE "N".
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
      *CARGADAS TAMBIEN UNA SOLA VEZ EN LA PRIMERA LLAMADA
       COPY COPYREADM.
       COPY READMWS.
      *
      *****************************************************************
      *               AREA DE COMUNICACION CON RUTFECHA               *
      *****************************************************************
       COPY RUTFECH1.
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FECHA-HOY                    PIC 9(8).
           05  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
               10  WS-HOY-ANIO                 PIC 9(4).
               10  WS-ALTA-ANIO                PIC 9(4).
               10  WS-ALTA-MESDIA              PIC 9(4).
           05  WS-ANIOS-ANTIGUEDAD             PIC S9(4).
           05  WS-FILE-STATUS-PER              PIC XX.
      *
      *****************************************************************
      *               LINKAGE SECTION                                 *
                PERFORM 9900-OBTEN-FECHA-PROCESO
                   THRU 9900-OBTEN-FECHA-PROCESO-EXIT
                MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY
                PERFORM 1100-CARGA-GENEROS
                   THRU 1100-CARGA-GENEROS-EXIT
                PERFORM 1200-CARGA-READMISIONES
                   THRU 1200-CARGA-READMISIONES-EXIT
                SET FECHA-CARGADA TO TRUE
           END-IF.
      *
       EXIT.
      *
      *****************************************************************
      *               CARGA DE LOS GENEROS DEL MAESTRO PERSONAL       *
      *****************************************************************
       1100-CARGA-GENEROS.
           MOVE 0 TO WC-NUM-GENEROS.
           OPEN INPUT FICPERSONAL.
      *SIN MAESTRO DE DATOS PERSONALES LA TABLA QUEDA VACIA Y TODOS
      *LOS EMPLEADOS SALEN CON EL GENERO SIN DETERMINAR
           IF WS-FILE-STATUS-PER NOT = "00"
                DISPLAY "RUTEMPLE: SIN FICHERO.DATOS.PERSONALES "
                        "(FILE STATUS " WS-FILE-STATUS-PER
                        "), GENERO SIN DETERMINAR"
                GO TO 1100-CARGA-GENEROS-EXIT
           END-IF.
      *
           SET NO-FIN-PERSONAL TO TRUE.
           PERFORM 1110-LEE-PERSONAL
              THRU 1110-LEE-PERSONAL-EXIT
              UNTIL FIN-PERSONAL.
           CLOSE FICPERSONAL.
      *
       1100-CARGA-GENEROS-EXIT.
       EXIT.
      *
       1110-LEE-PERSONAL.
           READ FICPERSONAL INTO WS-REG-PERSONAL
              AT END SET FIN-PERSONAL TO TRUE.
      *
           IF WS-FILE-STATUS-PER = "00"
                IF WC-NUM-GENEROS < 5000
                     ADD 1 TO WC-NUM-GENEROS
                     MOVE WU-PER-CODIGO
                       TO WT-GEN-CODIGO(WC-NUM-GENEROS)
                     MOVE WU-PER-GENERO
                       TO WT-GEN-GENERO(WC-NUM-GENEROS)
                ELSE
                     DISPLAY "RUTEMPLE: MAS DE 5000 EMPLEADOS EN "
                             "FICHERO.DATOS.PERSONALES, EL RESTO "
                             "SALE SIN DETERMINAR"
                     SET FIN-PERSONAL TO TRUE
                END-IF
           ELSE
                IF WS-FILE-STATUS-PER NOT = "10"
                     DISPLAY "RUTEMPLE: ERROR LEYENDO "
                             "FICHERO.DATOS.PERSONALES - FILE STATUS: "
                             WS-FILE-STATUS-PER
                     SET FIN-PERSONAL TO TRUE
                END-IF
           END-IF.
      *
       1110-LEE-PERSONAL-EXIT.
       EXIT.
      *
      *****************************************************************
      *               CARGA DE LAS READMISIONES                       *
      *****************************************************************
       1200-CARGA-READMISIONES.
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
      *CON UN ERROR DE LECTURA LA TABLA QUEDA VACIA Y LA ANTIGUEDAD
      *DE TODOS SE CUENTA DESDE SU FECHA DE ALTA
           IF REA-CARGA-ERROR
                DISPLAY "RUTEMPLE: ERROR LEYENDO "
                        "FICHERO.READMISIONES - FILE STATUS: "
                        WS-FILE-STATUS-REA
                        ", ANTIGUEDAD DESDE LA FECHA DE ALTA"
                MOVE 0 TO WRA-NUM-READMISIONES
           END-IF.
      *
       1200-CARGA-READMISIONES-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
                MOVE "N" TO CP100O-GENRE
                SET CP100-ERROR TO TRUE
           ELSE
      *TOMAMOS EL GENERO REAL DEL MAESTRO DE DATOS PERSONALES; SI
      *EL EMPLEADO NO ESTA, SE QUEDA EN BLANCO (SIN DETERMINAR)
                SET IG TO 1
                SEARCH WT-GENERO
                     AT END
                          MOVE SPACE TO CP100O-GENRE
                     WHEN WT-GEN-CODIGO(IG) = CP100I-EMPNO
                          MOVE WT-GEN-GENERO(IG) TO CP100O-GENRE
                END-SEARCH
      *
      *VALIDAMOS LA FECHA DE ALTA CON LA RUTINA COMUN ANTES DE
      *CLASIFICAR: UNA FECHA IMPOSIBLE NO DEBE PRODUCIR UNA BANDA
      *             CALCULO DE LA BANDA DE ANTIGUEDAD                 *
      *****************************************************************
       3100-CALCULA-ANTIGUEDAD.
      *UN READMITIDO CUENTA DESDE SU ANTIGUEDAD RECONOCIDA; LOS DEMAS
      *DESDE SU FECHA DE ALTA
           MOVE CP100I-EMPNO    TO WRA-BUSCA-CODIGO.
           MOVE CP100I-FEC-ALTA TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-FEC-ALTA-AUX.
      *
           COMPUTE WS-ANIOS-ANTIGUEDAD =
                   WS-HOY-ANIO - WS-ALTA-ANIO.
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                READMISIONES                                   *
      *****************************************************************
       COPY READMPR.

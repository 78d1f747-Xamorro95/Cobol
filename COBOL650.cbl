      *  ANIOS COMPLETOS ENTRE FEC-ALTA Y FEC-BAJA CON EL MISMO       *
      *  CRITERIO QUE 3100-CALCULA-ANTIGUEDAD DE COBOL400             *
      *                                                               *
      *  SI EL PERIODO QUE TERMINA ERA UNA READMISION, LA ANTIGUEDAD  *
      *  A LA SALIDA SE CUENTA DESDE LA FECHA RECONOCIDA EN           *
      *  FICHERO.READMISIONES (COPY COPYREADM), IGUAL QUE EN COBOL400 *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL650.
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *READMISIONES CON SU ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO-ENTRADA.
       01  REG-EMPLE-ENTRADA                      PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
       COPY PARAMFD.
      *
       COPY ERRAUDFD.
      *
       COPY READMFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-FICHERO3          PIC X(16) VALUE "LISTADO".
           05  LT-FICHERO4          PIC X(16) VALUE "READMISIONES".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL650".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
      *
           PERFORM 1010-OBTIENE-PERIODO
              THRU 1010-OBTIENE-PERIODO-EXIT.
      *
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
           IF REA-CARGA-ERROR
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           OPEN INPUT FICHERO-ENTRADA.
           IF WS-FILE-STATUS-ENT NOT = 00
      *       LISTA UNA BAJA DEL PERIODO CON SU ANTIGUEDAD            *
      *****************************************************************
       3100-LISTA-BAJA.
      *ANTIGUEDAD A LA SALIDA: ANIOS COMPLETOS ENTRE ALTA Y BAJA (EL
      *ALTA ES LA ANTIGUEDAD RECONOCIDA SI EL PERIODO ERA UNA
      *READMISION)
           MOVE WS-EMPLE-CODIGO   TO WRA-BUSCA-CODIGO.
           MOVE WS-EMPLE-FEC-ALTA TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-FEC-ALTA-AUX.
           MOVE WS-EMPLE-FEC-BAJA TO WS-FEC-BAJA-AUX.
           COMPUTE WS-ANIOS-ANTIGUEDAD =
                   WS-BAJA-ANIO - WS-ALTA-ANIO.
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                READMISIONES                                   *
      *****************************************************************
       COPY READMPR.

      *  ESTE PROGRAMA LEE FICHERO.EMPLEADO Y CLASIFICA A CADA        *
      *  EMPLEADO EN UNA BANDA DE ANTIGUEDAD SEGUN WS-EMPLE-FEC-ALTA  *
      *                                                               *
      *  EN UN EMPLEADO READMITIDO LA ANTIGUEDAD SE CUENTA DESDE LA   *
      *  FECHA RECONOCIDA EN FICHERO.READMISIONES (COPY COPYREADM),   *
      *  NO DESDE WS-EMPLE-FEC-ALTA, QUE ES LA FECHA DE LA READMISION *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL400.
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *READMISIONES CON SU ANTIGUEDAD RECONOCIDA (VER COPY READMPR)
           COPY READMFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  REG-EMPLE                              PIC X(80).
      *
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
       COPY PARAMFD.
      *
       COPY READMFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY PARAMWS.
      *
      *****************************************************************
      *               READMISIONES                                    *
      *****************************************************************
       COPY COPYREADM.
       COPY READMWS.
      *
      *****************************************************************
      *               AREA DE COMUNICACION CON RUTFECHA               *
      *****************************************************************
       COPY RUTFECH1.
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO1          PIC X(16) VALUE "FICHERO.EMPLEADO".
           05  LT-FICHERO2          PIC X(16) VALUE "READMISIONES".
           05  LT-FICHERO1-DEFECTO  PIC X(60) VALUE
               "/home/forma2/cobol/ficheros/fichero.empleado".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL400".
      *TOMAMOS LA FECHA DE HOY PARA CALCULAR LA ANTIGUEDAD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY.
      *
      *CARGAMOS LAS READMISIONES: UN READMITIDO CUENTA SU ANTIGUEDAD
      *DESDE LA FECHA RECONOCIDA
           PERFORM 9370-CARGA-READMISIONES
              THRU 9370-CARGA-READMISIONES-EXIT.
           IF REA-CARGA-ERROR
                MOVE '1000' TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-REA TO WS-FILE-STATUS
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *RESOLVEMOS LA RUTA DEL FICHERO DE ENTRADA (VARIABLE DE ENTORNO
      *O, EN SU DEFECTO, LA RUTA POR DEFECTO)
           PERFORM 1005-SELECCION-FICHERO
      *             CALCULO DE ANTIGUEDAD EN ANIOS COMPLETOS           *
      *****************************************************************
       3100-CALCULA-ANTIGUEDAD.
      *UN READMITIDO CUENTA DESDE SU ANTIGUEDAD RECONOCIDA; LOS DEMAS
      *DESDE SU FECHA DE ALTA
           MOVE WS-EMPLE-CODIGO   TO WRA-BUSCA-CODIGO.
           MOVE WS-EMPLE-FEC-ALTA TO WRA-BUSCA-FEC-ALTA.
           PERFORM 9380-BUSCA-ANTIGUEDAD
              THRU 9380-BUSCA-ANTIGUEDAD-EXIT.
           MOVE WRA-FEC-ANTIG-EMPLEADO TO WS-EMPLE-FEC-ALTA-AUX.
      *
           COMPUTE WS-ANIOS-ANTIGUEDAD =
                   WS-HOY-ANIO - WS-ALTA-ANIO.
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                READMISIONES                                   *
      *****************************************************************
       COPY READMPR.

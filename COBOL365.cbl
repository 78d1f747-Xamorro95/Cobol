      *  DOS FECHAS) Y POR OPERADOR (TODO LO QUE CAMBIO UN CODIGO DE  *
      *  OPERADOR CONCRETO, QUE YA VIENE ESTAMPADO EN CADA REGISTRO)  *
      *                                                               *
      *  LAS READMISIONES DE COBOL360 SE PRESENTAN CON SU PROPIO      *
      *  TIPO, DISTINTAS DE UN ALTA O UNA MODIFICACION                *
      *                                                               *
      *  CADA EMPLEADO CUYA HISTORIA SE ENSENA QUEDA ANOTADO UNA VEZ  *
      *  POR CONSULTA EN LA BITACORA DE CONSULTAS DE DATOS SENSIBLES  *
      *  (COPY ACCLOGPR), QUE LISTA COBOL784                          *
      *                                                               *
      *  LAS IMAGENES LLEVAN LA EMPRESA DEL GRUPO, QUE SE CONTRASTA   *
      *  COMO UN CAMPO MAS (CAMBIA EN UNA READMISION EN OTRA          *
      *  SOCIEDAD)                                                    *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL365.
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
      *
       COPY OPERFD.
      *
       COPY ACCLOGFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
           05  WH-FECHA                 PIC 9(8).
           05  WH-HORA                  PIC 9(8).
           05  WH-OPERADOR              PIC X(4).
           05  WH-IMAGEN-ANTES          PIC X(80).
           05  WH-IMAGEN-DESPUES        PIC X(80).
      *APROBADOR DE LOS CAMBIOS SENSIBLES (LO ESTAMPA COBOL865; EN
      *LOS CAMBIOS DIRECTOS VIENE EN BLANCO)
           05  WH-APROBADOR             PIC X(4).
           05  WB-ESTADO                       PIC X(1).
           05  WB-FEC-ALTA                     PIC 9(8).
           05  WB-FEC-BAJA                     PIC 9(8).
           05  WB-EMPRESA                      PIC X(3).
      *
      *****************************************************************
      *               IDENTIFICACION DE OPERADOR                      *
       COPY OPERWS.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *EMPLEADOS YA ANOTADOS EN LA CONSULTA EN CURSO: UNA CONSULTA
      *POR FECHAS U OPERADOR PUEDE ENSENAR MUCHOS CAMBIOS DE UNA
      *MISMA PERSONA Y SE ANOTA UNA SOLA VEZ
       01  WT-TABLA-ANOTADOS.
           05  WC-NUM-ANOTADOS          PIC 9(4) VALUE 0.
           05  WT-ANOTADO OCCURS 1 TO 1000 TIMES
                  DEPENDING ON WC-NUM-ANOTADOS
                  INDEXED BY IA         PIC X(6).
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-ALGUNO                         PIC X VALUE "N".
                88 ALGUN-CAMBIO                   VALUE "S".
                88 NINGUN-CAMBIO                  VALUE "N".
           05  SW-ANOTADO                        PIC X VALUE "N".
                88 YA-ANOTADO                     VALUE "S".
                88 NO-ANOTADO                     VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SIN BITACORA DE ACCESOS NO SE CONSULTA: LA CONSULTA NO DEBE
      *PODER HACERSE SIN DEJAR RASTRO
           PERFORM 9960-ABRE-ACCESOS
              THRU 9960-ABRE-ACCESOS-EXIT.
           IF BITACORA-CERRADA
                DISPLAY "SIN BITACORA DE ACCESOS NO SE PUEDE CONSULTAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1000-INICIO-EXIT.
       EXIT.
      *LA HISTORIA SE ESCRIBE EN EXTEND, ASI QUE UNA PASADA
      *SECUENCIAL YA SALE EN ORDEN CRONOLOGICO
           MOVE 0 TO WC-MOSTRADOS.
           MOVE 0 TO WC-NUM-ANOTADOS.
           SET NO-FIN-FICHERO TO TRUE.
      *
           OPEN INPUT HISTORIA.
           PERFORM 4200-MUESTRA-CAMBIO
              THRU 4200-MUESTRA-CAMBIO-EXIT.
           ADD 1 TO WC-MOSTRADOS.
      *
           PERFORM 4300-ANOTA-ACCESO
              THRU 4300-ANOTA-ACCESO-EXIT.
      *
       4100-TRATA-CAMBIO-EXIT.
       EXIT.
                     DISPLAY "BAJA          " WH-FECHA " "
                          WH-HORA(1:2) ":" WH-HORA(3:2)
                          " OPERADOR " WH-OPERADOR
      *LAS READMISIONES DE COBOL360 (TIPO "I"): CON EL MISMO CODIGO
      *SE CONTRASTAN CON EL PERIODO ANTERIOR; CON CODIGO NUEVO SON
      *UN ALTA MAS
                WHEN "I"
                     DISPLAY "READMISION    " WH-FECHA " "
                          WH-HORA(1:2) ":" WH-HORA(3:2)
                          " OPERADOR " WH-OPERADOR
      *LOS RECHAZOS DE COBOL865 (TIPO "R") NUNCA SE APLICARON AL
      *MAESTRO: SE DISTINGUEN DE UNA MODIFICACION REAL Y SUS
      *IMAGENES SE PRESENTAN COMO PROPUESTAS
                     WS-EMPLE-FEC-BAJA
                SET ALGUN-CAMBIO TO TRUE
           END-IF.
           IF WS-EMPLE-EMPRESA NOT = WB-EMPRESA
                DISPLAY "  EMPRESA:   " WB-EMPRESA " -> "
                     WS-EMPLE-EMPRESA
                SET ALGUN-CAMBIO TO TRUE
           END-IF.
      *
           IF NINGUN-CAMBIO
                DISPLAY "  (IMAGENES IDENTICAS)"
       EXIT.
      *
      *****************************************************
      * ANOTA EN LA BITACORA EL EMPLEADO DEL CAMBIO       *
      *****************************************************
       4300-ANOTA-ACCESO.
           IF WH-IMAGEN-DESPUES NOT = SPACES
                MOVE WH-IMAGEN-DESPUES(1:6) TO WAC-EMPLEADO
           ELSE
                MOVE WH-IMAGEN-ANTES(1:6) TO WAC-EMPLEADO
           END-IF.
      *
           SET NO-ANOTADO TO TRUE.
           IF WC-NUM-ANOTADOS > 0
                SET IA TO 1
                SEARCH WT-ANOTADO
                     AT END SET NO-ANOTADO TO TRUE
                     WHEN WT-ANOTADO(IA) = WAC-EMPLEADO
                          SET YA-ANOTADO TO TRUE
                END-SEARCH
           END-IF.
           IF YA-ANOTADO
                GO TO 4300-ANOTA-ACCESO-EXIT
           END-IF.
      *
      *SI LA TABLA SE LLENA SE SIGUE ANOTANDO SIN RECORDAR: MEJOR
      *UN ACCESO REPETIDO QUE UNO PERDIDO
           IF WC-NUM-ANOTADOS < 1000
                ADD 1 TO WC-NUM-ANOTADOS
                MOVE WAC-EMPLEADO TO WT-ANOTADO(WC-NUM-ANOTADOS)
           END-IF.
           SET WAC-DATO-HISTORIA TO TRUE.
           PERFORM 9965-GRABA-ACCESO
              THRU 9965-GRABA-ACCESO-EXIT.
      *
       4300-ANOTA-ACCESO-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
                DISPLAY "**REGISTROS LEIDOS:         " WC-CONTADOR
                DISPLAY "******************************************"
           END-IF.
      *
           CLOSE ACCESOS.
      *
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
      * IDENTIFICACION DE OPERADOR                        *
      *****************************************************
       COPY OPERPR.
      *
      *****************************************************
      * BITACORA DE CONSULTAS DE DATOS SENSIBLES          *
      *****************************************************
       COPY ACCLOGPR.

      *  CRUZA LOS CONTADORES ENTRE PASOS (LEIDOS DE COBOL300 CONTRA  *
      *  SALIDA1+SALIDA2, HISTORICO CONTRA SALIDAS DEL CRUCE, LEIDOS  *
      *  DE COBOL900 CONTRA SU SALIDA) Y TERMINA CON UN VEREDICTO     *
      *  CLARO: CORRECTO O REVISAR.                                   *
      *  UN VEREDICTO REVISAR SE ANOTA ADEMAS EN EL FICHERO DE        *
      *  ALERTAS DE OPERACION CON EL PRIMER CONCEPTO QUE NO CUADRO    *
      *  (COPY ALERTAPR)                                              *
      *  INFORMA TAMBIEN DE LAS INCIDENCIAS DEL ULTIMO BARRIDO        *
      *  SEMANAL DE INTEGRIDAD (COBOL455), SEA DEL DIA QUE SEA; SON   *
      *  INFORMATIVAS Y NO CAMBIAN EL VEREDICTO DE LA NOCHE           *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
           SELECT LISTADO
           ASSIGN TO
       01  REG-SALIDA-AMBOS                       PIC X(55).
      *
       FD SALIDA-SOLOA.
       01  REG-SALIDA-SOLOA                       PIC X(80).
      *
       FD SALIDA-SOLOB.
       01  REG-SALIDA-SOLOB                       PIC X(80).
      *
       FD SALIDA-SOLOC.
       01  REG-SALIDA-SOLOC                       PIC X(80).
      *
       FD SALIDA-RUTINA.
       01  REG-SALIDA-RUTINA                      PIC X(9).
       COPY RUNCTLFD.
      *
       COPY FECPROFD.
      *
       COPY ALERTAFD.
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
       COPY FECPROWS.
      *
      *****************************************************************
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               HISTORICO DEL DIA                               *
      *****************************************************************
       01  WS-HISTORICO-DIA.
           05  WS-CTL-900-LEIDOS                PIC 9(7).
           05  WS-CTL-300-VISTO                 PIC X VALUE "N".
           05  WS-CTL-900-VISTO                 PIC X VALUE "N".
      *ULTIMO BARRIDO DE INTEGRIDAD, DE CUALQUIER DIA (ES SEMANAL)
           05  WS-CTL-455-INCIDENCIAS           PIC 9(7).
           05  WS-CTL-455-FECHA                 PIC 9(8).
           05  WS-CTL-455-VISTO                 PIC X VALUE "N".
           05  WS-CTL-455-FECHA-EDIT            PIC 9999/99/99.
      *
      *****************************************************************
      *               SWITCHES                                        *
           05  WS-ASSIGN-SALIDA1                    PIC X(60).
           05  WS-ASSIGN-SALIDA2                    PIC X(60).
           05  WS-SUMA-S1S2                         PIC 9(7).
      *PRIMER CONCEPTO QUE DEJA LA NOCHE EN REVISAR (MOTIVO DE LA
      *ALERTA)
           05  WS-PRIMER-REVISAR                    PIC X(45).
      *
      *****************************************************************
      *               CONTADORES                                      *
           MOVE "N" TO WS-HIST-ENCONTRADO.
           MOVE "N" TO WS-CTL-300-VISTO.
           MOVE "N" TO WS-CTL-900-VISTO.
           MOVE "N" TO WS-CTL-455-VISTO.
           MOVE SPACES TO WS-PRIMER-REVISAR.
      *
      *TOMAMOS LA FECHA DEL DIA Y CONSTRUIMOS LOS NOMBRES FECHADOS
      *DE LAS SALIDAS DE COBOL300
      *****************************************************************
       2700-LEE-CONTROL.
      *NOS QUEDAMOS CON EL ULTIMO REGISTRO "F" DEL DIA DE COBOL300 Y
      *COBOL900, QUE SON LOS QUE ENTRAN EN LOS CUADRES, Y CON EL
      *ULTIMO "F" DE COBOL455 SEA DEL DIA QUE SEA
           OPEN INPUT CONTROL-EJEC.
           IF WS-FILE-STATUS-CTL NOT = 00
                GO TO 2700-LEE-CONTROL-EXIT
                          MOVE "S" TO WS-CTL-900-VISTO
                END-EVALUATE
           END-IF.
           IF WS-FILE-STATUS-CTL = 00
              AND WK-CTL-FIN
              AND WK-CTL-PROGRAMA = "COBOL455"
                MOVE WK-CTL-ESCRITOS TO WS-CTL-455-INCIDENCIAS
                MOVE WK-CTL-FECHA    TO WS-CTL-455-FECHA
                MOVE "S" TO WS-CTL-455-VISTO
           END-IF.
       2710-LEE-REG-CONTROL-EXIT.
       EXIT.
      *
                   THRU 7000-IMPRIME-CONCEPTO-EXIT
           END-IF.
      *
      *INCIDENCIAS DEL ULTIMO BARRIDO DE INTEGRIDAD: SOLO INFORMAN,
      *EL DETALLE ESTA EN FICHERO.INTEGRIDAD.LISTADO
           MOVE SPACES TO WL-RESULTADO.
           IF WS-CTL-455-VISTO = "S"
                MOVE WS-CTL-455-FECHA TO WS-CTL-455-FECHA-EDIT
                MOVE SPACES TO WL-CONCEPTO
                STRING "INCIDENCIAS INTEGRIDAD (COBOL455) "
                          DELIMITED BY SIZE
                       WS-CTL-455-FECHA-EDIT DELIMITED BY SIZE
                       INTO WL-CONCEPTO
                END-STRING
                MOVE WS-CTL-455-INCIDENCIAS TO WL-VALOR
                IF WS-CTL-455-INCIDENCIAS > 0
                     MOVE "VER LISTADO" TO WL-RESULTADO
                ELSE
                     MOVE "CORRECTO" TO WL-RESULTADO
                END-IF
           ELSE
                MOVE "SIN BARRIDO DE INTEGRIDAD (COBOL455)"
                  TO WL-CONCEPTO
                MOVE 0 TO WL-VALOR
           END-IF.
           PERFORM 7000-IMPRIME-CONCEPTO
              THRU 7000-IMPRIME-CONCEPTO-EXIT.
      *
      *VEREDICTO FINAL DE LA NOCHE
           MOVE SPACES TO WL-RESULTADO.
           MOVE 0 TO WL-VALOR.
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
           IF WS-PRIMER-REVISAR = SPACES
              AND (WL-RESULTADO = "REVISAR"
                   OR WL-RESULTADO = "DESCUADRADO")
                MOVE WL-CONCEPTO TO WS-PRIMER-REVISAR
           END-IF.
      *
       7000-IMPRIME-CONCEPTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *    ANOTA EL VEREDICTO REVISAR EN EL FICHERO DE ALERTAS        *
      *****************************************************************
       7500-ALERTA-REVISAR.
           MOVE WS-FECHA-HOY TO WA-FECHA.
           MOVE LT-PROGRAMA TO WA-PROGRAMA.
           SET WA-TIPO-REVISAR TO TRUE.
           SET WA-AVISO TO TRUE.
           MOVE SPACES TO WA-MOTIVO.
           STRING "REVISAR: "         DELIMITED BY SIZE
                  WS-PRIMER-REVISAR   DELIMITED BY SIZE
                  INTO WA-MOTIVO
           END-STRING.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
      *
       7500-ALERTA-REVISAR-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
                      DISPLAY "**VEREDICTO DE LA NOCHE: CORRECTO"
                 ELSE
                      DISPLAY "**VEREDICTO DE LA NOCHE: REVISAR"
                      PERFORM 7500-ALERTA-REVISAR
                         THRU 7500-ALERTA-REVISAR-EXIT
                 END-IF
                 DISPLAY "******************************************"
           END-IF.
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                EMISION DE ALERTAS DE OPERACION                *
      *****************************************************************
       COPY ALERTAPR.

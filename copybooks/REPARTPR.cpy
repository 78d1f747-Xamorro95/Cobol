      *****************************************************************
      *               COPY REPARTPR                                   *
      *               PARRAFOS COMUNES DEL REPARTO DE COSTE POR       *
      *               DEPARTAMENTOS (VER COPY REPARTWS). 9250 CARGA   *
      *               LA TABLA DESDE FICHERO.REPARTO.COSTES (SI NO    *
      *               EXISTE, LA TABLA QUEDA VACIA Y CADA EMPLEADO    *
      *               CARGA SU COSTE ENTERO EN SU DEPARTAMENTO); UN   *
      *               REGISTRO CUYOS PORCENTAJES NO SUMEN 100 SE      *
      *               DESCARTA CON SU AVISO. CUALQUIER OTRO ERROR     *
      *               DEJA REP-CARGA-ERROR Y LA LLAMADORA DECIDE. LA  *
      *               LLAMADORA TOMA ANTES EL CERROJO DEL REPARTO EN  *
      *               COMPARTIDO (FICHERO.REPARTO.CERROJO, EL QUE     *
      *               TOMA COBOL357 EN EXCLUSIVA). 9260 REPARTE       *
      *               WQ-IMPORTE REDONDEANDO CADA TRAMO; LA           *
      *               DIFERENCIA DEL REDONDEO SE LA QUEDA EL ULTIMO   *
      *               TRAMO, PARA QUE LA SUMA DE LOS TRAMOS SEA       *
      *               EXACTAMENTE EL IMPORTE RECIBIDO                 *
      *****************************************************************
       9250-CARGA-REPARTO.
           SET NO-FIN-REPARTO TO TRUE.
           SET REP-CARGA-OK TO TRUE.
           MOVE 0 TO WQ-NUM-REPARTO.
           MOVE 0 TO WQ-DESCARTADOS.
      *
           OPEN INPUT FICREPARTO.
           IF WS-FILE-STATUS-REP = 35
      *SIN FICHERO DE REPARTO NADIE TIENE EL COSTE REPARTIDO
                GO TO 9250-CARGA-REPARTO-EXIT
           END-IF.
           IF WS-FILE-STATUS-REP NOT = 00
                SET REP-CARGA-ERROR TO TRUE
                GO TO 9250-CARGA-REPARTO-EXIT
           END-IF.
      *
           PERFORM 9255-LEE-REPARTO
              THRU 9255-LEE-REPARTO-EXIT
              UNTIL FIN-REPARTO
                 OR REP-CARGA-ERROR
                 OR WQ-NUM-REPARTO >= 5000.
      *
           CLOSE FICREPARTO.
      *
      *SI NO CABE ENTERO, LOS EMPLEADOS QUE QUEDARAN FUERA SE
      *IMPUTARIAN EN SILENCIO A SU DEPARTAMENTO: LO TRATAMOS COMO
      *ERROR
           IF NOT FIN-REPARTO
              AND REP-CARGA-OK
                DISPLAY "EL REPARTO SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA"
                SET REP-CARGA-ERROR TO TRUE
           END-IF.
      *
       9250-CARGA-REPARTO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE Y VALIDA UN REGISTRO DEL REPARTO                 *
      *****************************************************************
       9255-LEE-REPARTO.
           READ FICREPARTO INTO WS-REG-REPARTO
              AT END SET FIN-REPARTO TO TRUE.
           IF WS-FILE-STATUS-REP = 10
                GO TO 9255-LEE-REPARTO-EXIT
           END-IF.
           IF WS-FILE-STATUS-REP NOT = 00
                SET REP-CARGA-ERROR TO TRUE
                GO TO 9255-LEE-REPARTO-EXIT
           END-IF.
      *
      *COBOL357 NO DEJA GRABAR UN REPARTO QUE NO SUME 100, PERO EL
      *FICHERO PUEDE HABERSE TOCADO A MANO: ESE EMPLEADO SE IMPUTA
      *ENTERO A SU DEPARTAMENTO
           MOVE 0 TO WQ-SUMA.
           PERFORM 9256-SUMA-TRAMO
              THRU 9256-SUMA-TRAMO-EXIT
              VARYING IQ FROM 1 BY 1
              UNTIL IQ > 5.
           IF WQ-SUMA NOT = 100
              OR WQ-REP-DEPT(1) = SPACES
                DISPLAY "AVISO: REPARTO DEL EMPLEADO " WQ-REP-CODIGO
                        " DESCARTADO (NO SUMA 100)"
                ADD 1 TO WQ-DESCARTADOS
                GO TO 9255-LEE-REPARTO-EXIT
           END-IF.
      *
           ADD 1 TO WQ-NUM-REPARTO.
           MOVE WS-REG-REPARTO TO WQ-REG-REPARTO(WQ-NUM-REPARTO).
      *
       9255-LEE-REPARTO-EXIT.
       EXIT.
      *
       9256-SUMA-TRAMO.
           IF WQ-REP-PORCENTAJE(IQ) NUMERIC
                ADD WQ-REP-PORCENTAJE(IQ) TO WQ-SUMA
           ELSE
                MOVE 999 TO WQ-SUMA
           END-IF.
       9256-SUMA-TRAMO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          REPARTE WQ-IMPORTE DEL EMPLEADO WQ-CODIGO            *
      *****************************************************************
       9260-REPARTE-IMPORTE.
           MOVE 0 TO WQ-NUM-TRAMOS.
           SET REP-NO-ENCONTRADO TO TRUE.
           PERFORM 9265-BUSCA-REPARTO
              THRU 9265-BUSCA-REPARTO-EXIT
              VARYING IQ-REP FROM 1 BY 1
              UNTIL IQ-REP > WQ-NUM-REPARTO
                 OR REP-ENCONTRADO.
      *
      *SIN REPARTO, TODO EL IMPORTE A SU DEPARTAMENTO
           IF REP-NO-ENCONTRADO
                MOVE 1 TO WQ-NUM-TRAMOS
                MOVE WQ-DEPT-ORIGEN TO WQ-TRM-DEPT(1)
                MOVE WQ-IMPORTE TO WQ-TRM-IMPORTE(1)
                GO TO 9260-REPARTE-IMPORTE-EXIT
           END-IF.
      *
           MOVE WQ-REG-REPARTO(WQ-POSICION) TO WS-REG-REPARTO.
           MOVE WQ-IMPORTE TO WQ-RESTO.
           PERFORM 9270-CALCULA-TRAMO
              THRU 9270-CALCULA-TRAMO-EXIT
              VARYING IQ FROM 1 BY 1
              UNTIL IQ > 5.
      *
      *LO QUE EL REDONDEO HAYA DEJADO SIN REPARTIR VA AL ULTIMO TRAMO
           ADD WQ-RESTO TO WQ-TRM-IMPORTE(WQ-NUM-TRAMOS).
      *
       9260-REPARTE-IMPORTE-EXIT.
       EXIT.
      *
       9265-BUSCA-REPARTO.
           IF WQ-REG-REPARTO(IQ-REP)(1:6) = WQ-CODIGO
                SET REP-ENCONTRADO TO TRUE
                SET WQ-POSICION TO IQ-REP
           END-IF.
       9265-BUSCA-REPARTO-EXIT.
       EXIT.
      *
       9270-CALCULA-TRAMO.
           IF WQ-REP-DEPT(IQ) NOT = SPACES
                ADD 1 TO WQ-NUM-TRAMOS
                MOVE WQ-REP-DEPT(IQ) TO WQ-TRM-DEPT(WQ-NUM-TRAMOS)
                COMPUTE WQ-TRM-IMPORTE(WQ-NUM-TRAMOS) ROUNDED =
                        WQ-IMPORTE * WQ-REP-PORCENTAJE(IQ) / 100
                SUBTRACT WQ-TRM-IMPORTE(WQ-NUM-TRAMOS) FROM WQ-RESTO
           END-IF.
       9270-CALCULA-TRAMO-EXIT.
       EXIT.

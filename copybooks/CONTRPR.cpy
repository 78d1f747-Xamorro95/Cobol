      *****************************************************************
      *               COPY CONTRPR                                    *
      *               PARRAFOS COMUNES DEL MAESTRO DE CONTRATOS (VER  *
      *               COPY CONTRWS). 9350 CARGA LA TABLA DESDE        *
      *               FICHERO.CONTRATOS (SI NO EXISTE, LA TABLA QUEDA *
      *               VACIA Y TODOS LOS EMPLEADOS CUENTAN A JORNADA   *
      *               COMPLETA); UN REGISTRO CON LA JORNADA FUERA DE  *
      *               1 A 100 SE DESCARTA CON SU AVISO. CUALQUIER     *
      *               OTRO ERROR DEJA CON-CARGA-ERROR Y LA LLAMADORA  *
      *               DECIDE. LA LLAMADORA TOMA ANTES EL CERROJO DE   *
      *               LOS CONTRATOS EN COMPARTIDO                     *
      *               (FICHERO.CONTRATOS.CERROJO, EL QUE TOMA         *
      *               COBOL779 EN EXCLUSIVA). 9360 BUSCA EL CONTRATO  *
      *               DEL EMPLEADO WCT-BUSCA-CODIGO                   *
      *****************************************************************
       9350-CARGA-CONTRATOS.
           SET NO-FIN-CONTRATOS TO TRUE.
           SET CON-CARGA-OK TO TRUE.
           MOVE 0 TO WCT-NUM-CONTRATOS.
           MOVE 0 TO WCT-DESCARTADOS.
      *
           OPEN INPUT FICCONTRATO.
           IF WS-FILE-STATUS-CON = 35
      *SIN FICHERO DE CONTRATOS NADIE TRABAJA A TIEMPO PARCIAL
                GO TO 9350-CARGA-CONTRATOS-EXIT
           END-IF.
           IF WS-FILE-STATUS-CON NOT = 00
                SET CON-CARGA-ERROR TO TRUE
                GO TO 9350-CARGA-CONTRATOS-EXIT
           END-IF.
      *
           PERFORM 9355-LEE-CONTRATO
              THRU 9355-LEE-CONTRATO-EXIT
              UNTIL FIN-CONTRATOS
                 OR CON-CARGA-ERROR
                 OR WCT-NUM-CONTRATOS >= 5000.
      *
           CLOSE FICCONTRATO.
      *
      *SI NO CABE ENTERO, LOS EMPLEADOS QUE QUEDARAN FUERA SE
      *TRATARIAN EN SILENCIO COMO JORNADA COMPLETA: LO TRATAMOS COMO
      *ERROR
           IF NOT FIN-CONTRATOS
              AND CON-CARGA-OK
                DISPLAY "LOS CONTRATOS SUPERAN LAS 5000 ENTRADAS DE "
                        "LA TABLA"
                SET CON-CARGA-ERROR TO TRUE
           END-IF.
      *
       9350-CARGA-CONTRATOS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE Y VALIDA UN REGISTRO DE CONTRATO                 *
      *****************************************************************
       9355-LEE-CONTRATO.
           READ FICCONTRATO INTO WS-REG-CONTRATO
              AT END SET FIN-CONTRATOS TO TRUE.
           IF WS-FILE-STATUS-CON = 10
                GO TO 9355-LEE-CONTRATO-EXIT
           END-IF.
           IF WS-FILE-STATUS-CON NOT = 00
                SET CON-CARGA-ERROR TO TRUE
                GO TO 9355-LEE-CONTRATO-EXIT
           END-IF.
      *
      *COBOL779 NO DEJA GRABAR UNA JORNADA FUERA DE RANGO, PERO EL
      *FICHERO PUEDE HABERSE TOCADO A MANO: ESE EMPLEADO CUENTA A
      *JORNADA COMPLETA
           IF WCT-JORNADA NOT NUMERIC
              OR WCT-JORNADA = 0
              OR WCT-JORNADA > 100
                DISPLAY "AVISO: CONTRATO DEL EMPLEADO " WCT-CODIGO
                        " DESCARTADO (JORNADA NO VALIDA)"
                ADD 1 TO WCT-DESCARTADOS
                GO TO 9355-LEE-CONTRATO-EXIT
           END-IF.
      *
           ADD 1 TO WCT-NUM-CONTRATOS.
           MOVE WS-REG-CONTRATO TO WCT-REG-TABLA(WCT-NUM-CONTRATOS).
      *
       9355-LEE-CONTRATO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSCA EL CONTRATO DEL EMPLEADO WCT-BUSCA-CODIGO      *
      *****************************************************************
       9360-BUSCA-CONTRATO.
           SET CON-NO-ENCONTRADO TO TRUE.
           MOVE 100 TO WCT-JORNADA-EMPLEADO.
           PERFORM 9365-COMPARA-CONTRATO
              THRU 9365-COMPARA-CONTRATO-EXIT
              VARYING ICT FROM 1 BY 1
              UNTIL ICT > WCT-NUM-CONTRATOS
                 OR CON-ENCONTRADO.
      *
       9360-BUSCA-CONTRATO-EXIT.
       EXIT.
      *
       9365-COMPARA-CONTRATO.
           IF WCT-REG-TABLA(ICT)(1:6) = WCT-BUSCA-CODIGO
                SET CON-ENCONTRADO TO TRUE
                MOVE WCT-REG-TABLA(ICT) TO WS-REG-CONTRATO
                MOVE WCT-JORNADA TO WCT-JORNADA-EMPLEADO
           END-IF.
       9365-COMPARA-CONTRATO-EXIT.
       EXIT.

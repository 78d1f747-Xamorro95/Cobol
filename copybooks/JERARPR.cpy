      *****************************************************************
      *               COPY JERARPR                                    *
      *               PARRAFOS COMUNES DE LAS LINEAS DE DEPENDENCIA   *
      *               (VER COPY JERARWS). 9420 CARGA LA TABLA DESDE   *
      *               FICHERO.JERARQUIA (SI NO EXISTE, LA TABLA QUEDA *
      *               VACIA Y NADIE TIENE RESPONSABLE); CUALQUIER     *
      *               OTRO ERROR DEJA JER-CARGA-ERROR Y LA LLAMADORA  *
      *               DECIDE. LA LLAMADORA TOMA ANTES EL CERROJO DE   *
      *               LA JERARQUIA EN COMPARTIDO                      *
      *               (FICHERO.JERARQUIA.CERROJO, EL QUE TOMA         *
      *               COBOL358 EN EXCLUSIVA). 9430 Y 9440 COMPARAN    *
      *               SOBRE LA PROPIA TABLA, SIN TOCAR                *
      *               WS-REG-JERARQUIA                                *
      *****************************************************************
       9420-CARGA-JERARQUIA.
           SET NO-FIN-JERARQUIA TO TRUE.
           SET JER-CARGA-OK TO TRUE.
           MOVE 0 TO WJE-NUM-JERARQUIA.
      *
           OPEN INPUT FICJERARQUIA.
           IF WS-FILE-STATUS-JER = 35
      *SIN FICHERO NADIE TIENE RESPONSABLE ASIGNADO
                GO TO 9420-CARGA-JERARQUIA-EXIT
           END-IF.
           IF WS-FILE-STATUS-JER NOT = 00
                SET JER-CARGA-ERROR TO TRUE
                GO TO 9420-CARGA-JERARQUIA-EXIT
           END-IF.
      *
           PERFORM 9425-LEE-JERARQUIA
              THRU 9425-LEE-JERARQUIA-EXIT
              UNTIL FIN-JERARQUIA
                 OR JER-CARGA-ERROR
                 OR WJE-NUM-JERARQUIA >= 5000.
      *
           CLOSE FICJERARQUIA.
      *
      *SI NO CABE ENTERA, LOS QUE QUEDARAN FUERA SALDRIAN EN SILENCIO
      *SIN RESPONSABLE: LO TRATAMOS COMO ERROR
           IF NOT FIN-JERARQUIA
              AND JER-CARGA-OK
                DISPLAY "LA JERARQUIA SUPERA LAS 5000 ENTRADAS DE LA "
                        "TABLA"
                SET JER-CARGA-ERROR TO TRUE
           END-IF.
      *
       9420-CARGA-JERARQUIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE UNA LINEA DE DEPENDENCIA                         *
      *****************************************************************
       9425-LEE-JERARQUIA.
           READ FICJERARQUIA INTO WS-REG-JERARQUIA
              AT END SET FIN-JERARQUIA TO TRUE.
           IF WS-FILE-STATUS-JER = 10
                GO TO 9425-LEE-JERARQUIA-EXIT
           END-IF.
           IF WS-FILE-STATUS-JER NOT = 00
                SET JER-CARGA-ERROR TO TRUE
                GO TO 9425-LEE-JERARQUIA-EXIT
           END-IF.
      *
           ADD 1 TO WJE-NUM-JERARQUIA.
           MOVE WS-REG-JERARQUIA TO WJE-REG-TABLA(WJE-NUM-JERARQUIA).
      *
       9425-LEE-JERARQUIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSCA EL RESPONSABLE DIRECTO DE WJE-BUSCA-CODIGO     *
      *****************************************************************
       9430-BUSCA-RESPONSABLE.
           SET JER-NO-ENCONTRADO TO TRUE.
           MOVE SPACES TO WJE-RESP-EMPLEADO.
           MOVE 0 TO WJE-POSICION.
           PERFORM 9435-COMPARA-EMPLEADO
              THRU 9435-COMPARA-EMPLEADO-EXIT
              VARYING IJE FROM 1 BY 1
              UNTIL IJE > WJE-NUM-JERARQUIA
                 OR JER-ENCONTRADO.
      *
       9430-BUSCA-RESPONSABLE-EXIT.
       EXIT.
      *
       9435-COMPARA-EMPLEADO.
           IF WJE-REG-TABLA(IJE)(1:6) = WJE-BUSCA-CODIGO
                SET JER-ENCONTRADO TO TRUE
                SET WJE-POSICION TO IJE
                MOVE WJE-REG-TABLA(IJE)(7:6) TO WJE-RESP-EMPLEADO
           END-IF.
       9435-COMPARA-EMPLEADO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SIGUIENTE EMPLEADO A CARGO DE WJE-BUSCA-CODIGO       *
      *****************************************************************
       9440-SIGUIENTE-A-CARGO.
           SET JER-NO-ENCONTRADO TO TRUE.
           COMPUTE WJE-DESDE = WJE-POSICION + 1.
           PERFORM 9445-COMPARA-A-CARGO
              THRU 9445-COMPARA-A-CARGO-EXIT
              VARYING IJE FROM WJE-DESDE BY 1
              UNTIL IJE > WJE-NUM-JERARQUIA
                 OR JER-ENCONTRADO.
      *
       9440-SIGUIENTE-A-CARGO-EXIT.
       EXIT.
      *
       9445-COMPARA-A-CARGO.
           IF WJE-REG-TABLA(IJE)(7:6) = WJE-BUSCA-CODIGO
                SET JER-ENCONTRADO TO TRUE
                SET WJE-POSICION TO IJE
           END-IF.
       9445-COMPARA-A-CARGO-EXIT.
       EXIT.

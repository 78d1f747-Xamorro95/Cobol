      *****************************************************************
      *               COPY READMPR                                    *
      *               PARRAFOS COMUNES DE LAS READMISIONES (VER COPY  *
      *               READMWS). 9370 CARGA LA TABLA DESDE             *
      *               FICHERO.READMISIONES (SI NO EXISTE, LA TABLA    *
      *               QUEDA VACIA Y LA ANTIGUEDAD DE TODOS CUENTA     *
      *               DESDE SU ALTA); CUALQUIER OTRO ERROR DEJA       *
      *               REA-CARGA-ERROR Y LA LLAMADORA DECIDE. EL       *
      *               FICHERO SOLO SE AMPLIA, Y COBOL360 LO HACE CON  *
      *               EL CERROJO DEL MAESTRO DE EMPLEADOS, ASI QUE NO *
      *               LLEVA CERROJO PROPIO. 9380 BUSCA LA FECHA DE    *
      *               ANTIGUEDAD RECONOCIDA; SI HAY VARIAS ENTRADAS   *
      *               PARA EL MISMO PERIODO MANDA LA ULTIMA GRABADA   *
      *****************************************************************
       9370-CARGA-READMISIONES.
           SET NO-FIN-READMISIONES TO TRUE.
           SET REA-CARGA-OK TO TRUE.
           MOVE 0 TO WRA-NUM-READMISIONES.
      *
           OPEN INPUT FICREADMISION.
           IF WS-FILE-STATUS-REA = 35
      *SIN FICHERO NO HAY NINGUNA READMISION
                GO TO 9370-CARGA-READMISIONES-EXIT
           END-IF.
           IF WS-FILE-STATUS-REA NOT = 00
                SET REA-CARGA-ERROR TO TRUE
                GO TO 9370-CARGA-READMISIONES-EXIT
           END-IF.
      *
           PERFORM 9375-LEE-READMISION
              THRU 9375-LEE-READMISION-EXIT
              UNTIL FIN-READMISIONES
                 OR REA-CARGA-ERROR
                 OR WRA-NUM-READMISIONES >= 5000.
      *
           CLOSE FICREADMISION.
      *
      *SI NO CABE ENTERO, LOS READMITIDOS QUE QUEDARAN FUERA PERDERIAN
      *EN SILENCIO SU ANTIGUEDAD: LO TRATAMOS COMO ERROR
           IF NOT FIN-READMISIONES
              AND REA-CARGA-OK
                DISPLAY "LAS READMISIONES SUPERAN LAS 5000 ENTRADAS "
                        "DE LA TABLA"
                SET REA-CARGA-ERROR TO TRUE
           END-IF.
      *
       9370-CARGA-READMISIONES-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE UN REGISTRO DE READMISION                        *
      *****************************************************************
       9375-LEE-READMISION.
           READ FICREADMISION INTO WS-REG-READMISION
              AT END SET FIN-READMISIONES TO TRUE.
           IF WS-FILE-STATUS-REA = 10
                GO TO 9375-LEE-READMISION-EXIT
           END-IF.
           IF WS-FILE-STATUS-REA NOT = 00
                SET REA-CARGA-ERROR TO TRUE
                GO TO 9375-LEE-READMISION-EXIT
           END-IF.
      *
           ADD 1 TO WRA-NUM-READMISIONES.
           MOVE WS-REG-READMISION
             TO WRA-REG-TABLA(WRA-NUM-READMISIONES).
      *
       9375-LEE-READMISION-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSCA LA ANTIGUEDAD RECONOCIDA DE WRA-BUSCA-CODIGO   *
      *****************************************************************
       9380-BUSCA-ANTIGUEDAD.
           SET REA-NO-ENCONTRADO TO TRUE.
           MOVE WRA-BUSCA-FEC-ALTA TO WRA-FEC-ANTIG-EMPLEADO.
           PERFORM 9385-COMPARA-READMISION
              THRU 9385-COMPARA-READMISION-EXIT
              VARYING IRA FROM 1 BY 1
              UNTIL IRA > WRA-NUM-READMISIONES.
      *
       9380-BUSCA-ANTIGUEDAD-EXIT.
       EXIT.
      *
      *EL PERIODO SE IDENTIFICA POR CODIGO Y FECHA DE ALTA: UNA
      *READMISION ANTERIOR CON EL MISMO CODIGO NO CUENTA PARA EL
      *PERIODO ACTUAL
       9385-COMPARA-READMISION.
           MOVE WRA-REG-TABLA(IRA) TO WS-REG-READMISION.
           IF WRA-CODIGO = WRA-BUSCA-CODIGO
              AND WRA-FEC-READMISION = WRA-BUSCA-FEC-ALTA
                SET REA-ENCONTRADO TO TRUE
                MOVE WRA-FEC-ANTIGUEDAD TO WRA-FEC-ANTIG-EMPLEADO
           END-IF.
       9385-COMPARA-READMISION-EXIT.
       EXIT.

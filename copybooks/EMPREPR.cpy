      *****************************************************************
      *               COPY EMPREPR                                    *
      *               PARRAFOS COMUNES DEL MAESTRO DE EMPRESAS (VER   *
      *               COPY EMPREWS). 9970 CARGA LA TABLA DESDE        *
      *               FICHERO.EMPRESAS; SIN FICHERO, O SIN NINGUNA    *
      *               EMPRESA VALIDA, DEJA EMP-CARGA-ERROR PORQUE NO  *
      *               HAY EMPRESA PRINCIPAL A LA QUE RESOLVER LOS     *
      *               BLANCOS, Y LA LLAMADORA DECIDE. UN REGISTRO SIN *
      *               CODIGO O CON UN CODIGO REPETIDO SE DESCARTA CON *
      *               SU AVISO. 9975 BUSCA LA EMPRESA                 *
      *               WEM-BUSCA-CODIGO                                *
      *****************************************************************
       9970-CARGA-EMPRESAS.
           SET NO-FIN-EMPRESAS TO TRUE.
           SET EMP-CARGA-OK TO TRUE.
           MOVE 0 TO WEM-NUM-EMPRESAS.
           MOVE 0 TO WEM-DESCARTADAS.
      *
           OPEN INPUT FICEMPRESA.
           IF WS-FILE-STATUS-EMR NOT = 00
                SET EMP-CARGA-ERROR TO TRUE
                GO TO 9970-CARGA-EMPRESAS-EXIT
           END-IF.
      *
           PERFORM 9971-LEE-EMPRESA
              THRU 9971-LEE-EMPRESA-EXIT
              UNTIL FIN-EMPRESAS
                 OR EMP-CARGA-ERROR
                 OR WEM-NUM-EMPRESAS >= 50.
      *
           CLOSE FICEMPRESA.
      *
           IF NOT FIN-EMPRESAS
              AND EMP-CARGA-OK
                DISPLAY "LAS EMPRESAS SUPERAN LAS 50 ENTRADAS DE LA "
                        "TABLA"
                SET EMP-CARGA-ERROR TO TRUE
           END-IF.
      *
           IF WEM-NUM-EMPRESAS = 0
                SET EMP-CARGA-ERROR TO TRUE
           END-IF.
      *
       9970-CARGA-EMPRESAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE Y VALIDA UN REGISTRO DE EMPRESA                  *
      *****************************************************************
       9971-LEE-EMPRESA.
           READ FICEMPRESA INTO WS-REG-EMPRESA
              AT END SET FIN-EMPRESAS TO TRUE.
           IF WS-FILE-STATUS-EMR = 10
                GO TO 9971-LEE-EMPRESA-EXIT
           END-IF.
           IF WS-FILE-STATUS-EMR NOT = 00
                SET EMP-CARGA-ERROR TO TRUE
                GO TO 9971-LEE-EMPRESA-EXIT
           END-IF.
      *
      *EL MAESTRO SE TOCA A MANO: UN CODIGO EN BLANCO NO SE PODRIA
      *DISTINGUIR DE LA EMPRESA PRINCIPAL Y UN CODIGO REPETIDO
      *REPARTIRIA SUS EMPLEADOS ENTRE DOS REGISTROS
           IF WEM-CODIGO = SPACES
                DISPLAY "AVISO: EMPRESA SIN CODIGO DESCARTADA ("
                        WEM-NOMBRE ")"
                ADD 1 TO WEM-DESCARTADAS
                GO TO 9971-LEE-EMPRESA-EXIT
           END-IF.
      *
           MOVE WEM-CODIGO TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-ENCONTRADA
                DISPLAY "AVISO: EMPRESA " WEM-BUSCA-CODIGO
                        " REPETIDA, SE DESCARTA LA SEGUNDA"
                ADD 1 TO WEM-DESCARTADAS
                GO TO 9971-LEE-EMPRESA-EXIT
           END-IF.
      *
           ADD 1 TO WEM-NUM-EMPRESAS.
           MOVE REG-EMPRESA TO WEM-REG-TABLA(WEM-NUM-EMPRESAS).
      *
       9971-LEE-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSCA LA EMPRESA WEM-BUSCA-CODIGO                    *
      *****************************************************************
       9975-BUSCA-EMPRESA.
           SET EMP-NO-ENCONTRADA TO TRUE.
           MOVE 0 TO WEM-POSICION.
      *
           IF WEM-BUSCA-CODIGO = SPACES
              AND WEM-NUM-EMPRESAS > 0
                SET EMP-ENCONTRADA TO TRUE
                MOVE 1 TO WEM-POSICION
                MOVE WEM-REG-TABLA(1) TO WS-REG-EMPRESA
                GO TO 9975-BUSCA-EMPRESA-EXIT
           END-IF.
      *
           PERFORM 9976-COMPARA-EMPRESA
              THRU 9976-COMPARA-EMPRESA-EXIT
              VARYING IEM FROM 1 BY 1
              UNTIL IEM > WEM-NUM-EMPRESAS
                 OR EMP-ENCONTRADA.
      *
       9975-BUSCA-EMPRESA-EXIT.
       EXIT.
      *
       9976-COMPARA-EMPRESA.
           IF WEM-REG-TABLA(IEM)(1:3) = WEM-BUSCA-CODIGO
                SET EMP-ENCONTRADA TO TRUE
                SET WEM-POSICION TO IEM
                MOVE WEM-REG-TABLA(IEM) TO WS-REG-EMPRESA
           END-IF.
       9976-COMPARA-EMPRESA-EXIT.
       EXIT.

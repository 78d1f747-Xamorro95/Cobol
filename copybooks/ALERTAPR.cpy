      *****************************************************************
      *               COPY ALERTAPR                                   *
      *               EMITE UNA ALERTA DE OPERACION. EL ANFITRION     *
      *               DEJA ANTES EN WS-REG-ALERTA LA FECHA DE         *
      *               NEGOCIO, EL PROGRAMA, EL TIPO, LA GRAVEDAD Y EL *
      *               MOTIVO (VER COPY ALERTAWS). SI EL FICHERO YA    *
      *               TIENE UNA ALERTA CON LOS MISMOS DATOS (DE UNA   *
      *               PASADA ANTERIOR DEL MISMO PROCESO) NO SE GRABA  *
      *               OTRA VEZ; SI NO, SE ANADE AL FINAL CON LA HORA  *
      *               DEL RELOJ. SI EL FICHERO NO EXISTE SE CREA. NO  *
      *               SE DETIENE EL PROCESO POR EL FILE STATUS        *
      *****************************************************************
       9650-EMITE-ALERTA.
           SET ALERTA-NUEVA TO TRUE.
           SET NO-FIN-ALERTAS TO TRUE.
           OPEN INPUT ALERTAS.
           IF WS-FILE-STATUS-ALE = "00"
              PERFORM 9660-BUSCA-ALERTA THRU 9660-BUSCA-ALERTA-EXIT
                      UNTIL FIN-ALERTAS OR ALERTA-YA-GRABADA
              CLOSE ALERTAS
           END-IF.
      *
           IF ALERTA-YA-GRABADA
              GO TO 9650-EMITE-ALERTA-EXIT
           END-IF.
      *
           ACCEPT WS-HORA-ALERTA FROM TIME.
           MOVE WA-HORA-RELOJ TO WA-HORA.
           OPEN EXTEND ALERTAS.
           IF WS-FILE-STATUS-ALE = "35"
              OPEN OUTPUT ALERTAS
           END-IF.
           WRITE REG-ALERTA FROM WS-REG-ALERTA.
           CLOSE ALERTAS.
      *
       9650-EMITE-ALERTA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BUSCA LA ALERTA EN EL FICHERO (SIN MIRAR LA HORA)    *
      *****************************************************************
       9660-BUSCA-ALERTA.
           READ ALERTAS INTO WS-REG-ALERTA-LEIDA
              AT END
                 SET FIN-ALERTAS TO TRUE
                 GO TO 9660-BUSCA-ALERTA-EXIT
           END-READ.
      *
           IF WA-LEIDA-CLAVE = WA-CLAVE-ALERTA
              SET ALERTA-YA-GRABADA TO TRUE
           END-IF.
      *
       9660-BUSCA-ALERTA-EXIT.
       EXIT.

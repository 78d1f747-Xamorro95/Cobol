      *  OPERADOR, Y LA REGRABACION ES SEGURA VIA FICHERO DE          *
      *  TRABAJO, COMO EN COBOL360                                    *
      *                                                               *
      *  CADA CONSULTA DE UNA CUENTA QUEDA ANOTADA EN LA BITACORA DE  *
      *  CONSULTAS DE DATOS SENSIBLES (COPY ACCLOGPR), QUE LISTA      *
      *  COBOL784                                                     *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL775.
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *BITACORA DE CONSULTAS DE DATOS SENSIBLES (VER COPY ACCLOGPR)
           COPY ACCLOGFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       COPY CERROJFD.
      *
       COPY OPERFD.
      *
       COPY ACCLOGFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY OPERWS.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           END-IF.
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
      *SIN BITACORA DE ACCESOS NO SE ENTRA: LA CONSULTA DE UNA
      *CUENTA NO DEBE PODER HACERSE SIN DEJAR RASTRO
           PERFORM 9960-ABRE-ACCESOS
              THRU 9960-ABRE-ACCESOS-EXIT.
           IF BITACORA-CERRADA
                DISPLAY "SIN BITACORA DE ACCESOS NO SE PUEDE CONSULTAR"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *TOMAMOS EL CERROJO DEL MAESTRO DE CUENTAS EN EXCLUSIVA ANTES
      *DE TOCAR NADA: SI LA GENERACION DE TRANSFERENCIAS U OTRO
      *MANTENIMIENTO LO ESTA USANDO, INFORMAMOS Y NOS DETENEMOS
           DISPLAY "EMPLEADO: " WU-CTA-CODIGO.
           DISPLAY "IBAN:     " WU-CTA-IBAN.
           DISPLAY "***************************************".
      *
      *EL IBAN YA SE HA ENSENADO: LO ANOTAMOS EN LA BITACORA
           MOVE WU-CTA-CODIGO TO WAC-EMPLEADO.
           SET WAC-DATO-CUENTA TO TRUE.
           PERFORM 9965-GRABA-ACCESO
              THRU 9965-GRABA-ACCESO-EXIT.
      *
       3100-CONSULTA-EXIT.
       EXIT.
      *
           CLOSE HISTORIA.
           CLOSE AUDITORIA.
           CLOSE ACCESOS.
      *
      *SOLTAMOS EL CERROJO DEL MAESTRO SI LO TENIAMOS TOMADO
           PERFORM 9550-SUELTA-CERROJO
      *               IDENTIFICACION DE OPERADOR                      *
      *****************************************************************
       COPY OPERPR.
      *
      *****************************************************************
      *               BITACORA DE CONSULTAS DE DATOS SENSIBLES        *
      *****************************************************************
       COPY ACCLOGPR.

      *  PORCENTAJE CONFIGURADO (FICHA COBOL805 DE                    *
      *  FICHERO.PARAMETROS O SYSIN, 50 POR DEFECTO). ADEMAS LISTA    *
      *  LOS PROGRAMAS QUE REGISTRARON UN "I" SIN SU "F": ASI LOS     *
      *  PASOS COLGADOS SE DESCUBREN AQUI Y NO POR CASUALIDAD.        *
      *  CADA EJECUCION DESVIADA SE ANOTA ADEMAS EN EL FICHERO DE     *
      *  ALERTAS DE OPERACION A NOMBRE DEL PROGRAMA DESVIADO Y CON LA *
      *  FECHA DE SU EJECUCION (COPY ALERTAPR); COMO EL HISTORICO DE  *
      *  EJECUCIONES SE RELEE ENTERO EN CADA PASADA, LA ALERTA YA     *
      *  ANOTADA NO SE REPITE                                         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       01  REG-LISTADO                            PIC X(132).
      *
       COPY PARAMFD.
      *
       COPY ALERTAFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       COPY PARAMWS.
      *
      *****************************************************************
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               REGISTRO DE LA LINEA BASE                       *
      *****************************************************************
      *MEDIA RODANTE POR PROGRAMA: MUESTRAS ACUMULADAS (TOPE 10, A
           IF RUN-DESVIADO
                ADD 1 TO WC-DESVIADAS
                MOVE "** DESVIADO" TO WD-MARCA
                PERFORM 3230-ALERTA-DESVIO
                   THRU 3230-ALERTA-DESVIO-EXIT
           ELSE
                MOVE SPACES TO WD-MARCA
           END-IF.
       EXIT.
      *
      *****************************************************************
      *       ANOTA LA EJECUCION DESVIADA EN EL FICHERO DE ALERTAS    *
      *****************************************************************
       3230-ALERTA-DESVIO.
           MOVE WK-CTL-FECHA TO WA-FECHA.
           MOVE WK-CTL-PROGRAMA TO WA-PROGRAMA.
           SET WA-TIPO-LINEA-BASE TO TRUE.
           SET WA-AVISO TO TRUE.
           MOVE "EJECUCION FUERA DE SU LINEA BASE (MONITOR COBOL805)"
             TO WA-MOTIVO.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
      *
       3230-ALERTA-DESVIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       INFORMA UN INICIO SIN SU FIN (PASO COLGADO)             *
      *****************************************************************
       3300-INFORMA-COLGADO.
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *                EMISION DE ALERTAS DE OPERACION                *
      *****************************************************************
       COPY ALERTAPR.

      *  MARCANDO CON ALERTA CUALQUIER DIA EN QUE LOS "SOLO EN"       *
      *  SALTEN POR ENCIMA DE UN UMBRAL PEDIDO POR SYSIN: UN PICO     *
      *  SUBITO DE NO CASADOS ES LA SENAL TEMPRANA DE UN EXTRACTO     *
      *  TRUNCADO.                                                    *
      *  CADA DIA EN ALERTA SE ANOTA ADEMAS EN EL FICHERO DE ALERTAS  *
      *  DE OPERACION A NOMBRE DE COBOL500 (EL CRUCE) Y CON LA FECHA  *
      *  DE SU PASADA (COPY ALERTAPR); UN PICO YA ANOTADO NO SE       *
      *  REPITE AL VOLVER A SACAR EL INFORME                          *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           "/home/forma2/cobol/ficheros/fichero.tendencia.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
      *ALERTAS DE OPERACION (VER COPY ALERTAPR)
           COPY ALERTAFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
       COPY ALERTAFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               ALERTAS DE OPERACION                            *
      *****************************************************************
       COPY ALERTAWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  LT-FICHERO1     PIC X(20) VALUE "CRUCE.HISTORICO".
           05  LT-FICHERO2          PIC X(16) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL840".
           05  LT-PROGRAMA-CRUCE    PIC X(8) VALUE "COBOL500".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  WS-SOLO-ACTUAL                       PIC S9(8).
           05  WS-SOLO-ANTERIOR                     PIC S9(8).
           05  WS-VARIACION                         PIC S9(8).
      *VARIACION EDITADA PARA EL MOTIVO DE LA ALERTA, SIN LOS BLANCOS
      *DE CABEZA
           05  WS-VARIACION-ED                      PIC Z(7)9.
           05  WS-BLANCOS-ED                        PIC 9(1).
      *
      *****************************************************************
      *               CONTADORES                                      *
           IF WS-VARIACION > WS-UMBRAL
                MOVE "ALERTA" TO WD-AVISO
                ADD 1 TO WC-CONTADOR-ALERTAS
                PERFORM 3200-ALERTA-PICO
                   THRU 3200-ALERTA-PICO-EXIT
           ELSE
                MOVE SPACES TO WD-AVISO
           END-IF.
       EXIT.
      *
      *****************************************************************
      *         ANOTA EL PICO DEL DIA EN EL FICHERO DE ALERTAS        *
      *****************************************************************
       3200-ALERTA-PICO.
           MOVE WH-FECHA-EJECUCION TO WA-FECHA.
           MOVE LT-PROGRAMA-CRUCE TO WA-PROGRAMA.
           SET WA-TIPO-PICO TO TRUE.
           SET WA-AVISO TO TRUE.
      *
           MOVE WS-VARIACION TO WS-VARIACION-ED.
           MOVE 0 TO WS-BLANCOS-ED.
           INSPECT WS-VARIACION-ED TALLYING WS-BLANCOS-ED
                   FOR LEADING SPACES.
           MOVE SPACES TO WA-MOTIVO.
           STRING "PICO DE NO CASADOS EN EL CRUCE: +"
                                             DELIMITED BY SIZE
                  WS-VARIACION-ED(WS-BLANCOS-ED + 1:)
                                             DELIMITED BY SIZE
                  " (COBOL840)"              DELIMITED BY SIZE
                  INTO WA-MOTIVO
           END-STRING.
           PERFORM 9650-EMITE-ALERTA
              THRU 9650-EMITE-ALERTA-EXIT.
      *
       3200-ALERTA-PICO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *
       9200-LEER-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *                EMISION DE ALERTAS DE OPERACION                *
      *****************************************************************
       COPY ALERTAPR.

      *                                                               *
      *          ESTE PROGRAMA CARGGA UN ARCHIVO Y REALIZAMOS         *
      *           OPERACIONES SOBRE DICHO FICHERO                     *
      *                                                               *
      *          LA TABLA DE DEPARTAMENTOS DEL DESGLOSE SE CARGA AL   *
      *          ARRANCAR DESDE EL MAESTRO INDEXADO A TRAVES DE LA    *
      *          RUTINA COMUN RUTDEPAR (COPY RUTDEPPR), SIN LIMITE    *
      *          FIJO DE 24 DEPARTAMENTOS (HASTA 999)                 *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL003.
       DATA DIVISION.
       FILE SECTION.
       FD FICHERO.
       01  RG-EMPLE                              PIC X(80).
      *
       COPY ERRAUDFD.
      *
      *****************************************************************
      *               VARIABLES DE TABLAS                             *
      *****************************************************************
      *LA TABLA SE CARGA EN 1020-CARGA-TABLA RECORRIENDO EL MAESTRO
      *EN ORDEN DE CODIGO, ASI QUE QUEDA ORDENADA PARA EL SEARCH ALL
       01  WT-TABLA-DEPART.
           05 WT-REG-TABLA
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART
              ASCENDING KEY IS WT-CODIGO-DEPART
              INDEXED BY I.
                10 WT-CODIGO-DEPART              PIC X(3).
                10 WT-NOMBRE-DEPART              PIC X(22).
      *
      *ACUMULADOS POR DEPARTAMENTO (EN PARALELO A LA TABLA)
       01  WT-TABLA-ACUMULADOS.
           05 WT-REG-ACUMULADOS
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART.
                10 WC-CONTADOR-DEPART            PIC 9(4).
                10 WC-SALARIO-DEPART             PIC S9(11)V99.
                10 WC-COMISION-DEPART            PIC S9(11)V99.
      *
      *****************************************************************
      *               VALIDACION DE CODIGOS DUPLICADOS                *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               CONSULTA DEL MAESTRO DE DEPARTAMENTOS           *
      *****************************************************************
       COPY RUTDEPT1.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
       01  LT-LITERALES.
           05  LT-FICHERO           PIC X(16) VALUE "FICHERO.EMPLEADO".
           05  LT-PROGRAMA            PIC X(8) VALUE "COBOL003".
           05  LT-RUTINA-DEPART       PIC X(15) VALUE "RUTDEPAR".
           05  LT-MAX-DEPART          PIC 9(3) VALUE 999.
           05  LT-OPEN                           PIC X(4) VALUE "OPEN".
           05  LT-READ                           PIC X(4) VALUE "READ".
           05  LT-CLOSE                          PIC X(4) VALUE "CLOSE".
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-CONTADOR                        PIC 9(4).
           05 WC-NUM-DEPART                      PIC 9(3).
           05 WC-CONTADOR-OTRO                   PIC 9(4).
           05 WC-SALARIO-OTRO                    PIC S9(11)V99.
           05 WC-COMISION-OTRO                   PIC S9(11)V99.
      *RESOLVEMOS QUE VARIANTE DEL FICHERO DE ENTRADA SE VA A ABRIR
           PERFORM 1010-SELECCION-FICHERO
              THRU 1010-SELECCION-FICHERO-EXIT.
      *
      *CARGAMOS LOS DEPARTAMENTOS DEL MAESTRO PARA EL DESGLOSE
           PERFORM 1020-CARGA-TABLA
              THRU 1020-CARGA-TABLA-EXIT.
      *
           OPEN INPUT FICHERO.
           MOVE LT-FICHERO TO WS-FICHERO-ERROR.
       EXIT.
      *
      *****************************************************************
      *          CARGA DE LA TABLA DESDE EL MAESTRO DE DEPARTAMENTOS  *
      *****************************************************************
      *RECORREMOS EL MAESTRO EN ORDEN DE CODIGO Y LO CERRAMOS AL
      *ACABAR: LA RUTINA TOMA SU CERROJO EN COMPARTIDO SOLO MIENTRAS
      *DURA LA CARGA. SI UN MANTENIMIENTO LO TIENE EN EXCLUSIVA, 9850
      *INFORMA DE QUIEN LO TIENE Y DETIENE EL PROGRAMA
       1020-CARGA-TABLA.
           MOVE 0 TO WC-NUM-DEPART.
      *
           PERFORM 9850-ABRE-DEPARTAMENTOS
              THRU 9850-ABRE-DEPARTAMENTOS-EXIT.
           PERFORM 9865-INICIO-DEPARTAMENTOS
              THRU 9865-INICIO-DEPARTAMENTOS-EXIT.
      *
           PERFORM 1021-LEE-DEPART
              THRU 1021-LEE-DEPART-EXIT
              UNTIL CP300-FIN.
      *
           PERFORM 9855-CIERRA-DEPARTAMENTOS
              THRU 9855-CIERRA-DEPARTAMENTOS-EXIT.
      *
       1020-CARGA-TABLA-EXIT.
       EXIT.
      *
       1021-LEE-DEPART.
           PERFORM 9870-SIGUIENTE-DEPARTAMENTO
              THRU 9870-SIGUIENTE-DEPARTAMENTO-EXIT.
           IF CP300-FIN
                GO TO 1021-LEE-DEPART-EXIT
           END-IF.
      *
      *UN MAESTRO MAYOR QUE LA TABLA NO SE TRUNCA: EL DESGLOSE
      *DEJARIA DE CUADRAR CON LAS FILAS LEIDAS
           IF WC-NUM-DEPART >= LT-MAX-DEPART
                DISPLAY "FICHERO.DEPARTAMENTO.INDEXADO TIENE MAS DE "
                        LT-MAX-DEPART " DEPARTAMENTOS - "
                        LT-PROGRAMA " DETENIDO"
                PERFORM 9855-CIERRA-DEPARTAMENTOS
                   THRU 9855-CIERRA-DEPARTAMENTOS-EXIT
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-DEPART.
           MOVE CP300O-CODIGO TO WT-CODIGO-DEPART(WC-NUM-DEPART).
           MOVE CP300O-NOMBRE TO WT-NOMBRE-DEPART(WC-NUM-DEPART).
           MOVE 0 TO WC-CONTADOR-DEPART(WC-NUM-DEPART).
           MOVE 0 TO WC-SALARIO-DEPART(WC-NUM-DEPART).
           MOVE 0 TO WC-COMISION-DEPART(WC-NUM-DEPART).
       1021-LEE-DEPART-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO                                           *
      *****************************************************************
       3000-PROCESO.
                 PERFORM 8100-IMPRIME-DEPART
                    THRU 8100-IMPRIME-DEPART-EXIT
                    VARYING I FROM 1 BY 1
                    UNTIL I > WC-NUM-DEPART
                 DISPLAY "**SIN DEPARTAMENTO RECONOCIDO: "
                      WC-CONTADOR-OTRO
                 DISPLAY "     SALARIO: " WC-SALARIO-OTRO
      *                FICHAS DE PARAMETROS                           *
      *****************************************************************
       COPY PARAMPR.
      *
      *****************************************************************
      *          CONSULTA DEL MAESTRO DE DEPARTAMENTOS                *
      *****************************************************************
       COPY RUTDEPPR.

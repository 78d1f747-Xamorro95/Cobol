      *  SALDO DE VACACIONES DE LA PLANTILLA: CRUZA EL FICHERO DE     *
      *  DERECHOS QUE GRABA COBOL660 (FICHERO.VACACIONES, DIAS DE     *
      *  DERECHO POR EMPLEADO SEGUN SU BANDA DE ANTIGUEDAD) CON LAS   *
      *  AUSENCIAS DE TIPO "V" CAPTURADAS POR COBOL665                *
      *  (FICHERO.AUSENCIAS) E IMPRIME UN LISTADO CON DERECHO, DIAS   *
      *  TOMADOS Y SALDO POR EMPLEADO, MARCANDO "** EXCEDIDO" A QUIEN *
      *  HA TOMADO MAS DIAS DE LOS QUE LE CORRESPONDEN Y "SALDO ALTO" *
      *  A QUIEN LLEGA A FIN DE ANIO CON MAS DE N DIAS SIN DISFRUTAR. *
      *  EL UMBRAL N SE TOMA DE LA FICHA COBOL675 DE                  *
      *  FICHERO.PARAMETROS SI EXISTE (3 DIGITOS) O SE PIDE POR       *
      *  SYSIN, CON 10 POR DEFECTO. LAS AUSENCIAS DE EMPLEADOS SIN    *
      *  DERECHO CALCULADO SE INFORMAN AL OPERADOR. LOS DIAS QUE EL   *
      *  CIERRE DE ANIO (COBOL676) ARRASTRA DESDE EL ANIO ANTERIOR    *
      *  (FICHERO.VACACIONES.ARRASTRE) SE SUMAN AL DERECHO DEL ANIO   *
      *  EN CURSO: CUENTAN ENTEROS HASTA SU FECHA DE CADUCIDAD Y,     *
      *  PASADA ESTA, SOLO LOS QUE SE CONSUMIERON CON LAS VACACIONES  *
      *  TOMADAS HASTA ESE DIA. SE MARCA "CADUCA PRONTO" A QUIEN      *
      *  TIENE ARRASTRE SIN CONSUMIR QUE CADUCA EN EL PROXIMO MES.    *
      *  SOLO CUENTAN LAS VACACIONES DEL ANIO EN CURSO                *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUSENCIAS
           ASSIGN TO "/home/forma2/cobol/ficheros/fichero.ausencias"
             FILE STATUS IS WS-FILE-STATUS-AUS.
      *
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR POR EL CIERRE (COBOL676)
           SELECT ARRASTRE
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.vacaciones.arrastre"
             FILE STATUS IS WS-FILE-STATUS-ARR.
      *
           SELECT LISTADO
           ASSIGN TO
      *
       FD AUSENCIAS.
       01  REG-AUSENCIA                           PIC X(26).
      *
       FD ARRASTRE.
       01  REG-ARRASTRE                           PIC X(30).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
           05  WZ-DIAS                  PIC 9(3).
      *
      *****************************************************************
      *               REGISTRO DEL FICHERO DE ARRASTRE                *
      *****************************************************************
       COPY COPYARRAST.
      *
      *****************************************************************
      *               TABLA DE DERECHOS CON LOS DIAS TOMADOS          *
      *****************************************************************
       01  WT-TABLA-SALDOS.
                10  WT-SAL-DEPT                  PIC X(3).
                10  WT-SAL-DERECHO               PIC 9(3).
                10  WT-SAL-TOMADOS               PIC 9(3).
      *DIAS ARRASTRADOS DEL ANIO ANTERIOR, SU CADUCIDAD Y LOS DIAS
      *TOMADOS HASTA ESA FECHA (QUE SON LOS QUE CONSUMEN EL ARRASTRE)
                10  WT-SAL-ARRASTRE              PIC 9(3).
                10  WT-SAL-CADUCIDAD             PIC 9(8).
                10  WT-SAL-TOMADOS-CAD           PIC 9(3).
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
           05  LT-UMBRAL-DEFECTO    PIC 9(3) VALUE 10.
           05  LT-EXCEDIDO          PIC X(12) VALUE "** EXCEDIDO".
           05  LT-SALDO-ALTO        PIC X(12) VALUE "SALDO ALTO".
           05  LT-CADUCA-PRONTO     PIC X(13) VALUE "CADUCA PRONTO".
           05  LT-FICHERO4          PIC X(20) VALUE
                                      "VACACIONES.ARRASTRE".
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
       01  WS-VARIABLES.
           05  WS-FILE-STATUS                       PIC XX.
           05  WS-FILE-STATUS-AUS                   PIC XX.
           05  WS-FILE-STATUS-ARR                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
           05  WS-FECHA-HOY                         PIC 9(8).
           05  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
               10  WS-HOY-ANIO                      PIC 9(4).
               10  WS-HOY-MES                       PIC 9(2).
               10  WS-HOY-DIA                       PIC 9(2).
      *PRIMER Y ULTIMO DIA DEL ANIO EN CURSO Y FECHA HASTA LA QUE UNA
      *CADUCIDAD SE CONSIDERA PROXIMA (HOY MAS UN MES)
           05  WS-FECHA-INICIO                      PIC 9(8).
           05  WS-FECHA-FIN                         PIC 9(8).
           05  WS-FECHA-AVISO                       PIC 9(8).
           05  WS-FECHA-AVISO-R REDEFINES WS-FECHA-AVISO.
               10  WS-AVI-ANIO                      PIC 9(4).
               10  WS-AVI-MES                       PIC 9(2).
               10  WS-AVI-DIA                       PIC 9(2).
           05  WS-ARR-UTIL                          PIC 9(3).
           05  WS-ARR-PENDIENTE                     PIC S9(3).
           05  WS-DERECHO-TOTAL                     PIC 9(4).
           05  WS-SYSIN-UMBRAL                      PIC X(3).
           05  WS-UMBRAL                            PIC 9(3).
           05  WS-SALDO                             PIC S9(4).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-CONTADOR-SIN-DERECHO            PIC 9(7).
           05 WC-CONTADOR-EXCEDIDOS              PIC 9(7).
           05 WC-CONTADOR-SALDO-ALTO             PIC 9(7).
           05 WC-CONTADOR-CADUCA                 PIC 9(7).
           05 WC-TOTAL-ARRASTRE                  PIC 9(7).
           05 WC-TOTAL-DERECHO                   PIC 9(7).
           05 WC-TOTAL-TOMADOS                   PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05  FILLER                 PIC X(8)  VALUE "CODIGO".
           05  FILLER                 PIC X(6)  VALUE "DEPT".
           05  FILLER                 PIC X(9)  VALUE "DERECHO".
           05  FILLER                 PIC X(9)  VALUE "ARRASTRE".
           05  FILLER                 PIC X(11) VALUE "CADUCA EL".
           05  FILLER                 PIC X(9)  VALUE "TOMADOS".
           05  FILLER                 PIC X(8)  VALUE "SALDO".
           05  FILLER                 PIC X(13) VALUE "MARCA".
      *
      *****************************************************************
      *               LINEA DE DETALLE                                *
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-DERECHO             PIC ZZ9.
           05  FILLER                 PIC X(6)  VALUE SPACES.
           05  WL-ARRASTRE            PIC ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-CADUCA              PIC 9999/99/99.
           05  WL-CADUCA-X REDEFINES WL-CADUCA
                                      PIC X(10).
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WL-TOMADOS             PIC ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WL-SALDO               PIC ---9.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  WL-MARCA               PIC X(13).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
      *SOLO CUENTAN LAS VACACIONES DEL ANIO EN CURSO: LAS DEL ANIO
      *ANTERIOR YA SE CERRARON EN EL ARRASTRE DE COBOL676
           COMPUTE WS-FECHA-INICIO = WS-HOY-ANIO * 10000 + 0101.
           COMPUTE WS-FECHA-FIN    = WS-HOY-ANIO * 10000 + 1231.
      *
      *UN ARRASTRE QUE CADUCA ANTES DE ESTA FECHA SE MARCA: HOY MAS
      *UN MES (EL DIA 31 SE COMPARA IGUAL AUNQUE EL MES NO LO TENGA)
           MOVE WS-FECHA-HOY TO WS-FECHA-AVISO.
           IF WS-AVI-MES = 12
                MOVE 1 TO WS-AVI-MES
                ADD 1 TO WS-AVI-ANIO
           ELSE
                ADD 1 TO WS-AVI-MES
           END-IF.
      *
      *UMBRAL DE SALDO ALTO: FICHA DE PARAMETROS (3 DIGITOS) O SYSIN
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
      *CARGAMOS LA TABLA DE DERECHOS DE COBOL660
           PERFORM 1010-CARGA-DERECHOS
              THRU 1010-CARGA-DERECHOS-EXIT.
      *
      *Y LE SUMAMOS LOS DIAS QUE TRAE DEL CIERRE DEL ANIO ANTERIOR
           PERFORM 1020-CARGA-ARRASTRE
              THRU 1020-CARGA-ARRASTRE-EXIT.
      *
           OPEN INPUT AUSENCIAS.
           IF WS-FILE-STATUS-AUS = 35
                MOVE WD-DEPT   TO WT-SAL-DEPT(WC-NUM-SALDOS)
                MOVE WD-DIAS   TO WT-SAL-DERECHO(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-ARRASTRE(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-CADUCIDAD(WC-NUM-SALDOS)
                MOVE 0         TO WT-SAL-TOMADOS-CAD(WC-NUM-SALDOS)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
       EXIT.
      *
      *****************************************************************
      *       CARGA DEL ARRASTRE DEL ANIO ANTERIOR (COBOL676)         *
      *****************************************************************
       1020-CARGA-ARRASTRE.
      *SIN FICHERO (AUN NO SE HA HECHO NINGUN CIERRE) NADIE TRAE DIAS
           OPEN INPUT ARRASTRE.
           IF WS-FILE-STATUS-ARR = 35
                GO TO 1020-CARGA-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1020-CARGA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 1021-LEE-ARRASTRE
              THRU 1021-LEE-ARRASTRE-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ARRASTRE.
           SET NO-FIN-FICHERO TO TRUE.
      *
       1020-CARGA-ARRASTRE-EXIT.
       EXIT.
      *
       1021-LEE-ARRASTRE.
           READ ARRASTRE INTO WS-REG-ARRASTRE
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ARR = 10
                GO TO 1021-LEE-ARRASTRE-EXIT
           END-IF.
           IF WS-FILE-STATUS-ARR NOT = 00
                MOVE LT-FICHERO4 TO WS-FICHERO-ERROR
                MOVE "1021-LEE-ARRASTRE" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-ARR TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *SOLO EL ARRASTRE AL ANIO EN CURSO; UN EMPLEADO QUE YA NO ESTA
      *EN EL FICHERO DE DERECHOS (BAJA) NO LO USA
           IF WVA-ANIO NOT = WS-HOY-ANIO
              OR WVA-DIAS = 0
                GO TO 1021-LEE-ARRASTRE-EXIT
           END-IF.
           SET SALDO-NO-ENCONTRADO TO TRUE.
           PERFORM 1022-ASIGNA-ARRASTRE
              THRU 1022-ASIGNA-ARRASTRE-EXIT
              VARYING I FROM 1 BY 1
              UNTIL I > WC-NUM-SALDOS
                 OR SALDO-ENCONTRADO.
      *
       1021-LEE-ARRASTRE-EXIT.
       EXIT.
      *
       1022-ASIGNA-ARRASTRE.
           IF WT-SAL-CODIGO(I) = WVA-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                MOVE WVA-DIAS      TO WT-SAL-ARRASTRE(I)
                MOVE WVA-CADUCIDAD TO WT-SAL-CADUCIDAD(I)
           END-IF.
       1022-ASIGNA-ARRASTRE-EXIT.
       EXIT.
      *
      *****************************************************************
      *             PROCESO: ACUMULA UNA AUSENCIA                     *
      *****************************************************************
       3000-PROCESO.
      *SOLO LAS AUSENCIAS DE VACACIONES DEL ANIO EN CURSO CONSUMEN
      *DERECHO
           IF NOT WZ-TIPO-VACACIONES
              OR WZ-FEC-DESDE < WS-FECHA-INICIO
              OR WZ-FEC-DESDE > WS-FECHA-FIN
                GO TO 3000-PROCESO-LEE
           END-IF.
      *
           IF WT-SAL-CODIGO(I) = WZ-CODIGO
                SET SALDO-ENCONTRADO TO TRUE
                ADD WZ-DIAS TO WT-SAL-TOMADOS(I)
                IF WZ-FEC-DESDE NOT > WT-SAL-CADUCIDAD(I)
                     ADD WZ-DIAS TO WT-SAL-TOMADOS-CAD(I)
                END-IF
           END-IF.
       3110-COMPARA-SALDO-EXIT.
       EXIT.
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
      *EL ARRASTRE CUENTA ENTERO HASTA SU CADUCIDAD; PASADA ESTA,
      *SOLO LO QUE SE LLEGO A CONSUMIR CON LO TOMADO HASTA ESE DIA
           IF WT-SAL-ARRASTRE(I) = 0
              OR WS-FECHA-HOY NOT > WT-SAL-CADUCIDAD(I)
                MOVE WT-SAL-ARRASTRE(I) TO WS-ARR-UTIL
           ELSE
                IF WT-SAL-TOMADOS-CAD(I) < WT-SAL-ARRASTRE(I)
                     MOVE WT-SAL-TOMADOS-CAD(I) TO WS-ARR-UTIL
                ELSE
                     MOVE WT-SAL-ARRASTRE(I) TO WS-ARR-UTIL
                END-IF
           END-IF.
           COMPUTE WS-DERECHO-TOTAL = WT-SAL-DERECHO(I) + WS-ARR-UTIL.
      *
           COMPUTE WS-SALDO =
                   WS-DERECHO-TOTAL - WT-SAL-TOMADOS(I).
      *
      *LO QUE QUEDA DEL ARRASTRE POR CONSUMIR, PARA AVISAR SI ESTA A
      *PUNTO DE CADUCAR
           COMPUTE WS-ARR-PENDIENTE =
                   WT-SAL-ARRASTRE(I) - WT-SAL-TOMADOS(I).
      *
           MOVE WT-SAL-CODIGO(I)   TO WL-CODIGO.
           MOVE WT-SAL-DEPT(I)     TO WL-DEPT.
           MOVE WT-SAL-DERECHO(I)  TO WL-DERECHO.
           MOVE WT-SAL-ARRASTRE(I) TO WL-ARRASTRE.
           IF WT-SAL-ARRASTRE(I) > 0
                MOVE WT-SAL-CADUCIDAD(I) TO WL-CADUCA
           ELSE
                MOVE SPACES TO WL-CADUCA-X
           END-IF.
           MOVE WT-SAL-TOMADOS(I)  TO WL-TOMADOS.
           MOVE WS-SALDO           TO WL-SALDO.
      *
           IF WS-SALDO < 0
                MOVE LT-EXCEDIDO TO WL-MARCA
                ADD 1 TO WC-CONTADOR-EXCEDIDOS
           ELSE
                IF WS-ARR-PENDIENTE > 0
                   AND WT-SAL-CADUCIDAD(I) NOT < WS-FECHA-HOY
                   AND WT-SAL-CADUCIDAD(I) NOT > WS-FECHA-AVISO
                     MOVE LT-CADUCA-PRONTO TO WL-MARCA
                     ADD 1 TO WC-CONTADOR-CADUCA
                ELSE
                     IF WS-SALDO > WS-UMBRAL
                          MOVE LT-SALDO-ALTO TO WL-MARCA
                          ADD 1 TO WC-CONTADOR-SALDO-ALTO
                     ELSE
                          MOVE SPACES TO WL-MARCA
                     END-IF
                END-IF
           END-IF.
      *
           ADD WT-SAL-DERECHO(I) TO WC-TOTAL-DERECHO.
           ADD WS-ARR-UTIL TO WC-TOTAL-ARRASTRE.
           ADD WT-SAL-TOMADOS(I) TO WC-TOTAL-TOMADOS.
      *
           MOVE WS-LINEA-DETALLE TO WS-LINEA-IMPRIMIR.
                      WC-CONTADOR-EXCEDIDOS
                 DISPLAY "**CON SALDO ALTO:          "
                      WC-CONTADOR-SALDO-ALTO
                 DISPLAY "**ARRASTRE CADUCA PRONTO:  "
                      WC-CONTADOR-CADUCA
                 DISPLAY "**TOTAL DIAS DE DERECHO:   "
                      WC-TOTAL-DERECHO
                 DISPLAY "**TOTAL DIAS ARRASTRADOS:  "
                      WC-TOTAL-ARRASTRE
                 DISPLAY "**TOTAL DIAS TOMADOS:      "
                      WC-TOTAL-TOMADOS
                 DISPLAY "******************************************"

      *  APROBADOR ESTAMPADOS. NADIE PUEDE APROBAR SUS PROPIOS        *
      *  CAMBIOS                                                      *
      *                                                               *
      *  ATRASOS: CADA PENDIENTE LLEVA LA FECHA DESDE LA QUE SURTE    *
      *  EFECTO. SI SE APRUEBA UN CAMBIO DE SALARIO O COMISION CON    *
      *  FECHA DE EFECTO ANTERIOR A HOY, SE DEJA UNA SOLICITUD EN     *
      *  FICHERO.ATRASOS.SOLICITUDES (COPY COPYSOLATR) PARA QUE       *
      *  COBOL708 RECALCULE LOS MESES YA PAGADOS DESDE ESA FECHA      *
      *                                                               *
      *  CAMBIOS PROGRAMADOS: UN CAMBIO DE EMPLEADO APROBADO CON      *
      *  FECHA DE EFECTO POSTERIOR A HOY NO SE APLICA AL MAESTRO:     *
      *  SALE DE LA COLA A FICHERO.CAMBIOS.PROGRAMADOS (COPY          *
      *  COPYCAMPRO) CON SU APROBADOR, Y LO APLICA COBOL866 EN LA     *
      *  CADENA DIARIA CUANDO LLEGA SU FECHA, GRABANDO ENTONCES LA    *
      *  HISTORIA                                                     *
      *                                                               *
      *  UN CAMBIO DE DEPARTAMENTO APROBADO SE REPLICA TAMBIEN EN EL  *
      *  ACTO EN FICHERO.DEPARTAMENTO.INDEXADO, EL MAESTRO QUE        *
      *  CONSULTA LA RUTINA COMUN RUTDEPAR, Y LA TABLA DE             *
      *  DEPARTAMENTOS YA NO SE LIMITA A 24 ENTRADAS                  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL865.
           ASSIGN TO WS-ASSIGN-CERROJO
             FILE STATUS IS WS-FILE-STATUS-CER.
      *
      *SOLICITUDES DE CALCULO DE ATRASOS PARA COBOL708
           SELECT SOLICITUDES
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.atrasos.solicitudes"
             FILE STATUS IS WS-FILE-STATUS-SOL.
      *
      *CAMBIOS APROBADOS CON FECHA DE EFECTO FUTURA (VER COBOL866)
           SELECT PROGRAMADOS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.cambios.programados"
             FILE STATUS IS WS-FILE-STATUS-PRG.
      *
      *MAESTRO INDEXADO DE EMPLEADOS: CADA CAMBIO APLICADO SE
      *REPLICA EN EL ACTO SOBRE LA COPIA INDEXADA, PARA QUE LAS
      *CONSULTAS DE COBOL260 ESTEN SIEMPRE AL DIA Y LA RECARGA DE
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             ALTERNATE RECORD KEY IS MI-CLAVE-APELLIDO
                WITH DUPLICATES
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *MAESTRO INDEXADO DE DEPARTAMENTOS, QUE CONSULTA RUTDEPAR: LA
      *MISMA REPLICA EN EL ACTO, CON COBOL351 COMO RECARGA SEMANAL
           SELECT MAESTRO-DIX
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MD-CODIGO
             FILE STATUS IS WS-FILE-STATUS-DIX.
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
       DATA DIVISION.
       FILE SECTION.
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(196).
      *
       FD PEN-TRABAJO.
       01  REG-PEN-TRABAJO                        PIC X(196).
      *
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD EMP-TRABAJO.
       01  REG-EMP-TRABAJO                        PIC X(80).
      *
       FD FICDEPT.
       01  REG-DEPART                             PIC X(46).
      *
       FD DEP-TRABAJO.
       01  REG-DEP-TRABAJO                        PIC X(46).
      *
       FD HIST-EMPLE.
       01  REG-HIST-EMPLE                         PIC X(185).
      *
       FD HIST-DEPT.
       01  REG-HIST-DEPT                          PIC X(111).
      *
       FD SOLICITUDES.
       01  REG-SOLICITUD                          PIC X(75).
      *
       FD PROGRAMADOS.
       01  REG-PROGRAMADO                         PIC X(199).
      *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(6).
           05  FILLER                             PIC X(74).
      *CLAVE ALTERNATIVA DE LA BUSQUEDA POR APELLIDO DE COBOL260:
      *APELLIDO Y NOMBRE DEL EMPLEADO, REPETIDOS DETRAS DE LA IMAGEN
      *PORQUE EN COPYEMPLE NO ESTAN SEGUIDOS
           05  MI-CLAVE-APELLIDO.
               10  MI-APELLIDO                    PIC X(15).
               10  MI-NOMBRE                      PIC X(12).
      *
       FD MAESTRO-DIX.
       01  REG-MAESTRO-DIX.
           05  MD-CODIGO                          PIC X(3).
           05  FILLER                             PIC X(43).
      *
       COPY ERRAUDFD.
      *
           05  WQ-HORA                  PIC 9(8).
           05  WQ-AUTOR                 PIC X(4).
           05  WQ-CLAVE                 PIC X(6).
           05  WQ-IMAGEN-ANTES          PIC X(80).
           05  WQ-IMAGEN-DESPUES        PIC X(80).
      *FECHA DESDE LA QUE SURTE EFECTO EL CAMBIO (PARA LOS ATRASOS)
           05  WQ-FEC-EFECTO            PIC 9(8).
      *
      *****************************************************************
      *               REGISTROS DE HISTORIA DE LOS DOS MAESTROS       *
           05  WHE-FECHA                PIC 9(8).
           05  WHE-HORA                 PIC 9(8).
           05  WHE-OPERADOR             PIC X(4).
           05  WHE-IMAGEN-ANTES         PIC X(80).
           05  WHE-IMAGEN-DESPUES       PIC X(80).
           05  WHE-APROBADOR            PIC X(4).
      *
       01  WS-REG-HIST-DEPT.
           05  WHD-APROBADOR            PIC X(4).
      *
      *****************************************************************
      *               SOLICITUD DE CALCULO DE ATRASOS                 *
      *****************************************************************
       COPY COPYSOLATR.
      *
      *****************************************************************
      *               CAMBIO PROGRAMADO PARA SU FECHA DE EFECTO       *
      *****************************************************************
       COPY COPYCAMPRO.
      *
      *****************************************************************
      *               TABLA DE PENDIENTES EN MEMORIA                  *
      *****************************************************************
      *LA MARCA EN PARALELO DICE QUE HACER AL REGRABAR: " "=SIGUE
           05  WC-NUM-PENDIENTES        PIC 9(3) VALUE 0.
           05  WT-REG-PEND OCCURS 1 TO 200 TIMES
                  DEPENDING ON WC-NUM-PENDIENTES
                  INDEXED BY I          PIC X(196).
       01  WT-MARCAS-PENDIENTES.
           05  WT-PEND-MARCA OCCURS 200 TIMES
                                        PIC X(1).
           05  WC-NUM-EMPLE             PIC 9(4) VALUE 0.
           05  WT-REG-EMPLE OCCURS 1 TO 5000 TIMES
                  DEPENDING ON WC-NUM-EMPLE
                  INDEXED BY IE         PIC X(80).
      *
      *****************************************************************
      *               TABLA DEL MAESTRO DE DEPARTAMENTOS              *
      *****************************************************************
       01  WT-TABLA-DEPART.
           05  WC-NUM-DEPART            PIC 9(3) VALUE 0.
           05  WT-REG-DEPART OCCURS 1 TO 999 TIMES
                  DEPENDING ON WC-NUM-DEPART
                  INDEXED BY IX         PIC X(46).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
           05  SW-SINCRONIZA                     PIC X VALUE "N".
                88 SINCRONIZA-ACTIVO             VALUE "S".
                88 SINCRONIZA-INACTIVO           VALUE "N".
           05  SW-SINCRONIZA-DEP                 PIC X VALUE "N".
                88 SINCRONIZA-DEP-ACTIVO         VALUE "S".
                88 SINCRONIZA-DEP-INACTIVO       VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
           05 WS-SYSIN-DECISION                  PIC X(1).
           05 WS-POSICION                        PIC 9(4).
           05 WS-FILE-STATUS-IDX                 PIC XX.
           05 WS-REG-SINCRONIA                   PIC X(80).
           05 WS-FILE-STATUS-DIX                 PIC XX.
      *DESGLOSE DE LAS IMAGENES DE EMPLEADO PARA MOSTRAR EL CAMBIO
           05 WS-SALARIO-ANTES                   PIC S9(9)V99.
           05 WS-SALARIO-DESPUES                 PIC S9(9)V99.
           05 WS-COMISION-ANTES                  PIC S9(9)V99.
           05 WS-COMISION-DESPUES                PIC S9(9)V99.
           05 WS-FILE-STATUS-SOL                 PIC XX.
           05 WS-FECHA-HOY                       PIC 9(8).
           05 WS-FILE-STATUS-PRG                 PIC XX.
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-APROBADOS                       PIC 9(4).
           05 WC-RECHAZADOS                      PIC 9(4).
           05 WC-SALTADOS                        PIC 9(4).
           05 WC-ATRASOS-SOLICITADOS             PIC 9(4).
           05 WC-PROGRAMADOS                     PIC 9(4).
      *
      ***************************************************************** *
      **              PROCEDURE  DIVISION.                            * *
           MOVE WS-OPER-CODIGO TO WA-OPERADOR.
      *
           OPEN EXTEND AUDITORIA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *
           MOVE SPACES TO WT-MARCAS-PENDIENTES.
           PERFORM 1010-CARGA-PENDIENTES
      *EN EL ACTO; SI NO EXISTE SE AVISA Y QUEDA PARA LA RECARGA
           PERFORM 1030-ABRE-INDEXADO
              THRU 1030-ABRE-INDEXADO-EXIT.
           PERFORM 1040-ABRE-INDEXADO-DEP
              THRU 1040-ABRE-INDEXADO-DEP-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
           EVALUATE WS-SYSIN-DECISION
                WHEN "A"
      *CON FECHA DE EFECTO FUTURA EL CAMBIO QUEDA PROGRAMADO Y NO
      *TOCA TODAVIA EL MAESTRO
                     IF WQ-MAESTRO-EMPLEADO
                        AND WQ-FEC-EFECTO NUMERIC
                        AND WQ-FEC-EFECTO > WS-FECHA-HOY
                          PERFORM 5300-PROGRAMA-CAMBIO
                             THRU 5300-PROGRAMA-CAMBIO-EXIT
                          GO TO 3210-TRAMITA-PENDIENTE-EXIT
                     END-IF
                     SET CAMBIO-NO-APLICADO TO TRUE
                     IF WQ-MAESTRO-EMPLEADO
                          PERFORM 5000-APLICA-EMPLEADO
                          ADD 1 TO WC-APROBADOS
                          DISPLAY "CAMBIO APROBADO Y APLICADO: "
                               WQ-CLAVE
                          IF WQ-MAESTRO-EMPLEADO
                               PERFORM 5200-SOLICITA-ATRASOS
                                  THRU 5200-SOLICITA-ATRASOS-EXIT
                          END-IF
                     END-IF
                WHEN "R"
      *EL RECHAZO NO TOCA EL MAESTRO PERO DEJA SU RASTRO EN LA
           DISPLAY "MAESTRO:  " WQ-MAESTRO "   CLAVE: " WQ-CLAVE.
           DISPLAY "AUTOR:    " WQ-AUTOR "  FECHA: " WQ-FECHA
                " " WQ-HORA(1:2) ":" WQ-HORA(3:2).
           DISPLAY "EFECTO:   " WQ-FEC-EFECTO.
           IF WQ-MAESTRO-EMPLEADO
              AND WQ-FEC-EFECTO NUMERIC
              AND WQ-FEC-EFECTO > WS-FECHA-HOY
                DISPLAY "          (SI SE APRUEBA QUEDA PROGRAMADO "
                        "HASTA ESA FECHA)"
           END-IF.
      *
           IF WQ-MAESTRO-EMPLEADO
                MOVE WQ-IMAGEN-ANTES(38:11)   TO WS-SALARIO-ANTES
       EXIT.
      *
      *****************************************************
      * SOLICITA EL CALCULO DE ATRASOS DEL CAMBIO         *
      *****************************************************
      *SOLO SI CAMBIA EL SALARIO O LA COMISION Y LA FECHA DE EFECTO
      *ES ANTERIOR A HOY: LOS MESES YA PAGADOS DESDE ESA FECHA LOS
      *DETERMINA COBOL708 CONTRA EL HISTORICO DE NOMINA
       5200-SOLICITA-ATRASOS.
           IF WQ-FEC-EFECTO NOT NUMERIC
              OR WQ-FEC-EFECTO = 0
              OR WQ-FEC-EFECTO NOT < WS-FECHA-HOY
                GO TO 5200-SOLICITA-ATRASOS-EXIT
           END-IF.
           IF WS-SALARIO-ANTES = WS-SALARIO-DESPUES
              AND WS-COMISION-ANTES = WS-COMISION-DESPUES
                GO TO 5200-SOLICITA-ATRASOS-EXIT
           END-IF.
      *
           MOVE WQ-CLAVE            TO WG-CODIGO.
           MOVE WQ-FEC-EFECTO       TO WG-FEC-EFECTO.
           MOVE WS-SALARIO-ANTES    TO WG-SALARIO-ANTES.
           MOVE WS-SALARIO-DESPUES  TO WG-SALARIO-DESPUES.
           MOVE WS-COMISION-ANTES   TO WG-COMISION-ANTES.
           MOVE WS-COMISION-DESPUES TO WG-COMISION-DESPUES.
           MOVE WQ-AUTOR            TO WG-AUTOR.
           MOVE WS-OPER-CODIGO      TO WG-APROBADOR.
           MOVE WS-FECHA-HOY        TO WG-FEC-APROBACION.
           SET WG-PENDIENTE         TO TRUE.
      *
           OPEN EXTEND SOLICITUDES.
           IF WS-FILE-STATUS-SOL = 35
                OPEN OUTPUT SOLICITUDES
           END-IF.
           IF WS-FILE-STATUS-SOL NOT = 00
                MOVE "SOLICITUDES" TO WS-FICHERO-ERROR
                MOVE "5200-SOLICITA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-SOL TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-SOLICITUD FROM WS-REG-SOLICITUD-ATRASO.
           IF WS-FILE-STATUS-SOL NOT = 00
                MOVE "SOLICITUDES" TO WS-FICHERO-ERROR
                MOVE "5200-SOLICITA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-SOL TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           CLOSE SOLICITUDES.
      *
           ADD 1 TO WC-ATRASOS-SOLICITADOS.
           DISPLAY "EFECTO ATRASADO: ATRASOS DESDE " WQ-FEC-EFECTO
                " SOLICITADOS (LOS CALCULA COBOL708)".
      *
       5200-SOLICITA-ATRASOS-EXIT.
       EXIT.
      *
      *****************************************************
      * PROGRAMA EL CAMBIO PARA SU FECHA DE EFECTO        *
      *****************************************************
      *EL MAESTRO Y LA HISTORIA NO SE TOCAN: LOS DOS LOS ACTUALIZA
      *COBOL866 EL DIA DE EFECTO. EL PENDIENTE SALE DE LA COLA
       5300-PROGRAMA-CAMBIO.
           MOVE WQ-FEC-EFECTO      TO WJ-FEC-EFECTO.
           MOVE WQ-CLAVE           TO WJ-CLAVE.
           MOVE WQ-AUTOR           TO WJ-AUTOR.
           MOVE WS-OPER-CODIGO     TO WJ-APROBADOR.
           MOVE WS-FECHA-HOY       TO WJ-FEC-APROBACION.
           MOVE WQ-IMAGEN-ANTES    TO WJ-IMAGEN-ANTES.
           MOVE WQ-IMAGEN-DESPUES  TO WJ-IMAGEN-DESPUES.
           SET WJ-PROGRAMADO       TO TRUE.
           MOVE 0                  TO WJ-FEC-APLICACION.
      *
           OPEN EXTEND PROGRAMADOS.
           IF WS-FILE-STATUS-PRG = 35
                OPEN OUTPUT PROGRAMADOS
           END-IF.
           IF WS-FILE-STATUS-PRG NOT = 00
                MOVE "PROGRAMADOS" TO WS-FICHERO-ERROR
                MOVE "5300-PROGRAMA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PRG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           WRITE REG-PROGRAMADO FROM WS-REG-CAMBIO-PROGRAMADO.
           IF WS-FILE-STATUS-PRG NOT = 00
                MOVE "PROGRAMADOS" TO WS-FICHERO-ERROR
                MOVE "5300-PROGRAMA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE WS-FILE-STATUS-PRG TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           CLOSE PROGRAMADOS.
      *
           MOVE "T" TO WT-PEND-MARCA(I).
           ADD 1 TO WC-PROGRAMADOS.
           DISPLAY "CAMBIO APROBADO Y PROGRAMADO PARA EL "
                WQ-FEC-EFECTO ": " WQ-CLAVE " (LO APLICA COBOL866)".
      *
       5300-PROGRAMA-CAMBIO-EXIT.
       EXIT.
      *
      *****************************************************
      * APLICA EL CAMBIO AL MAESTRO DE EMPLEADOS          *
      *****************************************************
       5000-APLICA-EMPLEADO.
              THRU 5030-REGRABA-EMPLEADOS-EXIT.
      *
      *LA IMAGEN APROBADA SE REPLICA EN EL MAESTRO INDEXADO
           MOVE WT-REG-EMPLE(WS-POSICION) TO WS-REG-SINCRONIA.
           PERFORM 3700-SINCRONIZA-INDEXADO
              THRU 3700-SINCRONIZA-INDEXADO-EXIT.
      *
           PERFORM 5110-LEE-DEPART
              THRU 5110-LEE-DEPART-EXIT
              UNTIL FIN-FICHERO
                 OR WC-NUM-DEPART >= 999.
           CLOSE FICDEPT.
      *
      *LA MISMA GUARDA QUE CON EL MAESTRO DE EMPLEADOS: UNA TABLA
      *DESBORDADA REGRABARIA UN MAESTRO TRUNCADO
           IF NOT FIN-FICHERO
                DISPLAY "EL MAESTRO SUPERA LAS 999 ENTRADAS DE LA "
                        "TABLA - EL CAMBIO SIGUE PENDIENTE"
                PERFORM 9550-SUELTA-CERROJO
                   THRU 9550-SUELTA-CERROJO-EXIT
           END-IF.
      *
           MOVE WQ-IMAGEN-DESPUES(1:43)
             TO WT-REG-DEPART(WS-POSICION)(1:43).
      *
           PERFORM 5130-REGRABA-DEPARTS
              THRU 5130-REGRABA-DEPARTS-EXIT.
           PERFORM 5140-SINCRONIZA-DEPART
              THRU 5140-SINCRONIZA-DEPART-EXIT.
      *
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
       5132-ESCRIBE-DEPART-EXIT.
       EXIT.
      *
      *REPLICA EN EL MAESTRO INDEXADO EL DEPARTAMENTO QUE SE ACABA DE
      *APLICAR; COMO EN LOS EMPLEADOS, UN FALLO SOLO SE AVISA Y QUEDA
      *PARA LA RECARGA DE COBOL351
       5140-SINCRONIZA-DEPART.
           IF SINCRONIZA-DEP-INACTIVO
                GO TO 5140-SINCRONIZA-DEPART-EXIT
           END-IF.
      *
           MOVE WT-REG-DEPART(WS-POSICION) TO REG-MAESTRO-DIX.
           REWRITE REG-MAESTRO-DIX.
           IF WS-FILE-STATUS-DIX = 23
                WRITE REG-MAESTRO-DIX
           END-IF.
           IF WS-FILE-STATUS-DIX NOT = 00
                DISPLAY "AVISO: INDEXADO NO SINCRONIZADO PARA "
                     MD-CODIGO " (FILE STATUS "
                     WS-FILE-STATUS-DIX ") - LANCE COBOL351"
           END-IF.
       5140-SINCRONIZA-DEPART-EXIT.
       EXIT.
      *
      *****************************************************
      * GRABA LA HISTORIA CON AUTOR Y APROBADOR           *
      *****************************************************
       EXIT.
      *
      *****************************************************************
      *       APERTURA DEL INDEXADO DE DEPARTAMENTOS                  *
      *****************************************************************
       1040-ABRE-INDEXADO-DEP.
           OPEN I-O MAESTRO-DIX.
           IF WS-FILE-STATUS-DIX = 00
                SET SINCRONIZA-DEP-ACTIVO TO TRUE
           ELSE
                SET SINCRONIZA-DEP-INACTIVO TO TRUE
                DISPLAY "AVISO: INDEXADO DE DEPARTAMENTOS NO "
                        "DISPONIBLE (FILE STATUS " WS-FILE-STATUS-DIX
                        ") - LANCE COBOL351 PARA RECARGARLO"
           END-IF.
       1040-ABRE-INDEXADO-DEP-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REPLICA EL CAMBIO EN CURSO EN EL MAESTRO INDEXADO       *
      *****************************************************************
      *LA LLAMADORA DEJA LA IMAGEN FINAL EN WS-REG-SINCRONIA; SE
           END-IF.
      *
           MOVE WS-REG-SINCRONIA TO REG-MAESTRO-IDX.
      *CLAVE DE APELLIDO Y NOMBRE (POSICIONES 20 Y 7 DE COPYEMPLE)
           MOVE WS-REG-SINCRONIA(20:15) TO MI-APELLIDO.
           MOVE WS-REG-SINCRONIA(7:12) TO MI-NOMBRE.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
                DISPLAY "**APROBADOS Y APLICADOS:    " WC-APROBADOS
                DISPLAY "**RECHAZADOS:               " WC-RECHAZADOS
                DISPLAY "**SALTADOS:                 " WC-SALTADOS
                DISPLAY "**ATRASOS SOLICITADOS:      "
                     WC-ATRASOS-SOLICITADOS
                DISPLAY "**APROBADOS Y PROGRAMADOS:  " WC-PROGRAMADOS
                DISPLAY "******************************************"
           END-IF.
      *
           IF SINCRONIZA-ACTIVO
                CLOSE MAESTRO-IDX
           END-IF.
           IF SINCRONIZA-DEP-ACTIVO
                CLOSE MAESTRO-DIX
           END-IF.
           CLOSE AUDITORIA.
      *
      *SOLTAMOS EL CERROJO SI QUEDO TOMADO POR UN ERROR A MEDIO

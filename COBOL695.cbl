      *  LUEGO SE INFORMAN CON COBOL350); EL OPERADOR COMPRUEBA LOS   *
      *  RECUENTOS Y RENOMBRA EL .MIGRADO SOBRE EL MAESTRO            *
      *                                                               *
      *  OPCION 5 (EMPRESA DEL GRUPO): EL EMPLEADO PASA DE 77 A 80    *
      *  BYTES, EL DEPARTAMENTO DE 43 A 46, EL REGISTRO DE NOMINA DE  *
      *  105 A 108, SU HISTORICO DE 111 A 114 Y LOS ACUMULADOS DE 83  *
      *  A 86, TODOS CON LA EMPRESA AL FINAL, QUE ENTRA EN BLANCO (LA *
      *  EMPRESA PRINCIPAL). SE CONVIERTEN TAMBIEN LA FOTO DE         *
      *  COBOL810 Y LOS RECHAZOS PENDIENTES DE COBOL210 (DE 87 A 90). *
      *  PARTE DE LOS MAESTROS DE 77 Y 43 BYTES: UN MAESTRO MAS       *
      *  ANTIGUO PASA PRIMERO POR LAS OPCIONES 1 A 4 Y SE RENOMBRA.   *
      *  UN FICHERO QUE NO EXISTE SE SALTA CON UN AVISO. ANTES DE LA  *
      *  PRIMERA PASADA HAY QUE GRABAR A MANO FICHERO.EMPRESAS (COPY  *
      *  COPYEMPRESA), CON LA EMPRESA PRINCIPAL EN EL PRIMER          *
      *  REGISTRO. LAS COPIAS DE COBOL370 Y LAS FOTOS FECHADAS YA     *
      *  TOMADAS SIGUEN CON EL TRAZADO ANTERIOR: TRAS RENOMBRAR SE    *
      *  TOMA UNA COPIA NUEVA CON COBOL370 Y SE RECARGA EL INDEXADO   *
      *  CON COBOL250                                                 *
      *                                                               *
      *  LA OPCION 5 CONVIERTE TAMBIEN LAS IMAGENES DE EMPLEADO QUE   *
      *  GUARDAN LA HISTORIA DE CAMBIOS (179 A 185), LOS CAMBIOS      *
      *  PENDIENTES DE APROBACION (190 A 196) Y LOS CAMBIOS           *
      *  PROGRAMADOS (193 A 199): CADA IMAGEN PASA DE 77 A 80 BYTES   *
      *  CON LA EMPRESA EN BLANCO; UNA IMAGEN VACIA (ALTA O BAJA)     *
      *  SIGUE VACIA                                                  *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL695.
           "/home/forma2/cobol/ficheros/fichero.auditoria.migrado"
             FILE STATUS IS WS-FILE-STATUS-AMI.
      *
      *OPCION 5: UN PAR DE FICHEROS POR CADA LONGITUD DE REGISTRO. LA
      *RUTA DE CADA FICHERO Y LA DE SU .MIGRADO SE RESUELVEN EN
      *TIEMPO DE EJECUCION (VER 5010-PREPARA-NOMBRES)
           SELECT ORIGEN-77
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-80
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-87
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-90
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-43
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-46
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-105
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-108
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-111
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-114
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-83
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-86
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-179
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-185
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-190
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-196
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
           SELECT ORIGEN-193
           ASSIGN TO WS-ASSIGN-ORIGEN
             FILE STATUS IS WS-FILE-STATUS-ORI.
      *
           SELECT DESTINO-199
           ASSIGN TO WS-ASSIGN-DESTINO
             FILE STATUS IS WS-FILE-STATUS-DES.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       FD AUDIT-MIGRADO.
       01  REG-AUDIT-MIGRADO                      PIC X(85).
      *
      *OPCION 5: TRAZADOS SIN Y CON LA EMPRESA DEL GRUPO
       FD ORIGEN-77.
       01  REG-ORIGEN-77                          PIC X(77).
      *
       FD DESTINO-80.
       01  REG-DESTINO-80                         PIC X(80).
      *
       FD ORIGEN-87.
       01  REG-ORIGEN-87                          PIC X(87).
      *
       FD DESTINO-90.
       01  REG-DESTINO-90                         PIC X(90).
      *
       FD ORIGEN-43.
       01  REG-ORIGEN-43                          PIC X(43).
      *
       FD DESTINO-46.
       01  REG-DESTINO-46                         PIC X(46).
      *
       FD ORIGEN-105.
       01  REG-ORIGEN-105                         PIC X(105).
      *
       FD DESTINO-108.
       01  REG-DESTINO-108                        PIC X(108).
      *
       FD ORIGEN-111.
       01  REG-ORIGEN-111                         PIC X(111).
      *
       FD DESTINO-114.
       01  REG-DESTINO-114                        PIC X(114).
      *
       FD ORIGEN-83.
       01  REG-ORIGEN-83                          PIC X(83).
      *
       FD DESTINO-86.
       01  REG-DESTINO-86                         PIC X(86).
      *
      *OPCION 5: REGISTROS CON DOS IMAGENES DE EMPLEADO
       FD ORIGEN-179.
       01  REG-ORIGEN-179                         PIC X(179).
      *
       FD DESTINO-185.
       01  REG-DESTINO-185                        PIC X(185).
      *
       FD ORIGEN-190.
       01  REG-ORIGEN-190                         PIC X(190).
      *
       FD DESTINO-196.
       01  REG-DESTINO-196                        PIC X(196).
      *
       FD ORIGEN-193.
       01  REG-ORIGEN-193                         PIC X(193).
      *
       FD DESTINO-199.
       01  REG-DESTINO-199                        PIC X(199).
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
           05  WN-VACIO                         PIC X(1).
           05  WN-FEC-ALTA                      PIC X(8).
      *
      *EL TRAZADO NUEVO ES EL DE COPYEMPLE; LAS OPCIONES 1 A 4 GRABAN
      *SUS 77 PRIMEROS BYTES (SIN LA EMPRESA, QUE ANADE LA OPCION 5)
       COPY COPYEMPLE.
      *
      *****************************************************************
           05  WA-NUEVO-OPERADOR                PIC X(4).
      *
      *****************************************************************
      *               OPCION 5: REGISTROS CON IMAGENES DE EMPLEADO    *
      *****************************************************************
      *HISTORIA DE CAMBIOS (COBOL360): TIPO, FECHA, HORA Y OPERADOR,
      *LAS DOS IMAGENES Y EL APROBADOR
       01  WS-HISTORIA-ANTIGUA.
           05  WH-CABECERA                      PIC X(21).
           05  WH-IMAGEN-ANTES                  PIC X(77).
           05  WH-IMAGEN-DESPUES                PIC X(77).
           05  WH-APROBADOR                     PIC X(4).
      *
       01  WS-HISTORIA-NUEVA.
           05  WH-NUEVO-CABECERA                PIC X(21).
           05  WH-NUEVO-IMAGEN-ANTES            PIC X(80).
           05  WH-NUEVO-IMAGEN-DESPUES          PIC X(80).
           05  WH-NUEVO-APROBADOR               PIC X(4).
      *
      *CAMBIOS PENDIENTES (COBOL865): MAESTRO, TIPO, FECHA, HORA,
      *AUTOR Y CLAVE, LAS DOS IMAGENES Y LA FECHA DE EFECTO. LAS
      *IMAGENES DE DEPARTAMENTO YA CABEN Y SOLO GANAN RELLENO
       01  WS-PENDIENTE-ANTIGUO.
           05  WQ-CABECERA                      PIC X(28).
           05  WQ-IMAGEN-ANTES                  PIC X(77).
           05  WQ-IMAGEN-DESPUES                PIC X(77).
           05  WQ-FEC-EFECTO                    PIC X(8).
      *
       01  WS-PENDIENTE-NUEVO.
           05  WQ-NUEVO-CABECERA                PIC X(28).
           05  WQ-NUEVO-IMAGEN-ANTES            PIC X(80).
           05  WQ-NUEVO-IMAGEN-DESPUES          PIC X(80).
           05  WQ-NUEVO-FEC-EFECTO              PIC X(8).
      *
      *CAMBIOS PROGRAMADOS (COPY COPYCAMPRO): EFECTO, CLAVE, AUTOR,
      *APROBADOR Y FECHA DE APROBACION, LAS DOS IMAGENES, Y ESTADO
      *CON SU FECHA DE APLICACION
       01  WS-PROGRAMADO-ANTIGUO.
           05  WJ-CABECERA                      PIC X(30).
           05  WJ-IMAGEN-ANTES                  PIC X(77).
           05  WJ-IMAGEN-DESPUES                PIC X(77).
           05  WJ-COLA                          PIC X(9).
      *
       01  WS-PROGRAMADO-NUEVO.
           05  WJ-NUEVO-CABECERA                PIC X(30).
           05  WJ-NUEVO-IMAGEN-ANTES            PIC X(80).
           05  WJ-NUEVO-IMAGEN-DESPUES          PIC X(80).
           05  WJ-NUEVO-COLA                    PIC X(9).
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  WS-FILE-STATUS-AAN                   PIC XX.
           05  WS-FILE-STATUS-AMI                   PIC XX.
           05  WS-SYSIN-OPCION                      PIC 9(1).
           05  WS-FILE-STATUS-ORI                   PIC XX.
           05  WS-FILE-STATUS-DES                   PIC XX.
      *OPCION 5: FICHERO EN CURSO Y SUS DOS RUTAS
           05  WS-FICHERO-MIGRA                     PIC X(30).
           05  WS-ASSIGN-ORIGEN                     PIC X(80).
           05  WS-ASSIGN-DESTINO                    PIC X(80).
      *
      *****************************************************************
      *               CONTADORES                                      *
           05 WC-DEPART-MIGRADOS                 PIC 9(5).
           05 WC-AUDIT-LEIDOS                    PIC 9(7).
           05 WC-AUDIT-MIGRADOS                  PIC 9(7).
      *OPCION 5: RECUENTO DEL FICHERO EN CURSO
           05 WC-FIC-LEIDOS                      PIC 9(7).
           05 WC-FIC-MIGRADOS                    PIC 9(7).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
                        THRU 3000-MIGRA-DEPARTAMENTOS-EXIT
                     PERFORM 4000-MIGRA-AUDITORIA
                        THRU 4000-MIGRA-AUDITORIA-EXIT
                WHEN 5
                     PERFORM 5000-MIGRA-EMPRESA
                        THRU 5000-MIGRA-EMPRESA-EXIT
                WHEN OTHER
                     DISPLAY "OPCION NO VALIDA: " WS-SYSIN-OPCION
                     SET SI-ERROR TO TRUE
           DISPLAY "   2-DEPARTAMENTOS (25 A 43)".
           DISPLAY "   3-AUDITORIA (81 A 85)".
           DISPLAY "   4-TODOS".
           DISPLAY "   5-EMPRESA DEL GRUPO (77 A 80, 43 A 46, NOMINA)".
           DISPLAY "***************************************".
           ACCEPT WS-SYSIN-OPCION FROM SYSIN.
      *
       EXIT.
      *
      *****************************************************************
      *       OPCION 5: EMPRESA DEL GRUPO AL FINAL DE CADA REGISTRO   *
      *****************************************************************
       5000-MIGRA-EMPRESA.
      *LOS DOS MAESTROS DE EMPLEADOS COMPARTEN TRAZADO
           MOVE "fichero.empleado" TO WS-FICHERO-MIGRA.
           PERFORM 5100-MIGRA-77
              THRU 5100-MIGRA-77-EXIT.
           MOVE "fichero.empleado.foto" TO WS-FICHERO-MIGRA.
           PERFORM 5100-MIGRA-77
              THRU 5100-MIGRA-77-EXIT.
           MOVE "fichero.rechazos.pendientes" TO WS-FICHERO-MIGRA.
           PERFORM 5200-MIGRA-87
              THRU 5200-MIGRA-87-EXIT.
           MOVE "fichero.departamento" TO WS-FICHERO-MIGRA.
           PERFORM 5300-MIGRA-43
              THRU 5300-MIGRA-43-EXIT.
           MOVE "fichero.nomina.registro" TO WS-FICHERO-MIGRA.
           PERFORM 5400-MIGRA-105
              THRU 5400-MIGRA-105-EXIT.
           MOVE "fichero.nomina.historico" TO WS-FICHERO-MIGRA.
           PERFORM 5500-MIGRA-111
              THRU 5500-MIGRA-111-EXIT.
           MOVE "fichero.nomina.acumulado" TO WS-FICHERO-MIGRA.
           PERFORM 5600-MIGRA-83
              THRU 5600-MIGRA-83-EXIT.
           MOVE "fichero.empleado.historia" TO WS-FICHERO-MIGRA.
           PERFORM 5700-MIGRA-179
              THRU 5700-MIGRA-179-EXIT.
           MOVE "fichero.cambios.pendientes" TO WS-FICHERO-MIGRA.
           PERFORM 5800-MIGRA-190
              THRU 5800-MIGRA-190-EXIT.
           MOVE "fichero.cambios.programados" TO WS-FICHERO-MIGRA.
           PERFORM 5900-MIGRA-193
              THRU 5900-MIGRA-193-EXIT.
      *
           DISPLAY "******************************************".
           DISPLAY "COMPRUEBE LOS RECUENTOS Y RENOMBRE LOS ".
           DISPLAY "FICHEROS .MIGRADO SOBRE LOS MAESTROS".
           DISPLAY "******************************************".
      *
       5000-MIGRA-EMPRESA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RUTAS DEL FICHERO EN CURSO Y DE SU .MIGRADO             *
      *****************************************************************
      *DEJA LAS DOS RUTAS Y EL RECUENTO A CERO; SI EL FICHERO NO
      *EXISTE LA LLAMADORA LO SALTA CON UN AVISO
       5010-PREPARA-NOMBRES.
           MOVE 0 TO WC-FIC-LEIDOS.
           MOVE 0 TO WC-FIC-MIGRADOS.
           MOVE SPACES TO WS-ASSIGN-ORIGEN.
           MOVE SPACES TO WS-ASSIGN-DESTINO.
           STRING "/home/forma2/cobol/ficheros/" DELIMITED BY SIZE
                  WS-FICHERO-MIGRA               DELIMITED BY SPACE
                  INTO WS-ASSIGN-ORIGEN.
           STRING WS-ASSIGN-ORIGEN               DELIMITED BY SPACE
                  ".migrado"                     DELIMITED BY SIZE
                  INTO WS-ASSIGN-DESTINO.
       5010-PREPARA-NOMBRES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RECUENTO DEL FICHERO EN CURSO                           *
      *****************************************************************
       5020-INFORMA-FICHERO.
           DISPLAY WS-FICHERO-MIGRA " LEIDOS: " WC-FIC-LEIDOS
                   " MIGRADOS: " WC-FIC-MIGRADOS.
       5020-INFORMA-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 77 A 80 BYTES                   *
      *****************************************************************
       5100-MIGRA-77.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-77.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5100-MIGRA-77-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5100-MIGRA-77-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-80.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-77
                GO TO 5100-MIGRA-77-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5110-CONVIERTE-77
              THRU 5110-CONVIERTE-77-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-77.
           CLOSE DESTINO-80.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5100-MIGRA-77-EXIT.
       EXIT.
      *
       5110-CONVIERTE-77.
           READ ORIGEN-77
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5110-CONVIERTE-77-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-77 TO REG-DESTINO-80.
      *
           WRITE REG-DESTINO-80.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5110-CONVIERTE-77-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 87 A 90 BYTES                   *
      *****************************************************************
       5200-MIGRA-87.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-87.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5200-MIGRA-87-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5200-MIGRA-87-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-90.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-87
                GO TO 5200-MIGRA-87-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5210-CONVIERTE-87
              THRU 5210-CONVIERTE-87-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-87.
           CLOSE DESTINO-90.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5200-MIGRA-87-EXIT.
       EXIT.
      *
       5210-CONVIERTE-87.
           READ ORIGEN-87
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5210-CONVIERTE-87-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-87 TO REG-DESTINO-90.
      *
           WRITE REG-DESTINO-90.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5210-CONVIERTE-87-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 43 A 46 BYTES                   *
      *****************************************************************
       5300-MIGRA-43.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-43.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5300-MIGRA-43-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5300-MIGRA-43-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-46.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-43
                GO TO 5300-MIGRA-43-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5310-CONVIERTE-43
              THRU 5310-CONVIERTE-43-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-43.
           CLOSE DESTINO-46.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5300-MIGRA-43-EXIT.
       EXIT.
      *
       5310-CONVIERTE-43.
           READ ORIGEN-43
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5310-CONVIERTE-43-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-43 TO REG-DESTINO-46.
      *
           WRITE REG-DESTINO-46.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5310-CONVIERTE-43-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 105 A 108 BYTES                 *
      *****************************************************************
       5400-MIGRA-105.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-105.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5400-MIGRA-105-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5400-MIGRA-105-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-108.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-105
                GO TO 5400-MIGRA-105-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5410-CONVIERTE-105
              THRU 5410-CONVIERTE-105-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-105.
           CLOSE DESTINO-108.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5400-MIGRA-105-EXIT.
       EXIT.
      *
       5410-CONVIERTE-105.
           READ ORIGEN-105
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5410-CONVIERTE-105-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-105 TO REG-DESTINO-108.
      *
           WRITE REG-DESTINO-108.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5410-CONVIERTE-105-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 111 A 114 BYTES                 *
      *****************************************************************
       5500-MIGRA-111.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-111.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5500-MIGRA-111-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5500-MIGRA-111-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-114.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-111
                GO TO 5500-MIGRA-111-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5510-CONVIERTE-111
              THRU 5510-CONVIERTE-111-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-111.
           CLOSE DESTINO-114.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5500-MIGRA-111-EXIT.
       EXIT.
      *
       5510-CONVIERTE-111.
           READ ORIGEN-111
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5510-CONVIERTE-111-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-111 TO REG-DESTINO-114.
      *
           WRITE REG-DESTINO-114.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5510-CONVIERTE-111-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE UN FICHERO DE 83 A 86 BYTES                   *
      *****************************************************************
       5600-MIGRA-83.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-83.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5600-MIGRA-83-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5600-MIGRA-83-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-86.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-83
                GO TO 5600-MIGRA-83-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5610-CONVIERTE-83
              THRU 5610-CONVIERTE-83-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-83.
           CLOSE DESTINO-86.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5600-MIGRA-83-EXIT.
       EXIT.
      *
       5610-CONVIERTE-83.
           READ ORIGEN-83
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5610-CONVIERTE-83-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *EL REGISTRO ANTIGUO SE CONSERVA TAL CUAL Y LA EMPRESA, AL
      *FINAL, ENTRA EN BLANCO (EL MOVE RELLENA CON ESPACIOS)
           MOVE REG-ORIGEN-83 TO REG-DESTINO-86.
      *
           WRITE REG-DESTINO-86.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5610-CONVIERTE-83-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE LA HISTORIA DE EMPLEADOS DE 179 A 185 BYTES   *
      *****************************************************************
       5700-MIGRA-179.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-179.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5700-MIGRA-179-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5700-MIGRA-179-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-185.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-179
                GO TO 5700-MIGRA-179-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5710-CONVIERTE-179
              THRU 5710-CONVIERTE-179-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-179.
           CLOSE DESTINO-185.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5700-MIGRA-179-EXIT.
       EXIT.
      *
       5710-CONVIERTE-179.
           READ ORIGEN-179
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5710-CONVIERTE-179-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *CADA IMAGEN GANA LA EMPRESA EN BLANCO AL FINAL (EL MOVE
      *RELLENA CON ESPACIOS); EL RESTO DEL REGISTRO NO CAMBIA
           MOVE REG-ORIGEN-179 TO WS-HISTORIA-ANTIGUA.
           MOVE WH-CABECERA          TO WH-NUEVO-CABECERA.
           MOVE WH-IMAGEN-ANTES      TO WH-NUEVO-IMAGEN-ANTES.
           MOVE WH-IMAGEN-DESPUES    TO WH-NUEVO-IMAGEN-DESPUES.
           MOVE WH-APROBADOR         TO WH-NUEVO-APROBADOR.
           MOVE WS-HISTORIA-NUEVA TO REG-DESTINO-185.
      *
           WRITE REG-DESTINO-185.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5710-CONVIERTE-179-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE LOS CAMBIOS PENDIENTES DE 190 A 196 BYTES     *
      *****************************************************************
       5800-MIGRA-190.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-190.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5800-MIGRA-190-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5800-MIGRA-190-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-196.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-190
                GO TO 5800-MIGRA-190-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5810-CONVIERTE-190
              THRU 5810-CONVIERTE-190-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-190.
           CLOSE DESTINO-196.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5800-MIGRA-190-EXIT.
       EXIT.
      *
       5810-CONVIERTE-190.
           READ ORIGEN-190
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5810-CONVIERTE-190-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *CADA IMAGEN GANA LA EMPRESA EN BLANCO AL FINAL (EL MOVE
      *RELLENA CON ESPACIOS); EL RESTO DEL REGISTRO NO CAMBIA
           MOVE REG-ORIGEN-190 TO WS-PENDIENTE-ANTIGUO.
           MOVE WQ-CABECERA          TO WQ-NUEVO-CABECERA.
           MOVE WQ-IMAGEN-ANTES      TO WQ-NUEVO-IMAGEN-ANTES.
           MOVE WQ-IMAGEN-DESPUES    TO WQ-NUEVO-IMAGEN-DESPUES.
           MOVE WQ-FEC-EFECTO        TO WQ-NUEVO-FEC-EFECTO.
           MOVE WS-PENDIENTE-NUEVO TO REG-DESTINO-196.
      *
           WRITE REG-DESTINO-196.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5810-CONVIERTE-190-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CONVIERTE LOS CAMBIOS PROGRAMADOS DE 193 A 199 BYTES    *
      *****************************************************************
       5900-MIGRA-193.
           PERFORM 5010-PREPARA-NOMBRES
              THRU 5010-PREPARA-NOMBRES-EXIT.
           OPEN INPUT ORIGEN-193.
           IF WS-FILE-STATUS-ORI = 35
                DISPLAY "AVISO: NO EXISTE " WS-FICHERO-MIGRA
                        ", NADA QUE CONVERTIR"
                GO TO 5900-MIGRA-193-EXIT
           END-IF.
           IF WS-FILE-STATUS-ORI NOT = 00
                DISPLAY "NO SE PUEDE ABRIR " WS-FICHERO-MIGRA
                        " - FILE STATUS: " WS-FILE-STATUS-ORI
                SET SI-ERROR TO TRUE
                GO TO 5900-MIGRA-193-EXIT
           END-IF.
      *
           OPEN OUTPUT DESTINO-199.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "NO SE PUEDE ABRIR EL FICHERO MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                CLOSE ORIGEN-193
                GO TO 5900-MIGRA-193-EXIT
           END-IF.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 5910-CONVIERTE-193
              THRU 5910-CONVIERTE-193-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE ORIGEN-193.
           CLOSE DESTINO-199.
           PERFORM 5020-INFORMA-FICHERO
              THRU 5020-INFORMA-FICHERO-EXIT.
      *
       5900-MIGRA-193-EXIT.
       EXIT.
      *
       5910-CONVIERTE-193.
           READ ORIGEN-193
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ORI NOT = 00
                IF WS-FILE-STATUS-ORI NOT = 10
                     DISPLAY "ERROR LEYENDO " WS-FICHERO-MIGRA
                             " - FILE STATUS: " WS-FILE-STATUS-ORI
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
                END-IF
                GO TO 5910-CONVIERTE-193-EXIT
           END-IF.
      *
           ADD 1 TO WC-FIC-LEIDOS.
      *
      *CADA IMAGEN GANA LA EMPRESA EN BLANCO AL FINAL (EL MOVE
      *RELLENA CON ESPACIOS); EL RESTO DEL REGISTRO NO CAMBIA
           MOVE REG-ORIGEN-193 TO WS-PROGRAMADO-ANTIGUO.
           MOVE WJ-CABECERA          TO WJ-NUEVO-CABECERA.
           MOVE WJ-IMAGEN-ANTES      TO WJ-NUEVO-IMAGEN-ANTES.
           MOVE WJ-IMAGEN-DESPUES    TO WJ-NUEVO-IMAGEN-DESPUES.
           MOVE WJ-COLA              TO WJ-NUEVO-COLA.
           MOVE WS-PROGRAMADO-NUEVO TO REG-DESTINO-199.
      *
           WRITE REG-DESTINO-199.
           IF WS-FILE-STATUS-DES NOT = 00
                DISPLAY "ERROR ESCRIBIENDO EL MIGRADO - FILE "
                        "STATUS: " WS-FILE-STATUS-DES
                SET SI-ERROR TO TRUE
                SET FIN-FICHERO TO TRUE
           ELSE
                ADD 1 TO WC-FIC-MIGRADOS
           END-IF.
      *
       5910-CONVIERTE-193-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
      *LA OPCION 5 YA HA DADO EL RECUENTO DE CADA FICHERO
           IF NO-ERROR
              AND WS-SYSIN-OPCION NOT = 5
                 DISPLAY "******************************************"
                 DISPLAY "      CONVERSION DE MAESTROS"
                 DISPLAY "******************************************"

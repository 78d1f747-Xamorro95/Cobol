       DATA DIVISION.
       FILE SECTION.
       FD FICEMPLE.
       01  REG-EMPLE                              PIC X(80).
      *
       FD EMP-TRABAJO.
       01  REG-EMP-TRABAJO                        PIC X(80).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(185).
      *
       FD HIS-TRABAJO.
       01  REG-HIS-TRABAJO                        PIC X(185).
      *
       FD NOMINA.
       01  REG-NOMINA                             PIC X(108).
      *
       FD NOM-TRABAJO.
       01  REG-NOM-TRABAJO                        PIC X(108).
      *
       FD ACUMULADO.
       01  REG-ACUMULADO                          PIC X(86).
      *
       FD ACU-TRABAJO.
       01  REG-ACU-TRABAJO                        PIC X(86).
      *
       FD CATALOGO.
       01  REG-CATALOGO-SAL                       PIC X(43).
                  REDEFINES WS-FECHA-LIMITE.
               10  WS-LIM-ANIO                      PIC 9(4).
               10  WS-LIM-MESDIA                    PIC 9(4).
           05  WS-BUFFER-185                        PIC X(185).
           05  WS-BUFFER-108                        PIC X(108).
           05  WS-BUFFER-86                         PIC X(86).
           05  WS-COD-BUSCA                         PIC X(6).
      *
      *****************************************************************
       EXIT.
      *
       4010-TRATA-HISTORIA.
           READ HISTORIA INTO WS-BUFFER-185
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-HIS NOT = 00
                IF WS-FILE-STATUS-HIS NOT = 10
           END-IF.
      *
      *EL CODIGO VIAJA EN LAS DOS IMAGENES (POSICIONES 22-27 DE LA
      *ANTERIOR Y 102-107 DE LA POSTERIOR)
           MOVE WS-BUFFER-185(22:6) TO WS-COD-BUSCA.
           PERFORM 2500-BUSCA-PURGA
              THRU 2500-BUSCA-PURGA-EXIT.
           IF CODIGO-FUERA-PURGA
                MOVE WS-BUFFER-185(102:6) TO WS-COD-BUSCA
                PERFORM 2500-BUSCA-PURGA
                   THRU 2500-BUSCA-PURGA-EXIT
           END-IF.
           IF CODIGO-EN-PURGA
                ADD 1 TO WC-HISTORIA-RETIRADOS
           ELSE
                WRITE REG-HIS-TRABAJO FROM WS-BUFFER-185
                IF WS-FILE-STATUS-HTR NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
       EXIT.
      *
       4110-COPIA-HISTORIA.
           READ HIS-TRABAJO INTO WS-BUFFER-185
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-HTR = 00
                WRITE REG-HISTORIA FROM WS-BUFFER-185
                IF WS-FILE-STATUS-HIS NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
       EXIT.
      *
       5010-TRATA-NOMINA.
           READ NOMINA INTO WS-BUFFER-108
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-NOM NOT = 00
                IF WS-FILE-STATUS-NOM NOT = 10
                GO TO 5010-TRATA-NOMINA-EXIT
           END-IF.
      *
           MOVE WS-BUFFER-108(1:6) TO WS-COD-BUSCA.
           PERFORM 2500-BUSCA-PURGA
              THRU 2500-BUSCA-PURGA-EXIT.
      *
           IF CODIGO-EN-PURGA
                ADD 1 TO WC-NOMINA-RETIRADOS
           ELSE
                WRITE REG-NOM-TRABAJO FROM WS-BUFFER-108
                IF WS-FILE-STATUS-NTR NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
       EXIT.
      *
       5110-COPIA-NOMINA.
           READ NOM-TRABAJO INTO WS-BUFFER-108
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-NTR = 00
                WRITE REG-NOMINA FROM WS-BUFFER-108
                IF WS-FILE-STATUS-NOM NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
       EXIT.
      *
       6010-TRATA-ACUMULADO.
           READ ACUMULADO INTO WS-BUFFER-86
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ACU NOT = 00
                IF WS-FILE-STATUS-ACU NOT = 10
                GO TO 6010-TRATA-ACUMULADO-EXIT
           END-IF.
      *
           MOVE WS-BUFFER-86(1:6) TO WS-COD-BUSCA.
           PERFORM 2500-BUSCA-PURGA
              THRU 2500-BUSCA-PURGA-EXIT.
      *
           IF CODIGO-EN-PURGA
                ADD 1 TO WC-ACUM-RETIRADOS
           ELSE
                WRITE REG-ACU-TRABAJO FROM WS-BUFFER-86
                IF WS-FILE-STATUS-ATR NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE
       EXIT.
      *
       6110-COPIA-ACUMULADO.
           READ ACU-TRABAJO INTO WS-BUFFER-86
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-ATR = 00
                WRITE REG-ACUMULADO FROM WS-BUFFER-86
                IF WS-FILE-STATUS-ACU NOT = 00
                     SET SI-ERROR TO TRUE
                     SET FIN-FICHERO TO TRUE

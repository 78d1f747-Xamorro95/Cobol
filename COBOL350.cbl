      * SALARIAL ANUAL DE CADA DEPARTAMENTO, QUE EL CONTROL           *
      * PRESUPUESTARIO COMPARA CONTRA LOS DATOS REALES DEL MAESTRO    *
      * DE EMPLEADOS                                                  *
      *                                                               *
      * CADA DEPARTAMENTO PERTENECE A UNA EMPRESA DEL GRUPO, QUE SE    *
      * PIDE EN EL ALTA Y SE VALIDA CONTRA FICHERO.EMPRESAS (COPY     *
      * EMPREPR); EN BLANCO ES LA EMPRESA PRINCIPAL. LA EMPRESA NO    *
      * SE MODIFICA: UN DEPARTAMENTO QUE PASA A OTRA SOCIEDAD SE DA   *
      * DE ALTA CON OTRO CODIGO. LAS IMAGENES DE LA HISTORIA Y DE LOS *
      * CAMBIOS PENDIENTES SIGUEN SIENDO LOS 43 BYTES ANTERIORES A LA *
      * EMPRESA                                                       *
      *                                                               *
      * CADA ALTA, MODIFICACION O BAJA SE REPLICA EN EL ACTO EN EL    *
      * MAESTRO INDEXADO FICHERO.DEPARTAMENTO.INDEXADO (CARGADO POR   *
      * COBOL351), QUE ES EL QUE CONSULTAN LOS DEMAS PROGRAMAS A      *
      * TRAVES DE LA RUTINA COMUN RUTDEPAR. LA TABLA DE TRABAJO YA NO *
      * TIENE LIMITE DE 24 DEPARTAMENTOS: CRECE CON EL FICHERO HASTA  *
      * 999 ENTRADAS                                                  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL350.
           "/home/forma2/cobol/ficheros/fichero.departamento.historia"
             FILE STATUS IS WS-FILE-STATUS-HIST.
      *
      *MAESTRO INDEXADO DE DEPARTAMENTOS: CADA CAMBIO APLICADO AQUI SE
      *REPLICA EN EL ACTO SOBRE LA COPIA INDEXADA QUE CONSULTA LA
      *RUTINA RUTDEPAR; LA RECARGA DE COBOL351 QUEDA COMO
      *COMPROBACION SEMANAL
           SELECT MAESTRO-IDX
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.departamento.indexado"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS MI-CODIGO
             FILE STATUS IS WS-FILE-STATUS-IDX.
      *
      *CAMBIOS SENSIBLES PENDIENTES DE APROBACION: UN CAMBIO DE
      *PLANTILLA O DE PRESUPUESTO NO SE APLICA AQUI, SE ENCOLA CON
      *SUS IMAGENES Y LO APRUEBA O RECHAZA OTRO OPERADOR CON
      *MAESTRO DE OPERADORES AUTORIZADOS (VER COPY OPERPR)
           COPY OPERFC.
      *
      *MAESTRO DE EMPRESAS DEL GRUPO (VER COPY EMPREPR)
           COPY EMPREFC.
      *
      *****************************************************************
      * DATA DIVISION                                                 *
      *****************************************************************
      *                                                               *
       FILE SECTION.
       FD FICDEPT.
       01  REG-DEPART                             PIC X(46).
      *
       FD FICTRABAJO.
       01  REG-DEPART-TRABAJO                     PIC X(46).
      *
       FD HISTORIA.
       01  REG-HISTORIA                           PIC X(111).
      *
       FD MAESTRO-IDX.
       01  REG-MAESTRO-IDX.
           05  MI-CODIGO                          PIC X(3).
           05  FILLER                             PIC X(43).
      *
       FD PENDIENTES.
       01  REG-PENDIENTE                          PIC X(196).
      *
       COPY CERROJFD.
      *
       COPY OPERFD.
      *
       COPY EMPREFD.
      *                                                               *
      *****************************************************************
      * WORKING STORAGE SECTION                                       *
      *LA TABLA SE CARGA DESDE FICHERO.DEPARTAMENTO EN 1010-CARGA-TABLA;
      *LOS VALUE DE COPY_COD_DEPART SE SIEMBRAN EN 1008-CARGA-DEFECTO
      *COMO TABLA POR DEFECTO (CON PLANTILLA Y PRESUPUESTO A CERO) SI
      *EL FICHERO NO EXISTE O NO SE PUEDE ABRIR. LA TABLA TIENE TANTAS
      *ENTRADAS COMO DEPARTAMENTOS (OCCURS DEPENDING ON WC-NUM-DEPART,
      *HASTA 999), DE MODO QUE EL SEARCH ALL SOLO RECORRE LAS
      *CARGADAS Y NO HAY POSICIONES SOBRANTES QUE LIMPIAR.
      *EL REGISTRO DEL MAESTRO LLEVA, ADEMAS DEL CODIGO Y EL NOMBRE,
      *LA PLANTILLA AUTORIZADA Y EL PRESUPUESTO SALARIAL ANUAL DEL
      *DEPARTAMENTO (REGISTRO DE 43 BYTES), Y AL FINAL LA EMPRESA DEL
      *GRUPO A LA QUE PERTENECE (46 BYTES; EN BLANCO, LA PRINCIPAL)
       01  WS-TABLA-DEFECTO.
           COPY COPY_COD_DEPART.
           05 WS-REG-DEFECTO REDEFINES WS-DATOS-TABLA
      *
       01  WT-TABLA-DEPART.
           05 WT-REG-TABLA
              OCCURS 1 TO 999 TIMES
              DEPENDING ON WC-NUM-DEPART
              ASCENDING KEY IS WT-CODIGO-DEPART
              INDEXED BY I, J.
                10 WT-CODIGO-DEPART              PIC X(3).
                10 WT-NOMBRE-DEPART              PIC X(22).
                10 WT-PLANTILLA-AUT              PIC 9(5).
                10 WT-PRESUPUESTO                PIC 9(11)V99.
                10 WT-EMPRESA-DEPART             PIC X(3).
      *
      *****************************************************************
      *               REGISTRO DE HISTORIA DE CAMBIOS                 *
           05  WQ-HORA                  PIC 9(8).
           05  WQ-AUTOR                 PIC X(4).
           05  WQ-CLAVE                 PIC X(6).
           05  WQ-IMAGEN-ANTES          PIC X(80).
           05  WQ-IMAGEN-DESPUES        PIC X(80).
      *FECHA DESDE LA QUE SURTE EFECTO EL CAMBIO (PARA LOS ATRASOS)
           05  WQ-FEC-EFECTO            PIC 9(8).
      *
      *****************************************************************
      *               CERROJO DE USO                                  *
       COPY OPERWS.
      *
      *****************************************************************
      *               MAESTRO DE EMPRESAS                             *
      *****************************************************************
       COPY COPYEMPRESA.
       COPY EMPREWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-CODIGO-VALIDO                   PIC X VALUE "S".
                88 CODIGO-VALIDO                   VALUE "S".
                88 CODIGO-INVALIDO                 VALUE "N".
           05  SW-SINCRONIZA                      PIC X VALUE "N".
                88 SINCRONIZA-ACTIVO               VALUE "S".
                88 SINCRONIZA-INACTIVO             VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-NUM-DEPART                      PIC 9(3) VALUE 0.
           05 WC-MAX-DEPART                      PIC 9(3) VALUE 999.
           05 WC-REG-TRABAJO                     PIC 9(4) VALUE 0.
           05 WC-ENCOLADOS                       PIC 9(4) VALUE 0.
      *
           05 WS-FILE-STATUS-TRA                 PIC XX.
           05 WS-FILE-STATUS-HIST                PIC XX.
           05 WS-FILE-STATUS-PEN                 PIC XX.
           05 WS-FILE-STATUS-IDX                 PIC XX.
      *REGISTRO LEIDO DEL MAESTRO ANTES DE PASARLO A LA TABLA, Y
      *REGISTRO QUE SE REPLICA EN EL MAESTRO INDEXADO
           05 WS-DEPART-LEIDO                    PIC X(46).
           05 WS-REG-SINCRO                      PIC X(46).
           05 WS-IMAGEN-ANTES                    PIC X(46).
           05 WS-PLANTILLA-ANTES                 PIC 9(5).
           05 WS-PRESUP-ANTES                    PIC 9(11)V99.
           05 WS-SYSIN-EMPRESA                   PIC X(3).
           05 WS-FICHERO-ERROR                   PIC X(20).
           05 WS-PARRAFO-ERROR                   PIC X(20).
           05 WS-OPERACION-ERROR                 PIC X(5).
                STOP RUN
           END-IF.
      *
      *CARGAMOS EL MAESTRO DE EMPRESAS: SIN EL NO SE PUEDE VALIDAR
      *LA EMPRESA DE UN DEPARTAMENTO NI RESOLVER LA PRINCIPAL
           PERFORM 9970-CARGA-EMPRESAS
              THRU 9970-CARGA-EMPRESAS-EXIT.
           IF EMP-CARGA-ERROR
                DISPLAY "NO SE PUEDE CARGAR FICHERO.EMPRESAS (FILE "
                        "STATUS " WS-FILE-STATUS-EMR ")"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *SEMBRAMOS LA TABLA DE TRABAJO CON LOS VALORES POR DEFECTO DE
      *COPY_COD_DEPART (PLANTILLA Y PRESUPUESTO A CERO); LA CARGA DEL
      *FICHERO, SI EXISTE, LA SUSTITUYE ENTRADA A ENTRADA
           MOVE 24 TO WC-NUM-DEPART.
           PERFORM 1008-CARGA-DEFECTO
              THRU 1008-CARGA-DEFECTO-EXIT
              VARYING I FROM 1 BY 1
      *CARGAMOS LA TABLA DE DEPARTAMENTOS DESDE EL FICHERO MAESTRO
           PERFORM 1010-CARGA-TABLA
              THRU 1010-CARGA-TABLA-EXIT.
      *
      *ABRIMOS EL MAESTRO INDEXADO PARA REPLICAR LOS CAMBIOS EN EL
      *MOMENTO EN QUE SE APLICAN
           PERFORM 1030-ABRE-INDEXADO
              THRU 1030-ABRE-INDEXADO-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
           MOVE WS-REG-DEFECTO(I)(4:22) TO WT-NOMBRE-DEPART(I).
           MOVE 0 TO WT-PLANTILLA-AUT(I).
           MOVE 0 TO WT-PRESUPUESTO(I).
           MOVE SPACES TO WT-EMPRESA-DEPART(I).
       1008-CARGA-DEFECTO-EXIT.
       EXIT.
      *
                DISPLAY "AVISO: NO SE ENCUENTRA " LT-FICHERO1
                DISPLAY "       SE UTILIZA LA TABLA DE DEPARTAMENTOS "
                DISPLAY "       POR DEFECTO"
                GO TO 1010-CARGA-TABLA-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = 00
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *LEEMOS EL FICHERO ENTERO: LA TABLA POR DEFECTO SE DESCARTA Y
      *LA TABLA QUEDA CON TANTAS ENTRADAS COMO REGISTROS TENGA
           MOVE 0 TO WC-NUM-DEPART.
           PERFORM 1011-LEE-DEPART
              THRU 1011-LEE-DEPART-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE FICDEPT.
      *
           IF WC-REG-TRABAJO > WC-NUM-DEPART
                DISPLAY "EL MAESTRO TIENE " WC-NUM-DEPART
      **       LEE UNA ENTRADA DEL FICHERO DE DEPARTAMENTOS           * *
      ***************************************************************** *
       1011-LEE-DEPART.
           READ FICDEPT INTO WS-DEPART-LEIDO
              AT END SET FIN-FICHERO TO TRUE.
      *
      *UN MAESTRO CON MAS DEPARTAMENTOS DE LOS QUE CABEN EN LA TABLA
      *NO SE PUEDE MANTENER SIN PERDER LOS SOBRANTES AL REGRABAR:
      *NOS DETENEMOS SIN TOCAR NADA
           IF WS-FILE-STATUS = 00
                IF WC-NUM-DEPART >= WC-MAX-DEPART
                     DISPLAY "FICHERO.DEPARTAMENTO TIENE MAS DE "
                             WC-MAX-DEPART " DEPARTAMENTOS - "
                             "MANTENIMIENTO DETENIDO"
                     CLOSE FICDEPT
                     MOVE 12 TO RETURN-CODE
                     PERFORM 9550-SUELTA-CERROJO
                        THRU 9550-SUELTA-CERROJO-EXIT
                     STOP RUN
                END-IF
                ADD 1 TO WC-NUM-DEPART
                MOVE WS-DEPART-LEIDO TO WT-REG-TABLA(WC-NUM-DEPART)
           ELSE
                IF WS-FILE-STATUS NOT = 10
                     MOVE LT-FICHERO1 TO WS-FICHERO-ERROR
       EXIT.
      *
      ***************************************************************** *
      **       APERTURA DEL MAESTRO INDEXADO PARA LA SINCRONIA        * *
      ***************************************************************** *
       1030-ABRE-INDEXADO.
           OPEN I-O MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 00
                SET SINCRONIZA-ACTIVO TO TRUE
           ELSE
                SET SINCRONIZA-INACTIVO TO TRUE
                DISPLAY "AVISO: MAESTRO INDEXADO NO DISPONIBLE "
                        "(FILE STATUS " WS-FILE-STATUS-IDX ") - "
                        "LANCE COBOL351 PARA RECARGARLO"
           END-IF.
       1030-ABRE-INDEXADO-EXIT.
       EXIT.
      *
      *****************************************************
                      MOVE WT-PRESUPUESTO(I) TO WS-PRESUP-EDIT
                      DISPLAY "PRESUPUESTO ANUAL:      "
                           WS-PRESUP-EDIT
                      MOVE WT-EMPRESA-DEPART(I) TO WEM-BUSCA-CODIGO
                      PERFORM 9975-BUSCA-EMPRESA
                         THRU 9975-BUSCA-EMPRESA-EXIT
                      IF EMP-ENCONTRADA
                           DISPLAY "EMPRESA:                "
                                WEM-CODIGO " " WEM-NOMBRE
                      ELSE
                           DISPLAY "EMPRESA:                "
                                WT-EMPRESA-DEPART(I)
                                " (NO ESTA EN EL MAESTRO)"
                      END-IF
                END-SEARCH
           END-IF.
      *
      * ALTA DE UN NUEVO DEPARTAMENTO                     *
      *****************************************************
       3200-ALTA.
           IF WC-NUM-DEPART >= WC-MAX-DEPART
                DISPLAY "TABLA DE DEPARTAMENTOS LLENA, NO SE PUEDE "
                DISPLAY "DAR DE ALTA"
                GO TO 3200-ALTA-EXIT
           IF WS-SYSIN-PRESUP NOT NUMERIC
                MOVE 0 TO WS-SYSIN-PRESUP-N
           END-IF.
      *
      *EMPRESA DEL GRUPO: EN BLANCO LA PRINCIPAL; SE GRABA SIEMPRE EL
      *CODIGO RESUELTO PARA QUE EL ALTA NO DEPENDA DEL ORDEN DEL
      *MAESTRO DE EMPRESAS
           DISPLAY "EMPRESA (3 CARACTERES, BLANCO=PRINCIPAL): "
           ACCEPT WS-SYSIN-EMPRESA FROM SYSIN.
           MOVE WS-SYSIN-EMPRESA TO WEM-BUSCA-CODIGO.
           PERFORM 9975-BUSCA-EMPRESA
              THRU 9975-BUSCA-EMPRESA-EXIT.
           IF EMP-NO-ENCONTRADA
                DISPLAY "EMPRESA " WS-SYSIN-EMPRESA
                        " NO EXISTE, ALTA CANCELADA"
                GO TO 3200-ALTA-EXIT
           END-IF.
      *
           PERFORM 3210-INSERTA-ORDENADO
              THRU 3210-INSERTA-ORDENADO-EXIT.
           MOVE WT-REG-TABLA(J) TO WS-REG-SINCRO.
      *
      *EL ALTA NO TIENE IMAGEN ANTERIOR: SE GRABA EN BLANCO. LA
      *IMAGEN DE LA HISTORIA SON LOS 43 BYTES SIN LA EMPRESA
           MOVE SPACES TO WS-IMAGEN-ANTES.
           MOVE "A" TO WH-TIPO.
           MOVE SPACES TO WH-IMAGEN-DESPUES.
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           PERFORM 3700-SINCRONIZA-INDEXADO
              THRU 3700-SINCRONIZA-INDEXADO-EXIT.
      *
       3200-ALTA-EXIT.
       EXIT.
              UNTIL J > WC-NUM-DEPART
                 OR WT-CODIGO-DEPART(J) > WS-NUEVO-CODIGO.
      *
      *LA TABLA CRECE PRIMERO UNA ENTRADA Y DESPUES DESPLAZAMOS UNA
      *POSICION HACIA ABAJO TODAS LAS ENTRADAS DESDE EL FINAL DE LA
      *TABLA HASTA LA POSICION DE INSERCION
           ADD 1 TO WC-NUM-DEPART.
           PERFORM 3212-DESPLAZA-ABAJO
              THRU 3212-DESPLAZA-ABAJO-EXIT
              VARYING I FROM WC-NUM-DEPART BY -1
              UNTIL I <= J.
      *
           MOVE WS-NUEVO-CODIGO TO WT-CODIGO-DEPART(J).
           MOVE WS-NUEVO-NOMBRE TO WT-NOMBRE-DEPART(J).
           MOVE WS-SYSIN-PLANTILLA-N TO WT-PLANTILLA-AUT(J).
           MOVE WS-SYSIN-PRESUP-N TO WT-PRESUPUESTO(J).
           MOVE WEM-CODIGO TO WT-EMPRESA-DEPART(J).
      *
       3210-INSERTA-ORDENADO-EXIT.
       EXIT.
       EXIT.
      *
       3212-DESPLAZA-ABAJO.
           MOVE WT-REG-TABLA(I - 1) TO WT-REG-TABLA(I).
       3212-DESPLAZA-ABAJO-EXIT.
       EXIT.
      *
      *
           MOVE "M" TO WH-TIPO.
           MOVE WT-REG-TABLA(I) TO WH-IMAGEN-DESPUES.
           MOVE WT-REG-TABLA(I) TO WS-REG-SINCRO.
           PERFORM 3600-GRABA-HISTORIA
              THRU 3600-GRABA-HISTORIA-EXIT.
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           PERFORM 3700-SINCRONIZA-INDEXADO
              THRU 3700-SINCRONIZA-INDEXADO-EXIT.
      *
       3300-MODIFICAR-EXIT.
       EXIT.
           MOVE "M" TO WQ-TIPO.
           ACCEPT WQ-FECHA FROM DATE YYYYMMDD.
           ACCEPT WQ-HORA FROM TIME.
           MOVE WQ-FECHA TO WQ-FEC-EFECTO.
           MOVE WS-OPER-CODIGO TO WQ-AUTOR.
           MOVE SPACES TO WQ-CLAVE.
           MOVE WS-SYSIN TO WQ-CLAVE(1:3).
      *
           PERFORM 3500-GRABA-FICHERO
              THRU 3500-GRABA-FICHERO-EXIT.
           PERFORM 3710-BORRA-INDEXADO
              THRU 3710-BORRA-INDEXADO-EXIT.
      *
       3400-BAJA-EXIT.
       EXIT.
       3600-GRABA-HISTORIA-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       REPLICA EL CAMBIO EN CURSO EN EL MAESTRO INDEXADO      * *
      ***************************************************************** *
      *LA LLAMADORA DEJA EL REGISTRO FINAL EN WS-REG-SINCRO; SE
      *INTENTA LA REGRABACION Y, SI LA CLAVE NO EXISTIA TODAVIA, EL
      *ALTA. UN FALLO AQUI NO DETIENE EL MANTENIMIENTO: EL INDEXADO
      *QUEDA PARA LA RECARGA DE COBOL351 Y SE AVISA
       3700-SINCRONIZA-INDEXADO.
           IF SINCRONIZA-INACTIVO
                GO TO 3700-SINCRONIZA-INDEXADO-EXIT
           END-IF.
      *
           MOVE WS-REG-SINCRO TO REG-MAESTRO-IDX.
           REWRITE REG-MAESTRO-IDX.
           IF WS-FILE-STATUS-IDX = 23
                WRITE REG-MAESTRO-IDX
           END-IF.
           IF WS-FILE-STATUS-IDX NOT = 00
                DISPLAY "AVISO: INDEXADO NO SINCRONIZADO PARA "
                     MI-CODIGO " (FILE STATUS "
                     WS-FILE-STATUS-IDX ") - LANCE COBOL351"
           END-IF.
      *
       3700-SINCRONIZA-INDEXADO-EXIT.
       EXIT.
      *
      ***************************************************************** *
      **       BORRA DEL INDEXADO EL DEPARTAMENTO DADO DE BAJA        * *
      ***************************************************************** *
      *LA CLAVE SALE DE LA IMAGEN ANTERIOR DE LA BAJA; UNA CLAVE QUE
      *YA NO ESTABA EN EL INDEXADO (23) NO ES UN ERROR
       3710-BORRA-INDEXADO.
           IF SINCRONIZA-INACTIVO
                GO TO 3710-BORRA-INDEXADO-EXIT
           END-IF.
      *
           MOVE WS-IMAGEN-ANTES(1:3) TO MI-CODIGO.
           DELETE MAESTRO-IDX RECORD.
           IF WS-FILE-STATUS-IDX NOT = 00
              AND WS-FILE-STATUS-IDX NOT = 23
                DISPLAY "AVISO: INDEXADO NO SINCRONIZADO PARA "
                     MI-CODIGO " (FILE STATUS "
                     WS-FILE-STATUS-IDX ") - LANCE COBOL351"
           END-IF.
      *
       3710-BORRA-INDEXADO-EXIT.
       EXIT.
      *
      *****************************************************
      * FIN                                               *
      *****************************************************
       8000-FIN.
           CLOSE HISTORIA.
           IF SINCRONIZA-ACTIVO
                CLOSE MAESTRO-IDX
           END-IF.
      *SOLTAMOS EL CERROJO DEL MAESTRO SI LO TENIAMOS TOMADO
           PERFORM 9550-SUELTA-CERROJO
              THRU 9550-SUELTA-CERROJO-EXIT.
      * IDENTIFICACION DE OPERADOR                                    *
      *****************************************************************
       COPY OPERPR.
      *
      *****************************************************************
      * MAESTRO DE EMPRESAS                                           *
      *****************************************************************
       COPY EMPREPR.

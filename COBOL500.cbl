      *  COMPLETO DE SIEMPRE. LA BASE SE REGRABA AL FINAL DE CADA     *
      *  PASADA, COMPLETA O DELTA                                     *
      *                                                               *
      *  LA EMPRESA DEL GRUPO SIGUE LA MISMA REGLA QUE EL             *
      *  DEPARTAMENTO (RRHH, SI NO NOMINA, SI NO FICHAJE)             *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL500.
       DATA DIVISION.
       FILE SECTION.
       FD FICHEROA-ENTRADA.
       01  REG-EMPLE-ENTRADA                       PIC X(80).
      *
       FD FICHEROA.
       01  REG-EMPLE                              PIC X(80).
      *
       SD SD-FICHEROA.
       01  SD-REG-EMPLE.
           05  SD-CODIGO-A                         PIC X(6).
           05  FILLER                              PIC X(74).
      *
       FD FICHEROB-ENTRADA.
       01  REG-EMPLE-CRUCE-ENTRADA                 PIC X(80).
      *
       FD FICHEROB.
       01  REG-EMPLE-CRUCE                        PIC X(80).
      *
       SD SD-FICHEROB.
       01  SD-REG-EMPLE-CRUCE.
           05  SD-CODIGO-B                         PIC X(6).
           05  FILLER                              PIC X(74).
      *
       FD FICHEROC-ENTRADA.
       01  REG-EMPLE-RRHH-ENTRADA                  PIC X(80).
      *
       FD FICHEROC.
       01  REG-EMPLE-RRHH                         PIC X(80).
      *
       SD SD-FICHEROC.
       01  SD-REG-EMPLE-RRHH.
           05  SD-CODIGO-C                         PIC X(6).
           05  FILLER                              PIC X(74).
      *
       FD SALIDA1.
       01  REG-SALIDA1                            PIC X(55).
      *
       FD SALIDA2.
       01  REG-SALIDA2                            PIC X(80).
      *
       FD SALIDA3.
       01  REG-SALIDA3                            PIC X(80).
      *
       FD SALIDA4.
       01  REG-SALIDA4                            PIC X(80).
      *
       FD SALIDA5.
       01  REG-SALIDA5                            PIC X(80).
      *
       FD INFORME.
       01  REG-INFORME                            PIC X(132).
      *
       FD BASE.
       01  REG-BASE                               PIC X(80).
      *
       FD MOVS-DIA.
       01  REG-MOV-DIA                            PIC X(81).
      *
       COPY ERRAUDFD.
      *
                88  WS-EMPLE-EST-BAJA          VALUE "B".
           05  WS-EMPLE-FEC-ALTA                PIC 9(8).
           05  WS-EMPLE-FEC-BAJA                PIC 9(8).
           05  WS-EMPLE-EMPRESA                 PIC X(3).
      *
      *FICHERO ENTRADA B (FICHAJE)
       01  WS-REG-CRUCE-EMPLEADO.
           05  WS-EMPLE-CRUCE-ESTADO                  PIC X(1).
           05  WS-EMPLE-CRUCE-FEC-ALTA                PIC 9(8).
           05  WS-EMPLE-CRUCE-FEC-BAJA                PIC 9(8).
           05  WS-EMPLE-CRUCE-EMPRESA                 PIC X(3).
      *
      *FICHERO ENTRADA C (RRHH)
       01  WS-REG-RRHH-EMPLEADO.
           05  WS-EMPLE-RRHH-ESTADO                   PIC X(1).
           05  WS-EMPLE-RRHH-FEC-ALTA                 PIC 9(8).
           05  WS-EMPLE-RRHH-FEC-BAJA                 PIC 9(8).
           05  WS-EMPLE-RRHH-EMPRESA                  PIC X(3).
      *
      *****************************************************************
      *               VARIABLES  FICHERO SALIDA                       *
           05  WC-DIFIERE-SALARIO               PIC X VALUE "N".
           05  WC-DIFIERE-COMISION              PIC X VALUE "N".
      *
      *REGISTRO CONSOLIDADO (MISMO LAYOUT DE 80 BYTES QUE EL MAESTRO)
      *CONSTRUIDO POR LAS REGLAS DE SUPERVIVENCIA DE 3120-CONSOLIDA-
      *REGISTRO Y GRABADO EN SALIDA5
       01  WS-REG-CONSOLIDADO.
           05  WS-CONSOL-ESTADO                 PIC X(1).
           05  WS-CONSOL-FEC-ALTA               PIC 9(8).
           05  WS-CONSOL-FEC-BAJA               PIC 9(8).
           05  WS-CONSOL-EMPRESA                PIC X(3).
      *
      *AREA DE EXAMEN DE UNA FUENTE PARA EL INFORME DE SUPERVIVENCIA:
      *3130-INFORMA-OVERRIDES CARGA AQUI CADA FUENTE PRESENTE Y
      *BUFFER DE VERIFICACION DEL ENVOLTORIO: CADA REGISTRO LEIDO SE
      *EXAMINA POR SUS TRES PRIMERAS POSICIONES (CAB/FIN/DETALLE) Y
      *LA COLA SE DESCOMPONE CON EL REDEFINES
       01  WS-ENV-BUFFER                         PIC X(80).
       01  WS-ENV-BUFFER-R REDEFINES WS-ENV-BUFFER.
           05  WS-ENV-R-TIPO                     PIC X(3).
           05  WS-ENV-R-CONTADOR                 PIC 9(7).
      *REGISTRO PUEDE DESCARTARSE COMO "CAB" Y SOLO EL ULTIMO COMO
      *"FIN" - UN DETALLE CUYO CODIGO EMPIECE POR ESAS LETRAS EN
      *MEDIO DEL FICHERO YA NO SE PIERDE (VER 1051/1053)
       01  WS-ENV-PENDIENTE                      PIC X(80).
      *
      *****************************************************************
      *               MODO DELTA                                      *
      *****************************************************************
      *REGISTRO DE LA BASE Y SU DESGLOSE PARA EL HASH DE SALARIOS
       01  WS-REG-BASE                           PIC X(80).
       01  WS-REG-BASE-R REDEFINES WS-REG-BASE.
           05  FILLER                            PIC X(37).
           05  WS-BASE-SALARIO                   PIC S9(9)V99.
      *IMAGEN COMPLETA DEL REGISTRO DE LA BASE, PARA QUE 1025 PUEDA
      *DETECTAR LOS CAMBIOS DE LA FUENTE A QUE NO PASAN POR EL
      *FICHERO DE MOVIMIENTOS
                10  WT-IMG-BASE         PIC X(80).
      *
      *****************************************************************
      *               SWITCHES                                        *
      *REGLAS DE SUPERVIVENCIA POR CAMPO, ACORDADAS CON NEGOCIO:
      *  - NOMBRE, INICIAL Y APELLIDO: DE RRHH (C) SI ESTA PRESENTE,
      *    SI NO DE NOMINA (A), SI NO DE FICHAJE (B)
      *  - DEPT Y EMPRESA: DE RRHH (C) SI ESTA PRESENTE, SI NO DE
      *    NOMINA (A), SI NO DE FICHAJE (B)
      *  - SALARIO, COMISION Y TIPO-REG: DE NOMINA (A) SI ESTA
      *    PRESENTE, SI NO DE RRHH (C), SI NO DE FICHAJE (B)
      *  - ESTADO Y FEC-BAJA: DE LA MISMA FUENTE QUE LA IDENTIDAD
                MOVE WS-EMPLE-RRHH-INICIAL   TO WS-CONSOL-INICIAL
                MOVE WS-EMPLE-RRHH-APELLIDO  TO WS-CONSOL-APELLIDO
                MOVE WS-EMPLE-RRHH-DEPT      TO WS-CONSOL-DEPT
                MOVE WS-EMPLE-RRHH-EMPRESA   TO WS-CONSOL-EMPRESA
                MOVE WS-EMPLE-RRHH-ESTADO    TO WS-CONSOL-ESTADO
                MOVE WS-EMPLE-RRHH-FEC-BAJA  TO WS-CONSOL-FEC-BAJA
           ELSE
                     MOVE WS-EMPLE-INICIAL   TO WS-CONSOL-INICIAL
                     MOVE WS-EMPLE-APELLIDO  TO WS-CONSOL-APELLIDO
                     MOVE WS-EMPLE-DEPT      TO WS-CONSOL-DEPT
                     MOVE WS-EMPLE-EMPRESA   TO WS-CONSOL-EMPRESA
                     MOVE WS-EMPLE-ESTADO    TO WS-CONSOL-ESTADO
                     MOVE WS-EMPLE-FEC-BAJA  TO WS-CONSOL-FEC-BAJA
                ELSE
                       TO WS-CONSOL-APELLIDO
                     MOVE WS-EMPLE-CRUCE-DEPT
                       TO WS-CONSOL-DEPT
                     MOVE WS-EMPLE-CRUCE-EMPRESA
                       TO WS-CONSOL-EMPRESA
                     MOVE WS-EMPLE-CRUCE-ESTADO
                       TO WS-CONSOL-ESTADO
                     MOVE WS-EMPLE-CRUCE-FEC-BAJA

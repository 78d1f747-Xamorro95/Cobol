      *****************************************************************
      *               COPY EMPREWS                                    *
      *               VARIABLES DEL MAESTRO DE EMPRESAS. EL PROGRAMA  *
      *               COPIA TAMBIEN COPYEMPRESA (EL REGISTRO DE       *
      *               TRABAJO). LA TABLA SE CARGA UNA VEZ CON         *
      *               9970-CARGA-EMPRESAS; 9975-BUSCA-EMPRESA DEJA EN *
      *               WS-REG-EMPRESA LA EMPRESA WEM-BUSCA-CODIGO. UN  *
      *               CODIGO EN BLANCO ES EL DE LOS REGISTROS         *
      *               ANTERIORES A LA EMPRESA Y SE RESUELVE A LA      *
      *               PRINCIPAL (LA PRIMERA DEL MAESTRO); UN CODIGO   *
      *               QUE NO ESTA EN EL MAESTRO DEVUELVE              *
      *               EMP-NO-ENCONTRADA (VER COPY EMPREPR)            *
      *****************************************************************
       01  WT-TABLA-EMPRESAS.
           05  WEM-NUM-EMPRESAS                 PIC 9(2) VALUE 0.
           05  WEM-REG-TABLA OCCURS 1 TO 50 TIMES
                  DEPENDING ON WEM-NUM-EMPRESAS
                  INDEXED BY IEM                PIC X(100).
      *
       01  WS-EMPRESA-CONTROL.
           05  WS-FILE-STATUS-EMR               PIC XX.
      *DATO DE ENTRADA: LA LLAMADORA LO DEJA AQUI ANTES DE 9975
           05  WEM-BUSCA-CODIGO                 PIC X(3).
      *POSICION EN LA TABLA DE LA ULTIMA EMPRESA ENCONTRADA, PARA LAS
      *LLAMADORAS QUE ACUMULAN EN TABLAS PARALELAS POR EMPRESA
           05  WEM-POSICION                     PIC 9(2).
      *CAMPOS DE TRABAJO
           05  WEM-DESCARTADAS                  PIC 9(2) VALUE 0.
           05  SW-EMR-FIN                       PIC X VALUE "N".
                88  FIN-EMPRESAS                VALUE "S".
                88  NO-FIN-EMPRESAS             VALUE "N".
           05  SW-EMR-ENCONTRADA                PIC X VALUE "N".
                88  EMP-ENCONTRADA              VALUE "S".
                88  EMP-NO-ENCONTRADA           VALUE "N".
           05  SW-EMR-CARGA                     PIC X VALUE "S".
                88  EMP-CARGA-OK                VALUE "S".
                88  EMP-CARGA-ERROR             VALUE "N".

      *****************************************************************
      *           PROGRAMA DE MIGUEL ANTONIO CHAMORRO MARTINEZ        *
      *                                                               *
      *  COMPARACION DE DOS PASADAS DE LA CADENA EN PARALELO, PARA    *
      *  VALIDAR UN PROGRAMA MODIFICADO ANTES DE SU PASO A            *
      *  PRODUCCION SIN TENER QUE COTEJAR LISTADOS A OJO. LA PASADA   *
      *  A ES LA DE REFERENCIA (POR EJEMPLO LA DE PRODUCCION DE LA    *
      *  NOCHE ANTERIOR) Y LA PASADA B LA DE PRUEBA CON EL PROGRAMA   *
      *  CAMBIADO (POR EJEMPLO SOBRE LA COPIA ENMASCARADA DE          *
      *  COBOL880); CADA UNA ESTA EN SU DIRECTORIO, QUE SE TOMA DE    *
      *  LAS VARIABLES DE ENTORNO COBOL825_DIRA (POR DEFECTO EL DE    *
      *  PRODUCCION) Y COBOL825_DIRB (OBLIGATORIA). LOS DOS           *
      *  JUEGOS DEBEN SALIR DE LOS MISMOS DATOS DE ENTRADA PARA QUE   *
      *  LA COMPARACION TENGA SENTIDO.                                *
      *  SE COMPARAN CAMPO A CAMPO LOS FICHEROS DE TRAZADO CONOCIDO:  *
      *  SALIDA1 Y SALIDA2 DE COBOL300 (CON LA FECHA DE CADA PASADA   *
      *  EN EL NOMBRE, DE LA FICHA DE PARAMETROS O POR SYSIN; EL      *
      *  ENVOLTORIO CAB/FIN NO SE COMPARA), LAS CINCO SALIDAS DEL     *
      *  CRUCE DE COBOL500, EL REGISTRO DE NOMINA DE COBOL700, EL     *
      *  FICHERO DE TRANSFERENCIAS DE COBOL720 Y EL FICHERO DE        *
      *  APUNTES DE COBOL760.                                         *
      *  CADA FICHERO SE ORDENA POR SU CLAVE JUNTANDO LAS DOS         *
      *  PASADAS, Y LOS REGISTROS CON LA MISMA CLAVE SE EMPAREJAN POR *
      *  ORDEN DE APARICION. EL LISTADO (FICHERO.PARALELO.LISTADO)    *
      *  DA LOS REGISTROS NUEVOS (SOLO EN B), LOS QUE FALTAN (SOLO EN *
      *  A) Y CADA CAMPO CAMBIADO CON SU VALOR EN A, EN B Y LA        *
      *  DIFERENCIA SI ES UN IMPORTE, Y AL FINAL UN RESUMEN POR       *
      *  FICHERO CON LOS CONTADORES Y EL TOTAL DE CONTROL DE CADA     *
      *  PASADA.                                                      *
      *  LAS DIFERENCIAS ESPERADAS POR EL CAMBIO SE DECLARAN EN LA    *
      *  LISTA DE DIFERENCIAS CONOCIDAS (FICHERO.PARALELO.CONOCIDAS,  *
      *  MANTENIDA A MANO): SE CUENTAN COMO ACEPTADAS Y NO SE         *
      *  LISTAN, PARA QUE EL REVISOR SOLO VEA LAS SORPRESAS. EL       *
      *  RESUMEN DICE CUANTAS HA ACEPTADO CADA ENTRADA DE LA LISTA.   *
      *  CODIGO DE RETORNO 0 SI NO HAY NINGUNA DIFERENCIA SIN         *
      *  ACEPTAR, 4 SI LAS HAY Y 8 SI HAY ERROR                       *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBOL825.
      *
      *****************************************************************
      *                  ENVIROMENT DIVISION                          *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *FICHEROS A COMPARAR, UN SELECT POR LONGITUD DE REGISTRO. LA
      *RUTA (DIRECTORIO DE LA PASADA Y NOMBRE DEL FICHERO) SE
      *CONSTRUYE EN 3115-ABRE-ENTRADA ANTES DE CADA APERTURA
           SELECT ENTRADA-55
           ASSIGN TO WS-ASSIGN-ENTRADA
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT ENTRADA-56
           ASSIGN TO WS-ASSIGN-ENTRADA
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT ENTRADA-73
           ASSIGN TO WS-ASSIGN-ENTRADA
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT ENTRADA-80
           ASSIGN TO WS-ASSIGN-ENTRADA
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
           SELECT ENTRADA-108
           ASSIGN TO WS-ASSIGN-ENTRADA
             FILE STATUS IS WS-FILE-STATUS-ENT.
      *
      *LISTA DE DIFERENCIAS CONOCIDAS, MANTENIDA A MANO
           SELECT CONOCIDAS
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.paralelo.conocidas"
             FILE STATUS IS WS-FILE-STATUS-CON.
      *
           SELECT LISTADO
           ASSIGN TO
           "/home/forma2/cobol/ficheros/fichero.paralelo.listado"
             FILE STATUS IS WS-FILE-STATUS-LISTADO.
      *
           SELECT SD-FICHERO
           ASSIGN TO "SRTP".
      *
      *FICHERO COMUN DE AUDITORIA DE ERRORES (VER COPY ERRAUDPR)
           COPY ERRAUDFC.
      *
      *FICHERO DE FECHA DE PROCESO DE LA CADENA (VER COPY FECPROPR)
           COPY FECPROFC.
      *
      *FICHERO DE FICHAS DE PARAMETROS (VER COPY PARAMPR)
           COPY PARAMFC.
      *
      *****************************************************************
      *                    DATA DIVISION                              *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD ENTRADA-55.
       01  REG-ENTRADA-55                         PIC X(55).
      *
       FD ENTRADA-56.
       01  REG-ENTRADA-56                         PIC X(56).
      *
       FD ENTRADA-73.
       01  REG-ENTRADA-73                         PIC X(73).
      *
       FD ENTRADA-80.
       01  REG-ENTRADA-80                         PIC X(80).
      *
       FD ENTRADA-108.
       01  REG-ENTRADA-108                        PIC X(108).
      *
       FD CONOCIDAS.
       01  REG-CONOCIDA                           PIC X(80).
      *
       FD LISTADO.
       01  REG-LISTADO                            PIC X(132).
      *
      *LOS REGISTROS DE LAS DOS PASADAS SE ENTREGAN AL SORT CON SU
      *CLAVE, LA PASADA DE LA QUE VIENEN (A O B) Y SU POSICION EN EL
      *FICHERO, PARA QUE DENTRO DE UNA CLAVE VENGAN PRIMERO LOS DE A
      *Y LUEGO LOS DE B, CADA UNO EN SU ORDEN ORIGINAL
       SD SD-FICHERO.
       01  SD-REG-PARALELO.
           05  SD-CLAVE                           PIC X(30).
           05  SD-LADO                            PIC X(1).
           05  SD-NUM-REG                         PIC 9(7).
           05  SD-DATOS                           PIC X(108).
      *
       COPY ERRAUDFD.
      *
       COPY FECPROFD.
      *
       COPY PARAMFD.
      *
      *****************************************************************
      *               WORKING STORAGE SECTION                         *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *               REGISTRO DE LA LISTA DE CONOCIDAS               *
      *****************************************************************
      *UNA DIFERENCIA ESPERADA POR REGISTRO: EL FICHERO (EL NOMBRE
      *QUE SALE EN EL LISTADO, O "*" PARA TODOS), LA CLAVE (LA DEL
      *LISTADO; UN "*" ACEPTA CUALQUIER CLAVE QUE EMPIECE POR LO QUE
      *HAY DELANTE, Y "*" SOLO O EN BLANCO, TODAS), EL CAMPO (EL
      *NOMBRE DEL LISTADO, "NUEVO" O "FALTA" PARA UN REGISTRO QUE
      *SOLO ESTA EN UNA PASADA, O "*" PARA CUALQUIERA) Y EL MOTIVO.
      *LOS REGISTROS CON EL FICHERO EN BLANCO NO SE TIENEN EN CUENTA
       01  WS-REG-CONOCIDA.
           05  WK-FICHERO                       PIC X(10).
           05  WK-CLAVE                         PIC X(30).
           05  WK-CAMPO                         PIC X(12).
           05  WK-MOTIVO                        PIC X(28).
      *
      *****************************************************************
      *               TABLA DE DIFERENCIAS CONOCIDAS                  *
      *****************************************************************
      *WK-T-LONG-CLAVE ES LO QUE HAY DELANTE DEL "*" DE LA CLAVE
      *(CERO SI ACEPTA TODAS); WK-T-USOS CUENTA LAS DIFERENCIAS QUE
      *HA ACEPTADO CADA ENTRADA
       01  WT-TABLA-CONOCIDAS.
           05  WC-NUM-CONOCIDAS         PIC 9(3) VALUE 0.
           05  WT-REG-CONOCIDA OCCURS 1 TO 500 TIMES
                  DEPENDING ON WC-NUM-CONOCIDAS
                  INDEXED BY KN.
               10  WK-T-FICHERO         PIC X(10).
               10  WK-T-CLAVE           PIC X(30).
               10  WK-T-LONG-CLAVE      PIC 9(2).
               10  WK-T-CAMPO           PIC X(12).
               10  WK-T-MOTIVO          PIC X(28).
               10  WK-T-USOS            PIC 9(7).
      *
      *****************************************************************
      *               FICHEROS QUE SE COMPARAN                        *
      *****************************************************************
      *POR CADA FICHERO: NOMBRE EN EL LISTADO, NOMBRE EN EL
      *DIRECTORIO DE LA PASADA, LONGITUD DE REGISTRO, TRAZADO (VER
      *LA TABLA DE CAMPOS) Y SI LLEVA EL ENVOLTORIO CAB/FIN DE COPY
      *COPYENVOL; LOS QUE LO LLEVAN SON LAS SALIDAS FECHADAS DE
      *COBOL300, A CUYO NOMBRE SE ANADE LA FECHA DE LA PASADA
       01  LT-DATOS-FICHEROS.
           05  FILLER  PIC X(10) VALUE "SALIDA1".
           05  FILLER  PIC X(30) VALUE "salida1.".
           05  FILLER  PIC 9(3)  VALUE 73.
           05  FILLER  PIC 9(1)  VALUE 1.
           05  FILLER  PIC X(1)  VALUE "S".
      *
           05  FILLER  PIC X(10) VALUE "SALIDA2".
           05  FILLER  PIC X(30) VALUE "salida2.".
           05  FILLER  PIC 9(3)  VALUE 56.
           05  FILLER  PIC 9(1)  VALUE 2.
           05  FILLER  PIC X(1)  VALUE "S".
      *
           05  FILLER  PIC X(10) VALUE "AMBOS".
           05  FILLER  PIC X(30) VALUE "fichero.salida-AMBOS".
           05  FILLER  PIC 9(3)  VALUE 55.
           05  FILLER  PIC 9(1)  VALUE 3.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "SOLO-A".
           05  FILLER  PIC X(30) VALUE "fichero.salidaA".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 4.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "SOLO-B".
           05  FILLER  PIC X(30) VALUE "fichero.salidaB".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 4.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "SOLO-C".
           05  FILLER  PIC X(30) VALUE "fichero.salidaC".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 4.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "CONSOLIDAD".
           05  FILLER  PIC X(30) VALUE "fichero.salida-CONSOLIDADO".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 4.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "NOMINA".
           05  FILLER  PIC X(30) VALUE "fichero.nomina.registro".
           05  FILLER  PIC 9(3)  VALUE 108.
           05  FILLER  PIC 9(1)  VALUE 5.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "BANCO".
           05  FILLER  PIC X(30) VALUE "fichero.banco.transferencias".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 6.
           05  FILLER  PIC X(1)  VALUE "N".
      *
           05  FILLER  PIC X(10) VALUE "APUNTES".
           05  FILLER  PIC X(30) VALUE "fichero.contabilidad.apuntes".
           05  FILLER  PIC 9(3)  VALUE 80.
           05  FILLER  PIC 9(1)  VALUE 7.
           05  FILLER  PIC X(1)  VALUE "N".
       01  LT-TABLA-FICHEROS REDEFINES LT-DATOS-FICHEROS.
           05  LT-FICHERO OCCURS 10 TIMES.
               10  LX-NOMBRE            PIC X(10).
               10  LX-FICHERO           PIC X(30).
               10  LX-LONGITUD          PIC 9(3).
               10  LX-TRAZADO           PIC 9(1).
               10  LX-ENVOLTORIO        PIC X(1).
      *
      *****************************************************************
      *               CAMPOS DE CADA TRAZADO                          *
      *****************************************************************
      *UNA ENTRADA POR CAMPO: TRAZADO (1), TIPO DE REGISTRO (1, EN
      *BLANCO SI EL FICHERO NO TIENE TIPOS), NOMBRE (12), POSICION
      *(3), LONGITUD (2), FORMATO (1) Y SI ES EL TOTAL DE CONTROL DEL
      *FICHERO (1). FORMATOS: X ALFANUMERICO O FECHA, S IMPORTE
      *S9(9)V99, U 9(9)V99, V 9(11)V99, W 9(13)V99, P 9(2)V99.
      *  1 SALIDA1 (COPYSALIDA1)        2 SALIDA2 (COPYSALIDA2)
      *  3 COINCIDENCIAS DEL CRUCE      4 TRAZADO DE COPYEMPLE
      *  5 NOMINA (COPYNOMINA)          6 TRANSFERENCIAS (COBOL720)
      *  7 APUNTES CONTABLES (COBOL760)
       01  LT-DATOS-CAMPOS.
           05  FILLER  PIC X(21) VALUE "1 NOMBRE      00112XN".
           05  FILLER  PIC X(21) VALUE "1 INICIAL     01301XN".
           05  FILLER  PIC X(21) VALUE "1 APELLIDO    01415XN".
           05  FILLER  PIC X(21) VALUE "1 DEPT        02903XN".
           05  FILLER  PIC X(21) VALUE "1 SALARIO     03211SS".
           05  FILLER  PIC X(21) VALUE "1 COMISION    04311SN".
           05  FILLER  PIC X(21) VALUE "1 ANUAL       05411SN".
           05  FILLER  PIC X(21) VALUE "1 FECHA       06508XN".
           05  FILLER  PIC X(21) VALUE "1 TIPO-REG    07301XN".
      *
           05  FILLER  PIC X(21) VALUE "2 CODIGO      00106XN".
           05  FILLER  PIC X(21) VALUE "2 NOMBRE      00712XN".
           05  FILLER  PIC X(21) VALUE "2 APELLIDO    01915XN".
           05  FILLER  PIC X(21) VALUE "2 DEPT        03403XN".
           05  FILLER  PIC X(21) VALUE "2 SALARIO     03711SS".
           05  FILLER  PIC X(21) VALUE "2 FECHA       04808XN".
           05  FILLER  PIC X(21) VALUE "2 TIPO-REG    05601XN".
      *
           05  FILLER  PIC X(21) VALUE "3 CODIGO      00106XN".
           05  FILLER  PIC X(21) VALUE "3 PRESENTE-A  00701XN".
           05  FILLER  PIC X(21) VALUE "3 PRESENTE-B  00801XN".
           05  FILLER  PIC X(21) VALUE "3 PRESENTE-C  00901XN".
           05  FILLER  PIC X(21) VALUE "3 DEPT-A      01003XN".
           05  FILLER  PIC X(21) VALUE "3 DEPT-B      01303XN".
           05  FILLER  PIC X(21) VALUE "3 DEPT-C      01603XN".
           05  FILLER  PIC X(21) VALUE "3 SALARIO-A   01911SS".
           05  FILLER  PIC X(21) VALUE "3 SALARIO-B   03011SN".
           05  FILLER  PIC X(21) VALUE "3 SALARIO-C   04111SN".
           05  FILLER  PIC X(21) VALUE "3 DIF-NOMBRE  05201XN".
           05  FILLER  PIC X(21) VALUE "3 DIF-DEPT    05301XN".
           05  FILLER  PIC X(21) VALUE "3 DIF-SALARIO 05401XN".
           05  FILLER  PIC X(21) VALUE "3 DIF-COMISION05501XN".
      *
           05  FILLER  PIC X(21) VALUE "4 CODIGO      00106XN".
           05  FILLER  PIC X(21) VALUE "4 NOMBRE      00712XN".
           05  FILLER  PIC X(21) VALUE "4 INICIAL     01901XN".
           05  FILLER  PIC X(21) VALUE "4 APELLIDO    02015XN".
           05  FILLER  PIC X(21) VALUE "4 DEPT        03503XN".
           05  FILLER  PIC X(21) VALUE "4 SALARIO     03811SS".
           05  FILLER  PIC X(21) VALUE "4 COMISION    04911SN".
           05  FILLER  PIC X(21) VALUE "4 TIPO-REG    06001XN".
           05  FILLER  PIC X(21) VALUE "4 ESTADO      06101XN".
           05  FILLER  PIC X(21) VALUE "4 FEC-ALTA    06208XN".
           05  FILLER  PIC X(21) VALUE "4 FEC-BAJA    07008XN".
           05  FILLER  PIC X(21) VALUE "4 EMPRESA     07803XN".
      *
           05  FILLER  PIC X(21) VALUE "5 CODIGO      00106XN".
           05  FILLER  PIC X(21) VALUE "5 NOMBRE      00712XN".
           05  FILLER  PIC X(21) VALUE "5 APELLIDO    01915XN".
           05  FILLER  PIC X(21) VALUE "5 DEPT        03403XN".
           05  FILLER  PIC X(21) VALUE "5 TIPO-REG    03701XN".
           05  FILLER  PIC X(21) VALUE "5 SALARIO-ANU 03811SN".
           05  FILLER  PIC X(21) VALUE "5 COMISION    04911SN".
           05  FILLER  PIC X(21) VALUE "5 BRUTO-MES   06011SN".
           05  FILLER  PIC X(21) VALUE "5 PORCENTAJE  07104PN".
           05  FILLER  PIC X(21) VALUE "5 DEDUCCION   07511SN".
           05  FILLER  PIC X(21) VALUE "5 NETO-MES    08611SS".
           05  FILLER  PIC X(21) VALUE "5 FECHA       09708XN".
           05  FILLER  PIC X(21) VALUE "5 ESTADO-PAGO 10501XN".
           05  FILLER  PIC X(21) VALUE "5 EMPRESA     10603XN".
      *
           05  FILLER  PIC X(21) VALUE "61EMPRESA-ID  00210XN".
           05  FILLER  PIC X(21) VALUE "61NOMBRE-EMP  01230XN".
           05  FILLER  PIC X(21) VALUE "61FECHA-VALOR 04208XN".
           05  FILLER  PIC X(21) VALUE "61EMPRESA     05003XN".
           05  FILLER  PIC X(21) VALUE "62CODIGO      00206XN".
           05  FILLER  PIC X(21) VALUE "62NOMBRE      00812XN".
           05  FILLER  PIC X(21) VALUE "62APELLIDO    02015XN".
           05  FILLER  PIC X(21) VALUE "62IMPORTE     03511US".
           05  FILLER  PIC X(21) VALUE "62IBAN        04624XN".
           05  FILLER  PIC X(21) VALUE "63NUM-DETALLE 00207XN".
           05  FILLER  PIC X(21) VALUE "63SUMA-IMPORTE00915WN".
      *
           05  FILLER  PIC X(21) VALUE "71ORIGEN      00208XN".
           05  FILLER  PIC X(21) VALUE "71FECHA       01008XN".
           05  FILLER  PIC X(21) VALUE "71EMPRESA     01803XN".
           05  FILLER  PIC X(21) VALUE "71PREFIJO     02104XN".
           05  FILLER  PIC X(21) VALUE "72CUENTA      00208XN".
           05  FILLER  PIC X(21) VALUE "72DEPT        01003XN".
           05  FILLER  PIC X(21) VALUE "72DEBE-HABER  01301XN".
           05  FILLER  PIC X(21) VALUE "72IMPORTE     01413VS".
           05  FILLER  PIC X(21) VALUE "72CONCEPTO    02720XN".
           05  FILLER  PIC X(21) VALUE "72EMPRESA     04703XN".
           05  FILLER  PIC X(21) VALUE "73NUM-APUNTES 00207XN".
           05  FILLER  PIC X(21) VALUE "73TOTAL-DEBE  00915WN".
           05  FILLER  PIC X(21) VALUE "73TOTAL-HABER 02415WN".
       01  LT-TABLA-CAMPOS REDEFINES LT-DATOS-CAMPOS.
           05  LT-CAMPO OCCURS 80 TIMES
                  INDEXED BY IC.
               10  LF-TRAZADO           PIC 9(1).
               10  LF-TIPO              PIC X(1).
               10  LF-NOMBRE            PIC X(12).
               10  LF-POSICION          PIC 9(3).
               10  LF-LONGITUD          PIC 9(2).
               10  LF-FORMATO           PIC X(1).
               10  LF-TOTAL             PIC X(1).
      *
      *****************************************************************
      *               RESUMEN POR FICHERO                             *
      *****************************************************************
      *WT-RES-CAMPO-TOTAL ES LA ENTRADA DE LA TABLA DE CAMPOS CON EL
      *TOTAL DE CONTROL DEL FICHERO (CERO SI NO TIENE)
       01  WT-TABLA-RESUMEN.
           05  WT-RES-FICHERO OCCURS 10 TIMES.
               10  WT-RES-LEIDOS-A      PIC 9(7).
               10  WT-RES-LEIDOS-B      PIC 9(7).
               10  WT-RES-IGUALES       PIC 9(7).
               10  WT-RES-MODIFICADOS   PIC 9(7).
               10  WT-RES-NUEVOS        PIC 9(7).
               10  WT-RES-FALTAN        PIC 9(7).
               10  WT-RES-DIF-CAMPO     PIC 9(7).
               10  WT-RES-ACEPTADAS     PIC 9(7).
               10  WT-RES-TOTAL-A       PIC S9(13)V99.
               10  WT-RES-TOTAL-B       PIC S9(13)V99.
               10  WT-RES-AUSENTE-A     PIC X(1).
               10  WT-RES-AUSENTE-B     PIC X(1).
               10  WT-RES-CAMPO-TOTAL   PIC 9(3).
      *
      *****************************************************************
      *               REGISTROS DE A DE LA CLAVE EN CURSO             *
      *****************************************************************
      *LOS REGISTROS DE A DE UNA CLAVE SE GUARDAN HASTA QUE LLEGAN
      *LOS DE B CON LA MISMA CLAVE, QUE SE EMPAREJAN CON ELLOS POR
      *ORDEN. SI UNA CLAVE TIENE MAS REGISTROS DE A DE LOS QUE CABEN,
      *LOS QUE SOBRAN SE DAN COMO QUE FALTAN EN B
       01  WT-TABLA-GRUPO.
           05  WT-GRUPO-REG OCCURS 200 TIMES
                  INDEXED BY IG         PIC X(108).
      *
      *****************************************************************
      *               AUDITORIA COMUN DE ERRORES                      *
      *****************************************************************
       COPY ERRAUDWS.
      *
      *****************************************************************
      *               FECHA DE PROCESO                                *
      *****************************************************************
       COPY FECPROWS.
      *
      *****************************************************************
      *               FICHAS DE PARAMETROS                            *
      *****************************************************************
       COPY PARAMWS.
      *
      *****************************************************************
      *               SWITCHES                                        *
      *****************************************************************
       01  SW-SWITCHES.
           05  SW-FIN-FICHERO                    PIC 9 VALUE 0.
                88 FIN-FICHERO                   VALUE 1.
                88 NO-FIN-FICHERO                VALUE 0.
           05  SW-ERRORES                        PIC 9 VALUE 0.
                88 SI-ERROR                      VALUE 1.
                88 NO-ERROR                      VALUE 0.
           05  SW-FIN-SORT                       PIC X VALUE "N".
                88 FIN-SORT                      VALUE "S".
                88 NO-FIN-SORT                   VALUE "N".
           05  SW-PENDIENTE                      PIC X VALUE "N".
                88 HAY-PENDIENTE                 VALUE "S".
                88 NO-HAY-PENDIENTE              VALUE "N".
           05  SW-CONOCIDA                       PIC X VALUE "N".
                88 DIF-CONOCIDA                  VALUE "S".
                88 DIF-NO-CONOCIDA               VALUE "N".
           05  SW-LISTA-CONOCIDAS                PIC X VALUE "N".
                88 HAY-LISTA-CONOCIDAS           VALUE "S".
                88 NO-HAY-LISTA-CONOCIDAS        VALUE "N".
           05  SW-IMPORTE-VALIDO                 PIC X VALUE "S".
                88 IMPORTE-VALIDO                VALUE "S".
                88 IMPORTE-NO-VALIDO             VALUE "N".
      *
      *****************************************************************
      *               CONSTANTES Y LITERALES                          *
      *****************************************************************
       01  LT-LITERALES.
           05  LT-FICHERO2          PIC X(20) VALUE "CONOCIDAS".
           05  LT-FICHERO3          PIC X(20) VALUE "LISTADO".
           05  LT-PROGRAMA          PIC X(8) VALUE "COBOL825".
           05  LT-DIRECTORIO-DEFECTO PIC X(60)
                    VALUE "/home/forma2/cobol/ficheros/".
           05  LT-OPEN              PIC X(4) VALUE "OPEN".
           05  LT-READ              PIC X(4) VALUE "READ".
           05  LT-WRITE             PIC X(5) VALUE "WRITE".
           05  LT-CLOSE             PIC X(5) VALUE "CLOSE".
           05  LT-MAX-LINEAS-PAGINA PIC 9(2) VALUE 60.
           05  LT-NUM-FICHEROS      PIC 9(2) VALUE 10.
           05  LT-NUM-CAMPOS        PIC 9(3) VALUE 80.
           05  LT-MAX-GRUPO         PIC 9(3) VALUE 200.
           05  LT-MAX-CONOCIDAS     PIC 9(3) VALUE 500.
      *
      *****************************************************************
      *               VARIABLES AUXILIARES                            *
      *****************************************************************
       01  WS-VARIABLES.
           05  WS-FILE-STATUS-ENT                   PIC XX.
           05  WS-FILE-STATUS-CON                   PIC XX.
           05  WS-FILE-STATUS-LISTADO               PIC XX.
           05  WS-FILE-STATUS-ERROR                 PIC XX.
           05  WS-FICHERO-ERROR                     PIC X(20).
           05  WS-PARRAFO-ERROR                     PIC X(20).
           05  WS-OPERACION-ERROR                   PIC X(10).
      *DIRECTORIOS DE LAS DOS PASADAS Y FECHA DE SUS SALIDAS DE
      *COBOL300
           05  WS-DIRECTORIO-A                      PIC X(60).
           05  WS-DIRECTORIO-B                      PIC X(60).
           05  WS-DIRECTORIO                        PIC X(60).
           05  WS-LONG-DIRECTORIO                   PIC 9(2).
           05  WS-FECHA-A-X                         PIC X(8).
           05  WS-FECHA-A REDEFINES WS-FECHA-A-X    PIC 9(8).
           05  WS-FECHA-B-X                         PIC X(8).
           05  WS-FECHA-B REDEFINES WS-FECHA-B-X    PIC 9(8).
           05  WS-FECHA-PASADA                      PIC X(8).
           05  WS-ASSIGN-ENTRADA                    PIC X(100).
      *FICHERO EN COMPARACION Y PASADA QUE SE ESTA LEYENDO
           05  WS-NUM-FICHERO                       PIC 9(2).
           05  WS-TRAZADO                           PIC 9(1).
           05  WS-LADO                              PIC X(1).
      *EMPRESA DEL LOTE EN CURSO EN LOS FICHEROS CON CABECERA POR
      *EMPRESA (TRANSFERENCIAS Y APUNTES), QUE ENTRA EN LA CLAVE
           05  WS-EMPRESA-LOTE                      PIC X(3).
           05  WS-REG-ENTRADA                       PIC X(108).
           05  WS-REG-PENDIENTE                     PIC X(108).
           05  WS-REG-SUELTA                        PIC X(108).
      *PAREJA DE REGISTROS QUE SE COMPARA Y CLAVE EN CURSO
           05  WS-CLAVE-GRUPO                       PIC X(30).
           05  WS-REG-A                             PIC X(108).
           05  WS-REG-B                             PIC X(108).
           05  WS-TIPO-REG                          PIC X(1).
      *DIFERENCIA QUE SE BUSCA EN LA LISTA Y SE IMPRIME
           05  WS-CAMPO-DIF                         PIC X(12).
           05  WS-VALOR-A                           PIC X(30).
           05  WS-VALOR-B                           PIC X(30).
           05  WS-FORMATO-DIF                       PIC X(1).
           05  WS-IMPORTE-A                         PIC S9(13)V99.
           05  WS-IMPORTE-B                         PIC S9(13)V99.
           05  WS-IMPORTE-DIF                       PIC S9(13)V99.
           05  WS-IMPORTE-EDITADO                   PIC -(12)9.99.
           05  WS-TOTAL-EDITADO                     PIC -(14)9.99.
      *
      *****************************************************************
      *               CONVERSION DE IMPORTES                          *
      *****************************************************************
      *EL TEXTO DEL CAMPO SE PASA AL NUMERICO DE SU FORMATO PARA
      *PODER SUMARLO E IMPRIMIRLO EDITADO (VER 3850)
       01  WS-CONVERSION.
           05  WS-CONV-FORMATO                      PIC X(1).
           05  WS-CONV-TEXTO                        PIC X(15).
           05  WS-CONV-IMPORTE                      PIC S9(13)V99.
           05  WS-CONV-S-X                          PIC X(11).
           05  WS-CONV-S REDEFINES WS-CONV-S-X      PIC S9(9)V99.
           05  WS-CONV-U-X                          PIC X(11).
           05  WS-CONV-U REDEFINES WS-CONV-U-X      PIC 9(9)V99.
           05  WS-CONV-V-X                          PIC X(13).
           05  WS-CONV-V REDEFINES WS-CONV-V-X      PIC 9(11)V99.
           05  WS-CONV-W-X                          PIC X(15).
           05  WS-CONV-W REDEFINES WS-CONV-W-X      PIC 9(13)V99.
           05  WS-CONV-P-X                          PIC X(4).
           05  WS-CONV-P REDEFINES WS-CONV-P-X      PIC 9(2)V99.
      *
      *****************************************************************
      *               CONTADORES                                      *
      *****************************************************************
       01  WS-CONTADORES.
           05 WC-REG-LADO                        PIC 9(7).
           05 WC-GRUPO-A                         PIC 9(3).
           05 WC-GRUPO-B                         PIC 9(3).
           05 WC-SIGUIENTE                       PIC 9(3).
           05 WC-DIF-PAREJA                      PIC 9(3).
           05 WC-ACEPTADAS-PAREJA                PIC 9(3).
           05 WC-TOTAL-LEIDOS                    PIC 9(7).
           05 WC-TOTAL-SORPRESAS                 PIC 9(7).
           05 WC-TOTAL-ACEPTADAS                 PIC 9(7).
           05 WC-LINEA-PAGINA                    PIC 9(2).
           05 WC-PAGINA                          PIC 9(4).
      *
      *****************************************************************
      *               LINEA GENERICA DE IMPRESION                     *
      *****************************************************************
       01  WS-LINEA-IMPRIMIR                     PIC X(132).
      *
      *****************************************************************
      *               LINEAS DE CABECERA                              *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(40)
                    VALUE "COMPARACION DE PASADAS EN PARALELO".
           05  FILLER                 PIC X(10) VALUE "FECHA: ".
           05  WT-FECHA               PIC 9999/99/99.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PAGINA ".
           05  WT-PAGINA              PIC ZZZ9.
      *
       01  WS-LINEA-PASADA.
           05  FILLER                 PIC X(5)  VALUE SPACES.
           05  FILLER                 PIC X(7)  VALUE "PASADA ".
           05  WP-LADO                PIC X(1).
           05  FILLER                 PIC X(2)  VALUE ": ".
           05  WP-DIRECTORIO          PIC X(60).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(19)
                    VALUE "SALIDAS COBOL300 DE".
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WP-FECHA               PIC 9999/99/99.
      *
       01  WS-LINEA-COLUMNAS.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "FICHERO".
           05  FILLER                 PIC X(31) VALUE "CLAVE".
           05  FILLER                 PIC X(13) VALUE "CAMPO".
           05  FILLER                 PIC X(29) VALUE "VALOR EN A".
           05  FILLER                 PIC X(29) VALUE "VALOR EN B".
           05  FILLER                 PIC X(16)
                    VALUE "      DIFERENCIA".
      *
      *****************************************************************
      *               LINEA DE DIFERENCIA                             *
      *****************************************************************
       01  WS-LINEA-DIFERENCIA.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-FICHERO             PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-CLAVE               PIC X(30).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-CAMPO               PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-VALOR-A             PIC X(28).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-VALOR-B             PIC X(28).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WD-DIFERENCIA          PIC X(16).
      *
      *****************************************************************
      *               LINEAS DEL RESUMEN POR FICHERO                  *
      *****************************************************************
       01  WS-LINEA-RESUMEN-CAB.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(10) VALUE "FICHERO".
           05  FILLER                 PIC X(9)  VALUE " LEIDOS A".
           05  FILLER                 PIC X(9)  VALUE " LEIDOS B".
           05  FILLER                 PIC X(9)  VALUE "  IGUALES".
           05  FILLER                 PIC X(9)  VALUE "   MODIF.".
           05  FILLER                 PIC X(9)  VALUE "   NUEVOS".
           05  FILLER                 PIC X(9)  VALUE "   FALTAN".
           05  FILLER                 PIC X(9)  VALUE " DIF.CAMP".
           05  FILLER                 PIC X(9)  VALUE " ACEPTAD.".
      *
       01  WS-LINEA-RESUMEN.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WN-FICHERO             PIC X(10).
           05  WN-COLUMNA OCCURS 8 TIMES.
               10  FILLER             PIC X(2).
               10  WN-VALOR           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WN-OBSERVACION         PIC X(26).
      *
       01  WS-LINEA-TOTAL-CONTROL.
           05  FILLER                 PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(18)
                    VALUE "TOTAL DE CONTROL ".
           05  WN-CAMPO-TOTAL         PIC X(12).
           05  FILLER                 PIC X(4)  VALUE "  A:".
           05  WN-TOTAL-A             PIC -(14)9.99.
           05  FILLER                 PIC X(4)  VALUE "  B:".
           05  WN-TOTAL-B             PIC -(14)9.99.
           05  FILLER                 PIC X(6)  VALUE "  DIF:".
           05  WN-TOTAL-DIF           PIC -(14)9.99.
      *
      *****************************************************************
      *               LINEAS DE USO DE LA LISTA DE CONOCIDAS          *
      *****************************************************************
       01  WS-LINEA-CONOCIDA-CAB.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "FICHERO".
           05  FILLER                 PIC X(31) VALUE "CLAVE".
           05  FILLER                 PIC X(13) VALUE "CAMPO".
           05  FILLER                 PIC X(29) VALUE "MOTIVO".
           05  FILLER                 PIC X(9)  VALUE " ACEPTAD.".
      *
       01  WS-LINEA-CONOCIDA.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WK-L-FICHERO           PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WK-L-CLAVE             PIC X(30).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WK-L-CAMPO             PIC X(12).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WK-L-MOTIVO            PIC X(28).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WK-L-USOS              PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WK-L-OBSERVACION       PIC X(7).
      *
      *****************************************************************
      *               PROCEDURE  DIVISION.                            *
      *****************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT.
      *
      *COMPARAMOS UNO A UNO LOS FICHEROS DE LAS DOS PASADAS
           PERFORM 3000-COMPARA-FICHERO
              THRU 3000-COMPARA-FICHERO-EXIT
              VARYING WS-NUM-FICHERO FROM 1 BY 1
              UNTIL WS-NUM-FICHERO > LT-NUM-FICHEROS.
      *
           PERFORM 5000-IMPRIME-RESUMEN
              THRU 5000-IMPRIME-RESUMEN-EXIT.
      *
           PERFORM 5100-IMPRIME-CONOCIDAS
              THRU 5100-IMPRIME-CONOCIDAS-EXIT.
      *
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
      *****************************************************************
      *               INICIO                                          *
      *****************************************************************
       1000-INICIO.
           INITIALIZE WS-CONTADORES
                      WT-TABLA-RESUMEN.
      *
      *ABRIMOS EL FICHERO COMUN DE AUDITORIA DE ERRORES ANTES QUE
      *NINGUN OTRO. NO SE COMPRUEBA EL FILE STATUS: SI LA PROPIA
      *AUDITORIA NO SE PUEDE ABRIR NO QUEREMOS DETENER EL PROCESO
           OPEN EXTEND AUDITORIA.
      *
      *TOMAMOS LA FECHA DE PROCESO DE LA CADENA (O LA DEL SISTEMA
      *SI NO HAY FICHERO DE FECHA)
           PERFORM 9900-OBTEN-FECHA-PROCESO
              THRU 9900-OBTEN-FECHA-PROCESO-EXIT.
      *
           PERFORM 1010-SELECCION-DIRECTORIOS
              THRU 1010-SELECCION-DIRECTORIOS-EXIT.
      *
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           PERFORM 1020-SELECCION-FECHAS
              THRU 1020-SELECCION-FECHAS-EXIT.
      *
           PERFORM 1030-CARGA-CONOCIDAS
              THRU 1030-CARGA-CONOCIDAS-EXIT.
      *
           PERFORM 1040-LOCALIZA-TOTALES
              THRU 1040-LOCALIZA-TOTALES-EXIT.
      *
           OPEN OUTPUT LISTADO.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "1000-INICIO" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
       1000-INICIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          SELECCION DE LOS DIRECTORIOS DE LAS DOS PASADAS      *
      *****************************************************************
       1010-SELECCION-DIRECTORIOS.
      *AL ESTILO DE UN DD DE JCL: LA PASADA A TOMA POR DEFECTO EL
      *DIRECTORIO DE PRODUCCION; LA PASADA B NO TIENE DEFECTO, PORQUE
      *COMPARAR PRODUCCION CONSIGO MISMA NO VALIDA NADA
           ACCEPT WS-DIRECTORIO-A FROM ENVIRONMENT "COBOL825_DIRA".
           IF WS-DIRECTORIO-A = SPACES
                MOVE LT-DIRECTORIO-DEFECTO TO WS-DIRECTORIO-A
           END-IF.
           ACCEPT WS-DIRECTORIO-B FROM ENVIRONMENT "COBOL825_DIRB".
           IF WS-DIRECTORIO-B = SPACES
                DISPLAY "FALTA LA VARIABLE DE ENTORNO COBOL825_DIRB "
                        "CON EL DIRECTORIO DE LA PASADA DE PRUEBA"
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *LOS DOS DIRECTORIOS TERMINAN EN "/" PARA PODER PEGARLES EL
      *NOMBRE DEL FICHERO
           MOVE WS-DIRECTORIO-A TO WS-DIRECTORIO.
           PERFORM 1015-CIERRA-DIRECTORIO
              THRU 1015-CIERRA-DIRECTORIO-EXIT.
           MOVE WS-DIRECTORIO TO WS-DIRECTORIO-A.
           MOVE WS-DIRECTORIO-B TO WS-DIRECTORIO.
           PERFORM 1015-CIERRA-DIRECTORIO
              THRU 1015-CIERRA-DIRECTORIO-EXIT.
           MOVE WS-DIRECTORIO TO WS-DIRECTORIO-B.
      *
           IF WS-DIRECTORIO-A = WS-DIRECTORIO-B
                DISPLAY "LAS DOS PASADAS ESTAN EN EL MISMO DIRECTORIO: "
                        WS-DIRECTORIO-A
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
       1010-SELECCION-DIRECTORIOS-EXIT.
       EXIT.
      *
       1015-CIERRA-DIRECTORIO.
           MOVE 0 TO WS-LONG-DIRECTORIO.
           INSPECT WS-DIRECTORIO TALLYING WS-LONG-DIRECTORIO
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LONG-DIRECTORIO > 0
              AND WS-LONG-DIRECTORIO < 60
              AND WS-DIRECTORIO(WS-LONG-DIRECTORIO:1) NOT = "/"
                MOVE "/" TO WS-DIRECTORIO(WS-LONG-DIRECTORIO + 1:1)
           END-IF.
       1015-CIERRA-DIRECTORIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          FECHA DE LAS SALIDAS DE COBOL300 DE CADA PASADA      *
      *****************************************************************
       1020-SELECCION-FECHAS.
      *LA FECHA (AAAAMMDD) CON LA QUE COBOL300 NOMBRO SALIDA1 Y
      *SALIDA2 EN CADA PASADA VIENE EN LAS POSICIONES 1-8 (PASADA A)
      *Y 9-16 (PASADA B) DE LA FICHA DE PARAMETROS; SIN FICHA SE PIDE
      *POR SYSIN. EN BLANCO O NO NUMERICA SE TOMA LA FECHA DE PROCESO
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:8) TO WS-FECHA-A-X
                MOVE WS-PARAM-DATOS(9:8) TO WS-FECHA-B-X
           ELSE
                DISPLAY "FECHA DE SALIDA1/SALIDA2 DE LA PASADA A "
                        "(AAAAMMDD, EN BLANCO LA DE PROCESO): "
                ACCEPT WS-FECHA-A-X FROM SYSIN
                DISPLAY "FECHA DE SALIDA1/SALIDA2 DE LA PASADA B "
                        "(AAAAMMDD, EN BLANCO LA DE PROCESO): "
                ACCEPT WS-FECHA-B-X FROM SYSIN
           END-IF.
           IF WS-FECHA-A-X NOT NUMERIC
              OR WS-FECHA-A = 0
                MOVE WS-FECHA-PROCESO TO WS-FECHA-A
           END-IF.
           IF WS-FECHA-B-X NOT NUMERIC
              OR WS-FECHA-B = 0
                MOVE WS-FECHA-PROCESO TO WS-FECHA-B
           END-IF.
      *
       1020-SELECCION-FECHAS-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CARGA DE LA LISTA DE DIFERENCIAS CONOCIDAS           *
      *****************************************************************
       1030-CARGA-CONOCIDAS.
           MOVE 0 TO WC-NUM-CONOCIDAS.
           SET NO-HAY-LISTA-CONOCIDAS TO TRUE.
      *
      *SIN LISTA NO SE ACEPTA NADA: SE INFORMA DE TODAS LAS
      *DIFERENCIAS
           OPEN INPUT CONOCIDAS.
           IF WS-FILE-STATUS-CON = 35
                DISPLAY "SIN LISTA DE DIFERENCIAS CONOCIDAS: SE "
                        "INFORMAN TODAS LAS DIFERENCIAS"
                GO TO 1030-CARGA-CONOCIDAS-EXIT
           END-IF.
           IF WS-FILE-STATUS-CON NOT = 00
                MOVE "1030-CONOCIDAS" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           SET HAY-LISTA-CONOCIDAS TO TRUE.
      *
           SET NO-FIN-FICHERO TO TRUE.
           PERFORM 1035-LEE-CONOCIDA
              THRU 1035-LEE-CONOCIDA-EXIT
              UNTIL FIN-FICHERO.
      *
           CLOSE CONOCIDAS.
      *
       1030-CARGA-CONOCIDAS-EXIT.
       EXIT.
      *
       1035-LEE-CONOCIDA.
           READ CONOCIDAS INTO WS-REG-CONOCIDA
              AT END SET FIN-FICHERO TO TRUE.
           IF WS-FILE-STATUS-CON = 10
                GO TO 1035-LEE-CONOCIDA-EXIT
           END-IF.
           IF WS-FILE-STATUS-CON NOT = 00
                MOVE "1035-LEE-CONOCIDA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-FICHERO2 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-CON TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           IF WK-FICHERO = SPACES
                GO TO 1035-LEE-CONOCIDA-EXIT
           END-IF.
      *
           IF WC-NUM-CONOCIDAS >= LT-MAX-CONOCIDAS
                DISPLAY "LA LISTA DE DIFERENCIAS CONOCIDAS SUPERA LAS "
                        LT-MAX-CONOCIDAS " ENTRADAS - COMPARACION "
                        "DETENIDA"
                CLOSE CONOCIDAS
                CLOSE AUDITORIA
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
           ADD 1 TO WC-NUM-CONOCIDAS.
           SET KN TO WC-NUM-CONOCIDAS.
           MOVE WK-FICHERO TO WK-T-FICHERO(KN).
           MOVE WK-CLAVE TO WK-T-CLAVE(KN).
           MOVE WK-CAMPO TO WK-T-CAMPO(KN).
           MOVE WK-MOTIVO TO WK-T-MOTIVO(KN).
           MOVE 0 TO WK-T-USOS(KN).
      *
      *LO QUE HAY DELANTE DEL "*" DE LA CLAVE; SIN "*" LA CLAVE SE
      *COMPARA ENTERA
           MOVE 0 TO WK-T-LONG-CLAVE(KN).
           IF WK-CLAVE NOT = SPACES
                INSPECT WK-CLAVE TALLYING WK-T-LONG-CLAVE(KN)
                   FOR CHARACTERS BEFORE INITIAL "*"
           END-IF.
      *
       1035-LEE-CONOCIDA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LOCALIZA EL TOTAL DE CONTROL DE CADA FICHERO         *
      *****************************************************************
       1040-LOCALIZA-TOTALES.
           PERFORM 1045-TOTAL-FICHERO
              THRU 1045-TOTAL-FICHERO-EXIT
              VARYING WS-NUM-FICHERO FROM 1 BY 1
              UNTIL WS-NUM-FICHERO > LT-NUM-FICHEROS.
       1040-LOCALIZA-TOTALES-EXIT.
       EXIT.
      *
       1045-TOTAL-FICHERO.
           MOVE 0 TO WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO).
           SET IC TO 1.
           SEARCH LT-CAMPO
                AT END CONTINUE
                WHEN LF-TRAZADO(IC) = LX-TRAZADO(WS-NUM-FICHERO)
                 AND LF-TOTAL(IC) = "S"
                     SET WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO) TO IC
           END-SEARCH.
       1045-TOTAL-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *             IMPRESION DE CABECERA                             *
      *****************************************************************
       2000-IMPRIME-CABECERA.
           ADD 1 TO WC-PAGINA.
           MOVE 0 TO WC-LINEA-PAGINA.
      *
           MOVE WS-FECHA-PROCESO TO WT-FECHA.
           MOVE WC-PAGINA TO WT-PAGINA.
           MOVE WS-LINEA-TITULO TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING PAGE.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "2000-CABECERA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
      *CADA PAGINA RECUERDA QUE PASADAS SE ESTAN COMPARANDO
           MOVE "A" TO WP-LADO.
           MOVE WS-DIRECTORIO-A TO WP-DIRECTORIO.
           MOVE WS-FECHA-A TO WP-FECHA.
           MOVE WS-LINEA-PASADA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           MOVE "B" TO WP-LADO.
           MOVE WS-DIRECTORIO-B TO WP-DIRECTORIO.
           MOVE WS-FECHA-B TO WP-FECHA.
           MOVE WS-LINEA-PASADA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           MOVE WS-LINEA-COLUMNAS TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
      *
           ADD 7 TO WC-LINEA-PAGINA.
      *
       2000-IMPRIME-CABECERA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPARA UN FICHERO DE LAS DOS PASADAS                   *
      *****************************************************************
       3000-COMPARA-FICHERO.
      *LAS DOS PASADAS SE ORDENAN JUNTAS POR LA CLAVE DEL FICHERO, Y
      *DENTRO DE LA CLAVE, PRIMERO A Y LUEGO B EN SU ORDEN ORIGINAL
           MOVE LX-TRAZADO(WS-NUM-FICHERO) TO WS-TRAZADO.
           SORT SD-FICHERO
                ON ASCENDING KEY SD-CLAVE SD-LADO SD-NUM-REG
                INPUT PROCEDURE IS 3100-SUELTA-FICHERO
                   THRU 3100-SUELTA-FICHERO-EXIT
                OUTPUT PROCEDURE IS 3500-COMPARA-ORDENADO
                   THRU 3500-COMPARA-ORDENADO-EXIT.
      *
       3000-COMPARA-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ENTREGA AL SORT EL FICHERO DE LAS DOS PASADAS           *
      *****************************************************************
       3100-SUELTA-FICHERO.
           MOVE "A" TO WS-LADO.
           MOVE WS-DIRECTORIO-A TO WS-DIRECTORIO.
           PERFORM 3110-SUELTA-PASADA
              THRU 3110-SUELTA-PASADA-EXIT.
      *
           MOVE "B" TO WS-LADO.
           MOVE WS-DIRECTORIO-B TO WS-DIRECTORIO.
           PERFORM 3110-SUELTA-PASADA
              THRU 3110-SUELTA-PASADA-EXIT.
      *
       3100-SUELTA-FICHERO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       ENTREGA AL SORT EL FICHERO DE UNA PASADA                *
      *****************************************************************
      *EL ULTIMO REGISTRO LEIDO SE RETIENE HASTA LEER EL SIGUIENTE,
      *PARA PODER DESCARTAR LA COLA "FIN" DEL ENVOLTORIO, QUE SOLO SE
      *RECONOCE AL LLEGAR AL FINAL DEL FICHERO
       3110-SUELTA-PASADA.
           MOVE 0 TO WC-REG-LADO.
           MOVE SPACES TO WS-EMPRESA-LOTE.
           SET NO-HAY-PENDIENTE TO TRUE.
      *
           PERFORM 3115-ABRE-ENTRADA
              THRU 3115-ABRE-ENTRADA-EXIT.
           IF FIN-FICHERO
                GO TO 3110-SUELTA-PASADA-EXIT
           END-IF.
      *
           PERFORM 3120-LEE-ENTRADA
              THRU 3120-LEE-ENTRADA-EXIT
              UNTIL FIN-FICHERO.
      *
           IF HAY-PENDIENTE
                IF LX-ENVOLTORIO(WS-NUM-FICHERO) = "S"
                   AND WS-REG-PENDIENTE(1:3) = "FIN"
                     CONTINUE
                ELSE
                     MOVE WS-REG-PENDIENTE TO WS-REG-SUELTA
                     PERFORM 3150-SUELTA-REGISTRO
                        THRU 3150-SUELTA-REGISTRO-EXIT
                END-IF
           END-IF.
      *
           PERFORM 3130-CIERRA-ENTRADA
              THRU 3130-CIERRA-ENTRADA-EXIT.
      *
       3110-SUELTA-PASADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       APERTURA DEL FICHERO DE LA PASADA EN CURSO              *
      *****************************************************************
      *UN FICHERO QUE NO EXISTE EN UNA PASADA SE COMPARA COMO VACIO Y
      *SE SENALA EN EL RESUMEN: TODOS SUS REGISTROS DE LA OTRA PASADA
      *SALDRAN COMO NUEVOS O COMO QUE FALTAN
       3115-ABRE-ENTRADA.
           SET NO-FIN-FICHERO TO TRUE.
           MOVE SPACES TO WS-ASSIGN-ENTRADA.
           IF LX-ENVOLTORIO(WS-NUM-FICHERO) = "S"
                IF WS-LADO = "A"
                     MOVE WS-FECHA-A-X TO WS-FECHA-PASADA
                ELSE
                     MOVE WS-FECHA-B-X TO WS-FECHA-PASADA
                END-IF
                STRING WS-DIRECTORIO DELIMITED BY SPACE
                       LX-FICHERO(WS-NUM-FICHERO) DELIMITED BY SPACE
                       WS-FECHA-PASADA DELIMITED BY SIZE
                       INTO WS-ASSIGN-ENTRADA
           ELSE
                STRING WS-DIRECTORIO DELIMITED BY SPACE
                       LX-FICHERO(WS-NUM-FICHERO) DELIMITED BY SPACE
                       INTO WS-ASSIGN-ENTRADA
           END-IF.
      *
           EVALUATE LX-LONGITUD(WS-NUM-FICHERO)
                WHEN 55
                     OPEN INPUT ENTRADA-55
                WHEN 56
                     OPEN INPUT ENTRADA-56
                WHEN 73
                     OPEN INPUT ENTRADA-73
                WHEN 80
                     OPEN INPUT ENTRADA-80
                WHEN OTHER
                     OPEN INPUT ENTRADA-108
           END-EVALUATE.
      *
           IF WS-FILE-STATUS-ENT = 35
                IF WS-LADO = "A"
                     MOVE "S" TO WT-RES-AUSENTE-A(WS-NUM-FICHERO)
                ELSE
                     MOVE "S" TO WT-RES-AUSENTE-B(WS-NUM-FICHERO)
                END-IF
                SET FIN-FICHERO TO TRUE
                GO TO 3115-ABRE-ENTRADA-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "3115-ABRE-ENTRADA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       3115-ABRE-ENTRADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       LECTURA DEL FICHERO DE LA PASADA EN CURSO               *
      *****************************************************************
       3120-LEE-ENTRADA.
           EVALUATE LX-LONGITUD(WS-NUM-FICHERO)
                WHEN 55
                     READ ENTRADA-55 INTO WS-REG-ENTRADA
                        AT END SET FIN-FICHERO TO TRUE
                     END-READ
                WHEN 56
                     READ ENTRADA-56 INTO WS-REG-ENTRADA
                        AT END SET FIN-FICHERO TO TRUE
                     END-READ
                WHEN 73
                     READ ENTRADA-73 INTO WS-REG-ENTRADA
                        AT END SET FIN-FICHERO TO TRUE
                     END-READ
                WHEN 80
                     READ ENTRADA-80 INTO WS-REG-ENTRADA
                        AT END SET FIN-FICHERO TO TRUE
                     END-READ
                WHEN OTHER
                     READ ENTRADA-108 INTO WS-REG-ENTRADA
                        AT END SET FIN-FICHERO TO TRUE
                     END-READ
           END-EVALUATE.
           IF WS-FILE-STATUS-ENT = 10
                GO TO 3120-LEE-ENTRADA-EXIT
           END-IF.
           IF WS-FILE-STATUS-ENT NOT = 00
                MOVE "3120-LEE-ENTRADA" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-ENT TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-REG-LADO.
      *
      *LA CABECERA "CAB" DEL ENVOLTORIO NO SE COMPARA: LLEVA LA FECHA
      *DE LA PASADA
           IF WC-REG-LADO = 1
              AND LX-ENVOLTORIO(WS-NUM-FICHERO) = "S"
              AND WS-REG-ENTRADA(1:3) = "CAB"
                GO TO 3120-LEE-ENTRADA-EXIT
           END-IF.
      *
           IF HAY-PENDIENTE
                MOVE WS-REG-PENDIENTE TO WS-REG-SUELTA
                PERFORM 3150-SUELTA-REGISTRO
                   THRU 3150-SUELTA-REGISTRO-EXIT
           END-IF.
           MOVE WS-REG-ENTRADA TO WS-REG-PENDIENTE.
           SET HAY-PENDIENTE TO TRUE.
      *
       3120-LEE-ENTRADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CIERRE DEL FICHERO DE LA PASADA EN CURSO                *
      *****************************************************************
       3130-CIERRA-ENTRADA.
           EVALUATE LX-LONGITUD(WS-NUM-FICHERO)
                WHEN 55
                     CLOSE ENTRADA-55
                WHEN 56
                     CLOSE ENTRADA-56
                WHEN 73
                     CLOSE ENTRADA-73
                WHEN 80
                     CLOSE ENTRADA-80
                WHEN OTHER
                     CLOSE ENTRADA-108
           END-EVALUATE.
       3130-CIERRA-ENTRADA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       CLAVE DEL REGISTRO Y ENTREGA AL SORT                    *
      *****************************************************************
       3150-SUELTA-REGISTRO.
           MOVE SPACES TO SD-REG-PARALELO.
           MOVE WS-LADO TO SD-LADO.
           MOVE WC-REG-LADO TO SD-NUM-REG.
           MOVE WS-REG-SUELTA TO SD-DATOS.
      *
           EVALUATE WS-TRAZADO
      *SALIDA1 NO LLEVA CODIGO: APELLIDO, NOMBRE, INICIAL Y TIPO
                WHEN 1
                     MOVE WS-REG-SUELTA(14:15) TO SD-CLAVE(1:15)
                     MOVE WS-REG-SUELTA(1:12) TO SD-CLAVE(16:12)
                     MOVE WS-REG-SUELTA(13:1) TO SD-CLAVE(28:1)
                     MOVE WS-REG-SUELTA(73:1) TO SD-CLAVE(29:1)
      *SALIDA2: CODIGO Y TIPO
                WHEN 2
                     MOVE WS-REG-SUELTA(1:6) TO SD-CLAVE(1:6)
                     MOVE WS-REG-SUELTA(56:1) TO SD-CLAVE(7:1)
      *COINCIDENCIAS DEL CRUCE: CODIGO
                WHEN 3
                     MOVE WS-REG-SUELTA(1:6) TO SD-CLAVE(1:6)
      *TRAZADO DEL MAESTRO: CODIGO Y TIPO
                WHEN 4
                     MOVE WS-REG-SUELTA(1:6) TO SD-CLAVE(1:6)
                     MOVE WS-REG-SUELTA(60:1) TO SD-CLAVE(7:1)
      *NOMINA: CODIGO Y TIPO
                WHEN 5
                     MOVE WS-REG-SUELTA(1:6) TO SD-CLAVE(1:6)
                     MOVE WS-REG-SUELTA(37:1) TO SD-CLAVE(7:1)
      *TRANSFERENCIAS: EMPRESA DEL LOTE, TIPO Y CODIGO DEL DETALLE
                WHEN 6
                     IF WS-REG-SUELTA(1:1) = "1"
                          MOVE WS-REG-SUELTA(50:3) TO WS-EMPRESA-LOTE
                     END-IF
                     MOVE WS-EMPRESA-LOTE TO SD-CLAVE(1:3)
                     MOVE WS-REG-SUELTA(1:1) TO SD-CLAVE(4:1)
                     IF WS-REG-SUELTA(1:1) = "2"
                          MOVE WS-REG-SUELTA(2:6) TO SD-CLAVE(5:6)
                     END-IF
      *APUNTES: EMPRESA DEL ASIENTO, TIPO, Y CUENTA, CENTRO DE COSTE
      *Y DEBE/HABER DEL APUNTE
                WHEN 7
                     IF WS-REG-SUELTA(1:1) = "1"
                          MOVE WS-REG-SUELTA(18:3) TO WS-EMPRESA-LOTE
                     END-IF
                     MOVE WS-EMPRESA-LOTE TO SD-CLAVE(1:3)
                     MOVE WS-REG-SUELTA(1:1) TO SD-CLAVE(4:1)
                     IF WS-REG-SUELTA(1:1) = "2"
                          MOVE WS-REG-SUELTA(2:12) TO SD-CLAVE(5:12)
                     END-IF
           END-EVALUATE.
      *
           IF WS-LADO = "A"
                ADD 1 TO WT-RES-LEIDOS-A(WS-NUM-FICHERO)
           ELSE
                ADD 1 TO WT-RES-LEIDOS-B(WS-NUM-FICHERO)
           END-IF.
           ADD 1 TO WC-TOTAL-LEIDOS.
      *
           RELEASE SD-REG-PARALELO.
      *
       3150-SUELTA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPARA EL FICHERO YA ORDENADO                          *
      *****************************************************************
       3500-COMPARA-ORDENADO.
           MOVE LOW-VALUES TO WS-CLAVE-GRUPO.
           MOVE 0 TO WC-GRUPO-A.
           MOVE 0 TO WC-GRUPO-B.
           SET NO-FIN-SORT TO TRUE.
      *
           PERFORM 3510-TRATA-REGISTRO
              THRU 3510-TRATA-REGISTRO-EXIT
              UNTIL FIN-SORT.
      *
      *LOS REGISTROS DE A DE LA ULTIMA CLAVE QUE NO TUVIERON PAREJA
           PERFORM 3520-CIERRA-GRUPO
              THRU 3520-CIERRA-GRUPO-EXIT.
      *
       3500-COMPARA-ORDENADO-EXIT.
       EXIT.
      *
       3510-TRATA-REGISTRO.
           RETURN SD-FICHERO
              AT END SET FIN-SORT TO TRUE.
           IF FIN-SORT
                GO TO 3510-TRATA-REGISTRO-EXIT
           END-IF.
      *
      *CAMBIO DE CLAVE: LOS DE A QUE QUEDARON SIN PAREJA FALTAN EN B
           IF SD-CLAVE NOT = WS-CLAVE-GRUPO
                PERFORM 3520-CIERRA-GRUPO
                   THRU 3520-CIERRA-GRUPO-EXIT
                MOVE SD-CLAVE TO WS-CLAVE-GRUPO
                MOVE 0 TO WC-GRUPO-A
                MOVE 0 TO WC-GRUPO-B
           END-IF.
      *
           PERFORM 3530-SUMA-CONTROL
              THRU 3530-SUMA-CONTROL-EXIT.
      *
           IF SD-LADO = "A"
                IF WC-GRUPO-A >= LT-MAX-GRUPO
                     MOVE SD-DATOS TO WS-REG-A
                     PERFORM 3525-FALTA-REGISTRO
                        THRU 3525-FALTA-REGISTRO-EXIT
                ELSE
                     ADD 1 TO WC-GRUPO-A
                     MOVE SD-DATOS TO WT-GRUPO-REG(WC-GRUPO-A)
                END-IF
                GO TO 3510-TRATA-REGISTRO-EXIT
           END-IF.
      *
      *UN REGISTRO DE B SE EMPAREJA CON EL DE A DEL MISMO ORDEN
           ADD 1 TO WC-GRUPO-B.
           MOVE SD-DATOS TO WS-REG-B.
           IF WC-GRUPO-B > WC-GRUPO-A
                PERFORM 3540-NUEVO-REGISTRO
                   THRU 3540-NUEVO-REGISTRO-EXIT
                GO TO 3510-TRATA-REGISTRO-EXIT
           END-IF.
           MOVE WT-GRUPO-REG(WC-GRUPO-B) TO WS-REG-A.
           PERFORM 3600-COMPARA-PAREJA
              THRU 3600-COMPARA-PAREJA-EXIT.
      *
       3510-TRATA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGISTROS DE A DE LA CLAVE QUE NO ESTAN EN B            *
      *****************************************************************
       3520-CIERRA-GRUPO.
           IF WC-GRUPO-A > WC-GRUPO-B
                COMPUTE WC-SIGUIENTE = WC-GRUPO-B + 1
                PERFORM 3522-FALTA-PENDIENTE
                   THRU 3522-FALTA-PENDIENTE-EXIT
                   VARYING IG FROM WC-SIGUIENTE BY 1
                   UNTIL IG > WC-GRUPO-A
           END-IF.
       3520-CIERRA-GRUPO-EXIT.
       EXIT.
      *
       3522-FALTA-PENDIENTE.
           MOVE WT-GRUPO-REG(IG) TO WS-REG-A.
           PERFORM 3525-FALTA-REGISTRO
              THRU 3525-FALTA-REGISTRO-EXIT.
       3522-FALTA-PENDIENTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGISTRO QUE ESTA EN A Y FALTA EN B                     *
      *****************************************************************
       3525-FALTA-REGISTRO.
           MOVE "FALTA" TO WS-CAMPO-DIF.
           PERFORM 3700-BUSCA-CONOCIDA
              THRU 3700-BUSCA-CONOCIDA-EXIT.
           IF DIF-CONOCIDA
                ADD 1 TO WT-RES-ACEPTADAS(WS-NUM-FICHERO)
                ADD 1 TO WC-TOTAL-ACEPTADAS
                GO TO 3525-FALTA-REGISTRO-EXIT
           END-IF.
           ADD 1 TO WT-RES-FALTAN(WS-NUM-FICHERO).
           ADD 1 TO WC-TOTAL-SORPRESAS.
      *
           MOVE SPACES TO WS-LINEA-DIFERENCIA.
           MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WD-FICHERO.
           MOVE WS-CLAVE-GRUPO TO WD-CLAVE.
           MOVE WS-CAMPO-DIF TO WD-CAMPO.
           MOVE WS-REG-A(1:28) TO WD-VALOR-A.
           PERFORM 3800-IMPRIME-DIFERENCIA
              THRU 3800-IMPRIME-DIFERENCIA-EXIT.
      *
       3525-FALTA-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       SUMA DEL TOTAL DE CONTROL DE CADA PASADA                *
      *****************************************************************
       3530-SUMA-CONTROL.
           IF WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO) = 0
                GO TO 3530-SUMA-CONTROL-EXIT
           END-IF.
           SET IC TO WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO).
      *EN LOS FICHEROS CON TIPOS DE REGISTRO SOLO SUMAN LOS DETALLES
           IF LF-TIPO(IC) NOT = SPACE
              AND SD-DATOS(1:1) NOT = LF-TIPO(IC)
                GO TO 3530-SUMA-CONTROL-EXIT
           END-IF.
      *
           MOVE LF-FORMATO(IC) TO WS-CONV-FORMATO.
           MOVE SD-DATOS(LF-POSICION(IC):LF-LONGITUD(IC))
             TO WS-CONV-TEXTO.
           PERFORM 3850-CONVIERTE-IMPORTE
              THRU 3850-CONVIERTE-IMPORTE-EXIT.
           IF SD-LADO = "A"
                ADD WS-CONV-IMPORTE TO WT-RES-TOTAL-A(WS-NUM-FICHERO)
           ELSE
                ADD WS-CONV-IMPORTE TO WT-RES-TOTAL-B(WS-NUM-FICHERO)
           END-IF.
      *
       3530-SUMA-CONTROL-EXIT.
       EXIT.
      *
      *****************************************************************
      *       REGISTRO QUE SOLO ESTA EN B                             *
      *****************************************************************
       3540-NUEVO-REGISTRO.
           MOVE "NUEVO" TO WS-CAMPO-DIF.
           PERFORM 3700-BUSCA-CONOCIDA
              THRU 3700-BUSCA-CONOCIDA-EXIT.
           IF DIF-CONOCIDA
                ADD 1 TO WT-RES-ACEPTADAS(WS-NUM-FICHERO)
                ADD 1 TO WC-TOTAL-ACEPTADAS
                GO TO 3540-NUEVO-REGISTRO-EXIT
           END-IF.
           ADD 1 TO WT-RES-NUEVOS(WS-NUM-FICHERO).
           ADD 1 TO WC-TOTAL-SORPRESAS.
      *
           MOVE SPACES TO WS-LINEA-DIFERENCIA.
           MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WD-FICHERO.
           MOVE WS-CLAVE-GRUPO TO WD-CLAVE.
           MOVE WS-CAMPO-DIF TO WD-CAMPO.
           MOVE WS-REG-B(1:28) TO WD-VALOR-B.
           PERFORM 3800-IMPRIME-DIFERENCIA
              THRU 3800-IMPRIME-DIFERENCIA-EXIT.
      *
       3540-NUEVO-REGISTRO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       COMPARA CAMPO A CAMPO UNA PAREJA DE REGISTROS           *
      *****************************************************************
       3600-COMPARA-PAREJA.
           IF WS-REG-A = WS-REG-B
                ADD 1 TO WT-RES-IGUALES(WS-NUM-FICHERO)
                GO TO 3600-COMPARA-PAREJA-EXIT
           END-IF.
      *
           MOVE 0 TO WC-DIF-PAREJA.
           MOVE 0 TO WC-ACEPTADAS-PAREJA.
           MOVE SPACE TO WS-TIPO-REG.
           IF WS-TRAZADO = 6 OR WS-TRAZADO = 7
                MOVE WS-REG-A(1:1) TO WS-TIPO-REG
           END-IF.
      *
           PERFORM 3610-COMPARA-CAMPO
              THRU 3610-COMPARA-CAMPO-EXIT
              VARYING IC FROM 1 BY 1
              UNTIL IC > LT-NUM-CAMPOS.
      *
      *LOS REGISTROS DIFIEREN FUERA DE LOS CAMPOS CONOCIDOS (EN EL
      *RELLENO O EN UN TIPO DE REGISTRO QUE NO ESTA EN LA TABLA)
           IF WC-DIF-PAREJA = 0
              AND WC-ACEPTADAS-PAREJA = 0
                MOVE "RESTO" TO WS-CAMPO-DIF
                MOVE "X" TO WS-FORMATO-DIF
                MOVE WS-REG-A(1:30) TO WS-VALOR-A
                MOVE WS-REG-B(1:30) TO WS-VALOR-B
                PERFORM 3650-DIFERENCIA-CAMPO
                   THRU 3650-DIFERENCIA-CAMPO-EXIT
           END-IF.
      *
      *UNA PAREJA CUYAS DIFERENCIAS ESTAN TODAS ACEPTADAS CUENTA COMO
      *IGUAL
           IF WC-DIF-PAREJA > 0
                ADD 1 TO WT-RES-MODIFICADOS(WS-NUM-FICHERO)
           ELSE
                ADD 1 TO WT-RES-IGUALES(WS-NUM-FICHERO)
           END-IF.
      *
       3600-COMPARA-PAREJA-EXIT.
       EXIT.
      *
       3610-COMPARA-CAMPO.
           IF LF-TRAZADO(IC) NOT = WS-TRAZADO
              OR LF-TIPO(IC) NOT = WS-TIPO-REG
                GO TO 3610-COMPARA-CAMPO-EXIT
           END-IF.
           IF WS-REG-A(LF-POSICION(IC):LF-LONGITUD(IC)) =
              WS-REG-B(LF-POSICION(IC):LF-LONGITUD(IC))
                GO TO 3610-COMPARA-CAMPO-EXIT
           END-IF.
      *
           MOVE LF-NOMBRE(IC) TO WS-CAMPO-DIF.
           MOVE LF-FORMATO(IC) TO WS-FORMATO-DIF.
           MOVE WS-REG-A(LF-POSICION(IC):LF-LONGITUD(IC))
             TO WS-VALOR-A.
           MOVE WS-REG-B(LF-POSICION(IC):LF-LONGITUD(IC))
             TO WS-VALOR-B.
           PERFORM 3650-DIFERENCIA-CAMPO
              THRU 3650-DIFERENCIA-CAMPO-EXIT.
      *
       3610-COMPARA-CAMPO-EXIT.
       EXIT.
      *
      *****************************************************************
      *       UN CAMPO DISTINTO EN LA PAREJA                          *
      *****************************************************************
      *LA LLAMADORA DEJA EL NOMBRE DEL CAMPO EN WS-CAMPO-DIF, SU
      *FORMATO EN WS-FORMATO-DIF Y LOS DOS VALORES EN WS-VALOR-A/B
       3650-DIFERENCIA-CAMPO.
           PERFORM 3700-BUSCA-CONOCIDA
              THRU 3700-BUSCA-CONOCIDA-EXIT.
           IF DIF-CONOCIDA
                ADD 1 TO WC-ACEPTADAS-PAREJA
                ADD 1 TO WT-RES-ACEPTADAS(WS-NUM-FICHERO)
                ADD 1 TO WC-TOTAL-ACEPTADAS
                GO TO 3650-DIFERENCIA-CAMPO-EXIT
           END-IF.
           IF WC-DIF-PAREJA = 0
                ADD 1 TO WC-TOTAL-SORPRESAS
           END-IF.
           ADD 1 TO WC-DIF-PAREJA.
           ADD 1 TO WT-RES-DIF-CAMPO(WS-NUM-FICHERO).
      *
           MOVE SPACES TO WS-LINEA-DIFERENCIA.
           MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WD-FICHERO.
           MOVE WS-CLAVE-GRUPO TO WD-CLAVE.
           MOVE WS-CAMPO-DIF TO WD-CAMPO.
      *
      *LOS IMPORTES SE IMPRIMEN EDITADOS, CON LA DIFERENCIA B - A;
      *UN IMPORTE ILEGIBLE SE IMPRIME TAL CUAL
           IF WS-FORMATO-DIF = "X"
                MOVE WS-VALOR-A TO WD-VALOR-A
                MOVE WS-VALOR-B TO WD-VALOR-B
           ELSE
                PERFORM 3660-EDITA-IMPORTES
                   THRU 3660-EDITA-IMPORTES-EXIT
           END-IF.
           PERFORM 3800-IMPRIME-DIFERENCIA
              THRU 3800-IMPRIME-DIFERENCIA-EXIT.
      *
       3650-DIFERENCIA-CAMPO-EXIT.
       EXIT.
      *
       3660-EDITA-IMPORTES.
           MOVE WS-FORMATO-DIF TO WS-CONV-FORMATO.
           MOVE WS-VALOR-A TO WS-CONV-TEXTO.
           PERFORM 3850-CONVIERTE-IMPORTE
              THRU 3850-CONVIERTE-IMPORTE-EXIT.
           MOVE WS-CONV-IMPORTE TO WS-IMPORTE-A.
           IF IMPORTE-VALIDO
                MOVE WS-IMPORTE-A TO WS-IMPORTE-EDITADO
                MOVE WS-IMPORTE-EDITADO TO WD-VALOR-A
           ELSE
                MOVE WS-VALOR-A TO WD-VALOR-A
           END-IF.
           MOVE WS-VALOR-B TO WS-CONV-TEXTO.
           PERFORM 3850-CONVIERTE-IMPORTE
              THRU 3850-CONVIERTE-IMPORTE-EXIT.
           MOVE WS-CONV-IMPORTE TO WS-IMPORTE-B.
           IF IMPORTE-VALIDO
                MOVE WS-IMPORTE-B TO WS-IMPORTE-EDITADO
                MOVE WS-IMPORTE-EDITADO TO WD-VALOR-B
           ELSE
                MOVE WS-VALOR-B TO WD-VALOR-B
           END-IF.
           COMPUTE WS-IMPORTE-DIF = WS-IMPORTE-B - WS-IMPORTE-A.
           MOVE WS-IMPORTE-DIF TO WS-IMPORTE-EDITADO.
           MOVE WS-IMPORTE-EDITADO TO WD-DIFERENCIA.
       3660-EDITA-IMPORTES-EXIT.
       EXIT.
      *
      *****************************************************************
      *       BUSCA LA DIFERENCIA EN LA LISTA DE CONOCIDAS            *
      *****************************************************************
      *LA LLAMADORA DEJA EL CAMPO (O "NUEVO"/"FALTA") EN
      *WS-CAMPO-DIF; EL FICHERO Y LA CLAVE SON LOS EN CURSO. LA
      *PRIMERA ENTRADA QUE LA CUBRE SE ANOTA EL USO
       3700-BUSCA-CONOCIDA.
           SET DIF-NO-CONOCIDA TO TRUE.
           IF WC-NUM-CONOCIDAS = 0
                GO TO 3700-BUSCA-CONOCIDA-EXIT
           END-IF.
           PERFORM 3710-PRUEBA-CONOCIDA
              THRU 3710-PRUEBA-CONOCIDA-EXIT
              VARYING KN FROM 1 BY 1
              UNTIL KN > WC-NUM-CONOCIDAS
                 OR DIF-CONOCIDA.
       3700-BUSCA-CONOCIDA-EXIT.
       EXIT.
      *
       3710-PRUEBA-CONOCIDA.
           IF WK-T-FICHERO(KN) NOT = "*"
              AND WK-T-FICHERO(KN) NOT = LX-NOMBRE(WS-NUM-FICHERO)
                GO TO 3710-PRUEBA-CONOCIDA-EXIT
           END-IF.
           IF WK-T-CAMPO(KN) NOT = "*"
              AND WK-T-CAMPO(KN) NOT = WS-CAMPO-DIF
                GO TO 3710-PRUEBA-CONOCIDA-EXIT
           END-IF.
           IF WK-T-LONG-CLAVE(KN) > 0
                IF WS-CLAVE-GRUPO(1:WK-T-LONG-CLAVE(KN)) NOT =
                   WK-T-CLAVE(KN)(1:WK-T-LONG-CLAVE(KN))
                     GO TO 3710-PRUEBA-CONOCIDA-EXIT
                END-IF
           END-IF.
           SET DIF-CONOCIDA TO TRUE.
           ADD 1 TO WK-T-USOS(KN).
       3710-PRUEBA-CONOCIDA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       IMPRIME UNA LINEA DE DIFERENCIA                         *
      *****************************************************************
       3800-IMPRIME-DIFERENCIA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE WS-LINEA-DIFERENCIA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "3800-DIFERENCIA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       3800-IMPRIME-DIFERENCIA-EXIT.
       EXIT.
      *
      *****************************************************************
      *       PASA EL TEXTO DE UN CAMPO A IMPORTE SEGUN SU FORMATO    *
      *****************************************************************
      *ENTRADA WS-CONV-FORMATO Y WS-CONV-TEXTO; SALIDA
      *WS-CONV-IMPORTE (CERO E IMPORTE-NO-VALIDO SI EL CAMPO NO ES
      *NUMERICO)
       3850-CONVIERTE-IMPORTE.
           MOVE 0 TO WS-CONV-IMPORTE.
           SET IMPORTE-VALIDO TO TRUE.
           EVALUATE WS-CONV-FORMATO
                WHEN "S"
                     MOVE WS-CONV-TEXTO(1:11) TO WS-CONV-S-X
                     IF WS-CONV-S NUMERIC
                          MOVE WS-CONV-S TO WS-CONV-IMPORTE
                     ELSE
                          SET IMPORTE-NO-VALIDO TO TRUE
                     END-IF
                WHEN "U"
                     MOVE WS-CONV-TEXTO(1:11) TO WS-CONV-U-X
                     IF WS-CONV-U NUMERIC
                          MOVE WS-CONV-U TO WS-CONV-IMPORTE
                     ELSE
                          SET IMPORTE-NO-VALIDO TO TRUE
                     END-IF
                WHEN "V"
                     MOVE WS-CONV-TEXTO(1:13) TO WS-CONV-V-X
                     IF WS-CONV-V NUMERIC
                          MOVE WS-CONV-V TO WS-CONV-IMPORTE
                     ELSE
                          SET IMPORTE-NO-VALIDO TO TRUE
                     END-IF
                WHEN "W"
                     MOVE WS-CONV-TEXTO(1:15) TO WS-CONV-W-X
                     IF WS-CONV-W NUMERIC
                          MOVE WS-CONV-W TO WS-CONV-IMPORTE
                     ELSE
                          SET IMPORTE-NO-VALIDO TO TRUE
                     END-IF
                WHEN "P"
                     MOVE WS-CONV-TEXTO(1:4) TO WS-CONV-P-X
                     IF WS-CONV-P NUMERIC
                          MOVE WS-CONV-P TO WS-CONV-IMPORTE
                     ELSE
                          SET IMPORTE-NO-VALIDO TO TRUE
                     END-IF
                WHEN OTHER
                     SET IMPORTE-NO-VALIDO TO TRUE
           END-EVALUATE.
       3850-CONVIERTE-IMPORTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *       RESUMEN POR FICHERO, EN PAGINA APARTE                   *
      *****************************************************************
       5000-IMPRIME-RESUMEN.
           PERFORM 2000-IMPRIME-CABECERA
              THRU 2000-IMPRIME-CABECERA-EXIT.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "RESUMEN POR FICHERO" TO WS-LINEA-IMPRIMIR(3:19).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           MOVE WS-LINEA-RESUMEN-CAB TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           ADD 3 TO WC-LINEA-PAGINA.
      *
           PERFORM 5010-LINEA-RESUMEN
              THRU 5010-LINEA-RESUMEN-EXIT
              VARYING WS-NUM-FICHERO FROM 1 BY 1
              UNTIL WS-NUM-FICHERO > LT-NUM-FICHEROS.
      *
      *VEREDICTO: SOLO CUENTAN LAS DIFERENCIAS QUE NO ESTAN EN LA
      *LISTA DE CONOCIDAS
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           IF WC-TOTAL-SORPRESAS = 0
                MOVE "SIN DIFERENCIAS NO ESPERADAS"
                  TO WS-LINEA-IMPRIMIR(3:28)
           ELSE
                MOVE "HAY DIFERENCIAS NO ESPERADAS: REVISAR"
                  TO WS-LINEA-IMPRIMIR(3:37)
           END-IF.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5000-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 2 TO WC-LINEA-PAGINA.
      *
       5000-IMPRIME-RESUMEN-EXIT.
       EXIT.
      *
       5010-LINEA-RESUMEN.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-RESUMEN.
           MOVE LX-NOMBRE(WS-NUM-FICHERO) TO WN-FICHERO.
           MOVE WT-RES-LEIDOS-A(WS-NUM-FICHERO) TO WN-VALOR(1).
           MOVE WT-RES-LEIDOS-B(WS-NUM-FICHERO) TO WN-VALOR(2).
           MOVE WT-RES-IGUALES(WS-NUM-FICHERO) TO WN-VALOR(3).
           MOVE WT-RES-MODIFICADOS(WS-NUM-FICHERO) TO WN-VALOR(4).
           MOVE WT-RES-NUEVOS(WS-NUM-FICHERO) TO WN-VALOR(5).
           MOVE WT-RES-FALTAN(WS-NUM-FICHERO) TO WN-VALOR(6).
           MOVE WT-RES-DIF-CAMPO(WS-NUM-FICHERO) TO WN-VALOR(7).
           MOVE WT-RES-ACEPTADAS(WS-NUM-FICHERO) TO WN-VALOR(8).
           IF WT-RES-AUSENTE-A(WS-NUM-FICHERO) = "S"
                IF WT-RES-AUSENTE-B(WS-NUM-FICHERO) = "S"
                     MOVE "NO EXISTE EN NINGUNA" TO WN-OBSERVACION
                ELSE
                     MOVE "NO EXISTE EN A" TO WN-OBSERVACION
                END-IF
           ELSE
                IF WT-RES-AUSENTE-B(WS-NUM-FICHERO) = "S"
                     MOVE "NO EXISTE EN B" TO WN-OBSERVACION
                END-IF
           END-IF.
      *
           MOVE WS-LINEA-RESUMEN TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5010-RESUMEN" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
      *TOTAL DE CONTROL DE CADA PASADA, EN LA LINEA DE DEBAJO
           IF WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO) = 0
                GO TO 5010-LINEA-RESUMEN-EXIT
           END-IF.
           SET IC TO WT-RES-CAMPO-TOTAL(WS-NUM-FICHERO).
           MOVE LF-NOMBRE(IC) TO WN-CAMPO-TOTAL.
           MOVE WT-RES-TOTAL-A(WS-NUM-FICHERO) TO WN-TOTAL-A.
           MOVE WT-RES-TOTAL-B(WS-NUM-FICHERO) TO WN-TOTAL-B.
           COMPUTE WS-IMPORTE-DIF = WT-RES-TOTAL-B(WS-NUM-FICHERO)
                                  - WT-RES-TOTAL-A(WS-NUM-FICHERO).
           MOVE WS-IMPORTE-DIF TO WN-TOTAL-DIF.
           MOVE WS-LINEA-TOTAL-CONTROL TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       5010-LINEA-RESUMEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *       USO DE CADA ENTRADA DE LA LISTA DE CONOCIDAS            *
      *****************************************************************
      *UNA ENTRADA QUE NO HA ACEPTADO NADA SE MARCA "SIN USO": O EL
      *CAMBIO NO HA TENIDO EL EFECTO ESPERADO O LA ENTRADA SOBRA
       5100-IMPRIME-CONOCIDAS.
           IF WC-NUM-CONOCIDAS = 0
                GO TO 5100-IMPRIME-CONOCIDAS-EXIT
           END-IF.
           IF WC-LINEA-PAGINA + 5 >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-IMPRIMIR.
           MOVE "DIFERENCIAS CONOCIDAS ACEPTADAS"
             TO WS-LINEA-IMPRIMIR(3:31).
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           MOVE WS-LINEA-CONOCIDA-CAB TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 2 LINES.
           ADD 4 TO WC-LINEA-PAGINA.
      *
           PERFORM 5110-LINEA-CONOCIDA
              THRU 5110-LINEA-CONOCIDA-EXIT
              VARYING KN FROM 1 BY 1
              UNTIL KN > WC-NUM-CONOCIDAS.
      *
       5100-IMPRIME-CONOCIDAS-EXIT.
       EXIT.
      *
       5110-LINEA-CONOCIDA.
           IF WC-LINEA-PAGINA >= LT-MAX-LINEAS-PAGINA
                PERFORM 2000-IMPRIME-CABECERA
                   THRU 2000-IMPRIME-CABECERA-EXIT
           END-IF.
      *
           MOVE SPACES TO WS-LINEA-CONOCIDA.
           MOVE WK-T-FICHERO(KN) TO WK-L-FICHERO.
           MOVE WK-T-CLAVE(KN) TO WK-L-CLAVE.
           MOVE WK-T-CAMPO(KN) TO WK-L-CAMPO.
           MOVE WK-T-MOTIVO(KN) TO WK-L-MOTIVO.
           MOVE WK-T-USOS(KN) TO WK-L-USOS.
           IF WK-T-USOS(KN) = 0
                MOVE "SIN USO" TO WK-L-OBSERVACION
           END-IF.
      *
           MOVE WS-LINEA-CONOCIDA TO WS-LINEA-IMPRIMIR.
           WRITE REG-LISTADO FROM WS-LINEA-IMPRIMIR
              AFTER ADVANCING 1 LINES.
           IF WS-FILE-STATUS-LISTADO NOT = 00
                MOVE "5110-CONOCIDA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-FICHERO3 TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-LISTADO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
           ADD 1 TO WC-LINEA-PAGINA.
      *
       5110-LINEA-CONOCIDA-EXIT.
       EXIT.
      *
      *****************************************************************
      *             FIN                                               *
      *****************************************************************
       8000-FIN.
           IF NO-ERROR
                 DISPLAY "******************************************"
                 DISPLAY "   COMPARACION DE PASADAS EN PARALELO"
                 DISPLAY "******************************************"
                 DISPLAY "**PASADA A: " WS-DIRECTORIO-A
                 DISPLAY "**PASADA B: " WS-DIRECTORIO-B
                 DISPLAY "**REGISTROS LEIDOS:        " WC-TOTAL-LEIDOS
                 DISPLAY "**DIFERENCIAS ACEPTADAS:   "
                      WC-TOTAL-ACEPTADAS
                 DISPLAY "**REGISTROS CON SORPRESAS: "
                      WC-TOTAL-SORPRESAS
                 DISPLAY "******************************************"
           END-IF.
      *
           CLOSE LISTADO.
           CLOSE AUDITORIA.
           DISPLAY "FICHEROS CERRADOS".
      *
      *DEVOLVEMOS EL CODIGO DE RETORNO AL SISTEMA OPERATIVO: 4 SI HAY
      *ALGUNA DIFERENCIA QUE NO ESTA EN LA LISTA DE CONOCIDAS, PARA
      *QUE EL PASO A PRODUCCION NO SIGA SIN QUE ALGUIEN LA REVISE
           IF SI-ERROR
                MOVE 8 TO RETURN-CODE
           ELSE
                IF WC-TOTAL-SORPRESAS > 0
                     MOVE 4 TO RETURN-CODE
                ELSE
                     MOVE 0 TO RETURN-CODE
                END-IF
           END-IF.
           STOP RUN.
      *
       8000-FIN-EXIT.
       EXIT.
      *****************************************************************
      *                COMPROBACION DE ERRORES                        *
      *****************************************************************
       9100-ERRORES.
           SET SI-ERROR TO TRUE.
      *
      *DEJAMOS CONSTANCIA DEL ERROR EN EL HISTORICO COMUN DE AUDITORIA
           PERFORM 9150-GRABA-AUDITORIA
              THRU 9150-GRABA-AUDITORIA-EXIT.
      *
           DISPLAY "************************************".
           DISPLAY "          E R R O R       ".
           DISPLAY "************************************".
      *
           EVALUATE WS-FILE-STATUS-ERROR
                WHEN 04
                      DISPLAY "SE HA PRODUCIDO UN DESBORDAMIENTO"
                WHEN 10
                     DISPLAY "EL FICHERO ESTA VACIO"
                WHEN 35
                     DISPLAY "NO SE ENCUENTRA EL FICHERO"
                WHEN OTHER
                     DISPLAY "SE HA PRODUCIDO UN ERROR"
           END-EVALUATE.
      *
           DISPLAY "*********************************".
           DISPLAY "ANALISIS DE ERROR: ".
           DISPLAY "****FILE STATUS: " WS-FILE-STATUS-ERROR.
           DISPLAY "****FICHERO:     " WS-FICHERO-ERROR.
           DISPLAY "****PARRAFO:     " WS-PARRAFO-ERROR.
           DISPLAY "****OPERACION:   " WS-OPERACION-ERROR.
           DISPLAY "*********************************".
      *
      *LLAMAMOS AL PERFORM QUE CIERRA EL PROGRAMA
           PERFORM 8000-FIN
              THRU 8000-FIN-EXIT.
      *
       9100-ERRORES-EXIT.
       EXIT.
      *
      *****************************************************************
      *                AUDITORIA COMUN DE ERRORES                     *
      *****************************************************************
       COPY ERRAUDPR.
      *
      *****************************************************************
      *                OBTENCION DE LA FECHA DE PROCESO               *
      *****************************************************************
       COPY FECPROPR.
      *
      *****************************************************************
      *                LECTURA DE LA FICHA DE PARAMETROS              *
      *****************************************************************
       COPY PARAMPR.

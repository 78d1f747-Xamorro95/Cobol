      *****************************************************************
      *               COPY COPYPAGREG                                 *
      *               LAYOUT DEL REGISTRO DE PAGOS                    *
      *               (FICHERO.PAGOS.REGISTRO, 60 POSICIONES). DOS    *
      *               TIPOS DE REGISTRO:                              *
      *               "R" RESUMEN: UNO POR FICHERO BANCARIO GENERADO  *
      *                   POR COBOL720 (UNO POR EMPRESA DEL GRUPO),   *
      *                   CON LAS CIFRAS DE LA COLA. ES               *
      *                   LA GUARDA CONTRA LA DOBLE GENERACION DE UN  *
      *                   PERIODO.                                    *
      *               "P" PAGO: UNO POR TRANSFERENCIA ENVIADA, CON EL *
      *                   CODIGO DE EMPLEADO Y EL IMPORTE. LOS GRABA  *
      *                   COBOL720 (ORIGEN "N", NOMINA) Y COBOL780    *
      *                   (ORIGEN "E", REEMISION), Y COBOL790 LOS     *
      *                   MARCA AL CONCILIARLOS CON EL EXTRACTO DEL   *
      *                   BANCO: "C" CONFIRMADO, "D" CARGADO CON OTRO *
      *                   IMPORTE, "N" NO CARGADO (EN BLANCO, SIN     *
      *                   CONCILIAR TODAVIA)                          *
      *****************************************************************
       01  WS-REG-PAGO.
           05  WG-TIPO                         PIC X(1).
                88  WG-RESUMEN                 VALUE "R".
                88  WG-PAGO                    VALUE "P".
           05  WG-PERIODO                      PIC 9(6).
           05  WG-FECHA-VALOR                  PIC 9(8).
           05  WG-DATOS                        PIC X(45).
      *
      *VISTA DEL REGISTRO RESUMEN
           05  WG-DATOS-RESUMEN REDEFINES WG-DATOS.
               10  WG-NUM-DETALLES             PIC 9(7).
               10  WG-SUMA-IMPORTES            PIC 9(13)V99.
               10  WG-FECHA-GENERACION         PIC 9(8).
      *EMPRESA DEL FICHERO BANCARIO (EN BLANCO EN LOS RESUMENES
      *ANTERIORES A LAS EMPRESAS DEL GRUPO: LA PRINCIPAL)
               10  WG-EMPRESA-RESUMEN          PIC X(3).
               10  FILLER                      PIC X(12).
      *
      *VISTA DEL REGISTRO DE PAGO
           05  WG-DATOS-PAGO REDEFINES WG-DATOS.
               10  WG-CODIGO                   PIC X(6).
               10  WG-IMPORTE                  PIC 9(9)V99.
               10  WG-ORIGEN                   PIC X(1).
                    88  WG-ORIGEN-NOMINA       VALUE "N".
                    88  WG-ORIGEN-REEMISION    VALUE "E".
               10  WG-ESTADO                   PIC X(1).
                    88  WG-SIN-CONCILIAR       VALUE " ".
                    88  WG-CONFIRMADO          VALUE "C".
                    88  WG-DIFERENCIA          VALUE "D".
                    88  WG-NO-CARGADO          VALUE "N".
               10  WG-FECHA-CONCILIACION       PIC 9(8).
               10  WG-IMPORTE-BANCO            PIC 9(9)V99.
      *EMPRESA QUE PAGA LA TRANSFERENCIA (EN BLANCO, LA PRINCIPAL)
               10  WG-EMPRESA-PAGO             PIC X(3).
               10  FILLER                      PIC X(4).

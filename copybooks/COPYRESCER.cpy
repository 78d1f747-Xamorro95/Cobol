      *****************************************************************
      *               COPY COPYRESCER                                 *
      *               LAYOUT DEL RESUMEN DE CERTIFICADOS DE           *
      *               RETENCIONES (FICHERO.CERTIFICADOS.RESUMEN, 70   *
      *               POSICIONES): UN REGISTRO POR EMPRESA            *
      *               CERTIFICADA CON LAS CIFRAS DE SU PAGINA DE      *
      *               RESUMEN EN COBOL770 (ANIO, CERTIFICADOS Y       *
      *               TOTALES BRUTO, RETENIDO Y NETO). LO GRABA       *
      *               COBOL770 EN CADA EJECUCION Y LO LEE COBOL772    *
      *               PARA CUADRAR LA DECLARACION ANUAL DE CADA       *
      *               EMPRESA CON SUS CERTIFICADOS                    *
      *****************************************************************
       01  WS-REG-RESUMEN-CERT.
           05  WZ-ANIO                         PIC 9(4).
           05  WZ-CERTIFICADOS                 PIC 9(7).
           05  WZ-TOTAL-BRUTO                  PIC 9(13)V99.
           05  WZ-TOTAL-RETENIDO               PIC 9(13)V99.
           05  WZ-TOTAL-NETO                   PIC 9(13)V99.
      *FECHA EN QUE SE EMITIERON LOS CERTIFICADOS
           05  WZ-FECHA-EMISION                PIC 9(8).
      *EMPRESA DE LOS CERTIFICADOS (EN BLANCO EN LOS RESUMENES
      *ANTERIORES A LAS EMPRESAS DEL GRUPO: LA PRINCIPAL)
           05  WZ-EMPRESA                      PIC X(3).
           05  FILLER                          PIC X(3).

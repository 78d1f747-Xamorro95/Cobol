           05  WN-ESTADO-PAGO                  PIC X(1).
                88  WN-PAGO-PENDIENTE          VALUE " ".
                88  WN-PAGADA                  VALUE "P".
      *EMPRESA DEL EMPLEADO, YA RESUELTA POR COBOL700; SOLO LOS
      *REGISTROS ANTERIORES A ESTE CAMPO LA TRAEN EN BLANCO, QUE ES LA
      *EMPRESA PRINCIPAL. AMPLIA EL REGISTRO DE 105 A 108 BYTES
           05  WN-EMPRESA                      PIC X(3).

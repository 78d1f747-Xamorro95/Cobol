      *FECHA DE BAJA (AAAAMMDD); CERO MIENTRAS EL EMPLEADO ESTA DE
      *ALTA. AMPLIA EL REGISTRO DE 69 A 77 BYTES
           05  WS-EMPLE-FEC-BAJA                PIC 9(8).
      *EMPRESA DEL GRUPO A LA QUE PERTENECE EL EMPLEADO (COPY
      *COPYEMPRESA). EL BLANCO DE LOS REGISTROS ANTERIORES A ESTE
      *CAMPO SE TRATA COMO LA EMPRESA PRINCIPAL. AMPLIA EL REGISTRO DE
      *77 A 80 BYTES
           05  WS-EMPLE-EMPRESA                 PIC X(3).

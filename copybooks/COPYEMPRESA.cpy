      *****************************************************************
      *               COPY COPYEMPRESA                                *
      *               LAYOUT DEL MAESTRO DE EMPRESAS DEL GRUPO        *
      *               (FICHERO.EMPRESAS, 100 POSICIONES): UNA ENTIDAD *
      *               JURIDICA POR REGISTRO CON SU CIF, EL            *
      *               IDENTIFICADOR Y LA CUENTA DE CARGO ACORDADOS    *
      *               CON EL BANCO Y EL PREFIJO DE SU CONTABILIDAD.   *
      *               SE MANTIENE A MANO, COMO EL MAESTRO DE          *
      *               OPERADORES. LA PRIMERA EMPRESA DEL FICHERO ES   *
      *               LA PRINCIPAL: LA DE LOS EMPLEADOS Y             *
      *               DEPARTAMENTOS CON LA EMPRESA EN BLANCO,         *
      *               ANTERIORES A ESTE CAMPO (VER COPY EMPREWS)      *
      *****************************************************************
       01  WS-REG-EMPRESA.
           05  WEM-CODIGO                      PIC X(3).
           05  WEM-NOMBRE                      PIC X(30).
           05  WEM-CIF                         PIC X(9).
      *IDENTIFICADOR DE LA EMPRESA ACORDADO CON EL BANCO PARA LA
      *CABECERA DEL FICHERO DE TRANSFERENCIAS, Y CUENTA DE CARGO Y
      *BIC DE SU ENTIDAD PARA EL ENVIO SEPA
           05  WEM-ID-BANCO                    PIC X(10).
           05  WEM-IBAN                        PIC X(24).
           05  WEM-BIC                         PIC X(11).
      *PREFIJO DE LA SOCIEDAD EN CONTABILIDAD: VA EN LA CABECERA DEL
      *ASIENTO DE LA EMPRESA, Y CADA APUNTE LLEVA EL CODIGO DE LA
      *EMPRESA (COBOL760 Y COBOL677)
           05  WEM-PREFIJO-CONTABLE            PIC X(4).
           05  FILLER                          PIC X(9).

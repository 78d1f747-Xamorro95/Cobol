      *****************************************************************
      *               COPY SEPAPR                                     *
      *               PARRAFOS COMUNES DEL MENSAJE SEPA PAIN.001 DE   *
      *               TRANSFERENCIAS (VER COPY SEPAWS). 9300 LEE LA   *
      *               FICHA DE PARAMETROS DEL PROGRAMA (COPY PARAMPR) *
      *               Y DECIDE EL FORMATO DE ENVIO SEGUN LA FECHA     *
      *               VALOR. 9310 CONVIERTE EL FICHERO FIJO YA        *
      *               GRABADO Y CERRADO EN EL MENSAJE XML: CABECERA   *
      *               DE GRUPO CON EL NUMERO DE OPERACIONES Y LA SUMA *
      *               DE CONTROL, UN BLOQUE DE PAGO CON LA CUENTA Y   *
      *               EL BIC DE LA EMPRESA Y LA FECHA DE EJECUCION,   *
      *               Y UNA OPERACION POR DETALLE CON EL IBAN DEL     *
      *               EMPLEADO. ANTES DE GRABAR NADA CUADRA LOS       *
      *               DETALLES CON LA COLA DEL FICHERO FIJO.          *
      *               EL ORDENANTE ES LA EMPRESA DE LA CABECERA DEL   *
      *               FICHERO FIJO, CON LA CUENTA Y EL BIC DE         *
      *               WS-SEPA-IBAN-ORDENANTE Y WS-SEPA-BIC-ORDENANTE. *
      *               EL ANFITRION DEBE TENER LT-PROGRAMA, LT-OPEN,   *
      *               LT-READ, LT-WRITE, LOS CAMPOS WS-*-ERROR Y EL   *
      *               PARRAFO 9100-ERRORES, Y COPIAR PARAMFC/FD/WS/PR *
      *****************************************************************
       9300-FORMATO-ENVIO.
           SET SEPA-FORMATO-FIJO TO TRUE.
           MOVE SPACES TO WS-SEPA-FECHA-CAMBIO.
      *
           PERFORM 9950-LEE-PARAMETROS
              THRU 9950-LEE-PARAMETROS-EXIT.
           IF HAY-PARAMETROS
                MOVE WS-PARAM-DATOS(1:1) TO WS-SEPA-FORMATO
                MOVE WS-PARAM-DATOS(2:8) TO WS-SEPA-FECHA-CAMBIO
           END-IF.
           IF NOT SEPA-FORMATO-SEPA
                SET SEPA-FORMATO-FIJO TO TRUE
           END-IF.
      *
      *CON FECHA DE CAMBIO, HASTA ESE DIA SE SIGUE ENVIANDO EL
      *FORMATO FIJO: ASI LA FICHA SE PUEDE DEJAR PREPARADA ANTES DE
      *LA MIGRACION DEL BANCO
           IF SEPA-FORMATO-SEPA
              AND WS-SEPA-FECHA-CAMBIO NUMERIC
                IF WS-SEPA-FECHA-VALOR < WS-SEPA-FECHA-CAMBIO
                     SET SEPA-FORMATO-FIJO TO TRUE
                     DISPLAY "FORMATO DE ENVIO: FIJO (SEPA A PARTIR "
                             "DEL " WS-SEPA-FECHA-CAMBIO ")"
                     GO TO 9300-FORMATO-ENVIO-EXIT
                END-IF
           END-IF.
      *
           IF SEPA-FORMATO-SEPA
                DISPLAY "FORMATO DE ENVIO: SEPA PAIN.001"
           ELSE
                DISPLAY "FORMATO DE ENVIO: FIJO"
           END-IF.
      *
       9300-FORMATO-ENVIO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          CONVIERTE EL FICHERO FIJO EN EL MENSAJE PAIN.001     *
      *****************************************************************
       9310-GENERA-SEPA.
      *PRIMERA LECTURA: TOTALES DE LOS DETALLES Y DE LA COLA
           MOVE 0 TO WS-SEPA-NUM-TRANS.
           MOVE 0 TO WS-SEPA-SUMA.
           MOVE 0 TO WS-SEPA-COLA-NUM.
           MOVE 0 TO WS-SEPA-COLA-SUMA.
           MOVE 0 TO WS-SEPA-NUM-CABECERAS.
           MOVE 0 TO WS-SEPA-NUM-COLAS.
           PERFORM 9311-ABRE-ORIGEN
              THRU 9311-ABRE-ORIGEN-EXIT.
           PERFORM 9312-TOTALIZA-ORIGEN
              THRU 9312-TOTALIZA-ORIGEN-EXIT
              UNTIL FIN-SEPA-ORIGEN.
           CLOSE SEPA-ORIGEN.
      *
      *EL MENSAJE LLEVA EN LA CABECERA EL NUMERO DE OPERACIONES Y LA
      *SUMA DE CONTROL: SI LOS DETALLES NO CUADRAN CON LA COLA, EL
      *FICHERO FIJO ESTA DANADO Y NO SE ENVIA NADA AL BANCO
           IF WS-SEPA-NUM-CABECERAS NOT = 1
              OR WS-SEPA-NUM-COLAS NOT = 1
              OR WS-SEPA-NUM-TRANS NOT = WS-SEPA-COLA-NUM
              OR WS-SEPA-SUMA NOT = WS-SEPA-COLA-SUMA
                DISPLAY "******************************************"
                DISPLAY " MENSAJE SEPA NO GENERADO"
                DISPLAY " EL FICHERO FIJO NO CUADRA CON SU COLA:"
                DISPLAY " DETALLES " WS-SEPA-NUM-TRANS
                        " COLA " WS-SEPA-COLA-NUM
                DISPLAY " SUMA     " WS-SEPA-SUMA
                DISPLAY " COLA     " WS-SEPA-COLA-SUMA
                DISPLAY "******************************************"
                MOVE 12 TO RETURN-CODE
                STOP RUN
           END-IF.
      *
      *UN MENSAJE SIN OPERACIONES LO RECHAZA EL BANCO: NO SE GRABA
           IF WS-SEPA-NUM-TRANS = 0
                DISPLAY "AVISO: SIN OPERACIONES - NO SE GENERA EL "
                        "MENSAJE SEPA"
                GO TO 9310-GENERA-SEPA-EXIT
           END-IF.
      *
      *IDENTIFICADOR DEL MENSAJE: PROGRAMA + AAAAMMDD + HHMMSS
           ACCEPT WS-SEPA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-SEPA-HORA FROM TIME.
           MOVE SPACES TO WS-SEPA-MSGID.
           STRING LT-PROGRAMA  DELIMITED BY SIZE
                  WS-SEPA-HOY  DELIMITED BY SIZE
                  WS-SEPA-HH   DELIMITED BY SIZE
                  WS-SEPA-MI   DELIMITED BY SIZE
                  WS-SEPA-SS   DELIMITED BY SIZE
             INTO WS-SEPA-MSGID.
      *
           OPEN OUTPUT SEPA-XML.
           IF WS-FILE-STATUS-SPX NOT = 00
                MOVE "9310-GENERA-SEPA" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-SEPA-FICHERO-XML TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SPX TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9320-CABECERA-GRUPO
              THRU 9320-CABECERA-GRUPO-EXIT.
           PERFORM 9330-BLOQUE-PAGO
              THRU 9330-BLOQUE-PAGO-EXIT.
      *
      *SEGUNDA LECTURA: UNA OPERACION POR DETALLE
           PERFORM 9311-ABRE-ORIGEN
              THRU 9311-ABRE-ORIGEN-EXIT.
           PERFORM 9340-OPERACION
              THRU 9340-OPERACION-EXIT
              UNTIL FIN-SEPA-ORIGEN.
           CLOSE SEPA-ORIGEN.
      *
           MOVE "    </PmtInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "  </CstmrCdtTrfInitn>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "</Document>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           CLOSE SEPA-XML.
      *
           DISPLAY "MENSAJE SEPA " WS-SEPA-MSGID " GENERADO: "
                   WS-SEPA-NUM-TRANS " OPERACIONES".
      *
       9310-GENERA-SEPA-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ABRE EL FICHERO FIJO DE ORIGEN                       *
      *****************************************************************
       9311-ABRE-ORIGEN.
           SET NO-FIN-SEPA-ORIGEN TO TRUE.
           OPEN INPUT SEPA-ORIGEN.
           IF WS-FILE-STATUS-SPO NOT = 00
                MOVE "9311-ABRE-ORIGEN" TO WS-PARRAFO-ERROR
                MOVE LT-OPEN TO WS-OPERACION-ERROR
                MOVE LT-SEPA-FICHERO-ORIGEN TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SPO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
           PERFORM 9315-LEE-ORIGEN
              THRU 9315-LEE-ORIGEN-EXIT.
      *
       9311-ABRE-ORIGEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *          ACUMULA UN REGISTRO DEL FICHERO FIJO                 *
      *****************************************************************
       9312-TOTALIZA-ORIGEN.
           EVALUATE TRUE
                WHEN WSR-CABECERA
                     ADD 1 TO WS-SEPA-NUM-CABECERAS
                     MOVE WSR-FECHA-VALOR TO WS-SEPA-FECHA-VALOR
                     MOVE WSR-EMPRESA-ID TO WS-SEPA-ORDENANTE-ID
                     MOVE WSR-EMPRESA-NOMBRE
                       TO WS-SEPA-ORDENANTE-NOMBRE
                WHEN WSR-DETALLE
                     ADD 1 TO WS-SEPA-NUM-TRANS
                     ADD WSR-IMPORTE TO WS-SEPA-SUMA
                WHEN WSR-COLA
                     ADD 1 TO WS-SEPA-NUM-COLAS
                     MOVE WSR-NUM-DETALLES TO WS-SEPA-COLA-NUM
                     MOVE WSR-SUMA-IMPORTES TO WS-SEPA-COLA-SUMA
           END-EVALUATE.
      *
           PERFORM 9315-LEE-ORIGEN
              THRU 9315-LEE-ORIGEN-EXIT.
      *
       9312-TOTALIZA-ORIGEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *          LEE UN REGISTRO DEL FICHERO FIJO                     *
      *****************************************************************
       9315-LEE-ORIGEN.
           READ SEPA-ORIGEN INTO WS-SEPA-REGISTRO
              AT END SET FIN-SEPA-ORIGEN TO TRUE.
           IF WS-FILE-STATUS-SPO NOT = 00
              AND WS-FILE-STATUS-SPO NOT = 10
                MOVE "9315-LEE-ORIGEN" TO WS-PARRAFO-ERROR
                MOVE LT-READ TO WS-OPERACION-ERROR
                MOVE LT-SEPA-FICHERO-ORIGEN TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SPO TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9315-LEE-ORIGEN-EXIT.
       EXIT.
      *
      *****************************************************************
      *          DECLARACION XML Y CABECERA DE GRUPO (GRPHDR)         *
      *****************************************************************
       9320-CABECERA-GRUPO.
           MOVE "<?xml version='1.0' encoding='UTF-8'?>"
             TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "<Document xmlns='urn:iso:std:iso:20022:tech:xsd:"
                     DELIMITED BY SIZE
                  "pain.001.001.03'>" DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "  <CstmrCdtTrfInitn>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "    <GrpHdr>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <MsgId>"  DELIMITED BY SIZE
                  WS-SEPA-MSGID    DELIMITED BY SPACE
                  "</MsgId>"       DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE WS-SEPA-HOY TO WS-SEPA-FECHA-EDIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <CreDtTm>" DELIMITED BY SIZE
                  WS-SEPA-ANIO      DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-SEPA-MES       DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-SEPA-DIA       DELIMITED BY SIZE
                  "T"               DELIMITED BY SIZE
                  WS-SEPA-HH        DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  WS-SEPA-MI        DELIMITED BY SIZE
                  ":"               DELIMITED BY SIZE
                  WS-SEPA-SS        DELIMITED BY SIZE
                  "</CreDtTm>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           PERFORM 9350-TOTALES-CONTROL
              THRU 9350-TOTALES-CONTROL-EXIT.
      *
           MOVE "      <InitgPty>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE WS-SEPA-ORDENANTE-NOMBRE TO WS-SEPA-NOMBRE.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <Nm>"   DELIMITED BY SIZE
                  WS-SEPA-NOMBRE   DELIMITED BY "  "
                  "</Nm>"          DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <Id><OrgId><Othr><Id>" DELIMITED BY SIZE
                  WS-SEPA-ORDENANTE-ID            DELIMITED BY SPACE
                  "</Id></Othr></OrgId></Id>"     DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "      </InitgPty>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "    </GrpHdr>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
       9320-CABECERA-GRUPO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          BLOQUE DE PAGO (PMTINF): ORDENANTE Y FECHA VALOR     *
      *****************************************************************
       9330-BLOQUE-PAGO.
           MOVE "    <PmtInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <PmtInfId>" DELIMITED BY SIZE
                  WS-SEPA-MSGID      DELIMITED BY SPACE
                  "</PmtInfId>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "      <PmtMtd>TRF</PmtMtd>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           PERFORM 9350-TOTALES-CONTROL
              THRU 9350-TOTALES-CONTROL-EXIT.
      *
      *TRANSFERENCIA SEPA CON CATEGORIA DE PROPOSITO NOMINA (SALA)
           MOVE "      <PmtTpInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "        <SvcLvl><Cd>SEPA</Cd></SvcLvl>"
             TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "        <CtgyPurp><Cd>SALA</Cd></CtgyPurp>"
             TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "      </PmtTpInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
      *LA FECHA DE EJECUCION ES LA FECHA VALOR DE LA CABECERA DEL
      *FICHERO FIJO, YA LLEVADA A DIA LABORABLE CON EL CALENDARIO
           MOVE WS-SEPA-FECHA-VALOR TO WS-SEPA-FECHA-EDIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <ReqdExctnDt>" DELIMITED BY SIZE
                  WS-SEPA-ANIO          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-SEPA-MES           DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-SEPA-DIA           DELIMITED BY SIZE
                  "</ReqdExctnDt>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE WS-SEPA-ORDENANTE-NOMBRE TO WS-SEPA-NOMBRE.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <Dbtr><Nm>" DELIMITED BY SIZE
                  WS-SEPA-NOMBRE     DELIMITED BY "  "
                  "</Nm></Dbtr>"     DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <DbtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  WS-SEPA-IBAN-ORDENANTE       DELIMITED BY SPACE
                  "</IBAN></Id></DbtrAcct>"    DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <DbtrAgt><FinInstnId><BIC>" DELIMITED BY SIZE
                  WS-SEPA-BIC-ORDENANTE              DELIMITED BY SPACE
                  "</BIC></FinInstnId></DbtrAgt>"    DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
           MOVE "      <ChrgBr>SLEV</ChrgBr>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
       9330-BLOQUE-PAGO-EXIT.
       EXIT.
      *
      *****************************************************************
      *          UNA OPERACION (CDTTRFTXINF) POR DETALLE "2"          *
      *****************************************************************
       9340-OPERACION.
      *LA CABECERA Y LA COLA DEL FICHERO FIJO YA ESTAN EN GRPHDR
           IF WSR-DETALLE
                PERFORM 9345-ESCRIBE-OPERACION
                   THRU 9345-ESCRIBE-OPERACION-EXIT
           END-IF.
      *
           PERFORM 9315-LEE-ORIGEN
              THRU 9315-LEE-ORIGEN-EXIT.
      *
       9340-OPERACION-EXIT.
       EXIT.
      *
       9345-ESCRIBE-OPERACION.
           MOVE "      <CdtTrfTxInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
      *REFERENCIA DE EXTREMO A EXTREMO: CODIGO DE EMPLEADO Y FECHA
      *VALOR, QUE ES LO QUE DEVUELVE EL BANCO EN UN RECHAZO
           MOVE SPACES TO WS-SEPA-REFERENCIA.
           STRING "NOM"               DELIMITED BY SIZE
                  WSR-CODIGO          DELIMITED BY SIZE
                  WS-SEPA-FECHA-VALOR DELIMITED BY SIZE
             INTO WS-SEPA-REFERENCIA.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <PmtId><EndToEndId>" DELIMITED BY SIZE
                  WS-SEPA-REFERENCIA            DELIMITED BY SPACE
                  "</EndToEndId></PmtId>"       DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE WSR-IMPORTE TO WS-SEPA-IMPORTE.
           PERFORM 9360-EDITA-IMPORTE
              THRU 9360-EDITA-IMPORTE-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <Amt><InstdAmt Ccy='EUR'>" DELIMITED BY SIZE
                  WS-SEPA-TEXTO                 DELIMITED BY SPACE
                  "</InstdAmt></Amt>"           DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
      *EL BENEFICIARIO ES EL NOMBRE Y EL APELLIDO DEL DETALLE
           MOVE SPACES TO WS-SEPA-NOMBRE.
           STRING WSR-NOMBRE   DELIMITED BY "  "
                  " "          DELIMITED BY SIZE
                  WSR-APELLIDO DELIMITED BY "  "
             INTO WS-SEPA-NOMBRE.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <Cdtr><Nm>" DELIMITED BY SIZE
                  WS-SEPA-NOMBRE       DELIMITED BY "  "
                  "</Nm></Cdtr>"       DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <CdtrAcct><Id><IBAN>" DELIMITED BY SIZE
                  WSR-IBAN                       DELIMITED BY SPACE
                  "</IBAN></Id></CdtrAcct>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE WS-SEPA-FECHA-VALOR TO WS-SEPA-FECHA-EDIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "        <RmtInf><Ustrd>NOMINA " DELIMITED BY SIZE
                  WS-SEPA-ANIO                     DELIMITED BY SIZE
                  WS-SEPA-MES                      DELIMITED BY SIZE
                  " EMPLEADO "                     DELIMITED BY SIZE
                  WSR-CODIGO                       DELIMITED BY SIZE
                  "</Ustrd></RmtInf>"              DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE "      </CdtTrfTxInf>" TO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
       9345-ESCRIBE-OPERACION-EXIT.
       EXIT.
      *
      *****************************************************************
      *          NUMERO DE OPERACIONES Y SUMA DE CONTROL              *
      *****************************************************************
       9350-TOTALES-CONTROL.
           MOVE WS-SEPA-NUM-TRANS TO WS-SEPA-NUMERO-EDIT.
           MOVE 0 TO WS-SEPA-BLANCOS.
           INSPECT WS-SEPA-NUMERO-EDIT
              TALLYING WS-SEPA-BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <NbOfTxs>" DELIMITED BY SIZE
                  WS-SEPA-NUMERO-EDIT(WS-SEPA-BLANCOS + 1:)
                                    DELIMITED BY SIZE
                  "</NbOfTxs>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
           MOVE WS-SEPA-SUMA TO WS-SEPA-IMPORTE.
           PERFORM 9360-EDITA-IMPORTE
              THRU 9360-EDITA-IMPORTE-EXIT.
           MOVE SPACES TO WS-SEPA-LINEA.
           STRING "      <CtrlSum>" DELIMITED BY SIZE
                  WS-SEPA-TEXTO     DELIMITED BY SPACE
                  "</CtrlSum>"      DELIMITED BY SIZE
             INTO WS-SEPA-LINEA.
           PERFORM 9390-GRABA-LINEA
              THRU 9390-GRABA-LINEA-EXIT.
      *
       9350-TOTALES-CONTROL-EXIT.
       EXIT.
      *
      *****************************************************************
      *          IMPORTE CON PUNTO DECIMAL Y SIN BLANCOS A LA         *
      *          IZQUIERDA (DE WS-SEPA-IMPORTE A WS-SEPA-TEXTO)       *
      *****************************************************************
       9360-EDITA-IMPORTE.
           MOVE WS-SEPA-IMPORTE TO WS-SEPA-IMPORTE-EDIT.
           MOVE 0 TO WS-SEPA-BLANCOS.
           INSPECT WS-SEPA-IMPORTE-EDIT
              TALLYING WS-SEPA-BLANCOS FOR LEADING SPACES.
           MOVE SPACES TO WS-SEPA-TEXTO.
           MOVE WS-SEPA-IMPORTE-EDIT(WS-SEPA-BLANCOS + 1:)
             TO WS-SEPA-TEXTO.
      *
       9360-EDITA-IMPORTE-EXIT.
       EXIT.
      *
      *****************************************************************
      *          GRABA LA LINEA EN CURSO DEL MENSAJE                  *
      *****************************************************************
       9390-GRABA-LINEA.
           WRITE REG-SEPA-XML FROM WS-SEPA-LINEA.
           IF WS-FILE-STATUS-SPX NOT = 00
                MOVE "9390-GRABA-LINEA" TO WS-PARRAFO-ERROR
                MOVE LT-WRITE TO WS-OPERACION-ERROR
                MOVE LT-SEPA-FICHERO-XML TO WS-FICHERO-ERROR
                MOVE WS-FILE-STATUS-SPX TO WS-FILE-STATUS-ERROR
                PERFORM 9100-ERRORES
                THRU 9100-ERRORES-EXIT
           END-IF.
      *
       9390-GRABA-LINEA-EXIT.
       EXIT.

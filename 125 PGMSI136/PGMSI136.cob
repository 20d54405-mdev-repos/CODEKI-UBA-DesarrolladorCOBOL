      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI136.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   EMISION DE TRANSFERENCIAS A OTROS BANCOS                     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA EL TIPEO MANUAL DE LAS TRANSFERENCIAS  *
      * A CUENTAS DE OTROS BANCOS QUE HACIA EL BACK OFFICE. CORRE      *
      * ANTES DE PGMAPCAB:                                             *
      *   - LEE EL ARCHIVO TRFORD ( COPY CPTRFINT ): UNA ORDEN POR     *
      *     TRANSFERENCIA CON LA CUENTA DE ORIGEN, EL CBU Y EL         *
      *     DOCUMENTO DEL DESTINATARIO, EL IMPORTE Y EL CONCEPTO.      *
      *   - CADA ORDEN SE CONTROLA EN ESTE ORDEN: DATOS COMPLETOS, CBU *
      *     DESTINO VALIDO ( RUTINA COMUN CBURU ), CBU DE OTRA ENTIDAD *
      *     ( LAS TRANSFERENCIAS ENTRE CUENTAS PROPIAS VIAJAN COMO     *
      *     PAR TIPO 'T' DENTRO DE MOVTOS ), CUENTA DE ORIGEN          *
      *     EXISTENTE EN TBCURCTA, EN PESOS Y CON CBU ASIGNADO, Y      *
      *     NROMOV LIBRE EN LA FRANJA.                                 *
      *   - LA ORDEN ACEPTADA SALE EN TRFDEB ( LAYOUT MOVIMCC ) COMO   *
      *     DEBITO TIPO 96 A LA CUENTA DE ORIGEN CON REFERENCIA 'TI' + *
      *     NRO DE ORDEN. TRFDEB SE CONCATENA A MOVTOS EN EL PASO      *
      *     PGMAPCAB, QUE LO APLICA O LO RECHAZA ( SIN FONDOS, CUENTA  *
      *     INVALIDA, ETC. ) COMO A CUALQUIER OTRO DEBITO: SOLO LA     *
      *     ORDEN DEBITADA VIAJA A LA CAMARA ( PGMSI138 ).             *
      *   - TODA ORDEN QUEDA EN TRFENV CON SU RESULTADO: 'E' ENVIADA   *
      *     CON LA CUENTA, EL NROMOV Y LOS DATOS DEL ORDENANTE ( CBU,  *
      *     DOCUMENTO Y NOMBRE ) QUE LA CAMARA EXIGE, O 'R' RECHAZADA  *
      *     CON SU MOTIVO.                                             *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE TRFDEB EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA   *
      * EL RESUMEN DE BATCH HABITUAL.                                  *
      *----------------------------------------------------------------*

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

           SELECT TRFORD ASSIGN TO TRFORD
                                    FILE STATUS IS FS-TRFORD.

           SELECT TRFDEB ASSIGN TO TRFDEB
                                    FILE STATUS IS FS-TRFDEB.

           SELECT TRFENV ASSIGN TO TRFENV
                                    FILE STATUS IS FS-TRFENV.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   ORDENES DE TRANSFERENCIA A OTROS BANCOS ( COPY CPTRFINT ).   *
      *----------------------------------------------------------------*

       FD   TRFORD
            RECORDING MODE IS F.
       01   REG-TRFORD                                      PIC X(120).

      *----------------------------------------------------------------*
      *   SALIDA DE DEBITOS DE LAS ORDENES ACEPTADAS ( LAYOUT MOVIMCC )*
      *   PARA EL CIRCUITO DE APLICACION DE PGMAPCAB.                  *
      *----------------------------------------------------------------*

       FD   TRFDEB
            RECORDING MODE IS F.
       01   REG-TRFDEB                                      PIC X(80).

      *----------------------------------------------------------------*
      *   RESULTADO DE LA EMISION POR ORDEN ( COPY CPTRFINT ).         *
      *----------------------------------------------------------------*

       FD   TRFENV
            RECORDING MODE IS F.
       01   REG-TRFENV                                      PIC X(200).

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

      *----------------------------------------------------------------*
      *   IDENTIFICADOR DE LA CORRIDA EN CURSO ( COPY RUNIDFD ).       *
      *----------------------------------------------------------------*

           COPY RUNIDFD.

      *----------------------------------------------------------------*
      *   ARCHIVO DE RESUMEN DE BATCH, COMPARTIDO ENTRE LOS PROGRAMAS  *
      *   DE LA SUITE (COPY BATCHTOT).                                 *
      *----------------------------------------------------------------*

           COPY BATCHTOT.

      *----------------------------------------------------------------*
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*

           COPY FECPROFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI136'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-TRFORD                     PIC X(08)  VALUE 'TRFORD  '.
           02 CT-TRFDEB                     PIC X(08)  VALUE 'TRFDEB  '.
           02 CT-TRFENV                     PIC X(08)  VALUE 'TRFENV  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO 96 TRANSFERENCIA ENVIADA A OTRO BANCO,    *
      *   SIGNO 'D' ( MAPEADO EN TIPMOV Y EN MAPACON ): NO ES TIPO 'T' *
      *   PORQUE LA CONTRAPARTIDA ESTA EN OTRA ENTIDAD Y NO HAY PAR    *
      *   QUE NETEAR EN PGMAPCAB. FRANJA DE NROMOV RESERVADA ( DOMINIO *
      *   NROMOV DEL MAESTRO CODREF ): 965001-968999, TRAMO ALTO DEL   *
      *   BLOQUE 960000 DE LAS REMESAS POR ABANDONO ( PGMSIN78 ). EL   *
      *   TOPE ES DE 3999 ORDENES POR CORRIDA; EL EXCEDENTE SE RECHAZA *
      *   CON MOTIVO 'FA' PARA QUE SE CARGUE DE NUEVO AL DIA SIGUIENTE.*
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-ENVIADA           PIC 9(02)  VALUE 96.
           02 CT-NROMOV-ENVIADA             PIC 9(06)  VALUE 965000.
           02 CT-MAX-ENVIADAS               PIC 9(04)  VALUE 3999.
           02 CT-REFER-ENVIADA              PIC X(02)  VALUE 'TI'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-COD-MOTIVO                 PIC X(02)  VALUE SPACES.
           02 WS-CUENTA-OCHO                PIC 9(08).

       01 WS-FECHA-PROCESO                  PIC 9(08).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL ORDENANTE ( TBCURCTA + TBCURCLI ).        *
      *----------------------------------------------------------------*

       01 WS-TB-ORDENANTE.
           02 WS-TB-CBU                     PIC X(22).
           02 WS-TB-MONEDA                  PIC X(03).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NOMAPE                  PIC X(30).

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOT-ENVIADO               PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-RECHAZADO             PIC 9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *       A R E A  D E  R E S U M E N  D E  B A T C H              *
      *----------------------------------------------------------------*

       01 WS-BTOT-FECHA-AAAAMMDD.
           02 WS-BTOT-FECHA-ANIO             PIC 9(04).
           02 WS-BTOT-FECHA-MES              PIC 9(02).
           02 WS-BTOT-FECHA-DIA              PIC 9(02).

      *----------------------------------------------------------------*
      *           A U X I L I A R E S  P A R A  E R R O R E S          *
      *----------------------------------------------------------------*

       01 AUXILIARES.
           02 W-N-ERROR                     PIC 9(02)  VALUE ZEROS.
           02 AUX-ERR-ACCION                PIC X(10)  VALUE SPACES.
           02 AUX-ERR-NOMBRE                PIC X(18)  VALUE SPACES.
           02 AUX-ERR-STATUS                PIC X(04)  VALUE SPACES.
           02 AUX-ERR-MENSAJE               PIC X(50)  VALUE SPACES.

      *----------------------------------------------------------------*
      *                 A R E A  D E  C O N T A D O R E S              *
      *----------------------------------------------------------------*

       01 CNT-CONTADORES.
           02 CNT-ORDENES-LEIDAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-DEBITOS-EMITIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-DATOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-CBU               PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-PROPIA            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-CUENTA            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-MONEDA            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-FRANJA            PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-TRFORD                     PIC X(02).
              88 FS-TRFORD-OK                          VALUE '00'.
              88 FS-TRFORD-EOF                         VALUE '10'.

           02 FS-TRFDEB                     PIC X(02).
              88 FS-TRFDEB-OK                          VALUE '00'.

           02 FS-TRFENV                     PIC X(02).
              88 FS-TRFENV-OK                          VALUE '00'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPTRFINT.

           COPY NOVCTA.

           COPY MOVIMCC.

           COPY CPCTLCNT.

           COPY CPCTADIG.

           COPY CPCBU.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *          I N C L U D E  D E  T A B L A S  |  D B 2             *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE TBCURCTA
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-TRFORD-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      ACM-ACUMULADORES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-TRFORD
              THRU 1400-F-LEER-TRFORD.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   TRFORD
                OUTPUT  TRFDEB
                        TRFENV.

           IF NOT FS-TRFORD-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFORD                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFORD                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFDEB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFDEB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFENV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFENV                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R F O R D                      *
      *----------------------------------------------------------------*

       1400-LEER-TRFORD.

           MOVE '1400-LEER-TRFORD'            TO WS-PARRAFO.

           READ TRFORD INTO WS-REG-TRFORD.

           EVALUATE TRUE
               WHEN FS-TRFORD-OK
                    ADD 1                     TO CNT-ORDENES-LEIDAS

               WHEN FS-TRFORD-EOF
                    SET FS-TRFORD-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRFORD            TO AUX-ERR-NOMBRE
                    MOVE FS-TRFORD            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRFORD.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   LA PRIMERA CONDICION QUE FALLA DEFINE EL MOTIVO; SIN MOTIVO  *
      *   LA ORDEN SE EMITE COMO DEBITO.                               *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-TRFENV.
           MOVE WS-REG-TRFORD                 TO TEN-ORDEN.
           MOVE ZEROS                         TO TEN-CUENTA
                                                 TEN-NROMOV
                                                 TEN-DOC-ORIGEN.
           MOVE SPACES                        TO WS-COD-MOTIVO.

           PERFORM 2200-VALIDAR-ORDEN
              THRU 2200-F-VALIDAR-ORDEN.

           IF WS-COD-MOTIVO IS EQUAL TO SPACES
              PERFORM 2500-EMITIR-DEBITO
                 THRU 2500-F-EMITIR-DEBITO
           ELSE
              PERFORM 2700-RECHAZAR-ORDEN
                 THRU 2700-F-RECHAZAR-ORDEN
           END-IF.

           PERFORM 2800-GRABAR-TRFENV
              THRU 2800-F-GRABAR-TRFENV.

           PERFORM 1400-LEER-TRFORD
              THRU 1400-F-LEER-TRFORD.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 0 0 - V A L I D A R - O R D E N                  *
      *----------------------------------------------------------------*

       2200-VALIDAR-ORDEN.

           MOVE '2200-VALIDAR-ORDEN'          TO WS-PARRAFO.

           IF ORD-NRO-ORDEN IS NOT NUMERIC OR
              ORD-NROCUEN IS NOT NUMERIC OR
              ORD-SUCUEN IS NOT NUMERIC OR
              ORD-DOC-DESTINO IS NOT NUMERIC OR
              ORD-TITULAR-DESTINO IS EQUAL TO SPACES OR
              ORD-IMPORTE IS NOT NUMERIC OR
              ORD-IMPORTE IS EQUAL TO ZEROS
              MOVE 'DI'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DATOS
              GO TO 2200-F-VALIDAR-ORDEN
           END-IF.

           MOVE ORD-CBU-DESTINO               TO CBU-NUMERO.

           PERFORM 8760-VERIFICAR-CBU
              THRU 8760-F-VERIFICAR-CBU.

           IF CBU-ERRONEO
              MOVE 'CB'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-CBU
              GO TO 2200-F-VALIDAR-ORDEN
           END-IF.

      *    UN CBU DEL PROPIO BANCO NO PASA POR LA CAMARA: SE CARGA
      *    COMO TRANSFERENCIA ENTRE CUENTAS PROPIAS.
           IF CBU-DE-LA-ENTIDAD
              MOVE 'CP'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-PROPIA
              GO TO 2200-F-VALIDAR-ORDEN
           END-IF.

           PERFORM 2300-BUSCAR-ORDENANTE
              THRU 2300-F-BUSCAR-ORDENANTE.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-ORDEN
           END-IF.

      *    SIN NROMOV LIBRE EN LA FRANJA EL DEBITO NO PUEDE VIAJAR:
      *    LA ORDEN SE RECHAZA PARA QUE SE CARGUE DE NUEVO.
           IF CNT-DEBITOS-EMITIDOS IS NOT LESS THAN CT-MAX-ENVIADAS
              MOVE 'FA'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-FRANJA
           END-IF.

       2200-F-VALIDAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 0 0 - B U S C A R - O R D E N A N T E              *
      *----------------------------------------------------------------*
      *   LA CUENTA DE ORIGEN DEBE EXISTIR EN TBCURCTA, SER EN PESOS Y *
      *   TENER CBU: LA CAMARA NO ACEPTA UNA TRANSFERENCIA SIN EL CBU, *
      *   EL DOCUMENTO Y EL NOMBRE DEL ORDENANTE. UN ERROR DB2 RECHAZA *
      *   SOLO LA ORDEN.                                               *
      *----------------------------------------------------------------*

       2300-BUSCAR-ORDENANTE.

           MOVE '2300-BUSCAR-ORDENANTE'       TO WS-PARRAFO.

           MOVE ORD-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE ORD-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE ORD-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT A.CBU, A.MONEDA, B.NRODOC, B.NOMAPE
               INTO :WS-TB-CBU,
                    :WS-TB-MONEDA,
                    :WS-TB-NRODOC,
                    :WS-TB-NOMAPE
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI B
              WHERE A.TIPCUEN = :WS-CTA-TIPCUEN
                AND A.NROCUEN = :WS-CTA-NROCUEN
                AND A.SUCUEN  = :WS-CTA-SUCUEN
                AND B.NROCLI  = A.NROCLI
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               EVALUATE TRUE
                 WHEN WS-TB-MONEDA IS NOT EQUAL TO CT-MONEDA-PESOS
                   MOVE 'MO'                  TO WS-COD-MOTIVO
                   ADD 1                      TO CNT-RECHAZO-MONEDA
                 WHEN WS-TB-CBU IS EQUAL TO SPACES
                   MOVE 'CB'                  TO WS-COD-MOTIVO
                   ADD 1                      TO CNT-RECHAZO-CBU
               END-EVALUATE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CI'                      TO WS-COD-MOTIVO
               ADD 1                          TO CNT-RECHAZO-CUENTA

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'RB'                      TO WS-COD-MOTIVO
           END-EVALUATE.

       2300-F-BUSCAR-ORDENANTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - E M I T I R - D E B I T O                   *
      *----------------------------------------------------------------*
      *   DEBITO TIPO 96 A LA CUENTA DE ORIGEN, CON EL DIGITO          *
      *   VERIFICADOR QUE VALIDA PGMAPCAB ( TIPO DE CUENTA + CUENTA ). *
      *----------------------------------------------------------------*

       2500-EMITIR-DEBITO.

           MOVE '2500-EMITIR-DEBITO'          TO WS-PARRAFO.

           ADD 1                              TO CNT-DEBITOS-EMITIDOS.

           COMPUTE WS-CUENTA-OCHO = ORD-SUCUEN * 1000000 + ORD-NROCUEN.

           MOVE SPACES                        TO WS-REG-MOVIMI.

           MOVE CT-TIPO-MOV-ENVIADA           TO WS-MOV-TIPO.
           MOVE WS-CUENTA-OCHO                TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - ORD-IMPORTE.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-ENVIADA + CNT-DEBITOS-EMITIDOS.
           MOVE CT-REFER-ENVIADA              TO WS-MOV-REFER(1:2).
           MOVE ORD-NRO-ORDEN                 TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE ORD-TIPCUEN                   TO WS-MOV-TIPCUEN.

           MOVE WS-MOV-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-TRFDEB FROM WS-REG-MOVIMI.

           IF NOT FS-TRFDEB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRFDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFDEB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           SET TEN-ENVIADA                    TO TRUE.
           MOVE WS-MOV-CUENTA                 TO TEN-CUENTA.
           MOVE WS-MOV-NRO                    TO TEN-NROMOV.
           MOVE WS-TB-CBU                     TO TEN-CBU-ORIGEN.
           MOVE WS-TB-NRODOC                  TO TEN-DOC-ORIGEN.
           MOVE WS-TB-NOMAPE                  TO TEN-TITULAR-ORIGEN.

           ADD ORD-IMPORTE                    TO ACM-TOT-ENVIADO.

       2500-F-EMITIR-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 0 0 - R E C H A Z A R - O R D E N                  *
      *----------------------------------------------------------------*

       2700-RECHAZAR-ORDEN.

           MOVE '2700-RECHAZAR-ORDEN'         TO WS-PARRAFO.

           SET TEN-RECHAZADA                  TO TRUE.
           MOVE WS-COD-MOTIVO                 TO TEN-COD-MOTIVO.

           IF ORD-IMPORTE IS NUMERIC
              ADD ORD-IMPORTE                 TO ACM-TOT-RECHAZADO
           END-IF.

           DISPLAY '* ORDEN RECHAZADA ' WS-COD-MOTIVO
                   ' ORDEN: ' ORD-NRO-ORDEN
                   ' CUENTA: ' ORD-TIPCUEN '-' ORD-NROCUEN
                   '-' ORD-SUCUEN.

       2700-F-RECHAZAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - G R A B A R - T R F E N V                   *
      *----------------------------------------------------------------*

       2800-GRABAR-TRFENV.

           MOVE '2800-GRABAR-TRFENV'          TO WS-PARRAFO.

           WRITE REG-TRFENV FROM WS-REG-TRFENV.

           IF NOT FS-TRFENV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRFENV                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-TRFENV.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE TRFORD
                 TRFDEB
                 TRFENV.

           IF NOT FS-TRFDEB-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-TRFDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFDEB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFENV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-TRFENV                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-ORDENES-LEIDAS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI136               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ORDENES LEIDAS:                         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEBITOS-EMITIDOS          TO WS-MASCARA.
           DISPLAY '* DEBITOS ENVIADOS A TRFDEB:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-DATOS             TO WS-MASCARA.
           DISPLAY '* RECHAZADAS DATOS INVALIDOS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-CBU               TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CBU INVALIDO O SIN CBU:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-PROPIA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CBU DE LA ENTIDAD:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-CUENTA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTA INEXISTENTE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-MONEDA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTA NO EN PESOS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-FRANJA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS FRANJA AGOTADA:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-ENVIADO               TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ENVIADO:      ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-RECHAZADO             TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL RECHAZADO:    ' WS-IMPORTE-EDIT.

           STRING 'ORDENES='       DELIMITED BY SIZE
                  CNT-ORDENES-LEIDAS DELIMITED BY SIZE
                  ' ENVIADAS='     DELIMITED BY SIZE
                  CNT-DEBITOS-EMITIDOS DELIMITED BY SIZE
                  ' CBU INVALIDO=' DELIMITED BY SIZE
                  CNT-RECHAZO-CBU DELIMITED BY SIZE
                  ' SQL ERR='      DELIMITED BY SIZE
                  CNT-SQL-ERROR DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-TRFDEB                     TO WS-CTL-ARCHIVO.
           MOVE CNT-DEBITOS-EMITIDOS          TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *          3 4 7 0 - G R A B A R - C T L C N T                   *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - C A L C U L A R - D I G I T O                 *
      *----------------------------------------------------------------*

           COPY CTADIGRU.

      *----------------------------------------------------------------*
      *          8 7 5 0 - R U T I N A - C B U                         *
      *----------------------------------------------------------------*

           COPY CBURU.

      *----------------------------------------------------------------*
      *             9 0 0 0 - S A L I D A - E R R O R E S              *
      *----------------------------------------------------------------*

       9000-SALIDA-ERRORES.

           MOVE '9000-SALIDA-ERRORES'         TO WS-PARRAFO.

           DISPLAY '************************************' UPON CONSOLE
           DISPLAY '*          PROGRAMA: ' CT-PROGRAMA    UPON CONSOLE
           DISPLAY '************************************' UPON CONSOLE

           EVALUATE W-N-ERROR
               WHEN 10
                 DISPLAY ' ERROR DE ARCHIVO             ' UPON CONSOLE
                 DISPLAY ' ACCION.....: ' AUX-ERR-ACCION  UPON CONSOLE
                 DISPLAY ' ARCHIVO....: ' AUX-ERR-NOMBRE  UPON CONSOLE
                 DISPLAY ' F-STATUS...: ' AUX-ERR-STATUS  UPON CONSOLE
                 DISPLAY ' MENSAJE....: ' AUX-ERR-MENSAJE UPON CONSOLE
           END-EVALUATE.

           GOBACK.

       9000-F-SALIDA-ERRORES.
           EXIT.

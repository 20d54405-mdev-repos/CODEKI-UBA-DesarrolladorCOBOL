      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI142.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO DEL KSDS PREFCLI ( PREFERENCIAS DE             *
      *   COMUNICACION DEL CLIENTE )                                   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CARGA Y MANTIENE EL ARCHIVO VSAM PREFCLI, CON    *
      * LAS PREFERENCIAS DE COMUNICACION QUE EL CLIENTE DECLARA EN LA  *
      * SUCURSAL ( COPY CPPREFCL, CLAVEADO COMO EL KSDS CLIENTES ):    *
      *   - LEE EL ARCHIVO TRANPRF DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ALTA / 'B' BAJA / 'M' MODIFICACION ) SEGUIDA  *
      *     DEL REGISTRO COMPLETO EN EL LAYOUT DE COPY CPPREFCL.       *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR EL ARCHIVO: NRO  *
      *     DE DOCUMENTO NUMERICO Y CLIENTE EXISTENTE EN TBCURCLI;     *
      *     CORREO ELECTRONICO, SI VIENE, CON UNA SOLA ARROBA; Y PARA  *
      *     LA ADHESION A ALERTAS, CANAL VALIDO CON SU DESTINO CARGADO *
      *     ( TELEFONO PARA SMS, CORREO PARA E-MAIL ) Y UMBRAL         *
      *     NUMERICO. LA BAJA SOLO NECESITA LA CLAVE.                  *
      *   - EL CANAL DE ENTREGA DEL RESUMEN ( 'P' PAPEL, 'E'           *
      *     ELECTRONICO, 'A' AMBOS; BLANCO = PAPEL ) EXIGE CORREO      *
      *     CARGADO CUANDO NO ES SOLO PAPEL.                           *
      *   - LA FECHA DE ADHESION Y LA DE CONSENTIMIENTO DEL RESUMEN    *
      *     ELECTRONICO EN CERO SE COMPLETAN CON LA FECHA DE PROCESO.  *
      *   - LA EXCLUSION DE OFERTAS COMERCIALES ( 'S' / 'N', BLANCO =  *
      *     'N' ) LLEVA LA FECHA DEL PEDIDO, O LA DE PROCESO SI FALTA. *
      *   - LAS VALIDAS SE APLICAN CON WRITE / DELETE / REWRITE; TODA  *
      *     TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN EL   *
      *     ARCHIVO DE AUDITORIA CON EL RESULTADO.                     *
      * LAS ALERTAS NOCTURNAS ( PGMSI143 ) SE ENVIAN SEGUN ESTE        *
      * ARCHIVO.                                                       *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
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

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

           SELECT TRANPRF   ASSIGN TO TRANPRF
                            FILE STATUS IS FS-TRANPRF.

           SELECT AUDITORIA ASSIGN TO AUDPRF
                            FILE STATUS IS FS-AUDITORIA.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT BATCHTOT  ASSIGN TO BATCHTOT
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

      * PREFCLI ( ARCHIVO VSAM )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

       FD   TRANPRF
            RECORDING MODE IS F.
       01   REG-TRANPRF                                     PIC X(160).

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI142'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-TRANPRF                    PIC X(08)  VALUE 'TRANPRF '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDPRF  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RESULTADO                  PIC X(10)  VALUE SPACES.
           02 WS-CANT-ARROBAS               PIC 9(03)  VALUE ZEROS.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE CPPREFCL.      *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
           02 TRX-REGISTRO                  PIC X(150).
           02 FILLER                        PIC X(09).

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
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.
              88 FS-PREFCLI-DUPLICADO                  VALUE '22'.

           02 FS-TRANPRF                    PIC X(02).
              88 FS-TRANPRF-OK                         VALUE '00'.
              88 FS-TRANPRF-EOF                        VALUE '10'.

           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.

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

           COPY CPPREFCL.

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
             UNTIL FS-TRANPRF-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.
           MOVE 'S'                           TO WS-TRX-VALIDA-SW.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-TRANPRF
              THRU 1400-F-LEER-TRANPRF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     PREFCLI.
           OPEN INPUT   TRANPRF
                OUTPUT  AUDITORIA.

           IF NOT FS-PREFCLI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANPRF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANPRF                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANPRF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R A N P R F                    *
      *----------------------------------------------------------------*

       1400-LEER-TRANPRF.

           MOVE '1400-LEER-TRANPRF'           TO WS-PARRAFO.

           READ TRANPRF INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-TRANPRF-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-TRANPRF-EOF
                    SET FS-TRANPRF-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANPRF           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANPRF           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRANPRF.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO REG-PREFCLI-TRAB.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2200-VALIDAR-TRX
              THRU 2200-F-VALIDAR-TRX.

           IF TRX-VALIDA
              EVALUATE TRUE
                WHEN TRX-ALTA
                  PERFORM 2300-APLICAR-ALTA
                     THRU 2300-F-APLICAR-ALTA

                WHEN TRX-BAJA
                  PERFORM 2400-APLICAR-BAJA
                     THRU 2400-F-APLICAR-BAJA

                WHEN TRX-MODIF
                  PERFORM 2500-APLICAR-MODIF
                     THRU 2500-F-APLICAR-MODIF

                WHEN OTHER
                  MOVE 'ACCION DESCONOCIDA'   TO WS-MOTIVO
                  PERFORM 2700-RECHAZAR-TRX
                     THRU 2700-F-RECHAZAR-TRX
              END-EVALUATE
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-TRANPRF
              THRU 1400-F-LEER-TRANPRF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   NRO DE DOCUMENTO NUMERICO Y CLIENTE EXISTENTE, CORREO CON    *
      *   UNA SOLA ARROBA, CANAL DEL RESUMEN CON SU CORREO, Y PARA LA  *
      *   ADHESION A ALERTAS CANAL, DESTINO Y UMBRAL. LA BAJA SOLO     *
      *   NECESITA IDENTIFICAR EL REGISTRO POR SU CLAVE.               *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           IF PRF-NRO-DOC IS NOT NUMERIC OR
              PRF-NRO-DOC IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NRO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF TRX-BAJA
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           MOVE PRF-TIP-DOC                   TO WS-CLI-TIPDOC.
           MOVE PRF-NRO-DOC                   TO WS-CLI-NRODOC.

           EXEC SQL
             SELECT NROCLI
               INTO :WS-CLI-NROCLI
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    SET TRX-INVALIDA          TO TRUE
                    MOVE 'CLIENTE INEXISTENTE' TO WS-MOTIVO
                    GO TO 2200-F-VALIDAR-TRX

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN CONSULTA --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
                    SET TRX-INVALIDA          TO TRUE
                    MOVE 'ERROR DB2 EN VALIDACION' TO WS-MOTIVO
                    GO TO 2200-F-VALIDAR-TRX
           END-EVALUATE.

           MOVE ZEROS                         TO WS-CANT-ARROBAS.
           INSPECT PRF-EMAIL TALLYING WS-CANT-ARROBAS FOR ALL '@'.

           IF PRF-EMAIL IS NOT EQUAL TO SPACES AND
              ( WS-CANT-ARROBAS IS NOT EQUAL TO 1 OR
                PRF-EMAIL(1:1) IS EQUAL TO '@' OR
                PRF-EMAIL(1:1) IS EQUAL TO SPACE )
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CORREO ELECTRONICO INVALIDO' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF NOT PRF-RES-PAPEL AND NOT PRF-RES-ELECTRONICO AND
              NOT PRF-RES-AMBOS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CANAL DE RESUMEN INVALIDO' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF PRF-RES-CANAL IS EQUAL TO SPACE
              SET PRF-RES-PAPEL               TO TRUE
           END-IF.

           IF NOT PRF-RES-PAPEL AND PRF-EMAIL IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'RESUMEN ELECTRONICO SIN CORREO' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF NOT PRF-RES-PAPEL AND
              ( PRF-RES-FECHA-CONSENT IS NOT NUMERIC OR
                PRF-RES-FECHA-CONSENT IS EQUAL TO ZEROS )
              MOVE WS-FECHA-PROCESO-N     TO PRF-RES-FECHA-CONSENT
           END-IF.

           IF NOT PRF-MKT-EXCLUIDO AND NOT PRF-MKT-ACEPTA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'EXCLUSION DE OFERTAS INVALIDA' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF PRF-MKT-EXCLUSION IS EQUAL TO SPACE
              MOVE 'N'                        TO PRF-MKT-EXCLUSION
           END-IF.

           IF PRF-MKT-EXCLUIDO AND
              ( PRF-MKT-FECHA IS NOT NUMERIC OR
                PRF-MKT-FECHA IS EQUAL TO ZEROS )
              MOVE WS-FECHA-PROCESO-N     TO PRF-MKT-FECHA
           END-IF.

           IF NOT PRF-ALE-ADHERIDO AND NOT PRF-ALE-NO-ADHERIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ADHESION A ALERTAS INVALIDA' TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF PRF-ALE-NO-ADHERIDO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           EVALUATE TRUE
             WHEN NOT PRF-ALE-POR-SMS AND NOT PRF-ALE-POR-EMAIL
               SET TRX-INVALIDA               TO TRUE
               MOVE 'CANAL DE ALERTAS INVALIDO' TO WS-MOTIVO

             WHEN PRF-ALE-POR-SMS AND PRF-TELEFONO IS EQUAL TO SPACES
               SET TRX-INVALIDA               TO TRUE
               MOVE 'SMS SIN TELEFONO MOVIL'  TO WS-MOTIVO

             WHEN PRF-ALE-POR-EMAIL AND PRF-EMAIL IS EQUAL TO SPACES
               SET TRX-INVALIDA               TO TRUE
               MOVE 'E-MAIL SIN CORREO ELECTRONICO' TO WS-MOTIVO

             WHEN PRF-ALE-UMBRAL IS NOT NUMERIC
               SET TRX-INVALIDA               TO TRUE
               MOVE 'UMBRAL DE ALERTAS INVALIDO' TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF TRX-VALIDA AND
              ( PRF-ALE-FECHA-ADHESION IS NOT NUMERIC OR
                PRF-ALE-FECHA-ADHESION IS EQUAL TO ZEROS )
              MOVE WS-FECHA-PROCESO-N     TO PRF-ALE-FECHA-ADHESION
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*

       2300-APLICAR-ALTA.

           MOVE '2300-APLICAR-ALTA'           TO WS-PARRAFO.

           MOVE REG-PREFCLI-TRAB              TO REG-PREFCLI.

           WRITE REG-PREFCLI.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               ADD 1                          TO CNT-ALTAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-PREFCLI-DUPLICADO
               MOVE 'CLAVE YA EXISTENTE'      TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2300-F-APLICAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - A P L I C A R - B A J A                     *
      *----------------------------------------------------------------*

       2400-APLICAR-BAJA.

           MOVE '2400-APLICAR-BAJA'           TO WS-PARRAFO.

           MOVE PRF-CLAVE                     TO KEY-PREFCLI.

           DELETE PREFCLI RECORD.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               ADD 1                          TO CNT-BAJAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-PREFCLI-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2400-F-APLICAR-BAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A P L I C A R - M O D I F                   *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           MOVE PRF-CLAVE                     TO KEY-PREFCLI.

           READ PREFCLI.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               MOVE REG-PREFCLI-TRAB          TO REG-PREFCLI

               REWRITE REG-PREFCLI

               IF FS-PREFCLI-OK
                  ADD 1                       TO CNT-MODIFICACIONES
                  MOVE 'APLICADA'             TO WS-RESULTADO
                  PERFORM 2800-GRABAR-AUDITORIA
                     THRU 2800-F-GRABAR-AUDITORIA
               ELSE
                  MOVE CT-WRITE               TO AUX-ERR-ACCION
                  MOVE CT-PREFCLI             TO AUX-ERR-NOMBRE
                  MOVE FS-PREFCLI             TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
               END-IF

             WHEN FS-PREFCLI-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2500-F-APLICAR-MODIF.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - R E C H A Z A R - T R X                     *
      *----------------------------------------------------------------*

       2700-RECHAZAR-TRX.

           MOVE '2700-RECHAZAR-TRX'           TO WS-PARRAFO.

           ADD 1                              TO CNT-RECHAZADAS.

           MOVE 'RECHAZADA'                   TO WS-RESULTADO.

           DISPLAY '* TRANSACCION RECHAZADA: ' WS-MOTIVO.
           DISPLAY ' - ACCION: ' TRX-ACCION
                   ' CLAVE: ' TRX-REGISTRO(1:13).

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2700-F-RECHAZAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 0 0 - G R A B A R - A U D I T O R I A                 *
      *----------------------------------------------------------------*

       2800-GRABAR-AUDITORIA.

           MOVE '2800-GRABAR-AUDITORIA'       TO WS-PARRAFO.

           MOVE SPACES                        TO REG-AUDITORIA.

           STRING TRX-ACCION        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRX-REGISTRO(1:13) DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-RESULTADO      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-AUDITORIA
           END-STRING.

           WRITE REG-AUDITORIA.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-AUDITORIA.
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

           CLOSE PREFCLI
                 TRANPRF
                 AUDITORIA.

           IF NOT FS-PREFCLI-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
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

           MOVE CNT-TRX-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI142               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TRANSACCIONES LEIDAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '* ALTAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BAJAS                     TO WS-MASCARA.
           DISPLAY '* BAJAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MODIFICACIONES            TO WS-MASCARA.
           DISPLAY '* MODIFICACIONES APLICADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TRX-LEIDAS   DELIMITED BY SIZE
                  ' ALTAS='        DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' BAJAS='        DELIMITED BY SIZE
                  CNT-BAJAS        DELIMITED BY SIZE
                  ' MODIF='        DELIMITED BY SIZE
                  CNT-MODIFICACIONES DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI133.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RECEPCION DE DEBITOS DIRECTOS ENVIADOS POR LAS EMPRESAS      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA EL TIPEO MANUAL DE LAS SOLICITUDES DE  *
      * DEBITO QUE ENVIAN LAS EMPRESAS DE SERVICIOS ADHERIDAS AL       *
      * DEBITO DIRECTO. CORRE DESPUES DE PGMSI132 Y ANTES DE PGMAPCAB: *
      *   - CARGA EL MAESTRO DE MANDATOS MANDEB ( COPY CPMANDEB,       *
      *     RUTINA COMUN MANDEBLE ) Y LA TABLA DE CODIGOS CODREF.      *
      *   - LEE EL ARCHIVO DEBEMP ( COPY CPDEBDIR ): UNA SOLICITUD POR *
      *     FACTURA CON EMPRESA, NRO DE CLIENTE EN LA EMPRESA, IMPORTE *
      *     Y VENCIMIENTO.                                             *
      *   - CADA SOLICITUD SE CONTROLA EN ESTE ORDEN: EMPRESA ADHERIDA *
      *     ( DOMINIO EMPDEB DE CODREF ), DATOS COMPLETOS, MANDATO     *
      *     EXISTENTE PARA EMPRESA + NRO DE CLIENTE, MANDATO ACTIVO E  *
      *     IMPORTE DENTRO DEL TOPE DEL MANDATO ( CERO = SIN TOPE ).   *
      *     EL MANDATO SUSPENDIDO POR FALLECIMIENTO DEL TITULAR SE     *
      *     DEVUELVE CON SU PROPIO MOTIVO ( 'TF' ), NO COMO REVOCADO.  *
      *   - LA SOLICITUD ACEPTADA SALE EN DEBAUT ( LAYOUT MOVIMCC )    *
      *     COMO DEBITO TIPO 95 A LA CUENTA DEL MANDATO CON REFERENCIA *
      *     'DD' + EMPRESA: ASI EL CLIENTE PUEDE FRENAR LOS DEBITOS DE *
      *     UNA EMPRESA CON UNA ORDEN DE NO PAGAR ( PGMSI130 ). DEBAUT *
      *     SE CONCATENA A MOVTOS EN EL PASO PGMAPCAB, QUE LO APLICA O *
      *     LO RECHAZA ( SIN FONDOS, ORDEN DE NO PAGAR, CUENTA         *
      *     INVALIDA ) COMO A CUALQUIER OTRO DEBITO.                   *
      *   - TODA SOLICITUD QUEDA EN DEBENV CON SU RESULTADO: 'E'       *
      *     ENVIADA CON LA CUENTA Y EL NROMOV DEL DEBITO, O 'R'        *
      *     RECHAZADA CON EL CODIGO DE DEVOLUCION. PGMSI134 LO CRUZA   *
      *     DESPUES CON RECHMOV PARA ARMAR LA DEVOLUCION A CADA        *
      *     EMPRESA.                                                   *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE DEBAUT EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA   *
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

           SELECT DEBEMP ASSIGN TO DEBEMP
                                    FILE STATUS IS FS-DEBEMP.

           SELECT MANDEB ASSIGN TO MANDEB
                                    FILE STATUS IS FS-MANDEB.

           SELECT DEBAUT ASSIGN TO DEBAUT
                                    FILE STATUS IS FS-DEBAUT.

           SELECT DEBENV ASSIGN TO DEBENV
                                    FILE STATUS IS FS-DEBENV.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

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
      *   SOLICITUDES DE DEBITO DE LAS EMPRESAS ( COPY CPDEBDIR ).     *
      *----------------------------------------------------------------*

       FD   DEBEMP
            RECORDING MODE IS F.
       01   REG-DEBEMP                                      PIC X(80).

      *----------------------------------------------------------------*
      *   MANDATOS DE DEBITO DIRECTO ( COPY MANDEBFD ).                *
      *----------------------------------------------------------------*

           COPY MANDEBFD.

      *----------------------------------------------------------------*
      *   SALIDA DE DEBITOS ACEPTADOS ( LAYOUT MOVIMCC ) PARA EL       *
      *   CIRCUITO DE APLICACION DE PGMAPCAB.                          *
      *----------------------------------------------------------------*

       FD   DEBAUT
            RECORDING MODE IS F.
       01   REG-DEBAUT                                      PIC X(80).

      *----------------------------------------------------------------*
      *   RESULTADO DE LA RECEPCION POR SOLICITUD ( COPY CPDEBDIR ).   *
      *----------------------------------------------------------------*

       FD   DEBENV
            RECORDING MODE IS F.
       01   REG-DEBENV                                      PIC X(120).

      *----------------------------------------------------------------*
      *   ARCHIVO DE CODIGOS DE REFERENCIA ( DOMINIOS EMPDEB Y         *
      *   TIPCUEN ), COMPARTIDO POR LA SUITE (COPY CODMAES).           *
      *----------------------------------------------------------------*

           COPY CODMAES.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI133'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DEBEMP                     PIC X(08)  VALUE 'DEBEMP  '.
           02 CT-MANDEB                     PIC X(08)  VALUE 'MANDEB  '.
           02 CT-DEBAUT                     PIC X(08)  VALUE 'DEBAUT  '.
           02 CT-DEBENV                     PIC X(08)  VALUE 'DEBENV  '.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO 95 DEBITO DIRECTO DE EMPRESA, SIGNO 'D'   *
      *   ( MAPEADO EN TIPMOV Y EN MAPACON ). FRANJA DE NROMOV         *
      *   RESERVADA ( DOMINIO NROMOV DEL MAESTRO CODREF ):             *
      *   958001-959999, TRAMO ALTO DEL BLOQUE 950000 DE LAS ORDENES   *
      *   PERMANENTES ( PGMSIN76 ), QUE NO LLEGA A USARLO MIENTRAS NO  *
      *   SUPERE LAS 8000 ORDENES POR CORRIDA. EL TOPE ES DE 1999      *
      *   DEBITOS POR CORRIDA; EL EXCEDENTE SE DEVUELVE CON MOTIVO     *
      *   'FA' PARA QUE LA EMPRESA LO REENVIE.                         *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-DEBITO            PIC 9(02)  VALUE 95.
           02 CT-NROMOV-DEBITO              PIC 9(06)  VALUE 958000.
           02 CT-MAX-DEBITOS                PIC 9(04)  VALUE 1999.
           02 CT-REFER-DEBITO               PIC X(02)  VALUE 'DD'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-COD-MOTIVO                 PIC X(02)  VALUE SPACES.

       01 WS-FECHA-PROCESO                  PIC 9(08).

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
           02 CNT-SOLICITUDES-LEIDAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-DEBITOS-EMITIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-EMPRESA           PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-DATOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-SIN-MANDATO       PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-REVOCADO          PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-FALLECIDO         PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-TOPE              PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-FRANJA            PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-DEBEMP                     PIC X(02).
              88 FS-DEBEMP-OK                          VALUE '00'.
              88 FS-DEBEMP-EOF                         VALUE '10'.

           02 FS-MANDEB                     PIC X(02).
              88 FS-MANDEB-OK                          VALUE '00'.
              88 FS-MANDEB-EOF                         VALUE '10'.

           02 FS-DEBAUT                     PIC X(02).
              88 FS-DEBAUT-OK                          VALUE '00'.

           02 FS-DEBENV                     PIC X(02).
              88 FS-DEBENV-OK                          VALUE '00'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

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

           COPY CPDEBDIR.

           COPY CPMANDEB.

           COPY MOVIMCC.

           COPY CPCODREF.

           COPY CPCTLCNT.

           COPY CPCTADIG.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-DEBEMP-EOF.

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

           PERFORM 1836-CARGAR-MANDATOS
              THRU 1836-F-CARGAR-MANDATOS.

           PERFORM 1880-CARGAR-CODIGOS
              THRU 1880-F-CARGAR-CODIGOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-DEBEMP
              THRU 1400-F-LEER-DEBEMP.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   DEBEMP
                OUTPUT  DEBAUT
                        DEBENV.

           IF NOT FS-DEBEMP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEBEMP                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBEMP                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEBAUT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEBAUT                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBAUT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEBENV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEBENV                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - D E B E M P                      *
      *----------------------------------------------------------------*

       1400-LEER-DEBEMP.

           MOVE '1400-LEER-DEBEMP'            TO WS-PARRAFO.

           READ DEBEMP INTO WS-REG-DEBEMP.

           EVALUATE TRUE
               WHEN FS-DEBEMP-OK
                    ADD 1                     TO CNT-SOLICITUDES-LEIDAS

               WHEN FS-DEBEMP-EOF
                    SET FS-DEBEMP-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DEBEMP            TO AUX-ERR-NOMBRE
                    MOVE FS-DEBEMP            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-DEBEMP.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   LA PRIMERA CONDICION QUE FALLA DEFINE EL MOTIVO; SIN MOTIVO  *
      *   LA SOLICITUD SE EMITE COMO DEBITO.                           *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-DEBENV.
           MOVE WS-REG-DEBEMP                 TO ENV-SOLICITUD.
           MOVE ZEROS                         TO ENV-CUENTA
                                                 ENV-NROMOV.
           MOVE SPACES                        TO WS-COD-MOTIVO.

           PERFORM 2200-VALIDAR-SOLICITUD
              THRU 2200-F-VALIDAR-SOLICITUD.

           IF WS-COD-MOTIVO IS EQUAL TO SPACES
              PERFORM 2500-EMITIR-DEBITO
                 THRU 2500-F-EMITIR-DEBITO
           ELSE
              PERFORM 2700-RECHAZAR-SOLICITUD
                 THRU 2700-F-RECHAZAR-SOLICITUD
           END-IF.

           PERFORM 2800-GRABAR-DEBENV
              THRU 2800-F-GRABAR-DEBENV.

           PERFORM 1400-LEER-DEBEMP
              THRU 1400-F-LEER-DEBEMP.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 0 0 - V A L I D A R - S O L I C I T U D              *
      *----------------------------------------------------------------*

       2200-VALIDAR-SOLICITUD.

           MOVE '2200-VALIDAR-SOLICITUD'      TO WS-PARRAFO.

           MOVE 'EMPDEB'                      TO WS-CODREF-DOMINIO.
           MOVE DBE-EMPRESA                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              MOVE 'EI'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-EMPRESA
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

           IF DBE-NROCLI-EMP IS EQUAL TO SPACES OR
              DBE-IMPORTE IS NOT NUMERIC OR
              DBE-IMPORTE IS EQUAL TO ZEROS OR
              DBE-FECVTO IS NOT NUMERIC
              MOVE 'DI'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DATOS
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

           MOVE DBE-EMPRESA                   TO WS-MDT-BUSQ-EMPRESA.
           MOVE DBE-NROCLI-EMP                TO WS-MDT-BUSQ-NROCLI-EMP.

           PERFORM 1839-BUSCAR-MANDATO
              THRU 1839-F-BUSCAR-MANDATO.

           IF SIN-MANDATO
              MOVE 'SM'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-SIN-MANDATO
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS EQUAL TO 'S'
              MOVE 'TF'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-FALLECIDO
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS NOT EQUAL TO 'A'
              MOVE 'MR'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-REVOCADO
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

           IF T-MDT-IMPORTE-MAX(WS-MDT-IX-HALLADO) IS GREATER THAN
                                                             ZEROS AND
              DBE-IMPORTE IS GREATER THAN
                          T-MDT-IMPORTE-MAX(WS-MDT-IX-HALLADO)
              MOVE 'TM'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-TOPE
              GO TO 2200-F-VALIDAR-SOLICITUD
           END-IF.

      *    SIN NROMOV LIBRE EN LA FRANJA EL DEBITO NO PUEDE VIAJAR:
      *    SE DEVUELVE PARA QUE LA EMPRESA LO REENVIE.
           IF CNT-DEBITOS-EMITIDOS IS NOT LESS THAN CT-MAX-DEBITOS
              MOVE 'FA'                       TO WS-COD-MOTIVO
              ADD 1                           TO CNT-RECHAZO-FRANJA
           END-IF.

       2200-F-VALIDAR-SOLICITUD.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - E M I T I R - D E B I T O                   *
      *----------------------------------------------------------------*
      *   DEBITO TIPO 95 A LA CUENTA DEL MANDATO, CON EL DIGITO        *
      *   VERIFICADOR QUE VALIDA PGMAPCAB ( TIPO DE CUENTA + CUENTA ). *
      *----------------------------------------------------------------*

       2500-EMITIR-DEBITO.

           MOVE '2500-EMITIR-DEBITO'          TO WS-PARRAFO.

           ADD 1                              TO CNT-DEBITOS-EMITIDOS.

           MOVE SPACES                        TO WS-REG-MOVIMI.

           MOVE CT-TIPO-MOV-DEBITO            TO WS-MOV-TIPO.
           MOVE T-MDT-CUENTA(WS-MDT-IX-HALLADO) TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - DBE-IMPORTE.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-DEBITO + CNT-DEBITOS-EMITIDOS.
           MOVE CT-REFER-DEBITO               TO WS-MOV-REFER(1:2).
           MOVE DBE-EMPRESA                   TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE T-MDT-TIPCUEN(WS-MDT-IX-HALLADO) TO WS-MOV-TIPCUEN.

           MOVE WS-MOV-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-DEBAUT FROM WS-REG-MOVIMI.

           IF NOT FS-DEBAUT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEBAUT                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBAUT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           SET ENV-ENVIADA                    TO TRUE.
           MOVE WS-MOV-TIPCUEN                TO ENV-TIPCUEN.
           MOVE WS-MOV-CUENTA                 TO ENV-CUENTA.
           MOVE WS-MOV-NRO                    TO ENV-NROMOV.

           ADD DBE-IMPORTE                    TO ACM-TOT-ENVIADO.

       2500-F-EMITIR-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 0 0 - R E C H A Z A R - S O L I C I T U D             *
      *----------------------------------------------------------------*

       2700-RECHAZAR-SOLICITUD.

           MOVE '2700-RECHAZAR-SOLICITUD'     TO WS-PARRAFO.

           SET ENV-RECHAZADA                  TO TRUE.
           MOVE WS-COD-MOTIVO                 TO ENV-COD-MOTIVO.

           IF DBE-IMPORTE IS NUMERIC
              ADD DBE-IMPORTE                 TO ACM-TOT-RECHAZADO
           END-IF.

           DISPLAY '* SOLICITUD DEVUELTA ' WS-COD-MOTIVO
                   ' EMPRESA: ' DBE-EMPRESA
                   ' CLIENTE: ' DBE-NROCLI-EMP
                   ' FACTURA: ' DBE-FACTURA.

       2700-F-RECHAZAR-SOLICITUD.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - G R A B A R - D E B E N V                   *
      *----------------------------------------------------------------*

       2800-GRABAR-DEBENV.

           MOVE '2800-GRABAR-DEBENV'          TO WS-PARRAFO.

           WRITE REG-DEBENV FROM WS-REG-DEBENV.

           IF NOT FS-DEBENV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEBENV                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-DEBENV.
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

           CLOSE DEBEMP
                 DEBAUT
                 DEBENV.

           IF NOT FS-DEBAUT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DEBAUT                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBAUT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEBENV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DEBENV                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBENV                  TO AUX-ERR-STATUS
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

           MOVE CNT-SOLICITUDES-LEIDAS        TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI133               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* SOLICITUDES LEIDAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEBITOS-EMITIDOS          TO WS-MASCARA.
           DISPLAY '* DEBITOS ENVIADOS A DEBAUT:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-EMPRESA           TO WS-MASCARA.
           DISPLAY '* DEVUELTAS EMPRESA NO ADHERIDA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-DATOS             TO WS-MASCARA.
           DISPLAY '* DEVUELTAS DATOS INVALIDOS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-SIN-MANDATO       TO WS-MASCARA.
           DISPLAY '* DEVUELTAS SIN MANDATO:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-REVOCADO          TO WS-MASCARA.
           DISPLAY '* DEVUELTAS MANDATO REVOCADO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-FALLECIDO         TO WS-MASCARA.
           DISPLAY '* DEVUELTAS TITULAR FALLECIDO:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-TOPE              TO WS-MASCARA.
           DISPLAY '* DEVUELTAS SUPERA TOPE:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-FRANJA            TO WS-MASCARA.
           DISPLAY '* DEVUELTAS FRANJA AGOTADA:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-ENVIADO               TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ENVIADO:      ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-RECHAZADO             TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DEVUELTO:     ' WS-IMPORTE-EDIT.

           STRING 'SOLICITUDES='   DELIMITED BY SIZE
                  CNT-SOLICITUDES-LEIDAS DELIMITED BY SIZE
                  ' ENVIADAS='     DELIMITED BY SIZE
                  CNT-DEBITOS-EMITIDOS DELIMITED BY SIZE
                  ' SIN MANDATO='  DELIMITED BY SIZE
                  CNT-RECHAZO-SIN-MANDATO DELIMITED BY SIZE
                  ' REVOCADOS='    DELIMITED BY SIZE
                  CNT-RECHAZO-REVOCADO DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-DEBAUT                     TO WS-CTL-ARCHIVO.
           MOVE CNT-DEBITOS-EMITIDOS          TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 3 6 - C A R G A R - M A N D A T O S                 *
      *----------------------------------------------------------------*

           COPY MANDEBLE.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 8 0 - C A R G A R - C O D I G O S                   *
      *----------------------------------------------------------------*

           COPY CODREFLE.

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

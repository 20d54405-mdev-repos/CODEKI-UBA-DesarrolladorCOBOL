      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI174.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   LEDGER DE PARTIDAS EN SUSPENSO Y SU LIQUIDACION              *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMAPCAB DESVIA A ARCHIVOS LATERALES LOS MOVIMIENTOS QUE NO    *
      * PUEDE APLICAR, Y CADA NOCHE LOS VUELVE A GRABAR DESDE CERO.    *
      * ESTE PROGRAMA CORRE DESPUES DE PGMAPCAB Y LLEVA EL LEDGER DE   *
      * ESAS PARTIDAS ( COPY CPSUSPEN ), PARA SABER CUANTO DINERO HAY  *
      * EN SUSPENSO Y DESDE CUANDO:                                    *
      *   - LEE EL LEDGER DE LA CORRIDA ANTERIOR ( SUSPANT ) Y APLICA  *
      *     LAS ACCIONES DE LIQUIDACION CARGADAS POR LAS AREAS SOBRE   *
      *     EL LISTADO DE PGMSI175 ( SUSTRX, POR ID DE PARTIDA ):      *
      *     'R' REENVIA EL MOVIMIENTO EN REENVIO ( LAYOUT MOVIMCC ),   *
      *     QUE SE CONCATENA A MOVTOS EN EL PROXIMO CICLO DE PGMAPCAB; *
      *     'D' LO DEVUELVE A LA SUCURSAL DE LA CUENTA EN DEVSUSP;     *
      *     'C' LO CASTIGA. EL CASTIGO SOLO VALE APROBADO POR EL       *
      *     SUPERVISOR QUE FIRMO LA CORRIDA ( AUTORIZA, AUTORIRU ) Y   *
      *     NUNCA PEDIDO POR EL MISMO; QUEDA ASENTADO EN SEGAUDIT.     *
      *     TODA PARTIDA LIQUIDADA SALE EN SUSBAJA PARA CONTADURIA.    *
      *   - LA PARTIDA SIN ACCION PASA AL NUEVO LEDGER ( SUSPNUE ) CON *
      *     SU FECHA DE ALTA ORIGINAL, DE LA QUE SALE SU ANTIGUEDAD.   *
      *   - DA DE ALTA CON LA FECHA DE PROCESO LAS PARTIDAS NUEVAS DE  *
      *     LOS ARCHIVOS LATERALES DE ESTA CORRIDA: TRANSUSP ( PATAS   *
      *     DE TRANSFERENCIA SIN PAR ), RETENIDO ( CUENTAS BLOQUEADAS  *
      *     ), RECHMOV ( RECHAZOS DE TIPO, IMPORTE Y ORDENES DE NO     *
      *     PAGAR ) Y HUERFANOS ( CUENTA INEXISTENTE ). LOS RECHAZOS   *
      *     POR SOBREGIRO SE TOMAN DE SU IMAGEN EN RECHMOV ( CODIGO    *
      *     'SOBR' ), QUE TRAE EL IMPORTE, CON ORIGEN SOBREGIR: ESE    *
      *     ARCHIVO ES LA CONSTANCIA EN TEXTO PARA COBRANZAS Y LISTA   *
      *     TAMBIEN LOS SOBREGIROS AUTORIZADOS.                        *
      *   - UN ARCHIVO LATERAL DE OTRA CORRIDA, O UN LEDGER ANTERIOR   *
      *     QUE YA TIENE PARTIDAS DE LA FECHA DE PROCESO, ABORTAN EL   *
      *     PASO: LAS PARTIDAS ENTRARIAN DOS VECES.                    *
      *   - AL REENVIAR UN RETENIDO O UN SOBREGIRO SE RECALCULA EL     *
      *     DIGITO VERIFICADOR ( COPY CTADIGRU ), QUE ESAS IMAGENES NO *
      *     TRAEN; LOS DEMAS VIAJAN CON EL DIGITO ORIGINAL PARA QUE    *
      *     UN ERROR DE DIGITO NO SE CONVIERTA EN OTRA CUENTA. UNA     *
      *     PATA DE TRANSFERENCIA SE REENVIA JUNTO CON SU PAR.         *
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

           SELECT SUSPANT  ASSIGN TO SUSPANT
                                    FILE STATUS IS FS-SUSPANT.

           SELECT SUSTRX   ASSIGN TO SUSTRX
                                    FILE STATUS IS FS-SUSTRX.

           SELECT TRANSUSP ASSIGN TO TRANSUSP
                                    FILE STATUS IS FS-TRANSUSP.

           SELECT RETENIDO ASSIGN TO RETENIDO
                                    FILE STATUS IS FS-RETENIDO.

           SELECT RECHMOV  ASSIGN TO RECHMOV
                                    FILE STATUS IS FS-RECHMOV.

           SELECT HUERFANOS ASSIGN TO HUERFANOS
                                    FILE STATUS IS FS-HUERFANOS.

           SELECT SUSPNUE  ASSIGN TO SUSPNUE
                                    FILE STATUS IS FS-SUSPNUE.

           SELECT REENVIO  ASSIGN TO REENVIO
                                    FILE STATUS IS FS-REENVIO.

           SELECT DEVSUSP  ASSIGN TO DEVSUSP
                                    FILE STATUS IS FS-DEVSUSP.

           SELECT SUSBAJA  ASSIGN TO SUSBAJA
                                    FILE STATUS IS FS-SUSBAJA.

           SELECT AUTORIZA ASSIGN TO AUTORIZA
                                    FILE STATUS IS FS-AUTORIZA.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   LEDGER DE PARTIDAS EN SUSPENSO ( COPY CPSUSPEN ): EL DE LA   *
      *   CORRIDA ANTERIOR Y EL NUEVO.                                 *
      *----------------------------------------------------------------*

       FD   SUSPANT
            RECORDING MODE IS F.
       01   REG-SUSPANT                                     PIC X(150).

       FD   SUSPNUE
            RECORDING MODE IS F.
       01   REG-SUSPNUE                                     PIC X(150).

      *----------------------------------------------------------------*
      *   ACCIONES DE LIQUIDACION ( COPY CPSUSPEN ).                   *
      *----------------------------------------------------------------*

       FD   SUSTRX
            RECORDING MODE IS F.
       01   REG-SUSTRX                                      PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVOS LATERALES DE PGMAPCAB DE ESTA CORRIDA: IMAGEN DEL   *
      *   MOVIMIENTO ( LAYOUT MOVIMCC ) MAS EL IDENTIFICADOR DE        *
      *   CORRIDA. RETENIDO Y RECHMOV LLEVAN EN EL AREA LIBRE DEL      *
      *   MOVIMIENTO EL MOTIVO Y EL CODIGO DE RECHAZO.                 *
      *----------------------------------------------------------------*

       FD   TRANSUSP
            RECORDING MODE IS F.
       01   REG-TRANSUSP.
            02 TSU-DATOS                                    PIC X(72).
            02 TSU-RUNID                                    PIC X(08).

       FD   RETENIDO
            RECORDING MODE IS F.
       01   REG-RETENIDO.
            02 RET-DATOS                                    PIC X(72).
            02 RET-DATOS-R REDEFINES RET-DATOS.
               03 RET-MOVTO                                 PIC X(48).
               03 RET-MOTIVO                                PIC X(24).
            02 RET-RUNID                                    PIC X(08).

       FD   RECHMOV
            RECORDING MODE IS F.
       01   REG-RECHMOV.
            02 RECM-DATOS                                   PIC X(72).
            02 RECM-DATOS-R REDEFINES RECM-DATOS.
               03 RECM-MOVTO                                PIC X(48).
               03 RECM-COD-RECHAZO                          PIC X(04).
               03 RECM-MOTIVO-ORDEN                         PIC X(02).
               03 RECM-REFER-ORDEN                          PIC X(08).
               03 FILLER                                    PIC X(10).
            02 RECM-RUNID                                   PIC X(08).

       FD   HUERFANOS
            RECORDING MODE IS F.
       01   REG-HUERFANOS.
            02 HUE-DATOS                                    PIC X(72).
            02 HUE-RUNID                                    PIC X(08).

      *----------------------------------------------------------------*
      *   MOVIMIENTOS REENVIADOS ( LAYOUT MOVIMCC ), PARA EL PROXIMO   *
      *   CICLO DE PGMAPCAB.                                           *
      *----------------------------------------------------------------*

       FD   REENVIO
            RECORDING MODE IS F.
       01   REG-REENVIO                                     PIC X(80).

      *----------------------------------------------------------------*
      *   PARTIDAS DEVUELTAS A LA SUCURSAL Y TODAS LAS LIQUIDADAS      *
      *   ( COPY CPSUSPEN ).                                           *
      *----------------------------------------------------------------*

       FD   DEVSUSP
            RECORDING MODE IS F.
       01   REG-DEVSUSP                                     PIC X(240).

       FD   SUSBAJA
            RECORDING MODE IS F.
       01   REG-SUSBAJA                                     PIC X(240).

      *----------------------------------------------------------------*
      *   AUTORIZACION FIRMADA Y AUDITORIA DE SEGURIDAD ( COPY         *
      *   CPAUTORI / AUTORIRU ): EL SUPERVISOR QUE FIRMA ES EL UNICO   *
      *   QUE PUEDE APROBAR CASTIGOS EN LA CORRIDA.                    *
      *----------------------------------------------------------------*

       FD  AUTORIZA
           RECORDING MODE IS F.
       01  REG-AUTORIZA                     PIC X(30).

       FD  SEGAUDIT
           RECORDING MODE IS F.
       01  REG-SEGAUDIT                     PIC X(100).

      *----------------------------------------------------------------*
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*

           COPY FECPROFD.

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
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI174'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-SUSPANT                    PIC X(08)  VALUE 'SUSPANT '.
           02 CT-SUSTRX                     PIC X(08)  VALUE 'SUSTRX  '.
           02 CT-TRANSUSP                   PIC X(08)  VALUE 'TRANSUSP'.
           02 CT-RETENIDO                   PIC X(08)  VALUE 'RETENIDO'.
           02 CT-RECHMOV                    PIC X(08)  VALUE 'RECHMOV '.
           02 CT-SOBREGIR                   PIC X(08)  VALUE 'SOBREGIR'.
           02 CT-HUERFANOS                  PIC X(08)  VALUE 'HUERFANO'.
           02 CT-SUSPNUE                    PIC X(08)  VALUE 'SUSPNUE '.
           02 CT-REENVIO                    PIC X(08)  VALUE 'REENVIO '.
           02 CT-DEVSUSP                    PIC X(08)  VALUE 'DEVSUSP '.
           02 CT-SUSBAJA                    PIC X(08)  VALUE 'SUSBAJA '.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.
           02 CT-COD-RECHAZO-ONP            PIC X(04)  VALUE 'ONP '.
           02 CT-COD-RECHAZO-SOBREGIRO      PIC X(04)  VALUE 'SOBR'.
           02 CT-MAX-ACCIONES               PIC 9(03)  VALUE 500.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-T                          PIC 9(03)  VALUE ZEROS.
           02 WS-T-HALLADA                  PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-ACCIONES              PIC 9(03)  VALUE ZEROS.
           02 WS-SECUENCIA                  PIC 9(05)  VALUE ZEROS.
           02 WS-DIAS                       PIC S9(07) VALUE ZEROS.
           02 WS-SUS-ID-ANT                 PIC X(13)  VALUE LOW-VALUES.
           02 WS-IMPORTE-EDIT               PIC -(11)9,99.
           02 WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *----------------------------------------------------------------*
      *   IMPORTES DEL DIA PARA EL CUADRE DEL LEDGER: ANTERIOR MAS     *
      *   ALTAS MENOS LIQUIDADAS ES EL NUEVO.                          *
      *----------------------------------------------------------------*

       01 WS-TOTALES.
           02 WS-TOT-ANTERIOR               PIC S9(13)V99 COMP-3.
           02 WS-TOT-ALTAS                  PIC S9(13)V99 COMP-3.
           02 WS-TOT-REENVIADAS             PIC S9(13)V99 COMP-3.
           02 WS-TOT-DEVUELTAS              PIC S9(13)V99 COMP-3.
           02 WS-TOT-CASTIGADAS             PIC S9(13)V99 COMP-3.
           02 WS-TOT-NUEVO                  PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   REGISTRO DEL ARCHIVO LATERAL EN CURSO, CON SU ORIGEN Y EL    *
      *   MOTIVO DE LA PARTIDA.                                        *
      *----------------------------------------------------------------*

       01 WS-LATERAL.
           02 WS-LAT-ARCHIVO                PIC X(08)  VALUE SPACES.
           02 WS-LAT-ORIGEN                 PIC X(08)  VALUE SPACES.
           02 WS-LAT-DATOS                  PIC X(72)  VALUE SPACES.
           02 WS-LAT-RUNID                  PIC X(08)  VALUE SPACES.
           02 WS-LAT-COD-RECHAZO            PIC X(04)  VALUE SPACES.
           02 WS-LAT-MOTIVO                 PIC X(30)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   ACCIONES DE LIQUIDACION EN MEMORIA, CON LA MARCA DE USADA    *
      *   PARA INFORMAR AL FINAL LAS QUE NO ENCONTRARON PARTIDA.       *
      *----------------------------------------------------------------*

       01 WS-T-ACCIONES.
           02 T-ACC                         OCCURS 500 TIMES.
              03 T-ACC-ID                   PIC X(13).
              03 T-ACC-ACCION               PIC X(01).
              03 T-ACC-OPERADOR             PIC X(08).
              03 T-ACC-APROBADOR            PIC X(08).
              03 T-ACC-MOTIVO               PIC X(30).
              03 T-ACC-USADA-SW             PIC X(01).
                 88 T-ACC-USADA                        VALUE 'S'.

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
           02 CNT-ANT-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ACC-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ACC-INVALIDAS             PIC 9(05)  VALUE ZEROS.
           02 CNT-ACC-SIN-PARTIDA           PIC 9(05)  VALUE ZEROS.
           02 CNT-REENVIADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-CASTIGADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ARRASTRADAS               PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-TRANSUSP            PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-RETENIDO            PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-RECHMOV             PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-SOBREGIR            PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-HUERFANO            PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-IMPORTE-INVALIDO          PIC 9(05)  VALUE ZEROS.
           02 CNT-PARTIDAS-NUE              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-SUSPANT                    PIC X(02).
              88 FS-SUSPANT-OK                         VALUE '00'.
              88 FS-SUSPANT-EOF                        VALUE '10'.

           02 FS-SUSTRX                     PIC X(02).
              88 FS-SUSTRX-OK                          VALUE '00'.
              88 FS-SUSTRX-EOF                         VALUE '10'.

           02 FS-TRANSUSP                   PIC X(02).
              88 FS-TRANSUSP-OK                        VALUE '00'.
              88 FS-TRANSUSP-EOF                       VALUE '10'.

           02 FS-RETENIDO                   PIC X(02).
              88 FS-RETENIDO-OK                        VALUE '00'.
              88 FS-RETENIDO-EOF                       VALUE '10'.

           02 FS-RECHMOV                    PIC X(02).
              88 FS-RECHMOV-OK                         VALUE '00'.
              88 FS-RECHMOV-EOF                        VALUE '10'.

           02 FS-HUERFANOS                  PIC X(02).
              88 FS-HUERFANOS-OK                       VALUE '00'.
              88 FS-HUERFANOS-EOF                      VALUE '10'.

           02 FS-SUSPNUE                    PIC X(02).
              88 FS-SUSPNUE-OK                         VALUE '00'.

           02 FS-REENVIO                    PIC X(02).
              88 FS-REENVIO-OK                         VALUE '00'.

           02 FS-DEVSUSP                    PIC X(02).
              88 FS-DEVSUSP-OK                         VALUE '00'.

           02 FS-SUSBAJA                    PIC X(02).
              88 FS-SUSBAJA-OK                         VALUE '00'.

           02 FS-AUTORIZA                   PIC X(02).
              88 FS-AUTORIZA-OK                        VALUE '00'.
              88 FS-AUTORIZA-EOF                       VALUE '10'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY MOVIMCC.

           COPY CPSUSPEN.

           COPY CPCTADIG.

           COPY CPAUTORI.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-SUSPANT-EOF.

           PERFORM 2500-INCORPORAR-NUEVAS
              THRU 2500-F-INCORPORAR-NUEVAS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-TOTALES
                      WS-T-ACCIONES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO WS-SUS-ID-ANT.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

      *    EL SUPERVISOR QUE FIRMA LA CORRIDA ES EL QUE APRUEBA LOS
      *    CASTIGOS.
           PERFORM 1805-CONTROLAR-AUTORIZACION
              THRU 1805-F-CONTROLAR-AUTORIZACION.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-ACCIONES
              THRU 1300-F-CARGAR-ACCIONES.

           PERFORM 1400-LEER-SUSPANT
              THRU 1400-F-LEER-SUSPANT.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  SUSPANT
                       SUSTRX
                       TRANSUSP
                       RETENIDO
                       RECHMOV
                       HUERFANOS
                OUTPUT SUSPNUE
                       REENVIO
                       DEVSUSP
                       SUSBAJA.

           IF NOT FS-SUSPANT-OK
              MOVE CT-SUSPANT                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPANT                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SUSTRX-OK
              MOVE CT-SUSTRX                  TO AUX-ERR-NOMBRE
              MOVE FS-SUSTRX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-TRANSUSP-OK
              MOVE CT-TRANSUSP                TO AUX-ERR-NOMBRE
              MOVE FS-TRANSUSP                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RETENIDO-OK
              MOVE CT-RETENIDO                TO AUX-ERR-NOMBRE
              MOVE FS-RETENIDO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RECHMOV-OK
              MOVE CT-RECHMOV                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHMOV                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-HUERFANOS-OK
              MOVE CT-HUERFANOS               TO AUX-ERR-NOMBRE
              MOVE FS-HUERFANOS               TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SUSPNUE-OK
              MOVE CT-SUSPNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPNUE                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-REENVIO-OK
              MOVE CT-REENVIO                 TO AUX-ERR-NOMBRE
              MOVE FS-REENVIO                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-DEVSUSP-OK
              MOVE CT-DEVSUSP                 TO AUX-ERR-NOMBRE
              MOVE FS-DEVSUSP                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SUSBAJA-OK
              MOVE CT-SUSBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSBAJA                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 9 0 - E R R O R - A P E R T U R A                 *
      *----------------------------------------------------------------*

       1290-ERROR-APERTURA.

           MOVE CT-OPEN                       TO AUX-ERR-ACCION.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1290-F-ERROR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - A C C I O N E S                 *
      *----------------------------------------------------------------*

       1300-CARGAR-ACCIONES.

           MOVE '1300-CARGAR-ACCIONES'        TO WS-PARRAFO.

           PERFORM 1310-LEER-SUSTRX
              THRU 1310-F-LEER-SUSTRX.

           PERFORM 1320-GUARDAR-ACCION
              THRU 1320-F-GUARDAR-ACCION
             UNTIL FS-SUSTRX-EOF.

       1300-F-CARGAR-ACCIONES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 1 0 - L E E R - S U S T R X                       *
      *----------------------------------------------------------------*

       1310-LEER-SUSTRX.

           MOVE '1310-LEER-SUSTRX'            TO WS-PARRAFO.

           READ SUSTRX INTO WS-REG-SUSTRX.

           EVALUATE TRUE
               WHEN FS-SUSTRX-OK
                    ADD 1                     TO CNT-ACC-LEIDAS

               WHEN FS-SUSTRX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SUSTRX            TO AUX-ERR-NOMBRE
                    MOVE FS-SUSTRX            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-SUSTRX.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 2 0 - G U A R D A R - A C C I O N                 *
      *----------------------------------------------------------------*
      *   LA ACCION SE VALIDA AL GUARDARLA: ID NUMERICO, 'R', 'D' O    *
      *   'C', CON OPERADOR; EL CASTIGO ADEMAS APROBADO POR EL         *
      *   SUPERVISOR DE AUTORIZA Y PEDIDO POR OTRO. LA INVALIDA SE     *
      *   INFORMA Y NO ENTRA EN LA TABLA: LA PARTIDA SIGUE ABIERTA.    *
      *----------------------------------------------------------------*

       1320-GUARDAR-ACCION.

           MOVE '1320-GUARDAR-ACCION'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           IF STX-FECHA-ALTA IS NOT NUMERIC OR
              STX-SECUENCIA IS NOT NUMERIC
              MOVE 'ID DE PARTIDA INVALIDO'   TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              NOT STX-REENVIAR AND
              NOT STX-DEVOLVER AND
              NOT STX-CASTIGAR
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              STX-OPERADOR IS EQUAL TO SPACES
              MOVE 'FALTA EL OPERADOR'        TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              STX-CASTIGAR
              EVALUATE TRUE
                WHEN STX-APROBADOR IS NOT EQUAL TO AUT-SUPERVISOR
                  MOVE 'CASTIGO SIN APROBACION VALIDA' TO WS-MOTIVO
                WHEN STX-APROBADOR IS EQUAL TO STX-OPERADOR
                  MOVE 'CASTIGO APROBADO POR QUIEN PIDE' TO WS-MOTIVO
              END-EVALUATE
           END-IF.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              ADD 1                           TO CNT-ACC-INVALIDAS
              DISPLAY '* ACCION DE LIQUIDACION INVALIDA: ' WS-MOTIVO
              DISPLAY ' - ' WS-REG-SUSTRX
           ELSE
              PERFORM 1330-AGREGAR-ACCION
                 THRU 1330-F-AGREGAR-ACCION
           END-IF.

           PERFORM 1310-LEER-SUSTRX
              THRU 1310-F-LEER-SUSTRX.

       1320-F-GUARDAR-ACCION.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 3 0 - A G R E G A R - A C C I O N                 *
      *----------------------------------------------------------------*

       1330-AGREGAR-ACCION.

           MOVE '1330-AGREGAR-ACCION'         TO WS-PARRAFO.

           IF WS-CANT-ACCIONES IS NOT LESS THAN CT-MAX-ACCIONES
              DISPLAY '* MAS DE ' CT-MAX-ACCIONES
                      ' ACCIONES DE LIQUIDACION EN LA CORRIDA *'
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-SUSTRX                  TO AUX-ERR-NOMBRE
              MOVE FS-SUSTRX                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ACCIONES.
           MOVE STX-ID              TO T-ACC-ID(WS-CANT-ACCIONES).
           MOVE STX-ACCION          TO T-ACC-ACCION(WS-CANT-ACCIONES).
           MOVE STX-OPERADOR        TO T-ACC-OPERADOR(WS-CANT-ACCIONES).
           MOVE STX-APROBADOR      TO T-ACC-APROBADOR(WS-CANT-ACCIONES).
           MOVE STX-MOTIVO          TO T-ACC-MOTIVO(WS-CANT-ACCIONES).
           MOVE 'N'                 TO T-ACC-USADA-SW(WS-CANT-ACCIONES).

       1330-F-AGREGAR-ACCION.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 0 0 - L E E R - S U S P A N T                     *
      *----------------------------------------------------------------*
      *   EL LEDGER ANTERIOR VIENE ORDENADO POR ID Y SOLO CON          *
      *   PARTIDAS DE FECHAS ANTERIORES A LA DE PROCESO: SI NO, ES UNA *
      *   GENERACION EQUIVOCADA O UNA CORRIDA REPETIDA.                *
      *----------------------------------------------------------------*

       1400-LEER-SUSPANT.

           MOVE '1400-LEER-SUSPANT'           TO WS-PARRAFO.

           READ SUSPANT INTO WS-REG-SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPANT-OK
                    ADD 1                     TO CNT-ANT-LEIDAS

               WHEN FS-SUSPANT-EOF
                    GO TO 1400-F-LEER-SUSPANT

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SUSPANT           TO AUX-ERR-NOMBRE
                    MOVE FS-SUSPANT           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           MOVE SPACES                        TO AUX-ERR-MENSAJE.

           EVALUATE TRUE
             WHEN SUS-FECHA-ALTA IS NOT NUMERIC OR
                  SUS-SECUENCIA IS NOT NUMERIC OR
                  SUS-FECHA-ALTA IS LESS THAN 19000101
               MOVE 'ID DE PARTIDA INVALIDO EN SUSPANT'
                                              TO AUX-ERR-MENSAJE
             WHEN SUS-ID IS NOT GREATER THAN WS-SUS-ID-ANT
               MOVE 'SUSPANT FUERA DE ORDEN O REPETIDO'
                                              TO AUX-ERR-MENSAJE
             WHEN SUS-FECHA-ALTA IS NOT LESS THAN WS-FECHA-PROCESO
               MOVE 'SUSPANT CON PARTIDAS DE LA FECHA DE PROCESO'
                                              TO AUX-ERR-MENSAJE
             WHEN SUS-MOV-IMPORTE IS NOT NUMERIC
               MOVE 'IMPORTE NO NUMERICO EN SUSPANT'
                                              TO AUX-ERR-MENSAJE
           END-EVALUATE.

           IF AUX-ERR-MENSAJE IS NOT EQUAL TO SPACES
              DISPLAY '* PARTIDA: ' SUS-ID
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-SUSPANT                 TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SUS-ID                        TO WS-SUS-ID-ANT.

       1400-F-LEER-SUSPANT.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           ADD SUS-MOV-IMPORTE                TO WS-TOT-ANTERIOR.

           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) -
                   FUNCTION INTEGER-OF-DATE(SUS-FECHA-ALTA).

           PERFORM 2100-BUSCAR-ACCION
              THRU 2100-F-BUSCAR-ACCION.

           IF WS-T-HALLADA IS GREATER THAN ZEROS
              PERFORM 2200-LIQUIDAR-PARTIDA
                 THRU 2200-F-LIQUIDAR-PARTIDA
           ELSE
              ADD 1                           TO CNT-ARRASTRADAS
              PERFORM 2600-GRABAR-PARTIDA
                 THRU 2600-F-GRABAR-PARTIDA
           END-IF.

           PERFORM 1400-LEER-SUSPANT
              THRU 1400-F-LEER-SUSPANT.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 0 0 - B U S C A R - A C C I O N                   *
      *----------------------------------------------------------------*
      *   DEJA EN WS-T-HALLADA LA PRIMERA ACCION NO USADA PARA LA      *
      *   PARTIDA ( CERO SI NO HAY ).                                  *
      *----------------------------------------------------------------*

       2100-BUSCAR-ACCION.

           MOVE '2100-BUSCAR-ACCION'          TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-T-HALLADA.

           PERFORM 2110-COMPARAR-ACCION
              THRU 2110-F-COMPARAR-ACCION
             VARYING WS-T FROM 1 BY 1
               UNTIL WS-T IS GREATER THAN WS-CANT-ACCIONES
                  OR WS-T-HALLADA IS GREATER THAN ZEROS.

       2100-F-BUSCAR-ACCION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 1 0 - C O M P A R A R - A C C I O N               *
      *----------------------------------------------------------------*

       2110-COMPARAR-ACCION.

           IF NOT T-ACC-USADA(WS-T) AND
              T-ACC-ID(WS-T) IS EQUAL TO SUS-ID
              MOVE WS-T                       TO WS-T-HALLADA
           END-IF.

       2110-F-COMPARAR-ACCION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 0 0 - L I Q U I D A R - P A R T I D A               *
      *----------------------------------------------------------------*
      *   ARMA LA BAJA CON LA ACCION Y LOS DIAS QUE ESTUVO ABIERTA,    *
      *   EJECUTA LA ACCION Y LA GRABA EN SUSBAJA. LA SUCURSAL ES LA   *
      *   DE LA CUENTA ( LAS DOS PRIMERAS POSICIONES DE LA CUENTA DE   *
      *   OCHO ); SI NO ES NUMERICA VA CON CERO PARA CASA CENTRAL.     *
      *----------------------------------------------------------------*

       2200-LIQUIDAR-PARTIDA.

           MOVE '2200-LIQUIDAR-PARTIDA'       TO WS-PARRAFO.

           MOVE 'S'                     TO T-ACC-USADA-SW(WS-T-HALLADA).

           MOVE SPACES                        TO WS-REG-SUSBAJA.

           IF SUS-MOV-CTA-SUC IS NUMERIC
              MOVE SUS-MOV-CTA-SUC            TO SBA-SUCURSAL
           ELSE
              MOVE ZEROS                      TO SBA-SUCURSAL
           END-IF.

           MOVE T-ACC-ACCION(WS-T-HALLADA)    TO SBA-ACCION.
           MOVE WS-REG-SUSPENSO               TO SBA-PARTIDA.
           MOVE T-ACC-OPERADOR(WS-T-HALLADA)  TO SBA-OPERADOR.
           MOVE T-ACC-APROBADOR(WS-T-HALLADA) TO SBA-APROBADOR.
           MOVE T-ACC-MOTIVO(WS-T-HALLADA)    TO SBA-MOTIVO.
           MOVE WS-DIAS                       TO SBA-DIAS.
           MOVE WS-FECHA-PROCESO              TO SBA-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO SBA-RUNID.

           EVALUATE TRUE
               WHEN SBA-REENVIADA
                    ADD 1                     TO CNT-REENVIADAS
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-REENVIADAS
                    PERFORM 2300-REENVIAR-MOVTO
                       THRU 2300-F-REENVIAR-MOVTO

               WHEN SBA-DEVUELTA
                    ADD 1                     TO CNT-DEVUELTAS
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-DEVUELTAS
                    PERFORM 2400-DEVOLVER-SUCURSAL
                       THRU 2400-F-DEVOLVER-SUCURSAL

               WHEN SBA-CASTIGADA
                    ADD 1                     TO CNT-CASTIGADAS
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-CASTIGADAS
                    PERFORM 2450-AUDITAR-CASTIGO
                       THRU 2450-F-AUDITAR-CASTIGO
           END-EVALUATE.

           WRITE REG-SUSBAJA FROM WS-REG-SUSBAJA.

           IF NOT FS-SUSBAJA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SUSBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSBAJA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2200-F-LIQUIDAR-PARTIDA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - R E E N V I A R - M O V T O                 *
      *----------------------------------------------------------------*
      *   REARMA EL MOVIMIENTO CAMPO A CAMPO, CON EL AREA LIBRE Y EL   *
      *   APROBADOR EN BLANCO: UN DEBITO SOBRE EL UMBRAL DUAL VUELVE A *
      *   PASAR POR EL CONTROL DUAL DE PGMAPCAB.                       *
      *----------------------------------------------------------------*

       2300-REENVIAR-MOVTO.

           MOVE '2300-REENVIAR-MOVTO'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-MOVIMI.

           MOVE SUS-MOV-TIPO                  TO WS-MOV-TIPO.
           MOVE SUS-MOV-CUENTA                TO WS-MOV-CUENTA.
           MOVE SUS-MOV-IMPORTE               TO WS-MOV-IMPORTE.
           MOVE SUS-MOV-NRO                   TO WS-MOV-NRO.
           MOVE SUS-MOV-REFER                 TO WS-MOV-REFER.
           MOVE SUS-MOV-DIGITO                TO WS-MOV-DIGITO.
           MOVE SUS-MOV-FECVAL                TO WS-MOV-FECVAL.
           MOVE SUS-MOV-TIPCUEN               TO WS-MOV-TIPCUEN.
           MOVE SUS-MOV-USUARIO               TO WS-MOV-USUARIO.

           IF SUS-DE-RETENIDO OR SUS-DE-SOBREGIR
              MOVE SUS-MOV-TIPCUEN            TO DIG-TIPO
              MOVE SUS-MOV-CUENTA             TO DIG-CUENTA

              PERFORM 8710-CALCULAR-DIGITO
                 THRU 8710-F-CALCULAR-DIGITO

              MOVE DIG-CALCULADO              TO WS-MOV-DIGITO
           END-IF.

           WRITE REG-REENVIO FROM WS-REG-MOVIMI.

           IF NOT FS-REENVIO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REENVIO                 TO AUX-ERR-NOMBRE
              MOVE FS-REENVIO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2300-F-REENVIAR-MOVTO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 0 0 - D E V O L V E R - S U C U R S A L             *
      *----------------------------------------------------------------*

       2400-DEVOLVER-SUCURSAL.

           MOVE '2400-DEVOLVER-SUCURSAL'      TO WS-PARRAFO.

           DISPLAY '* PARTIDA DEVUELTA A SUCURSAL ' SBA-SUCURSAL
                   ': ' SUS-ID ' ' SUS-ORIGEN.

           WRITE REG-DEVSUSP FROM WS-REG-SUSBAJA.

           IF NOT FS-DEVSUSP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEVSUSP                 TO AUX-ERR-NOMBRE
              MOVE FS-DEVSUSP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2400-F-DEVOLVER-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - A U D I T A R - C A S T I G O                 *
      *----------------------------------------------------------------*
      *   ASIENTA EN SEGAUDIT EL CASTIGO APROBADO, CON EL OPERADOR QUE *
      *   LO PIDIO COMO AUTOR ( MISMA FORMA QUE LAS DECISIONES DE      *
      *   PGMSI166 ).                                                  *
      *----------------------------------------------------------------*

       2450-AUDITAR-CASTIGO.

           MOVE '2450-AUDITAR-CASTIGO'        TO WS-PARRAFO.

           OPEN EXTEND SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              OPEN OUTPUT SEGAUDIT
           END-IF.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SUS-MOV-IMPORTE               TO WS-IMPORTE-EDIT.

           MOVE SPACES                        TO WS-REG-SEGAUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8)    TO SEG-AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:8)    TO SEG-AUD-HORA.
           MOVE CT-PROGRAMA                   TO SEG-AUD-PROGRAMA.
           MOVE AUT-SUPERVISOR                TO SEG-AUD-SUPERVISOR.
           MOVE WS-RUN-ID                     TO SEG-AUD-RUNID.
           MOVE 'DEC:'                        TO SEG-DEC-MARCA.
           MOVE 'A'                           TO SEG-DEC-RESULTADO.
           MOVE SBA-OPERADOR                  TO SEG-DEC-AUTOR.

           STRING 'CASTIGO '       DELIMITED BY SIZE
                  SUS-ID           DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-IMPORTE-EDIT  DELIMITED BY SIZE
              INTO SEG-DEC-OBJETO
           END-STRING.

           WRITE REG-SEGAUDIT FROM WS-REG-SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           CLOSE SEGAUDIT.

       2450-F-AUDITAR-CASTIGO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 5 0 0 - I N C O R P O R A R - N U E V A S               *
      *----------------------------------------------------------------*
      *   DA DE ALTA LAS PARTIDAS DE LOS ARCHIVOS LATERALES DE ESTA    *
      *   CORRIDA DE PGMAPCAB, A CONTINUACION DEL LEDGER ANTERIOR, CON *
      *   LA FECHA DE PROCESO Y UNA SECUENCIA DEL DIA.                 *
      *----------------------------------------------------------------*

       2500-INCORPORAR-NUEVAS.

           MOVE '2500-INCORPORAR-NUEVAS'      TO WS-PARRAFO.

           PERFORM 2510-LEER-TRANSUSP
              THRU 2510-F-LEER-TRANSUSP.

           PERFORM 2515-TOMAR-TRANSUSP
              THRU 2515-F-TOMAR-TRANSUSP
             UNTIL FS-TRANSUSP-EOF.

           PERFORM 2520-LEER-RETENIDO
              THRU 2520-F-LEER-RETENIDO.

           PERFORM 2525-TOMAR-RETENIDO
              THRU 2525-F-TOMAR-RETENIDO
             UNTIL FS-RETENIDO-EOF.

           PERFORM 2530-LEER-RECHMOV
              THRU 2530-F-LEER-RECHMOV.

           PERFORM 2535-TOMAR-RECHMOV
              THRU 2535-F-TOMAR-RECHMOV
             UNTIL FS-RECHMOV-EOF.

           PERFORM 2540-LEER-HUERFANOS
              THRU 2540-F-LEER-HUERFANOS.

           PERFORM 2545-TOMAR-HUERFANO
              THRU 2545-F-TOMAR-HUERFANO
             UNTIL FS-HUERFANOS-EOF.

       2500-F-INCORPORAR-NUEVAS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 1 0 - L E E R - T R A N S U S P                   *
      *----------------------------------------------------------------*

       2510-LEER-TRANSUSP.

           MOVE '2510-LEER-TRANSUSP'          TO WS-PARRAFO.

           READ TRANSUSP.

           EVALUATE TRUE
               WHEN FS-TRANSUSP-OK
                    CONTINUE

               WHEN FS-TRANSUSP-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANSUSP          TO AUX-ERR-NOMBRE
                    MOVE FS-TRANSUSP          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2510-F-LEER-TRANSUSP.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 1 5 - T O M A R - T R A N S U S P                 *
      *----------------------------------------------------------------*

       2515-TOMAR-TRANSUSP.

           MOVE '2515-TOMAR-TRANSUSP'         TO WS-PARRAFO.

           ADD 1                              TO CNT-ALTAS-TRANSUSP.

           MOVE CT-TRANSUSP                   TO WS-LAT-ARCHIVO
                                                 WS-LAT-ORIGEN.
           MOVE TSU-DATOS                     TO WS-LAT-DATOS.
           MOVE TSU-RUNID                     TO WS-LAT-RUNID.
           MOVE SPACES                        TO WS-LAT-COD-RECHAZO.
           MOVE 'TRANSFERENCIA SIN PAR O NETEO'
                                              TO WS-LAT-MOTIVO.

           PERFORM 2590-ALTA-PARTIDA
              THRU 2590-F-ALTA-PARTIDA.

           PERFORM 2510-LEER-TRANSUSP
              THRU 2510-F-LEER-TRANSUSP.

       2515-F-TOMAR-TRANSUSP.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 0 - L E E R - R E T E N I D O                   *
      *----------------------------------------------------------------*

       2520-LEER-RETENIDO.

           MOVE '2520-LEER-RETENIDO'          TO WS-PARRAFO.

           READ RETENIDO.

           EVALUATE TRUE
               WHEN FS-RETENIDO-OK
                    CONTINUE

               WHEN FS-RETENIDO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-RETENIDO          TO AUX-ERR-NOMBRE
                    MOVE FS-RETENIDO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-LEER-RETENIDO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 5 - T O M A R - R E T E N I D O                 *
      *----------------------------------------------------------------*

       2525-TOMAR-RETENIDO.

           MOVE '2525-TOMAR-RETENIDO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-ALTAS-RETENIDO.

           MOVE CT-RETENIDO                   TO WS-LAT-ARCHIVO
                                                 WS-LAT-ORIGEN.
           MOVE RET-DATOS                     TO WS-LAT-DATOS.
           MOVE RET-RUNID                     TO WS-LAT-RUNID.
           MOVE SPACES                        TO WS-LAT-COD-RECHAZO.
           MOVE RET-MOTIVO                    TO WS-LAT-MOTIVO.

           PERFORM 2590-ALTA-PARTIDA
              THRU 2590-F-ALTA-PARTIDA.

           PERFORM 2520-LEER-RETENIDO
              THRU 2520-F-LEER-RETENIDO.

       2525-F-TOMAR-RETENIDO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 3 0 - L E E R - R E C H M O V                     *
      *----------------------------------------------------------------*

       2530-LEER-RECHMOV.

           MOVE '2530-LEER-RECHMOV'           TO WS-PARRAFO.

           READ RECHMOV.

           EVALUATE TRUE
               WHEN FS-RECHMOV-OK
                    CONTINUE

               WHEN FS-RECHMOV-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-RECHMOV           TO AUX-ERR-NOMBRE
                    MOVE FS-RECHMOV           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2530-F-LEER-RECHMOV.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 3 5 - T O M A R - R E C H M O V                   *
      *----------------------------------------------------------------*
      *   EL RECHAZO POR SOBREGIRO NO AUTORIZADO ENTRA CON ORIGEN      *
      *   SOBREGIR; LOS DEMAS CON ORIGEN RECHMOV.                      *
      *----------------------------------------------------------------*

       2535-TOMAR-RECHMOV.

           MOVE '2535-TOMAR-RECHMOV'          TO WS-PARRAFO.

           MOVE CT-RECHMOV                    TO WS-LAT-ARCHIVO.
           MOVE RECM-DATOS                    TO WS-LAT-DATOS.
           MOVE RECM-RUNID                    TO WS-LAT-RUNID.
           MOVE RECM-COD-RECHAZO              TO WS-LAT-COD-RECHAZO.

           EVALUATE RECM-COD-RECHAZO
               WHEN CT-COD-RECHAZO-SOBREGIRO
                    ADD 1                     TO CNT-ALTAS-SOBREGIR
                    MOVE CT-SOBREGIR          TO WS-LAT-ORIGEN
                    MOVE 'SOBREGIRO NO AUTORIZADO'
                                              TO WS-LAT-MOTIVO

               WHEN CT-COD-RECHAZO-ONP
                    ADD 1                     TO CNT-ALTAS-RECHMOV
                    MOVE CT-RECHMOV           TO WS-LAT-ORIGEN
                    MOVE SPACES               TO WS-LAT-MOTIVO
                    STRING 'ORDEN DE NO PAGAR ' DELIMITED BY SIZE
                           RECM-MOTIVO-ORDEN  DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           RECM-REFER-ORDEN   DELIMITED BY SIZE
                       INTO WS-LAT-MOTIVO
                    END-STRING

               WHEN OTHER
                    ADD 1                     TO CNT-ALTAS-RECHMOV
                    MOVE CT-RECHMOV           TO WS-LAT-ORIGEN
                    MOVE SPACES               TO WS-LAT-COD-RECHAZO
                    MOVE 'RECHAZO DE LA APLICACION'
                                              TO WS-LAT-MOTIVO
           END-EVALUATE.

           PERFORM 2590-ALTA-PARTIDA
              THRU 2590-F-ALTA-PARTIDA.

           PERFORM 2530-LEER-RECHMOV
              THRU 2530-F-LEER-RECHMOV.

       2535-F-TOMAR-RECHMOV.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 4 0 - L E E R - H U E R F A N O S                 *
      *----------------------------------------------------------------*

       2540-LEER-HUERFANOS.

           MOVE '2540-LEER-HUERFANOS'         TO WS-PARRAFO.

           READ HUERFANOS.

           EVALUATE TRUE
               WHEN FS-HUERFANOS-OK
                    CONTINUE

               WHEN FS-HUERFANOS-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HUERFANOS         TO AUX-ERR-NOMBRE
                    MOVE FS-HUERFANOS         TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2540-F-LEER-HUERFANOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 4 5 - T O M A R - H U E R F A N O                 *
      *----------------------------------------------------------------*

       2545-TOMAR-HUERFANO.

           MOVE '2545-TOMAR-HUERFANO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-ALTAS-HUERFANO.

           MOVE CT-HUERFANOS                  TO WS-LAT-ARCHIVO
                                                 WS-LAT-ORIGEN.
           MOVE HUE-DATOS                     TO WS-LAT-DATOS.
           MOVE HUE-RUNID                     TO WS-LAT-RUNID.
           MOVE SPACES                        TO WS-LAT-COD-RECHAZO.
           MOVE 'CUENTA INEXISTENTE EN MAESTRO'
                                              TO WS-LAT-MOTIVO.

           PERFORM 2590-ALTA-PARTIDA
              THRU 2590-F-ALTA-PARTIDA.

           PERFORM 2540-LEER-HUERFANOS
              THRU 2540-F-LEER-HUERFANOS.

       2545-F-TOMAR-HUERFANO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 9 0 - A L T A - P A R T I D A                     *
      *----------------------------------------------------------------*
      *   EL ARCHIVO LATERAL TIENE QUE SER DE ESTA CORRIDA. EL AREA    *
      *   LIBRE DEL MOVIMIENTO SE LIMPIA ( EL CODIGO DE RECHAZO VIAJA  *
      *   APARTE ) Y EN RETENIDO TAMBIEN EL OPERADOR, QUE ESA IMAGEN   *
      *   NO TRAE. UN IMPORTE NO NUMERICO ENTRA EN CERO, CON SU        *
      *   MOTIVO, PARA QUE LA PARTIDA SE RESUELVA A MANO.              *
      *----------------------------------------------------------------*

       2590-ALTA-PARTIDA.

           MOVE '2590-ALTA-PARTIDA'           TO WS-PARRAFO.

           IF WS-LAT-RUNID IS NOT EQUAL TO WS-RUN-ID
              DISPLAY '* ' WS-LAT-ARCHIVO ' DE OTRA CORRIDA *'
              DISPLAY ' - TOKEN ESPERADO: ' WS-RUN-ID
              DISPLAY ' - RECIBIDO......: ' WS-LAT-RUNID

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE WS-LAT-ARCHIVO             TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-ALTAS.
           ADD 1                              TO WS-SECUENCIA.

           MOVE SPACES                        TO WS-REG-SUSPENSO.
           MOVE WS-FECHA-PROCESO              TO SUS-FECHA-ALTA.
           MOVE WS-SECUENCIA                  TO SUS-SECUENCIA.
           MOVE WS-LAT-ORIGEN                 TO SUS-ORIGEN.
           MOVE WS-LAT-DATOS                  TO SUS-MOVTO.
           MOVE SPACES                        TO SUS-MOV-LIBRE.
           MOVE WS-LAT-COD-RECHAZO            TO SUS-COD-RECHAZO.
           MOVE WS-LAT-MOTIVO                 TO SUS-MOTIVO.
           MOVE WS-LAT-RUNID                  TO SUS-RUNID-ALTA.

           IF SUS-DE-RETENIDO
              MOVE SPACES                     TO SUS-MOV-USUARIO
           END-IF.

           IF SUS-MOV-IMPORTE IS NOT NUMERIC
              ADD 1                           TO CNT-IMPORTE-INVALIDO
              DISPLAY '* IMPORTE NO NUMERICO EN ' WS-LAT-ARCHIVO
                      ': ' WS-LAT-DATOS
              MOVE ZEROS                      TO SUS-MOV-IMPORTE
              MOVE 'IMPORTE NO NUMERICO EN ORIGEN' TO SUS-MOTIVO
           END-IF.

           ADD SUS-MOV-IMPORTE                TO WS-TOT-ALTAS.

           PERFORM 2600-GRABAR-PARTIDA
              THRU 2600-F-GRABAR-PARTIDA.

       2590-F-ALTA-PARTIDA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - G R A B A R - P A R T I D A                 *
      *----------------------------------------------------------------*

       2600-GRABAR-PARTIDA.

           MOVE '2600-GRABAR-PARTIDA'         TO WS-PARRAFO.

           ADD 1                              TO CNT-PARTIDAS-NUE.
           ADD SUS-MOV-IMPORTE                TO WS-TOT-NUEVO.

           WRITE REG-SUSPNUE FROM WS-REG-SUSPENSO.

           IF NOT FS-SUSPNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SUSPNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-PARTIDA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-INFORMAR-SIN-PARTIDA
              THRU 3100-F-INFORMAR-SIN-PARTIDA
             VARYING WS-T FROM 1 BY 1
               UNTIL WS-T IS GREATER THAN WS-CANT-ACCIONES.

           CLOSE SUSPANT
                 SUSTRX
                 TRANSUSP
                 RETENIDO
                 RECHMOV
                 HUERFANOS
                 SUSPNUE
                 REENVIO
                 DEVSUSP
                 SUSBAJA.

           IF NOT FS-SUSPNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SUSPNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REENVIO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REENVIO                 TO AUX-ERR-NOMBRE
              MOVE FS-REENVIO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SUSBAJA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SUSBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSBAJA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *     3 1 0 0 - I N F O R M A R - S I N - P A R T I D A          *
      *----------------------------------------------------------------*
      *   UNA ACCION QUE NO ENCONTRO PARTIDA ABIERTA ( ID MAL TIPEADO, *
      *   PARTIDA YA LIQUIDADA O ACCION REPETIDA ) SE INFORMA PARA QUE *
      *   EL AREA LA REVISE.                                           *
      *----------------------------------------------------------------*

       3100-INFORMAR-SIN-PARTIDA.

           IF NOT T-ACC-USADA(WS-T)
              ADD 1                           TO CNT-ACC-SIN-PARTIDA
              DISPLAY '* ACCION SIN PARTIDA ABIERTA: ID '
                      T-ACC-ID(WS-T)
                      ' ACCION ' T-ACC-ACCION(WS-T)
                      ' OPERADOR ' T-ACC-OPERADOR(WS-T)
           END-IF.

       3100-F-INFORMAR-SIN-PARTIDA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-ANT-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI174               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PARTIDAS DEL LEDGER ANTERIOR:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACC-LEIDAS                TO WS-MASCARA.
           DISPLAY '* ACCIONES DE LIQUIDACION LEIDAS:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACC-INVALIDAS             TO WS-MASCARA.
           DISPLAY '* ACCIONES INVALIDAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACC-SIN-PARTIDA           TO WS-MASCARA.
           DISPLAY '* ACCIONES SIN PARTIDA ABIERTA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REENVIADAS                TO WS-MASCARA.
           DISPLAY '* PARTIDAS REENVIADAS A MOVTOS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS                 TO WS-MASCARA.
           DISPLAY '* PARTIDAS DEVUELTAS A SUCURSAL:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CASTIGADAS                TO WS-MASCARA.
           DISPLAY '* PARTIDAS CASTIGADAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ARRASTRADAS               TO WS-MASCARA.
           DISPLAY '* PARTIDAS QUE SIGUEN ABIERTAS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-TRANSUSP            TO WS-MASCARA.
           DISPLAY '* ALTAS DE TRANSUSP:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-RETENIDO            TO WS-MASCARA.
           DISPLAY '* ALTAS DE RETENIDO:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-RECHMOV             TO WS-MASCARA.
           DISPLAY '* ALTAS DE RECHMOV:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-SOBREGIR            TO WS-MASCARA.
           DISPLAY '* ALTAS DE SOBREGIRO NO AUTORIZADO:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-HUERFANO            TO WS-MASCARA.
           DISPLAY '* ALTAS DE HUERFANOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-IMPORTE-INVALIDO          TO WS-MASCARA.
           DISPLAY '* ALTAS CON IMPORTE NO NUMERICO:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PARTIDAS-NUE              TO WS-MASCARA.
           DISPLAY '* PARTIDAS EN EL NUEVO LEDGER:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           MOVE WS-TOT-ANTERIOR               TO WS-TOTAL-EDIT.
           DISPLAY ' SALDO LEDGER ANTERIOR: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-ALTAS                  TO WS-TOTAL-EDIT.
           DISPLAY ' ALTAS DEL DIA........: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-REENVIADAS             TO WS-TOTAL-EDIT.
           DISPLAY ' REENVIADAS...........: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-DEVUELTAS              TO WS-TOTAL-EDIT.
           DISPLAY ' DEVUELTAS............: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-CASTIGADAS             TO WS-TOTAL-EDIT.
           DISPLAY ' CASTIGADAS...........: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-NUEVO                  TO WS-TOTAL-EDIT.
           DISPLAY ' SALDO LEDGER NUEVO...: ' WS-TOTAL-EDIT.
           DISPLAY '                                                  '.

           STRING 'ANT='           DELIMITED BY SIZE
                  CNT-ANT-LEIDAS   DELIMITED BY SIZE
                  ' ALT='          DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' REE='          DELIMITED BY SIZE
                  CNT-REENVIADAS   DELIMITED BY SIZE
                  ' DEV='          DELIMITED BY SIZE
                  CNT-DEVUELTAS    DELIMITED BY SIZE
                  ' CAS='          DELIMITED BY SIZE
                  CNT-CASTIGADAS   DELIMITED BY SIZE
                  ' NUE='          DELIMITED BY SIZE
                  CNT-PARTIDAS-NUE DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           MOVE BTOT-DETALLE                  TO AUT-RESUMEN.

           PERFORM 1808-AUDITAR-RESUMEN
              THRU 1808-F-AUDITAR-RESUMEN.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 0 5 - A U T O R I Z A C I O N                       *
      *----------------------------------------------------------------*

           COPY AUTORIRU.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        8 7 0 0 - D I G I T O - V E R I F I C A D O R           *
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

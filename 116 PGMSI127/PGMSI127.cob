      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI127.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CANCELACION ANTICIPADA DE PLAZOS FIJOS CON PENALIDAD         *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA EL AJUSTE MANUAL QUE HACIA LA SUCURSAL *
      * CUANDO EL CLIENTE RETIRA UN PLAZO FIJO ANTES DEL VENCIMIENTO   *
      * ( KC02787.TBCURPLF, ALTAS POR PGMSIN74, VENCIMIENTOS POR       *
      * PGMSIN75 ):                                                    *
      *   - LEE EL ARCHIVO PRECANC DE SOLICITUDES ( NRO DE PLAZO FIJO, *
      *     DOCUMENTO DEL SOLICITANTE Y VIA DE ENTREGA DE LA           *
      *     LIQUIDACION ).                                             *
      *   - VALIDA QUE EL PLAZO EXISTA, ESTE VIGENTE Y AUN NO HAYA     *
      *     VENCIDO, QUE SU CUENTA ASOCIADA EXISTA EN TBCURCTA, QUE EL *
      *     SOLICITANTE SEA EL TITULAR, Y QUE EL PRODUCTO DE LA CUENTA *
      *     ( CATALOGO PRODUCTO, RUTINA COMUN PRODUCLE ) ADMITA LA     *
      *     CANCELACION ANTICIPADA CON LOS DIAS MINIMOS CUMPLIDOS.     *
      *   - CALCULA EL INTERES DE LOS DIAS TRANSCURRIDOS DESDE EL ALTA *
      *     A LA TASA PACTADA Y RECONOCE SOLO EL PORCENTAJE DE         *
      *     PRECANCELACION DEL PRODUCTO: LA DIFERENCIA ES LA           *
      *     PENALIDAD.                                                 *
      *   - PASA EL PLAZO A ESTADO 'C' ( CANCELADO ANTICIPADAMENTE )   *
      *     CON FECVTO = FECHA DE PROCESO, Y EMITE CAPITAL MAS INTERES *
      *     RECONOCIDO COMO CREDITO EN EL LAYOUT MOVIMCC ( ARCHIVO     *
      *     PRECAPL, TIPO 89, REFERENCIA 'PF' + NROPLF, NRO DE         *
      *     MOVIMIENTO EN LA FRANJA 999001-999499 ) PARA QUE PGMAPCAB  *
      *     LO APLIQUE A LA CUENTA COMO CUALQUIER OTRO MOVIMIENTO.     *
      *   - IMPRIME EN LIQPREC UNA LIQUIDACION POR SOLICITUD PARA EL   *
      *     CLIENTE, DEJA CONSTANCIA EN EL REGISTRO DE COMUNICACIONES  *
      *     COMUNLOG ( TIPO 'LIQ' ) Y AL CIERRE LA HOJA DE CONTROL.    *
      *   - LAS SOLICITUDES RECHAZADAS VAN AL ARCHIVO RECHAZOS CON SU  *
      *     MOTIVO. UN REPROCESO NO DUPLICA: EL PLAZO YA CANCELADO SE  *
      *     RECHAZA POR NO VIGENTE.                                    *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA EL RESUMEN  *
      * DE BATCH HABITUAL.                                             *
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

           SELECT PRECANC ASSIGN TO PRECANC
                                    FILE STATUS IS FS-PRECANC.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT PRECAPL ASSIGN TO PRECAPL
                                    FILE STATUS IS FS-PRECAPL.

           SELECT LIQPREC ASSIGN TO LIQPREC
                                    FILE STATUS IS FS-LIQPREC.

           SELECT RECHAZOS ASSIGN TO RECHAZOS
                                    FILE STATUS IS FS-RECHAZOS.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

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
      *   SOLICITUDES DE CANCELACION ANTICIPADA CARGADAS EN SUCURSAL.  *
      *----------------------------------------------------------------*

       FD   PRECANC
            RECORDING MODE IS F.
       01   REG-PRECANC                                     PIC X(40).

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   RUTINA COMUN PRODUCLE ).                                     *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.

       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   SALIDA DE ACREDITACIONES ( LAYOUT MOVIMCC ) PARA EL CIRCUITO *
      *   DE APLICACION DE PGMAPCAB.                                   *
      *----------------------------------------------------------------*

       FD   PRECAPL
            RECORDING MODE IS F.
       01   REG-PRECAPL                                     PIC X(80).

      *----------------------------------------------------------------*
      *   LIQUIDACIONES IMPRESAS PARA EL CLIENTE, MAS LA HOJA DE       *
      *   CONTROL DEL DIA.                                             *
      *----------------------------------------------------------------*

       FD   LIQPREC
            RECORDING MODE IS F.
       01   LINEA-LIQPREC                                   PIC X(132).

      *----------------------------------------------------------------*
      *   SOLICITUDES RECHAZADAS CON SU MOTIVO.                        *
      *----------------------------------------------------------------*

       FD   RECHAZOS
            RECORDING MODE IS F.
       01   REG-RECHAZOS                                    PIC X(80).

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG /       *
      *   COMLOGGR ).                                                  *
      *----------------------------------------------------------------*

       FD  COMUNLOG
           RECORDING MODE IS F.
       01  REG-COMUNLOG                     PIC X(50).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI127'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-PRECANC                    PIC X(08)  VALUE 'PRECANC '.
           02 CT-PRECAPL                    PIC X(08)  VALUE 'PRECAPL '.
           02 CT-LIQPREC                    PIC X(08)  VALUE 'LIQPREC '.
           02 CT-RECHAZOS                   PIC X(08)  VALUE 'RECHAZOS'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DE LA ACREDITACION ( CREDITO, MAPEADO EN  *
      *   TIPMOV Y EN MAPACON ) Y FRANJA DE NROMOV RESERVADA PARA LAS  *
      *   CANCELACIONES ANTICIPADAS ( DOMINIO NROMOV DEL MAESTRO       *
      *   CODREF ); EL TOPE ES EL ANCHO DE LA FRANJA.                  *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-PRECANC           PIC 9(02)  VALUE 89.
           02 CT-NROMOV-PRECANC             PIC 9(06)  VALUE 999000.
           02 CT-MAX-CANCELACIONES          PIC 9(05)  VALUE 499.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-DIAS-TRANSC                PIC S9(05) COMP VALUE ZEROS.
           02 WS-FECVTO-PACTADO             PIC 9(08)  VALUE ZEROS.
           02 WS-PORC-EDIT                  PIC ZZ9.

       01 WS-FECHA-PROCESO                  PIC 9(08).

      *----------------------------------------------------------------*
      *   FECHA AUXILIAR PARA IMPRIMIR COMO DD/MM/AAAA                 *
      *----------------------------------------------------------------*

       01 WS-FECHA-AUX.
           02 WS-FAX-ANIO                   PIC 9(04).
           02 WS-FAX-MES                    PIC 9(02).
           02 WS-FAX-DIA                    PIC 9(02).
       01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX
                                            PIC 9(08).

       01 WS-FECHA-EDIT.
           02 WS-FED-DIA                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-MES                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-ANIO                   PIC 9(04).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE SOLICITUDES. LA VIA DE    *
      *   ENTREGA DE LA LIQUIDACION ES 'SUC' ( RETIRO EN SUCURSAL ) O  *
      *   'COR' ( CORREO ); EN BLANCO SE ENTREGA EN SUCURSAL.          *
      *----------------------------------------------------------------*

       01 WS-REG-PRECANC.
           02 SOL-NROPLF                    PIC 9(06).
           02 SOL-TIPDOC                    PIC X(02).
           02 SOL-NRODOC                    PIC 9(11).
           02 SOL-VIA                       PIC X(03).
              88 SOL-VIA-VALIDA                        VALUE 'SUC'
                                                             'COR'.
           02 FILLER                        PIC X(18).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL SOLICITANTE EN TBCURCLI                   *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).
           02 WS-TB-ESTADO                  PIC X(01).

      *----------------------------------------------------------------*
      *   LIQUIDACION DE LA SOLICITUD EN PROCESO                       *
      *----------------------------------------------------------------*

       01 WS-LIQUIDACION.
           02 WS-PORC-RECONOCIDO            PIC 9(03)  VALUE ZEROS.
           02 WS-INT-PACTADO                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INT-RECONOCIDO             PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-PENALIDAD                  PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-TOTAL-ACREDITAR            PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULADORES DEL DIA PARA LA HOJA DE CONTROL                 *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-CAPITAL                   PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-INTERES                   PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-PENALIDAD                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-ACREDITADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *       F O R M A T O S  D E  L A  L I Q U I D A C I O N         *
      *----------------------------------------------------------------*

       01 WS-LIQ-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(56)  VALUE
              'LIQUIDACION DE CANCELACION ANTICIPADA - PLAZO FIJO NRO '.
           02 LQT-NROPLF                    PIC 9(06).
           02 FILLER                        PIC X(15)  VALUE SPACES.
           02 FILLER                        PIC X(07)  VALUE 'FECHA: '.
           02 LQT-FECHA                     PIC X(10).
           02 FILLER                        PIC X(33)  VALUE SPACES.

       01 WS-LIQ-TITULAR.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(09)  VALUE
              'TITULAR: '.
           02 LQM-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LQM-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LQM-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(24)  VALUE
              'CUENTA DE ACREDITACION: '.
           02 LQM-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LQM-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(06)  VALUE ' SUC. '.
           02 LQM-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(06)  VALUE ' MON. '.
           02 LQM-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(19)  VALUE SPACES.

       01 WS-LIQ-CONDICIONES.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(09)  VALUE
              'CAPITAL: '.
           02 LQC-CAPITAL                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(29)  VALUE
              '   TASA PACTADA DEL PERIODO: '.
           02 LQC-TASA                      PIC ZZ9,9999.
           02 FILLER                        PIC X(11)  VALUE
              ' %  PLAZO: '.
           02 LQC-PLAZO                     PIC ZZ9.
           02 FILLER                        PIC X(05)  VALUE ' DIAS'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIQ-FECHAS.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(13)  VALUE
              'CONSTITUIDO: '.
           02 LQF-FECALTA                   PIC X(10).
           02 FILLER                        PIC X(24)  VALUE
              '   VENCIMIENTO PACTADO: '.
           02 LQF-FECVTO                    PIC X(10).
           02 FILLER                        PIC X(23)  VALUE
              '   DIAS TRANSCURRIDOS: '.
           02 LQF-DIAS                      PIC ZZZZ9.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIQ-RENGLON.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LQR-LEYENDA                   PIC X(60).
           02 LQR-IMPORTE                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(47)  VALUE SPACES.

       01 WS-LIQ-FIRMA.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(46)  VALUE
              'FIRMA DEL TITULAR: ___________________________'.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(40)  VALUE
              'ACLARACION: ____________________________'.
           02 FILLER                        PIC X(36)  VALUE SPACES.

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
           02 CNT-SOLIC-LEIDAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-PLAZOS-CANCELADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SOLIC-RECHAZADAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PRECANC                    PIC X(02).
              88 FS-PRECANC-OK                         VALUE '00'.
              88 FS-PRECANC-EOF                        VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-PRECAPL                    PIC X(02).
              88 FS-PRECAPL-OK                         VALUE '00'.

           02 FS-LIQPREC                    PIC X(02).
              88 FS-LIQPREC-OK                         VALUE '00'.

           02 FS-RECHAZOS                   PIC X(02).
              88 FS-RECHAZOS-OK                        VALUE '00'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.

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

           COPY CPCURPLF.

           COPY MOVIMCC.

           COPY CPPRODUC.

           COPY CPCOMLOG.

           COPY CPCTLCNT.

           COPY CPCTADIG.

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

           EXEC SQL
             INCLUDE TBCURPLF
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF FS-PRECANC-OK
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL FS-PRECANC-EOF
           END-IF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      ACM-ACUMULADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    LOS DIAS TRANSCURRIDOS Y LA NUEVA FECVTO SE TOMAN DE LA
      *    FECHA DE PROCESO, NO LA DE MAQUINA, PARA QUE EL REPROCESO
      *    CORRIDO DE DIA LIQUIDE LO MISMO.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1400-LEER-PRECANC
              THRU 1400-F-LEER-PRECANC.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   PRECANC
                OUTPUT  PRECAPL
                        LIQPREC
                        RECHAZOS.

           IF NOT FS-PRECANC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PRECANC                 TO AUX-ERR-NOMBRE
              MOVE FS-PRECANC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PRECAPL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PRECAPL                 TO AUX-ERR-NOMBRE
              MOVE FS-PRECAPL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIQPREC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-LIQPREC                 TO AUX-ERR-NOMBRE
              MOVE FS-LIQPREC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - P R E C A N C                    *
      *----------------------------------------------------------------*

       1400-LEER-PRECANC.

           MOVE '1400-LEER-PRECANC'           TO WS-PARRAFO.

           READ PRECANC INTO WS-REG-PRECANC.

           EVALUATE TRUE
               WHEN FS-PRECANC-OK
                    ADD 1                     TO CNT-SOLIC-LEIDAS

               WHEN FS-PRECANC-EOF
                    SET FS-PRECANC-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PRECANC           TO AUX-ERR-NOMBRE
                    MOVE FS-PRECANC           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-PRECANC.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-F-VALIDAR-SOLICITUD.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2300-CALCULAR-LIQUIDACION
                 THRU 2300-F-CALCULAR-LIQUIDACION
              PERFORM 2400-CANCELAR-PLAZO
                 THRU 2400-F-CANCELAR-PLAZO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              ADD 1                        TO CNT-PLAZOS-CANCELADOS
              PERFORM 2600-GRABAR-ACREDITACION
                 THRU 2600-F-GRABAR-ACREDITACION
              PERFORM 2700-IMPRIMIR-LIQUIDACION
                 THRU 2700-F-IMPRIMIR-LIQUIDACION
              PERFORM 2780-REGISTRAR-COMUNICACION
                 THRU 2780-F-REGISTRAR-COMUNICACION
           ELSE
              PERFORM 2500-GRABAR-RECHAZO
                 THRU 2500-F-GRABAR-RECHAZO
           END-IF.

           PERFORM 1400-LEER-PRECANC
              THRU 1400-F-LEER-PRECANC.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 0 0 - V A L I D A R - S O L I C I T U D             *
      *----------------------------------------------------------------*
      *   VALIDA LOS DATOS DE LA SOLICITUD Y, SI ESTAN BIEN FORMADOS,  *
      *   RECORRE LOS CONTROLES EN ORDEN: EL PRIMERO QUE FALLA DEJA EL *
      *   MOTIVO Y CORTA EL RESTO.                                     *
      *----------------------------------------------------------------*

       2100-VALIDAR-SOLICITUD.

           MOVE '2100-VALIDAR-SOLICITUD'      TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN SOL-NROPLF IS NOT NUMERIC OR
                  SOL-NROPLF IS EQUAL TO ZEROS
               MOVE 'NRO DE PLAZO FIJO INVALIDO' TO WS-MOTIVO
             WHEN SOL-NRODOC IS NOT NUMERIC OR
                  SOL-TIPDOC IS EQUAL TO SPACES
               MOVE 'DOCUMENTO DEL SOLICITANTE INVAL' TO WS-MOTIVO
             WHEN CNT-PLAZOS-CANCELADOS IS NOT LESS THAN
                  CT-MAX-CANCELACIONES
               MOVE 'TOPE DE LA FRANJA, REINGRESAR' TO WS-MOTIVO
             WHEN OTHER
               PERFORM 2150-BUSCAR-PLAZO
                  THRU 2150-F-BUSCAR-PLAZO
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2160-BUSCAR-CUENTA
                 THRU 2160-F-BUSCAR-CUENTA
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2170-BUSCAR-SOLICITANTE
                 THRU 2170-F-BUSCAR-SOLICITANTE
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2180-CONTROLAR-PRODUCTO
                 THRU 2180-F-CONTROLAR-PRODUCTO
           END-IF.

       2100-F-VALIDAR-SOLICITUD.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 5 0 - B U S C A R - P L A Z O                     *
      *----------------------------------------------------------------*
      *   EL PLAZO DEBE ESTAR VIGENTE Y CON VENCIMIENTO POSTERIOR A LA *
      *   FECHA DE PROCESO: EL YA VENCIDO LO LIQUIDA LA PASADA         *
      *   NOCTURNA CON SU INTERES COMPLETO.                            *
      *----------------------------------------------------------------*

       2150-BUSCAR-PLAZO.

           MOVE '2150-BUSCAR-PLAZO'           TO WS-PARRAFO.

           MOVE SOL-NROPLF                    TO WS-PLF-NROPLF.

           EXEC SQL
             SELECT TIPCUEN,
                    NROCUEN,
                    SUCUEN,
                    NROCLI,
                    CAPITAL,
                    TASA,
                    PLAZODIAS,
                    FECALTA,
                    FECVTO,
                    RENOV,
                    ESTADO
               INTO :WS-PLF-TIPCUEN,
                    :WS-PLF-NROCUEN,
                    :WS-PLF-SUCUEN,
                    :WS-PLF-NROCLI,
                    :WS-PLF-CAPITAL,
                    :WS-PLF-TASA,
                    :WS-PLF-PLAZODIAS,
                    :WS-PLF-FECALTA,
                    :WS-PLF-FECVTO,
                    :WS-PLF-RENOV,
                    :WS-PLF-ESTADO
               FROM KC02787.TBCURPLF
              WHERE NROPLF = :WS-PLF-NROPLF
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               EVALUATE TRUE
                 WHEN WS-PLF-ESTADO IS NOT EQUAL TO 'V'
                   MOVE 'PLAZO FIJO NO VIGENTE'  TO WS-MOTIVO
                 WHEN WS-PLF-FECVTO IS NOT GREATER THAN
                      WS-FECHA-PROCESO
                   MOVE 'PLAZO FIJO YA VENCIDO'  TO WS-MOTIVO
                 WHEN OTHER
                   MOVE WS-PLF-FECVTO         TO WS-FECVTO-PACTADO
                   COMPUTE WS-DIAS-TRANSC =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                         - FUNCTION INTEGER-OF-DATE(WS-PLF-FECALTA)
               END-EVALUATE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'PLAZO FIJO INEXISTENTE'  TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2150-F-BUSCAR-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 6 0 - B U S C A R - C U E N T A                     *
      *----------------------------------------------------------------*
      *   LA CUENTA ASOCIADA DEBE EXISTIR: ALLI SE ACREDITA CAPITAL    *
      *   MAS INTERES, EN SU MONEDA.                                   *
      *----------------------------------------------------------------*

       2160-BUSCAR-CUENTA.

           MOVE '2160-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE WS-PLF-TIPCUEN                TO WS-CTA-TIPCUEN.
           MOVE WS-PLF-NROCUEN                TO WS-CTA-NROCUEN.
           MOVE WS-PLF-SUCUEN                 TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT NROCLI, MONEDA
               INTO :WS-CTA-NROCLI,
                    :WS-CTA-MONEDA
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA ASOCIADA INEXISTENTE' TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2160-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 7 0 - B U S C A R - S O L I C I T A N T E              *
      *----------------------------------------------------------------*
      *   EL SOLICITANTE DEBE EXISTIR EN TBCURCLI Y SER EL TITULAR DEL *
      *   PLAZO FIJO ( MISMO NROCLI ).                                 *
      *----------------------------------------------------------------*

       2170-BUSCAR-SOLICITANTE.

           MOVE '2170-BUSCAR-SOLICITANTE'     TO WS-PARRAFO.

           MOVE SOL-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE SOL-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, NOMAPE, ESTADO
               INTO :WS-TB-NROCLI,
                    :WS-TB-NOMAPE,
                    :WS-TB-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-TB-NROCLI IS NOT EQUAL TO WS-PLF-NROCLI
                  MOVE 'SOLICITANTE NO ES EL TITULAR' TO WS-MOTIVO
               END-IF
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'SOLICITANTE INEXISTENTE'  TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2170-F-BUSCAR-SOLICITANTE.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 8 0 - C O N T R O L A R - P R O D U C T O              *
      *----------------------------------------------------------------*
      *   LA CANCELACION ANTICIPADA ES UNA CONDICION DEL PRODUCTO DE   *
      *   LA CUENTA ASOCIADA: SIN CATALOGO, O CON EL TIPO DE CUENTA    *
      *   FUERA DE EL, NO SE PRECANCELA ( NUNCA SE HIZO POR SISTEMA ). *
      *----------------------------------------------------------------*

       2180-CONTROLAR-PRODUCTO.

           MOVE '2180-CONTROLAR-PRODUCTO'     TO WS-PARRAFO.

           IF NOT CATALOGO-CARGADO
              MOVE 'SIN CATALOGO DE PRODUCTOS'  TO WS-MOTIVO
              GO TO 2180-F-CONTROLAR-PRODUCTO
           END-IF.

           MOVE WS-PLF-TIPCUEN                TO WS-PRO-BUSCADO.

           PERFORM 1867-BUSCAR-PRODUCTO
              THRU 1867-F-BUSCAR-PRODUCTO.

           EVALUATE TRUE
             WHEN PRODUCTO-DESCONOCIDO
               MOVE 'TIPO DE CUENTA SIN PRODUCTO' TO WS-MOTIVO
             WHEN T-PRO-PERMITE-PRECANC(WS-PRO-IX) IS NOT EQUAL TO 'S'
               MOVE 'PRODUCTO NO ADMITE PRECANCELAR' TO WS-MOTIVO
             WHEN WS-DIAS-TRANSC IS LESS THAN
                  T-PRO-DIAS-MIN-PRECANC(WS-PRO-IX)
               MOVE 'NO CUMPLE LOS DIAS MINIMOS'  TO WS-MOTIVO
             WHEN OTHER
               MOVE T-PRO-PORC-PRECANC(WS-PRO-IX)
                                              TO WS-PORC-RECONOCIDO
           END-EVALUATE.

       2180-F-CONTROLAR-PRODUCTO.
           EXIT.

      *----------------------------------------------------------------*
      *    2 3 0 0 - C A L C U L A R - L I Q U I D A C I O N           *
      *----------------------------------------------------------------*
      *   LA TASA DE TBCURPLF ES LA DEL PERIODO COMPLETO ( PGMSIN75    *
      *   PAGA CAPITAL POR TASA AL VENCIMIENTO ): PARA LOS DIAS        *
      *   TRANSCURRIDOS SE PRORRATEA SOBRE EL PLAZO PACTADO, Y DE ESE  *
      *   INTERES SE RECONOCE EL PORCENTAJE DEL PRODUCTO.              *
      *----------------------------------------------------------------*

       2300-CALCULAR-LIQUIDACION.

           MOVE '2300-CALCULAR-LIQUIDACION'   TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-INT-PACTADO
                                                 WS-INT-RECONOCIDO.

           IF WS-PLF-PLAZODIAS IS GREATER THAN ZEROS AND
              WS-DIAS-TRANSC IS GREATER THAN ZEROS
              COMPUTE WS-INT-PACTADO ROUNDED =
                      WS-PLF-CAPITAL * WS-PLF-TASA / 100
                    * WS-DIAS-TRANSC / WS-PLF-PLAZODIAS
              COMPUTE WS-INT-RECONOCIDO ROUNDED =
                      WS-PLF-CAPITAL * WS-PLF-TASA / 100
                    * WS-DIAS-TRANSC / WS-PLF-PLAZODIAS
                    * WS-PORC-RECONOCIDO / 100
           END-IF.

           COMPUTE WS-PENALIDAD =
                   WS-INT-PACTADO - WS-INT-RECONOCIDO.

           COMPUTE WS-TOTAL-ACREDITAR =
                   WS-PLF-CAPITAL + WS-INT-RECONOCIDO.

       2300-F-CALCULAR-LIQUIDACION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 0 0 - C A N C E L A R - P L A Z O                  *
      *----------------------------------------------------------------*
      *   ESTADO 'C' Y FECVTO = FECHA DE PROCESO: LAS CONSULTAS POR    *
      *   VIGENCIA A UNA FECHA ( ALTA HASTA LA FECHA Y VENCIMIENTO     *
      *   POSTERIOR ) DEJAN DE VERLO DESDE HOY. LA CONDICION SOBRE EL  *
      *   ESTADO EVITA CANCELAR DOS VECES EL MISMO PLAZO.              *
      *----------------------------------------------------------------*

       2400-CANCELAR-PLAZO.

           MOVE '2400-CANCELAR-PLAZO'         TO WS-PARRAFO.

           EXEC SQL
             UPDATE KC02787.TBCURPLF
             SET ESTADO = 'C',
                 FECVTO = :WS-FECHA-PROCESO
             WHERE NROPLF = :WS-PLF-NROPLF
               AND ESTADO = 'V'
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'PLAZO FIJO NO VIGENTE'    TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN CANCELACION' TO WS-MOTIVO
           END-EVALUATE.

       2400-F-CANCELAR-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 0 0 - G R A B A R - R E C H A Z O                  *
      *----------------------------------------------------------------*

       2500-GRABAR-RECHAZO.

           MOVE '2500-GRABAR-RECHAZO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-SOLIC-RECHAZADAS.

           MOVE SPACES                        TO REG-RECHAZOS.

           STRING 'PLF '            DELIMITED BY SIZE
                  SOL-NROPLF        DELIMITED BY SIZE
                  ' DOC '           DELIMITED BY SIZE
                  SOL-TIPDOC        DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  SOL-NRODOC        DELIMITED BY SIZE
                  ': '              DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-RECHAZOS
           END-STRING.

           WRITE REG-RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-GRABAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 6 0 0 - G R A B A R - A C R E D I T A C I O N            *
      *----------------------------------------------------------------*
      *   CAPITAL MAS INTERES RECONOCIDO SE ACREDITA EN LA CUENTA      *
      *   ASOCIADA POR EL CIRCUITO NORMAL: REGISTRO MOVIMCC CON        *
      *   IMPORTE POSITIVO, REFERENCIA 'PF' + NROPLF Y NRO DE          *
      *   MOVIMIENTO EN LA FRANJA RESERVADA.                           *
      *----------------------------------------------------------------*

       2600-GRABAR-ACREDITACION.

           MOVE '2600-GRABAR-ACREDITACION'    TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-PRECANC           TO WS-MOV-TIPO.
           COMPUTE WS-MOV-CUENTA =
                   WS-PLF-SUCUEN * 1000000 + WS-PLF-NROCUEN.
           MOVE WS-TOTAL-ACREDITAR            TO WS-MOV-IMPORTE.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-PRECANC + CNT-PLAZOS-CANCELADOS.
           MOVE 'PF'                          TO WS-MOV-REFER(1:2).
           MOVE WS-PLF-NROPLF                 TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE WS-PLF-TIPCUEN                TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE WS-PLF-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-PRECAPL FROM WS-REG-MOVIMI.

           IF NOT FS-PRECAPL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PRECAPL                 TO AUX-ERR-NOMBRE
              MOVE FS-PRECAPL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD WS-PLF-CAPITAL                 TO ACM-CAPITAL.
           ADD WS-INT-RECONOCIDO              TO ACM-INTERES.
           ADD WS-PENALIDAD                   TO ACM-PENALIDAD.
           ADD WS-TOTAL-ACREDITAR             TO ACM-ACREDITADO.

       2600-F-GRABAR-ACREDITACION.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 0 0 - I M P R I M I R - L I Q U I D A C I O N          *
      *----------------------------------------------------------------*
      *   UNA HOJA POR SOLICITUD: TITULAR, CUENTA, CONDICIONES         *
      *   PACTADAS, DIAS TRANSCURRIDOS, INTERES A TASA PACTADA,        *
      *   INTERES RECONOCIDO, PENALIDAD, TOTAL ACREDITADO Y FIRMA.     *
      *----------------------------------------------------------------*

       2700-IMPRIMIR-LIQUIDACION.

           MOVE '2700-IMPRIMIR-LIQUIDACION'   TO WS-PARRAFO.

           MOVE WS-PLF-NROPLF                 TO LQT-NROPLF.
           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LQT-FECHA.

           WRITE LINEA-LIQPREC FROM WS-LIQ-TITULO
              AFTER ADVANCING PAGE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE SOL-TIPDOC                    TO LQM-TIPDOC.
           MOVE SOL-NRODOC                    TO LQM-NRODOC.
           MOVE WS-TB-NOMAPE                  TO LQM-NOMAPE.
           MOVE WS-PLF-TIPCUEN                TO LQM-TIPCUEN.
           MOVE WS-PLF-NROCUEN                TO LQM-NROCUEN.
           MOVE WS-PLF-SUCUEN                 TO LQM-SUCUEN.
           MOVE WS-CTA-MONEDA                 TO LQM-MONEDA.

           WRITE LINEA-LIQPREC FROM WS-LIQ-TITULAR
              AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE WS-PLF-CAPITAL                TO LQC-CAPITAL.
           MOVE WS-PLF-TASA                   TO LQC-TASA.
           MOVE WS-PLF-PLAZODIAS              TO LQC-PLAZO.

           WRITE LINEA-LIQPREC FROM WS-LIQ-CONDICIONES
              AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE WS-PLF-FECALTA                TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LQF-FECALTA.
           MOVE WS-FECVTO-PACTADO             TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LQF-FECVTO.
           MOVE WS-DIAS-TRANSC                TO LQF-DIAS.

           WRITE LINEA-LIQPREC FROM WS-LIQ-FECHAS
              AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE 'INTERES A TASA PACTADA POR LOS DIAS TRANSCURRIDOS'
                                              TO LQR-LEYENDA.
           MOVE WS-INT-PACTADO                TO LQR-IMPORTE.

           WRITE LINEA-LIQPREC FROM WS-LIQ-RENGLON
              AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE WS-PORC-RECONOCIDO            TO WS-PORC-EDIT.
           MOVE SPACES                        TO LQR-LEYENDA.

           STRING 'INTERES RECONOCIDO POR CANCELACION ANTICIPADA ( '
                                    DELIMITED BY SIZE
                  WS-PORC-EDIT      DELIMITED BY SIZE
                  ' % )'            DELIMITED BY SIZE
              INTO LQR-LEYENDA
           END-STRING.

           MOVE WS-INT-RECONOCIDO             TO LQR-IMPORTE.

           WRITE LINEA-LIQPREC FROM WS-LIQ-RENGLON
              AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE 'PENALIDAD ( INTERES NO RECONOCIDO )'
                                              TO LQR-LEYENDA.
           MOVE WS-PENALIDAD                  TO LQR-IMPORTE.

           WRITE LINEA-LIQPREC FROM WS-LIQ-RENGLON
              AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE 'TOTAL ACREDITADO ( CAPITAL MAS INTERES RECONOCIDO )'
                                              TO LQR-LEYENDA.
           MOVE WS-TOTAL-ACREDITAR            TO LQR-IMPORTE.

           WRITE LINEA-LIQPREC FROM WS-LIQ-RENGLON
              AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           WRITE LINEA-LIQPREC FROM WS-LIQ-FIRMA
              AFTER ADVANCING 4 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

       2700-F-IMPRIMIR-LIQUIDACION.
           EXIT.

      *----------------------------------------------------------------*
      *  2 7 8 0 - R E G I S T R A R - C O M U N I C A C I O N         *
      *----------------------------------------------------------------*

       2780-REGISTRAR-COMUNICACION.

           MOVE '2780-REGISTRAR-COMUNICACION' TO WS-PARRAFO.

           MOVE 'LIQ'                         TO CLG-TIPO-EMISION.
           MOVE SOL-TIPDOC                    TO CLG-TIPDOC.
           MOVE SOL-NRODOC                    TO CLG-NRODOC.

           IF SOL-VIA-VALIDA
              MOVE SOL-VIA                    TO CLG-VIA
           ELSE
              MOVE 'SUC'                      TO CLG-VIA
           END-IF.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

       2780-F-REGISTRAR-COMUNICACION.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 9 0 - E D I T A R - F E C H A                  *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 9 5 - C O N T R O L A R - L I Q P R E C               *
      *----------------------------------------------------------------*

       2795-CONTROLAR-LIQPREC.

           IF NOT FS-LIQPREC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LIQPREC                 TO AUX-ERR-NOMBRE
              MOVE FS-LIQPREC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2795-F-CONTROLAR-LIQPREC.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-HOJA-DE-CONTROL
              THRU 3100-F-HOJA-DE-CONTROL.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 0 0 - H O J A - D E - C O N T R O L               *
      *----------------------------------------------------------------*
      *   TOTAL ACREDITADO DEL DIA: ES EL IMPORTE QUE DEBE FIGURAR EN  *
      *   EL RENGLON DEL TIPO 89 DEL ASIENTO DE PGMSIN64 UNA VEZ QUE   *
      *   PGMAPCAB APLIQUE PRECAPL ( SALVO LO QUE QUEDE RETENIDO O     *
      *   RECHAZADO EN ESE PASO ).                                     *
      *----------------------------------------------------------------*

       3100-HOJA-DE-CONTROL.

           MOVE '3100-HOJA-DE-CONTROL'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     HOJA DE CONTROL DE CANCELACIONES ANTICIPADAS'
                                    DELIMITED BY SIZE
                  ' DEL '           DELIMITED BY SIZE
                  WS-FECHA-EDIT     DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING PAGE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE CNT-PLAZOS-CANCELADOS         TO WS-MASCARA.
           MOVE ACM-CAPITAL                   TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     PLAZOS CANCELADOS: '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   CAPITAL: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE ACM-INTERES                   TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     INTERES RECONOCIDO: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE ACM-PENALIDAD                 TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     PENALIDAD APLICADA: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE ACM-ACREDITADO                TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     TOTAL ACREDITADO ( TIPO 89 ): '
                                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

           MOVE CNT-SOLIC-RECHAZADAS          TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-LIQPREC.

           STRING '     SOLICITUDES RECHAZADAS: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-LIQPREC
           END-STRING.

           WRITE LINEA-LIQPREC AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-LIQPREC
              THRU 2795-F-CONTROLAR-LIQPREC.

       3100-F-HOJA-DE-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE PRECANC
                 PRECAPL
                 LIQPREC
                 RECHAZOS.

           IF NOT FS-PRECAPL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PRECAPL                 TO AUX-ERR-NOMBRE
              MOVE FS-PRECAPL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIQPREC-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LIQPREC                 TO AUX-ERR-NOMBRE
              MOVE FS-LIQPREC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
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

           MOVE CNT-SOLIC-LEIDAS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI127               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* SOLICITUDES LEIDAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PLAZOS-CANCELADOS         TO WS-MASCARA.
           DISPLAY '* PLAZOS CANCELADOS ANTICIPADAMENTE:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SOLIC-RECHAZADAS          TO WS-MASCARA.
           DISPLAY '* SOLICITUDES RECHAZADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-ACREDITADO                TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ACREDITADO: ' WS-IMPORTE-EDIT.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-SOLIC-LEIDAS DELIMITED BY SIZE
                  ' CANCELADOS='   DELIMITED BY SIZE
                  CNT-PLAZOS-CANCELADOS DELIMITED BY SIZE
                  ' RECHAZADOS='   DELIMITED BY SIZE
                  CNT-SOLIC-RECHAZADAS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-PRECAPL                    TO WS-CTL-ARCHIVO.
           MOVE CNT-PLAZOS-CANCELADOS         TO WS-CTL-CANT.

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
      *          1 8 6 5 - C A T A L O G O - P R O D U C T O S         *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 6 0 0 - G R A B A R - C O M L O G                     *
      *----------------------------------------------------------------*

           COPY COMLOGGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - D I G I T O - V E R I F I C A D O R           *
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

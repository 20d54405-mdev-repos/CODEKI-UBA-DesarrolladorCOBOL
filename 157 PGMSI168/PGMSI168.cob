      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI168.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   COMPRA Y VENTA DE DOLARES POR VENTANILLA : EMISION           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA VALIDA LAS OPERACIONES DE CAMBIO CARGADAS POR    *
      * LAS SUCURSALES Y EMITE EL PAR DE MOVIMIENTOS. CORRE ANTES DE   *
      * PGMAPCAB Y DESPUES DE PGMSIN94 ( QUE LIBERA COTIZA ):          *
      *   - LEE EL TOPE MENSUAL DE COMPRA POR CLIENTE ( TOPEFX ), LA   *
      *     COTIZACION DEL DOLAR DEL DIA ( COTIZA ) Y EL ACUMULADO DEL *
      *     MES POR CLIENTE ( ACUFXANT, OPCIONAL: SIN ARCHIVO O EN EL  *
      *     CAMBIO DE MES ARRANCA EN CERO ).                           *
      *   - CADA OPERACION DE OPERFX ( COPY CPCAMBIO ) SE CONTROLA EN  *
      *     ESTE ORDEN: DATOS COMPLETOS, NRO DE OPERACION NO REPETIDO, *
      *     COTIZACION DEL DOLAR INFORMADA, CUENTAS DE LA MISMA        *
      *     SUCURSAL, CUENTA EN PESOS Y CUENTA EN DOLARES EXISTENTES   *
      *     EN TBCURCTA, DEL CLIENTE Y EN SU MONEDA, FONDOS EN LA      *
      *     CUENTA A DEBITAR ( SIN DESCUBIERTO: LAS PATAS 'T' NO PASAN *
      *     POR EL CONTROL DE SOBREGIRO DE PGMAPCAB ), TOPE MENSUAL    *
      *     ( SOLO COMPRAS ) Y NROMOV LIBRE EN LA FRANJA.              *
      *   - LA OPERACION ACEPTADA SALE EN MOVFX ( LAYOUT MOVIMCC )     *
      *     COMO PAR TIPO 77 ( SIGNO 'T' ) CON REFERENCIA 'CV' + NRO   *
      *     DE OPERACION: PATA EN PESOS POR EL CONTRAVALOR A LA        *
      *     COTIZACION DEL DIA Y PATA EN DOLARES POR EL IMPORTE.       *
      *     PGMAPCAB NETEA EL PAR EN PESOS CON LA MISMA COTIZACION.    *
      *     MOVFX SE CONCATENA A MOVTOS EN EL PASO PGMAPCAB.           *
      *   - LA ACEPTADA QUEDA ADEMAS EN ENVFX CON LA COTIZACION, EL    *
      *     CONTRAVALOR Y EL DOCUMENTO DEL CLIENTE PARA PGMSI169, QUE  *
      *     ACTUALIZA EL ACUMULADO Y ARMA EL INFORME AL REGULADOR CON  *
      *     LO QUE PGMAPCAB APLICO. LA RECHAZADA VA A RECHFX CON SU    *
      *     MOTIVO PARA LA SUCURSAL QUE LA CARGO.                      *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE ENVFX EN CTLCNT PARA PGMSI169 Y GRABA EL         *
      * RESUMEN DE BATCH HABITUAL.                                     *
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

           SELECT OPERFX ASSIGN TO OPERFX
                                    FILE STATUS IS FS-OPERFX.

           SELECT TOPEFX ASSIGN TO TOPEFX
                                    FILE STATUS IS FS-TOPEFX.

           SELECT COTIZA ASSIGN TO COTIZA
                                    FILE STATUS IS FS-COTIZA.

           SELECT ACUFXANT ASSIGN TO ACUFXANT
                                    FILE STATUS IS FS-ACUFXANT.

           SELECT MOVFX ASSIGN TO MOVFX
                                    FILE STATUS IS FS-MOVFX.

           SELECT ENVFX ASSIGN TO ENVFX
                                    FILE STATUS IS FS-ENVFX.

           SELECT RECHFX ASSIGN TO RECHFX
                                    FILE STATUS IS FS-RECHFX.

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
      *   OPERACIONES DE CAMBIO CARGADAS POR LAS SUCURSALES            *
      *   ( COPY CPCAMBIO ).                                           *
      *----------------------------------------------------------------*

       FD   OPERFX
            RECORDING MODE IS F.
       01   REG-OPERFX                                      PIC X(80).

      *----------------------------------------------------------------*
      *   TOPE MENSUAL DE COMPRA POR CLIENTE ( COPY CPCAMBIO ).        *
      *----------------------------------------------------------------*

       FD   TOPEFX
            RECORDING MODE IS F.
       01   REG-TOPEFX                                      PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVO DE COTIZACIONES DEL DIA: UN REGISTRO POR MONEDA CON  *
      *   LOS PESOS POR UNIDAD ( VALIDADO POR PGMSIN94 ).              *
      *----------------------------------------------------------------*

       FD   COTIZA
            RECORDING MODE IS F.
       01   REG-COTIZA                                      PIC X(20).

      *----------------------------------------------------------------*
      *   ACUMULADO DEL MES POR CLIENTE, GENERACION ANTERIOR           *
      *   ( COPY CPCAMBIO ).                                           *
      *----------------------------------------------------------------*

       FD   ACUFXANT
            RECORDING MODE IS F.
       01   REG-ACUFXANT                                    PIC X(50).

      *----------------------------------------------------------------*
      *   SALIDA DE LOS PARES DE LAS OPERACIONES ACEPTADAS ( LAYOUT    *
      *   MOVIMCC ) PARA EL CIRCUITO DE APLICACION DE PGMAPCAB.        *
      *----------------------------------------------------------------*

       FD   MOVFX
            RECORDING MODE IS F.
       01   REG-MOVFX                                       PIC X(80).

      *----------------------------------------------------------------*
      *   OPERACIONES ACEPTADAS Y ENVIADAS ( COPY CPCAMBIO ).          *
      *----------------------------------------------------------------*

       FD   ENVFX
            RECORDING MODE IS F.
       01   REG-ENVFX                                       PIC X(180).

      *----------------------------------------------------------------*
      *   OPERACIONES RECHAZADAS CON SU MOTIVO ( COPY CPCAMBIO ).      *
      *----------------------------------------------------------------*

       FD   RECHFX
            RECORDING MODE IS F.
       01   REG-RECHFX                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI168'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-OPERFX                     PIC X(08)  VALUE 'OPERFX  '.
           02 CT-TOPEFX                     PIC X(08)  VALUE 'TOPEFX  '.
           02 CT-COTIZA                     PIC X(08)  VALUE 'COTIZA  '.
           02 CT-ACUFXANT                   PIC X(08)  VALUE 'ACUFXANT'.
           02 CT-MOVFX                      PIC X(08)  VALUE 'MOVFX   '.
           02 CT-ENVFX                      PIC X(08)  VALUE 'ENVFX   '.
           02 CT-RECHFX                     PIC X(08)  VALUE 'RECHFX  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-MONEDA-DOLAR               PIC X(03)  VALUE 'USD'.
           02 CT-MAX-ACUMULADOS             PIC 9(04)  VALUE 5000.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO 77 COMPRA-VENTA DE MONEDA EXTRANJERA,     *
      *   SIGNO 'T' ( MAPEADO EN TIPMOV Y EN MAPACON ): LAS DOS PATAS  *
      *   VIAJAN CON EL MISMO NROMOV Y LA MISMA REFERENCIA Y PGMAPCAB  *
      *   LAS NETEA EN PESOS. FRANJA DE NROMOV RESERVADA ( DOMINIO     *
      *   NROMOV DEL MAESTRO CODREF ): 992101-992299, A CONTINUACION   *
      *   DEL REVALUO DE PGMSIN93. EL TOPE ES DE 199 OPERACIONES POR   *
      *   CORRIDA; EL EXCEDENTE SE RECHAZA CON MOTIVO 'FA' PARA QUE SE *
      *   CARGUE DE NUEVO AL DIA SIGUIENTE.                            *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-CAMBIO            PIC 9(02)  VALUE 77.
           02 CT-NROMOV-CAMBIO              PIC 9(06)  VALUE 992100.
           02 CT-MAX-OPERACIONES            PIC 9(03)  VALUE 199.
           02 CT-REFER-CAMBIO               PIC X(02)  VALUE 'CV'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-COTIZ-EDIT                 PIC ZZ.ZZ9,999999.
           02 WS-COD-MOTIVO                 PIC X(02)  VALUE SPACES.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-MES-PROCESO                PIC 9(06).
           02 WS-CUENTA-OCHO                PIC 9(08).
           02 WS-COTIZ-USD                  PIC 9(05)V9(06).
           02 WS-TOPE-MENSUAL               PIC 9(09)V99.
           02 WS-IMPORTE-ARS                PIC 9(11)V99.
           02 WS-IMPORTE-DEBITO             PIC 9(11)V99.
           02 WS-SALDO-DEBITO               PIC S9(11)V99.
           02 WS-COMPROMETIDO               PIC 9(13)V99.
           02 WS-COMPRADO-MES               PIC 9(13)V99.
           02 WS-NROMOV                     PIC 9(06).
           02 WS-IX-OPE                     PIC 9(04)  VALUE ZEROS.
           02 WS-IX-ACU                     PIC 9(04)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CUENTA A DEBITAR DE LA OPERACION EN CURSO ( TIPO DE CUENTA + *
      *   CUENTA DE OCHO ): LA EN PESOS EN LA COMPRA, LA EN DOLARES EN *
      *   LA VENTA.                                                    *
      *----------------------------------------------------------------*

           02 WS-CTA-DEBITO.
              03 WS-CTA-DEB-TIPCUEN         PIC X(02).
              03 WS-CTA-DEB-CUENTA          PIC 9(08).

           02 WS-ACUFXANT-SW                PIC X(01)  VALUE 'N'.
              88 ACUFXANT-DISPONIBLE                   VALUE 'S'.
              88 ACUFXANT-NO-DISPONIBLE                VALUE 'N'.
           02 WS-OPE-HALLADA-SW             PIC X(01)  VALUE 'N'.
              88 OPE-HALLADA                           VALUE 'S'.
              88 OPE-NO-HALLADA                        VALUE 'N'.
           02 WS-ACU-HALLADO-SW             PIC X(01)  VALUE 'N'.
              88 ACU-HALLADO                           VALUE 'S'.
              88 ACU-NO-HALLADO                        VALUE 'N'.

       01 WS-FECHA-PROCESO                  PIC 9(08).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO COTIZA                       *
      *----------------------------------------------------------------*

       01 WS-REG-COTIZA.
           02 COT-MONEDA                    PIC X(03).
           02 COT-PESOS-UNIDAD              PIC 9(05)V9(06).
           02 FILLER                        PIC X(06).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LA CUENTA Y SU TITULAR ( TBCURCTA +        *
      *   TBCURCLI ). SE CONSULTAN LAS DOS CUENTAS DE LA OPERACION; EL *
      *   DOCUMENTO Y EL NOMBRE QUEDAN LOS DE LA CUENTA EN DOLARES,    *
      *   QUE ES DEL MISMO CLIENTE.                                    *
      *----------------------------------------------------------------*

       01 WS-TB-CUENTA.
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-MONEDA                  PIC X(03).
           02 WS-TB-SALDO                   PIC S9(11)V99.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NOMAPE                  PIC X(30).

       01 WS-SALDO-ARS                      PIC S9(11)V99.
       01 WS-SALDO-USD                      PIC S9(11)V99.

      *----------------------------------------------------------------*
      *   OPERACIONES ACEPTADAS EN LA CORRIDA: NRO DE OPERACION ( PARA *
      *   LOS REPETIDOS ) Y CUENTA E IMPORTE DEBITADOS ( PARA DESCONTAR*
      *   DEL SALDO LO YA COMPROMETIDO POR OPERACIONES ANTERIORES ).   *
      *----------------------------------------------------------------*

       01 WS-CANT-OPERACIONES               PIC 9(04)  VALUE ZEROS.

       01 WS-T-OPERACIONES.
           02 T-OPE                         OCCURS 199 TIMES.
              03 T-OPE-NRO                  PIC 9(06).
              03 T-OPE-CTA-DEBITO           PIC X(10).
              03 T-OPE-IMPORTE-DEBITO       PIC 9(11)V99.

      *----------------------------------------------------------------*
      *   COMPRADO EN EL MES POR CLIENTE: LO DE ACUFXANT MAS LO        *
      *   ACEPTADO HOY. EL TOPE ES POR CLIENTE, SUMANDO TODAS SUS      *
      *   CUENTAS.                                                     *
      *----------------------------------------------------------------*

       01 WS-CANT-ACUMULADOS                PIC 9(04)  VALUE ZEROS.

       01 WS-T-ACUMULADOS.
           02 T-ACU                         OCCURS 5000 TIMES.
              03 T-ACU-NROCLI               PIC 9(08).
              03 T-ACU-COMPRADO             PIC 9(13)V99.

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOT-COMPRAS-USD           PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-VENTAS-USD            PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-PESOS                 PIC 9(15)V99 VALUE ZEROS.
           02 ACM-TOT-RECHAZADO-USD         PIC 9(13)V99 VALUE ZEROS.

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
           02 CNT-OPERACIONES-LEIDAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-COMPRAS-EMITIDAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-VENTAS-EMITIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVFX-GRABADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-ENVFX-GRABADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHFX-GRABADOS           PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-DATOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-DUPLICADA         PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-COTIZACION        PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-SUCURSAL          PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-CUENTA            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-TITULAR           PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-MONEDA            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-FONDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-TOPE              PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZO-FRANJA            PIC 9(05)  VALUE ZEROS.
           02 CNT-ACUFXANT-LEIDOS           PIC 9(05)  VALUE ZEROS.
           02 CNT-ACUFXANT-MES-ANTERIOR     PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-OPERFX                     PIC X(02).
              88 FS-OPERFX-OK                          VALUE '00'.
              88 FS-OPERFX-EOF                         VALUE '10'.

           02 FS-TOPEFX                     PIC X(02).
              88 FS-TOPEFX-OK                          VALUE '00'.
              88 FS-TOPEFX-EOF                         VALUE '10'.

           02 FS-COTIZA                     PIC X(02).
              88 FS-COTIZA-OK                          VALUE '00'.
              88 FS-COTIZA-EOF                         VALUE '10'.

           02 FS-ACUFXANT                   PIC X(02).
              88 FS-ACUFXANT-OK                        VALUE '00'.
              88 FS-ACUFXANT-EOF                       VALUE '10'.

           02 FS-MOVFX                      PIC X(02).
              88 FS-MOVFX-OK                           VALUE '00'.

           02 FS-ENVFX                      PIC X(02).
              88 FS-ENVFX-OK                           VALUE '00'.

           02 FS-RECHFX                     PIC X(02).
              88 FS-RECHFX-OK                          VALUE '00'.

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

           COPY CPCAMBIO.

           COPY NOVCTA.

           COPY MOVIMCC.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-OPERFX-EOF.

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

           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-MES-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-TOPE
              THRU 1300-F-CARGAR-TOPE.

           PERFORM 1400-CARGAR-COTIZA
              THRU 1400-F-CARGAR-COTIZA.

           PERFORM 1600-CARGAR-ACUMULADO
              THRU 1600-F-CARGAR-ACUMULADO.

           PERFORM 1700-LEER-OPERFX
              THRU 1700-F-LEER-OPERFX.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*
      *   COTIZA ES OBLIGATORIO: SIN EL ARCHIVO QUE LIBERA PGMSIN94 NO *
      *   HAY COTIZACION DEL DIA Y EL PASO ABORTA.                     *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   OPERFX
                        TOPEFX
                        COTIZA
                OUTPUT  MOVFX
                        ENVFX
                        RECHFX.

           IF NOT FS-OPERFX-OK
              MOVE CT-OPERFX                  TO AUX-ERR-NOMBRE
              MOVE FS-OPERFX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-TOPEFX-OK
              MOVE CT-TOPEFX                  TO AUX-ERR-NOMBRE
              MOVE FS-TOPEFX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-COTIZA-OK
              DISPLAY '* SIN COTIZA LIBERADO POR PGMSIN94 *'
              MOVE CT-COTIZA                  TO AUX-ERR-NOMBRE
              MOVE FS-COTIZA                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-MOVFX-OK
              MOVE CT-MOVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-MOVFX                   TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-ENVFX-OK
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-ENVFX                   TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RECHFX-OK
              MOVE CT-RECHFX                  TO AUX-ERR-NOMBRE
              MOVE FS-RECHFX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 2 9 0 - E R R O R - A P E R T U R A                *
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
      *             1 3 0 0 - C A R G A R - T O P E                    *
      *----------------------------------------------------------------*
      *   EL TOPE MENSUAL ESTA EN EL PRIMER REGISTRO DE TOPEFX, EN     *
      *   DOLARES. SIN REGISTRO O CON UN TOPE NO NUMERICO O EN CERO EL *
      *   PASO ABORTA: NO SE EMITE NINGUNA COMPRA SIN TOPE VIGENTE.    *
      *----------------------------------------------------------------*

       1300-CARGAR-TOPE.

           MOVE '1300-CARGAR-TOPE'            TO WS-PARRAFO.

           READ TOPEFX INTO WS-REG-TOPEFX.

           IF NOT FS-TOPEFX-OK
              DISPLAY '* TOPEFX SIN REGISTRO DE TOPE MENSUAL *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-TOPEFX                  TO AUX-ERR-NOMBRE
              MOVE FS-TOPEFX                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF TFX-TOPE-MENSUAL IS NOT NUMERIC
              MOVE ZEROS                      TO WS-TOPE-MENSUAL
           ELSE
              MOVE TFX-TOPE-MENSUAL           TO WS-TOPE-MENSUAL
           END-IF.

           IF WS-TOPE-MENSUAL IS EQUAL TO ZEROS
              DISPLAY '* TOPE MENSUAL INVALIDO EN TOPEFX *'
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-TOPEFX                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           CLOSE TOPEFX.

       1300-F-CARGAR-TOPE.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - C A R G A R - C O T I Z A                  *
      *----------------------------------------------------------------*
      *   SE TOMA LA COTIZACION DEL DOLAR; SIN ELLA EL PASO NO ABORTA  *
      *   PERO TODAS LAS OPERACIONES SE RECHAZAN CON MOTIVO 'SC'.      *
      *----------------------------------------------------------------*

       1400-CARGAR-COTIZA.

           MOVE '1400-CARGAR-COTIZA'          TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-COTIZ-USD.

           PERFORM 1420-LEER-COTIZA
              THRU 1420-F-LEER-COTIZA.

           PERFORM 1440-GUARDAR-COTIZA
              THRU 1440-F-GUARDAR-COTIZA
             UNTIL FS-COTIZA-EOF.

           CLOSE COTIZA.

           IF WS-COTIZ-USD IS EQUAL TO ZEROS
              DISPLAY '* COTIZA SIN COTIZACION DEL DOLAR: SE '
                      'RECHAZAN TODAS LAS OPERACIONES *'
           END-IF.

       1400-F-CARGAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 2 0 - L E E R - C O T I Z A                    *
      *----------------------------------------------------------------*

       1420-LEER-COTIZA.

           MOVE '1420-LEER-COTIZA'            TO WS-PARRAFO.

           READ COTIZA INTO WS-REG-COTIZA.

           EVALUATE TRUE
               WHEN FS-COTIZA-OK
                    CONTINUE

               WHEN FS-COTIZA-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COTIZA            TO AUX-ERR-NOMBRE
                    MOVE FS-COTIZA            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 4 0 - G U A R D A R - C O T I Z A                *
      *----------------------------------------------------------------*

       1440-GUARDAR-COTIZA.

           MOVE '1440-GUARDAR-COTIZA'         TO WS-PARRAFO.

           IF COT-MONEDA IS EQUAL TO CT-MONEDA-DOLAR
              IF COT-PESOS-UNIDAD IS NUMERIC
                 MOVE COT-PESOS-UNIDAD        TO WS-COTIZ-USD
              END-IF
           END-IF.

           PERFORM 1420-LEER-COTIZA
              THRU 1420-F-LEER-COTIZA.

       1440-F-GUARDAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *         1 6 0 0 - C A R G A R - A C U M U L A D O              *
      *----------------------------------------------------------------*
      *   ACUFXANT ES OPCIONAL: SIN ARCHIVO ( PRIMERA CORRIDA ) EL     *
      *   COMPRADO DEL MES ARRANCA EN CERO. LOS REGISTROS DE UN MES    *
      *   ANTERIOR SE DESCARTAN; UNO CON FECHA IGUAL O POSTERIOR A LA  *
      *   DE PROCESO ABORTA EL PASO ( REPROCESO SOBRE LA GENERACION    *
      *   EQUIVOCADA ).                                                *
      *----------------------------------------------------------------*

       1600-CARGAR-ACUMULADO.

           MOVE '1600-CARGAR-ACUMULADO'       TO WS-PARRAFO.

           OPEN INPUT ACUFXANT.

           IF FS-ACUFXANT-OK
              SET ACUFXANT-DISPONIBLE         TO TRUE
           ELSE
              SET ACUFXANT-NO-DISPONIBLE      TO TRUE
              DISPLAY '* SIN ACUMULADO ANTERIOR: EL COMPRADO DEL '
                      'MES ARRANCA EN CERO *'
              GO TO 1600-F-CARGAR-ACUMULADO
           END-IF.

           PERFORM 1620-LEER-ACUFXANT
              THRU 1620-F-LEER-ACUFXANT.

           PERFORM 1640-GUARDAR-ACUMULADO
              THRU 1640-F-GUARDAR-ACUMULADO
             UNTIL FS-ACUFXANT-EOF.

           CLOSE ACUFXANT.

           IF CNT-ACUFXANT-MES-ANTERIOR IS GREATER THAN ZEROS
              DISPLAY '* CAMBIO DE MES: SE DESCARTA EL ACUMULADO '
                      'DEL MES ANTERIOR *'
           END-IF.

       1600-F-CARGAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 6 2 0 - L E E R - A C U F X A N T                  *
      *----------------------------------------------------------------*

       1620-LEER-ACUFXANT.

           MOVE '1620-LEER-ACUFXANT'          TO WS-PARRAFO.

           READ ACUFXANT INTO WS-REG-ACUFX.

           EVALUATE TRUE
               WHEN FS-ACUFXANT-OK
                    ADD 1                     TO CNT-ACUFXANT-LEIDOS

               WHEN FS-ACUFXANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ACUFXANT          TO AUX-ERR-NOMBRE
                    MOVE FS-ACUFXANT          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-ACUFXANT.
           EXIT.

      *----------------------------------------------------------------*
      *        1 6 4 0 - G U A R D A R - A C U M U L A D O             *
      *----------------------------------------------------------------*

       1640-GUARDAR-ACUMULADO.

           MOVE '1640-GUARDAR-ACUMULADO'      TO WS-PARRAFO.

           IF AFX-FECHA-PROCESO IS NOT LESS THAN WS-FECHA-PROCESO
              DISPLAY '* ACUFXANT YA ACUMULADO AL ' AFX-FECHA-PROCESO
                      ': REPROCESO SOBRE LA GENERACION EQUIVOCADA *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-ACUFXANT                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF AFX-PERIODO IS NOT EQUAL TO WS-MES-PROCESO
              ADD 1                     TO CNT-ACUFXANT-MES-ANTERIOR
           ELSE
              IF WS-CANT-ACUMULADOS IS NOT LESS THAN CT-MAX-ACUMULADOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-ACUFXANT             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-ACUMULADOS
              MOVE AFX-NROCLI    TO T-ACU-NROCLI(WS-CANT-ACUMULADOS)
              MOVE AFX-COMPRADO-USD
                                 TO T-ACU-COMPRADO(WS-CANT-ACUMULADOS)
           END-IF.

           PERFORM 1620-LEER-ACUFXANT
              THRU 1620-F-LEER-ACUFXANT.

       1640-F-GUARDAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *             1 7 0 0 - L E E R - O P E R F X                    *
      *----------------------------------------------------------------*

       1700-LEER-OPERFX.

           MOVE '1700-LEER-OPERFX'            TO WS-PARRAFO.

           READ OPERFX INTO WS-REG-OPERFX.

           EVALUATE TRUE
               WHEN FS-OPERFX-OK
                    ADD 1                     TO CNT-OPERACIONES-LEIDAS

               WHEN FS-OPERFX-EOF
                    SET FS-OPERFX-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-OPERFX            TO AUX-ERR-NOMBRE
                    MOVE FS-OPERFX            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1700-F-LEER-OPERFX.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   LA PRIMERA CONDICION QUE FALLA DEFINE EL MOTIVO; SIN MOTIVO  *
      *   LA OPERACION SE EMITE COMO PAR.                              *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-COD-MOTIVO
                                                 WS-MOTIVO.
           MOVE ZEROS                         TO WS-IMPORTE-ARS.

           PERFORM 2200-VALIDAR-OPERACION
              THRU 2200-F-VALIDAR-OPERACION.

           IF WS-COD-MOTIVO IS EQUAL TO SPACES
              PERFORM 2500-EMITIR-PAR
                 THRU 2500-F-EMITIR-PAR
           ELSE
              PERFORM 2700-RECHAZAR-OPERACION
                 THRU 2700-F-RECHAZAR-OPERACION
           END-IF.

           PERFORM 1700-LEER-OPERFX
              THRU 1700-F-LEER-OPERFX.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 0 0 - V A L I D A R - O P E R A C I O N            *
      *----------------------------------------------------------------*

       2200-VALIDAR-OPERACION.

           MOVE '2200-VALIDAR-OPERACION'      TO WS-PARRAFO.

           IF OFX-NRO-OPER IS NOT NUMERIC OR
              OFX-SUCURSAL IS NOT NUMERIC OR
              OFX-NROCLI IS NOT NUMERIC OR
              OFX-NROCUEN-ARS IS NOT NUMERIC OR
              OFX-SUCUEN-ARS IS NOT NUMERIC OR
              OFX-NROCUEN-USD IS NOT NUMERIC OR
              OFX-SUCUEN-USD IS NOT NUMERIC OR
              OFX-IMPORTE-USD IS NOT NUMERIC
              MOVE 'DI'                       TO WS-COD-MOTIVO
              MOVE 'DATOS INVALIDOS'          TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DATOS
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF NOT OFX-COMPRA AND NOT OFX-VENTA
              MOVE 'DI'                       TO WS-COD-MOTIVO
              MOVE 'TIPO DE OPERACION INVALIDO'
                                              TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DATOS
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF OFX-IMPORTE-USD IS EQUAL TO ZEROS
              MOVE 'DI'                       TO WS-COD-MOTIVO
              MOVE 'IMPORTE EN CERO'          TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DATOS
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           PERFORM 2210-BUSCAR-OPERACION
              THRU 2210-F-BUSCAR-OPERACION.

           IF OPE-HALLADA
              MOVE 'DU'                       TO WS-COD-MOTIVO
              MOVE 'OPERACION REPETIDA'       TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-DUPLICADA
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF WS-COTIZ-USD IS EQUAL TO ZEROS
              MOVE 'SC'                       TO WS-COD-MOTIVO
              MOVE 'SIN COTIZACION DEL DOLAR' TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-COTIZACION
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

      *    LA POSICION ENTRE SUCURSALES NO CONVIERTE MONEDA: LAS DOS
      *    PATAS DEBEN QUEDAR EN LA MISMA SUCURSAL.
           IF OFX-SUCUEN-ARS IS NOT EQUAL TO OFX-SUCUEN-USD
              MOVE 'SU'                       TO WS-COD-MOTIVO
              MOVE 'CUENTAS DE DISTINTA SUCURSAL'
                                              TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-SUCURSAL
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           MOVE OFX-TIPCUEN-ARS               TO WS-CTA-TIPCUEN.
           MOVE OFX-NROCUEN-ARS               TO WS-CTA-NROCUEN.
           MOVE OFX-SUCUEN-ARS                TO WS-CTA-SUCUEN.

           PERFORM 2300-BUSCAR-CUENTA
              THRU 2300-F-BUSCAR-CUENTA.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF WS-TB-MONEDA IS NOT EQUAL TO CT-MONEDA-PESOS
              MOVE 'MO'                       TO WS-COD-MOTIVO
              MOVE 'CUENTA EN PESOS DE OTRA MONEDA'
                                              TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-MONEDA
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           MOVE WS-TB-SALDO                   TO WS-SALDO-ARS.

           MOVE OFX-TIPCUEN-USD               TO WS-CTA-TIPCUEN.
           MOVE OFX-NROCUEN-USD               TO WS-CTA-NROCUEN.
           MOVE OFX-SUCUEN-USD                TO WS-CTA-SUCUEN.

           PERFORM 2300-BUSCAR-CUENTA
              THRU 2300-F-BUSCAR-CUENTA.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF WS-TB-MONEDA IS NOT EQUAL TO CT-MONEDA-DOLAR
              MOVE 'MO'                       TO WS-COD-MOTIVO
              MOVE 'CUENTA EN DOLARES DE OTRA MON'
                                              TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-MONEDA
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           MOVE WS-TB-SALDO                   TO WS-SALDO-USD.

           COMPUTE WS-IMPORTE-ARS ROUNDED =
                   OFX-IMPORTE-USD * WS-COTIZ-USD
              ON SIZE ERROR
                 MOVE 'DI'                    TO WS-COD-MOTIVO
                 MOVE 'CONTRAVALOR FUERA DE RANGO'
                                              TO WS-MOTIVO
                 ADD 1                        TO CNT-RECHAZO-DATOS
           END-COMPUTE.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           PERFORM 2400-CONTROLAR-FONDOS
              THRU 2400-F-CONTROLAR-FONDOS.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

           IF OFX-COMPRA
              PERFORM 2450-CONTROLAR-TOPE
                 THRU 2450-F-CONTROLAR-TOPE
           END-IF.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2200-F-VALIDAR-OPERACION
           END-IF.

      *    SIN NROMOV LIBRE EN LA FRANJA EL PAR NO PUEDE VIAJAR:
      *    LA OPERACION SE RECHAZA PARA QUE SE CARGUE DE NUEVO.
           IF WS-CANT-OPERACIONES IS NOT LESS THAN CT-MAX-OPERACIONES
              MOVE 'FA'                       TO WS-COD-MOTIVO
              MOVE 'FRANJA DE NROMOV AGOTADA' TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-FRANJA
           END-IF.

       2200-F-VALIDAR-OPERACION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 1 0 - B U S C A R - O P E R A C I O N              *
      *----------------------------------------------------------------*

       2210-BUSCAR-OPERACION.

           SET OPE-NO-HALLADA                 TO TRUE.

           PERFORM 2220-COMPARAR-OPERACION
              THRU 2220-F-COMPARAR-OPERACION
             VARYING WS-IX-OPE FROM 1 BY 1
               UNTIL WS-IX-OPE IS GREATER THAN WS-CANT-OPERACIONES
                  OR OPE-HALLADA.

       2210-F-BUSCAR-OPERACION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 2 0 - C O M P A R A R - O P E R A C I O N           *
      *----------------------------------------------------------------*

       2220-COMPARAR-OPERACION.

           IF T-OPE-NRO(WS-IX-OPE) IS EQUAL TO OFX-NRO-OPER
              SET OPE-HALLADA                 TO TRUE
           END-IF.

       2220-F-COMPARAR-OPERACION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - B U S C A R - C U E N T A                 *
      *----------------------------------------------------------------*
      *   LA CUENTA DEBE EXISTIR EN TBCURCTA Y SER DEL CLIENTE DE LA   *
      *   OPERACION. UN ERROR DB2 RECHAZA SOLO LA OPERACION.           *
      *----------------------------------------------------------------*

       2300-BUSCAR-CUENTA.

           MOVE '2300-BUSCAR-CUENTA'          TO WS-PARRAFO.

           EXEC SQL
             SELECT A.NROCLI, A.MONEDA, A.SALDO,
                    B.TIPDOC, B.NRODOC, B.NOMAPE
               INTO :WS-TB-NROCLI,
                    :WS-TB-MONEDA,
                    :WS-TB-SALDO,
                    :WS-TB-TIPDOC,
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
               IF WS-TB-NROCLI IS NOT EQUAL TO OFX-NROCLI
                  MOVE 'TI'                   TO WS-COD-MOTIVO
                  MOVE 'CUENTA DE OTRO CLIENTE'
                                              TO WS-MOTIVO
                  ADD 1                       TO CNT-RECHAZO-TITULAR
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CI'                      TO WS-COD-MOTIVO
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO
               ADD 1                          TO CNT-RECHAZO-CUENTA

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'RB'                      TO WS-COD-MOTIVO
               MOVE 'ERROR DB2'               TO WS-MOTIVO
           END-EVALUATE.

       2300-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 0 0 - C O N T R O L A R - F O N D O S              *
      *----------------------------------------------------------------*
      *   LA COMPRA DEBITA EL CONTRAVALOR DE LA CUENTA EN PESOS Y LA   *
      *   VENTA EL IMPORTE DE LA CUENTA EN DOLARES. AL SALDO DE        *
      *   TBCURCTA SE LE DESCUENTA LO YA DEBITADO A LA MISMA CUENTA    *
      *   POR OPERACIONES ANTERIORES DE LA CORRIDA. NO SE ADMITE       *
      *   DESCUBIERTO.                                                 *
      *----------------------------------------------------------------*

       2400-CONTROLAR-FONDOS.

           MOVE '2400-CONTROLAR-FONDOS'       TO WS-PARRAFO.

           IF OFX-COMPRA
              MOVE OFX-TIPCUEN-ARS            TO WS-CTA-DEB-TIPCUEN
              COMPUTE WS-CTA-DEB-CUENTA =
                      OFX-SUCUEN-ARS * 1000000 + OFX-NROCUEN-ARS
              MOVE WS-IMPORTE-ARS             TO WS-IMPORTE-DEBITO
              MOVE WS-SALDO-ARS               TO WS-SALDO-DEBITO
           ELSE
              MOVE OFX-TIPCUEN-USD            TO WS-CTA-DEB-TIPCUEN
              COMPUTE WS-CTA-DEB-CUENTA =
                      OFX-SUCUEN-USD * 1000000 + OFX-NROCUEN-USD
              MOVE OFX-IMPORTE-USD            TO WS-IMPORTE-DEBITO
              MOVE WS-SALDO-USD               TO WS-SALDO-DEBITO
           END-IF.

           MOVE ZEROS                         TO WS-COMPROMETIDO.

           PERFORM 2420-SUMAR-COMPROMETIDO
              THRU 2420-F-SUMAR-COMPROMETIDO
             VARYING WS-IX-OPE FROM 1 BY 1
               UNTIL WS-IX-OPE IS GREATER THAN WS-CANT-OPERACIONES.

           IF WS-SALDO-DEBITO - WS-COMPROMETIDO
                             IS LESS THAN WS-IMPORTE-DEBITO
              MOVE 'SF'                       TO WS-COD-MOTIVO
              MOVE 'SALDO INSUFICIENTE'       TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-FONDOS
           END-IF.

       2400-F-CONTROLAR-FONDOS.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 2 0 - S U M A R - C O M P R O M E T I D O            *
      *----------------------------------------------------------------*

       2420-SUMAR-COMPROMETIDO.

           IF T-OPE-CTA-DEBITO(WS-IX-OPE) IS EQUAL TO WS-CTA-DEBITO
              ADD T-OPE-IMPORTE-DEBITO(WS-IX-OPE) TO WS-COMPROMETIDO
           END-IF.

       2420-F-SUMAR-COMPROMETIDO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 5 0 - C O N T R O L A R - T O P E                *
      *----------------------------------------------------------------*
      *   LO COMPRADO EN EL MES ( ACUFXANT MAS LO ACEPTADO HOY ) MAS   *
      *   LA OPERACION NO PUEDE SUPERAR EL TOPE MENSUAL DEL CLIENTE.   *
      *----------------------------------------------------------------*

       2450-CONTROLAR-TOPE.

           MOVE '2450-CONTROLAR-TOPE'         TO WS-PARRAFO.

           PERFORM 2460-BUSCAR-ACUMULADO
              THRU 2460-F-BUSCAR-ACUMULADO.

           IF ACU-HALLADO
              MOVE T-ACU-COMPRADO(WS-IX-ACU)  TO WS-COMPRADO-MES
           ELSE
              MOVE ZEROS                      TO WS-COMPRADO-MES
           END-IF.

           IF WS-COMPRADO-MES + OFX-IMPORTE-USD
                             IS GREATER THAN WS-TOPE-MENSUAL
              MOVE 'TM'                       TO WS-COD-MOTIVO
              MOVE 'SUPERA EL TOPE MENSUAL'   TO WS-MOTIVO
              ADD 1                           TO CNT-RECHAZO-TOPE
           END-IF.

       2450-F-CONTROLAR-TOPE.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 6 0 - B U S C A R - A C U M U L A D O              *
      *----------------------------------------------------------------*
      *   BUSCA EL CLIENTE EN LA TABLA DE ACUMULADOS; SI LO ENCUENTRA  *
      *   DEJA SU POSICION EN WS-IX-ACU.                               *
      *----------------------------------------------------------------*

       2460-BUSCAR-ACUMULADO.

           SET ACU-NO-HALLADO                 TO TRUE.

           PERFORM 2470-COMPARAR-ACUMULADO
              THRU 2470-F-COMPARAR-ACUMULADO
             VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU IS GREATER THAN WS-CANT-ACUMULADOS
                  OR ACU-HALLADO.

           IF ACU-HALLADO
              SUBTRACT 1                      FROM WS-IX-ACU
           END-IF.

       2460-F-BUSCAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 7 0 - C O M P A R A R - A C U M U L A D O           *
      *----------------------------------------------------------------*

       2470-COMPARAR-ACUMULADO.

           IF T-ACU-NROCLI(WS-IX-ACU) IS EQUAL TO OFX-NROCLI
              SET ACU-HALLADO                 TO TRUE
           END-IF.

       2470-F-COMPARAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 5 0 0 - E M I T I R - P A R                     *
      *----------------------------------------------------------------*
      *   PAR TIPO 77 CON EL MISMO NROMOV Y LA MISMA REFERENCIA. EN LA *
      *   COMPRA LA PATA EN PESOS ES EL DEBITO Y LA EN DOLARES EL      *
      *   CREDITO; EN LA VENTA AL REVES.                               *
      *----------------------------------------------------------------*

       2500-EMITIR-PAR.

           MOVE '2500-EMITIR-PAR'             TO WS-PARRAFO.

           ADD 1                              TO WS-CANT-OPERACIONES.
           COMPUTE WS-NROMOV = CT-NROMOV-CAMBIO + WS-CANT-OPERACIONES.

           MOVE SPACES                        TO WS-REG-MOVIMI.

           MOVE OFX-TIPCUEN-ARS               TO WS-MOV-TIPCUEN.
           COMPUTE WS-CUENTA-OCHO =
                   OFX-SUCUEN-ARS * 1000000 + OFX-NROCUEN-ARS.

           IF OFX-COMPRA
              COMPUTE WS-MOV-IMPORTE = ZEROS - WS-IMPORTE-ARS
           ELSE
              MOVE WS-IMPORTE-ARS             TO WS-MOV-IMPORTE
           END-IF.

           PERFORM 2550-GRABAR-PATA
              THRU 2550-F-GRABAR-PATA.

           MOVE OFX-TIPCUEN-USD               TO WS-MOV-TIPCUEN.
           COMPUTE WS-CUENTA-OCHO =
                   OFX-SUCUEN-USD * 1000000 + OFX-NROCUEN-USD.

           IF OFX-COMPRA
              MOVE OFX-IMPORTE-USD            TO WS-MOV-IMPORTE
           ELSE
              COMPUTE WS-MOV-IMPORTE = ZEROS - OFX-IMPORTE-USD
           END-IF.

           PERFORM 2550-GRABAR-PATA
              THRU 2550-F-GRABAR-PATA.

           MOVE OFX-NRO-OPER     TO T-OPE-NRO(WS-CANT-OPERACIONES).
           MOVE WS-CTA-DEBITO
                       TO T-OPE-CTA-DEBITO(WS-CANT-OPERACIONES).
           MOVE WS-IMPORTE-DEBITO
                       TO T-OPE-IMPORTE-DEBITO(WS-CANT-OPERACIONES).

           IF OFX-COMPRA
              PERFORM 2600-SUMAR-COMPRADO
                 THRU 2600-F-SUMAR-COMPRADO
              ADD 1                           TO CNT-COMPRAS-EMITIDAS
              ADD OFX-IMPORTE-USD             TO ACM-TOT-COMPRAS-USD
           ELSE
              ADD 1                           TO CNT-VENTAS-EMITIDAS
              ADD OFX-IMPORTE-USD             TO ACM-TOT-VENTAS-USD
           END-IF.

           ADD WS-IMPORTE-ARS                 TO ACM-TOT-PESOS.

           PERFORM 2800-GRABAR-ENVFX
              THRU 2800-F-GRABAR-ENVFX.

       2500-F-EMITIR-PAR.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 5 0 - G R A B A R - P A T A                    *
      *----------------------------------------------------------------*
      *   ARMA Y GRABA UNA PATA CON WS-MOV-TIPCUEN, WS-CUENTA-OCHO Y   *
      *   WS-MOV-IMPORTE YA CARGADOS, CON EL DIGITO VERIFICADOR QUE    *
      *   VALIDA PGMAPCAB ( TIPO DE CUENTA + CUENTA ).                 *
      *----------------------------------------------------------------*

       2550-GRABAR-PATA.

           MOVE '2550-GRABAR-PATA'            TO WS-PARRAFO.

           MOVE CT-TIPO-MOV-CAMBIO            TO WS-MOV-TIPO.
           MOVE WS-CUENTA-OCHO                TO WS-MOV-CUENTA.
           MOVE WS-NROMOV                     TO WS-MOV-NRO.
           MOVE CT-REFER-CAMBIO               TO WS-MOV-REFER(1:2).
           MOVE OFX-NRO-OPER                  TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE OFX-USUARIO                   TO WS-MOV-USUARIO.

           MOVE WS-MOV-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-MOVFX FROM WS-REG-MOVIMI.

           IF NOT FS-MOVFX-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MOVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-MOVFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-MOVFX-GRABADOS.

       2550-F-GRABAR-PATA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - S U M A R - C O M P R A D O                *
      *----------------------------------------------------------------*
      *   LA COMPRA ACEPTADA SE SUMA AL COMPRADO DEL MES DEL CLIENTE   *
      *   PARA EL CONTROL DEL TOPE DE SUS OPERACIONES SIGUIENTES.      *
      *----------------------------------------------------------------*

       2600-SUMAR-COMPRADO.

           MOVE '2600-SUMAR-COMPRADO'         TO WS-PARRAFO.

           IF ACU-HALLADO
              ADD OFX-IMPORTE-USD          TO T-ACU-COMPRADO(WS-IX-ACU)
              GO TO 2600-F-SUMAR-COMPRADO
           END-IF.

           IF WS-CANT-ACUMULADOS IS NOT LESS THAN CT-MAX-ACUMULADOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ACUFXANT                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ACUMULADOS.
           MOVE OFX-NROCLI       TO T-ACU-NROCLI(WS-CANT-ACUMULADOS).
           MOVE OFX-IMPORTE-USD  TO T-ACU-COMPRADO(WS-CANT-ACUMULADOS).

       2600-F-SUMAR-COMPRADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - R E C H A Z A R - O P E R A C I O N           *
      *----------------------------------------------------------------*

       2700-RECHAZAR-OPERACION.

           MOVE '2700-RECHAZAR-OPERACION'     TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-RECHFX.
           IF OFX-SUCURSAL IS NUMERIC
              MOVE OFX-SUCURSAL               TO RFX-SUCURSAL
           ELSE
              MOVE ZEROS                      TO RFX-SUCURSAL
           END-IF.
           MOVE WS-REG-OPERFX                 TO RFX-OPERACION.
           MOVE WS-COD-MOTIVO                 TO RFX-COD-MOTIVO.
           MOVE WS-MOTIVO                     TO RFX-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO RFX-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO RFX-RUNID.

           WRITE REG-RECHFX FROM WS-REG-RECHFX.

           IF NOT FS-RECHFX-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHFX                  TO AUX-ERR-NOMBRE
              MOVE FS-RECHFX                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-RECHFX-GRABADOS.

           IF OFX-IMPORTE-USD IS NUMERIC
              ADD OFX-IMPORTE-USD             TO ACM-TOT-RECHAZADO-USD
           END-IF.

           DISPLAY '* OPERACION RECHAZADA ' WS-COD-MOTIVO
                   ' OPERACION: ' OFX-NRO-OPER
                   ' CLIENTE: ' OFX-NROCLI.

       2700-F-RECHAZAR-OPERACION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 0 0 - G R A B A R - E N V F X                   *
      *----------------------------------------------------------------*

       2800-GRABAR-ENVFX.

           MOVE '2800-GRABAR-ENVFX'           TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-ENVFX.
           MOVE WS-REG-OPERFX                 TO EFX-OPERACION.
           MOVE WS-NROMOV                     TO EFX-NROMOV.
           MOVE WS-COTIZ-USD                  TO EFX-COTIZACION.
           MOVE WS-IMPORTE-ARS                TO EFX-IMPORTE-ARS.
           MOVE WS-TB-TIPDOC                  TO EFX-TIPDOC.
           MOVE WS-TB-NRODOC                  TO EFX-NRODOC.
           MOVE WS-TB-NOMAPE                  TO EFX-NOMAPE.
           MOVE WS-FECHA-PROCESO              TO EFX-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO EFX-RUNID.

           WRITE REG-ENVFX FROM WS-REG-ENVFX.

           IF NOT FS-ENVFX-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-ENVFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-ENVFX-GRABADOS.

       2800-F-GRABAR-ENVFX.
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

           CLOSE OPERFX
                 MOVFX
                 ENVFX
                 RECHFX.

           IF NOT FS-MOVFX-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-MOVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-MOVFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ENVFX-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-ENVFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHFX-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECHFX                  TO AUX-ERR-NOMBRE
              MOVE FS-RECHFX                  TO AUX-ERR-STATUS
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

           MOVE CNT-OPERACIONES-LEIDAS        TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI168               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* OPERACIONES LEIDAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COMPRAS-EMITIDAS          TO WS-MASCARA.
           DISPLAY '* COMPRAS EMITIDAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENTAS-EMITIDAS           TO WS-MASCARA.
           DISPLAY '* VENTAS EMITIDAS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVFX-GRABADOS            TO WS-MASCARA.
           DISPLAY '* PATAS GRABADAS EN MOVFX:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-DATOS             TO WS-MASCARA.
           DISPLAY '* RECHAZADAS DATOS INVALIDOS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-DUPLICADA         TO WS-MASCARA.
           DISPLAY '* RECHAZADAS OPERACION REPETIDA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-COTIZACION        TO WS-MASCARA.
           DISPLAY '* RECHAZADAS SIN COTIZACION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-SUCURSAL          TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTAS DE DISTINTA SUC:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-CUENTA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTA INEXISTENTE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-TITULAR           TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTA DE OTRO CLIENTE:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-MONEDA            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS CUENTA DE OTRA MONEDA:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-FONDOS            TO WS-MASCARA.
           DISPLAY '* RECHAZADAS SALDO INSUFICIENTE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-TOPE              TO WS-MASCARA.
           DISPLAY '* RECHAZADAS SUPERA TOPE MENSUAL:         '
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

           MOVE WS-COTIZ-USD                  TO WS-COTIZ-EDIT.
           DISPLAY 'COTIZACION DEL DOLAR: ' WS-COTIZ-EDIT.

           MOVE WS-TOPE-MENSUAL               TO WS-IMPORTE-EDIT.
           DISPLAY 'TOPE MENSUAL U$S:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-COMPRAS-USD           TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COMPRAS U$S:  ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-VENTAS-USD            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL VENTAS U$S:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-PESOS                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL CONTRAVALOR:  ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-RECHAZADO-USD         TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL RECHAZADO U$S:' WS-IMPORTE-EDIT.

           STRING 'OPERFX='        DELIMITED BY SIZE
                  CNT-OPERACIONES-LEIDAS DELIMITED BY SIZE
                  ' COMPRAS='      DELIMITED BY SIZE
                  CNT-COMPRAS-EMITIDAS DELIMITED BY SIZE
                  ' VENTAS='       DELIMITED BY SIZE
                  CNT-VENTAS-EMITIDAS DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHFX-GRABADOS DELIMITED BY SIZE
                  ' SQL ERR='      DELIMITED BY SIZE
                  CNT-SQL-ERROR DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-ENVFX                      TO WS-CTL-ARCHIVO.
           MOVE CNT-ENVFX-GRABADOS            TO WS-CTL-CANT.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI113.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   IMPUESTO SOBRE DEBITOS Y CREDITOS BANCARIOS ( LEY 25.413 )   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE CADA NOCHE DESPUES DE PGMAPCAB Y           *
      * REEMPLAZA LA PLANILLA CON QUE EL AREA IMPOSITIVA CALCULABA     *
      * EL IMPUESTO A FIN DE MES SOBRE EL JOURNAL APLICADO:            *
      *   - RECORRE APLICADO ( LAYOUT MOVIMCC, VALIDANDO LA CABECERA   *
      *     DE LA UNIDAD DE TRABAJO, COPY CPUOWAPL ) Y CALCULA EL      *
      *     IMPUESTO DE CADA MOVIMIENTO: LOS DEBITOS A LA ALICUOTA     *
      *     DEBITO Y LOS CREDITOS A LA ALICUOTA CREDITO, SOBRE EL      *
      *     IMPORTE ABSOLUTO.                                          *
      *   - NO TRIBUTAN: LOS TIPOS DE MOVIMIENTO EXENTOS, LAS DOS      *
      *     PATAS DE UNA TRANSFERENCIA ENTRE CUENTAS PROPIAS ( LAS     *
      *     QUE TRAEN WS-MOV-REFER ) Y LAS CUENTAS CON CERTIFICADO DE  *
      *     EXENCION VIGENTE A LA FECHA DE PROCESO ( CERTEXEN ).       *
      *   - ALICUOTAS Y TIPOS EXENTOS SE LEEN DE IMPDCPAR; NADA ESTA   *
      *     FIJADO EN EL PROGRAMA.                                     *
      *   - EL IMPUESTO SE ACUMULA POR CUENTA Y SE DEBITA UNA VEZ POR  *
      *     CUENTA AL FINAL DE LA PASADA: BAJA EL SALDO EN             *
      *     KC02787.TBCURCTA ( CON SU FILA EN AUDCTA ), GRABA EL       *
      *     MOVIMIENTO NEGATIVO EN KC02787.TBCURMOV CON NROMOV EN LA   *
      *     FRANJA RESERVADA 997001-998999 Y EL REGISTRO MOVIMCC TIPO  *
      *     88 EN IMPAPLIC, QUE SE CONCATENA A LA ENTRADA DEL ASIENTO  *
      *     CONTABLE DE PGMSIN64.                                      *
      *   - SI LA FECHA DE PROCESO YA TIENE MOVIMIENTOS EN LA FRANJA   *
      *     ( REPROCESO DE UNA NOCHE YA LIQUIDADA ) EL PASO ABORTA     *
      *     ANTES DE DEBITAR NADA.                                     *
      *   - GRABA EL DETALLE DIARIO IMPDCDIA ( COPY CPIMPDC ), QUE     *
      *     PGMSI114 CONSOLIDA AL CIERRE DEL MES PARA LA DECLARACION   *
      *     JURADA Y LA CONCILIACION.                                  *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE IMPAPLIC EN CTLCNT Y GRABA EL RESUMEN DE BATCH   *
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

           SELECT APLICADO ASSIGN TO APLICADO
                                    FILE STATUS IS FS-APLICADO.

           SELECT IMPDCPAR ASSIGN TO IMPDCPAR
                                    FILE STATUS IS FS-IMPDCPAR.

           SELECT CERTEXEN ASSIGN TO CERTEXEN
                                    FILE STATUS IS FS-CERTEXEN.

           SELECT IMPDCDIA ASSIGN TO IMPDCDIA
                                    FILE STATUS IS FS-IMPDCDIA.

           SELECT IMPAPLIC ASSIGN TO IMPAPLIC
                                    FILE STATUS IS FS-IMPAPLIC.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT AUDCTA ASSIGN TO AUDCTA
                                    FILE STATUS IS FS-AUDCTA.

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
      *   MOVIMIENTOS APLICADOS POR PGMAPCAB ( LAYOUT MOVIMCC, CON     *
      *   CABECERA Y COLA DE UNIDAD DE TRABAJO ).                      *
      *----------------------------------------------------------------*

       FD   APLICADO
            RECORDING MODE IS F.
       01   REG-APLICADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   PARAMETROS DEL IMPUESTO: ALICUOTAS DEBITO Y CREDITO Y TIPOS  *
      *   DE MOVIMIENTO EXENTOS ( PRIMER REGISTRO ).                   *
      *----------------------------------------------------------------*

       FD   IMPDCPAR
            RECORDING MODE IS F.
       01   REG-IMPDCPAR                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CERTIFICADOS DE EXENCION PRESENTADOS POR LOS TITULARES: UN   *
      *   REGISTRO POR CUENTA CON SU PERIODO DE VIGENCIA.              *
      *----------------------------------------------------------------*

       FD   CERTEXEN
            RECORDING MODE IS F.
       01   REG-CERTEXEN                                    PIC X(40).

      *----------------------------------------------------------------*
      *   DETALLE DIARIO DEL IMPUESTO POR CUENTA ( COPY CPIMPDC ).     *
      *----------------------------------------------------------------*

       FD   IMPDCDIA
            RECORDING MODE IS F.
       01   REG-IMPDCDIA                                    PIC X(80).

      *----------------------------------------------------------------*
      *   SALIDA CONTABLE: LAYOUT MOVIMCC, UN REGISTRO POR CUENTA      *
      *   DEBITADA, PARA CONCATENAR A LA ENTRADA APLICADO DE PGMSIN64. *
      *----------------------------------------------------------------*

       FD   IMPAPLIC
            RECORDING MODE IS F.
       01   REG-IMPAPLIC                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

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
      *   DIARIO DE AUDITORIA DE SALDOS DE TBCURCTA ( COPY CPAUDCTA /  *
      *   AUDCTAGR ): UNA FILA POR ACTUALIZACION, CON IMAGEN ANTERIOR  *
      *   Y POSTERIOR.                                                 *
      *----------------------------------------------------------------*

       FD  AUDCTA
           RECORDING MODE IS F.
       01  REG-AUDCTA                       PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI113'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-APLICADO                   PIC X(08)  VALUE 'APLICADO'.
           02 CT-IMPDCPAR                   PIC X(08)  VALUE 'IMPDCPAR'.
           02 CT-CERTEXEN                   PIC X(08)  VALUE 'CERTEXEN'.
           02 CT-IMPDCDIA                   PIC X(08)  VALUE 'IMPDCDIA'.
           02 CT-IMPAPLIC                   PIC X(08)  VALUE 'IMPAPLIC'.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA EL IMPUESTO ( DOMINIO NROMOV *
      *   DEL MAESTRO CODREF ): 997001-998999, Y TIPO DE MOVIMIENTO    *
      *   CONTABLE DEL IMPUESTO ( DEBE EXISTIR EN EL MAPEO MAPACON DE  *
      *   PGMSIN64 ). EL ANCHO DE LA FRANJA ES EL TOPE DE CUENTAS      *
      *   DEBITADAS POR NOCHE.                                         *
      *----------------------------------------------------------------*

           02 CT-NROMOV-IMPUESTO            PIC 9(06)  VALUE 997000.
           02 CT-NROMOV-IMP-DESDE           PIC 9(06)  VALUE 997001.
           02 CT-NROMOV-IMP-HASTA           PIC 9(06)  VALUE 998999.
           02 CT-TIPO-MOV-IMPUESTO          PIC 9(02)  VALUE 88.
           02 CT-MAX-CUENTAS                PIC 9(04)  VALUE 1999.
           02 CT-MAX-CERTIF                 PIC 9(03)  VALUE 500.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(04)  VALUE ZEROS.
           02 WS-C                          PIC 9(03)  VALUE ZEROS.
           02 WS-E                          PIC 9(02)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-IMPORTE-ABS                PIC 9(11)V99 VALUE ZEROS.
           02 WS-IMPUESTO-MOV               PIC S9(09)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-IMPUESTO                   PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-MOVTOS-FRANJA              PIC S9(9) COMP VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.

       01 WS-CABECERA-SW                    PIC X(01)  VALUE 'N'.
           88 CABECERA-VALIDADA                        VALUE 'S'.

       01 WS-EXENTO-SW                      PIC X(01)  VALUE 'N'.
           88 MOVIMIENTO-EXENTO                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   NUMERO DE CUENTA DEL MOVIMIENTO ( SUCURSAL + RELLENO +       *
      *   NROCUEN, COMO LO DESARMA PGMSIN39 ).                         *
      *----------------------------------------------------------------*

       01 WS-CUENTA-MOVTO.
           02 WS-CUENTA-SUC                 PIC 9(02).
           02 WS-CUENTA-RELLENO             PIC 9(02).
           02 WS-CUENTA-BAJA                PIC 9(04).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO IMPDCPAR: ALICUOTAS EN       *
      *   PORCENTAJE Y HASTA 30 TIPOS DE MOVIMIENTO EXENTOS ( CERO =   *
      *   POSICION LIBRE ).                                            *
      *----------------------------------------------------------------*

       01 WS-REG-IMPDCPAR.
           02 IDP-ALICUOTA-DEBITO           PIC 9(02)V9(04).
           02 IDP-ALICUOTA-CREDITO          PIC 9(02)V9(04).
           02 IDP-TIPO-EXENTO               PIC 9(02)
                                            OCCURS 30 TIMES.
           02 FILLER                        PIC X(08).

       01 WS-PARAM-CARGADO-SW               PIC X(01)  VALUE 'N'.
           88 PARAM-CARGADO                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO Y TABLA DE CERTIFICADOS DE EXENCION.     *
      *   UNA FECHA HASTA EN CERO ES UN CERTIFICADO SIN VENCIMIENTO.   *
      *----------------------------------------------------------------*

       01 WS-REG-CERTEXEN.
           02 CEX-TIPCUEN                   PIC X(02).
           02 CEX-CUENTA                    PIC 9(08).
           02 CEX-NRO-CERTIF                PIC X(12).
           02 CEX-FECHA-DESDE               PIC 9(08).
           02 CEX-FECHA-HASTA               PIC 9(08).
           02 FILLER                        PIC X(02).

       01 WS-CANT-CERTIF                    PIC 9(03)  VALUE ZEROS.

       01 WS-T-CERTIF.
           02 T-CEX                         OCCURS 500 TIMES.
              03 T-CEX-TIPCUEN              PIC X(02).
              03 T-CEX-CUENTA               PIC 9(08).

      *----------------------------------------------------------------*
      *   TABLA DE CUENTAS ALCANZADAS EN LA NOCHE: BASES E IMPUESTO    *
      *   ACUMULADOS POR CUENTA HASTA EL DEBITO FINAL.                 *
      *----------------------------------------------------------------*

       01 WS-CANT-CUENTAS                   PIC 9(04)  VALUE ZEROS.

       01 WS-T-CUENTAS.
           02 T-CTA                         OCCURS 1999 TIMES.
              03 T-CTA-TIPCUEN              PIC X(02).
              03 T-CTA-CUENTA               PIC 9(08).
              03 T-CTA-BASE-DEBITO          PIC S9(11)V99 COMP-3.
              03 T-CTA-BASE-CREDITO         PIC S9(11)V99 COMP-3.
              03 T-CTA-IMP-DEBITO           PIC S9(09)V99 COMP-3.
              03 T-CTA-IMP-CREDITO          PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES                                       *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-IMP-DEBITO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-IMP-CREDITO               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-IMP-DEBITADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

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
           02 CNT-APLICADOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-MOVTOS-GRAVADOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-EXENTOS-TIPO              PIC 9(07)  VALUE ZEROS.
           02 CNT-EXENTOS-PROPIAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-EXENTOS-CERTIF            PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-DEBITADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CTAS-NO-DEBITADAS      PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-APLICADO                   PIC X(02).
              88 FS-APLICADO-OK                        VALUE '00'.
              88 FS-APLICADO-EOF                       VALUE '10'.

           02 FS-IMPDCPAR                   PIC X(02).
              88 FS-IMPDCPAR-OK                        VALUE '00'.
              88 FS-IMPDCPAR-EOF                       VALUE '10'.

           02 FS-CERTEXEN                   PIC X(02).
              88 FS-CERTEXEN-OK                        VALUE '00'.
              88 FS-CERTEXEN-EOF                       VALUE '10'.

           02 FS-IMPDCDIA                   PIC X(02).
              88 FS-IMPDCDIA-OK                        VALUE '00'.

           02 FS-IMPAPLIC                   PIC X(02).
              88 FS-IMPAPLIC-OK                        VALUE '00'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-AUDCTA                     PIC X(02).
              88 FS-AUDCTA-OK                          VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY MOVIMCC.

           COPY CPUOWAPL.

           COPY CPIMPDC.

           COPY NOVCTA.

           COPY CPCURMOV.

           COPY CPCTLCNT.

           COPY CPFECPRO.

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
             INCLUDE TBCURMOV
           END-EXEC.


           COPY CPAUDCTA.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-APLICADO-EOF.

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
                      WS-T-CUENTAS
                      WS-T-CERTIF

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    EL IMPUESTO SE ESTAMPA CON LA FECHA DE PROCESO, NO LA DE
      *    MAQUINA, PARA QUE EL REPROCESO CORRIDO DE DIA CUADRE CON LA
      *    PRUEBA DE POSICION.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-CONTROLAR-REPROCESO
              THRU 1100-F-CONTROLAR-REPROCESO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-PARAMETROS
              THRU 1300-F-CARGAR-PARAMETROS.

           PERFORM 1350-CARGAR-CERTIFICADOS
              THRU 1350-F-CARGAR-CERTIFICADOS.

           PERFORM 1450-LEER-APLICADO
              THRU 1450-F-LEER-APLICADO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *      1 1 0 0 - C O N T R O L A R - R E P R O C E S O           *
      *----------------------------------------------------------------*
      *   SI LA FECHA DE PROCESO YA TIENE MOVIMIENTOS EN LA FRANJA DEL *
      *   IMPUESTO, LA NOCHE YA FUE LIQUIDADA: VOLVER A CORRER         *
      *   DEBITARIA DOS VECES. EL PASO ABORTA CON LA PLATA QUIETA.     *
      *----------------------------------------------------------------*

       1100-CONTROLAR-REPROCESO.

           MOVE '1100-CONTROLAR-REPROCESO'    TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-MOVTOS-FRANJA
               FROM KC02787.TBCURMOV
              WHERE FECMOV = :WS-FECHA-PROCESO
                AND NROMOV BETWEEN :CT-NROMOV-IMP-DESDE
                               AND :CT-NROMOV-IMP-HASTA
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-MOVTOS-FRANJA IS GREATER THAN ZEROS
              DISPLAY '* EL IMPUESTO DE ESTA FECHA YA FUE      *'
              DISPLAY '* LIQUIDADO: EL PASO ABORTA SIN DEBITAR *'
              DISPLAY ' - FECHA DE PROCESO: ' WS-FECHA-PROCESO

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1100-F-CONTROLAR-REPROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   APLICADO
                        IMPDCPAR
                        CERTEXEN
                OUTPUT  IMPDCDIA
                        IMPAPLIC.

           IF NOT FS-APLICADO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE FS-APLICADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPDCPAR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCPAR                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCPAR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CERTEXEN-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CERTEXEN                TO AUX-ERR-NOMBRE
              MOVE FS-CERTEXEN                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPDCDIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCDIA                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDIA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPAPLIC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPAPLIC                TO AUX-ERR-NOMBRE
              MOVE FS-IMPAPLIC                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *     1 3 0 0 - C A R G A R - P A R A M E T R O S                *
      *----------------------------------------------------------------*
      *   CARGA ALICUOTAS Y TIPOS EXENTOS DESDE IMPDCPAR ( PRIMER      *
      *   REGISTRO ); SIN PARAMETROS NO SE PUEDE LIQUIDAR Y EL         *
      *   PROGRAMA ABORTA.                                             *
      *----------------------------------------------------------------*

       1300-CARGAR-PARAMETROS.

           MOVE '1300-CARGAR-PARAMETROS'      TO WS-PARRAFO.

           READ IMPDCPAR INTO WS-REG-IMPDCPAR.

           IF FS-IMPDCPAR-OK
              SET PARAM-CARGADO               TO TRUE
           END-IF.

           CLOSE IMPDCPAR.

           IF NOT PARAM-CARGADO
              DISPLAY '* EL ARCHIVO IMPDCPAR VINO VACIO, NO  *'
              DISPLAY '* SE PUEDE LIQUIDAR EL IMPUESTO       *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCPAR                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCPAR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *   1 3 5 0 - C A R G A R - C E R T I F I C A D O S              *
      *----------------------------------------------------------------*
      *   SOLO SE GUARDAN LOS CERTIFICADOS VIGENTES A LA FECHA DE      *
      *   PROCESO.                                                     *
      *----------------------------------------------------------------*

       1350-CARGAR-CERTIFICADOS.

           MOVE '1350-CARGAR-CERTIFICADOS'    TO WS-PARRAFO.

           PERFORM 1370-LEER-CERTEXEN
              THRU 1370-F-LEER-CERTEXEN.

           PERFORM 1360-GUARDAR-CERTIFICADO
              THRU 1360-F-GUARDAR-CERTIFICADO
             UNTIL FS-CERTEXEN-EOF.

           CLOSE CERTEXEN.

       1350-F-CARGAR-CERTIFICADOS.
           EXIT.

      *----------------------------------------------------------------*
      *   1 3 6 0 - G U A R D A R - C E R T I F I C A D O              *
      *----------------------------------------------------------------*

       1360-GUARDAR-CERTIFICADO.

           MOVE '1360-GUARDAR-CERTIFICADO'    TO WS-PARRAFO.

           IF CEX-FECHA-DESDE IS NOT GREATER THAN WS-FECHA-PROCESO AND
              ( CEX-FECHA-HASTA IS EQUAL TO ZEROS OR
                CEX-FECHA-HASTA IS NOT LESS THAN WS-FECHA-PROCESO )

              IF WS-CANT-CERTIF IS NOT LESS THAN CT-MAX-CERTIF
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-CERTEXEN             TO AUX-ERR-NOMBRE
                 MOVE FS-CERTEXEN             TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-CERTIF
              MOVE CEX-TIPCUEN     TO T-CEX-TIPCUEN(WS-CANT-CERTIF)
              MOVE CEX-CUENTA      TO T-CEX-CUENTA(WS-CANT-CERTIF)
           END-IF.

           PERFORM 1370-LEER-CERTEXEN
              THRU 1370-F-LEER-CERTEXEN.

       1360-F-GUARDAR-CERTIFICADO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 7 0 - L E E R - C E R T E X E N                     *
      *----------------------------------------------------------------*

       1370-LEER-CERTEXEN.

           MOVE '1370-LEER-CERTEXEN'          TO WS-PARRAFO.

           READ CERTEXEN INTO WS-REG-CERTEXEN.

           EVALUATE TRUE
               WHEN FS-CERTEXEN-OK
                    CONTINUE

               WHEN FS-CERTEXEN-EOF
                    SET FS-CERTEXEN-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CERTEXEN          TO AUX-ERR-NOMBRE
                    MOVE FS-CERTEXEN          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1370-F-LEER-CERTEXEN.
           EXIT.

      *----------------------------------------------------------------*
      *        1 4 5 0 - L E E R - A P L I C A D O                     *
      *----------------------------------------------------------------*

       1450-LEER-APLICADO.

           MOVE '1450-LEER-APLICADO'          TO WS-PARRAFO.

           READ APLICADO INTO WS-REG-MOVIMI.

           EVALUATE TRUE
               WHEN FS-APLICADO-OK
                    ADD 1                     TO CNT-APLICADOS-LEIDOS

               WHEN FS-APLICADO-EOF
                    SET FS-APLICADO-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-APLICADO          TO AUX-ERR-NOMBRE
                    MOVE FS-APLICADO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1450-F-LEER-APLICADO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   LA CABECERA SE VALIDA, LA COLA SE SALTEA Y CADA MOVIMIENTO   *
      *   SE EVALUA CONTRA LAS EXENCIONES ANTES DE ACUMULAR SU         *
      *   IMPUESTO EN LA CUENTA. NADA SE DEBITA HASTA EL FINAL.        *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-REG-MOVIMI                 TO WS-REG-UOWAPL.

           EVALUATE TRUE
             WHEN UOW-ES-CABECERA
               PERFORM 2020-VALIDAR-CABECERA
                  THRU 2020-F-VALIDAR-CABECERA

             WHEN UOW-ES-COLA
               CONTINUE

             WHEN WS-MOV-IMPORTE IS EQUAL TO ZEROS
               CONTINUE

             WHEN OTHER
               PERFORM 2100-EVALUAR-EXENCION
                  THRU 2100-F-EVALUAR-EXENCION

               IF NOT MOVIMIENTO-EXENTO
                  PERFORM 2200-CALCULAR-IMPUESTO
                     THRU 2200-F-CALCULAR-IMPUESTO
               END-IF
           END-EVALUATE.

           PERFORM 1450-LEER-APLICADO
              THRU 1450-F-LEER-APLICADO.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *   2 0 2 0 - V A L I D A R - C A B E C E R A                    *
      *----------------------------------------------------------------*

       2020-VALIDAR-CABECERA.

           MOVE '2020-VALIDAR-CABECERA'       TO WS-PARRAFO.

           IF UOW-RUNID IS EQUAL TO WS-RUN-ID
              SET CABECERA-VALIDADA           TO TRUE
           ELSE
              DISPLAY '* CABECERA DE APLICADO DE OTRA CORRIDA *'
              DISPLAY ' - TOKEN ESPERADO: ' WS-RUN-ID
              DISPLAY ' - RECIBIDO......: ' UOW-RUNID

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-UOW                     TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2020-F-VALIDAR-CABECERA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 0 0 - E V A L U A R - E X E N C I O N                  *
      *----------------------------------------------------------------*
      *   EN ORDEN: TRANSFERENCIA ENTRE CUENTAS PROPIAS, TIPO DE       *
      *   MOVIMIENTO EXENTO Y CERTIFICADO DE EXENCION DE LA CUENTA.    *
      *----------------------------------------------------------------*

       2100-EVALUAR-EXENCION.

           MOVE '2100-EVALUAR-EXENCION'       TO WS-PARRAFO.

           MOVE 'N'                           TO WS-EXENTO-SW.

           IF WS-MOV-REFER IS NOT EQUAL TO SPACES
              SET MOVIMIENTO-EXENTO           TO TRUE
              ADD 1                           TO CNT-EXENTOS-PROPIAS
              GO TO 2100-F-EVALUAR-EXENCION
           END-IF.

           MOVE 1                             TO WS-E.

           PERFORM 2120-COMPARAR-TIPO
              THRU 2120-F-COMPARAR-TIPO
             UNTIL WS-E > 30
                OR MOVIMIENTO-EXENTO.

           IF MOVIMIENTO-EXENTO
              ADD 1                           TO CNT-EXENTOS-TIPO
              GO TO 2100-F-EVALUAR-EXENCION
           END-IF.

           MOVE 1                             TO WS-C.

           PERFORM 2140-COMPARAR-CERTIFICADO
              THRU 2140-F-COMPARAR-CERTIFICADO
             UNTIL WS-C > WS-CANT-CERTIF
                OR MOVIMIENTO-EXENTO.

           IF MOVIMIENTO-EXENTO
              ADD 1                           TO CNT-EXENTOS-CERTIF
           END-IF.

       2100-F-EVALUAR-EXENCION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 2 0 - C O M P A R A R - T I P O                    *
      *----------------------------------------------------------------*

       2120-COMPARAR-TIPO.

           IF IDP-TIPO-EXENTO(WS-E) IS GREATER THAN ZEROS AND
              IDP-TIPO-EXENTO(WS-E) IS EQUAL TO WS-MOV-TIPO
              SET MOVIMIENTO-EXENTO           TO TRUE
           ELSE
              ADD 1                           TO WS-E
           END-IF.

       2120-F-COMPARAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *   2 1 4 0 - C O M P A R A R - C E R T I F I C A D O            *
      *----------------------------------------------------------------*

       2140-COMPARAR-CERTIFICADO.

           IF T-CEX-TIPCUEN(WS-C) IS EQUAL TO WS-MOV-TIPCUEN AND
              T-CEX-CUENTA(WS-C) IS EQUAL TO WS-MOV-CUENTA
              SET MOVIMIENTO-EXENTO           TO TRUE
           ELSE
              ADD 1                           TO WS-C
           END-IF.

       2140-F-COMPARAR-CERTIFICADO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 0 0 - C A L C U L A R - I M P U E S T O                *
      *----------------------------------------------------------------*
      *   IMPUESTO DEL MOVIMIENTO SOBRE SU IMPORTE ABSOLUTO, A LA      *
      *   ALICUOTA DE SU PATA, ACUMULADO EN LA ENTRADA DE LA CUENTA.   *
      *----------------------------------------------------------------*

       2200-CALCULAR-IMPUESTO.

           MOVE '2200-CALCULAR-IMPUESTO'      TO WS-PARRAFO.

           MOVE 1                             TO WS-I.

           PERFORM 2220-BUSCAR-CUENTA
              THRU 2220-F-BUSCAR-CUENTA
             UNTIL WS-I > WS-CANT-CUENTAS
                OR ( T-CTA-TIPCUEN(WS-I) IS EQUAL TO WS-MOV-TIPCUEN AND
                     T-CTA-CUENTA(WS-I) IS EQUAL TO WS-MOV-CUENTA ).

           IF WS-I IS GREATER THAN WS-CANT-CUENTAS
              PERFORM 2240-AGREGAR-CUENTA
                 THRU 2240-F-AGREGAR-CUENTA
           END-IF.

           ADD 1                              TO CNT-MOVTOS-GRAVADOS.

           IF WS-MOV-IMPORTE IS LESS THAN ZEROS
              COMPUTE WS-IMPORTE-ABS = ZEROS - WS-MOV-IMPORTE
              COMPUTE WS-IMPUESTO-MOV ROUNDED =
                      WS-IMPORTE-ABS * IDP-ALICUOTA-DEBITO / 100
              ADD WS-IMPORTE-ABS      TO T-CTA-BASE-DEBITO(WS-I)
              ADD WS-IMPUESTO-MOV     TO T-CTA-IMP-DEBITO(WS-I)
              ADD WS-IMPUESTO-MOV     TO ACM-IMP-DEBITO
           ELSE
              MOVE WS-MOV-IMPORTE             TO WS-IMPORTE-ABS
              COMPUTE WS-IMPUESTO-MOV ROUNDED =
                      WS-IMPORTE-ABS * IDP-ALICUOTA-CREDITO / 100
              ADD WS-IMPORTE-ABS      TO T-CTA-BASE-CREDITO(WS-I)
              ADD WS-IMPUESTO-MOV     TO T-CTA-IMP-CREDITO(WS-I)
              ADD WS-IMPUESTO-MOV     TO ACM-IMP-CREDITO
           END-IF.

       2200-F-CALCULAR-IMPUESTO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 2 0 - B U S C A R - C U E N T A                    *
      *----------------------------------------------------------------*

       2220-BUSCAR-CUENTA.

           IF T-CTA-TIPCUEN(WS-I) IS NOT EQUAL TO WS-MOV-TIPCUEN OR
              T-CTA-CUENTA(WS-I) IS NOT EQUAL TO WS-MOV-CUENTA
              ADD 1                           TO WS-I
           END-IF.

       2220-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 4 0 - A G R E G A R - C U E N T A                  *
      *----------------------------------------------------------------*
      *   LA TABLA TIENE EL ANCHO DE LA FRANJA NROMOV: UNA CUENTA MAS  *
      *   NO PODRIA NUMERARSE. COMO TODAVIA NO SE DEBITO NADA, EL      *
      *   PASO ABORTA CON LA PLATA QUIETA.                             *
      *----------------------------------------------------------------*

       2240-AGREGAR-CUENTA.

           MOVE '2240-AGREGAR-CUENTA'         TO WS-PARRAFO.

           IF WS-CANT-CUENTAS IS NOT LESS THAN CT-MAX-CUENTAS
              DISPLAY '* MAS CUENTAS ALCANZADAS QUE LUGARES EN  *'
              DISPLAY '* LA FRANJA NROMOV DEL IMPUESTO          *'
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-CUENTAS.
           MOVE WS-CANT-CUENTAS               TO WS-I.

           MOVE WS-MOV-TIPCUEN                TO T-CTA-TIPCUEN(WS-I).
           MOVE WS-MOV-CUENTA                 TO T-CTA-CUENTA(WS-I).
           MOVE ZEROS            TO T-CTA-BASE-DEBITO(WS-I)
                                    T-CTA-BASE-CREDITO(WS-I)
                                    T-CTA-IMP-DEBITO(WS-I)
                                    T-CTA-IMP-CREDITO(WS-I).

       2240-F-AGREGAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - D E B I T A R - C U E N T A                   *
      *----------------------------------------------------------------*
      *   DEBITO DEL IMPUESTO ACUMULADO DE LA CUENTA WS-I. EL          *
      *   DETALLE DIARIO SE GRABA SIEMPRE, DEBITADO O NO, PARA QUE LA  *
      *   CONCILIACION MENSUAL VEA TAMBIEN LO CALCULADO SIN COBRAR.    *
      *----------------------------------------------------------------*

       2500-DEBITAR-CUENTA.

           MOVE '2500-DEBITAR-CUENTA'         TO WS-PARRAFO.

           COMPUTE WS-IMPUESTO = T-CTA-IMP-DEBITO(WS-I)
                               + T-CTA-IMP-CREDITO(WS-I).

           MOVE T-CTA-CUENTA(WS-I)            TO WS-CUENTA-MOVTO.

           MOVE SPACES                        TO WS-REG-IMPDC.
           MOVE WS-FECHA-PROCESO              TO IDC-FECHA.
           MOVE T-CTA-TIPCUEN(WS-I)           TO IDC-TIPCUEN.
           MOVE WS-CUENTA-BAJA                TO IDC-NROCUEN.
           MOVE WS-CUENTA-SUC                 TO IDC-SUCUEN.
           MOVE ZEROS                         TO IDC-NROCLI
                                                 IDC-NROMOV.
           MOVE T-CTA-BASE-DEBITO(WS-I)       TO IDC-BASE-DEBITO.
           MOVE T-CTA-BASE-CREDITO(WS-I)      TO IDC-BASE-CREDITO.
           MOVE T-CTA-IMP-DEBITO(WS-I)        TO IDC-IMP-DEBITO.
           MOVE T-CTA-IMP-CREDITO(WS-I)       TO IDC-IMP-CREDITO.
           SET IDC-NO-DEBITADO                TO TRUE.

           IF WS-IMPUESTO IS GREATER THAN ZEROS
              PERFORM 2520-ACTUALIZAR-TBCURCTA
                 THRU 2520-F-ACTUALIZAR-TBCURCTA
           END-IF.

           IF IDC-NO-DEBITADO AND WS-IMPUESTO IS GREATER THAN ZEROS
              ADD 1                        TO CNT-CTAS-NO-DEBITADAS
           END-IF.

           PERFORM 2600-GRABAR-IMPDCDIA
              THRU 2600-F-GRABAR-IMPDCDIA.

       2500-F-DEBITAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 5 2 0 - A C T U A L I Z A R - T B C U R C T A            *
      *----------------------------------------------------------------*

       2520-ACTUALIZAR-TBCURCTA.

           MOVE '2520-ACTUALIZAR-TBCURCTA'    TO WS-PARRAFO.

           MOVE T-CTA-TIPCUEN(WS-I)           TO WS-CTA-TIPCUEN.
           MOVE WS-CUENTA-BAJA                TO WS-CTA-NROCUEN.
           MOVE WS-CUENTA-SUC                 TO WS-CTA-SUCUEN.

      *    EL SALDO SE LEE ANTES DE DEBITAR PARA DEJAR LA IMAGEN
      *    ANTERIOR EN EL DIARIO DE AUDITORIA AUDCTA.
           EXEC SQL
             SELECT SALDO, NROCLI
               INTO :WS-CTA-SALDO, :WS-CTA-NROCLI
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              EXEC SQL
                UPDATE KC02787.TBCURCTA
                SET SALDO  = SALDO - :WS-IMPUESTO,
                    FECSAL = :WS-FECHA-PROCESO
                WHERE TIPCUEN = :WS-CTA-TIPCUEN
                  AND NROCUEN = :WS-CTA-NROCUEN
                  AND SUCUEN  = :WS-CTA-SUCUEN
              END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' CTA ' WS-CTA-TIPCUEN '-' WS-CTA-NROCUEN
                      ' SUC ' WS-CTA-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2520-F-ACTUALIZAR-TBCURCTA
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO AUD-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO AUD-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO AUD-SUCUEN.
           MOVE WS-CTA-SALDO                  TO AUD-SALDO-ANTES.
           COMPUTE AUD-SALDO-DESPUES = WS-CTA-SALDO - WS-IMPUESTO.

           PERFORM 8800-GRABAR-AUDCTA
              THRU 8800-F-GRABAR-AUDCTA.

           ADD 1                              TO CNT-CUENTAS-DEBITADAS.
           ADD WS-IMPUESTO                    TO ACM-IMP-DEBITADO.

           SET IDC-DEBITADO                   TO TRUE.
           MOVE WS-CTA-NROCLI                 TO IDC-NROCLI.

           PERFORM 2540-GRABAR-TBCURMOV
              THRU 2540-F-GRABAR-TBCURMOV.

           PERFORM 2560-GRABAR-IMPAPLIC
              THRU 2560-F-GRABAR-IMPAPLIC.

       2520-F-ACTUALIZAR-TBCURCTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 4 0 - G R A B A R - T B C U R M O V                 *
      *----------------------------------------------------------------*
      *   GRABA EL IMPUESTO COMO MOVIMIENTO EN TBCURMOV ( IMPORTE      *
      *   NEGATIVO ), CON NROMOV CORRELATIVO DENTRO DE LA FRANJA       *
      *   RESERVADA, PARA QUE EL RESUMEN DE CUENTA LO MUESTRE COMO UN  *
      *   RENGLON MAS Y CONCILIE CON EL SALDO.                         *
      *----------------------------------------------------------------*

       2540-GRABAR-TBCURMOV.

           MOVE '2540-GRABAR-TBCURMOV'        TO WS-PARRAFO.

           MOVE WS-CTA-TIPCUEN                TO WS-CVM-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO WS-CVM-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           MOVE WS-FECHA-PROCESO              TO WS-CVM-FECMOV.
           COMPUTE WS-CVM-NROMOV =
                   CT-NROMOV-IMPUESTO + CNT-CUENTAS-DEBITADAS.
           COMPUTE WS-CVM-IMPORTE = ZEROS - WS-IMPUESTO.

           MOVE WS-CVM-NROMOV                 TO IDC-NROMOV.

           EXEC SQL INSERT
             INTO KC02787.TBCURMOV
               (TIPCUEN, NROCUEN, SUCUEN, FECMOV, NROMOV, IMPORTE)
             VALUES (:WS-CVM-TIPCUEN,
                     :WS-CVM-NROCUEN,
                     :WS-CVM-SUCUEN,
                     :WS-CVM-FECMOV,
                     :WS-CVM-NROMOV,
                     :WS-CVM-IMPORTE)
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-MOVTOS-INSERTADOS
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2540-F-GRABAR-TBCURMOV.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 6 0 - G R A B A R - I M P A P L I C                 *
      *----------------------------------------------------------------*
      *   GRABA EL IMPUESTO EN LAYOUT MOVIMCC PARA EL ASIENTO          *
      *   CONTABLE DE PGMSIN64 ( TIPO DE MOVIMIENTO 88 ).              *
      *----------------------------------------------------------------*

       2560-GRABAR-IMPAPLIC.

           MOVE '2560-GRABAR-IMPAPLIC'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-IMPUESTO          TO WS-MOV-TIPO.
           MOVE T-CTA-CUENTA(WS-I)            TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - WS-IMPUESTO.
           MOVE WS-CVM-NROMOV                 TO WS-MOV-NRO.
           MOVE SPACES                        TO WS-MOV-REFER.
           MOVE ZEROS                         TO WS-MOV-DIGITO
                                                 WS-MOV-FECVAL.
           MOVE T-CTA-TIPCUEN(WS-I)           TO WS-MOV-TIPCUEN.

           WRITE REG-IMPAPLIC FROM WS-REG-MOVIMI.

           IF NOT FS-IMPAPLIC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-IMPAPLIC                TO AUX-ERR-NOMBRE
              MOVE FS-IMPAPLIC                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2560-F-GRABAR-IMPAPLIC.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 0 0 - G R A B A R - I M P D C D I A                 *
      *----------------------------------------------------------------*

       2600-GRABAR-IMPDCDIA.

           MOVE '2600-GRABAR-IMPDCDIA'        TO WS-PARRAFO.

           WRITE REG-IMPDCDIA FROM WS-REG-IMPDC.

           IF NOT FS-IMPDCDIA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-IMPDCDIA                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDIA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-IMPDCDIA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

      *    SIN CABECERA VALIDADA NO HAY GARANTIA DE QUE APLICADO SEA
      *    EL DE ESTA CORRIDA: SE ABORTA ANTES DEL PRIMER DEBITO.
           IF NOT CABECERA-VALIDADA
              DISPLAY '* APLICADO SIN CABECERA DE UNIDAD DE  *'
              DISPLAY '* TRABAJO: EL PASO ABORTA SIN DEBITAR *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-UOW                     TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 2500-DEBITAR-CUENTA
              THRU 2500-F-DEBITAR-CUENTA
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-CUENTAS.

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

           CLOSE APLICADO
                 IMPDCDIA
                 IMPAPLIC.

           IF NOT FS-IMPDCDIA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-IMPDCDIA                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDIA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPAPLIC-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-IMPAPLIC                TO AUX-ERR-NOMBRE
              MOVE FS-IMPAPLIC                TO AUX-ERR-STATUS
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

           MOVE CNT-APLICADOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI113               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* REGISTROS DE APLICADO LEIDOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-GRAVADOS           TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS GRAVADOS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EXENTOS-TIPO              TO WS-MASCARA.
           DISPLAY '* EXENTOS POR TIPO DE MOVIMIENTO:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EXENTOS-PROPIAS           TO WS-MASCARA.
           DISPLAY '* EXENTOS POR TRANSF. ENTRE PROPIAS:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EXENTOS-CERTIF            TO WS-MASCARA.
           DISPLAY '* EXENTOS POR CERTIFICADO:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-DEBITADAS         TO WS-MASCARA.
           DISPLAY '* CUENTAS DEBITADAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CTAS-NO-DEBITADAS      TO WS-MASCARA.
           DISPLAY '* CUENTAS CALCULADAS SIN DEBITAR:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-INSERTADOS         TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS GRABADOS EN TBCURMOV:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           MOVE ACM-IMP-DEBITO                TO WS-IMPORTE-EDIT.
           DISPLAY ' IMPUESTO SOBRE DEBITOS.: ' WS-IMPORTE-EDIT.
           MOVE ACM-IMP-CREDITO               TO WS-IMPORTE-EDIT.
           DISPLAY ' IMPUESTO SOBRE CREDITOS: ' WS-IMPORTE-EDIT.
           MOVE ACM-IMP-DEBITADO              TO WS-IMPORTE-EDIT.
           DISPLAY ' IMPUESTO DEBITADO......: ' WS-IMPORTE-EDIT.
           DISPLAY '                                                  '.

           STRING 'LEIDOS='        DELIMITED BY SIZE
                  CNT-APLICADOS-LEIDOS DELIMITED BY SIZE
                  ' GRAVADOS='     DELIMITED BY SIZE
                  CNT-MOVTOS-GRAVADOS DELIMITED BY SIZE
                  ' DEBITADAS='    DELIMITED BY SIZE
                  CNT-CUENTAS-DEBITADAS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-IMPAPLIC                   TO WS-CTL-ARCHIVO.
           MOVE CNT-CUENTAS-DEBITADAS         TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        8 8 0 0 - G R A B A R - A U D C T A                     *
      *----------------------------------------------------------------*

           COPY AUDCTAGR.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

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

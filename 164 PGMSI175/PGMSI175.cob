      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI175.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   SALDO DE PARTIDAS EN SUSPENSO POR ANTIGUEDAD                 *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CORRE DESPUES DE PGMSI174 Y LISTA EN REPSUSP EL LEDGER DE      *
      * PARTIDAS EN SUSPENSO ( COPY CPSUSPEN ) AL CIERRE DEL DIA:      *
      *   - UNA LINEA POR PARTIDA ABIERTA ( SUSPNUE ) CON SU ID, QUE   *
      *     ES EL QUE CITAN LAS ACCIONES DE LIQUIDACION ( SUSTRX ), SU *
      *     ORIGEN, IMPORTE, FECHA DE ALTA, DIAS ABIERTA Y TRAMO.      *
      *   - EL CUADRO DE ANTIGUEDAD: CANTIDAD E IMPORTE POR ORIGEN Y   *
      *     TRAMO ( 0 A 7, 8 A 30, 31 A 90 Y MAS DE 90 DIAS ).         *
      *   - EL MOVIMIENTO DEL DIA: SALDO ANTERIOR ( SUSPANT ) MAS      *
      *     ALTAS MENOS REENVIADAS, DEVUELTAS Y CASTIGADAS ( SUSBAJA ) *
      *     TIENE QUE DAR EL SALDO DEL LEDGER NUEVO.                   *
      *   - LA CONCILIACION CON LA CUENTA CONTABLE DE PARTIDAS EN      *
      *     SUSPENSO: EL SALDO QUE CARGA CONTADURIA ( SALDOGL ) PARA   *
      *     LA FECHA DE PROCESO CONTRA EL SALDO DEL LEDGER.            *
      * UN MOVIMIENTO DEL DIA QUE NO CUADRA, UNA DIFERENCIA CON LA     *
      * CUENTA CONTABLE, O UN SALDO CONTABLE FALTANTE O DE OTRA FECHA  *
      * SE IMPRIMEN CON SU MOTIVO Y DEJAN RETURN-CODE 8; EL LISTADO    *
      * SALE IGUAL PARA QUE CONTADURIA LO INVESTIGUE.                  *
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

           SELECT SUSPNUE  ASSIGN TO SUSPNUE
                                    FILE STATUS IS FS-SUSPNUE.

           SELECT SUSBAJA  ASSIGN TO SUSBAJA
                                    FILE STATUS IS FS-SUSBAJA.

           SELECT SALDOGL  ASSIGN TO SALDOGL
                                    FILE STATUS IS FS-SALDOGL.

           SELECT REPSUSP  ASSIGN TO REPSUSP
                                    FILE STATUS IS FS-REPSUSP.

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
      *   LEDGER DE PARTIDAS EN SUSPENSO ANTERIOR Y NUEVO, Y PARTIDAS  *
      *   LIQUIDADAS EN LA CORRIDA ( COPY CPSUSPEN ).                  *
      *----------------------------------------------------------------*

       FD   SUSPANT
            RECORDING MODE IS F.
       01   REG-SUSPANT                                     PIC X(150).

       FD   SUSPNUE
            RECORDING MODE IS F.
       01   REG-SUSPNUE                                     PIC X(150).

       FD   SUSBAJA
            RECORDING MODE IS F.
       01   REG-SUSBAJA                                     PIC X(240).

      *----------------------------------------------------------------*
      *   SALDO DE LA CUENTA CONTABLE DE PARTIDAS EN SUSPENSO          *
      *   ( COPY CPSUSPEN ).                                           *
      *----------------------------------------------------------------*

       FD   SALDOGL
            RECORDING MODE IS F.
       01   REG-SALDOGL                                     PIC X(40).

      *----------------------------------------------------------------*
      *   LISTADO DE PARTIDAS EN SUSPENSO POR ANTIGUEDAD.              *
      *----------------------------------------------------------------*

       FD   REPSUSP
            RECORDING MODE IS F.
       01   REG-REPSUSP                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI175'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-SUSPANT                    PIC X(08)  VALUE 'SUSPANT '.
           02 CT-SUSPNUE                    PIC X(08)  VALUE 'SUSPNUE '.
           02 CT-SUSBAJA                    PIC X(08)  VALUE 'SUSBAJA '.
           02 CT-SALDOGL                    PIC X(08)  VALUE 'SALDOGL '.
           02 CT-REPSUSP                    PIC X(08)  VALUE 'REPSUSP '.
           02 CT-DIAS-TRAMO-1               PIC 9(03)  VALUE 7.
           02 CT-DIAS-TRAMO-2               PIC 9(03)  VALUE 30.
           02 CT-DIAS-TRAMO-3               PIC 9(03)  VALUE 90.

      *----------------------------------------------------------------*
      *   ORIGENES DEL LEDGER ( INDICE DE FILA DEL CUADRO; LA SEXTA    *
      *   FILA ES EL TOTAL ) Y TRAMOS DE ANTIGUEDAD ( INDICE DE        *
      *   COLUMNA; LA QUINTA ES EL TOTAL ).                            *
      *----------------------------------------------------------------*

       01 WS-ORIGENES.
           02 FILLER                        PIC X(08)  VALUE 'TRANSUSP'.
           02 FILLER                        PIC X(08)  VALUE 'RETENIDO'.
           02 FILLER                        PIC X(08)  VALUE 'RECHMOV '.
           02 FILLER                        PIC X(08)  VALUE 'SOBREGIR'.
           02 FILLER                        PIC X(08)  VALUE 'HUERFANO'.
           02 FILLER                        PIC X(08)  VALUE 'TOTAL   '.
       01 WS-ORIGENES-R REDEFINES WS-ORIGENES.
           02 T-ORIGEN                      PIC X(08)  OCCURS 6 TIMES.

       01 WS-TRAMOS.
           02 FILLER                        PIC X(07)  VALUE '0-7    '.
           02 FILLER                        PIC X(07)  VALUE '8-30   '.
           02 FILLER                        PIC X(07)  VALUE '31-90  '.
           02 FILLER                        PIC X(07)  VALUE 'MAS 90 '.
       01 WS-TRAMOS-R REDEFINES WS-TRAMOS.
           02 T-TRAMO                       PIC X(07)  OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS                       PIC S9(07) VALUE ZEROS.
           02 WS-ORI                        PIC 9(02)  VALUE ZEROS.
           02 WS-TRA                        PIC 9(02)  VALUE ZEROS.
           02 WS-SUS-ID-ANT                 PIC X(13)  VALUE LOW-VALUES.
           02 WS-OBSERVACION                PIC X(40)  VALUE SPACES.
           02 WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

       01 WS-SALDOGL-SW                     PIC X(01)  VALUE 'N'.
           88 SALDOGL-INFORMADO                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   IMPORTES DEL MOVIMIENTO DEL DIA Y DE LA CONCILIACION CON LA  *
      *   CUENTA CONTABLE.                                             *
      *----------------------------------------------------------------*

       01 WS-TOTALES.
           02 WS-TOT-ANTERIOR               PIC S9(13)V99 COMP-3.
           02 WS-TOT-ALTAS                  PIC S9(13)V99 COMP-3.
           02 WS-TOT-REENVIADAS             PIC S9(13)V99 COMP-3.
           02 WS-TOT-DEVUELTAS              PIC S9(13)V99 COMP-3.
           02 WS-TOT-CASTIGADAS             PIC S9(13)V99 COMP-3.
           02 WS-TOT-CALCULADO              PIC S9(13)V99 COMP-3.
           02 WS-TOT-LEDGER                 PIC S9(13)V99 COMP-3.
           02 WS-TOT-CONTABLE               PIC S9(13)V99 COMP-3.
           02 WS-TOT-DIFERENCIA             PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   CUADRO DE ANTIGUEDAD: ORIGEN ( 5 MAS TOTAL ) POR TRAMO ( 4   *
      *   MAS TOTAL ).                                                 *
      *----------------------------------------------------------------*

       01 WS-T-ANTIGUEDAD.
           02 T-ANT-ORI                     OCCURS 6 TIMES.
              03 T-ANT-TRA                  OCCURS 5 TIMES.
                 04 T-ANT-CANTIDAD          PIC 9(05).
                 04 T-ANT-IMPORTE           PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO REPSUSP                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'PARTIDAS EN SUSPENSO POR ANTIGUEDAD                 '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-LIN-SUBTITULO.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LSU-TEXTO                     PIC X(60).
           02 FILLER                        PIC X(70)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              '  PARTIDA        ORIGEN   TC CUENTA   TM'.
           02 FILLER                        PIC X(40)  VALUE
              ' NRO                IMPORTE  DIAS TRAMO '.
           02 FILLER                        PIC X(08)  VALUE
              '  MOTIVO'.
           02 FILLER                        PIC X(44)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-FECHA-ALTA                PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-SECUENCIA                 PIC 9(05).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ORIGEN                    PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CUENTA                    PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TIPO                      PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NRO                       PIC X(06).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-DIAS                      PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TRAMO                     PIC X(07).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-MOTIVO                    PIC X(30).
           02 FILLER                        PIC X(20)  VALUE SPACES.

       01 WS-LIN-CUADRO-TRAMOS.
           02 FILLER                        PIC X(40)  VALUE
              '  ORIGEN                0 A 7 DIAS      '.
           02 FILLER                        PIC X(40)  VALUE
              '     8 A 30 DIAS          31 A 90 DIAS  '.
           02 FILLER                        PIC X(40)  VALUE
              '      MAS DE 90 DIAS                 TOT'.
           02 FILLER                        PIC X(02)  VALUE
              'AL'.
           02 FILLER                        PIC X(10)  VALUE SPACES.

       01 WS-LIN-CUADRO-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              '              CANT.        IMPORTE  CANT'.
           02 FILLER                        PIC X(40)  VALUE
              '.        IMPORTE  CANT.        IMPORTE  '.
           02 FILLER                        PIC X(40)  VALUE
              'CANT.        IMPORTE  CANT.        IMPOR'.
           02 FILLER                        PIC X(02)  VALUE
              'TE'.
           02 FILLER                        PIC X(10)  VALUE SPACES.

       01 WS-LIN-CUADRO.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCU-ORIGEN                    PIC X(10).
           02 LCU-CELDA                     OCCURS 5 TIMES.
              03 FILLER                     PIC X(01).
              03 LCU-CANTIDAD               PIC ZZZZ9.
              03 FILLER                     PIC X(01).
              03 LCU-IMPORTE                PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(10)  VALUE SPACES.

       01 WS-LIN-CONCEPTO.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCO-CONCEPTO                  PIC X(40).
           02 LCO-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCO-OBSERVACION               PIC X(40).
           02 FILLER                        PIC X(29)  VALUE SPACES.

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
           02 CNT-NUE-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS-LEIDAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-MAS-90                    PIC 9(05)  VALUE ZEROS.
           02 CNT-DIFERENCIAS               PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS                    PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-SUSPANT                    PIC X(02).
              88 FS-SUSPANT-OK                         VALUE '00'.
              88 FS-SUSPANT-EOF                        VALUE '10'.

           02 FS-SUSPNUE                    PIC X(02).
              88 FS-SUSPNUE-OK                         VALUE '00'.
              88 FS-SUSPNUE-EOF                        VALUE '10'.

           02 FS-SUSBAJA                    PIC X(02).
              88 FS-SUSBAJA-OK                         VALUE '00'.
              88 FS-SUSBAJA-EOF                        VALUE '10'.

           02 FS-SALDOGL                    PIC X(02).
              88 FS-SALDOGL-OK                         VALUE '00'.
              88 FS-SALDOGL-EOF                        VALUE '10'.

           02 FS-REPSUSP                    PIC X(02).
              88 FS-REPSUSP-OK                         VALUE '00'.

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

           COPY CPSUSPEN.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-SUSPNUE-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-TOTALES
                      WS-T-ANTIGUEDAD
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO WS-SUS-ID-ANT.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

      *    SALDO ANTERIOR Y LIQUIDACIONES DEL DIA, PARA EL MOVIMIENTO
      *    DEL LEDGER.
           PERFORM 1300-LEER-SUSPANT
              THRU 1300-F-LEER-SUSPANT.

           PERFORM 1305-SUMAR-SUSPANT
              THRU 1305-F-SUMAR-SUSPANT
             UNTIL FS-SUSPANT-EOF.

           PERFORM 1310-LEER-SUSBAJA
              THRU 1310-F-LEER-SUSBAJA.

           PERFORM 1315-SUMAR-SUSBAJA
              THRU 1315-F-SUMAR-SUSBAJA
             UNTIL FS-SUSBAJA-EOF.

           PERFORM 1320-LEER-SALDOGL
              THRU 1320-F-LEER-SALDOGL.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-RUN-ID                     TO LTI-RUNID.
           MOVE WS-LIN-TITULO                 TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE WS-LIN-COLUMNAS               TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           PERFORM 1330-LEER-SUSPNUE
              THRU 1330-F-LEER-SUSPNUE.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  SUSPANT
                       SUSPNUE
                       SUSBAJA
                       SALDOGL
                OUTPUT REPSUSP.

           IF NOT FS-SUSPANT-OK
              MOVE CT-SUSPANT                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPANT                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SUSPNUE-OK
              MOVE CT-SUSPNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSPNUE                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SUSBAJA-OK
              MOVE CT-SUSBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-SUSBAJA                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SALDOGL-OK
              MOVE CT-SALDOGL                 TO AUX-ERR-NOMBRE
              MOVE FS-SALDOGL                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-REPSUSP-OK
              MOVE CT-REPSUSP                 TO AUX-ERR-NOMBRE
              MOVE FS-REPSUSP                 TO AUX-ERR-STATUS
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
      *          1 3 0 0 - L E E R - S U S P A N T                     *
      *----------------------------------------------------------------*

       1300-LEER-SUSPANT.

           MOVE '1300-LEER-SUSPANT'           TO WS-PARRAFO.

           READ SUSPANT INTO WS-REG-SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPANT-OK
                    ADD 1                     TO CNT-ANT-LEIDAS

               WHEN FS-SUSPANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SUSPANT           TO AUX-ERR-NOMBRE
                    MOVE FS-SUSPANT           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1300-F-LEER-SUSPANT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 0 5 - S U M A R - S U S P A N T                   *
      *----------------------------------------------------------------*

       1305-SUMAR-SUSPANT.

           IF SUS-MOV-IMPORTE IS NOT NUMERIC
              MOVE CT-SUSPANT                 TO AUX-ERR-NOMBRE
              MOVE 'IMPORTE NO NUMERICO EN SUSPANT'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-DATOS
                 THRU 1390-F-ERROR-DATOS
           END-IF.

           ADD SUS-MOV-IMPORTE                TO WS-TOT-ANTERIOR.

           PERFORM 1300-LEER-SUSPANT
              THRU 1300-F-LEER-SUSPANT.

       1305-F-SUMAR-SUSPANT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 1 0 - L E E R - S U S B A J A                     *
      *----------------------------------------------------------------*

       1310-LEER-SUSBAJA.

           MOVE '1310-LEER-SUSBAJA'           TO WS-PARRAFO.

           READ SUSBAJA INTO WS-REG-SUSBAJA.

           EVALUATE TRUE
               WHEN FS-SUSBAJA-OK
                    ADD 1                     TO CNT-BAJAS-LEIDAS

               WHEN FS-SUSBAJA-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SUSBAJA           TO AUX-ERR-NOMBRE
                    MOVE FS-SUSBAJA           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-SUSBAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 1 5 - S U M A R - S U S B A J A                   *
      *----------------------------------------------------------------*
      *   SOLO VALEN LAS LIQUIDACIONES DE ESTA CORRIDA: UNA GENERACION *
      *   DE OTRO DIA DESCUADRARIA EL MOVIMIENTO DEL LEDGER.           *
      *----------------------------------------------------------------*

       1315-SUMAR-SUSBAJA.

           MOVE SBA-PARTIDA                   TO WS-REG-SUSPENSO.

           IF SBA-RUNID IS NOT EQUAL TO WS-RUN-ID
              DISPLAY '* SUSBAJA DE OTRA CORRIDA *'
              DISPLAY ' - TOKEN ESPERADO: ' WS-RUN-ID
              DISPLAY ' - RECIBIDO......: ' SBA-RUNID
              MOVE CT-SUSBAJA                 TO AUX-ERR-NOMBRE
              MOVE 'SUSBAJA DE OTRA CORRIDA'  TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-DATOS
                 THRU 1390-F-ERROR-DATOS
           END-IF.

           EVALUATE TRUE
               WHEN SBA-REENVIADA
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-REENVIADAS

               WHEN SBA-DEVUELTA
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-DEVUELTAS

               WHEN SBA-CASTIGADA
                    ADD SUS-MOV-IMPORTE       TO WS-TOT-CASTIGADAS

               WHEN OTHER
                    MOVE CT-SUSBAJA           TO AUX-ERR-NOMBRE
                    MOVE 'ACCION DESCONOCIDA EN SUSBAJA'
                                              TO AUX-ERR-MENSAJE
                    PERFORM 1390-ERROR-DATOS
                       THRU 1390-F-ERROR-DATOS
           END-EVALUATE.

           PERFORM 1310-LEER-SUSBAJA
              THRU 1310-F-LEER-SUSBAJA.

       1315-F-SUMAR-SUSBAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 2 0 - L E E R - S A L D O G L                     *
      *----------------------------------------------------------------*
      *   SALDOGL TRAE UN SOLO REGISTRO; SI VIENE VACIO LA             *
      *   CONCILIACION SE INFORMA COMO FALTANTE.                       *
      *----------------------------------------------------------------*

       1320-LEER-SALDOGL.

           MOVE '1320-LEER-SALDOGL'           TO WS-PARRAFO.

           READ SALDOGL INTO WS-REG-SALDOGL.

           EVALUATE TRUE
               WHEN FS-SALDOGL-OK
                    MOVE 'S'                  TO WS-SALDOGL-SW

               WHEN FS-SALDOGL-EOF
                    MOVE 'N'                  TO WS-SALDOGL-SW

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SALDOGL           TO AUX-ERR-NOMBRE
                    MOVE FS-SALDOGL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF SALDOGL-INFORMADO AND
              SGL-SALDO IS NOT NUMERIC
              MOVE CT-SALDOGL                 TO AUX-ERR-NOMBRE
              MOVE 'SALDO NO NUMERICO EN SALDOGL'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-DATOS
                 THRU 1390-F-ERROR-DATOS
           END-IF.

       1320-F-LEER-SALDOGL.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 3 0 - L E E R - S U S P N U E                     *
      *----------------------------------------------------------------*

       1330-LEER-SUSPNUE.

           MOVE '1330-LEER-SUSPNUE'           TO WS-PARRAFO.

           READ SUSPNUE INTO WS-REG-SUSPENSO.

           EVALUATE TRUE
               WHEN FS-SUSPNUE-OK
                    ADD 1                     TO CNT-NUE-LEIDAS

               WHEN FS-SUSPNUE-EOF
                    GO TO 1330-F-LEER-SUSPNUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SUSPNUE           TO AUX-ERR-NOMBRE
                    MOVE FS-SUSPNUE           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF SUS-ID IS NOT GREATER THAN WS-SUS-ID-ANT OR
              SUS-FECHA-ALTA IS NOT NUMERIC OR
              SUS-FECHA-ALTA IS GREATER THAN WS-FECHA-PROCESO OR
              SUS-MOV-IMPORTE IS NOT NUMERIC
              DISPLAY '* PARTIDA: ' SUS-ID
              MOVE CT-SUSPNUE                 TO AUX-ERR-NOMBRE
              MOVE 'PARTIDA INVALIDA O FUERA DE ORDEN EN SUSPNUE'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-DATOS
                 THRU 1390-F-ERROR-DATOS
           END-IF.

           MOVE SUS-ID                        TO WS-SUS-ID-ANT.

       1330-F-LEER-SUSPNUE.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 9 0 - E R R O R - D A T O S                     *
      *----------------------------------------------------------------*

       1390-ERROR-DATOS.

           MOVE CT-DATOS                      TO AUX-ERR-ACCION.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1390-F-ERROR-DATOS.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   UBICA LA PARTIDA EN EL CUADRO POR ORIGEN Y TRAMO DE          *
      *   ANTIGUEDAD, LA SUMA AL SALDO DEL LEDGER ( Y A LAS ALTAS SI   *
      *   ES DE LA FECHA DE PROCESO ) E IMPRIME SU LINEA.              *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO) -
                   FUNCTION INTEGER-OF-DATE(SUS-FECHA-ALTA).

           EVALUATE TRUE
               WHEN SUS-DE-TRANSUSP
                    MOVE 1                    TO WS-ORI
               WHEN SUS-DE-RETENIDO
                    MOVE 2                    TO WS-ORI
               WHEN SUS-DE-RECHMOV
                    MOVE 3                    TO WS-ORI
               WHEN SUS-DE-SOBREGIR
                    MOVE 4                    TO WS-ORI
               WHEN SUS-DE-HUERFANO
                    MOVE 5                    TO WS-ORI
               WHEN OTHER
                    DISPLAY '* PARTIDA: ' SUS-ID ' ORIGEN ' SUS-ORIGEN
                    MOVE CT-SUSPNUE           TO AUX-ERR-NOMBRE
                    MOVE 'ORIGEN DESCONOCIDO EN SUSPNUE'
                                              TO AUX-ERR-MENSAJE
                    PERFORM 1390-ERROR-DATOS
                       THRU 1390-F-ERROR-DATOS
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-DIAS IS NOT GREATER THAN CT-DIAS-TRAMO-1
                    MOVE 1                    TO WS-TRA
               WHEN WS-DIAS IS NOT GREATER THAN CT-DIAS-TRAMO-2
                    MOVE 2                    TO WS-TRA
               WHEN WS-DIAS IS NOT GREATER THAN CT-DIAS-TRAMO-3
                    MOVE 3                    TO WS-TRA
               WHEN OTHER
                    MOVE 4                    TO WS-TRA
                    ADD 1                     TO CNT-MAS-90
           END-EVALUATE.

           ADD 1                  TO T-ANT-CANTIDAD(WS-ORI, WS-TRA)
                                     T-ANT-CANTIDAD(WS-ORI, 5)
                                     T-ANT-CANTIDAD(6, WS-TRA)
                                     T-ANT-CANTIDAD(6, 5).
           ADD SUS-MOV-IMPORTE    TO T-ANT-IMPORTE(WS-ORI, WS-TRA)
                                     T-ANT-IMPORTE(WS-ORI, 5)
                                     T-ANT-IMPORTE(6, WS-TRA)
                                     T-ANT-IMPORTE(6, 5).

           ADD SUS-MOV-IMPORTE                TO WS-TOT-LEDGER.

           IF SUS-FECHA-ALTA IS EQUAL TO WS-FECHA-PROCESO
              ADD 1                           TO CNT-ALTAS
              ADD SUS-MOV-IMPORTE             TO WS-TOT-ALTAS
           END-IF.

           MOVE SUS-FECHA-ALTA                TO LDE-FECHA-ALTA.
           MOVE SUS-SECUENCIA                 TO LDE-SECUENCIA.
           MOVE SUS-ORIGEN                    TO LDE-ORIGEN.
           MOVE SUS-MOV-TIPCUEN               TO LDE-TIPCUEN.
           MOVE SUS-MOV-CUENTA                TO LDE-CUENTA.
           MOVE SUS-MOV-TIPO                  TO LDE-TIPO.
           MOVE SUS-MOV-NRO                   TO LDE-NRO.
           MOVE SUS-MOV-IMPORTE               TO LDE-IMPORTE.
           MOVE WS-DIAS                       TO LDE-DIAS.
           MOVE T-TRAMO(WS-TRA)               TO LDE-TRAMO.
           MOVE SUS-MOTIVO                    TO LDE-MOTIVO.

           MOVE WS-LIN-DETALLE                TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           ADD 1                              TO CNT-LINEAS.

           PERFORM 1330-LEER-SUSPNUE
              THRU 1330-F-LEER-SUSPNUE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           CLOSE SUSPANT
                 SUSPNUE
                 SUSBAJA
                 SALDOGL.

           PERFORM 3100-IMPRIMIR-CUADRO
              THRU 3100-F-IMPRIMIR-CUADRO.

           PERFORM 3200-IMPRIMIR-MOVIMIENTO
              THRU 3200-F-IMPRIMIR-MOVIMIENTO.

           PERFORM 3300-CONCILIAR-CONTABLE
              THRU 3300-F-CONCILIAR-CONTABLE.

           CLOSE REPSUSP.

           IF NOT FS-REPSUSP-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPSUSP                 TO AUX-ERR-NOMBRE
              MOVE FS-REPSUSP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF CNT-DIFERENCIAS IS GREATER THAN ZEROS
              DISPLAY '* EL LEDGER DE PARTIDAS EN SUSPENSO NO CUADRA: '
                      'VER REPSUSP *'
              MOVE 8                          TO RETURN-CODE
           END-IF.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 0 0 - I M P R I M I R - C U A D R O               *
      *----------------------------------------------------------------*

       3100-IMPRIMIR-CUADRO.

           MOVE '3100-IMPRIMIR-CUADRO'        TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE 'ANTIGUEDAD DE LAS PARTIDAS ABIERTAS POR ORIGEN'
                                              TO LSU-TEXTO.
           MOVE WS-LIN-SUBTITULO              TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE WS-LIN-CUADRO-TRAMOS          TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE WS-LIN-CUADRO-COLUMNAS        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           PERFORM 3110-IMPRIMIR-ORIGEN
              THRU 3110-F-IMPRIMIR-ORIGEN
             VARYING WS-ORI FROM 1 BY 1
               UNTIL WS-ORI > 6.

       3100-F-IMPRIMIR-CUADRO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 1 0 - I M P R I M I R - O R I G E N               *
      *----------------------------------------------------------------*

       3110-IMPRIMIR-ORIGEN.

           MOVE SPACES                        TO WS-LIN-CUADRO.
           MOVE T-ORIGEN(WS-ORI)              TO LCU-ORIGEN.

           PERFORM 3120-IMPRIMIR-CELDA
              THRU 3120-F-IMPRIMIR-CELDA
             VARYING WS-TRA FROM 1 BY 1
               UNTIL WS-TRA > 5.

           MOVE WS-LIN-CUADRO                 TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

       3110-F-IMPRIMIR-ORIGEN.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 2 0 - I M P R I M I R - C E L D A                 *
      *----------------------------------------------------------------*

       3120-IMPRIMIR-CELDA.

           MOVE T-ANT-CANTIDAD(WS-ORI, WS-TRA)
                                          TO LCU-CANTIDAD(WS-TRA).
           MOVE T-ANT-IMPORTE(WS-ORI, WS-TRA)
                                          TO LCU-IMPORTE(WS-TRA).

       3120-F-IMPRIMIR-CELDA.
           EXIT.

      *----------------------------------------------------------------*
      *      3 2 0 0 - I M P R I M I R - M O V I M I E N T O           *
      *----------------------------------------------------------------*
      *   SALDO ANTERIOR MAS ALTAS MENOS LIQUIDADAS TIENE QUE DAR EL   *
      *   SALDO DEL LEDGER NUEVO.                                      *
      *----------------------------------------------------------------*

       3200-IMPRIMIR-MOVIMIENTO.

           MOVE '3200-IMPRIMIR-MOVIMIENTO'    TO WS-PARRAFO.

           COMPUTE WS-TOT-CALCULADO = WS-TOT-ANTERIOR
                                    + WS-TOT-ALTAS
                                    - WS-TOT-REENVIADAS
                                    - WS-TOT-DEVUELTAS
                                    - WS-TOT-CASTIGADAS.

           COMPUTE WS-TOT-DIFERENCIA = WS-TOT-LEDGER
                                     - WS-TOT-CALCULADO.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE 'MOVIMIENTO DEL DIA DEL LEDGER'
                                              TO LSU-TEXTO.
           MOVE WS-LIN-SUBTITULO              TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO WS-OBSERVACION.

           MOVE 'SALDO ANTERIOR'              TO LCO-CONCEPTO.
           MOVE WS-TOT-ANTERIOR               TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'MAS ALTAS DEL DIA'           TO LCO-CONCEPTO.
           MOVE WS-TOT-ALTAS                  TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'MENOS REENVIADAS A MOVTOS'   TO LCO-CONCEPTO.
           MOVE WS-TOT-REENVIADAS             TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'MENOS DEVUELTAS A SUCURSAL'  TO LCO-CONCEPTO.
           MOVE WS-TOT-DEVUELTAS              TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'MENOS CASTIGADAS'            TO LCO-CONCEPTO.
           MOVE WS-TOT-CASTIGADAS             TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'SALDO CALCULADO'             TO LCO-CONCEPTO.
           MOVE WS-TOT-CALCULADO              TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           MOVE 'SALDO DEL LEDGER'            TO LCO-CONCEPTO.
           MOVE WS-TOT-LEDGER                 TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           IF WS-TOT-DIFERENCIA IS EQUAL TO ZEROS
              MOVE 'CUADRA'                   TO WS-OBSERVACION
           ELSE
              ADD 1                           TO CNT-DIFERENCIAS
              MOVE '** NO CUADRA: REVISAR PGMSI174 **'
                                              TO WS-OBSERVACION
           END-IF.

           MOVE 'DIFERENCIA'                  TO LCO-CONCEPTO.
           MOVE WS-TOT-DIFERENCIA             TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

       3200-F-IMPRIMIR-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *        3 2 5 0 - I M P R I M I R - C O N C E P T O             *
      *----------------------------------------------------------------*

       3250-IMPRIMIR-CONCEPTO.

           MOVE WS-OBSERVACION                TO LCO-OBSERVACION.

           MOVE WS-LIN-CONCEPTO               TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

       3250-F-IMPRIMIR-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------*
      *       3 3 0 0 - C O N C I L I A R - C O N T A B L E            *
      *----------------------------------------------------------------*
      *   EL SALDO DE LA CUENTA CONTABLE TIENE QUE SER EL DE LA FECHA  *
      *   DE PROCESO E IGUAL AL SALDO DEL LEDGER.                      *
      *----------------------------------------------------------------*

       3300-CONCILIAR-CONTABLE.

           MOVE '3300-CONCILIAR-CONTABLE'     TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE 'CONCILIACION CON LA CUENTA CONTABLE DE SUSPENSO'
                                              TO LSU-TEXTO.
           MOVE WS-LIN-SUBTITULO              TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO REG-REPSUSP.
           PERFORM 3900-GRABAR-REPSUSP
              THRU 3900-F-GRABAR-REPSUSP.

           MOVE SPACES                        TO WS-OBSERVACION.

           MOVE 'SALDO DEL LEDGER'            TO LCO-CONCEPTO.
           MOVE WS-TOT-LEDGER                 TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           IF SALDOGL-INFORMADO
              MOVE SGL-SALDO                  TO WS-TOT-CONTABLE
              MOVE SPACES                     TO LCO-CONCEPTO
              STRING 'SALDO CUENTA ' DELIMITED BY SIZE
                     SGL-CUENTA      DELIMITED BY SIZE
                     ' AL '          DELIMITED BY SIZE
                     SGL-FECHA       DELIMITED BY SIZE
                 INTO LCO-CONCEPTO
              END-STRING
           ELSE
              MOVE ZEROS                      TO WS-TOT-CONTABLE
              MOVE 'SALDO CUENTA CONTABLE'    TO LCO-CONCEPTO
           END-IF.

           MOVE WS-TOT-CONTABLE               TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

           COMPUTE WS-TOT-DIFERENCIA = WS-TOT-LEDGER
                                     - WS-TOT-CONTABLE.

           EVALUATE TRUE
               WHEN NOT SALDOGL-INFORMADO
                    MOVE '** FALTA EL SALDO CONTABLE **'
                                              TO WS-OBSERVACION
               WHEN SGL-FECHA IS NOT EQUAL TO WS-FECHA-PROCESO
                    MOVE '** SALDO CONTABLE DE OTRA FECHA **'
                                              TO WS-OBSERVACION
               WHEN WS-TOT-DIFERENCIA IS NOT EQUAL TO ZEROS
                    MOVE '** DIFERENCIA A INVESTIGAR **'
                                              TO WS-OBSERVACION
               WHEN OTHER
                    MOVE 'CONCILIADO'         TO WS-OBSERVACION
           END-EVALUATE.

           IF WS-OBSERVACION IS NOT EQUAL TO 'CONCILIADO'
              ADD 1                           TO CNT-DIFERENCIAS
           END-IF.

           MOVE 'DIFERENCIA'                  TO LCO-CONCEPTO.
           MOVE WS-TOT-DIFERENCIA             TO LCO-IMPORTE.
           PERFORM 3250-IMPRIMIR-CONCEPTO
              THRU 3250-F-IMPRIMIR-CONCEPTO.

       3300-F-CONCILIAR-CONTABLE.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-ANT-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI175               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PARTIDAS DEL LEDGER ANTERIOR:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BAJAS-LEIDAS              TO WS-MASCARA.
           DISPLAY '* PARTIDAS LIQUIDADAS EN EL DIA:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '* ALTAS DEL DIA:                         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NUE-LEIDAS                TO WS-MASCARA.
           DISPLAY '* PARTIDAS ABIERTAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MAS-90                    TO WS-MASCARA.
           DISPLAY '* PARTIDAS CON MAS DE 90 DIAS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DIFERENCIAS               TO WS-MASCARA.
           DISPLAY '* CONCILIACIONES QUE NO CUADRAN:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           MOVE WS-TOT-LEDGER                 TO WS-TOTAL-EDIT.
           DISPLAY ' SALDO DEL LEDGER.....: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-CONTABLE               TO WS-TOTAL-EDIT.
           DISPLAY ' SALDO CONTABLE.......: ' WS-TOTAL-EDIT.
           DISPLAY '                                                  '.

           STRING 'ABIERTAS='      DELIMITED BY SIZE
                  CNT-NUE-LEIDAS   DELIMITED BY SIZE
                  ' ALTAS='        DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' LIQ='          DELIMITED BY SIZE
                  CNT-BAJAS-LEIDAS DELIMITED BY SIZE
                  ' MAS90='        DELIMITED BY SIZE
                  CNT-MAS-90       DELIMITED BY SIZE
                  ' DIF='          DELIMITED BY SIZE
                  CNT-DIFERENCIAS  DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *            3 9 0 0 - G R A B A R - R E P S U S P               *
      *----------------------------------------------------------------*

       3900-GRABAR-REPSUSP.

           WRITE REG-REPSUSP.

           IF NOT FS-REPSUSP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPSUSP                 TO AUX-ERR-NOMBRE
              MOVE FS-REPSUSP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3900-F-GRABAR-REPSUSP.
           EXIT.

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

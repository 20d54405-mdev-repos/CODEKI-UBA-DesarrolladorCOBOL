      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI169.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   COMPRA Y VENTA DE DOLARES POR VENTANILLA : CIERRE DEL DIA    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CIERRA EL CIRCUITO DE LAS OPERACIONES DE CAMBIO  *
      * EMITIDAS POR PGMSI168. CORRE CADA NOCHE DESPUES DE PGMAPCAB:   *
      *   - CARGA LAS OPERACIONES ENVIADAS ( ENVFX, COPY CPCAMBIO )    *
      *     ORDENADAS POR DOCUMENTO DEL CLIENTE Y NRO DE OPERACION, Y  *
      *     VERIFICA LA CANTIDAD CONTRA LA DECLARADA POR PGMSI168 EN   *
      *     CTLCNT.                                                    *
      *   - LEE EL ARCHIVO APLICADO DEL DIA ( VALIDA LA CABECERA DE LA *
      *     UNIDAD DE TRABAJO, COPY CPUOWAPL ) Y CUENTA LAS PATAS TIPO *
      *     77 DE LA FRANJA DE CAMBIO QUE PGMAPCAB APLICO A CADA       *
      *     OPERACION ( MISMO NROMOV Y MISMA REFERENCIA ).             *
      *   - LA OPERACION CON SUS DOS PATAS APLICADAS SE INFORMA AL     *
      *     REGULADOR EN REGFX ( UN DETALLE POR OPERACION, EN ORDEN DE *
      *     DOCUMENTO, Y UN REGISTRO DE CONTROL CON CANTIDAD Y         *
      *     TOTALES ) Y SE SUMA AL ACUMULADO DEL MES DEL CLIENTE. LA   *
      *     QUE PGMAPCAB NO APLICO ( SUSPENDIDA O RECHAZADA, VER       *
      *     TRANSUSP Y RECHMOV ) VA A NOAPLFX PARA LA SUCURSAL Y NO    *
      *     CONSUME TOPE.                                              *
      *   - GRABA EL ACUMULADO DEL MES POR CLIENTE ( ACUFXNUE ) A      *
      *     PARTIR DE ACUFXANT ( OPCIONAL: SIN ARCHIVO O EN EL CAMBIO  *
      *     DE MES ARRANCA EN CERO ), ORDENADO POR NROCLI; ES EL       *
      *     ACUFXANT DE LA PROXIMA CORRIDA DE PGMSI168 Y DE ESTE PGM.  *
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

           SELECT ENVFX ASSIGN TO ENVFX
                                    FILE STATUS IS FS-ENVFX.

           SELECT APLICADO ASSIGN TO APLICADO
                                    FILE STATUS IS FS-APLICADO.

           SELECT ACUFXANT ASSIGN TO ACUFXANT
                                    FILE STATUS IS FS-ACUFXANT.

           SELECT ACUFXNUE ASSIGN TO ACUFXNUE
                                    FILE STATUS IS FS-ACUFXNUE.

           SELECT REGFX ASSIGN TO REGFX
                                    FILE STATUS IS FS-REGFX.

           SELECT NOAPLFX ASSIGN TO NOAPLFX
                                    FILE STATUS IS FS-NOAPLFX.

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
      *   OPERACIONES ACEPTADAS Y ENVIADAS POR PGMSI168                *
      *   ( COPY CPCAMBIO ).                                           *
      *----------------------------------------------------------------*

       FD   ENVFX
            RECORDING MODE IS F.
       01   REG-ENVFX                                       PIC X(180).

      *----------------------------------------------------------------*
      *   MOVIMIENTOS APLICADOS DEL DIA ( LAYOUT MOVIMCC, CON CABECERA *
      *   Y COLA DE UNIDAD DE TRABAJO, COPY CPUOWAPL ).                *
      *----------------------------------------------------------------*

       FD   APLICADO
            RECORDING MODE IS F.
       01   REG-APLICADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   ACUMULADO DEL MES POR CLIENTE: GENERACION ANTERIOR           *
      *   ( ACUFXANT ) Y NUEVA ( ACUFXNUE ), COPY CPCAMBIO.            *
      *----------------------------------------------------------------*

       FD   ACUFXANT
            RECORDING MODE IS F.
       01   REG-ACUFXANT                                    PIC X(50).

       FD   ACUFXNUE
            RECORDING MODE IS F.
       01   REG-ACUFXNUE                                    PIC X(50).

      *----------------------------------------------------------------*
      *   INFORME DIARIO AL REGULADOR ( COPY CPCAMBIO ).               *
      *----------------------------------------------------------------*

       FD   REGFX
            RECORDING MODE IS F.
       01   REG-REGFX                                       PIC X(120).

      *----------------------------------------------------------------*
      *   OPERACIONES NO APLICADAS POR PGMAPCAB ( COPY CPCAMBIO ).     *
      *----------------------------------------------------------------*

       FD   NOAPLFX
            RECORDING MODE IS F.
       01   REG-NOAPLFX                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI169'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-ENVFX                      PIC X(08)  VALUE 'ENVFX   '.
           02 CT-APLICADO                   PIC X(08)  VALUE 'APLICADO'.
           02 CT-ACUFXANT                   PIC X(08)  VALUE 'ACUFXANT'.
           02 CT-ACUFXNUE                   PIC X(08)  VALUE 'ACUFXNUE'.
           02 CT-REGFX                      PIC X(08)  VALUE 'REGFX   '.
           02 CT-NOAPLFX                    PIC X(08)  VALUE 'NOAPLFX '.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-PGM-EMISOR                 PIC X(08)  VALUE 'PGMSI168'.
           02 CT-MONEDA-DOLAR               PIC X(03)  VALUE 'USD'.
           02 CT-MAX-OPERACIONES            PIC 9(03)  VALUE 199.
           02 CT-MAX-ACUMULADOS             PIC 9(04)  VALUE 5000.

      *----------------------------------------------------------------*
      *   PAR TIPO 77 DE PGMSI168: FRANJA DE NROMOV 992101-992299 Y    *
      *   REFERENCIA 'CV' + NRO DE OPERACION.                          *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-CAMBIO            PIC 9(02)  VALUE 77.
           02 CT-NROMOV-DESDE               PIC 9(06)  VALUE 992101.
           02 CT-NROMOV-HASTA               PIC 9(06)  VALUE 992299.
           02 CT-REFER-CAMBIO               PIC X(02)  VALUE 'CV'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MES-PROCESO                PIC 9(06).
           02 WS-NROCLI-BUSCADO             PIC 9(08).
           02 WS-CLAVE-BUSCADA              PIC X(19).
           02 WS-IX-ENV                     PIC 9(04)  VALUE ZEROS.
           02 WS-IX-ACU                     PIC 9(04)  VALUE ZEROS.
           02 WS-I                          PIC 9(04)  VALUE ZEROS.
           02 WS-J                          PIC 9(04)  VALUE ZEROS.
           02 WS-ACUFXANT-SW                PIC X(01)  VALUE 'N'.
              88 ACUFXANT-DISPONIBLE                   VALUE 'S'.
              88 ACUFXANT-NO-DISPONIBLE                VALUE 'N'.
           02 WS-ENV-HALLADA-SW             PIC X(01)  VALUE 'N'.
              88 ENV-HALLADA                           VALUE 'S'.
              88 ENV-NO-HALLADA                        VALUE 'N'.
           02 WS-LUGAR-HALLADO-SW           PIC X(01)  VALUE 'N'.
              88 LUGAR-HALLADO                         VALUE 'S'.
              88 LUGAR-NO-HALLADO                      VALUE 'N'.
           02 WS-ACU-HALLADO-SW             PIC X(01)  VALUE 'N'.
              88 ACU-HALLADO                           VALUE 'S'.
              88 ACU-NO-HALLADO                        VALUE 'N'.

       01 WS-FECHA-PROCESO                  PIC 9(08).

      *----------------------------------------------------------------*
      *   CLAVE DE ORDEN DE LAS OPERACIONES: DOCUMENTO DEL CLIENTE Y   *
      *   NRO DE OPERACION.                                            *
      *----------------------------------------------------------------*

       01 WS-CLAVE-ENVFX.
           02 WS-CLV-TIPDOC                 PIC X(02).
           02 WS-CLV-NRODOC                 PIC 9(11).
           02 WS-CLV-NRO-OPER               PIC 9(06).

      *----------------------------------------------------------------*
      *   OPERACIONES ENVIADAS, EN ORDEN DE DOCUMENTO, CON LA CANTIDAD *
      *   DE PATAS QUE PGMAPCAB APLICO.                                *
      *----------------------------------------------------------------*

       01 WS-CANT-ENVIADAS                  PIC 9(04)  VALUE ZEROS.

       01 WS-T-ENVIADAS.
           02 T-ENV                         OCCURS 199 TIMES.
              03 T-ENV-CLAVE                PIC X(19).
              03 T-ENV-NROMOV               PIC 9(06).
              03 T-ENV-REFER                PIC X(08).
              03 T-ENV-PATAS                PIC 9(01).
              03 T-ENV-REGISTRO             PIC X(180).

      *----------------------------------------------------------------*
      *   ACUMULADO DEL MES POR CLIENTE, ORDENADO POR NROCLI.          *
      *----------------------------------------------------------------*

       01 WS-CANT-ACUMULADOS                PIC 9(04)  VALUE ZEROS.

       01 WS-T-ACUMULADOS.
           02 T-ACU                         OCCURS 5000 TIMES.
              03 T-ACU-NROCLI               PIC 9(08).
              03 T-ACU-COMPRADO             PIC 9(09)V99.
              03 T-ACU-VENDIDO              PIC 9(09)V99.
              03 T-ACU-CANT-OPER            PIC 9(03).

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOT-COMPRAS-USD           PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-VENTAS-USD            PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-PESOS                 PIC 9(15)V99 VALUE ZEROS.
           02 ACM-TOT-NO-APLICADO-USD       PIC 9(13)V99 VALUE ZEROS.

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
           02 CNT-ENVFX-LEIDOS              PIC 9(05)  VALUE ZEROS.
           02 CNT-APLICADO-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-PATAS-CAMBIO              PIC 9(05)  VALUE ZEROS.
           02 CNT-PATAS-SIN-ENVIO           PIC 9(05)  VALUE ZEROS.
           02 CNT-OPER-APLICADAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-OPER-NO-APLICADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-REGFX-GRABADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-ACUFXANT-LEIDOS           PIC 9(05)  VALUE ZEROS.
           02 CNT-ACUFXANT-MES-ANTERIOR     PIC 9(05)  VALUE ZEROS.
           02 CNT-ACUFXNUE-GRABADOS         PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-ENVFX                      PIC X(02).
              88 FS-ENVFX-OK                           VALUE '00'.
              88 FS-ENVFX-EOF                          VALUE '10'.

           02 FS-APLICADO                   PIC X(02).
              88 FS-APLICADO-OK                        VALUE '00'.
              88 FS-APLICADO-EOF                       VALUE '10'.

           02 FS-ACUFXANT                   PIC X(02).
              88 FS-ACUFXANT-OK                        VALUE '00'.
              88 FS-ACUFXANT-EOF                       VALUE '10'.

           02 FS-ACUFXNUE                   PIC X(02).
              88 FS-ACUFXNUE-OK                        VALUE '00'.

           02 FS-REGFX                      PIC X(02).
              88 FS-REGFX-OK                           VALUE '00'.

           02 FS-NOAPLFX                    PIC X(02).
              88 FS-NOAPLFX-OK                         VALUE '00'.

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

           COPY MOVIMCC.

           COPY CPUOWAPL.

           COPY CPCTLCNT.

           COPY CPFECPRO.

      *----------------------------------------------------------------*
      *   CONTROL DE LA UNIDAD DE TRABAJO                              *
      *----------------------------------------------------------------*

       01 WS-UOW-CONTROL.
           02 WS-CABECERA-OK-SW             PIC X(01)  VALUE 'N'.
              88 CABECERA-VALIDADA                     VALUE 'S'.
           02 WS-COLA-OK-SW                 PIC X(01)  VALUE 'N'.
              88 COLA-VALIDADA                         VALUE 'S'.

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

           PERFORM 1300-CARGAR-ENVIADAS
              THRU 1300-F-CARGAR-ENVIADAS.

           PERFORM 1500-VERIFICAR-ENTRADA
              THRU 1500-F-VERIFICAR-ENTRADA.

           PERFORM 1600-CARGAR-ACUMULADO
              THRU 1600-F-CARGAR-ACUMULADO.

           PERFORM 1400-LEER-APLICADO
              THRU 1400-F-LEER-APLICADO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   ENVFX
                        APLICADO
                OUTPUT  ACUFXNUE
                        REGFX
                        NOAPLFX.

           IF NOT FS-ENVFX-OK
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE FS-ENVFX                   TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-APLICADO-OK
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE FS-APLICADO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-ACUFXNUE-OK
              MOVE CT-ACUFXNUE                TO AUX-ERR-NOMBRE
              MOVE FS-ACUFXNUE                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-REGFX-OK
              MOVE CT-REGFX                   TO AUX-ERR-NOMBRE
              MOVE FS-REGFX                   TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-NOAPLFX-OK
              MOVE CT-NOAPLFX                 TO AUX-ERR-NOMBRE
              MOVE FS-NOAPLFX                 TO AUX-ERR-STATUS
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
      *          1 3 0 0 - C A R G A R - E N V I A D A S               *
      *----------------------------------------------------------------*
      *   CARGA ENVFX EN LA TABLA, INSERTANDO CADA OPERACION EN SU     *
      *   LUGAR POR DOCUMENTO Y NRO DE OPERACION. UN ENVFX DE OTRA     *
      *   CORRIDA ABORTA EL PASO.                                      *
      *----------------------------------------------------------------*

       1300-CARGAR-ENVIADAS.

           MOVE '1300-CARGAR-ENVIADAS'        TO WS-PARRAFO.

           PERFORM 1320-LEER-ENVFX
              THRU 1320-F-LEER-ENVFX.

           PERFORM 1340-GUARDAR-ENVIADA
              THRU 1340-F-GUARDAR-ENVIADA
             UNTIL FS-ENVFX-EOF.

           CLOSE ENVFX.

       1300-F-CARGAR-ENVIADAS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 2 0 - L E E R - E N V F X                     *
      *----------------------------------------------------------------*

       1320-LEER-ENVFX.

           MOVE '1320-LEER-ENVFX'             TO WS-PARRAFO.

           READ ENVFX INTO WS-REG-ENVFX.

           EVALUATE TRUE
               WHEN FS-ENVFX-OK
                    ADD 1                     TO CNT-ENVFX-LEIDOS

               WHEN FS-ENVFX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ENVFX             TO AUX-ERR-NOMBRE
                    MOVE FS-ENVFX             TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-ENVFX.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - G U A R D A R - E N V I A D A               *
      *----------------------------------------------------------------*

       1340-GUARDAR-ENVIADA.

           MOVE '1340-GUARDAR-ENVIADA'        TO WS-PARRAFO.

           IF EFX-RUNID IS NOT EQUAL TO WS-RUN-ID
              DISPLAY '* ENVFX DE OTRA CORRIDA *'
              DISPLAY ' - TOKEN ESPERADO: ' WS-RUN-ID
              DISPLAY ' - RECIBIDO......: ' EFX-RUNID

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-CANT-ENVIADAS IS NOT LESS THAN CT-MAX-OPERACIONES
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ENVFX                   TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE EFX-OPERACION                 TO WS-REG-OPERFX.
           MOVE EFX-TIPDOC                    TO WS-CLV-TIPDOC.
           MOVE EFX-NRODOC                    TO WS-CLV-NRODOC.
           MOVE OFX-NRO-OPER                  TO WS-CLV-NRO-OPER.
           MOVE WS-CLAVE-ENVFX                TO WS-CLAVE-BUSCADA.

           PERFORM 1360-UBICAR-ENVIADA
              THRU 1360-F-UBICAR-ENVIADA.

           PERFORM 1380-CORRER-ENVIADA
              THRU 1380-F-CORRER-ENVIADA
             VARYING WS-J FROM WS-CANT-ENVIADAS BY -1
               UNTIL WS-J < WS-IX-ENV.

           ADD 1                              TO WS-CANT-ENVIADAS.

           MOVE WS-CLAVE-BUSCADA              TO T-ENV-CLAVE(WS-IX-ENV).
           MOVE EFX-NROMOV                  TO T-ENV-NROMOV(WS-IX-ENV).
           MOVE SPACES                        TO T-ENV-REFER(WS-IX-ENV).
           MOVE CT-REFER-CAMBIO     TO T-ENV-REFER(WS-IX-ENV)(1:2).
           MOVE OFX-NRO-OPER        TO T-ENV-REFER(WS-IX-ENV)(3:6).
           MOVE ZEROS                         TO T-ENV-PATAS(WS-IX-ENV).
           MOVE WS-REG-ENVFX               TO T-ENV-REGISTRO(WS-IX-ENV).

           PERFORM 1320-LEER-ENVFX
              THRU 1320-F-LEER-ENVFX.

       1340-F-GUARDAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 6 0 - U B I C A R - E N V I A D A                 *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IX-ENV LA POSICION DE LA PRIMERA OPERACION CON    *
      *   CLAVE MAYOR A LA BUSCADA ( O EL FINAL DE LA TABLA ).         *
      *----------------------------------------------------------------*

       1360-UBICAR-ENVIADA.

           SET LUGAR-NO-HALLADO               TO TRUE.

           PERFORM 1370-COMPARAR-ENVIADA
              THRU 1370-F-COMPARAR-ENVIADA
             VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV IS GREATER THAN WS-CANT-ENVIADAS
                  OR LUGAR-HALLADO.

           IF LUGAR-HALLADO
              SUBTRACT 1                      FROM WS-IX-ENV
           END-IF.

       1360-F-UBICAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *         1 3 7 0 - C O M P A R A R - E N V I A D A              *
      *----------------------------------------------------------------*

       1370-COMPARAR-ENVIADA.

           IF T-ENV-CLAVE(WS-IX-ENV) IS GREATER THAN WS-CLAVE-BUSCADA
              SET LUGAR-HALLADO               TO TRUE
           END-IF.

       1370-F-COMPARAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 8 0 - C O R R E R - E N V I A D A                *
      *----------------------------------------------------------------*

       1380-CORRER-ENVIADA.

           COMPUTE WS-I = WS-J + 1.

           MOVE T-ENV(WS-J)                   TO T-ENV(WS-I).

       1380-F-CORRER-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 0 0 - L E E R - A P L I C A D O                *
      *----------------------------------------------------------------*

       1400-LEER-APLICADO.

           MOVE '1400-LEER-APLICADO'          TO WS-PARRAFO.

           READ APLICADO INTO WS-REG-MOVIMI.

           EVALUATE TRUE
               WHEN FS-APLICADO-OK
                    ADD 1                     TO CNT-APLICADO-LEIDOS

               WHEN FS-APLICADO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-APLICADO          TO AUX-ERR-NOMBRE
                    MOVE FS-APLICADO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-APLICADO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 0 0 - V E R I F I C A R - E N T R A D A             *
      *----------------------------------------------------------------*
      *   LA CANTIDAD DE ENVFX DEBE SER LA QUE DECLARO PGMSI168 EN     *
      *   CTLCNT; SIN CONTROL ( REPROCESO SUELTO ) SE SIGUE SIN        *
      *   VERIFICAR.                                                   *
      *----------------------------------------------------------------*

       1500-VERIFICAR-ENTRADA.

           MOVE CT-PGM-EMISOR                 TO WS-CTL-PROGRAMA.
           MOVE CT-ENVFX                      TO WS-CTL-ARCHIVO.

           PERFORM 1860-BUSCAR-CTLCNT
              THRU 1860-F-BUSCAR-CTLCNT.

           MOVE '1500-VERIFICAR-ENTRADA'      TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN CTL-NO-HALLADO
               DISPLAY '* SIN CONTROL DE CANTIDAD DE PGMSI168, SE '
                       'PROCESA SIN VERIFICAR *'

             WHEN WS-CTL-DECLARADA IS NOT EQUAL TO CNT-ENVFX-LEIDOS
               DISPLAY '*************************************'
               DISPLAY '* CORTE DE CONTROL ENTRE PASOS      *'
               DISPLAY '* PGMSI168 DECLARO: ' WS-CTL-DECLARADA
               DISPLAY '* ENVFX RECIBIO...: ' CNT-ENVFX-LEIDOS
               DISPLAY '* VERIFIQUE LA GENERACION DE ENVFX  *'
               DISPLAY '*************************************'

               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE 'CTLCNT'                  TO AUX-ERR-NOMBRE
               MOVE SPACES                    TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES

             WHEN OTHER
               DISPLAY 'CONTROL DE CANTIDAD ENTRE PASOS OK: '
                       CNT-ENVFX-LEIDOS
           END-EVALUATE.

       1500-F-VERIFICAR-ENTRADA.
           EXIT.

      *----------------------------------------------------------------*
      *         1 6 0 0 - C A R G A R - A C U M U L A D O              *
      *----------------------------------------------------------------*
      *   ACUFXANT ES OPCIONAL: SIN ARCHIVO ( PRIMERA CORRIDA ) EL     *
      *   ACUMULADO DEL MES ARRANCA EN CERO. LOS REGISTROS DE UN MES   *
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
              DISPLAY '* SIN ACUMULADO ANTERIOR: EL ACUMULADO DEL '
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
              MOVE AFX-NROCLI                 TO WS-NROCLI-BUSCADO

              PERFORM 2400-UBICAR-CLIENTE
                 THRU 2400-F-UBICAR-CLIENTE

              ADD AFX-COMPRADO-USD      TO T-ACU-COMPRADO(WS-IX-ACU)
              ADD AFX-VENDIDO-USD       TO T-ACU-VENDIDO(WS-IX-ACU)
              ADD AFX-CANT-OPER         TO T-ACU-CANT-OPER(WS-IX-ACU)
           END-IF.

           PERFORM 1620-LEER-ACUFXANT
              THRU 1620-F-LEER-ACUFXANT.

       1640-F-GUARDAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-REG-MOVIMI                 TO WS-REG-UOWAPL.

           EVALUATE TRUE
             WHEN UOW-ES-CABECERA
               PERFORM 2020-VALIDAR-CABECERA
                  THRU 2020-F-VALIDAR-CABECERA

             WHEN UOW-ES-COLA
               SET COLA-VALIDADA              TO TRUE

             WHEN OTHER
               PERFORM 2100-EVALUAR-PATA
                  THRU 2100-F-EVALUAR-PATA
           END-EVALUATE.

           PERFORM 1400-LEER-APLICADO
              THRU 1400-F-LEER-APLICADO.

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
      *            2 1 0 0 - E V A L U A R - P A T A                   *
      *----------------------------------------------------------------*
      *   TOMA LAS PATAS TIPO 77 DE LA FRANJA DE CAMBIO Y LAS SUMA A   *
      *   SU OPERACION ( MISMO NROMOV Y MISMA REFERENCIA ). UNA PATA   *
      *   SIN OPERACION EN ENVFX ( UN PAR SUSPENDIDO DE OTRO DIA QUE   *
      *   PGMAPCAB APLICO HOY ) SOLO SE INFORMA.                       *
      *----------------------------------------------------------------*

       2100-EVALUAR-PATA.

           MOVE '2100-EVALUAR-PATA'           TO WS-PARRAFO.

           IF WS-MOV-TIPO IS NOT NUMERIC OR
              WS-MOV-NRO IS NOT NUMERIC
              GO TO 2100-F-EVALUAR-PATA
           END-IF.

           IF WS-MOV-TIPO IS NOT EQUAL TO CT-TIPO-MOV-CAMBIO OR
              WS-MOV-NRO IS LESS THAN CT-NROMOV-DESDE OR
              WS-MOV-NRO IS GREATER THAN CT-NROMOV-HASTA
              GO TO 2100-F-EVALUAR-PATA
           END-IF.

           ADD 1                              TO CNT-PATAS-CAMBIO.

           PERFORM 2140-BUSCAR-ENVIADA
              THRU 2140-F-BUSCAR-ENVIADA.

           IF ENV-HALLADA
              ADD 1                           TO T-ENV-PATAS(WS-IX-ENV)
           ELSE
              ADD 1                           TO CNT-PATAS-SIN-ENVIO
              DISPLAY '* PATA DE CAMBIO SIN OPERACION EN ENVFX: '
                      WS-MOV-NRO ' ' WS-MOV-REFER
                      ' CUENTA: ' WS-MOV-CUENTA
           END-IF.

       2100-F-EVALUAR-PATA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 4 0 - B U S C A R - E N V I A D A                 *
      *----------------------------------------------------------------*
      *   BUSCA LA OPERACION DE LA PATA; SI LA ENCUENTRA DEJA SU       *
      *   POSICION EN WS-IX-ENV.                                       *
      *----------------------------------------------------------------*

       2140-BUSCAR-ENVIADA.

           SET ENV-NO-HALLADA                 TO TRUE.

           PERFORM 2160-COMPARAR-ENVIADA
              THRU 2160-F-COMPARAR-ENVIADA
             VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV IS GREATER THAN WS-CANT-ENVIADAS
                  OR ENV-HALLADA.

           IF ENV-HALLADA
              SUBTRACT 1                      FROM WS-IX-ENV
           END-IF.

       2140-F-BUSCAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 6 0 - C O M P A R A R - E N V I A D A              *
      *----------------------------------------------------------------*

       2160-COMPARAR-ENVIADA.

           IF T-ENV-NROMOV(WS-IX-ENV) IS EQUAL TO WS-MOV-NRO AND
              T-ENV-REFER(WS-IX-ENV) IS EQUAL TO WS-MOV-REFER
              SET ENV-HALLADA                 TO TRUE
           END-IF.

       2160-F-COMPARAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 0 0 - U B I C A R - C L I E N T E                *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IX-ACU EL CLIENTE WS-NROCLI-BUSCADO DE LA TABLA   *
      *   DE ACUMULADOS; SI NO ESTA LO INSERTA EN SU LUGAR POR NROCLI  *
      *   CON EL ACUMULADO EN CERO.                                    *
      *----------------------------------------------------------------*

       2400-UBICAR-CLIENTE.

           SET LUGAR-NO-HALLADO               TO TRUE.

           PERFORM 2420-COMPARAR-CLIENTE
              THRU 2420-F-COMPARAR-CLIENTE
             VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU IS GREATER THAN WS-CANT-ACUMULADOS
                  OR LUGAR-HALLADO.

           IF LUGAR-HALLADO
              SUBTRACT 1                      FROM WS-IX-ACU
           END-IF.

           SET ACU-NO-HALLADO                 TO TRUE.

           IF WS-IX-ACU IS NOT GREATER THAN WS-CANT-ACUMULADOS
              IF T-ACU-NROCLI(WS-IX-ACU) IS EQUAL TO WS-NROCLI-BUSCADO
                 SET ACU-HALLADO              TO TRUE
              END-IF
           END-IF.

           IF ACU-NO-HALLADO
              PERFORM 2450-ABRIR-LUGAR
                 THRU 2450-F-ABRIR-LUGAR
           END-IF.

       2400-F-UBICAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 2 0 - C O M P A R A R - C L I E N T E              *
      *----------------------------------------------------------------*

       2420-COMPARAR-CLIENTE.

           IF T-ACU-NROCLI(WS-IX-ACU) IS NOT LESS THAN WS-NROCLI-BUSCADO
              SET LUGAR-HALLADO               TO TRUE
           END-IF.

       2420-F-COMPARAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 5 0 - A B R I R - L U G A R                     *
      *----------------------------------------------------------------*

       2450-ABRIR-LUGAR.

           IF WS-CANT-ACUMULADOS >= CT-MAX-ACUMULADOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ACUFXNUE                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 2455-CORRER-CLIENTE
              THRU 2455-F-CORRER-CLIENTE
             VARYING WS-J FROM WS-CANT-ACUMULADOS BY -1
               UNTIL WS-J < WS-IX-ACU.

           ADD 1                              TO WS-CANT-ACUMULADOS.

           MOVE WS-NROCLI-BUSCADO          TO T-ACU-NROCLI(WS-IX-ACU).
           MOVE ZEROS                      TO T-ACU-COMPRADO(WS-IX-ACU)
                                              T-ACU-VENDIDO(WS-IX-ACU)
                                             T-ACU-CANT-OPER(WS-IX-ACU).

       2450-F-ABRIR-LUGAR.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 5 5 - C O R R E R - C L I E N T E                 *
      *----------------------------------------------------------------*

       2455-CORRER-CLIENTE.

           COMPUTE WS-I = WS-J + 1.

           MOVE T-ACU(WS-J)                   TO T-ACU(WS-I).

       2455-F-CORRER-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3050-CONTROLAR-UOW
              THRU 3050-F-CONTROLAR-UOW.

           PERFORM 3100-CERRAR-OPERACION
              THRU 3100-F-CERRAR-OPERACION
             VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV IS GREATER THAN WS-CANT-ENVIADAS.

           PERFORM 3150-GRABAR-CONTROL-REGFX
              THRU 3150-F-GRABAR-CONTROL-REGFX.

           PERFORM 3250-GRABAR-ACUFXNUE
              THRU 3250-F-GRABAR-ACUFXNUE
             VARYING WS-IX-ACU FROM 1 BY 1
               UNTIL WS-IX-ACU IS GREATER THAN WS-CANT-ACUMULADOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *        3 0 5 0 - C O N T R O L A R - U O W                     *
      *----------------------------------------------------------------*
      *   SIN CABECERA Y COLA EL APLICADO ESTA INCOMPLETO: NO SE PUEDE *
      *   SABER QUE OPERACIONES APLICO PGMAPCAB Y NO SE INFORMA NADA.  *
      *----------------------------------------------------------------*

       3050-CONTROLAR-UOW.

           MOVE '3050-CONTROLAR-UOW'          TO WS-PARRAFO.

           IF NOT CABECERA-VALIDADA OR NOT COLA-VALIDADA
              DISPLAY '* APLICADO SIN CABECERA O SIN COLA: LAS '
                      'OPERACIONES DE CAMBIO NO SE CIERRAN *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-UOW                     TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3050-F-CONTROLAR-UOW.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 0 0 - C E R R A R - O P E R A C I O N              *
      *----------------------------------------------------------------*
      *   CON LAS DOS PATAS APLICADAS LA OPERACION VA AL REGULADOR Y   *
      *   AL ACUMULADO DEL CLIENTE; SI NO, A NOAPLFX.                  *
      *----------------------------------------------------------------*

       3100-CERRAR-OPERACION.

           MOVE '3100-CERRAR-OPERACION'       TO WS-PARRAFO.

           MOVE T-ENV-REGISTRO(WS-IX-ENV)     TO WS-REG-ENVFX.
           MOVE EFX-OPERACION                 TO WS-REG-OPERFX.

           IF T-ENV-PATAS(WS-IX-ENV) IS EQUAL TO 2
              PERFORM 3110-GRABAR-DETALLE-REGFX
                 THRU 3110-F-GRABAR-DETALLE-REGFX

              PERFORM 3120-SUMAR-ACUMULADO
                 THRU 3120-F-SUMAR-ACUMULADO
           ELSE
              PERFORM 3130-GRABAR-NOAPLFX
                 THRU 3130-F-GRABAR-NOAPLFX
           END-IF.

       3100-F-CERRAR-OPERACION.
           EXIT.

      *----------------------------------------------------------------*
      *      3 1 1 0 - G R A B A R - D E T A L L E - R E G F X         *
      *----------------------------------------------------------------*

       3110-GRABAR-DETALLE-REGFX.

           MOVE '3110-GRABAR-DETALLE-REGFX'   TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-REGFX.
           SET GFX-ES-DETALLE                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO GFX-FECHA.
           MOVE EFX-TIPDOC                    TO GFX-TIPDOC.
           MOVE EFX-NRODOC                    TO GFX-NRODOC.
           MOVE EFX-NOMAPE                    TO GFX-NOMAPE.
           MOVE OFX-TIPO-OPER                 TO GFX-TIPO-OPER.
           MOVE CT-MONEDA-DOLAR               TO GFX-MONEDA.
           MOVE OFX-IMPORTE-USD               TO GFX-IMPORTE-MONEDA.
           MOVE EFX-COTIZACION                TO GFX-COTIZACION.
           MOVE EFX-IMPORTE-ARS               TO GFX-IMPORTE-PESOS.
           MOVE OFX-NRO-OPER                  TO GFX-NRO-OPER.
           MOVE OFX-SUCURSAL                  TO GFX-SUCURSAL.

           PERFORM 3140-GRABAR-REGFX
              THRU 3140-F-GRABAR-REGFX.

           ADD 1                              TO CNT-OPER-APLICADAS.
           ADD EFX-IMPORTE-ARS                TO ACM-TOT-PESOS.

           IF OFX-COMPRA
              ADD OFX-IMPORTE-USD             TO ACM-TOT-COMPRAS-USD
           ELSE
              ADD OFX-IMPORTE-USD             TO ACM-TOT-VENTAS-USD
           END-IF.

       3110-F-GRABAR-DETALLE-REGFX.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 2 0 - S U M A R - A C U M U L A D O                *
      *----------------------------------------------------------------*

       3120-SUMAR-ACUMULADO.

           MOVE '3120-SUMAR-ACUMULADO'        TO WS-PARRAFO.

           MOVE OFX-NROCLI                    TO WS-NROCLI-BUSCADO.

           PERFORM 2400-UBICAR-CLIENTE
              THRU 2400-F-UBICAR-CLIENTE.

           IF OFX-COMPRA
              ADD OFX-IMPORTE-USD       TO T-ACU-COMPRADO(WS-IX-ACU)
           ELSE
              ADD OFX-IMPORTE-USD       TO T-ACU-VENDIDO(WS-IX-ACU)
           END-IF.

           ADD 1                        TO T-ACU-CANT-OPER(WS-IX-ACU).

       3120-F-SUMAR-ACUMULADO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 3 0 - G R A B A R - N O A P L F X                 *
      *----------------------------------------------------------------*

       3130-GRABAR-NOAPLFX.

           MOVE '3130-GRABAR-NOAPLFX'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-RECHFX.
           MOVE OFX-SUCURSAL                  TO RFX-SUCURSAL.
           MOVE EFX-OPERACION                 TO RFX-OPERACION.
           MOVE 'NA'                          TO RFX-COD-MOTIVO.
           MOVE 'NO APLICADA POR PGMAPCAB'    TO RFX-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO RFX-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO RFX-RUNID.

           WRITE REG-NOAPLFX FROM WS-REG-RECHFX.

           IF NOT FS-NOAPLFX-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-NOAPLFX                 TO AUX-ERR-NOMBRE
              MOVE FS-NOAPLFX                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-OPER-NO-APLICADAS.
           ADD OFX-IMPORTE-USD              TO ACM-TOT-NO-APLICADO-USD.

           DISPLAY '* OPERACION NO APLICADA: ' OFX-NRO-OPER
                   ' CLIENTE: ' OFX-NROCLI
                   ' PATAS APLICADAS: ' T-ENV-PATAS(WS-IX-ENV).

       3130-F-GRABAR-NOAPLFX.
           EXIT.

      *----------------------------------------------------------------*
      *            3 1 4 0 - G R A B A R - R E G F X                   *
      *----------------------------------------------------------------*

       3140-GRABAR-REGFX.

           WRITE REG-REGFX FROM WS-REG-REGFX.

           IF NOT FS-REGFX-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REGFX                   TO AUX-ERR-NOMBRE
              MOVE FS-REGFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-REGFX-GRABADOS.

       3140-F-GRABAR-REGFX.
           EXIT.

      *----------------------------------------------------------------*
      *      3 1 5 0 - G R A B A R - C O N T R O L - R E G F X         *
      *----------------------------------------------------------------*
      *   EL INFORME CIERRA SIEMPRE CON SU REGISTRO DE CONTROL, AUN    *
      *   SIN OPERACIONES EN EL DIA.                                   *
      *----------------------------------------------------------------*

       3150-GRABAR-CONTROL-REGFX.

           MOVE '3150-GRABAR-CONTROL-REGFX'   TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-REGFX.
           SET GFX-ES-CONTROL                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO GFX-FECHA.
           MOVE CNT-OPER-APLICADAS            TO GFX-CANT-OPERACIONES.
           MOVE ACM-TOT-COMPRAS-USD           TO GFX-TOT-COMPRAS-USD.
           MOVE ACM-TOT-VENTAS-USD            TO GFX-TOT-VENTAS-USD.
           MOVE ACM-TOT-PESOS                 TO GFX-TOT-PESOS.

           PERFORM 3140-GRABAR-REGFX
              THRU 3140-F-GRABAR-REGFX.

       3150-F-GRABAR-CONTROL-REGFX.
           EXIT.

      *----------------------------------------------------------------*
      *            3 2 0 0 - C E R R A R - A R C H I V O S             *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE APLICADO
                 ACUFXNUE
                 REGFX
                 NOAPLFX.

           IF NOT FS-ACUFXNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ACUFXNUE                TO AUX-ERR-NOMBRE
              MOVE FS-ACUFXNUE                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REGFX-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REGFX                   TO AUX-ERR-NOMBRE
              MOVE FS-REGFX                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-NOAPLFX-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-NOAPLFX                 TO AUX-ERR-NOMBRE
              MOVE FS-NOAPLFX                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - G R A B A R - A C U F X N U E               *
      *----------------------------------------------------------------*

       3250-GRABAR-ACUFXNUE.

           MOVE '3250-GRABAR-ACUFXNUE'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-ACUFX.
           MOVE T-ACU-NROCLI(WS-IX-ACU)       TO AFX-NROCLI.
           MOVE WS-MES-PROCESO                TO AFX-PERIODO.
           MOVE T-ACU-COMPRADO(WS-IX-ACU)     TO AFX-COMPRADO-USD.
           MOVE T-ACU-VENDIDO(WS-IX-ACU)      TO AFX-VENDIDO-USD.
           MOVE T-ACU-CANT-OPER(WS-IX-ACU)    TO AFX-CANT-OPER.
           MOVE WS-FECHA-PROCESO              TO AFX-FECHA-PROCESO.

           WRITE REG-ACUFXNUE FROM WS-REG-ACUFX.

           IF NOT FS-ACUFXNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ACUFXNUE                TO AUX-ERR-NOMBRE
              MOVE FS-ACUFXNUE                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-ACUFXNUE-GRABADOS.

       3250-F-GRABAR-ACUFXNUE.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-ENVFX-LEIDOS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI169               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* OPERACIONES ENVIADAS ( ENVFX ):         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PATAS-CAMBIO              TO WS-MASCARA.
           DISPLAY '* PATAS DE CAMBIO EN APLICADO:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PATAS-SIN-ENVIO           TO WS-MASCARA.
           DISPLAY '* PATAS SIN OPERACION EN ENVFX:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-OPER-APLICADAS            TO WS-MASCARA.
           DISPLAY '* OPERACIONES INFORMADAS EN REGFX:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-OPER-NO-APLICADAS         TO WS-MASCARA.
           DISPLAY '* OPERACIONES NO APLICADAS ( NOAPLFX ):   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACUFXANT-LEIDOS           TO WS-MASCARA.
           DISPLAY '* ACUMULADOS ANTERIORES LEIDOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACUFXNUE-GRABADOS         TO WS-MASCARA.
           DISPLAY '* ACUMULADOS GRABADOS EN ACUFXNUE:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-COMPRAS-USD           TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COMPRAS U$S:  ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-VENTAS-USD            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL VENTAS U$S:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-PESOS                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL CONTRAVALOR:  ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-NO-APLICADO-USD       TO WS-IMPORTE-EDIT.
           DISPLAY 'NO APLICADO U$S:    ' WS-IMPORTE-EDIT.

           STRING 'ENVFX='         DELIMITED BY SIZE
                  CNT-ENVFX-LEIDOS DELIMITED BY SIZE
                  ' REGFX='        DELIMITED BY SIZE
                  CNT-OPER-APLICADAS DELIMITED BY SIZE
                  ' NOAPL='        DELIMITED BY SIZE
                  CNT-OPER-NO-APLICADAS DELIMITED BY SIZE
                  ' ACUM='         DELIMITED BY SIZE
                  CNT-ACUFXNUE-GRABADOS DELIMITED BY SIZE
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
      *          1 8 6 0 - B U S C A R - C T L C N T                   *
      *----------------------------------------------------------------*

           COPY CTLCNTLE.

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

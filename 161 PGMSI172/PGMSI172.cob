      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI172.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   COBRO ANUAL DEL CANON DE ALQUILER DE CAJAS DE SEGURIDAD      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RECORRE LOS CONTRATOS DE ALQUILER ( CONTRCAJ, GENERACION       *
      * CONNUE DE PGMSI171 ) APAREADOS CON EL INVENTARIO DE CAJAS      *
      * ( CAJASEG ), AMBOS ORDENADOS POR SUCURSAL Y NUMERO DE CAJA:    *
      *   - POR CADA VENCIMIENTO ANUAL CUMPLIDO A LA FECHA DE PROCESO  *
      *     SUMA A LA DEUDA EL CANON DEL TAMANIO DE LA CAJA ( TARCAJA, *
      *     COPY CAJTARLE ) Y CORRE EL VENCIMIENTO UN ANIO. LA PRIMERA *
      *     CUOTA IMPAGA FIJA LA FECHA DESDE LA QUE CORRE EL IMPAGO.   *
      *   - LA DEUDA SE DEBITA COMPLETA DE LA CUENTA DEL CONTRATO EN   *
      *     KC02787.TBCURCTA SI EL SALDO LA CUBRE, CON SU FILA EN EL   *
      *     DIARIO DE AUDITORIA DE SALDOS ( AUDCTA ) Y SU MOVIMIENTO   *
      *     EN KC02787.TBCURMOV ( IMPORTE NEGATIVO, NROMOV EN LA       *
      *     FRANJA 928001-928999 RESERVADA A ESTE PROGRAMA EN          *
      *     PGMSI162 ). SUPERADOS LOS 999 COBROS DE LA FRANJA, LOS     *
      *     RESTANTES QUEDAN PENDIENTES PARA LA CORRIDA SIGUIENTE.     *
      *   - SI NO SE PUEDE COBRAR ( SALDO INSUFICIENTE, CUENTA         *
      *     INEXISTENTE O ERROR DB2 ) EL CONTRATO QUEDA MOROSO Y SALE  *
      *     EN EL LISTADO DE ALQUILERES IMPAGOS IMPCAJ.                *
      *   - CUANDO EL IMPAGO SUPERA LOS DIAS DE APERTURA FORZADA DE LA *
      *     TARIFA, EL CONTRATO PASA A APERTURA FORZADA Y SALE EN EL   *
      *     LISTADO APERCAJ PARA QUE LA SUCURSAL INICIE EL             *
      *     PROCEDIMIENTO. ESOS CONTRATOS YA NO SE COBRAN NI DEVENGAN: *
      *     SE RESUELVEN CON LA BAJA EN PGMSI171.                      *
      *   - UN CONTRATO SIN CAJA, SIN TARIFA O CON VENCIMIENTO         *
      *     INVALIDO SE INFORMA Y PASA SIN CAMBIOS.                    *
      * LA NUEVA GENERACION DE CONTRATOS SE GRABA EN CONNUE, EN EL     *
      * MISMO ORDEN, Y LA LEE PGMSI173.                                *
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

           SELECT CONTRCAJ ASSIGN TO CONTRCAJ
                                    FILE STATUS IS FS-CONTRCAJ.

           SELECT CAJASEG  ASSIGN TO CAJASEG
                                    FILE STATUS IS FS-CAJASEG.

           SELECT TARCAJA  ASSIGN TO TARCAJA
                                    FILE STATUS IS FS-TARCAJA.

           SELECT CONNUE   ASSIGN TO CONNUE
                                    FILE STATUS IS FS-CONNUE.

           SELECT IMPCAJ   ASSIGN TO IMPCAJ
                                    FILE STATUS IS FS-IMPCAJ.

           SELECT APERCAJ  ASSIGN TO APERCAJ
                                    FILE STATUS IS FS-APERCAJ.

           SELECT AUDCTA ASSIGN TO AUDCTA
                                    FILE STATUS IS FS-AUDCTA.

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
      *   CONTRATOS DE ALQUILER VIGENTES Y SU NUEVA GENERACION.        *
      *----------------------------------------------------------------*

       FD   CONTRCAJ
            RECORDING MODE IS F.
       01   REG-CONTRCAJ                                    PIC X(100).

       FD   CONNUE
            RECORDING MODE IS F.
       01   REG-CONNUE                                      PIC X(100).

      *----------------------------------------------------------------*
      *   INVENTARIO DE CAJAS, DE DONDE SALE EL TAMANIO DE CADA UNA.   *
      *----------------------------------------------------------------*

       FD   CAJASEG
            RECORDING MODE IS F.
       01   REG-CAJASEG                                     PIC X(40).

      *----------------------------------------------------------------*
      *   TARIFAS POR TAMANIO DE CAJA ( COPY CPCAJSEG / CAJTARLE ).    *
      *----------------------------------------------------------------*

       FD   TARCAJA
            RECORDING MODE IS F.
       01   REG-TARCAJA                                     PIC X(40).

      *----------------------------------------------------------------*
      *   LISTADO DE ALQUILERES IMPAGOS.                               *
      *----------------------------------------------------------------*

       FD   IMPCAJ
            RECORDING MODE IS F.
       01   REG-IMPCAJ                                      PIC X(132).

      *----------------------------------------------------------------*
      *   LISTADO DE CAJAS QUE PASAN A APERTURA FORZADA.               *
      *----------------------------------------------------------------*

       FD   APERCAJ
            RECORDING MODE IS F.
       01   REG-APERCAJ                                     PIC X(132).

      *----------------------------------------------------------------*
      *   DIARIO DE AUDITORIA DE SALDOS DE TBCURCTA ( COPY CPAUDCTA /  *
      *   AUDCTAGR ): UNA FILA POR ACTUALIZACION, CON IMAGEN ANTERIOR  *
      *   Y POSTERIOR.                                                 *
      *----------------------------------------------------------------*

       FD  AUDCTA
           RECORDING MODE IS F.
       01  REG-AUDCTA                       PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI172'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-CONTRCAJ                   PIC X(08)  VALUE 'CONTRCAJ'.
           02 CT-CAJASEG                    PIC X(08)  VALUE 'CAJASEG '.
           02 CT-CONNUE                     PIC X(08)  VALUE 'CONNUE  '.
           02 CT-IMPCAJ                     PIC X(08)  VALUE 'IMPCAJ  '.
           02 CT-APERCAJ                    PIC X(08)  VALUE 'APERCAJ '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
      *    FRANJA DE NROMOV RESERVADA EN PGMSI162: 928001 A 928999
           02 CT-NROMOV-CAJAS               PIC 9(06)  VALUE 928000.
           02 CT-MAX-COBROS                 PIC 9(03)  VALUE 999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-CON-CLAVE-ANT              PIC X(06)  VALUE SPACES.
           02 WS-DEBITO                     PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DIAS-IMPAGO                PIC S9(07) VALUE ZEROS.
           02 WS-TOT-DEVENGADO              PIC 9(11)V99 VALUE ZEROS.
           02 WS-TOT-COBRADO                PIC 9(11)V99 VALUE ZEROS.
           02 WS-TOT-IMPAGO                 PIC 9(11)V99 VALUE ZEROS.
           02 WS-TOTAL-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

      *----------------------------------------------------------------*
      *   VENCIMIENTO DEL CONTRATO DESCOMPUESTO PARA CORRERLO UN ANIO  *
      *   Y PARA VALIDARLO. EL 29 DE FEBRERO PASA AL 28.               *
      *----------------------------------------------------------------*

       01 WS-FECHA-VENCE                    PIC 9(08)  VALUE ZEROS.
       01 WS-FECHA-VENCE-R REDEFINES WS-FECHA-VENCE.
           02 WS-VENCE-ANIO                 PIC 9(04).
           02 WS-VENCE-MES                  PIC 9(02).
           02 WS-VENCE-DIA                  PIC 9(02).

       01 WS-FECHA-PROCESO-R.
           02 WS-PROCESO-ANIO               PIC 9(04).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   IMAGEN DEL CONTRATO TAL COMO SE LEYO: SI AL GRABARLO CAMBIO, *
      *   LLEVA LA CORRIDA EN CURSO.                                   *
      *----------------------------------------------------------------*

       01 WS-CON-ORIGINAL                   PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO DE ALQUILERES IMPAGOS IMPCAJ              *
      *----------------------------------------------------------------*

       01 WS-IMP-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'ALQUILERES DE CAJAS DE SEGURIDAD IMPAGOS            '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 ITI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 ITI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-IMP-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              ' SUC  CAJA  CLIENTE   CUENTA            '.
           02 FILLER                        PIC X(29)  VALUE
              '   DEUDA   IMPAGO      MOTIVO'.
           02 FILLER                        PIC X(63)  VALUE SPACES.

       01 WS-IMP-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 IDE-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 IDE-NROCAJA                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 IDE-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 IDE-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 IDE-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 IDE-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 IDE-DEUDA                     PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 IDE-FECHA-IMPAGO              PIC 9(08).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 IDE-MOTIVO                    PIC X(30).
           02 FILLER                        PIC X(39)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO DE APERTURAS FORZADAS APERCAJ             *
      *----------------------------------------------------------------*

       01 WS-APE-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'CAJAS DE SEGURIDAD A APERTURA FORZADA POR IMPAGO    '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 ATI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 ATI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-APE-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              ' SUC  CAJA  TAMANIO     CLIENTE         '.
           02 FILLER                        PIC X(37)  VALUE
              '     DEUDA    IMPAGO      DIAS  PLAZO'.
           02 FILLER                        PIC X(55)  VALUE SPACES.

       01 WS-APE-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 ADE-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 ADE-NROCAJA                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 ADE-TAMANIO                   PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 ADE-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 ADE-DEUDA                     PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 ADE-FECHA-IMPAGO              PIC 9(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 ADE-DIAS                      PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 ADE-PLAZO                     PIC ZZ9.
           02 FILLER                        PIC X(55)  VALUE SPACES.

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
           02 CNT-CON-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-OBSERVADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-EN-APERTURA           PIC 9(05)  VALUE ZEROS.
           02 CNT-CANONES-DEVENGADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-COBROS                    PIC 9(05)  VALUE ZEROS.
           02 CNT-COBROS-DIFERIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-IMPAGOS                   PIC 9(05)  VALUE ZEROS.
           02 CNT-APERTURAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.
           02 CNT-CON-GRABADOS              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CONTRCAJ                   PIC X(02).
              88 FS-CONTRCAJ-OK                        VALUE '00'.
              88 FS-CONTRCAJ-EOF                       VALUE '10'.

           02 FS-CAJASEG                    PIC X(02).
              88 FS-CAJASEG-OK                         VALUE '00'.
              88 FS-CAJASEG-EOF                        VALUE '10'.

           02 FS-TARCAJA                    PIC X(02).
              88 FS-TARCAJA-OK                         VALUE '00'.
              88 FS-TARCAJA-EOF                        VALUE '10'.

           02 FS-CONNUE                     PIC X(02).
              88 FS-CONNUE-OK                          VALUE '00'.

           02 FS-IMPCAJ                     PIC X(02).
              88 FS-IMPCAJ-OK                          VALUE '00'.

           02 FS-APERCAJ                    PIC X(02).
              88 FS-APERCAJ-OK                         VALUE '00'.

           02 FS-AUDCTA                     PIC X(02).
              88 FS-AUDCTA-OK                          VALUE '00'.

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

           COPY CPCAJSEG.

           COPY CPCURMOV.

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

           COPY CPFECPRO.

           COPY CPAUDCTA.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-CONTRCAJ-EOF.

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

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO             TO WS-FECHA-PROCESO-R.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1843-CARGAR-TARIFAS
              THRU 1843-F-CARGAR-TARIFAS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           MOVE WS-FECHA-PROCESO              TO ITI-FECHA
                                                 ATI-FECHA.
           MOVE WS-RUN-ID                     TO ITI-RUNID
                                                 ATI-RUNID.

           MOVE WS-IMP-TITULO                 TO REG-IMPCAJ.
           PERFORM 2960-GRABAR-IMPCAJ
              THRU 2960-F-GRABAR-IMPCAJ.

           MOVE SPACES                        TO REG-IMPCAJ.
           PERFORM 2960-GRABAR-IMPCAJ
              THRU 2960-F-GRABAR-IMPCAJ.

           MOVE WS-IMP-COLUMNAS               TO REG-IMPCAJ.
           PERFORM 2960-GRABAR-IMPCAJ
              THRU 2960-F-GRABAR-IMPCAJ.

           MOVE WS-APE-TITULO                 TO REG-APERCAJ.
           PERFORM 2970-GRABAR-APERCAJ
              THRU 2970-F-GRABAR-APERCAJ.

           MOVE SPACES                        TO REG-APERCAJ.
           PERFORM 2970-GRABAR-APERCAJ
              THRU 2970-F-GRABAR-APERCAJ.

           MOVE WS-APE-COLUMNAS               TO REG-APERCAJ.
           PERFORM 2970-GRABAR-APERCAJ
              THRU 2970-F-GRABAR-APERCAJ.

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA.

           PERFORM 1300-LEER-CONTRATO
              THRU 1300-F-LEER-CONTRATO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  CONTRCAJ
                       CAJASEG
                OUTPUT CONNUE
                       IMPCAJ
                       APERCAJ.

           IF NOT FS-CONTRCAJ-OK
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE FS-CONTRCAJ                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CAJASEG-OK
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE FS-CAJASEG                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CONNUE-OK
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-IMPCAJ-OK
              MOVE CT-IMPCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-IMPCAJ                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-APERCAJ-OK
              MOVE CT-APERCAJ                 TO AUX-ERR-NOMBRE
              MOVE FS-APERCAJ                 TO AUX-ERR-STATUS
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
      *          1 3 0 0 - L E E R - C O N T R A T O                   *
      *----------------------------------------------------------------*
      *   EL APAREO CON CAJASEG NECESITA LOS CONTRATOS EN ORDEN: UNA   *
      *   CLAVE REPETIDA O FUERA DE ORDEN ES UN MAESTRO DANADO Y SE    *
      *   ABORTA ANTES DE COBRAR NADA DOS VECES.                       *
      *----------------------------------------------------------------*

       1300-LEER-CONTRATO.

           MOVE '1300-LEER-CONTRATO'          TO WS-PARRAFO.

           READ CONTRCAJ INTO WS-REG-CONTRCAJ.

           EVALUATE TRUE
               WHEN FS-CONTRCAJ-OK
                    ADD 1                     TO CNT-CON-LEIDOS

               WHEN FS-CONTRCAJ-EOF
                    GO TO 1300-F-LEER-CONTRATO

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CONTRCAJ          TO AUX-ERR-NOMBRE
                    MOVE FS-CONTRCAJ          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CON-CLAVE IS NOT GREATER THAN WS-CON-CLAVE-ANT
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'CAJA REPETIDA O FUERA DE ORDEN EN CONTRCAJ'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE CON-CLAVE                     TO WS-CON-CLAVE-ANT.
           MOVE WS-REG-CONTRCAJ               TO WS-CON-ORIGINAL.

       1300-F-LEER-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 1 0 - L E E R - C A J A                       *
      *----------------------------------------------------------------*
      *   AL LLEGAR AL FINAL DEL INVENTARIO LA CLAVE QUEDA EN          *
      *   HIGH-VALUES, ASI NINGUN CONTRATO RESTANTE LA ALCANZA.        *
      *----------------------------------------------------------------*

       1310-LEER-CAJA.

           MOVE '1310-LEER-CAJA'              TO WS-PARRAFO.

           READ CAJASEG INTO WS-REG-CAJASEG.

           EVALUATE TRUE
               WHEN FS-CAJASEG-OK
                    CONTINUE

               WHEN FS-CAJASEG-EOF
                    MOVE HIGH-VALUES          TO CAJ-CLAVE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAJASEG           TO AUX-ERR-NOMBRE
                    MOVE FS-CAJASEG           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2100-VALIDAR-CONTRATO
              THRU 2100-F-VALIDAR-CONTRATO.

           EVALUATE TRUE
             WHEN WS-MOTIVO IS NOT EQUAL TO SPACES
               ADD 1                          TO CNT-CON-OBSERVADOS
               DISPLAY '* CONTRATO SIN PROCESAR - SUCURSAL '
                       CON-SUCURSAL ' CAJA ' CON-NROCAJA ': '
                       WS-MOTIVO

             WHEN CON-APERTURA-FORZADA
               ADD 1                          TO CNT-CON-EN-APERTURA

             WHEN OTHER
               PERFORM 2200-DEVENGAR-CANON
                  THRU 2200-F-DEVENGAR-CANON
               IF CON-DEUDA IS GREATER THAN ZEROS
                  PERFORM 2300-COBRAR-DEUDA
                     THRU 2300-F-COBRAR-DEUDA
               END-IF
           END-EVALUATE.

           PERFORM 2900-GRABAR-CONTRATO
              THRU 2900-F-GRABAR-CONTRATO.

           PERFORM 1300-LEER-CONTRATO
              THRU 1300-F-LEER-CONTRATO.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 0 0 - V A L I D A R - C O N T R A T O              *
      *----------------------------------------------------------------*
      *   AVANZA EL INVENTARIO HASTA LA CAJA DEL CONTRATO PARA TOMAR   *
      *   SU TAMANIO Y CON ESO LA TARIFA ( WS-TAR-IX ).                *
      *----------------------------------------------------------------*

       2100-VALIDAR-CONTRATO.

           MOVE '2100-VALIDAR-CONTRATO'       TO WS-PARRAFO.

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA
             UNTIL CAJ-CLAVE IS NOT LESS THAN CON-CLAVE.

           IF CAJ-CLAVE IS NOT EQUAL TO CON-CLAVE
              MOVE 'CAJA INEXISTENTE'         TO WS-MOTIVO
              GO TO 2100-F-VALIDAR-CONTRATO
           END-IF.

           MOVE CAJ-TAMANIO                   TO WS-TAR-BUSCADO.

           PERFORM 1847-BUSCAR-TARIFA
              THRU 1847-F-BUSCAR-TARIFA.

           IF TARIFA-DESCONOCIDA
              MOVE 'TAMANIO SIN TARIFA'       TO WS-MOTIVO
              GO TO 2100-F-VALIDAR-CONTRATO
           END-IF.

           MOVE CON-FECHA-VENCE               TO WS-FECHA-VENCE.

           IF CON-FECHA-VENCE IS NOT NUMERIC
              OR WS-VENCE-ANIO IS EQUAL TO ZEROS
              OR WS-VENCE-MES IS LESS THAN 1
              OR WS-VENCE-MES IS GREATER THAN 12
              OR WS-VENCE-DIA IS LESS THAN 1
              OR WS-VENCE-DIA IS GREATER THAN 31
              MOVE 'VENCIMIENTO INVALIDO'     TO WS-MOTIVO
              GO TO 2100-F-VALIDAR-CONTRATO
           END-IF.

           IF CON-DEUDA IS NOT NUMERIC
              OR CON-FECHA-IMPAGO IS NOT NUMERIC
              OR CON-COBRADO-ANIO IS NOT NUMERIC
              MOVE 'IMPORTES O FECHAS INVALIDOS'
                                              TO WS-MOTIVO
              GO TO 2100-F-VALIDAR-CONTRATO
           END-IF.

           IF CON-DEUDA IS GREATER THAN ZEROS
              AND CON-FECHA-IMPAGO IS EQUAL TO ZEROS
              MOVE 'DEUDA SIN FECHA DE IMPAGO'
                                              TO WS-MOTIVO
           END-IF.

       2100-F-VALIDAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - D E V E N G A R - C A N O N                 *
      *----------------------------------------------------------------*
      *   UN CONTRATO QUE NO CORRIO EN VARIOS ANIOS ACUMULA UN CANON   *
      *   POR CADA VENCIMIENTO CUMPLIDO.                               *
      *----------------------------------------------------------------*

       2200-DEVENGAR-CANON.

           MOVE '2200-DEVENGAR-CANON'         TO WS-PARRAFO.

           PERFORM 2210-DEVENGAR-ANIO
              THRU 2210-F-DEVENGAR-ANIO
             UNTIL CON-FECHA-VENCE IS GREATER THAN WS-FECHA-PROCESO.

       2200-F-DEVENGAR-CANON.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 1 0 - D E V E N G A R - A N I O                  *
      *----------------------------------------------------------------*

       2210-DEVENGAR-ANIO.

           ADD T-TAR-CANON-ANUAL(WS-TAR-IX)   TO CON-DEUDA
                                                 WS-TOT-DEVENGADO.
           ADD 1                              TO CNT-CANONES-DEVENGADOS.

           IF CON-FECHA-IMPAGO IS EQUAL TO ZEROS
              MOVE CON-FECHA-VENCE            TO CON-FECHA-IMPAGO
           END-IF.

           MOVE CON-FECHA-VENCE               TO WS-FECHA-VENCE.
           ADD 1                              TO WS-VENCE-ANIO.

           IF WS-VENCE-MES IS EQUAL TO 02
              AND WS-VENCE-DIA IS EQUAL TO 29
              MOVE 28                         TO WS-VENCE-DIA
           END-IF.

           MOVE WS-FECHA-VENCE                TO CON-FECHA-VENCE.

       2210-F-DEVENGAR-ANIO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - C O B R A R - D E U D A                   *
      *----------------------------------------------------------------*
      *   LA DEUDA SE COBRA COMPLETA O NO SE COBRA: UN DEBITO PARCIAL  *
      *   DEJARIA LA CUENTA EN CERO Y LA CAJA IGUAL MOROSA.            *
      *----------------------------------------------------------------*

       2300-COBRAR-DEUDA.

           MOVE '2300-COBRAR-DEUDA'           TO WS-PARRAFO.

           IF CNT-COBROS IS NOT LESS THAN CT-MAX-COBROS
              ADD 1                           TO CNT-COBROS-DIFERIDOS
              GO TO 2300-F-COBRAR-DEUDA
           END-IF.

           MOVE CON-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE CON-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE CON-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT SALDO
               INTO :WS-CTA-SALDO
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CTA-SALDO IS NOT LESS THAN CON-DEUDA
                  PERFORM 2400-DEBITAR-CUENTA
                     THRU 2400-F-DEBITAR-CUENTA
               ELSE
                  MOVE 'SALDO INSUFICIENTE'   TO WS-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2'               TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              PERFORM 2500-REGISTRAR-IMPAGO
                 THRU 2500-F-REGISTRAR-IMPAGO
           END-IF.

       2300-F-COBRAR-DEUDA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 0 0 - D E B I T A R - C U E N T A                *
      *----------------------------------------------------------------*

       2400-DEBITAR-CUENTA.

           MOVE '2400-DEBITAR-CUENTA'         TO WS-PARRAFO.

           MOVE CON-DEUDA                     TO WS-DEBITO.

           PERFORM 2410-ACTUALIZAR-TBCURCTA
              THRU 2410-F-ACTUALIZAR-TBCURCTA.

           IF SQLCODE IS EQUAL TO 0
              MOVE WS-CTA-TIPCUEN     TO AUD-TIPCUEN
              MOVE WS-CTA-NROCUEN     TO AUD-NROCUEN
              MOVE WS-CTA-SUCUEN      TO AUD-SUCUEN
              MOVE WS-CTA-SALDO       TO AUD-SALDO-ANTES
              COMPUTE AUD-SALDO-DESPUES =
                      WS-CTA-SALDO - WS-DEBITO

              PERFORM 8800-GRABAR-AUDCTA
                 THRU 8800-F-GRABAR-AUDCTA

              ADD 1                   TO CNT-COBROS
              ADD WS-DEBITO           TO WS-TOT-COBRADO

              PERFORM 2450-GRABAR-TBCURMOV
                 THRU 2450-F-GRABAR-TBCURMOV

              IF CON-ANIO-COBRO IS NOT EQUAL TO WS-PROCESO-ANIO
                 MOVE WS-PROCESO-ANIO TO CON-ANIO-COBRO
                 MOVE ZEROS           TO CON-COBRADO-ANIO
              END-IF

              ADD WS-DEBITO           TO CON-COBRADO-ANIO
              MOVE WS-FECHA-PROCESO   TO CON-FECHA-PAGO
              MOVE ZEROS              TO CON-DEUDA
                                         CON-FECHA-IMPAGO
              SET CON-AL-DIA          TO TRUE
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              MOVE 'ERROR DB2'                TO WS-MOTIVO
           END-IF.

       2400-F-DEBITAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 1 0 - A C T U A L I Z A R - T B C U R C T A           *
      *----------------------------------------------------------------*

       2410-ACTUALIZAR-TBCURCTA.

           MOVE '2410-ACTUALIZAR-TBCURCTA'    TO WS-PARRAFO.

           EXEC SQL
             UPDATE KC02787.TBCURCTA
             SET SALDO  = SALDO - :WS-DEBITO,
                 FECSAL = :WS-FECHA-PROCESO
             WHERE TIPCUEN = :WS-CTA-TIPCUEN
               AND NROCUEN = :WS-CTA-NROCUEN
               AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

       2410-F-ACTUALIZAR-TBCURCTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - G R A B A R - T B C U R M O V                 *
      *----------------------------------------------------------------*
      *   GRABA EL CANON DEBITADO COMO MOVIMIENTO EN TBCURMOV          *
      *   ( IMPORTE NEGATIVO ), CON NROMOV CORRELATIVO DENTRO DE LA    *
      *   FRANJA RESERVADA PARA CAJAS DE SEGURIDAD, PARA QUE EL        *
      *   RESUMEN DE CUENTA LO MUESTRE Y CONCILIE CON EL SALDO.        *
      *----------------------------------------------------------------*

       2450-GRABAR-TBCURMOV.

           MOVE '2450-GRABAR-TBCURMOV'        TO WS-PARRAFO.

           MOVE WS-CTA-TIPCUEN                TO WS-CVM-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO WS-CVM-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           MOVE WS-FECHA-PROCESO              TO WS-CVM-FECMOV.
           COMPUTE WS-CVM-NROMOV = CT-NROMOV-CAJAS + CNT-COBROS.
           COMPUTE WS-CVM-IMPORTE = ZEROS - WS-DEBITO.

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

       2450-F-GRABAR-TBCURMOV.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - R E G I S T R A R - I M P A G O               *
      *----------------------------------------------------------------*
      *   EL CONTRATO QUEDA MOROSO Y SALE EN IMPCAJ; SI EL IMPAGO YA   *
      *   SUPERA EL PLAZO DE LA TARIFA PASA A APERTURA FORZADA.        *
      *----------------------------------------------------------------*

       2500-REGISTRAR-IMPAGO.

           MOVE '2500-REGISTRAR-IMPAGO'       TO WS-PARRAFO.

           SET CON-MOROSO                     TO TRUE.
           ADD 1                              TO CNT-IMPAGOS.
           ADD CON-DEUDA                      TO WS-TOT-IMPAGO.

           MOVE CON-SUCURSAL                  TO IDE-SUCURSAL.
           MOVE CON-NROCAJA                   TO IDE-NROCAJA.
           MOVE CON-NROCLI                    TO IDE-NROCLI.
           MOVE CON-TIPCUEN                   TO IDE-TIPCUEN.
           MOVE CON-NROCUEN                   TO IDE-NROCUEN.
           MOVE CON-SUCUEN                    TO IDE-SUCUEN.
           MOVE CON-DEUDA                     TO IDE-DEUDA.
           MOVE CON-FECHA-IMPAGO              TO IDE-FECHA-IMPAGO.
           MOVE WS-MOTIVO                     TO IDE-MOTIVO.

           MOVE WS-IMP-DETALLE                TO REG-IMPCAJ.
           PERFORM 2960-GRABAR-IMPCAJ
              THRU 2960-F-GRABAR-IMPCAJ.

           COMPUTE WS-DIAS-IMPAGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE(CON-FECHA-IMPAGO).

           IF WS-DIAS-IMPAGO IS GREATER THAN
              T-TAR-DIAS-APERTURA(WS-TAR-IX)
              PERFORM 2550-INICIAR-APERTURA
                 THRU 2550-F-INICIAR-APERTURA
           END-IF.

       2500-F-REGISTRAR-IMPAGO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 5 0 - I N I C I A R - A P E R T U R A               *
      *----------------------------------------------------------------*

       2550-INICIAR-APERTURA.

           MOVE '2550-INICIAR-APERTURA'       TO WS-PARRAFO.

           SET CON-APERTURA-FORZADA           TO TRUE.
           ADD 1                              TO CNT-APERTURAS.

           MOVE CON-SUCURSAL                  TO ADE-SUCURSAL.
           MOVE CON-NROCAJA                   TO ADE-NROCAJA.
           MOVE T-TAR-DESCRIPCION(WS-TAR-IX)  TO ADE-TAMANIO.
           MOVE CON-NROCLI                    TO ADE-NROCLI.
           MOVE CON-DEUDA                     TO ADE-DEUDA.
           MOVE CON-FECHA-IMPAGO              TO ADE-FECHA-IMPAGO.
           MOVE WS-DIAS-IMPAGO                TO ADE-DIAS.
           MOVE T-TAR-DIAS-APERTURA(WS-TAR-IX) TO ADE-PLAZO.

           MOVE WS-APE-DETALLE                TO REG-APERCAJ.
           PERFORM 2970-GRABAR-APERCAJ
              THRU 2970-F-GRABAR-APERCAJ.

       2550-F-INICIAR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 0 0 - G R A B A R - C O N T R A T O                *
      *----------------------------------------------------------------*

       2900-GRABAR-CONTRATO.

           MOVE '2900-GRABAR-CONTRATO'        TO WS-PARRAFO.

           IF WS-REG-CONTRCAJ IS NOT EQUAL TO WS-CON-ORIGINAL
              MOVE WS-RUN-ID                  TO CON-RUNID
           END-IF.

           WRITE REG-CONNUE FROM WS-REG-CONTRCAJ.

           IF NOT FS-CONNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CON-GRABADOS.

       2900-F-GRABAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 6 0 - G R A B A R - I M P C A J                   *
      *----------------------------------------------------------------*

       2960-GRABAR-IMPCAJ.

           WRITE REG-IMPCAJ.

           IF NOT FS-IMPCAJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-IMPCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-IMPCAJ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2960-F-GRABAR-IMPCAJ.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 7 0 - G R A B A R - A P E R C A J                 *
      *----------------------------------------------------------------*

       2970-GRABAR-APERCAJ.

           WRITE REG-APERCAJ.

           IF NOT FS-APERCAJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-APERCAJ                 TO AUX-ERR-NOMBRE
              MOVE FS-APERCAJ                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2970-F-GRABAR-APERCAJ.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           CLOSE CONTRCAJ
                 CAJASEG
                 CONNUE
                 IMPCAJ
                 APERCAJ.

           IF NOT FS-CONNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
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
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CON-LEIDOS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI172               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CONTRATOS LEIDOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-OBSERVADOS            TO WS-MASCARA.
           DISPLAY '* CONTRATOS SIN PROCESAR:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-EN-APERTURA           TO WS-MASCARA.
           DISPLAY '* CONTRATOS YA EN APERTURA FORZADA:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CANONES-DEVENGADOS        TO WS-MASCARA.
           DISPLAY '* CANONES ANUALES DEVENGADOS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COBROS                    TO WS-MASCARA.
           DISPLAY '* COBROS DEBITADOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COBROS-DIFERIDOS          TO WS-MASCARA.
           DISPLAY '* COBROS DIFERIDOS A LA PROXIMA CORRIDA: '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-IMPAGOS                   TO WS-MASCARA.
           DISPLAY '* ALQUILERES IMPAGOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APERTURAS                 TO WS-MASCARA.
           DISPLAY '* NUEVAS APERTURAS FORZADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-INSERTADOS         TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS INSERTADOS EN TBCURMOV:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-GRABADOS              TO WS-MASCARA.
           DISPLAY '* CONTRATOS EN LA NUEVA GENERACION:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           MOVE WS-TOT-DEVENGADO              TO WS-TOTAL-EDIT.
           DISPLAY ' TOTAL DEVENGADO......: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-COBRADO                TO WS-TOTAL-EDIT.
           DISPLAY ' TOTAL COBRADO........: ' WS-TOTAL-EDIT.
           MOVE WS-TOT-IMPAGO                 TO WS-TOTAL-EDIT.
           DISPLAY ' TOTAL IMPAGO.........: ' WS-TOTAL-EDIT.
           DISPLAY '                                                  '.

           STRING 'LEID='          DELIMITED BY SIZE
                  CNT-CON-LEIDOS   DELIMITED BY SIZE
                  ' COB='          DELIMITED BY SIZE
                  CNT-COBROS       DELIMITED BY SIZE
                  ' DIF='          DELIMITED BY SIZE
                  CNT-COBROS-DIFERIDOS DELIMITED BY SIZE
                  ' IMP='          DELIMITED BY SIZE
                  CNT-IMPAGOS      DELIMITED BY SIZE
                  ' APE='          DELIMITED BY SIZE
                  CNT-APERTURAS    DELIMITED BY SIZE
                  ' SQL='          DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 4 3 - T A R I F A S - C A J A S                     *
      *----------------------------------------------------------------*

           COPY CAJTARLE.

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
      *        8 8 0 0 - A U D I T O R I A - D E - S A L D O S         *
      *----------------------------------------------------------------*

           COPY AUDCTAGR.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI173.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   INFORME DE OCUPACION Y RECAUDACION DE CAJAS DE SEGURIDAD     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * RECORRE EL INVENTARIO DE CAJAS ( CAJASEG ) APAREADO CON LOS    *
      * CONTRATOS DE ALQUILER YA COBRADOS POR PGMSI172 ( CONTRCAJ ),   *
      * AMBOS ORDENADOS POR SUCURSAL Y NUMERO DE CAJA, Y ACUMULA POR   *
      * SUCURSAL Y TAMANIO DE CAJA:                                    *
      *   - CAJAS TOTALES, ALQUILADAS, LIBRES, FUERA DE SERVICIO Y EN  *
      *     APERTURA FORZADA, Y EL PORCENTAJE DE OCUPACION ( CAJAS     *
      *     ALQUILADAS SOBRE EL TOTAL ).                               *
      *   - FACTURACION ANUAL: CANON DE LA TARIFA ( TARCAJA, COPY      *
      *     CAJTARLE ) POR CADA CAJA ALQUILADA.                        *
      *   - LO COBRADO EN EL ANIO DE LA FECHA DE PROCESO Y LA DEUDA    *
      *     PENDIENTE DE LOS CONTRATOS.                                *
      * EL LISTADO OCUCAJ TRAE UNA LINEA POR SUCURSAL Y TAMANIO, EL    *
      * TOTAL DE CADA SUCURSAL ( NOMBRE DE SUCMAES, COPY SUCURLEE ) Y  *
      * EL TOTAL DEL BANCO. LAS CAJAS DE TAMANIO SIN TARIFA Y LOS      *
      * CONTRATOS SIN CAJA SE INFORMAN Y NO SE ACUMULAN.               *
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

           SELECT CAJASEG  ASSIGN TO CAJASEG
                                    FILE STATUS IS FS-CAJASEG.

           SELECT CONTRCAJ ASSIGN TO CONTRCAJ
                                    FILE STATUS IS FS-CONTRCAJ.

           SELECT TARCAJA  ASSIGN TO TARCAJA
                                    FILE STATUS IS FS-TARCAJA.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT OCUCAJ   ASSIGN TO OCUCAJ
                                    FILE STATUS IS FS-OCUCAJ.

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
      *   INVENTARIO DE CAJAS Y CONTRATOS DE ALQUILER ( CPCAJSEG ).    *
      *----------------------------------------------------------------*

       FD   CAJASEG
            RECORDING MODE IS F.
       01   REG-CAJASEG                                     PIC X(40).

       FD   CONTRCAJ
            RECORDING MODE IS F.
       01   REG-CONTRCAJ                                    PIC X(100).

      *----------------------------------------------------------------*
      *   TARIFAS POR TAMANIO DE CAJA ( COPY CPCAJSEG / CAJTARLE ).    *
      *----------------------------------------------------------------*

       FD   TARCAJA
            RECORDING MODE IS F.
       01   REG-TARCAJA                                     PIC X(40).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   LISTADO DE OCUPACION Y RECAUDACION.                          *
      *----------------------------------------------------------------*

       FD   OCUCAJ
            RECORDING MODE IS F.
       01   REG-OCUCAJ                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI173'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-CAJASEG                    PIC X(08)  VALUE 'CAJASEG '.
           02 CT-CONTRCAJ                   PIC X(08)  VALUE 'CONTRCAJ'.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-OCUCAJ                     PIC X(08)  VALUE 'OCUCAJ  '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-SUC                        PIC 9(03)  VALUE ZEROS.
           02 WS-TAM                        PIC 9(02)  VALUE ZEROS.
           02 WS-CAJ-CLAVE-ANT              PIC X(06)  VALUE SPACES.
           02 WS-CON-CLAVE-ANT              PIC X(06)  VALUE SPACES.

       01 WS-FECHA-PROCESO-R.
           02 WS-PROCESO-ANIO               PIC 9(04).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   ACUMULADORES POR SUCURSAL ( INDICE = NUMERO DE SUCURSAL ) Y  *
      *   TAMANIO ( INDICE = POSICION EN LA TABLA DE TARIFAS ).        *
      *----------------------------------------------------------------*

       01 WS-T-OCUPACION.
           02 T-OCU-SUC                     OCCURS 99 TIMES.
              03 T-OCU-CAJAS-SUC            PIC 9(05).
              03 T-OCU-TAM                  OCCURS 9 TIMES.
                 04 T-OCU-TOTAL             PIC 9(05).
                 04 T-OCU-ALQUILADAS        PIC 9(05).
                 04 T-OCU-LIBRES            PIC 9(05).
                 04 T-OCU-FUERA             PIC 9(05).
                 04 T-OCU-APERTURA          PIC 9(05).
                 04 T-OCU-FACTURADO         PIC 9(09)V99.
                 04 T-OCU-COBRADO           PIC 9(09)V99.
                 04 T-OCU-DEUDA             PIC 9(09)V99.

      *----------------------------------------------------------------*
      *   VALORES DE UNA LINEA DEL LISTADO, SUBTOTAL DE LA SUCURSAL Y  *
      *   TOTAL DEL BANCO, CON EL MISMO LAYOUT DE LA CELDA DE LA       *
      *   TABLA.                                                       *
      *----------------------------------------------------------------*

       01 WS-VALORES.
           02 VAL-TOTAL                     PIC 9(05).
           02 VAL-ALQUILADAS                PIC 9(05).
           02 VAL-LIBRES                    PIC 9(05).
           02 VAL-FUERA                     PIC 9(05).
           02 VAL-APERTURA                  PIC 9(05).
           02 VAL-FACTURADO                 PIC 9(09)V99.
           02 VAL-COBRADO                   PIC 9(09)V99.
           02 VAL-DEUDA                     PIC 9(09)V99.

       01 WS-SUBTOTAL.
           02 SUB-TOTAL                     PIC 9(05).
           02 SUB-ALQUILADAS                PIC 9(05).
           02 SUB-LIBRES                    PIC 9(05).
           02 SUB-FUERA                     PIC 9(05).
           02 SUB-APERTURA                  PIC 9(05).
           02 SUB-FACTURADO                 PIC 9(09)V99.
           02 SUB-COBRADO                   PIC 9(09)V99.
           02 SUB-DEUDA                     PIC 9(09)V99.

       01 WS-TOTAL-BANCO.
           02 TOT-TOTAL                     PIC 9(05).
           02 TOT-ALQUILADAS                PIC 9(05).
           02 TOT-LIBRES                    PIC 9(05).
           02 TOT-FUERA                     PIC 9(05).
           02 TOT-APERTURA                  PIC 9(05).
           02 TOT-FACTURADO                 PIC 9(09)V99.
           02 TOT-COBRADO                   PIC 9(09)V99.
           02 TOT-DEUDA                     PIC 9(09)V99.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO OCUCAJ                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'OCUPACION Y RECAUDACION DE CAJAS DE SEGURIDAD       '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              ' SUC NOMBRE               TAMANIO    TOT'.
           02 FILLER                        PIC X(40)  VALUE
              'AL  ALQ. LIBR. F.SER APER.  %OCUP    FAC'.
           02 FILLER                        PIC X(38)  VALUE
              'TURACION   COBRADO ANIO          DEUDA'.
           02 FILLER                        PIC X(14)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-SUCURSAL                  PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TAMANIO                   PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TOTAL                     PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ALQUILADAS                PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-LIBRES                    PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-FUERA                     PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-APERTURA                  PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-OCUPACION                 PIC ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-FACTURADO                 PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-COBRADO                   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-DEUDA                     PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(14)  VALUE SPACES.

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
           02 CNT-CAJ-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CAJ-OBSERVADAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-SIN-CAJA              PIC 9(05)  VALUE ZEROS.
           02 CNT-SUCURSALES                PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS                    PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CAJASEG                    PIC X(02).
              88 FS-CAJASEG-OK                         VALUE '00'.
              88 FS-CAJASEG-EOF                        VALUE '10'.

           02 FS-CONTRCAJ                   PIC X(02).
              88 FS-CONTRCAJ-OK                        VALUE '00'.
              88 FS-CONTRCAJ-EOF                       VALUE '10'.

           02 FS-TARCAJA                    PIC X(02).
              88 FS-TARCAJA-OK                         VALUE '00'.
              88 FS-TARCAJA-EOF                        VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-OCUCAJ                     PIC X(02).
              88 FS-OCUCAJ-OK                          VALUE '00'.

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

           COPY CPSUCUR.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-CAJASEG-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-OCUPACION
                      WS-TOTAL-BANCO
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           MOVE WS-FECHA-PROCESO             TO WS-FECHA-PROCESO-R.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1843-CARGAR-TARIFAS
              THRU 1843-F-CARGAR-TARIFAS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-CONTRATO
              THRU 1300-F-LEER-CONTRATO.

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  CAJASEG
                       CONTRCAJ
                OUTPUT OCUCAJ.

           IF NOT FS-CAJASEG-OK
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE FS-CAJASEG                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CONTRCAJ-OK
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE FS-CONTRCAJ                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-OCUCAJ-OK
              MOVE CT-OCUCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-OCUCAJ                  TO AUX-ERR-STATUS
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
      *   AL LLEGAR AL FINAL LA CLAVE QUEDA EN HIGH-VALUES, ASI        *
      *   NINGUNA CAJA RESTANTE LA ALCANZA. UNA CLAVE REPETIDA O FUERA *
      *   DE ORDEN ROMPE EL APAREO Y SE ABORTA.                        *
      *----------------------------------------------------------------*

       1300-LEER-CONTRATO.

           MOVE '1300-LEER-CONTRATO'          TO WS-PARRAFO.

           READ CONTRCAJ INTO WS-REG-CONTRCAJ.

           EVALUATE TRUE
               WHEN FS-CONTRCAJ-OK
                    ADD 1                     TO CNT-CON-LEIDOS

               WHEN FS-CONTRCAJ-EOF
                    MOVE HIGH-VALUES          TO CON-CLAVE
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
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE 'CAJA REPETIDA O FUERA DE ORDEN EN CONTRCAJ'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-ORDEN
                 THRU 1390-F-ERROR-ORDEN
           END-IF.

           MOVE CON-CLAVE                     TO WS-CON-CLAVE-ANT.

       1300-F-LEER-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 1 0 - L E E R - C A J A                       *
      *----------------------------------------------------------------*

       1310-LEER-CAJA.

           MOVE '1310-LEER-CAJA'              TO WS-PARRAFO.

           READ CAJASEG INTO WS-REG-CAJASEG.

           EVALUATE TRUE
               WHEN FS-CAJASEG-OK
                    ADD 1                     TO CNT-CAJ-LEIDAS

               WHEN FS-CAJASEG-EOF
                    GO TO 1310-F-LEER-CAJA

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAJASEG           TO AUX-ERR-NOMBRE
                    MOVE FS-CAJASEG           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CAJ-CLAVE IS NOT GREATER THAN WS-CAJ-CLAVE-ANT
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE 'CAJA REPETIDA O FUERA DE ORDEN EN CAJASEG'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-ORDEN
                 THRU 1390-F-ERROR-ORDEN
           END-IF.

           MOVE CAJ-CLAVE                     TO WS-CAJ-CLAVE-ANT.

       1310-F-LEER-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 9 0 - E R R O R - O R D E N                     *
      *----------------------------------------------------------------*

       1390-ERROR-ORDEN.

           MOVE CT-DATOS                      TO AUX-ERR-ACCION.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1390-F-ERROR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   PRIMERO DESCARTA LOS CONTRATOS ANTERIORES A LA CAJA ( SIN    *
      *   CAJA EN EL INVENTARIO ); DESPUES ACUMULA LA CAJA Y, SI TIENE *
      *   CONTRATO, SU COBRO Y SU DEUDA.                               *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2100-DESCARTAR-CONTRATO
              THRU 2100-F-DESCARTAR-CONTRATO
             UNTIL CON-CLAVE IS NOT LESS THAN CAJ-CLAVE.

           MOVE CAJ-TAMANIO                   TO WS-TAR-BUSCADO.

           PERFORM 1847-BUSCAR-TARIFA
              THRU 1847-F-BUSCAR-TARIFA.

           IF TARIFA-DESCONOCIDA
              OR CAJ-SUCURSAL IS NOT NUMERIC
              OR CAJ-SUCURSAL IS EQUAL TO ZEROS
              ADD 1                           TO CNT-CAJ-OBSERVADAS
              DISPLAY '* CAJA NO INFORMADA - SUCURSAL ' CAJ-SUCURSAL
                      ' CAJA ' CAJ-NROCAJA ' TAMANIO ' CAJ-TAMANIO
           ELSE
              PERFORM 2200-ACUMULAR-CAJA
                 THRU 2200-F-ACUMULAR-CAJA
           END-IF.

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 1 0 0 - D E S C A R T A R - C O N T R A T O            *
      *----------------------------------------------------------------*

       2100-DESCARTAR-CONTRATO.

           MOVE '2100-DESCARTAR-CONTRATO'     TO WS-PARRAFO.

           ADD 1                              TO CNT-CON-SIN-CAJA.
           DISPLAY '* CONTRATO SIN CAJA - SUCURSAL ' CON-SUCURSAL
                   ' CAJA ' CON-NROCAJA.

           PERFORM 1300-LEER-CONTRATO
              THRU 1300-F-LEER-CONTRATO.

       2100-F-DESCARTAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 0 0 - A C U M U L A R - C A J A                  *
      *----------------------------------------------------------------*
      *   LA FACTURACION ANUAL ES EL CANON DE CADA CAJA ALQUILADA; LO  *
      *   COBRADO SOLO CUENTA SI ES DEL ANIO DE LA FECHA DE PROCESO.   *
      *----------------------------------------------------------------*

       2200-ACUMULAR-CAJA.

           MOVE '2200-ACUMULAR-CAJA'          TO WS-PARRAFO.

           MOVE CAJ-SUCURSAL                  TO WS-SUC.
           MOVE WS-TAR-IX                     TO WS-TAM.

           ADD 1                         TO T-OCU-CAJAS-SUC(WS-SUC)
                                            T-OCU-TOTAL(WS-SUC, WS-TAM).

           EVALUATE TRUE
             WHEN CAJ-ALQUILADA
               ADD 1                TO T-OCU-ALQUILADAS(WS-SUC, WS-TAM)
               ADD T-TAR-CANON-ANUAL(WS-TAM)
                                    TO T-OCU-FACTURADO(WS-SUC, WS-TAM)
             WHEN CAJ-FUERA-SERVICIO
               ADD 1                TO T-OCU-FUERA(WS-SUC, WS-TAM)
             WHEN OTHER
               ADD 1                TO T-OCU-LIBRES(WS-SUC, WS-TAM)
           END-EVALUATE.

           IF CON-CLAVE IS EQUAL TO CAJ-CLAVE
              IF CON-ANIO-COBRO IS EQUAL TO WS-PROCESO-ANIO
                 ADD CON-COBRADO-ANIO TO T-OCU-COBRADO(WS-SUC, WS-TAM)
              END-IF
              ADD CON-DEUDA         TO T-OCU-DEUDA(WS-SUC, WS-TAM)
              IF CON-APERTURA-FORZADA
                 ADD 1              TO T-OCU-APERTURA(WS-SUC, WS-TAM)
              END-IF
              PERFORM 1300-LEER-CONTRATO
                 THRU 1300-F-LEER-CONTRATO
           END-IF.

       2200-F-ACUMULAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 2100-DESCARTAR-CONTRATO
              THRU 2100-F-DESCARTAR-CONTRATO
             UNTIL FS-CONTRCAJ-EOF.

           CLOSE CAJASEG
                 CONTRCAJ.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-RUN-ID                     TO LTI-RUNID.

           MOVE WS-LIN-TITULO                 TO REG-OCUCAJ.
           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

           MOVE SPACES                        TO REG-OCUCAJ.
           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

           MOVE WS-LIN-COLUMNAS               TO REG-OCUCAJ.
           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

           MOVE SPACES                        TO REG-OCUCAJ.
           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

           PERFORM 3100-INFORMAR-SUCURSAL
              THRU 3100-F-INFORMAR-SUCURSAL
             VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC > 99.

           MOVE WS-TOTAL-BANCO                TO WS-VALORES.
           MOVE SPACES                        TO LDE-SUCURSAL
                                                 LDE-TAMANIO.
           MOVE 'TOTAL DEL BANCO'             TO LDE-NOMBRE.

           PERFORM 3200-IMPRIMIR-LINEA
              THRU 3200-F-IMPRIMIR-LINEA.

           CLOSE OCUCAJ.

           IF NOT FS-OCUCAJ-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-OCUCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-OCUCAJ                  TO AUX-ERR-STATUS
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
      *       3 1 0 0 - I N F O R M A R - S U C U R S A L              *
      *----------------------------------------------------------------*

       3100-INFORMAR-SUCURSAL.

           MOVE '3100-INFORMAR-SUCURSAL'      TO WS-PARRAFO.

           IF T-OCU-CAJAS-SUC(WS-SUC) IS EQUAL TO ZEROS
              GO TO 3100-F-INFORMAR-SUCURSAL
           END-IF.

           ADD 1                              TO CNT-SUCURSALES.
           INITIALIZE WS-SUBTOTAL.

           MOVE WS-SUC                        TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           PERFORM 3150-INFORMAR-TAMANIO
              THRU 3150-F-INFORMAR-TAMANIO
             VARYING WS-TAM FROM 1 BY 1
               UNTIL WS-TAM > WS-CANT-TARIFAS.

           MOVE WS-SUBTOTAL                   TO WS-VALORES.
           MOVE SPACES                        TO LDE-SUCURSAL
                                                 LDE-TAMANIO.
           MOVE 'TOTAL SUCURSAL'              TO LDE-NOMBRE.

           PERFORM 3200-IMPRIMIR-LINEA
              THRU 3200-F-IMPRIMIR-LINEA.

           ADD SUB-TOTAL                      TO TOT-TOTAL.
           ADD SUB-ALQUILADAS                 TO TOT-ALQUILADAS.
           ADD SUB-LIBRES                     TO TOT-LIBRES.
           ADD SUB-FUERA                      TO TOT-FUERA.
           ADD SUB-APERTURA                   TO TOT-APERTURA.
           ADD SUB-FACTURADO                  TO TOT-FACTURADO.
           ADD SUB-COBRADO                    TO TOT-COBRADO.
           ADD SUB-DEUDA                      TO TOT-DEUDA.

           MOVE SPACES                        TO REG-OCUCAJ.
           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

       3100-F-INFORMAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *        3 1 5 0 - I N F O R M A R - T A M A N I O               *
      *----------------------------------------------------------------*

       3150-INFORMAR-TAMANIO.

           IF T-OCU-TOTAL(WS-SUC, WS-TAM) IS EQUAL TO ZEROS
              GO TO 3150-F-INFORMAR-TAMANIO
           END-IF.

           MOVE T-OCU-TAM(WS-SUC, WS-TAM)     TO WS-VALORES.

           MOVE WS-SUCUR-NRO-BUSCADA          TO LDE-SUCURSAL.
           MOVE WS-SUCUR-NOMBRE               TO LDE-NOMBRE.
           MOVE T-TAR-DESCRIPCION(WS-TAM)     TO LDE-TAMANIO.

           PERFORM 3200-IMPRIMIR-LINEA
              THRU 3200-F-IMPRIMIR-LINEA.

           ADD VAL-TOTAL                      TO SUB-TOTAL.
           ADD VAL-ALQUILADAS                 TO SUB-ALQUILADAS.
           ADD VAL-LIBRES                     TO SUB-LIBRES.
           ADD VAL-FUERA                      TO SUB-FUERA.
           ADD VAL-APERTURA                   TO SUB-APERTURA.
           ADD VAL-FACTURADO                  TO SUB-FACTURADO.
           ADD VAL-COBRADO                    TO SUB-COBRADO.
           ADD VAL-DEUDA                      TO SUB-DEUDA.

       3150-F-INFORMAR-TAMANIO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 0 0 - I M P R I M I R - L I N E A                 *
      *----------------------------------------------------------------*

       3200-IMPRIMIR-LINEA.

           MOVE VAL-TOTAL                     TO LDE-TOTAL.
           MOVE VAL-ALQUILADAS                TO LDE-ALQUILADAS.
           MOVE VAL-LIBRES                    TO LDE-LIBRES.
           MOVE VAL-FUERA                     TO LDE-FUERA.
           MOVE VAL-APERTURA                  TO LDE-APERTURA.
           MOVE VAL-FACTURADO                 TO LDE-FACTURADO.
           MOVE VAL-COBRADO                   TO LDE-COBRADO.
           MOVE VAL-DEUDA                     TO LDE-DEUDA.

           IF VAL-TOTAL IS GREATER THAN ZEROS
              COMPUTE LDE-OCUPACION ROUNDED =
                      VAL-ALQUILADAS * 100 / VAL-TOTAL
           ELSE
              MOVE ZEROS                      TO LDE-OCUPACION
           END-IF.

           MOVE WS-LIN-DETALLE                TO REG-OCUCAJ.

           PERFORM 3900-GRABAR-OCUCAJ
              THRU 3900-F-GRABAR-OCUCAJ.

           ADD 1                              TO CNT-LINEAS.

       3200-F-IMPRIMIR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CAJ-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI173               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CAJAS LEIDAS:                          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAJ-OBSERVADAS            TO WS-MASCARA.
           DISPLAY '* CAJAS NO INFORMADAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-LEIDOS                TO WS-MASCARA.
           DISPLAY '* CONTRATOS LEIDOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-SIN-CAJA              TO WS-MASCARA.
           DISPLAY '* CONTRATOS SIN CAJA:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SUCURSALES                TO WS-MASCARA.
           DISPLAY '* SUCURSALES INFORMADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS                    TO WS-MASCARA.
           DISPLAY '* LINEAS DEL LISTADO:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CAJAS='         DELIMITED BY SIZE
                  CNT-CAJ-LEIDAS   DELIMITED BY SIZE
                  ' OBS='          DELIMITED BY SIZE
                  CNT-CAJ-OBSERVADAS DELIMITED BY SIZE
                  ' CONTR='        DELIMITED BY SIZE
                  CNT-CON-LEIDOS   DELIMITED BY SIZE
                  ' SINCAJA='      DELIMITED BY SIZE
                  CNT-CON-SIN-CAJA DELIMITED BY SIZE
                  ' SUC='          DELIMITED BY SIZE
                  CNT-SUCURSALES   DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *            3 9 0 0 - G R A B A R - O C U C A J                 *
      *----------------------------------------------------------------*

       3900-GRABAR-OCUCAJ.

           WRITE REG-OCUCAJ.

           IF NOT FS-OCUCAJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-OCUCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-OCUCAJ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3900-F-GRABAR-OCUCAJ.
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
      *        1 8 6 0 - C A R G A R - S U C U R S A L E S             *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

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

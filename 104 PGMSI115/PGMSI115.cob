      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI115.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   COBERTURA DE LA GARANTIA DE LOS DEPOSITOS POR DEPOSITANTE    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES Y CONSOLIDA, POR     *
      * PERSONA, TODO LO QUE TIENE DEPOSITADO EN EL BANCO:             *
      *   - SALDOS A LA VISTA ACREEDORES DE KC02787.TBCURCTA Y PLAZOS  *
      *     FIJOS VIGENTES DE KC02787.TBCURPLF ( EN LA MONEDA DE SU    *
      *     CUENTA DE ACREDITACION ), CONVERTIDOS A PESOS CON LA       *
      *     COTIZACION DEL DIA DEL ARCHIVO COTIZA ( COMO PGMSIN47 ).   *
      *   - LAS CUENTAS CONJUNTAS SE REPARTEN EN PARTES IGUALES ENTRE  *
      *     EL TITULAR Y LOS COTITULARES PLENOS ( ROL 'C' EN           *
      *     KC02787.TBCURTIT ), CON LA MISMA REGLA QUE PGMSIN54; A     *
      *     CADA COTITULAR SE LE SUMA SU PARTE.                        *
      *   - AL TOTAL DE CADA PERSONA SE LE APLICA EL TOPE DE GARANTIA  *
      *     POR PERSONA QUE SE LEE DE SEGDEPAR: HASTA EL TOPE ES       *
      *     GARANTIZADO, EL EXCEDENTE NO GARANTIZADO.                  *
      *   - GRABA SEGDEPRG, EL ARCHIVO DE FORMATO FIJO PARA EL         *
      *     REGULADOR ( UN REGISTRO POR DEPOSITANTE CON SU DOCUMENTO,  *
      *     DE KC02787.TBCURCLI, Y UN REGISTRO FINAL DE CONTROL ), Y   *
      *     SEGDEINF, EL INFORME DE GARANTIZADO Y NO GARANTIZADO POR   *
      *     SUCURSAL ( LO DE CADA PERSONA SE DISTRIBUYE ENTRE LAS      *
      *     SUCURSALES DE SUS DEPOSITOS EN PROPORCION A LO DEPOSITADO  *
      *     EN CADA UNA ).                                             *
      *   - LAS MONEDAS SIN COTIZACION INFORMADA SE LISTAN Y SUS       *
      *     DEPOSITOS NO ENTRAN AL CALCULO.                            *
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

           SELECT SEGDEPAR ASSIGN TO SEGDEPAR
                                    FILE STATUS IS FS-SEGDEPAR.

           SELECT COTIZA ASSIGN TO COTIZA
                                    FILE STATUS IS FS-COTIZA.

           SELECT SEGDEPRG ASSIGN TO SEGDEPRG
                                    FILE STATUS IS FS-SEGDEPRG.

           SELECT SEGDEINF ASSIGN TO SEGDEINF
                                    FILE STATUS IS FS-SEGDEINF.

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
      *   PARAMETROS DE LA GARANTIA: TOPE POR PERSONA EN PESOS         *
      *   ( PRIMER REGISTRO ).                                         *
      *----------------------------------------------------------------*

       FD   SEGDEPAR
            RECORDING MODE IS F.
       01   REG-SEGDEPAR                                    PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVO DE COTIZACIONES DEL DIA: UN REGISTRO POR MONEDA CON  *
      *   LOS PESOS POR UNIDAD.                                        *
      *----------------------------------------------------------------*

       FD   COTIZA
            RECORDING MODE IS F.
       01   REG-COTIZA                                      PIC X(20).

      *----------------------------------------------------------------*
      *   ARCHIVO PARA EL REGULADOR: DETALLE POR DEPOSITANTE Y         *
      *   REGISTRO FINAL DE CONTROL.                                   *
      *----------------------------------------------------------------*

       FD   SEGDEPRG
            RECORDING MODE IS F.
       01   REG-SEGDEPRG                                    PIC X(80).

      *----------------------------------------------------------------*
      *   INFORME DE GARANTIZADO Y NO GARANTIZADO POR SUCURSAL.        *
      *----------------------------------------------------------------*

       FD   SEGDEINF
            RECORDING MODE IS F.
       01   REG-SEGDEINF                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI115'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SEGDEPAR                   PIC X(08)  VALUE 'SEGDEPAR'.
           02 CT-COTIZA                     PIC X(08)  VALUE 'COTIZA  '.
           02 CT-SEGDEPRG                   PIC X(08)  VALUE 'SEGDEPRG'.
           02 CT-SEGDEINF                   PIC X(08)  VALUE 'SEGDEINF'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(02)  VALUE 1.
           02 WS-SUC                        PIC 9(02)  VALUE ZEROS.
           02 WS-SUC-ULTIMA                 PIC 9(02)  VALUE ZEROS.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-PER-AAAAMM                 PIC 9(06).
           02 WS-COTIZ-MONEDA               PIC 9(05)V9(06)
                                                       VALUE ZEROS.
           02 WS-CON-COTIZACION-SW          PIC X(01)  VALUE 'N'.
              88 CON-COTIZACION                        VALUE 'S'.
              88 SIN-COTIZACION                        VALUE 'N'.
           02 WS-CANT-COTIT                 PIC S9(09) COMP VALUE ZEROS.
           02 WS-IMPORTE-ATRIBUIDO          PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-EQUIV-PESOS                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-TOTAL-PERSONA              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-GARANT-PERSONA             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-NOGAR-PERSONA              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-GARANT-SUC                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-GARANT-REPARTIDO           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DEPOS-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WS-GARANT-EDIT                PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WS-NOGAR-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WS-PRIMER-FETCH-SW            PIC X(01)  VALUE 'S'.
              88 PRIMER-FETCH                          VALUE 'S'.
              88 NO-ES-PRIMER-FETCH                    VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO SEGDEPAR                     *
      *----------------------------------------------------------------*

       01 WS-REG-SEGDEPAR.
           02 SDP-TOPE-PERSONA              PIC 9(11)V99.
           02 FILLER                        PIC X(67).

       01 WS-PARAM-CARGADO-SW               PIC X(01)  VALUE 'N'.
           88 PARAM-CARGADO                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO COTIZA                       *
      *----------------------------------------------------------------*

       01 WS-REG-COTIZA.
           02 COT-MONEDA                    PIC X(03).
           02 COT-PESOS-UNIDAD              PIC 9(05)V9(06).
           02 FILLER                        PIC X(06).

      *----------------------------------------------------------------*
      *   TABLA DE COTIZACIONES DEL DIA                                *
      *----------------------------------------------------------------*

       01 WS-CANT-COTIZA                    PIC 9(02)  VALUE ZEROS.

       01 WS-T-COTIZA.
           02 T-COT                         OCCURS 10 TIMES.
              03 T-COT-MONEDA               PIC X(03).
              03 T-COT-PESOS                PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE DEPOSITOS: UNA FILA POR         *
      *   PERSONA Y DEPOSITO ( COMO TITULAR O COMO COTITULAR PLENO ).  *
      *   ORIGEN 'V' A LA VISTA, 'P' PLAZO FIJO.                       *
      *----------------------------------------------------------------*

       01 WS-HOST-DEPOSITO.
           02 WS-DEP-NROCLI                 PIC 9(08).
           02 WS-DEP-TIPCUEN                PIC X(02).
           02 WS-DEP-NROCUEN                PIC 9(04).
           02 WS-DEP-SUCUEN                 PIC 9(02).
           02 WS-DEP-MONEDA                 PIC X(03).
           02 WS-DEP-IMPORTE                PIC S9(11)V99 COMP-3.
           02 WS-DEP-ORIGEN                 PIC X(01).

      *----------------------------------------------------------------*
      *   DEPOSITADO DE LA PERSONA EN CURSO, POR SUCURSAL              *
      *----------------------------------------------------------------*

       01 WS-T-PERSONA-SUC.
           02 T-PSU                         OCCURS 99 TIMES.
              03 T-PSU-DEPOSITADO           PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   ACUMULADORES POR SUCURSAL                                    *
      *----------------------------------------------------------------*

       01 WS-T-SUCURSALES.
           02 T-SUC                         OCCURS 99 TIMES.
              03 T-SUC-CANT                 PIC 9(05).
              03 T-SUC-DEPOSITADO           PIC S9(13)V99 COMP-3.
              03 T-SUC-GARANTIZADO          PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   REGISTRO DEL ARCHIVO PARA EL REGULADOR ( SEGDEPRG ), 80      *
      *   BYTES: 'D' DETALLE POR DEPOSITANTE, 'T' CONTROL FINAL.       *
      *----------------------------------------------------------------*

       01 WS-REG-SEGDEPRG.
           02 RSD-TIPO-REG                  PIC X(01).
              88 RSD-ES-DETALLE                        VALUE 'D'.
              88 RSD-ES-CONTROL                        VALUE 'T'.
           02 RSD-PERIODO                   PIC 9(06).
           02 RSD-DETALLE.
              03 RSD-TIPDOC                 PIC X(02).
              03 RSD-NRODOC                 PIC 9(11).
              03 RSD-NROCLI                 PIC 9(08).
              03 RSD-DEPOSITADO             PIC 9(13)V99.
              03 RSD-GARANTIZADO            PIC 9(13)V99.
              03 RSD-NO-GARANTIZADO         PIC 9(13)V99.
              03 FILLER                     PIC X(07).
           02 RSD-CONTROL REDEFINES RSD-DETALLE.
              03 RSD-CANT-DEPOSITANTES      PIC 9(09).
              03 RSD-TOT-DEPOSITADO         PIC 9(13)V99.
              03 RSD-TOT-GARANTIZADO        PIC 9(13)V99.
              03 RSD-TOT-NO-GARANTIZADO     PIC 9(13)V99.
              03 FILLER                     PIC X(19).

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES                                       *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-DEPOSITADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-GARANTIZADO               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NO-GARANTIZADO            PIC S9(13)V99 COMP-3
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
           02 CNT-DEPOSITOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-DEPOSITOS-SIN-COTIZ       PIC 9(07)  VALUE ZEROS.
           02 CNT-DEPOSITANTES              PIC 9(07)  VALUE ZEROS.
           02 CNT-SOBRE-TOPE                PIC 9(07)  VALUE ZEROS.
           02 CNT-CLI-SIN-TBCURCLI          PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-SEGDEPAR                   PIC X(02).
              88 FS-SEGDEPAR-OK                        VALUE '00'.
              88 FS-SEGDEPAR-EOF                       VALUE '10'.

           02 FS-COTIZA                     PIC X(02).
              88 FS-COTIZA-OK                          VALUE '00'.
              88 FS-COTIZA-EOF                         VALUE '10'.

           02 FS-SEGDEPRG                   PIC X(02).
              88 FS-SEGDEPRG-OK                        VALUE '00'.

           02 FS-SEGDEINF                   PIC X(02).
              88 FS-SEGDEINF-OK                        VALUE '00'.

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

           COPY CPCURTIT.

           COPY CPCURPLF.

           COPY CPFECPRO.

           COPY CPRUNID.

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

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   CUATRO RAMAS: SALDO A LA VISTA DEL TITULAR, DE CADA          *
      *   COTITULAR PLENO, Y LO MISMO PARA LOS PLAZOS FIJOS VIGENTES   *
      *   ( TITULARIDAD Y MONEDA DE SU CUENTA DE ACREDITACION ). EN    *
      *   ORDEN DE PERSONA PARA CORTAR POR DEPOSITANTE.                *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE DEP_CURSOR CURSOR FOR
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, A.SALDO, 'V'
                 FROM KC02787.TBCURCTA A
                WHERE A.SALDO > 0
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, A.SALDO, 'V'
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE T.TIPCUEN = A.TIPCUEN
                  AND T.NROCUEN = A.NROCUEN
                  AND T.SUCUEN  = A.SUCUEN
                  AND T.ROL     = 'C'
                  AND A.SALDO   > 0
               UNION ALL
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, P.CAPITAL, 'P'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND P.ESTADO  = 'V'
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, P.CAPITAL, 'P'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND T.TIPCUEN = A.TIPCUEN
                  AND T.NROCUEN = A.NROCUEN
                  AND T.SUCUEN  = A.SUCUEN
                  AND T.ROL     = 'C'
                  AND P.ESTADO  = 'V'
             ORDER BY 1, 4, 2, 3
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF NOT CS-CURSOR-EOC
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL CS-CURSOR-EOC
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
                      WS-T-COTIZA
                      WS-T-SUCURSALES
                      WS-T-PERSONA-SUC

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PER-AAAAMM.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1250-CARGAR-PARAMETROS
              THRU 1250-F-CARGAR-PARAMETROS.

           PERFORM 1300-CARGAR-COTIZA
              THRU 1300-F-CARGAR-COTIZA.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   SEGDEPAR
                        COTIZA
                OUTPUT  SEGDEPRG
                        SEGDEINF.

           IF NOT FS-SEGDEPAR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGDEPAR                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEPAR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-COTIZA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COTIZA                  TO AUX-ERR-NOMBRE
              MOVE FS-COTIZA                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGDEPRG-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGDEPRG                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEPRG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGDEINF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *     1 2 5 0 - C A R G A R - P A R A M E T R O S                *
      *----------------------------------------------------------------*
      *   EL TOPE POR PERSONA LO FIJA EL REGULADOR Y SE ACTUALIZA EN   *
      *   SEGDEPAR; SIN TOPE NO SE PUEDE INFORMAR Y EL PROGRAMA ABORTA.*
      *----------------------------------------------------------------*

       1250-CARGAR-PARAMETROS.

           MOVE '1250-CARGAR-PARAMETROS'      TO WS-PARRAFO.

           READ SEGDEPAR INTO WS-REG-SEGDEPAR.

           IF FS-SEGDEPAR-OK
              SET PARAM-CARGADO               TO TRUE
           END-IF.

           CLOSE SEGDEPAR.

           IF NOT PARAM-CARGADO
              DISPLAY '* EL ARCHIVO SEGDEPAR VINO VACIO, NO   *'
              DISPLAY '* HAY TOPE DE GARANTIA PARA APLICAR    *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-SEGDEPAR                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEPAR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1250-F-CARGAR-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - C A R G A R - C O T I Z A                  *
      *----------------------------------------------------------------*

       1300-CARGAR-COTIZA.

           MOVE '1300-CARGAR-COTIZA'          TO WS-PARRAFO.

           PERFORM 1320-LEER-COTIZA
              THRU 1320-F-LEER-COTIZA.

           PERFORM 1340-GUARDAR-COTIZA
              THRU 1340-F-GUARDAR-COTIZA
             UNTIL FS-COTIZA-EOF.

           CLOSE COTIZA.

       1300-F-CARGAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 2 0 - L E E R - C O T I Z A                    *
      *----------------------------------------------------------------*

       1320-LEER-COTIZA.

           MOVE '1320-LEER-COTIZA'            TO WS-PARRAFO.

           READ COTIZA INTO WS-REG-COTIZA.

           EVALUATE TRUE
               WHEN FS-COTIZA-OK
                    CONTINUE

               WHEN FS-COTIZA-EOF
                    SET FS-COTIZA-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COTIZA            TO AUX-ERR-NOMBRE
                    MOVE FS-COTIZA            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - G U A R D A R - C O T I Z A                 *
      *----------------------------------------------------------------*

       1340-GUARDAR-COTIZA.

           MOVE '1340-GUARDAR-COTIZA'         TO WS-PARRAFO.

           IF WS-CANT-COTIZA IS LESS THAN 10
              ADD 1                           TO WS-CANT-COTIZA
              MOVE COT-MONEDA       TO T-COT-MONEDA(WS-CANT-COTIZA)
              MOVE COT-PESOS-UNIDAD TO T-COT-PESOS(WS-CANT-COTIZA)
           ELSE
              DISPLAY '* TABLA DE COTIZACIONES LLENA, SE IGNORA: '
                      COT-MONEDA
           END-IF.

           PERFORM 1320-LEER-COTIZA
              THRU 1320-F-LEER-COTIZA.

       1340-F-GUARDAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN DEP_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-OPEN              TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1400-F-ABRIR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  DEP_CURSOR
                     INTO
                        :WS-DEP-NROCLI,
                        :WS-DEP-TIPCUEN,
                        :WS-DEP-NROCUEN,
                        :WS-DEP-SUCUEN,
                        :WS-DEP-MONEDA,
                        :WS-DEP-IMPORTE,
                        :WS-DEP-ORIGEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-DEPOSITOS-LEIDOS

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-CURSOR-EOC         TO TRUE

             WHEN OTHER
               SET CS-CURSOR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF PRIMER-FETCH
              SET NO-ES-PRIMER-FETCH          TO TRUE
              PERFORM 2150-ABRIR-PERSONA
                 THRU 2150-F-ABRIR-PERSONA
           ELSE
              IF WS-DEP-NROCLI IS NOT EQUAL TO WS-NROCLI-ANT
                 PERFORM 2300-CERRAR-PERSONA
                    THRU 2300-F-CERRAR-PERSONA
                 PERFORM 2150-ABRIR-PERSONA
                    THRU 2150-F-ABRIR-PERSONA
              END-IF
           END-IF.

           PERFORM 2170-ATRIBUIR-DEPOSITO
              THRU 2170-F-ATRIBUIR-DEPOSITO.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF CS-CURSOR-EOC AND NO-ES-PRIMER-FETCH
              PERFORM 2300-CERRAR-PERSONA
                 THRU 2300-F-CERRAR-PERSONA
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 5 0 - A B R I R - P E R S O N A                   *
      *----------------------------------------------------------------*

       2150-ABRIR-PERSONA.

           MOVE '2150-ABRIR-PERSONA'          TO WS-PARRAFO.

           MOVE WS-DEP-NROCLI                 TO WS-NROCLI-ANT.
           MOVE ZEROS                         TO WS-TOTAL-PERSONA
                                                 WS-SUC-ULTIMA.
           INITIALIZE WS-T-PERSONA-SUC.

       2150-F-ABRIR-PERSONA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 7 0 - A T R I B U I R - D E P O S I T O                *
      *----------------------------------------------------------------*
      *   REGLA ACORDADA PARA CUENTAS CONJUNTAS ( LA DE PGMSIN54 ): EL *
      *   DEPOSITO SE REPARTE EN PARTES IGUALES ENTRE EL TITULAR Y LOS *
      *   COTITULARES PLENOS. FIRMANTES Y USUFRUCTUARIOS NO SON        *
      *   DEPOSITANTES Y NO PARTICIPAN DEL REPARTO.                    *
      *----------------------------------------------------------------*

       2170-ATRIBUIR-DEPOSITO.

           MOVE '2170-ATRIBUIR-DEPOSITO'      TO WS-PARRAFO.

           PERFORM 2200-BUSCAR-COTIZACION
              THRU 2200-F-BUSCAR-COTIZACION.

           IF SIN-COTIZACION
              ADD 1                           TO CNT-DEPOSITOS-SIN-COTIZ
              DISPLAY '* MONEDA SIN COTIZACION, NO SE COMPUTA: '
                      WS-DEP-MONEDA ' CTA ' WS-DEP-TIPCUEN '-'
                      WS-DEP-NROCUEN ' SUC ' WS-DEP-SUCUEN
              GO TO 2170-F-ATRIBUIR-DEPOSITO
           END-IF.

           MOVE ZEROS                         TO WS-CANT-COTIT.

           MOVE WS-DEP-TIPCUEN                TO WS-TIT-TIPCUEN.
           MOVE WS-DEP-NROCUEN                TO WS-TIT-NROCUEN.
           MOVE WS-DEP-SUCUEN                 TO WS-TIT-SUCUEN.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-COTIT
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-TIT-TIPCUEN
                AND NROCUEN = :WS-TIT-NROCUEN
                AND SUCUEN  = :WS-TIT-SUCUEN
                AND ROL     = 'C'
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE ZEROS                      TO WS-CANT-COTIT
           END-IF.

           COMPUTE WS-IMPORTE-ATRIBUIDO ROUNDED =
                   WS-DEP-IMPORTE / (1 + WS-CANT-COTIT).

           COMPUTE WS-EQUIV-PESOS ROUNDED =
                   WS-IMPORTE-ATRIBUIDO * WS-COTIZ-MONEDA.

           ADD WS-EQUIV-PESOS                 TO WS-TOTAL-PERSONA.

           MOVE WS-DEP-SUCUEN                 TO WS-SUC.
           IF WS-SUC IS GREATER THAN ZEROS
              ADD WS-EQUIV-PESOS         TO T-PSU-DEPOSITADO(WS-SUC)
              IF WS-SUC IS GREATER THAN WS-SUC-ULTIMA
                 MOVE WS-SUC                  TO WS-SUC-ULTIMA
              END-IF
           END-IF.

       2170-F-ATRIBUIR-DEPOSITO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 0 0 - B U S C A R - C O T I Z A C I O N                *
      *----------------------------------------------------------------*
      *   EL PESO CONVIERTE A LA PAR SIN NECESIDAD DE COTIZACION; EL   *
      *   RESTO DE LAS MONEDAS DEBE ESTAR EN EL ARCHIVO COTIZA.        *
      *----------------------------------------------------------------*

       2200-BUSCAR-COTIZACION.

           MOVE '2200-BUSCAR-COTIZACION'      TO WS-PARRAFO.

           SET SIN-COTIZACION                 TO TRUE.
           MOVE ZEROS                         TO WS-COTIZ-MONEDA.

           IF WS-DEP-MONEDA IS EQUAL TO CT-MONEDA-PESOS
              SET CON-COTIZACION              TO TRUE
              MOVE 1                          TO WS-COTIZ-MONEDA
           ELSE
              MOVE 1                          TO WS-I
              PERFORM 2220-COMPARAR-COTIZA
                 THRU 2220-F-COMPARAR-COTIZA
                UNTIL WS-I > WS-CANT-COTIZA
                   OR CON-COTIZACION
           END-IF.

       2200-F-BUSCAR-COTIZACION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 2 0 - C O M P A R A R - C O T I Z A                 *
      *----------------------------------------------------------------*

       2220-COMPARAR-COTIZA.

           IF T-COT-MONEDA(WS-I) IS EQUAL TO WS-DEP-MONEDA
              SET CON-COTIZACION              TO TRUE
              MOVE T-COT-PESOS(WS-I)          TO WS-COTIZ-MONEDA
           ELSE
              ADD 1                           TO WS-I
           END-IF.

       2220-F-COMPARAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 0 0 - C E R R A R - P E R S O N A                   *
      *----------------------------------------------------------------*
      *   APLICA EL TOPE AL TOTAL DE LA PERSONA, LO DISTRIBUYE ENTRE   *
      *   SUS SUCURSALES Y GRABA SU REGISTRO PARA EL REGULADOR. UNA    *
      *   PERSONA CUYOS DEPOSITOS QUEDARON TODOS SIN COTIZACION NO SE  *
      *   INFORMA.                                                     *
      *----------------------------------------------------------------*

       2300-CERRAR-PERSONA.

           MOVE '2300-CERRAR-PERSONA'         TO WS-PARRAFO.

           IF WS-TOTAL-PERSONA IS NOT GREATER THAN ZEROS
              GO TO 2300-F-CERRAR-PERSONA
           END-IF.

           ADD 1                              TO CNT-DEPOSITANTES.

           IF WS-TOTAL-PERSONA IS GREATER THAN SDP-TOPE-PERSONA
              MOVE SDP-TOPE-PERSONA           TO WS-GARANT-PERSONA
              ADD 1                           TO CNT-SOBRE-TOPE
           ELSE
              MOVE WS-TOTAL-PERSONA           TO WS-GARANT-PERSONA
           END-IF.

           COMPUTE WS-NOGAR-PERSONA =
                   WS-TOTAL-PERSONA - WS-GARANT-PERSONA.

           ADD WS-TOTAL-PERSONA               TO ACM-DEPOSITADO.
           ADD WS-GARANT-PERSONA              TO ACM-GARANTIZADO.
           ADD WS-NOGAR-PERSONA               TO ACM-NO-GARANTIZADO.

           MOVE ZEROS                         TO WS-GARANT-REPARTIDO.

           PERFORM 2320-REPARTIR-SUCURSAL
              THRU 2320-F-REPARTIR-SUCURSAL
             VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC IS GREATER THAN WS-SUC-ULTIMA.

      *    EL REDONDEO DEL REPARTO SE AJUSTA EN LA ULTIMA SUCURSAL DE
      *    LA PERSONA, ASI EL INFORME SUMA IGUAL QUE EL ARCHIVO.
           IF WS-SUC-ULTIMA IS GREATER THAN ZEROS
              COMPUTE T-SUC-GARANTIZADO(WS-SUC-ULTIMA) =
                      T-SUC-GARANTIZADO(WS-SUC-ULTIMA)
                    + WS-GARANT-PERSONA - WS-GARANT-REPARTIDO
           END-IF.

           PERFORM 2340-BUSCAR-DOCUMENTO
              THRU 2340-F-BUSCAR-DOCUMENTO.

           MOVE SPACES                        TO WS-REG-SEGDEPRG.
           SET RSD-ES-DETALLE                 TO TRUE.
           MOVE WS-PER-AAAAMM                 TO RSD-PERIODO.
           MOVE WS-CLI-TIPDOC                 TO RSD-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO RSD-NRODOC.
           MOVE WS-NROCLI-ANT                 TO RSD-NROCLI.
           MOVE WS-TOTAL-PERSONA              TO RSD-DEPOSITADO.
           MOVE WS-GARANT-PERSONA             TO RSD-GARANTIZADO.
           MOVE WS-NOGAR-PERSONA              TO RSD-NO-GARANTIZADO.

           PERFORM 2900-GRABAR-SEGDEPRG
              THRU 2900-F-GRABAR-SEGDEPRG.

       2300-F-CERRAR-PERSONA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 3 2 0 - R E P A R T I R - S U C U R S A L                *
      *----------------------------------------------------------------*

       2320-REPARTIR-SUCURSAL.

           IF T-PSU-DEPOSITADO(WS-SUC) IS GREATER THAN ZEROS
              COMPUTE WS-GARANT-SUC ROUNDED =
                      WS-GARANT-PERSONA * T-PSU-DEPOSITADO(WS-SUC)
                                        / WS-TOTAL-PERSONA
              ADD 1                    TO T-SUC-CANT(WS-SUC)
              ADD T-PSU-DEPOSITADO(WS-SUC)
                                       TO T-SUC-DEPOSITADO(WS-SUC)
              ADD WS-GARANT-SUC        TO T-SUC-GARANTIZADO(WS-SUC)
              ADD WS-GARANT-SUC        TO WS-GARANT-REPARTIDO
           END-IF.

       2320-F-REPARTIR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *     2 3 4 0 - B U S C A R - D O C U M E N T O                  *
      *----------------------------------------------------------------*
      *   SIN FILA EN TBCURCLI LA PERSONA SE INFORMA IGUAL, CON EL     *
      *   DOCUMENTO EN BLANCO, Y SE CUENTA PARA SU REVISION.           *
      *----------------------------------------------------------------*

       2340-BUSCAR-DOCUMENTO.

           MOVE '2340-BUSCAR-DOCUMENTO'       TO WS-PARRAFO.

           MOVE WS-NROCLI-ANT                 TO WS-CLI-NROCLI.

           EXEC SQL
             SELECT TIPDOC,
                    NRODOC
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC
               FROM KC02787.TBCURCLI
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    ADD 1                     TO CNT-CLI-SIN-TBCURCLI
                    DISPLAY '* NROCLI SIN FILA EN TBCURCLI: '
                            WS-NROCLI-ANT
                    MOVE SPACES               TO WS-CLI-TIPDOC
                    MOVE ZEROS                TO WS-CLI-NRODOC

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN SELECT --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
                    MOVE SPACES               TO WS-CLI-TIPDOC
                    MOVE ZEROS                TO WS-CLI-NRODOC
           END-EVALUATE.

       2340-F-BUSCAR-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 0 0 - G R A B A R - S E G D E P R G                *
      *----------------------------------------------------------------*

       2900-GRABAR-SEGDEPRG.

           MOVE '2900-GRABAR-SEGDEPRG'        TO WS-PARRAFO.

           WRITE REG-SEGDEPRG FROM WS-REG-SEGDEPRG.

           IF NOT FS-SEGDEPRG-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SEGDEPRG                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEPRG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-SEGDEPRG.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - L I N E A                    *
      *----------------------------------------------------------------*

       2950-GRABAR-LINEA.

           MOVE '2950-GRABAR-LINEA'           TO WS-PARRAFO.

           WRITE REG-SEGDEINF.

           IF NOT FS-SEGDEINF-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SEGDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-SEGDEINF.

       2950-F-GRABAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3250-GRABAR-CONTROL
              THRU 3250-F-GRABAR-CONTROL.

           PERFORM 3300-GRABAR-INFORME
              THRU 3300-F-GRABAR-INFORME.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 1 0 0 - C E R R A R - C U R S O R               *
      *----------------------------------------------------------------*

       3100-CERRAR-CURSOR.

           MOVE '3100-CERRAR-CURSOR'          TO WS-PARRAFO.

           EXEC SQL
              CLOSE DEP_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-CLOSE             TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3100-F-CERRAR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE SEGDEPRG
                 SEGDEINF.

           IF NOT FS-SEGDEPRG-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SEGDEPRG                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEPRG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGDEINF-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SEGDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-SEGDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - G R A B A R - C O N T R O L                 *
      *----------------------------------------------------------------*
      *   REGISTRO FINAL DEL ARCHIVO PARA EL REGULADOR CON LA          *
      *   CANTIDAD DE DEPOSITANTES Y LOS TOTALES INFORMADOS.           *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL.

           MOVE '3250-GRABAR-CONTROL'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-SEGDEPRG.
           SET RSD-ES-CONTROL                 TO TRUE.
           MOVE WS-PER-AAAAMM                 TO RSD-PERIODO.
           MOVE CNT-DEPOSITANTES              TO RSD-CANT-DEPOSITANTES.
           MOVE ACM-DEPOSITADO                TO RSD-TOT-DEPOSITADO.
           MOVE ACM-GARANTIZADO               TO RSD-TOT-GARANTIZADO.
           MOVE ACM-NO-GARANTIZADO            TO RSD-TOT-NO-GARANTIZADO.

           PERFORM 2900-GRABAR-SEGDEPRG
              THRU 2900-F-GRABAR-SEGDEPRG.

       3250-F-GRABAR-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 0 0 - G R A B A R - I N F O R M E                 *
      *----------------------------------------------------------------*

       3300-GRABAR-INFORME.

           MOVE '3300-GRABAR-INFORME'         TO WS-PARRAFO.

           STRING 'GARANTIA DE LOS DEPOSITOS - PERIODO '
                                    DELIMITED BY SIZE
                  WS-PER-AAAAMM     DELIMITED BY SIZE
              INTO REG-SEGDEINF
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           MOVE 'SUC  DEPOSITADO          GARANTIZADO         NO GARANT
      -         'IZADO'                  TO REG-SEGDEINF.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           PERFORM 3340-GRABAR-SUCURSAL
              THRU 3340-F-GRABAR-SUCURSAL
             VARYING WS-SUC FROM 1 BY 1
               UNTIL WS-SUC IS GREATER THAN 99.

           MOVE ACM-DEPOSITADO                TO WS-DEPOS-EDIT.
           MOVE ACM-GARANTIZADO               TO WS-GARANT-EDIT.
           MOVE ACM-NO-GARANTIZADO            TO WS-NOGAR-EDIT.

           STRING 'TOT '            DELIMITED BY SIZE
                  WS-DEPOS-EDIT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-GARANT-EDIT    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-NOGAR-EDIT     DELIMITED BY SIZE
              INTO REG-SEGDEINF
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       3300-F-GRABAR-INFORME.
           EXIT.

      *----------------------------------------------------------------*
      *       3 3 4 0 - G R A B A R - S U C U R S A L                  *
      *----------------------------------------------------------------*

       3340-GRABAR-SUCURSAL.

           MOVE '3340-GRABAR-SUCURSAL'        TO WS-PARRAFO.

           IF T-SUC-CANT(WS-SUC) IS GREATER THAN ZEROS
              MOVE T-SUC-DEPOSITADO(WS-SUC)   TO WS-DEPOS-EDIT
              MOVE T-SUC-GARANTIZADO(WS-SUC)  TO WS-GARANT-EDIT
              COMPUTE WS-NOGAR-EDIT = T-SUC-DEPOSITADO(WS-SUC)
                                    - T-SUC-GARANTIZADO(WS-SUC)

              STRING ' '              DELIMITED BY SIZE
                     WS-SUC           DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     WS-DEPOS-EDIT    DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     WS-GARANT-EDIT   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     WS-NOGAR-EDIT    DELIMITED BY SIZE
                 INTO REG-SEGDEINF
              END-STRING

              PERFORM 2950-GRABAR-LINEA
                 THRU 2950-F-GRABAR-LINEA
           END-IF.

       3340-F-GRABAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-DEPOSITOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI115               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* DEPOSITOS LEIDOS ( POR PERSONA ):       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEPOSITOS-SIN-COTIZ       TO WS-MASCARA.
           DISPLAY '* DEPOSITOS SIN COTIZACION:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEPOSITANTES              TO WS-MASCARA.
           DISPLAY '* DEPOSITANTES INFORMADOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SOBRE-TOPE                TO WS-MASCARA.
           DISPLAY '* DEPOSITANTES SOBRE EL TOPE:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLI-SIN-TBCURCLI          TO WS-MASCARA.
           DISPLAY '* DEPOSITANTES SIN FILA EN TBCURCLI:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'DEPOSITOS='     DELIMITED BY SIZE
                  CNT-DEPOSITOS-LEIDOS DELIMITED BY SIZE
                  ' PERSONAS='     DELIMITED BY SIZE
                  CNT-DEPOSITANTES DELIMITED BY SIZE
                  ' SOBRETOPE='    DELIMITED BY SIZE
                  CNT-SOBRE-TOPE   DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
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

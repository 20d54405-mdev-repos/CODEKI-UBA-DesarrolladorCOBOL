      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI114.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DECLARACION JURADA Y CONCILIACION MENSUAL DEL IMPUESTO       *
      *   SOBRE DEBITOS Y CREDITOS BANCARIOS ( LEY 25.413 )            *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES:                     *
      *   - LEE IMPDCMES, LOS DETALLES DIARIOS IMPDCDIA DEL MES        *
      *     ( COPY CPIMPDC ) GRABADOS POR PGMSI113, CONCATENADOS, Y    *
      *     ACUMULA POR CUENTA LAS BASES IMPONIBLES, EL IMPUESTO       *
      *     CALCULADO DE CADA PATA Y EL EFECTIVAMENTE DEBITADO. LOS    *
      *     REGISTROS FUERA DEL PERIODO SE CUENTAN Y NO SE TOMAN.      *
      *   - GRABA IMPDCDDJ, EL ARCHIVO DE LA DECLARACION JURADA PARA   *
      *     EL ORGANISMO RECAUDADOR: UN REGISTRO POR CUENTA CON EL     *
      *     PERIODO, EL DOCUMENTO DEL TITULAR ( KC02787.TBCURCLI ),    *
      *     LAS BASES Y EL IMPUESTO SOBRE DEBITOS Y SOBRE CREDITOS.    *
      *   - CONCILIA EL IMPUESTO DEBITADO SEGUN EL DETALLE CONTRA LOS  *
      *     MOVIMIENTOS DEL MES EN KC02787.TBCURMOV DENTRO DE LA       *
      *     FRANJA NROMOV DEL IMPUESTO ( 997001-998999 ) Y LISTA EN    *
      *     IMPDCCON CADA CUENTA CON DIFERENCIA, LAS CUENTAS CON       *
      *     IMPUESTO CALCULADO Y NO DEBITADO Y LOS MOVIMIENTOS SIN     *
      *     DETALLE, CERRANDO CON LOS TOTALES DEL PERIODO.             *
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

           SELECT IMPDCMES ASSIGN TO IMPDCMES
                                    FILE STATUS IS FS-IMPDCMES.

           SELECT IMPDCDDJ ASSIGN TO IMPDCDDJ
                                    FILE STATUS IS FS-IMPDCDDJ.

           SELECT IMPDCCON ASSIGN TO IMPDCCON
                                    FILE STATUS IS FS-IMPDCCON.

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
      *   DETALLES DIARIOS DEL MES CONCATENADOS ( COPY CPIMPDC ).      *
      *----------------------------------------------------------------*

       FD   IMPDCMES
            RECORDING MODE IS F.
       01   REG-IMPDCMES                                    PIC X(80).

      *----------------------------------------------------------------*
      *   DECLARACION JURADA PARA EL ORGANISMO RECAUDADOR.             *
      *----------------------------------------------------------------*

       FD   IMPDCDDJ
            RECORDING MODE IS F.
       01   REG-IMPDCDDJ                                    PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE CONCILIACION IMPUESTO DEBITADO CONTRA TBCURMOV.   *
      *----------------------------------------------------------------*

       FD   IMPDCCON
            RECORDING MODE IS F.
       01   REG-IMPDCCON                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI114'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-IMPDCMES                   PIC X(08)  VALUE 'IMPDCMES'.
           02 CT-IMPDCDDJ                   PIC X(08)  VALUE 'IMPDCDDJ'.
           02 CT-IMPDCCON                   PIC X(08)  VALUE 'IMPDCCON'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV DEL IMPUESTO, LA MISMA QUE NUMERA PGMSI113. *
      *----------------------------------------------------------------*

           02 CT-NROMOV-IMP-DESDE           PIC 9(06)  VALUE 997001.
           02 CT-NROMOV-IMP-HASTA           PIC 9(06)  VALUE 998999.
           02 CT-MAX-CUENTAS                PIC 9(04)  VALUE 5000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(04)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIFERENCIA                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-IMPORTE-EDIT-2             PIC $$$$.$$$.$$$.$$9,00-.

      *----------------------------------------------------------------*
      *   PERIODO DECLARADO: DEL PRIMERO DEL MES DE LA FECHA DE        *
      *   PROCESO HASTA LA FECHA DE PROCESO.                           *
      *----------------------------------------------------------------*

       01 WS-PERIODO.
           02 WS-PER-AAAAMM                 PIC 9(06).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-FECHA-HASTA                PIC 9(08).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE IMPUESTO CONTABILIZADO POR      *
      *   CUENTA ( SUMA DE LOS MOVIMIENTOS DE LA FRANJA, NEGATIVA ).   *
      *----------------------------------------------------------------*

       01 WS-POSTEADO.
           02 WS-POS-TIPCUEN                PIC X(02).
           02 WS-POS-NROCUEN                PIC 9(04).
           02 WS-POS-SUCUEN                 PIC 9(02).
           02 WS-POS-IMPORTE                PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   TABLA DE CUENTAS DEL PERIODO                                 *
      *----------------------------------------------------------------*

       01 WS-CANT-CUENTAS                   PIC 9(04)  VALUE ZEROS.

       01 WS-T-CUENTAS.
           02 T-ACU                         OCCURS 5000 TIMES.
              03 T-ACU-TIPCUEN              PIC X(02).
              03 T-ACU-NROCUEN              PIC 9(04).
              03 T-ACU-SUCUEN               PIC 9(02).
              03 T-ACU-NROCLI               PIC 9(08).
              03 T-ACU-BASE-DEBITO          PIC S9(13)V99 COMP-3.
              03 T-ACU-BASE-CREDITO         PIC S9(13)V99 COMP-3.
              03 T-ACU-IMP-DEBITO           PIC S9(11)V99 COMP-3.
              03 T-ACU-IMP-CREDITO          PIC S9(11)V99 COMP-3.
              03 T-ACU-IMP-DEBITADO         PIC S9(11)V99 COMP-3.
              03 T-ACU-IMP-POSTEADO         PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   REGISTRO DE LA DECLARACION JURADA ( IMPDCDDJ ), 80 BYTES.    *
      *----------------------------------------------------------------*

       01 WS-REG-DDJ.
           02 DDJ-PERIODO                   PIC 9(06).
           02 DDJ-TIPDOC                    PIC X(02).
           02 DDJ-NRODOC                    PIC 9(11).
           02 DDJ-TIPCUEN                   PIC X(02).
           02 DDJ-SUCUEN                    PIC 9(02).
           02 DDJ-NROCUEN                   PIC 9(04).
           02 DDJ-BASE-DEBITO               PIC S9(11)V99.
           02 DDJ-BASE-CREDITO              PIC S9(11)V99.
           02 DDJ-IMP-DEBITO                PIC S9(09)V99.
           02 DDJ-IMP-CREDITO               PIC S9(09)V99.
           02 FILLER                        PIC X(05).

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES DEL PERIODO                           *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-IMP-CALCULADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-IMP-DEBITADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-IMP-NO-DEBITADO           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-IMP-POSTEADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-DIFERENCIA                PIC S9(13)V99 COMP-3
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
           02 CNT-DETALLES-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-FUERA-PERIODO             PIC 9(07)  VALUE ZEROS.
           02 CNT-REGISTROS-DDJ             PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-DIFERENCIA        PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-SIN-DETALLE        PIC 9(05)  VALUE ZEROS.
           02 CNT-CLI-SIN-TBCURCLI          PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-IMPDCMES                   PIC X(02).
              88 FS-IMPDCMES-OK                        VALUE '00'.
              88 FS-IMPDCMES-EOF                       VALUE '10'.

           02 FS-IMPDCDDJ                   PIC X(02).
              88 FS-IMPDCDDJ-OK                        VALUE '00'.

           02 FS-IMPDCCON                   PIC X(02).
              88 FS-IMPDCCON-OK                        VALUE '00'.

           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

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

           COPY CPIMPDC.

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

           EXEC SQL
             INCLUDE TBCURMOV
           END-EXEC.

      *----------------------------------------------------------------*
      *   IMPUESTO CONTABILIZADO EN EL PERIODO, SUMADO POR CUENTA.     *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE POS_CURSOR CURSOR FOR
               SELECT TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      SUM(IMPORTE)
                 FROM KC02787.TBCURMOV
                WHERE FECMOV BETWEEN :WS-FECHA-DESDE
                                 AND :WS-FECHA-HASTA
                  AND NROMOV BETWEEN :CT-NROMOV-IMP-DESDE
                                 AND :CT-NROMOV-IMP-HASTA
                GROUP BY SUCUEN, TIPCUEN, NROCUEN
                ORDER BY SUCUEN, TIPCUEN, NROCUEN
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-IMPDCMES-EOF.

           PERFORM 2400-CONCILIAR-POSTEADO
              THRU 2400-F-CONCILIAR-POSTEADO.

           PERFORM 2600-DECLARAR-CUENTA
              THRU 2600-F-DECLARAR-CUENTA
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-CUENTAS.

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

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PER-AAAAMM.
           COMPUTE WS-FECHA-DESDE = WS-PER-AAAAMM * 100 + 1.
           MOVE WS-FECHA-PROCESO              TO WS-FECHA-HASTA.

           DISPLAY 'PERIODO DECLARADO: ' WS-FECHA-DESDE
                   ' AL ' WS-FECHA-HASTA.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           STRING 'CONCILIACION IMPUESTO LEY 25.413 - PERIODO '
                                    DELIMITED BY SIZE
                  WS-PER-AAAAMM     DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.

           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           PERFORM 1450-LEER-IMPDCMES
              THRU 1450-F-LEER-IMPDCMES.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   IMPDCMES
                OUTPUT  IMPDCDDJ
                        IMPDCCON.

           IF NOT FS-IMPDCMES-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCMES                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCMES                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPDCDDJ-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCDDJ                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDDJ                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-IMPDCCON-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCCON                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCCON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 4 5 0 - L E E R - I M P D C M E S                     *
      *----------------------------------------------------------------*

       1450-LEER-IMPDCMES.

           MOVE '1450-LEER-IMPDCMES'          TO WS-PARRAFO.

           READ IMPDCMES INTO WS-REG-IMPDC.

           EVALUATE TRUE
               WHEN FS-IMPDCMES-OK
                    ADD 1                     TO CNT-DETALLES-LEIDOS

               WHEN FS-IMPDCMES-EOF
                    SET FS-IMPDCMES-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-IMPDCMES          TO AUX-ERR-NOMBRE
                    MOVE FS-IMPDCMES          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1450-F-LEER-IMPDCMES.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   ACUMULA CADA DETALLE DIARIO DEL PERIODO EN LA ENTRADA DE SU  *
      *   CUENTA. UN DIARIO DE OTRO MES CONCATENADO POR ERROR SE       *
      *   CUENTA Y SE DEJA AFUERA.                                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF IDC-FECHA IS LESS THAN WS-FECHA-DESDE OR
              IDC-FECHA IS GREATER THAN WS-FECHA-HASTA
              ADD 1                           TO CNT-FUERA-PERIODO
              GO TO 2000-SIGUIENTE
           END-IF.

           MOVE 1                             TO WS-I.

           PERFORM 2020-BUSCAR-CUENTA
              THRU 2020-F-BUSCAR-CUENTA
             UNTIL WS-I > WS-CANT-CUENTAS
                OR ( T-ACU-TIPCUEN(WS-I) IS EQUAL TO IDC-TIPCUEN AND
                     T-ACU-NROCUEN(WS-I) IS EQUAL TO IDC-NROCUEN AND
                     T-ACU-SUCUEN(WS-I)  IS EQUAL TO IDC-SUCUEN ).

           IF WS-I IS GREATER THAN WS-CANT-CUENTAS
              PERFORM 2040-AGREGAR-CUENTA
                 THRU 2040-F-AGREGAR-CUENTA
           END-IF.

           IF IDC-NROCLI IS GREATER THAN ZEROS
              MOVE IDC-NROCLI                 TO T-ACU-NROCLI(WS-I)
           END-IF.

           ADD IDC-BASE-DEBITO        TO T-ACU-BASE-DEBITO(WS-I).
           ADD IDC-BASE-CREDITO       TO T-ACU-BASE-CREDITO(WS-I).
           ADD IDC-IMP-DEBITO         TO T-ACU-IMP-DEBITO(WS-I).
           ADD IDC-IMP-CREDITO        TO T-ACU-IMP-CREDITO(WS-I).

           ADD IDC-IMP-DEBITO IDC-IMP-CREDITO TO ACM-IMP-CALCULADO.

           IF IDC-DEBITADO
              ADD IDC-IMP-DEBITO IDC-IMP-CREDITO
                                      TO T-ACU-IMP-DEBITADO(WS-I)
                                         ACM-IMP-DEBITADO
           ELSE
              ADD IDC-IMP-DEBITO IDC-IMP-CREDITO
                                      TO ACM-IMP-NO-DEBITADO
           END-IF.

       2000-SIGUIENTE.

           PERFORM 1450-LEER-IMPDCMES
              THRU 1450-F-LEER-IMPDCMES.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 0 2 0 - B U S C A R - C U E N T A                    *
      *----------------------------------------------------------------*

       2020-BUSCAR-CUENTA.

           IF T-ACU-TIPCUEN(WS-I) IS NOT EQUAL TO IDC-TIPCUEN OR
              T-ACU-NROCUEN(WS-I) IS NOT EQUAL TO IDC-NROCUEN OR
              T-ACU-SUCUEN(WS-I)  IS NOT EQUAL TO IDC-SUCUEN
              ADD 1                           TO WS-I
           END-IF.

       2020-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 0 4 0 - A G R E G A R - C U E N T A                  *
      *----------------------------------------------------------------*

       2040-AGREGAR-CUENTA.

           MOVE '2040-AGREGAR-CUENTA'         TO WS-PARRAFO.

           IF WS-CANT-CUENTAS IS NOT LESS THAN CT-MAX-CUENTAS
              DISPLAY '* MAS CUENTAS EN EL PERIODO QUE LUGARES *'
              DISPLAY '* EN LA TABLA DE ACUMULACION            *'
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-IMPDCMES                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-CUENTAS.
           MOVE WS-CANT-CUENTAS               TO WS-I.

           MOVE IDC-TIPCUEN                   TO T-ACU-TIPCUEN(WS-I).
           MOVE IDC-NROCUEN                   TO T-ACU-NROCUEN(WS-I).
           MOVE IDC-SUCUEN                    TO T-ACU-SUCUEN(WS-I).
           MOVE ZEROS            TO T-ACU-NROCLI(WS-I)
                                    T-ACU-BASE-DEBITO(WS-I)
                                    T-ACU-BASE-CREDITO(WS-I)
                                    T-ACU-IMP-DEBITO(WS-I)
                                    T-ACU-IMP-CREDITO(WS-I)
                                    T-ACU-IMP-DEBITADO(WS-I)
                                    T-ACU-IMP-POSTEADO(WS-I).

       2040-F-AGREGAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 0 0 - C O N C I L I A R - P O S T E A D O              *
      *----------------------------------------------------------------*
      *   CARGA EN CADA CUENTA EL IMPUESTO QUE EFECTIVAMENTE QUEDO     *
      *   CONTABILIZADO EN TBCURMOV. LO POSTEADO SIN DETALLE DIARIO    *
      *   SE LISTA EN EL MOMENTO.                                      *
      *----------------------------------------------------------------*

       2400-CONCILIAR-POSTEADO.

           MOVE '2400-CONCILIAR-POSTEADO'     TO WS-PARRAFO.

           EXEC SQL
              OPEN POS_CURSOR
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

           PERFORM 2420-FETCH-CURSOR
              THRU 2420-F-FETCH-CURSOR.

           PERFORM 2440-APLICAR-POSTEADO
              THRU 2440-F-APLICAR-POSTEADO
             UNTIL CS-CURSOR-EOC.

           EXEC SQL
              CLOSE POS_CURSOR
           END-EXEC.

       2400-F-CONCILIAR-POSTEADO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 2 0 - F E T C H - C U R S O R                      *
      *----------------------------------------------------------------*

       2420-FETCH-CURSOR.

           MOVE '2420-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  POS_CURSOR
                     INTO
                        :WS-POS-TIPCUEN,
                        :WS-POS-NROCUEN,
                        :WS-POS-SUCUEN,
                        :WS-POS-IMPORTE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

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

       2420-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 4 0 - A P L I C A R - P O S T E A D O                  *
      *----------------------------------------------------------------*

       2440-APLICAR-POSTEADO.

           MOVE '2440-APLICAR-POSTEADO'       TO WS-PARRAFO.

           SUBTRACT WS-POS-IMPORTE            FROM ACM-IMP-POSTEADO.

           MOVE 1                             TO WS-I.

           PERFORM 2460-BUSCAR-POSTEADO
              THRU 2460-F-BUSCAR-POSTEADO
             UNTIL WS-I > WS-CANT-CUENTAS
                OR ( T-ACU-TIPCUEN(WS-I) IS EQUAL TO WS-POS-TIPCUEN AND
                     T-ACU-NROCUEN(WS-I) IS EQUAL TO WS-POS-NROCUEN AND
                     T-ACU-SUCUEN(WS-I)  IS EQUAL TO WS-POS-SUCUEN ).

           IF WS-I IS GREATER THAN WS-CANT-CUENTAS
              ADD 1                           TO CNT-MOVTOS-SIN-DETALLE
              COMPUTE WS-DIFERENCIA = ZEROS - WS-POS-IMPORTE
              ADD WS-DIFERENCIA               TO ACM-DIFERENCIA
              MOVE WS-DIFERENCIA              TO WS-IMPORTE-EDIT

              STRING 'SUC '            DELIMITED BY SIZE
                     WS-POS-SUCUEN     DELIMITED BY SIZE
                     ' CTA '           DELIMITED BY SIZE
                     WS-POS-TIPCUEN    DELIMITED BY SIZE
                     '-'               DELIMITED BY SIZE
                     WS-POS-NROCUEN    DELIMITED BY SIZE
                     ' MOVIMIENTO SIN DETALLE '
                                       DELIMITED BY SIZE
                     WS-IMPORTE-EDIT   DELIMITED BY SIZE
                 INTO REG-IMPDCCON
              END-STRING

              PERFORM 2900-GRABAR-IMPDCCON
                 THRU 2900-F-GRABAR-IMPDCCON
           ELSE
              COMPUTE T-ACU-IMP-POSTEADO(WS-I) = ZEROS - WS-POS-IMPORTE
           END-IF.

           PERFORM 2420-FETCH-CURSOR
              THRU 2420-F-FETCH-CURSOR.

       2440-F-APLICAR-POSTEADO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 6 0 - B U S C A R - P O S T E A D O                  *
      *----------------------------------------------------------------*

       2460-BUSCAR-POSTEADO.

           IF T-ACU-TIPCUEN(WS-I) IS NOT EQUAL TO WS-POS-TIPCUEN OR
              T-ACU-NROCUEN(WS-I) IS NOT EQUAL TO WS-POS-NROCUEN OR
              T-ACU-SUCUEN(WS-I)  IS NOT EQUAL TO WS-POS-SUCUEN
              ADD 1                           TO WS-I
           END-IF.

       2460-F-BUSCAR-POSTEADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 0 0 - D E C L A R A R - C U E N T A                 *
      *----------------------------------------------------------------*
      *   SE DECLARA LO CALCULADO DEL PERIODO; LAS DIFERENCIAS CONTRA  *
      *   LO DEBITADO Y LO CONTABILIZADO VAN A LA CONCILIACION.        *
      *----------------------------------------------------------------*

       2600-DECLARAR-CUENTA.

           MOVE '2600-DECLARAR-CUENTA'        TO WS-PARRAFO.

           PERFORM 2620-BUSCAR-TITULAR
              THRU 2620-F-BUSCAR-TITULAR.

           MOVE SPACES                        TO WS-REG-DDJ.
           MOVE WS-PER-AAAAMM                 TO DDJ-PERIODO.
           MOVE WS-CLI-TIPDOC                 TO DDJ-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO DDJ-NRODOC.
           MOVE T-ACU-TIPCUEN(WS-I)           TO DDJ-TIPCUEN.
           MOVE T-ACU-SUCUEN(WS-I)            TO DDJ-SUCUEN.
           MOVE T-ACU-NROCUEN(WS-I)           TO DDJ-NROCUEN.
           MOVE T-ACU-BASE-DEBITO(WS-I)       TO DDJ-BASE-DEBITO.
           MOVE T-ACU-BASE-CREDITO(WS-I)      TO DDJ-BASE-CREDITO.
           MOVE T-ACU-IMP-DEBITO(WS-I)        TO DDJ-IMP-DEBITO.
           MOVE T-ACU-IMP-CREDITO(WS-I)       TO DDJ-IMP-CREDITO.

           WRITE REG-IMPDCDDJ FROM WS-REG-DDJ.

           IF NOT FS-IMPDCDDJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-IMPDCDDJ                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDDJ                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-REGISTROS-DDJ.

           COMPUTE WS-DIFERENCIA = T-ACU-IMP-POSTEADO(WS-I)
                                 - T-ACU-IMP-DEBITADO(WS-I).

           ADD WS-DIFERENCIA                  TO ACM-DIFERENCIA.

           IF T-ACU-IMP-DEBITO(WS-I) + T-ACU-IMP-CREDITO(WS-I) IS
              GREATER THAN T-ACU-IMP-DEBITADO(WS-I)
              PERFORM 2660-GRABAR-NO-DEBITADO
                 THRU 2660-F-GRABAR-NO-DEBITADO
           END-IF.

           IF WS-DIFERENCIA IS NOT EQUAL TO ZEROS
              PERFORM 2640-GRABAR-DIFERENCIA
                 THRU 2640-F-GRABAR-DIFERENCIA
           END-IF.

       2600-F-DECLARAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 2 0 - B U S C A R - T I T U L A R                  *
      *----------------------------------------------------------------*
      *   EL DETALLE TRAE EL NROCLI SOLO EN LOS DIAS DEBITADOS; SI NO  *
      *   LO TRAE SE BUSCA EN TBCURCTA. SIN TITULAR LA CUENTA SE       *
      *   DECLARA IGUAL, CON DOCUMENTO EN BLANCO, Y SE CUENTA.         *
      *----------------------------------------------------------------*

       2620-BUSCAR-TITULAR.

           MOVE '2620-BUSCAR-TITULAR'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-CLI-TIPDOC.
           MOVE ZEROS                         TO WS-CLI-NRODOC.

           IF T-ACU-NROCLI(WS-I) IS EQUAL TO ZEROS
              MOVE T-ACU-TIPCUEN(WS-I)        TO WS-CTA-TIPCUEN
              MOVE T-ACU-NROCUEN(WS-I)        TO WS-CTA-NROCUEN
              MOVE T-ACU-SUCUEN(WS-I)         TO WS-CTA-SUCUEN

              EXEC SQL
                SELECT NROCLI
                  INTO :WS-CTA-NROCLI
                  FROM KC02787.TBCURCTA
                 WHERE TIPCUEN = :WS-CTA-TIPCUEN
                   AND NROCUEN = :WS-CTA-NROCUEN
                   AND SUCUEN  = :WS-CTA-SUCUEN
              END-EXEC

              IF SQLCODE IS EQUAL TO 0
                 MOVE WS-CTA-NROCLI           TO T-ACU-NROCLI(WS-I)
              END-IF
           END-IF.

           MOVE T-ACU-NROCLI(WS-I)            TO WS-CLI-NROCLI.

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

       2620-F-BUSCAR-TITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 4 0 - G R A B A R - D I F E R E N C I A              *
      *----------------------------------------------------------------*

       2640-GRABAR-DIFERENCIA.

           MOVE '2640-GRABAR-DIFERENCIA'      TO WS-PARRAFO.

           ADD 1                              TO CNT-CUENTAS-DIFERENCIA.

           MOVE T-ACU-IMP-DEBITADO(WS-I)      TO WS-IMPORTE-EDIT.
           MOVE T-ACU-IMP-POSTEADO(WS-I)      TO WS-IMPORTE-EDIT-2.

           STRING 'SUC '            DELIMITED BY SIZE
                  T-ACU-SUCUEN(WS-I) DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  T-ACU-TIPCUEN(WS-I) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  T-ACU-NROCUEN(WS-I) DELIMITED BY SIZE
                  ' DEB '           DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
                  ' MOV '           DELIMITED BY SIZE
                  WS-IMPORTE-EDIT-2 DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.

           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

       2640-F-GRABAR-DIFERENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 6 6 0 - G R A B A R - N O - D E B I T A D O             *
      *----------------------------------------------------------------*

       2660-GRABAR-NO-DEBITADO.

           MOVE '2660-GRABAR-NO-DEBITADO'     TO WS-PARRAFO.

           COMPUTE WS-IMPORTE-EDIT = T-ACU-IMP-DEBITO(WS-I)
                                   + T-ACU-IMP-CREDITO(WS-I)
                                   - T-ACU-IMP-DEBITADO(WS-I).

           STRING 'SUC '            DELIMITED BY SIZE
                  T-ACU-SUCUEN(WS-I) DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  T-ACU-TIPCUEN(WS-I) DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  T-ACU-NROCUEN(WS-I) DELIMITED BY SIZE
                  ' CALCULADO SIN DEBITAR '
                                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.

           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

       2660-F-GRABAR-NO-DEBITADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 9 0 0 - G R A B A R - I M P D C C O N                 *
      *----------------------------------------------------------------*

       2900-GRABAR-IMPDCCON.

           MOVE '2900-GRABAR-IMPDCCON'        TO WS-PARRAFO.

           WRITE REG-IMPDCCON.

           IF NOT FS-IMPDCCON-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-IMPDCCON                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCCON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-IMPDCCON.

       2900-F-GRABAR-IMPDCCON.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3300-GRABAR-TOTALES
              THRU 3300-F-GRABAR-TOTALES.

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

           CLOSE IMPDCMES
                 IMPDCDDJ
                 IMPDCCON.

           IF NOT FS-IMPDCDDJ-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-IMPDCDDJ                TO AUX-ERR-NOMBRE
              MOVE FS-IMPDCDDJ                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 0 0 - G R A B A R - T O T A L E S                 *
      *----------------------------------------------------------------*

       3300-GRABAR-TOTALES.

           MOVE '3300-GRABAR-TOTALES'         TO WS-PARRAFO.

           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           MOVE ACM-IMP-CALCULADO             TO WS-IMPORTE-EDIT.
           STRING 'IMPUESTO CALCULADO......: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT              DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.
           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           MOVE ACM-IMP-DEBITADO              TO WS-IMPORTE-EDIT.
           STRING 'IMPUESTO DEBITADO.......: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT              DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.
           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           MOVE ACM-IMP-NO-DEBITADO           TO WS-IMPORTE-EDIT.
           STRING 'IMPUESTO SIN DEBITAR....: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT              DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.
           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           MOVE ACM-IMP-POSTEADO              TO WS-IMPORTE-EDIT.
           STRING 'IMPUESTO EN TBCURMOV....: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT              DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.
           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

           MOVE ACM-DIFERENCIA                TO WS-IMPORTE-EDIT.
           STRING 'DIFERENCIA MOV - DEBITO.: ' DELIMITED BY SIZE
                  WS-IMPORTE-EDIT              DELIMITED BY SIZE
              INTO REG-IMPDCCON
           END-STRING.
           PERFORM 2900-GRABAR-IMPDCCON
              THRU 2900-F-GRABAR-IMPDCCON.

       3300-F-GRABAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-DETALLES-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI114               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* DETALLES DIARIOS LEIDOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FUERA-PERIODO             TO WS-MASCARA.
           DISPLAY '* DETALLES FUERA DEL PERIODO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REGISTROS-DDJ             TO WS-MASCARA.
           DISPLAY '* CUENTAS DECLARADAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-DIFERENCIA        TO WS-MASCARA.
           DISPLAY '* CUENTAS CON DIFERENCIA:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-SIN-DETALLE        TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS SIN DETALLE:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLI-SIN-TBCURCLI          TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN TITULAR EN TBCURCLI:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           MOVE ACM-IMP-CALCULADO             TO WS-IMPORTE-EDIT.
           DISPLAY ' IMPUESTO CALCULADO...: ' WS-IMPORTE-EDIT.
           MOVE ACM-IMP-POSTEADO              TO WS-IMPORTE-EDIT.
           DISPLAY ' IMPUESTO EN TBCURMOV.: ' WS-IMPORTE-EDIT.
           MOVE ACM-DIFERENCIA                TO WS-IMPORTE-EDIT.
           DISPLAY ' DIFERENCIA...........: ' WS-IMPORTE-EDIT.
           DISPLAY '                                                  '.

           STRING 'LEIDOS='        DELIMITED BY SIZE
                  CNT-DETALLES-LEIDOS DELIMITED BY SIZE
                  ' DDJ='          DELIMITED BY SIZE
                  CNT-REGISTROS-DDJ DELIMITED BY SIZE
                  ' DIFER='        DELIMITED BY SIZE
                  CNT-CUENTAS-DIFERENCIA DELIMITED BY SIZE
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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI152.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   PROPUESTAS TRIMESTRALES DE LIMITE DE DESCUBIERTO             *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA TRIMESTRE ( SYSIN: MES   *
      * DE CIERRE AAAAMM ) Y PROPONE, CUENTA POR CUENTA, EL LIMITE DE  *
      * DESCUBIERTO QUE CORRESPONDERIA SEGUN SU COMPORTAMIENTO, PARA   *
      * QUE LOS ACUERDOS DE LIMITES DEJEN DE QUEDAR FIJOS DESDE EL     *
      * ALTA:                                                          *
      *   - RECORRE LAS CUENTAS EN PESOS DE KC02787.TBCURCTA CUYO      *
      *     TIPO ADMITE DESCUBIERTO EN EL CATALOGO DE PRODUCTOS        *
      *     ( COPY PRODUCLE ).                                         *
      *   - TOMA EL SALDO PROMEDIO Y EL MINIMO DEL TRIMESTRE DE LAS    *
      *     FOTOS DE TBCURSAL Y, SI ES CUENTA SUELDO VIGENTE           *
      *     ( TBCURHAB ), EL ULTIMO SUELDO ACREDITADO.                 *
      *   - DESCARTA LAS CUENTAS CON POCAS FOTOS EN EL TRIMESTRE Y     *
      *     LOS CLIENTES SIN HISTORIA LIMPIA DE MORA: CON ALGUNA       *
      *     CUENTA EN EL ESTADO DE MORA DE PGMSIN77 ( MOROSAL ) O CON  *
      *     UNA INTIMACION DE MORA ( 'INT' EN COMUNLOG ) EN LOS        *
      *     ULTIMOS DOCE MESES.                                        *
      *   - CALCULA EL LIMITE CON LA BANDA DEL SEGMENTO DEL CLIENTE    *
      *     ( ARCHIVO SEGMENTO DE PGMSIN54, PARAMETROS BANDLIM, COPY   *
      *     CPBANLIM ), LO TOPEA Y LO REDONDEA A MILES HACIA ABAJO.    *
      *   - SI DIFIERE DEL LIMITE VIGENTE ( ARCHIVO LIMITES, COPY      *
      *     LIMAUTLE ) GRABA LA PROPUESTA EN PROPLIM ( COPY CPPROLIM ) *
      *     CON LA DECISION EN BLANCO PARA LOS OFICIALES DE CREDITO.   *
      * LA CARGA DE LAS PROPUESTAS APROBADAS EN LIMITES LA HACE        *
      * PGMSI153. AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN  *
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

           SELECT BANDLIM ASSIGN TO BANDLIM
                                    FILE STATUS IS FS-BANDLIM.

           SELECT SEGMENTO ASSIGN TO SEGMENTO
                                    FILE STATUS IS FS-SEGMENTO.

           SELECT MOROSAL ASSIGN TO MOROSAL
                                    FILE STATUS IS FS-MOROSAL.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

           SELECT LIMITES ASSIGN TO LIMITES
                                    FILE STATUS IS FS-LIMITES.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT PROPLIM ASSIGN TO PROPLIM
                                    FILE STATUS IS FS-PROPLIM.

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
      *   BANDAS POR SEGMENTO ( COPY CPBANLIM ).                       *
      *----------------------------------------------------------------*

       FD   BANDLIM
            RECORDING MODE IS F.
       01   REG-BANDLIM                                     PIC X(80).

      *----------------------------------------------------------------*
      *   SEGMENTO VIGENTE DE CADA CLIENTE ( SALIDA DE PGMSIN54 ).     *
      *----------------------------------------------------------------*

       FD   SEGMENTO
            RECORDING MODE IS F.
       01   REG-SEGMENTO                                    PIC X(40).

      *----------------------------------------------------------------*
      *   CUENTAS EN MORA AL ULTIMO PROCESO DE PGMSIN77.               *
      *----------------------------------------------------------------*

       FD   MOROSAL
            RECORDING MODE IS F.
       01   REG-MOROSAL.
           02 MOR-TIPCUEN                   PIC X(02).
           02 MOR-NROCUEN                   PIC 9(04).
           02 MOR-SUCUEN                    PIC 9(02).
           02 MOR-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(44).

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG ): SE   *
      *   LEE PARA LAS INTIMACIONES DE MORA DEL ULTIMO ANIO.           *
      *----------------------------------------------------------------*

       FD   COMUNLOG
            RECORDING MODE IS F.
       01   REG-COMUNLOG                                    PIC X(50).

      *----------------------------------------------------------------*
      *   LIMITES DE SOBREGIRO AUTORIZADOS ( COPY LIMAUMAE ).          *
      *----------------------------------------------------------------*

           COPY LIMAUMAE.

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   RUTINA COMUN PRODUCLE ).                                     *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.

       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   PROPUESTAS DE LIMITE PARA LOS OFICIALES ( COPY CPPROLIM ).   *
      *----------------------------------------------------------------*

       FD   PROPLIM
            RECORDING MODE IS F.
       01   REG-PROPLIM                                     PIC X(160).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI152'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-BANDLIM                    PIC X(08)  VALUE 'BANDLIM '.
           02 CT-SEGMENTO                   PIC X(08)  VALUE 'SEGMENTO'.
           02 CT-MOROSAL                    PIC X(08)  VALUE 'MOROSAL '.
           02 CT-COMUNLOG                   PIC X(08)  VALUE 'COMUNLOG'.
           02 CT-LIMITES                    PIC X(08)  VALUE 'LIMITES '.
           02 CT-PROPLIM                    PIC X(08)  VALUE 'PROPLIM '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-TIPO-INTIMACION            PIC X(03)  VALUE 'INT'.
           02 CT-MARCA-SUELDO               PIC X(01)  VALUE 'S'.
           02 CT-MESES-TRIMESTRE            PIC 9(02)  VALUE 3.
           02 CT-MESES-HISTORIA             PIC 9(02)  VALUE 12.
           02 CT-MIN-FOTOS                  PIC 9(03)  VALUE 60.
           02 CT-REDONDEO                   PIC 9(05)  VALUE 1000.
           02 CT-MAX-BANDAS                 PIC 9(03)  VALUE 20.
           02 CT-MAX-SEGMENTOS              PIC 9(05)  VALUE 8000.
           02 CT-MAX-MOROSOS                PIC 9(05)  VALUE 5000.
           02 CT-MAX-INTIMADOS              PIC 9(05)  VALUE 5000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IB                         PIC 9(03)  VALUE ZEROS.
           02 WS-IS                         PIC 9(05)  VALUE ZEROS.
           02 WS-IM                         PIC 9(05)  VALUE ZEROS.
           02 WS-II                         PIC 9(05)  VALUE ZEROS.
           02 WS-MESES-TOTAL                PIC 9(06)  VALUE ZEROS.
           02 WS-SEGMENTO-CLI               PIC X(02)  VALUE SPACES.
           02 WS-REFERENCIA                 PIC S9(13)V99 VALUE ZEROS.
           02 WS-PROPUESTO                  PIC S9(13)V99 VALUE ZEROS.
           02 WS-MILES                      PIC 9(11)  VALUE ZEROS.
           02 WS-CUENTA-SW                  PIC X(01)  VALUE 'S'.
              88 CUENTA-CANDIDATA                      VALUE 'S'.
              88 CUENTA-DESCARTADA                     VALUE 'N'.
           02 WS-BANDA-SW                   PIC X(01)  VALUE 'N'.
              88 BANDA-HALLADA                         VALUE 'S'.
              88 SIN-BANDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *             A R E A  D E  P A R A M E T R O S                  *
      *----------------------------------------------------------------*
      *   SYSIN: MES DE CIERRE DEL TRIMESTRE ( AAAAMM ) EN COL 1-6.    *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-PERIODO               PIC X(06).
           02 FILLER                        PIC X(74).

       01 WS-PARAMETROS.
           02 WS-FECHA-DESDE                PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HASTA                PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HISTORIA             PIC 9(08) VALUE ZEROS.

       01 WS-PERIODO.
           02 WS-PER-ANIO                   PIC 9(04).
           02 WS-PER-MES                    PIC 9(02).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01 WS-MES-CALCULO.
           02 WS-MCA-ANIO                   PIC 9(04).
           02 WS-MCA-MES                    PIC 9(02).
       01 WS-MES-CALCULO-N REDEFINES WS-MES-CALCULO
                                            PIC 9(06).

      *----------------------------------------------------------------*
      *   BANDAS POR SEGMENTO EN MEMORIA                               *
      *----------------------------------------------------------------*

           COPY CPBANLIM.

       01 WS-CANT-BANDAS                    PIC 9(03)  VALUE ZEROS.

       01 WS-T-BANDAS.
           02 T-BND                         OCCURS 20 TIMES.
              03 T-BND-SEGMENTO             PIC X(02).
              03 T-BND-PORC-PROMEDIO        PIC 9(03).
              03 T-BND-PORC-SUELDO          PIC 9(03).
              03 T-BND-TOPE                 PIC 9(11)V99.
              03 T-BND-MINIMO               PIC 9(11)V99.

      *----------------------------------------------------------------*
      *   SEGMENTO VIGENTE POR CLIENTE                                 *
      *----------------------------------------------------------------*

       01 WS-REG-SEGMENTO-TRAB.
           02 SEG-TIPDOC                    PIC X(02).
           02 SEG-NRODOC                    PIC 9(11).
           02 SEG-NROCLI                    PIC 9(08).
           02 SEG-SALDO                     PIC S9(11)V99.
           02 SEG-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(04).

       01 WS-CANT-SEGMENTOS                 PIC 9(05)  VALUE ZEROS.

       01 WS-T-SEGMENTOS.
           02 T-SEG                         OCCURS 8000 TIMES.
              03 T-SEG-NROCLI               PIC 9(08).
              03 T-SEG-SEGMENTO             PIC X(02).

      *----------------------------------------------------------------*
      *   HISTORIA DE MORA: CLIENTES CON CUENTAS EN MORA Y DOCUMENTOS  *
      *   INTIMADOS EN LOS ULTIMOS DOCE MESES                          *
      *----------------------------------------------------------------*

       01 WS-CANT-MOROSOS                   PIC 9(05)  VALUE ZEROS.

       01 WS-T-MOROSOS.
           02 T-MOR-NROCLI                  OCCURS 5000 TIMES
                                            PIC 9(08).

       01 WS-CANT-INTIMADOS                 PIC 9(05)  VALUE ZEROS.

       01 WS-T-INTIMADOS.
           02 T-INT                         OCCURS 5000 TIMES.
              03 T-INT-TIPDOC               PIC X(02).
              03 T-INT-NRODOC               PIC 9(11).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LA CUENTA EN CURSO                         *
      *----------------------------------------------------------------*

       01 WS-HOST-CUENTA.
           02 WS-HCU-TIPDOC                 PIC X(02).
           02 WS-HCU-NRODOC                 PIC 9(11).
           02 WS-HCU-NOMAPE                 PIC X(30).
           02 WS-HCU-PROMEDIO               PIC S9(13)V99 COMP-3.
           02 WS-HCU-MINIMO                 PIC S9(13)V99 COMP-3.
           02 WS-HCU-FOTOS                  PIC S9(09) COMP.

           COPY CPPROLIM.

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
           02 CNT-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-SIN-DESCUBIERTO           PIC 9(07)  VALUE ZEROS.
           02 CNT-POCAS-FOTOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-CON-MORA                  PIC 9(07)  VALUE ZEROS.
           02 CNT-SIN-BANDA                 PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJO-MINIMO               PIC 9(07)  VALUE ZEROS.
           02 CNT-SIN-CAMBIO                PIC 9(07)  VALUE ZEROS.
           02 CNT-PROP-NUEVO                PIC 9(07)  VALUE ZEROS.
           02 CNT-PROP-AUMENTO              PIC 9(07)  VALUE ZEROS.
           02 CNT-PROP-BAJA                 PIC 9(07)  VALUE ZEROS.
           02 CNT-PROPUESTAS                PIC 9(07)  VALUE ZEROS.
           02 CNT-SEGMENTOS-NO-CARGADOS     PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-BANDLIM                    PIC X(02).
              88 FS-BANDLIM-OK                         VALUE '00'.
              88 FS-BANDLIM-EOF                        VALUE '10'.

           02 FS-SEGMENTO                   PIC X(02).
              88 FS-SEGMENTO-OK                        VALUE '00'.
              88 FS-SEGMENTO-EOF                       VALUE '10'.

           02 FS-MOROSAL                    PIC X(02).
              88 FS-MOROSAL-OK                         VALUE '00'.
              88 FS-MOROSAL-EOF                        VALUE '10'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.
              88 FS-COMUNLOG-EOF                       VALUE '10'.

           02 FS-LIMITES                    PIC X(02).
              88 FS-LIMITES-OK                         VALUE '00'.
              88 FS-LIMITES-EOF                        VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-PROPLIM                    PIC X(02).
              88 FS-PROPLIM-OK                         VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY NOVCTA.

           COPY CPCURHAB.

           COPY CPLIMAUT.

           COPY CPPRODUC.

           COPY CPCOMLOG.

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
             INCLUDE TBCURSAL
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURHAB
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE LIM_CURSOR CURSOR FOR
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.NROCLI,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURCLI C
                WHERE A.NROCLI = C.NROCLI
                  AND A.MONEDA = :CT-MONEDA-PESOS
             ORDER BY A.SUCUEN, A.TIPCUEN, A.NROCUEN
           END-EXEC.


           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL CS-CURSOR-EOC.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-BANDAS
                      WS-T-SEGMENTOS
                      WS-T-MOROSOS
                      WS-T-INTIMADOS.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-BANDAS
              THRU 1300-F-CARGAR-BANDAS.

           PERFORM 1500-CARGAR-SEGMENTOS
              THRU 1500-F-CARGAR-SEGMENTOS.

           PERFORM 1600-CARGAR-MOROSOS
              THRU 1600-F-CARGAR-MOROSOS.

           PERFORM 1700-CARGAR-INTIMADOS
              THRU 1700-F-CARGAR-INTIMADOS.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1891-CARGAR-LIMITES
              THRU 1891-F-CARGAR-LIMITES.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 0 5 0 - L E E R - P A R A M E T R O S             *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-PARM-CARD.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           IF WS-PARM-PERIODO IS NOT NUMERIC OR
              WS-PARM-PERIODO IS EQUAL TO ZEROS
              DISPLAY '* PERIODO INVALIDO EN SYSIN: ' WS-PARM-CARD
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE 'SYSIN'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-PARM-PERIODO               TO WS-PERIODO.

           IF WS-PER-MES IS LESS THAN 1 OR
              WS-PER-MES IS GREATER THAN 12
              DISPLAY '* MES INVALIDO EN SYSIN: ' WS-PARM-CARD
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE 'SYSIN'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

      *    TRIMESTRE: DEL MES DE CIERRE MENOS DOS AL MES DE CIERRE.
      *    HISTORIA DE MORA: LOS DOCE MESES QUE TERMINAN EN EL CIERRE.

           COMPUTE WS-MESES-TOTAL = WS-PER-ANIO * 12 + WS-PER-MES
                                  - CT-MESES-TRIMESTRE.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MCA-ANIO
                                    REMAINDER WS-MCA-MES.
           ADD 1                              TO WS-MCA-MES.
           MOVE WS-MES-CALCULO-N              TO WS-FECHA-DESDE(1:6).
           MOVE '01'                          TO WS-FECHA-DESDE(7:2).
           MOVE WS-PARM-PERIODO               TO WS-FECHA-HASTA(1:6).
           MOVE '31'                          TO WS-FECHA-HASTA(7:2).

           COMPUTE WS-MESES-TOTAL = WS-PER-ANIO * 12 + WS-PER-MES
                                  - CT-MESES-HISTORIA.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MCA-ANIO
                                    REMAINDER WS-MCA-MES.
           ADD 1                              TO WS-MCA-MES.
           MOVE WS-MES-CALCULO-N              TO WS-FECHA-HISTORIA(1:6).
           MOVE '01'                          TO WS-FECHA-HISTORIA(7:2).

           DISPLAY 'TRIMESTRE INFORMADO: ' WS-FECHA-DESDE ' A '
                   WS-FECHA-HASTA '  MORA DESDE: ' WS-FECHA-HISTORIA.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  BANDLIM
                       SEGMENTO
                       MOROSAL
                OUTPUT PROPLIM.

           IF NOT FS-BANDLIM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-BANDLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-BANDLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGMENTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGMENTO                TO AUX-ERR-NOMBRE
              MOVE FS-SEGMENTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MOROSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MOROSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MOROSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PROPLIM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PROPLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-PROPLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 0 0 - C A R G A R - B A N D A S               *
      *----------------------------------------------------------------*

       1300-CARGAR-BANDAS.

           MOVE '1300-CARGAR-BANDAS'          TO WS-PARRAFO.

           PERFORM 1320-LEER-BANDA
              THRU 1320-F-LEER-BANDA.

           PERFORM 1340-GUARDAR-BANDA
              THRU 1340-F-GUARDAR-BANDA
             UNTIL FS-BANDLIM-EOF.

           CLOSE BANDLIM.

           IF WS-CANT-BANDAS IS EQUAL TO ZEROS
              DISPLAY '* BANDLIM SIN BANDAS VALIDAS *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-BANDLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-BANDLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-BANDAS.
           EXIT.

      *----------------------------------------------------------------*
      *                1 3 2 0 - L E E R - B A N D A                   *
      *----------------------------------------------------------------*

       1320-LEER-BANDA.

           MOVE '1320-LEER-BANDA'             TO WS-PARRAFO.

           READ BANDLIM INTO WS-REG-BANDLIM.

           EVALUATE TRUE
               WHEN FS-BANDLIM-OK
                    CONTINUE

               WHEN FS-BANDLIM-EOF
                    SET FS-BANDLIM-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-BANDLIM           TO AUX-ERR-NOMBRE
                    MOVE FS-BANDLIM           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 4 0 - G U A R D A R - B A N D A               *
      *----------------------------------------------------------------*
      *   UNA BANDA CON IMPORTES O PORCENTAJES NO NUMERICOS O SIN      *
      *   TOPE SE INFORMA Y SE DESCARTA.                               *
      *----------------------------------------------------------------*

       1340-GUARDAR-BANDA.

           MOVE '1340-GUARDAR-BANDA'          TO WS-PARRAFO.

           IF BND-PORC-PROMEDIO IS NOT NUMERIC OR
              BND-PORC-SUELDO IS NOT NUMERIC OR
              BND-TOPE IS NOT NUMERIC OR
              BND-MINIMO IS NOT NUMERIC OR
              BND-TOPE IS EQUAL TO ZEROS
              DISPLAY '* BANDA INVALIDA, SE DESCARTA: ' WS-REG-BANDLIM
              GO TO 1340-LEER-SIGUIENTE
           END-IF.

           IF WS-CANT-BANDAS >= CT-MAX-BANDAS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-BANDLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-BANDLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-BANDAS.
           MOVE WS-CANT-BANDAS                TO WS-IB.

           MOVE BND-SEGMENTO                  TO T-BND-SEGMENTO(WS-IB).
           MOVE BND-PORC-PROMEDIO         TO T-BND-PORC-PROMEDIO(WS-IB).
           MOVE BND-PORC-SUELDO             TO T-BND-PORC-SUELDO(WS-IB).
           MOVE BND-TOPE                      TO T-BND-TOPE(WS-IB).
           MOVE BND-MINIMO                    TO T-BND-MINIMO(WS-IB).

       1340-LEER-SIGUIENTE.

           PERFORM 1320-LEER-BANDA
              THRU 1320-F-LEER-BANDA.

       1340-F-GUARDAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN LIM_CURSOR
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
      *           1 5 0 0 - C A R G A R - S E G M E N T O S            *
      *----------------------------------------------------------------*
      *   UN CLIENTE QUE NO ENTRA EN LA TABLA QUEDA SIN SEGMENTO Y     *
      *   TOMA LA BANDA GENERAL: SE CUENTA Y SE INFORMA.               *
      *----------------------------------------------------------------*

       1500-CARGAR-SEGMENTOS.

           MOVE '1500-CARGAR-SEGMENTOS'       TO WS-PARRAFO.

           PERFORM 1550-LEER-SEGMENTO
              THRU 1550-F-LEER-SEGMENTO.

           PERFORM 1540-GUARDAR-SEGMENTO
              THRU 1540-F-GUARDAR-SEGMENTO
             UNTIL FS-SEGMENTO-EOF.

           CLOSE SEGMENTO.

       1500-F-CARGAR-SEGMENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 4 0 - G U A R D A R - S E G M E N T O             *
      *----------------------------------------------------------------*

       1540-GUARDAR-SEGMENTO.

           IF WS-CANT-SEGMENTOS IS LESS THAN CT-MAX-SEGMENTOS
              ADD 1                           TO WS-CANT-SEGMENTOS
              MOVE SEG-NROCLI
                          TO T-SEG-NROCLI(WS-CANT-SEGMENTOS)
              MOVE SEG-SEGMENTO
                          TO T-SEG-SEGMENTO(WS-CANT-SEGMENTOS)
           ELSE
              ADD 1                      TO CNT-SEGMENTOS-NO-CARGADOS
           END-IF.

           PERFORM 1550-LEER-SEGMENTO
              THRU 1550-F-LEER-SEGMENTO.

       1540-F-GUARDAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 5 5 0 - L E E R - S E G M E N T O                 *
      *----------------------------------------------------------------*

       1550-LEER-SEGMENTO.

           READ SEGMENTO INTO WS-REG-SEGMENTO-TRAB.

           IF NOT FS-SEGMENTO-OK
              SET FS-SEGMENTO-EOF             TO TRUE
           END-IF.

       1550-F-LEER-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *             1 6 0 0 - C A R G A R - M O R O S O S              *
      *----------------------------------------------------------------*
      *   UN MOROSO QUE NO ENTRA EN LA TABLA PODRIA RECIBIR UNA        *
      *   PROPUESTA: CON LA TABLA LLENA EL PROCESO CANCELA.            *
      *----------------------------------------------------------------*

       1600-CARGAR-MOROSOS.

           MOVE '1600-CARGAR-MOROSOS'         TO WS-PARRAFO.

           PERFORM 1620-LEER-MOROSAL
              THRU 1620-F-LEER-MOROSAL.

           PERFORM 1640-GUARDAR-MOROSO
              THRU 1640-F-GUARDAR-MOROSO
             UNTIL FS-MOROSAL-EOF.

           CLOSE MOROSAL.

       1600-F-CARGAR-MOROSOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 6 2 0 - L E E R - M O R O S A L                 *
      *----------------------------------------------------------------*

       1620-LEER-MOROSAL.

           MOVE '1620-LEER-MOROSAL'           TO WS-PARRAFO.

           READ MOROSAL.

           EVALUATE TRUE
               WHEN FS-MOROSAL-OK
                    CONTINUE

               WHEN FS-MOROSAL-EOF
                    SET FS-MOROSAL-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-MOROSAL           TO AUX-ERR-NOMBRE
                    MOVE FS-MOROSAL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-MOROSAL.
           EXIT.

      *----------------------------------------------------------------*
      *             1 6 4 0 - G U A R D A R - M O R O S O              *
      *----------------------------------------------------------------*

       1640-GUARDAR-MOROSO.

           MOVE '1640-GUARDAR-MOROSO'         TO WS-PARRAFO.

           IF WS-CANT-MOROSOS >= CT-MAX-MOROSOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-MOROSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MOROSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-MOROSOS.
           MOVE MOR-NROCLI            TO T-MOR-NROCLI(WS-CANT-MOROSOS).

           PERFORM 1620-LEER-MOROSAL
              THRU 1620-F-LEER-MOROSAL.

       1640-F-GUARDAR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 7 0 0 - C A R G A R - I N T I M A D O S            *
      *----------------------------------------------------------------*
      *   DOCUMENTOS CON UNA INTIMACION DE MORA ( 'INT' DE PGMSIN77 )  *
      *   DESDE EL INICIO DE LA HISTORIA. SIN COMUNLOG NO HAY          *
      *   HISTORIA QUE CONTROLAR Y SOLO VALE EL ESTADO DE MORA.        *
      *   CON LA TABLA LLENA EL PROCESO CANCELA.                       *
      *----------------------------------------------------------------*

       1700-CARGAR-INTIMADOS.

           MOVE '1700-CARGAR-INTIMADOS'       TO WS-PARRAFO.

           OPEN INPUT COMUNLOG.

           IF NOT FS-COMUNLOG-OK
              DISPLAY '* SIN ARCHIVO COMUNLOG: SOLO SE CONTROLA EL '
                      'ESTADO DE MORA VIGENTE *'
              GO TO 1700-F-CARGAR-INTIMADOS
           END-IF.

           PERFORM 1720-LEER-COMUNLOG
              THRU 1720-F-LEER-COMUNLOG.

           PERFORM 1740-GUARDAR-INTIMADO
              THRU 1740-F-GUARDAR-INTIMADO
             UNTIL FS-COMUNLOG-EOF.

           CLOSE COMUNLOG.

       1700-F-CARGAR-INTIMADOS.
           EXIT.

      *----------------------------------------------------------------*
      *             1 7 2 0 - L E E R - C O M U N L O G                *
      *----------------------------------------------------------------*

       1720-LEER-COMUNLOG.

           MOVE '1720-LEER-COMUNLOG'          TO WS-PARRAFO.

           READ COMUNLOG INTO WS-REG-COMUNLOG.

           EVALUATE TRUE
               WHEN FS-COMUNLOG-OK
                    CONTINUE

               WHEN FS-COMUNLOG-EOF
                    SET FS-COMUNLOG-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COMUNLOG          TO AUX-ERR-NOMBRE
                    MOVE FS-COMUNLOG          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1720-F-LEER-COMUNLOG.
           EXIT.

      *----------------------------------------------------------------*
      *           1 7 4 0 - G U A R D A R - I N T I M A D O            *
      *----------------------------------------------------------------*

       1740-GUARDAR-INTIMADO.

           MOVE '1740-GUARDAR-INTIMADO'       TO WS-PARRAFO.

           IF CLO-TIPO-EMISION IS NOT EQUAL TO CT-TIPO-INTIMACION OR
              CLO-FECHA IS LESS THAN WS-FECHA-HISTORIA OR
              CLO-FECHA IS GREATER THAN WS-FECHA-HASTA
              GO TO 1740-LEER-SIGUIENTE
           END-IF.

           IF WS-CANT-INTIMADOS >= CT-MAX-INTIMADOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-COMUNLOG                TO AUX-ERR-NOMBRE
              MOVE FS-COMUNLOG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-INTIMADOS.
           MOVE CLO-TIPDOC          TO T-INT-TIPDOC(WS-CANT-INTIMADOS).
           MOVE CLO-NRODOC          TO T-INT-NRODOC(WS-CANT-INTIMADOS).

       1740-LEER-SIGUIENTE.

           PERFORM 1720-LEER-COMUNLOG
              THRU 1720-F-LEER-COMUNLOG.

       1740-F-GUARDAR-INTIMADO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 6 5 - C A R G A   Y   C O N S U L T A   D E L       *
      *                  C A T A L O G O   ( C O P Y )                 *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

      *----------------------------------------------------------------*
      *        1 8 9 1 - C A R G A   Y   C O N S U L T A   D E         *
      *                  L I M I T E S   ( C O P Y )                   *
      *----------------------------------------------------------------*

           COPY LIMAUTLE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           SET CUENTA-CANDIDATA               TO TRUE.

           PERFORM 2200-CONTROLAR-CUENTA
              THRU 2200-F-CONTROLAR-CUENTA.

           IF CUENTA-CANDIDATA
              PERFORM 2400-CALCULAR-LIMITE
                 THRU 2400-F-CALCULAR-LIMITE
           END-IF.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  LIM_CURSOR
                     INTO
                        :WS-CTA-TIPCUEN,
                        :WS-CTA-NROCUEN,
                        :WS-CTA-SUCUEN,
                        :WS-CTA-NROCLI,
                        :WS-HCU-TIPDOC,
                        :WS-HCU-NRODOC,
                        :WS-HCU-NOMAPE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-CUENTAS-LEIDAS

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
      *           2 2 0 0 - C O N T R O L A R - C U E N T A            *
      *----------------------------------------------------------------*
      *   DESCARTA, EN ESTE ORDEN: TIPO SIN DESCUBIERTO EN EL          *
      *   CATALOGO, CLIENTE CON HISTORIA DE MORA Y CUENTA CON MENOS    *
      *   FOTOS QUE CT-MIN-FOTOS EN EL TRIMESTRE.                      *
      *----------------------------------------------------------------*

       2200-CONTROLAR-CUENTA.

           MOVE '2200-CONTROLAR-CUENTA'       TO WS-PARRAFO.

           IF CATALOGO-CARGADO
              MOVE WS-CTA-TIPCUEN             TO WS-PRO-BUSCADO

              PERFORM 1867-BUSCAR-PRODUCTO
                 THRU 1867-F-BUSCAR-PRODUCTO

              IF PRODUCTO-DESCONOCIDO OR
                 T-PRO-PERMITE-DESCUB(WS-PRO-IX) IS NOT EQUAL TO 'S'
                 ADD 1                        TO CNT-SIN-DESCUBIERTO
                 SET CUENTA-DESCARTADA        TO TRUE
                 GO TO 2200-F-CONTROLAR-CUENTA
              END-IF
           END-IF.

           MOVE 1                             TO WS-IM.

           PERFORM 2210-COMPARAR-MOROSO
              THRU 2210-F-COMPARAR-MOROSO
             UNTIL WS-IM > WS-CANT-MOROSOS
                OR T-MOR-NROCLI(WS-IM) IS EQUAL TO WS-CTA-NROCLI.

           MOVE 1                             TO WS-II.

           PERFORM 2220-COMPARAR-INTIMADO
              THRU 2220-F-COMPARAR-INTIMADO
             UNTIL WS-II > WS-CANT-INTIMADOS
                OR ( T-INT-TIPDOC(WS-II) IS EQUAL TO WS-HCU-TIPDOC AND
                     T-INT-NRODOC(WS-II) IS EQUAL TO WS-HCU-NRODOC ).

           IF WS-IM <= WS-CANT-MOROSOS OR
              WS-II <= WS-CANT-INTIMADOS
              ADD 1                           TO CNT-CON-MORA
              SET CUENTA-DESCARTADA           TO TRUE
              GO TO 2200-F-CONTROLAR-CUENTA
           END-IF.

           EXEC SQL
             SELECT COALESCE(AVG(SALDO), 0),
                    COALESCE(MIN(SALDO), 0),
                    COUNT(*)
               INTO :WS-HCU-PROMEDIO,
                    :WS-HCU-MINIMO,
                    :WS-HCU-FOTOS
               FROM KC02787.TBCURSAL
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND FECFOTO BETWEEN :WS-FECHA-DESDE
                                AND :WS-FECHA-HASTA
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-SELECT            TO AUX-ERR-ACCION
              MOVE 'TBCURSAL'           TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-HCU-FOTOS IS LESS THAN CT-MIN-FOTOS
              ADD 1                           TO CNT-POCAS-FOTOS
              SET CUENTA-DESCARTADA           TO TRUE
           END-IF.

       2200-F-CONTROLAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 1 0 - C O M P A R A R - M O R O S O              *
      *----------------------------------------------------------------*

       2210-COMPARAR-MOROSO.

           IF T-MOR-NROCLI(WS-IM) IS NOT EQUAL TO WS-CTA-NROCLI
              ADD 1                           TO WS-IM
           END-IF.

       2210-F-COMPARAR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 2 0 - C O M P A R A R - I N T I M A D O           *
      *----------------------------------------------------------------*

       2220-COMPARAR-INTIMADO.

           IF T-INT-TIPDOC(WS-II) IS NOT EQUAL TO WS-HCU-TIPDOC OR
              T-INT-NRODOC(WS-II) IS NOT EQUAL TO WS-HCU-NRODOC
              ADD 1                           TO WS-II
           END-IF.

       2220-F-COMPARAR-INTIMADO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 0 0 - C A L C U L A R - L I M I T E              *
      *----------------------------------------------------------------*
      *   SALDO DE REFERENCIA: EL PROMEDIO DEL TRIMESTRE, MENOS LA     *
      *   PROFUNDIDAD DEL MINIMO SI LA CUENTA QUEDO DEUDORA. LIMITE =  *
      *   PORCENTAJE DE LA REFERENCIA + PORCENTAJE DEL ULTIMO SUELDO   *
      *   ( CUENTA SUELDO VIGENTE ), TOPEADO POR LA BANDA Y REDONDEADO *
      *   A MILES HACIA ABAJO. SE PROPONE SOLO SI SUPERA EL MINIMO DE  *
      *   LA BANDA Y ES DISTINTO DEL LIMITE VIGENTE.                   *
      *----------------------------------------------------------------*

       2400-CALCULAR-LIMITE.

           MOVE '2400-CALCULAR-LIMITE'        TO WS-PARRAFO.

           PERFORM 2410-BUSCAR-BANDA
              THRU 2410-F-BUSCAR-BANDA.

           IF SIN-BANDA
              ADD 1                           TO CNT-SIN-BANDA
              GO TO 2400-F-CALCULAR-LIMITE
           END-IF.

           MOVE ZEROS                         TO WS-HAB-IMPULT.

           EXEC SQL
             SELECT IMPULT
               INTO :WS-HAB-IMPULT
               FROM KC02787.TBCURHAB
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND MARCA   = :CT-MARCA-SUELDO
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE ZEROS                TO WS-HAB-IMPULT

             WHEN OTHER
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-SELECT            TO AUX-ERR-ACCION
               MOVE 'TBCURHAB'           TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF WS-HAB-IMPULT IS LESS THAN ZEROS
              MOVE ZEROS                      TO WS-HAB-IMPULT
           END-IF.

           MOVE WS-HCU-PROMEDIO               TO WS-REFERENCIA.

           IF WS-HCU-MINIMO IS LESS THAN ZEROS
              ADD WS-HCU-MINIMO               TO WS-REFERENCIA
           END-IF.

           IF WS-REFERENCIA IS LESS THAN ZEROS
              MOVE ZEROS                      TO WS-REFERENCIA
           END-IF.

           COMPUTE WS-PROPUESTO =
                   WS-REFERENCIA * T-BND-PORC-PROMEDIO(WS-IB) / 100
                 + WS-HAB-IMPULT * T-BND-PORC-SUELDO(WS-IB) / 100.

           IF WS-PROPUESTO IS GREATER THAN T-BND-TOPE(WS-IB)
              MOVE T-BND-TOPE(WS-IB)          TO WS-PROPUESTO
           END-IF.

           DIVIDE WS-PROPUESTO BY CT-REDONDEO GIVING WS-MILES.
           COMPUTE WS-PROPUESTO = WS-MILES * CT-REDONDEO.

           IF WS-PROPUESTO IS LESS THAN T-BND-MINIMO(WS-IB) OR
              WS-PROPUESTO IS EQUAL TO ZEROS
              ADD 1                           TO CNT-BAJO-MINIMO
              GO TO 2400-F-CALCULAR-LIMITE
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO WS-LIM-BUSQ-CTA-TIPO.
           COMPUTE WS-LIM-BUSQ-CTA-CUENTA =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

           PERFORM 1897-BUSCAR-LIMITE
              THRU 1897-F-BUSCAR-LIMITE.

           IF WS-PROPUESTO IS EQUAL TO WS-LIM-AUTORIZADO
              ADD 1                           TO CNT-SIN-CAMBIO
              GO TO 2400-F-CALCULAR-LIMITE
           END-IF.

           PERFORM 2500-GRABAR-PROPUESTA
              THRU 2500-F-GRABAR-PROPUESTA.

       2400-F-CALCULAR-LIMITE.
           EXIT.

      *----------------------------------------------------------------*
      *              2 4 1 0 - B U S C A R - B A N D A                 *
      *----------------------------------------------------------------*
      *   SEGMENTO DEL CLIENTE Y SU BANDA; SIN BANDA PROPIA SE USA LA  *
      *   BANDA GENERAL ( SEGMENTO EN BLANCO ) SI EXISTE.              *
      *----------------------------------------------------------------*

       2410-BUSCAR-BANDA.

           MOVE SPACES                        TO WS-SEGMENTO-CLI.
           MOVE 1                             TO WS-IS.

           PERFORM 2415-COMPARAR-SEGMENTO
              THRU 2415-F-COMPARAR-SEGMENTO
             UNTIL WS-IS > WS-CANT-SEGMENTOS
                OR T-SEG-NROCLI(WS-IS) IS EQUAL TO WS-CTA-NROCLI.

           IF WS-IS <= WS-CANT-SEGMENTOS
              MOVE T-SEG-SEGMENTO(WS-IS)      TO WS-SEGMENTO-CLI
           END-IF.

           PERFORM 2420-UBICAR-BANDA
              THRU 2420-F-UBICAR-BANDA.

           IF SIN-BANDA AND WS-SEGMENTO-CLI IS NOT EQUAL TO SPACES
              MOVE SPACES                     TO WS-SEGMENTO-CLI

              PERFORM 2420-UBICAR-BANDA
                 THRU 2420-F-UBICAR-BANDA
           END-IF.

       2410-F-BUSCAR-BANDA.
           EXIT.

       2415-COMPARAR-SEGMENTO.

           IF T-SEG-NROCLI(WS-IS) IS NOT EQUAL TO WS-CTA-NROCLI
              ADD 1                           TO WS-IS
           END-IF.

       2415-F-COMPARAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 4 2 0 - U B I C A R - B A N D A                 *
      *----------------------------------------------------------------*

       2420-UBICAR-BANDA.

           SET SIN-BANDA                      TO TRUE.
           MOVE 1                             TO WS-IB.

           PERFORM 2425-COMPARAR-BANDA
              THRU 2425-F-COMPARAR-BANDA
             UNTIL BANDA-HALLADA
                OR WS-IB > WS-CANT-BANDAS.

       2420-F-UBICAR-BANDA.
           EXIT.

       2425-COMPARAR-BANDA.

           IF T-BND-SEGMENTO(WS-IB) IS EQUAL TO WS-SEGMENTO-CLI
              SET BANDA-HALLADA               TO TRUE
           ELSE
              ADD 1                           TO WS-IB
           END-IF.

       2425-F-COMPARAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - G R A B A R - P R O P U E S T A            *
      *----------------------------------------------------------------*

       2500-GRABAR-PROPUESTA.

           MOVE '2500-GRABAR-PROPUESTA'       TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-PROPLIM.
           MOVE WS-PERIODO-N                  TO PRL-PERIODO.
           MOVE WS-LIM-BUSQ-CTA-TIPO          TO PRL-CTA-TIPO.
           MOVE WS-LIM-BUSQ-CTA-CUENTA        TO PRL-CTA-CUENTA.
           MOVE WS-CTA-NROCLI                 TO PRL-NROCLI.
           MOVE WS-HCU-TIPDOC                 TO PRL-TIPDOC.
           MOVE WS-HCU-NRODOC                 TO PRL-NRODOC.
           MOVE WS-HCU-NOMAPE                 TO PRL-NOMAPE.
           MOVE WS-SEGMENTO-CLI               TO PRL-SEGMENTO.
           MOVE WS-HCU-PROMEDIO               TO PRL-PROMEDIO.
           MOVE WS-HCU-MINIMO                 TO PRL-MINIMO.
           MOVE WS-HAB-IMPULT                 TO PRL-SUELDO.
           MOVE WS-LIM-AUTORIZADO             TO PRL-LIMITE-ACTUAL.
           MOVE WS-PROPUESTO                  TO PRL-LIMITE-PROPUESTO.
           SET PRL-PENDIENTE                  TO TRUE.

           EVALUATE TRUE
             WHEN SIN-LIMITE
               SET PRL-NUEVO                  TO TRUE
               ADD 1                          TO CNT-PROP-NUEVO
             WHEN WS-PROPUESTO IS GREATER THAN WS-LIM-AUTORIZADO
               SET PRL-AUMENTO                TO TRUE
               ADD 1                          TO CNT-PROP-AUMENTO
             WHEN OTHER
               SET PRL-BAJA                   TO TRUE
               ADD 1                          TO CNT-PROP-BAJA
           END-EVALUATE.

           WRITE REG-PROPLIM FROM WS-REG-PROPLIM.

           IF NOT FS-PROPLIM-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PROPLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-PROPLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-PROPUESTAS.

       2500-F-GRABAR-PROPUESTA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

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
              CLOSE LIM_CURSOR
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

           CLOSE PROPLIM.

           IF NOT FS-PROPLIM-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PROPLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-PROPLIM                 TO AUX-ERR-STATUS
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

           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI152               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* CUENTAS EN PESOS LEIDAS:               '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SIN-DESCUBIERTO           TO WS-MASCARA.
           DISPLAY '*   TIPO SIN DESCUBIERTO:                '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CON-MORA                  TO WS-MASCARA.
           DISPLAY '*   CLIENTE CON HISTORIA DE MORA:        '
                                                      WS-MASCARA '   *'.
           MOVE CNT-POCAS-FOTOS               TO WS-MASCARA.
           DISPLAY '*   POCAS FOTOS EN EL TRIMESTRE:         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SIN-BANDA                 TO WS-MASCARA.
           DISPLAY '*   SIN BANDA PARA SU SEGMENTO:          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJO-MINIMO               TO WS-MASCARA.
           DISPLAY '*   LIMITE BAJO EL MINIMO DE LA BANDA:   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SIN-CAMBIO                TO WS-MASCARA.
           DISPLAY '*   IGUAL AL LIMITE VIGENTE:             '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROPUESTAS                TO WS-MASCARA.
           DISPLAY '* PROPUESTAS GRABADAS:                   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROP-NUEVO                TO WS-MASCARA.
           DISPLAY '*   ACUERDOS NUEVOS:                     '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROP-AUMENTO              TO WS-MASCARA.
           DISPLAY '*   AUMENTOS:                            '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROP-BAJA                 TO WS-MASCARA.
           DISPLAY '*   BAJAS:                               '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SEGMENTOS-NO-CARGADOS     TO WS-MASCARA.
           DISPLAY '* SEGMENTOS SIN LUGAR EN TABLA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'TRIMESTRE='     DELIMITED BY SIZE
                  WS-PARM-PERIODO  DELIMITED BY SIZE
                  ' CUENTAS='      DELIMITED BY SIZE
                  CNT-CUENTAS-LEIDAS DELIMITED BY SIZE
                  ' PROPUESTAS='   DELIMITED BY SIZE
                  CNT-PROPUESTAS   DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

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

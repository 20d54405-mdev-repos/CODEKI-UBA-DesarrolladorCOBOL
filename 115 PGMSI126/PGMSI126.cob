      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI126.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CONCENTRACION DE DEPOSITOS Y ESCALERA DE VENCIMIENTOS        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR SEMANA PARA TESORERIA Y        *
      * REEMPLAZA LAS CONSULTAS AD-HOC QUE SE HACIAN POR SPUFI:        *
      *   - CONSOLIDA POR CLIENTE LOS SALDOS ACREEDORES DE SUS CUENTAS *
      *     EN KC02787.TBCURCTA Y EL CAPITAL DE SUS PLAZOS FIJOS       *
      *     VIGENTES EN KC02787.TBCURPLF, CONVERTIDOS A PESOS CON LA   *
      *     COTIZACION DEL DIA DEL ARCHIVO COTIZA ( COMO PGMSIN47 ).   *
      *     CADA CUENTA Y CADA PLAZO FIJO CUENTA UNA SOLA VEZ, PARA SU *
      *     TITULAR, ASI LA SUMA DEL RANKING CIERRA CON EL TOTAL.      *
      *   - ARMA EL RANKING DE LOS N MAYORES DEPOSITANTES ( TARJETA    *
      *     SYSIN, POR DEFECTO 20 ) CON SU PARTICIPACION SOBRE EL      *
      *     TOTAL DE DEPOSITOS Y LA PARTICIPACION ACUMULADA.           *
      *   - ARMA LA ESCALERA DE VENCIMIENTOS POR MONEDA: LOS SALDOS A  *
      *     LA VISTA EN SU COLUMNA Y LOS PLAZOS FIJOS POR DIAS HASTA   *
      *     SU VENCIMIENTO ( 0-7, 8-30, 31-60, 61-90, MAS DE 90 ),     *
      *     SEPARADOS POR MARCA DE RENOVACION AUTOMATICA, EN MONEDA    *
      *     ORIGINAL Y SU EQUIVALENTE EN PESOS.                        *
      *   - GRABA EL INFORME ( REPLIQ ) Y EL EXTRACTO FIJO QUE CARGA   *
      *     EL MODELO DE LIQUIDEZ ( LIQEXT ).                          *
      * LAS MONEDAS SIN COTIZACION SE LISTAN, QUEDAN FUERA DEL RANKING *
      * Y DEL TOTAL EN PESOS, Y FIGURAN EN LA ESCALERA SOLO EN MONEDA  *
      * ORIGINAL.                                                      *
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

           SELECT COTIZA ASSIGN TO COTIZA
                                    FILE STATUS IS FS-COTIZA.

           SELECT REPLIQ ASSIGN TO REPLIQ
                                    FILE STATUS IS FS-REPLIQ.

           SELECT LIQEXT ASSIGN TO LIQEXT
                                    FILE STATUS IS FS-LIQEXT.

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
      *   ARCHIVO DE COTIZACIONES DEL DIA: UN REGISTRO POR MONEDA CON  *
      *   LOS PESOS POR UNIDAD.                                        *
      *----------------------------------------------------------------*

       FD   COTIZA
            RECORDING MODE IS F.
       01   REG-COTIZA                                      PIC X(20).

      *----------------------------------------------------------------*
      *   INFORME PARA TESORERIA: RANKING Y ESCALERA.                  *
      *----------------------------------------------------------------*

       FD   REPLIQ
            RECORDING MODE IS F.
       01   REG-REPLIQ                                      PIC X(132).

      *----------------------------------------------------------------*
      *   EXTRACTO PARA EL MODELO DE LIQUIDEZ ( 80 BYTES ).            *
      *----------------------------------------------------------------*

       FD   LIQEXT
            RECORDING MODE IS F.
       01   REG-LIQEXT                                      PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI126'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-COTIZA                     PIC X(08)  VALUE 'COTIZA  '.
           02 CT-REPLIQ                     PIC X(08)  VALUE 'REPLIQ  '.
           02 CT-LIQEXT                     PIC X(08)  VALUE 'LIQEXT  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-TOP-N-DEF                  PIC 9(03)  VALUE 20.
           02 CT-MAX-TOP                    PIC 9(03)  VALUE 100.
           02 CT-MAX-MONEDAS                PIC 9(02)  VALUE 20.

      *----------------------------------------------------------------*
      *   BANDAS DE LA ESCALERA: DIAS DESDE / HASTA EL VENCIMIENTO.    *
      *   LA ULTIMA BANDA ( 999 ) NO TIENE TOPE.                       *
      *----------------------------------------------------------------*

       01 WS-T-BANDAS-VALORES.
           02 FILLER                        PIC X(30)
                          VALUE '000007008030031060061090091999'.
       01 WS-T-BANDAS REDEFINES WS-T-BANDAS-VALORES.
           02 T-BAN                         OCCURS 5 TIMES.
              03 T-BAN-DESDE                PIC 9(03).
              03 T-BAN-HASTA                PIC 9(03).

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(02)  VALUE 1.
           02 WS-J                          PIC 9(03)  VALUE ZEROS.
           02 WS-K                          PIC 9(03)  VALUE ZEROS.
           02 WS-M                          PIC 9(02)  VALUE ZEROS.
           02 WS-R                          PIC 9(01)  VALUE ZEROS.
           02 WS-B                          PIC 9(01)  VALUE ZEROS.
           02 WS-C                          PIC 9(01)  VALUE ZEROS.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS-HOY                   PIC S9(09) COMP VALUE ZEROS.
           02 WS-DIAS-VTO                   PIC S9(09) COMP VALUE ZEROS.
           02 WS-COT-BUSCADA                PIC X(03)  VALUE SPACES.
           02 WS-COTIZ-MONEDA               PIC 9(05)V9(06)
                                                       VALUE ZEROS.
           02 WS-CON-COTIZACION-SW          PIC X(01)  VALUE 'N'.
              88 CON-COTIZACION                        VALUE 'S'.
              88 SIN-COTIZACION                        VALUE 'N'.
           02 WS-EQUIV-PESOS                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-PARTICIP                   PIC 9(03)V9(04)
                                                       VALUE ZEROS.
           02 WS-PARTICIP-ACUM              PIC 9(03)V9(04)
                                                       VALUE ZEROS.
           02 WS-TOTAL-TOP                  PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-PRIMER-FETCH-SW            PIC X(01)  VALUE 'S'.
              88 PRIMER-FETCH                          VALUE 'S'.
              88 NO-ES-PRIMER-FETCH                    VALUE 'N'.
           02 WS-RANKING-SW                 PIC X(01)  VALUE 'N'.
              88 RANKING-ORDENADO                      VALUE 'S'.
              88 RANKING-SIN-ORDENAR                   VALUE 'N'.
           02 WS-MONEDA-SW                  PIC X(01)  VALUE 'N'.
              88 MONEDA-HALLADA                        VALUE 'S'.
              88 MONEDA-INEXISTENTE                    VALUE 'N'.
           02 WS-BANDA-SW                   PIC X(01)  VALUE 'N'.
              88 BANDA-HALLADA                         VALUE 'S'.
              88 BANDA-INEXISTENTE                     VALUE 'N'.

      *----------------------------------------------------------------*
      *   TARJETA SYSIN DE PARAMETROS: CANTIDAD DE CLIENTES DEL        *
      *   RANKING ( 3 DIGITOS ); EN BLANCO O EN CERO TOMA 20.          *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 PAR-TOP-N                     PIC X(03).
           02 FILLER                        PIC X(77).

       01 WS-PARM-NUM REDEFINES WS-PARM-CARD.
           02 PAR-TOP-N-N                   PIC 9(03).
           02 FILLER                        PIC X(77).

       01 WS-TOP-N                          PIC 9(03)  VALUE ZEROS.

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
      *   VARIABLES HOST DEL CURSOR DE DEPOSITOS: UNA FILA POR CUENTA  *
      *   CON SALDO ACREEDOR ( ORIGEN 'V' ) O POR PLAZO FIJO VIGENTE   *
      *   ( ORIGEN 'P', CON VENCIMIENTO Y MARCA DE RENOVACION ).       *
      *----------------------------------------------------------------*

       01 WS-HOST-DEPOSITO.
           02 WS-DEP-NROCLI                 PIC 9(08).
           02 WS-DEP-MONEDA                 PIC X(03).
           02 WS-DEP-IMPORTE                PIC S9(11)V99 COMP-3.
           02 WS-DEP-ORIGEN                 PIC X(01).
              88 DEP-ES-VISTA                          VALUE 'V'.
              88 DEP-ES-PLAZO-FIJO                     VALUE 'P'.
           02 WS-DEP-FECVTO                 PIC 9(08).
           02 WS-DEP-RENOV                  PIC X(01).
              88 DEP-RENUEVA                           VALUE 'S'.

      *----------------------------------------------------------------*
      *   ACUMULADOS DEL CLIENTE EN CURSO ( EN PESOS )                 *
      *----------------------------------------------------------------*

       01 WS-CLIENTE.
           02 PER-VISTA                     PIC S9(13)V99 COMP-3.
           02 PER-PLAZO                     PIC S9(13)V99 COMP-3.
           02 PER-TOTAL                     PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   RANKING DE MAYORES DEPOSITANTES, DE MAYOR A MENOR            *
      *----------------------------------------------------------------*

       01 WS-CANT-TOP                       PIC 9(03)  VALUE ZEROS.

       01 WS-T-RANKING.
           02 T-TOP                         OCCURS 100 TIMES.
              03 T-TOP-NROCLI               PIC 9(08).
              03 T-TOP-VISTA                PIC S9(13)V99 COMP-3.
              03 T-TOP-PLAZO                PIC S9(13)V99 COMP-3.
              03 T-TOP-TOTAL                PIC S9(13)V99 COMP-3.

       01 WS-TOP-AUX.
           02 AUX-TOP-NROCLI                PIC 9(08).
           02 AUX-TOP-VISTA                 PIC S9(13)V99 COMP-3.
           02 AUX-TOP-PLAZO                 PIC S9(13)V99 COMP-3.
           02 AUX-TOP-TOTAL                 PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   ESCALERA DE VENCIMIENTOS POR MONEDA ( EN MONEDA ORIGINAL ).  *
      *   T-LAD-PF(1) PLAZOS CON RENOVACION AUTOMATICA, (2) SIN ELLA;  *
      *   T-LAD-BANDA SEGUN WS-T-BANDAS.                               *
      *----------------------------------------------------------------*

       01 WS-CANT-MONEDAS                   PIC 9(02)  VALUE ZEROS.

       01 WS-T-ESCALERA.
           02 T-LAD                         OCCURS 20 TIMES.
              03 T-LAD-MONEDA               PIC X(03).
              03 T-LAD-VISTA                PIC S9(13)V99 COMP-3.
              03 T-LAD-PF                   OCCURS 2 TIMES.
                 04 T-LAD-BANDA             OCCURS 5 TIMES
                                            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   ESCALERA CONSOLIDADA EN PESOS ( MONEDAS COTIZADAS )          *
      *----------------------------------------------------------------*

       01 WS-ESCALERA-PESOS.
           02 EPE-COLUMNA                   OCCURS 7 TIMES
                                            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   FILA DE LA ESCALERA EN ARMADO: COLUMNA 1 A LA VISTA, 2 A 6   *
      *   LAS BANDAS DE PLAZO FIJO, 7 EL TOTAL.                        *
      *----------------------------------------------------------------*

       01 WS-FILA-ESCALERA.
           02 FES-COLUMNA                   OCCURS 7 TIMES
                                            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   REGISTRO DEL EXTRACTO PARA EL MODELO DE LIQUIDEZ ( LIQEXT ), *
      *   80 BYTES: 'C' CLIENTE DEL RANKING, 'E' CELDA DE LA ESCALERA  *
      *   ( CONCEPTO 'V' A LA VISTA, 'R' PLAZO FIJO CON RENOVACION     *
      *   AUTOMATICA, 'N' SIN ELLA; DIAS HASTA 999 = SIN TOPE ), 'T'   *
      *   CONTROL FINAL.                                               *
      *----------------------------------------------------------------*

       01 WS-REG-LIQEXT.
           02 EXT-TIPO-REG                  PIC X(01).
              88 EXT-ES-CLIENTE                        VALUE 'C'.
              88 EXT-ES-ESCALERA                       VALUE 'E'.
              88 EXT-ES-CONTROL                        VALUE 'T'.
           02 EXT-FECHA                     PIC 9(08).
           02 EXT-CLIENTE.
              03 EXT-RANKING                PIC 9(03).
              03 EXT-NROCLI                 PIC 9(08).
              03 EXT-TIPDOC                 PIC X(02).
              03 EXT-NRODOC                 PIC 9(11).
              03 EXT-VISTA-PESOS            PIC 9(13)V99.
              03 EXT-PLAZO-PESOS            PIC 9(13)V99.
              03 EXT-PARTICIP               PIC 9(03)V9(04).
              03 FILLER                     PIC X(10).
           02 EXT-ESCALERA REDEFINES EXT-CLIENTE.
              03 EXT-MONEDA                 PIC X(03).
              03 EXT-CONCEPTO               PIC X(01).
              03 EXT-DIAS-DESDE             PIC 9(03).
              03 EXT-DIAS-HASTA             PIC 9(03).
              03 EXT-IMPORTE                PIC 9(13)V99.
              03 EXT-IMPORTE-PESOS          PIC 9(13)V99.
              03 EXT-COTIZADA               PIC X(01).
              03 FILLER                     PIC X(30).
           02 EXT-CONTROL REDEFINES EXT-CLIENTE.
              03 EXT-CANT-REGISTROS         PIC 9(09).
              03 EXT-CANT-CLIENTES          PIC 9(09).
              03 EXT-TOT-DEPOSITOS          PIC 9(13)V99.
              03 EXT-TOP-N                  PIC 9(03).
              03 FILLER                     PIC X(35).

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPLIQ                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 LTI-TEXTO                     PIC X(60).
           02 FILLER                        PIC X(11)  VALUE 'PROCESO '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(53)  VALUE SPACES.

       01 WS-LIN-COL-RANKING.
           02 FILLER                        PIC X(44)
              VALUE 'RK  CLIENTE  TD DOCUMENTO   APELLIDO Y NOMBR'.
           02 FILLER                        PIC X(44)
              VALUE 'E                   A LA VISTA      PLAZO FI'.
           02 FILLER                        PIC X(44)
              VALUE 'JO     TOTAL PESOS  % PART  % ACUM          '.

       01 WS-LIN-RANKING.
           02 LRK-RANKING                   PIC ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-VISTA                     PIC ZZZ.ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-PLAZO                     PIC ZZZ.ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRK-TOTAL                     PIC ZZZ.ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRK-PARTICIP                  PIC ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRK-ACUMULADO                 PIC ZZ9,99.
           02 FILLER                        PIC X(10)  VALUE SPACES.

       01 WS-LIN-RESUMEN.
           02 LRE-LEYENDA                   PIC X(50).
           02 LRE-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-PARTICIP                  PIC ZZ9,99 BLANK WHEN ZERO.
           02 FILLER                        PIC X(56)  VALUE SPACES.

       01 WS-LIN-COL-ESCALERA.
           02 FILLER                        PIC X(44)
              VALUE 'MON CONCEPTO            A LA VISTA        0-'.
           02 FILLER                        PIC X(44)
              VALUE '7 DIAS       8-30 DIAS      31-60 DIAS      '.
           02 FILLER                        PIC X(44)
              VALUE '61-90 DIAS       MAS DE 90           TOTAL  '.

       01 WS-LIN-ESCALERA.
           02 LES-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LES-CONCEPTO                  PIC X(14).
           02 LES-COLUMNA                   OCCURS 7 TIMES.
              03 FILLER                     PIC X(01)  VALUE SPACES.
              03 LES-IMPORTE                PIC ZZZ.ZZZ.ZZZ.ZZ9
                                            BLANK WHEN ZERO.
           02 FILLER                        PIC X(02)  VALUE SPACES.

       01 WS-IMPORTE-EDIT                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.

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
           02 CNT-FILAS-LEIDAS              PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-VISTA             PIC 9(07)  VALUE ZEROS.
           02 CNT-PLAZOS-FIJOS              PIC 9(07)  VALUE ZEROS.
           02 CNT-FILAS-SIN-COTIZ           PIC 9(07)  VALUE ZEROS.
           02 CNT-FILAS-FUERA-ESCALERA      PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES                  PIC 9(07)  VALUE ZEROS.
           02 CNT-REG-EXTRACTO              PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES ( EN PESOS )                          *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOTAL-DEPOSITOS           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-TOTAL-VISTA               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-TOTAL-PLAZO               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-COTIZA                     PIC X(02).
              88 FS-COTIZA-OK                          VALUE '00'.
              88 FS-COTIZA-EOF                         VALUE '10'.

           02 FS-REPLIQ                     PIC X(02).
              88 FS-REPLIQ-OK                          VALUE '00'.

           02 FS-LIQEXT                     PIC X(02).
              88 FS-LIQEXT-OK                          VALUE '00'.

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
      *   DEP_CURSOR: SALDOS ACREEDORES DE TBCURCTA Y PLAZOS FIJOS     *
      *   VIGENTES DE TBCURPLF ( MONEDA DE SU CUENTA DE ACREDITACION ),*
      *   A NOMBRE DEL TITULAR, EN ORDEN DE CLIENTE PARA CORTAR.       *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE DEP_CURSOR CURSOR FOR
               SELECT A.NROCLI, A.MONEDA, A.SALDO, 'V',
                      0, ' '
                 FROM KC02787.TBCURCTA A
                WHERE A.SALDO > 0
               UNION ALL
               SELECT P.NROCLI, A.MONEDA, P.CAPITAL, 'P',
                      P.FECVTO, P.RENOV
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND P.ESTADO  = 'V'
             ORDER BY 1
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

           PERFORM 2500-INFORMAR-RANKING
              THRU 2500-F-INFORMAR-RANKING.

           PERFORM 2600-INFORMAR-ESCALERA
              THRU 2600-F-INFORMAR-ESCALERA.

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
                      WS-CLIENTE
                      WS-T-RANKING
                      WS-T-ESCALERA
                      WS-ESCALERA-PESOS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           SET PRIMER-FETCH                   TO TRUE.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-COTIZA
              THRU 1300-F-CARGAR-COTIZA.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 0 5 0 - L E E R - P A R A M E T R O S                 *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           MOVE CT-TOP-N-DEF                  TO WS-TOP-N.

           IF PAR-TOP-N IS NUMERIC AND
              PAR-TOP-N-N IS GREATER THAN ZEROS
              MOVE PAR-TOP-N-N                TO WS-TOP-N
           END-IF.

           IF WS-TOP-N IS GREATER THAN CT-MAX-TOP
              DISPLAY '* RANKING LIMITADO A ' CT-MAX-TOP
                      ' CLIENTES *'
              MOVE CT-MAX-TOP                 TO WS-TOP-N
           END-IF.

           DISPLAY 'PARAMETROS: ' WS-PARM-CARD(1:3)
                   ' - RANKING DE ' WS-TOP-N ' CLIENTES'.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   COTIZA
                OUTPUT  REPLIQ
                        LIQEXT.

           IF NOT FS-COTIZA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COTIZA                  TO AUX-ERR-NOMBRE
              MOVE FS-COTIZA                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLIQ-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPLIQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPLIQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIQEXT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-LIQEXT                  TO AUX-ERR-NOMBRE
              MOVE FS-LIQEXT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
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
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF PRIMER-FETCH
              SET NO-ES-PRIMER-FETCH          TO TRUE
              MOVE WS-DEP-NROCLI              TO WS-NROCLI-ANT
           ELSE
              IF WS-DEP-NROCLI IS NOT EQUAL TO WS-NROCLI-ANT
                 PERFORM 2300-CERRAR-CLIENTE
                    THRU 2300-F-CERRAR-CLIENTE
                 MOVE WS-DEP-NROCLI           TO WS-NROCLI-ANT
              END-IF
           END-IF.

           PERFORM 2150-ACUMULAR-DEPOSITO
              THRU 2150-F-ACUMULAR-DEPOSITO.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF CS-CURSOR-EOC AND NO-ES-PRIMER-FETCH
              PERFORM 2300-CERRAR-CLIENTE
                 THRU 2300-F-CERRAR-CLIENTE
           END-IF.

       2000-F-PROCESO.
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
                        :WS-DEP-MONEDA,
                        :WS-DEP-IMPORTE,
                        :WS-DEP-ORIGEN,
                        :WS-DEP-FECVTO,
                        :WS-DEP-RENOV
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-FILAS-LEIDAS

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
      *        2 1 5 0 - A C U M U L A R - D E P O S I T O             *
      *----------------------------------------------------------------*
      *   TODA FILA VA A LA ESCALERA DE SU MONEDA; SOLO LAS COTIZADAS  *
      *   SUMAN AL CLIENTE ( RANKING ) Y AL TOTAL DE DEPOSITOS.        *
      *----------------------------------------------------------------*

       2150-ACUMULAR-DEPOSITO.

           MOVE '2150-ACUMULAR-DEPOSITO'      TO WS-PARRAFO.

           IF DEP-ES-PLAZO-FIJO
              ADD 1                           TO CNT-PLAZOS-FIJOS
           ELSE
              ADD 1                           TO CNT-CUENTAS-VISTA
           END-IF.

           PERFORM 2250-UBICAR-MONEDA
              THRU 2250-F-UBICAR-MONEDA.

           IF MONEDA-HALLADA
              PERFORM 2270-ACUMULAR-ESCALERA
                 THRU 2270-F-ACUMULAR-ESCALERA
           END-IF.

           MOVE WS-DEP-MONEDA                 TO WS-COT-BUSCADA.

           PERFORM 2200-BUSCAR-COTIZACION
              THRU 2200-F-BUSCAR-COTIZACION.

           IF SIN-COTIZACION
              ADD 1                           TO CNT-FILAS-SIN-COTIZ
              DISPLAY '* MONEDA SIN COTIZACION, FUERA DEL RANKING: '
                      WS-DEP-MONEDA ' CLIENTE ' WS-DEP-NROCLI
                      ' ORIGEN ' WS-DEP-ORIGEN
              GO TO 2150-F-ACUMULAR-DEPOSITO
           END-IF.

           COMPUTE WS-EQUIV-PESOS ROUNDED =
                   WS-DEP-IMPORTE * WS-COTIZ-MONEDA.

           IF DEP-ES-PLAZO-FIJO
              ADD WS-EQUIV-PESOS              TO PER-PLAZO
           ELSE
              ADD WS-EQUIV-PESOS              TO PER-VISTA
           END-IF.

       2150-F-ACUMULAR-DEPOSITO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 0 0 - B U S C A R - C O T I Z A C I O N                *
      *----------------------------------------------------------------*

       2200-BUSCAR-COTIZACION.

           MOVE '2200-BUSCAR-COTIZACION'      TO WS-PARRAFO.

           SET SIN-COTIZACION                 TO TRUE.
           MOVE ZEROS                         TO WS-COTIZ-MONEDA.

           IF WS-COT-BUSCADA IS EQUAL TO CT-MONEDA-PESOS
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

           IF T-COT-MONEDA(WS-I) IS EQUAL TO WS-COT-BUSCADA
              SET CON-COTIZACION              TO TRUE
              MOVE T-COT-PESOS(WS-I)          TO WS-COTIZ-MONEDA
           ELSE
              ADD 1                           TO WS-I
           END-IF.

       2220-F-COMPARAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 5 0 - U B I C A R - M O N E D A                   *
      *----------------------------------------------------------------*
      *   BUSCA LA FILA DE LA MONEDA EN LA ESCALERA Y LA AGREGA SI ES  *
      *   NUEVA. CON LA TABLA LLENA LA FILA QUEDA FUERA DE LA ESCALERA *
      *   Y SE AVISA.                                                  *
      *----------------------------------------------------------------*

       2250-UBICAR-MONEDA.

           MOVE '2250-UBICAR-MONEDA'          TO WS-PARRAFO.

           SET MONEDA-INEXISTENTE             TO TRUE.
           MOVE 1                             TO WS-M.

           PERFORM 2260-COMPARAR-MONEDA
              THRU 2260-F-COMPARAR-MONEDA
             UNTIL MONEDA-HALLADA
                OR WS-M IS GREATER THAN WS-CANT-MONEDAS.

           IF MONEDA-HALLADA
              GO TO 2250-F-UBICAR-MONEDA
           END-IF.

           IF WS-CANT-MONEDAS IS NOT LESS THAN CT-MAX-MONEDAS
              ADD 1                      TO CNT-FILAS-FUERA-ESCALERA
              DISPLAY '* TABLA DE MONEDAS LLENA, FUERA DE LA '
                      'ESCALERA: ' WS-DEP-MONEDA
              GO TO 2250-F-UBICAR-MONEDA
           END-IF.

           ADD 1                              TO WS-CANT-MONEDAS.
           MOVE WS-CANT-MONEDAS               TO WS-M.
           MOVE WS-DEP-MONEDA                 TO T-LAD-MONEDA(WS-M).
           SET MONEDA-HALLADA                 TO TRUE.

       2250-F-UBICAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 6 0 - C O M P A R A R - M O N E D A               *
      *----------------------------------------------------------------*

       2260-COMPARAR-MONEDA.

           IF T-LAD-MONEDA(WS-M) IS EQUAL TO WS-DEP-MONEDA
              SET MONEDA-HALLADA              TO TRUE
           ELSE
              ADD 1                           TO WS-M
           END-IF.

       2260-F-COMPARAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 7 0 - A C U M U L A R - E S C A L E R A             *
      *----------------------------------------------------------------*
      *   LOS PLAZOS FIJOS VIGENTES CON VENCIMIENTO YA PASADO ( AUN NO *
      *   LIQUIDADOS POR PGMSIN75 ) VAN A LA PRIMERA BANDA.            *
      *----------------------------------------------------------------*

       2270-ACUMULAR-ESCALERA.

           MOVE '2270-ACUMULAR-ESCALERA'      TO WS-PARRAFO.

           IF DEP-ES-VISTA
              ADD WS-DEP-IMPORTE              TO T-LAD-VISTA(WS-M)
              GO TO 2270-F-ACUMULAR-ESCALERA
           END-IF.

           IF DEP-RENUEVA
              MOVE 1                          TO WS-R
           ELSE
              MOVE 2                          TO WS-R
           END-IF.

           COMPUTE WS-DIAS-VTO =
                   FUNCTION INTEGER-OF-DATE(WS-DEP-FECVTO)
                 - WS-DIAS-HOY.

           SET BANDA-INEXISTENTE              TO TRUE.
           MOVE 1                             TO WS-B.

           PERFORM 2280-COMPARAR-BANDA
              THRU 2280-F-COMPARAR-BANDA
             UNTIL BANDA-HALLADA.

           ADD WS-DEP-IMPORTE         TO T-LAD-BANDA(WS-M, WS-R, WS-B).

       2270-F-ACUMULAR-ESCALERA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 8 0 - C O M P A R A R - B A N D A                 *
      *----------------------------------------------------------------*

       2280-COMPARAR-BANDA.

           IF WS-DIAS-VTO IS NOT GREATER THAN T-BAN-HASTA(WS-B) OR
              WS-B IS EQUAL TO 5
              SET BANDA-HALLADA               TO TRUE
           ELSE
              ADD 1                           TO WS-B
           END-IF.

       2280-F-COMPARAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 0 0 - C E R R A R - C L I E N T E                   *
      *----------------------------------------------------------------*

       2300-CERRAR-CLIENTE.

           MOVE '2300-CERRAR-CLIENTE'         TO WS-PARRAFO.

           COMPUTE PER-TOTAL = PER-VISTA + PER-PLAZO.

           IF PER-TOTAL IS NOT GREATER THAN ZEROS
              GO TO 2300-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-CLIENTES.
           ADD PER-TOTAL                      TO ACM-TOTAL-DEPOSITOS.
           ADD PER-VISTA                      TO ACM-TOTAL-VISTA.
           ADD PER-PLAZO                      TO ACM-TOTAL-PLAZO.

           PERFORM 2350-UBICAR-EN-RANKING
              THRU 2350-F-UBICAR-EN-RANKING.

       2300-SIGUIENTE.

           INITIALIZE WS-CLIENTE.

       2300-F-CERRAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 5 0 - U B I C A R - E N - R A N K I N G              *
      *----------------------------------------------------------------*
      *   MIENTRAS HAYA LUGAR EL CLIENTE ENTRA AL FINAL; CON LA TABLA  *
      *   COMPLETA REEMPLAZA AL ULTIMO SI LO SUPERA. LUEGO SUBE HASTA  *
      *   SU POSICION ( A IGUAL TOTAL QUEDA PRIMERO EL QUE ENTRO       *
      *   ANTES ).                                                     *
      *----------------------------------------------------------------*

       2350-UBICAR-EN-RANKING.

           MOVE '2350-UBICAR-EN-RANKING'      TO WS-PARRAFO.

           IF WS-CANT-TOP IS LESS THAN WS-TOP-N
              ADD 1                           TO WS-CANT-TOP
              MOVE WS-CANT-TOP                TO WS-J
           ELSE
              IF PER-TOTAL IS NOT GREATER THAN T-TOP-TOTAL(WS-TOP-N)
                 GO TO 2350-F-UBICAR-EN-RANKING
              END-IF
              MOVE WS-TOP-N                   TO WS-J
           END-IF.

           MOVE WS-NROCLI-ANT                 TO T-TOP-NROCLI(WS-J).
           MOVE PER-VISTA                     TO T-TOP-VISTA(WS-J).
           MOVE PER-PLAZO                     TO T-TOP-PLAZO(WS-J).
           MOVE PER-TOTAL                     TO T-TOP-TOTAL(WS-J).

           SET RANKING-SIN-ORDENAR            TO TRUE.

           PERFORM 2370-SUBIR-POSICION
              THRU 2370-F-SUBIR-POSICION
             UNTIL RANKING-ORDENADO.

       2350-F-UBICAR-EN-RANKING.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 7 0 - S U B I R - P O S I C I O N                 *
      *----------------------------------------------------------------*

       2370-SUBIR-POSICION.

           IF WS-J IS EQUAL TO 1
              SET RANKING-ORDENADO            TO TRUE
              GO TO 2370-F-SUBIR-POSICION
           END-IF.

           COMPUTE WS-K = WS-J - 1.

           IF T-TOP-TOTAL(WS-K) IS NOT LESS THAN T-TOP-TOTAL(WS-J)
              SET RANKING-ORDENADO            TO TRUE
           ELSE
              MOVE T-TOP(WS-K)                TO WS-TOP-AUX
              MOVE T-TOP(WS-J)                TO T-TOP(WS-K)
              MOVE WS-TOP-AUX                 TO T-TOP(WS-J)
              MOVE WS-K                       TO WS-J
           END-IF.

       2370-F-SUBIR-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - I N F O R M A R - R A N K I N G               *
      *----------------------------------------------------------------*

       2500-INFORMAR-RANKING.

           MOVE '2500-INFORMAR-RANKING'       TO WS-PARRAFO.

           MOVE 'CONCENTRACION DE DEPOSITOS - MAYORES DEPOSITANTES'
                                              TO LTI-TEXTO.
           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE SPACES                        TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE WS-LIN-COL-RANKING            TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE ZEROS                         TO WS-PARTICIP-ACUM
                                                 WS-TOTAL-TOP.

           PERFORM 2520-LISTAR-CLIENTE
              THRU 2520-F-LISTAR-CLIENTE
             VARYING WS-J FROM 1 BY 1
               UNTIL WS-J IS GREATER THAN WS-CANT-TOP.

           MOVE SPACES                        TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE SPACES                        TO LRE-LEYENDA.
           STRING 'TOTAL DE LOS '  DELIMITED BY SIZE
                  WS-TOP-N         DELIMITED BY SIZE
                  ' MAYORES DEPOSITANTES' DELIMITED BY SIZE
              INTO LRE-LEYENDA
           END-STRING.
           MOVE WS-TOTAL-TOP                  TO LRE-IMPORTE.
           MOVE WS-PARTICIP-ACUM              TO LRE-PARTICIP.
           MOVE WS-LIN-RESUMEN                TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE 'TOTAL DE DEPOSITOS EN PESOS'  TO LRE-LEYENDA.
           MOVE ACM-TOTAL-DEPOSITOS           TO LRE-IMPORTE.
           MOVE 100                           TO LRE-PARTICIP.
           MOVE WS-LIN-RESUMEN                TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE '  A LA VISTA'                TO LRE-LEYENDA.
           MOVE ACM-TOTAL-VISTA               TO LRE-IMPORTE.
           MOVE ZEROS                         TO LRE-PARTICIP.
           MOVE WS-LIN-RESUMEN                TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE '  PLAZO FIJO'                TO LRE-LEYENDA.
           MOVE ACM-TOTAL-PLAZO               TO LRE-IMPORTE.
           MOVE WS-LIN-RESUMEN                TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

       2500-F-INFORMAR-RANKING.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 0 - L I S T A R - C L I E N T E                 *
      *----------------------------------------------------------------*
      *   LA PARTICIPACION SE CALCULA SOBRE EL TOTAL DE DEPOSITOS EN   *
      *   PESOS DE TODOS LOS CLIENTES ( NO SOLO DEL RANKING ).         *
      *----------------------------------------------------------------*

       2520-LISTAR-CLIENTE.

           MOVE '2520-LISTAR-CLIENTE'         TO WS-PARRAFO.

           MOVE T-TOP-NROCLI(WS-J)            TO WS-CLI-NROCLI.
           MOVE SPACES                        TO WS-CLI-TIPDOC
                                                 WS-CLI-NOMAPE.
           MOVE ZEROS                         TO WS-CLI-NRODOC.

           EXEC SQL
             SELECT TIPDOC,
                    NRODOC,
                    NOMAPE
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC,
                    :WS-CLI-NOMAPE
               FROM KC02787.TBCURCLI
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    MOVE '*** SIN FILA EN TBCURCLI'
                                              TO WS-CLI-NOMAPE

               WHEN OTHER
                    PERFORM 2950-ERROR-SQL
                       THRU 2950-F-ERROR-SQL
                    MOVE '*** ERROR DB2 EN TBCURCLI'
                                              TO WS-CLI-NOMAPE
           END-EVALUATE.

           IF ACM-TOTAL-DEPOSITOS IS GREATER THAN ZEROS
              COMPUTE WS-PARTICIP ROUNDED =
                      T-TOP-TOTAL(WS-J) * 100 / ACM-TOTAL-DEPOSITOS
           ELSE
              MOVE ZEROS                      TO WS-PARTICIP
           END-IF.

           ADD WS-PARTICIP                    TO WS-PARTICIP-ACUM.
           ADD T-TOP-TOTAL(WS-J)              TO WS-TOTAL-TOP.

           MOVE WS-J                          TO LRK-RANKING.
           MOVE T-TOP-NROCLI(WS-J)            TO LRK-NROCLI.
           MOVE WS-CLI-TIPDOC                 TO LRK-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO LRK-NRODOC.
           MOVE WS-CLI-NOMAPE                 TO LRK-NOMAPE.
           MOVE T-TOP-VISTA(WS-J)             TO LRK-VISTA.
           MOVE T-TOP-PLAZO(WS-J)             TO LRK-PLAZO.
           MOVE T-TOP-TOTAL(WS-J)             TO LRK-TOTAL.
           MOVE WS-PARTICIP                   TO LRK-PARTICIP.
           MOVE WS-PARTICIP-ACUM              TO LRK-ACUMULADO.
           MOVE WS-LIN-RANKING                TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE SPACES                        TO WS-REG-LIQEXT.
           SET EXT-ES-CLIENTE                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO EXT-FECHA.
           MOVE WS-J                          TO EXT-RANKING.
           MOVE T-TOP-NROCLI(WS-J)            TO EXT-NROCLI.
           MOVE WS-CLI-TIPDOC                 TO EXT-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO EXT-NRODOC.
           MOVE T-TOP-VISTA(WS-J)             TO EXT-VISTA-PESOS.
           MOVE T-TOP-PLAZO(WS-J)             TO EXT-PLAZO-PESOS.
           MOVE WS-PARTICIP                   TO EXT-PARTICIP.

           PERFORM 2800-GRABAR-LIQEXT
              THRU 2800-F-GRABAR-LIQEXT.

       2520-F-LISTAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 0 0 - I N F O R M A R - E S C A L E R A              *
      *----------------------------------------------------------------*
      *   POR MONEDA: FILA A LA VISTA, FILA DE PLAZOS FIJOS CON        *
      *   RENOVACION AUTOMATICA, FILA SIN RENOVACION, TOTAL DE LA      *
      *   MONEDA Y SU EQUIVALENTE EN PESOS. AL FINAL LA ESCALERA       *
      *   CONSOLIDADA EN PESOS.                                        *
      *----------------------------------------------------------------*

       2600-INFORMAR-ESCALERA.

           MOVE '2600-INFORMAR-ESCALERA'      TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE 'ESCALERA DE VENCIMIENTOS POR MONEDA'
                                              TO LTI-TEXTO.
           MOVE WS-LIN-TITULO                 TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE SPACES                        TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE WS-LIN-COL-ESCALERA           TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           PERFORM 2620-LISTAR-MONEDA
              THRU 2620-F-LISTAR-MONEDA
             VARYING WS-M FROM 1 BY 1
               UNTIL WS-M IS GREATER THAN WS-CANT-MONEDAS.

           MOVE WS-ESCALERA-PESOS             TO WS-FILA-ESCALERA.
           MOVE CT-MONEDA-PESOS               TO LES-MONEDA.
           MOVE 'TOTAL EN PESOS'              TO LES-CONCEPTO.

           PERFORM 2690-IMPRIMIR-FILA
              THRU 2690-F-IMPRIMIR-FILA.

       2600-F-INFORMAR-ESCALERA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 2 0 - L I S T A R - M O N E D A                   *
      *----------------------------------------------------------------*

       2620-LISTAR-MONEDA.

           MOVE '2620-LISTAR-MONEDA'          TO WS-PARRAFO.

           MOVE T-LAD-MONEDA(WS-M)            TO WS-COT-BUSCADA.

           PERFORM 2200-BUSCAR-COTIZACION
              THRU 2200-F-BUSCAR-COTIZACION.

      *    FILA A LA VISTA

           INITIALIZE WS-FILA-ESCALERA.
           MOVE T-LAD-VISTA(WS-M)             TO FES-COLUMNA(1)
                                                 FES-COLUMNA(7).
           MOVE T-LAD-MONEDA(WS-M)            TO LES-MONEDA.
           MOVE 'A LA VISTA'                  TO LES-CONCEPTO.

           PERFORM 2690-IMPRIMIR-FILA
              THRU 2690-F-IMPRIMIR-FILA.

           MOVE 'V'                           TO EXT-CONCEPTO.
           MOVE ZEROS                         TO EXT-DIAS-DESDE
                                                 EXT-DIAS-HASTA.
           MOVE T-LAD-VISTA(WS-M)             TO WS-EQUIV-PESOS.

           PERFORM 2680-GRABAR-CELDA
              THRU 2680-F-GRABAR-CELDA.

      *    FILAS DE PLAZO FIJO: 1 CON RENOVACION, 2 SIN ELLA

           PERFORM 2640-LISTAR-PLAZOS
              THRU 2640-F-LISTAR-PLAZOS
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN 2.

      *    TOTAL DE LA MONEDA Y SU EQUIVALENTE EN PESOS

           INITIALIZE WS-FILA-ESCALERA.
           MOVE T-LAD-VISTA(WS-M)             TO FES-COLUMNA(1).

           PERFORM 2660-SUMAR-BANDA
              THRU 2660-F-SUMAR-BANDA
             VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN 5.

           COMPUTE FES-COLUMNA(7) = FES-COLUMNA(1) + FES-COLUMNA(2)
                                  + FES-COLUMNA(3) + FES-COLUMNA(4)
                                  + FES-COLUMNA(5) + FES-COLUMNA(6).
           MOVE T-LAD-MONEDA(WS-M)            TO LES-MONEDA.
           MOVE 'TOTAL MONEDA'                TO LES-CONCEPTO.

           PERFORM 2690-IMPRIMIR-FILA
              THRU 2690-F-IMPRIMIR-FILA.

           IF SIN-COTIZACION
              MOVE SPACES                     TO REG-REPLIQ
              STRING '    *** MONEDA ' DELIMITED BY SIZE
                     T-LAD-MONEDA(WS-M) DELIMITED BY SIZE
                     ' SIN COTIZACION: FUERA DEL TOTAL EN PESOS'
                                       DELIMITED BY SIZE
                 INTO REG-REPLIQ
              END-STRING
              PERFORM 2900-GRABAR-REPLIQ
                 THRU 2900-F-GRABAR-REPLIQ
           ELSE
              PERFORM 2670-CONVERTIR-COLUMNA
                 THRU 2670-F-CONVERTIR-COLUMNA
                VARYING WS-C FROM 1 BY 1
                  UNTIL WS-C IS GREATER THAN 7
              MOVE T-LAD-MONEDA(WS-M)         TO LES-MONEDA
              MOVE 'EQUIV. PESOS'             TO LES-CONCEPTO
              PERFORM 2690-IMPRIMIR-FILA
                 THRU 2690-F-IMPRIMIR-FILA
           END-IF.

           MOVE SPACES                        TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

       2620-F-LISTAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 4 0 - L I S T A R - P L A Z O S                   *
      *----------------------------------------------------------------*

       2640-LISTAR-PLAZOS.

           INITIALIZE WS-FILA-ESCALERA.

           PERFORM 2650-CELDA-PLAZO
              THRU 2650-F-CELDA-PLAZO
             VARYING WS-B FROM 1 BY 1
               UNTIL WS-B IS GREATER THAN 5.

           MOVE T-LAD-MONEDA(WS-M)            TO LES-MONEDA.

           IF WS-R IS EQUAL TO 1
              MOVE 'PF RENOVABLE'             TO LES-CONCEPTO
           ELSE
              MOVE 'PF SIN RENOV.'            TO LES-CONCEPTO
           END-IF.

           PERFORM 2690-IMPRIMIR-FILA
              THRU 2690-F-IMPRIMIR-FILA.

       2640-F-LISTAR-PLAZOS.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 5 0 - C E L D A - P L A Z O                     *
      *----------------------------------------------------------------*

       2650-CELDA-PLAZO.

           COMPUTE WS-C = WS-B + 1.
           MOVE T-LAD-BANDA(WS-M, WS-R, WS-B) TO FES-COLUMNA(WS-C).
           ADD T-LAD-BANDA(WS-M, WS-R, WS-B)  TO FES-COLUMNA(7).

           IF WS-R IS EQUAL TO 1
              MOVE 'R'                        TO EXT-CONCEPTO
           ELSE
              MOVE 'N'                        TO EXT-CONCEPTO
           END-IF.

           MOVE T-BAN-DESDE(WS-B)             TO EXT-DIAS-DESDE.
           MOVE T-BAN-HASTA(WS-B)             TO EXT-DIAS-HASTA.
           MOVE T-LAD-BANDA(WS-M, WS-R, WS-B) TO WS-EQUIV-PESOS.

           PERFORM 2680-GRABAR-CELDA
              THRU 2680-F-GRABAR-CELDA.

       2650-F-CELDA-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 6 0 - S U M A R - B A N D A                     *
      *----------------------------------------------------------------*

       2660-SUMAR-BANDA.

           COMPUTE WS-C = WS-B + 1.
           COMPUTE FES-COLUMNA(WS-C) = T-LAD-BANDA(WS-M, 1, WS-B)
                                     + T-LAD-BANDA(WS-M, 2, WS-B).

       2660-F-SUMAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 7 0 - C O N V E R T I R - C O L U M N A             *
      *----------------------------------------------------------------*

       2670-CONVERTIR-COLUMNA.

           COMPUTE FES-COLUMNA(WS-C) ROUNDED =
                   FES-COLUMNA(WS-C) * WS-COTIZ-MONEDA.
           ADD FES-COLUMNA(WS-C)              TO EPE-COLUMNA(WS-C).

       2670-F-CONVERTIR-COLUMNA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 8 0 - G R A B A R - C E L D A                    *
      *----------------------------------------------------------------*
      *   EL LLAMADOR DEJA CONCEPTO, DIAS E IMPORTE EN MONEDA          *
      *   ORIGINAL ( EN WS-EQUIV-PESOS ) Y LA COTIZACION BUSCADA.      *
      *----------------------------------------------------------------*

       2680-GRABAR-CELDA.

           SET EXT-ES-ESCALERA                TO TRUE.
           MOVE WS-FECHA-PROCESO              TO EXT-FECHA.
           MOVE T-LAD-MONEDA(WS-M)            TO EXT-MONEDA.
           MOVE WS-EQUIV-PESOS                TO EXT-IMPORTE.

           IF CON-COTIZACION
              MOVE 'S'                        TO EXT-COTIZADA
              COMPUTE EXT-IMPORTE-PESOS ROUNDED =
                      WS-EQUIV-PESOS * WS-COTIZ-MONEDA
           ELSE
              MOVE 'N'                        TO EXT-COTIZADA
              MOVE ZEROS                      TO EXT-IMPORTE-PESOS
           END-IF.

           MOVE SPACES                        TO WS-REG-LIQEXT(51:30).

           PERFORM 2800-GRABAR-LIQEXT
              THRU 2800-F-GRABAR-LIQEXT.

       2680-F-GRABAR-CELDA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 9 0 - I M P R I M I R - F I L A                  *
      *----------------------------------------------------------------*

       2690-IMPRIMIR-FILA.

           PERFORM 2695-EDITAR-COLUMNA
              THRU 2695-F-EDITAR-COLUMNA
             VARYING WS-C FROM 1 BY 1
               UNTIL WS-C IS GREATER THAN 7.

           MOVE WS-LIN-ESCALERA               TO REG-REPLIQ.

           PERFORM 2900-GRABAR-REPLIQ
              THRU 2900-F-GRABAR-REPLIQ.

           MOVE SPACES                        TO WS-LIN-ESCALERA.

       2690-F-IMPRIMIR-FILA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 9 5 - E D I T A R - C O L U M N A                 *
      *----------------------------------------------------------------*

       2695-EDITAR-COLUMNA.

           MOVE FES-COLUMNA(WS-C)             TO LES-IMPORTE(WS-C).

       2695-F-EDITAR-COLUMNA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - G R A B A R - L I Q E X T                   *
      *----------------------------------------------------------------*

       2800-GRABAR-LIQEXT.

           MOVE '2800-GRABAR-LIQEXT'          TO WS-PARRAFO.

           WRITE REG-LIQEXT FROM WS-REG-LIQEXT.

           IF NOT FS-LIQEXT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LIQEXT                  TO AUX-ERR-NOMBRE
              MOVE FS-LIQEXT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-REG-EXTRACTO.

       2800-F-GRABAR-LIQEXT.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 0 0 - G R A B A R - R E P L I Q                   *
      *----------------------------------------------------------------*

       2900-GRABAR-REPLIQ.

           WRITE REG-REPLIQ.

           IF NOT FS-REPLIQ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPLIQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPLIQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-REPLIQ.

       2900-F-GRABAR-REPLIQ.
           EXIT.

      *----------------------------------------------------------------*
      *              2 9 5 0 - E R R O R - S Q L                       *
      *----------------------------------------------------------------*

       2950-ERROR-SQL.

           MOVE SQLCODE                       TO CT-SQLCODE-EDIT.
           DISPLAY ' * ERROR DB2 EN ' WS-PARRAFO.
           DISPLAY ' * SQLCODE --> ' CT-SQLCODE-EDIT.
           ADD 1                              TO CNT-SQL-ERROR.

       2950-F-ERROR-SQL.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

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

           MOVE SPACES                        TO WS-REG-LIQEXT.
           SET EXT-ES-CONTROL                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO EXT-FECHA.
           COMPUTE EXT-CANT-REGISTROS = CNT-REG-EXTRACTO + 1.
           MOVE CNT-CLIENTES                  TO EXT-CANT-CLIENTES.
           MOVE ACM-TOTAL-DEPOSITOS           TO EXT-TOT-DEPOSITOS.
           MOVE WS-TOP-N                      TO EXT-TOP-N.

           PERFORM 2800-GRABAR-LIQEXT
              THRU 2800-F-GRABAR-LIQEXT.

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

           CLOSE REPLIQ
                 LIQEXT.

           IF NOT FS-REPLIQ-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPLIQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPLIQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIQEXT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LIQEXT                  TO AUX-ERR-NOMBRE
              MOVE FS-LIQEXT                  TO AUX-ERR-STATUS
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

           MOVE CNT-FILAS-LEIDAS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI126               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* FILAS DE DEPOSITOS LEIDAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-VISTA             TO WS-MASCARA.
           DISPLAY '* CUENTAS CON SALDO ACREEDOR:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PLAZOS-FIJOS              TO WS-MASCARA.
           DISPLAY '* PLAZOS FIJOS VIGENTES:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FILAS-SIN-COTIZ           TO WS-MASCARA.
           DISPLAY '* FILAS SIN COTIZACION:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FILAS-FUERA-ESCALERA      TO WS-MASCARA.
           DISPLAY '* FILAS FUERA DE LA ESCALERA:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLIENTES                  TO WS-MASCARA.
           DISPLAY '* CLIENTES CON DEPOSITOS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REG-EXTRACTO              TO WS-MASCARA.
           DISPLAY '* REGISTROS GRABADOS EN LIQEXT:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOTAL-DEPOSITOS           TO WS-IMPORTE-EDIT.

           STRING 'CLIENTES='      DELIMITED BY SIZE
                  CNT-CLIENTES     DELIMITED BY SIZE
                  ' PF='           DELIMITED BY SIZE
                  CNT-PLAZOS-FIJOS DELIMITED BY SIZE
                  ' SINCOT='       DELIMITED BY SIZE
                  CNT-FILAS-SIN-COTIZ DELIMITED BY SIZE
                  ' TOTAL='        DELIMITED BY SIZE
                  WS-IMPORTE-EDIT  DELIMITED BY SIZE
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

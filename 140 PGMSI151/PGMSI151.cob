      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI151.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   OFERTAS MENSUALES DE VENTA CRUZADA POR SUCURSAL              *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA DE FIN DE MES RECIBE POR SYSIN EL PERIODO        *
      * ( AAAAMM ) Y ARMA, PARA LOS OFICIALES DE CUENTA, LA LISTA DE   *
      * CLIENTES A LOS QUE CONVIENE OFRECER UN PRODUCTO:               *
      *   - RECORRE LAS CUENTAS DE KC02787.TBCURCTA CON SU CLIENTE,    *
      *     EN ORDEN DE NROCLI, Y ARMA EL PERFIL DE TENENCIAS DE CADA  *
      *     UNO: TIPOS DE CUENTA Y MONEDAS, PLAZOS FIJOS VIGENTES      *
      *     ( TBCURPLF ), CUENTA SUELDO VIGENTE ( TBCURHAB ),          *
      *     COTITULARIDAD EN CUENTAS AJENAS ( TBCURTIT ), SALDO        *
      *     PROMEDIO DE SUS CUENTAS EN PESOS EN EL TRIMESTRE QUE       *
      *     CIERRA CON EL PERIODO ( FOTOS DE TBCURSAL ) Y, SI ALGUNA   *
      *     REGLA LO USA, LA CANTIDAD DE DEBITOS DEL TRIMESTRE.        *
      *   - NO SE LE OFRECE NADA AL CLIENTE FALLECIDO ( TBCURCLI       *
      *     ESTADO 'F', LO MARCA PGMSI158 ), CON BLOQUEO LEGAL ( POR   *
      *     DOCUMENTO O EN ALGUNA DE SUS CUENTAS, COPY LEGHLDLE ), EN  *
      *     MORA ( ARCHIVO MOROSAL DE PGMSIN77 ) NI AL QUE PIDIO NO    *
      *     RECIBIR OFERTAS ( PRF-MKT-EXCLUIDO EN EL KSDS PREFCLI ).   *
      *   - APLICA LAS REGLAS DEL ARCHIVO DE PARAMETROS REGLAVTA       *
      *     ( COPY CPREGVTA ); CADA REGLA CUMPLIDA ES UNA OFERTA CON   *
      *     EL PRODUCTO SUGERIDO Y SU MOTIVO.                          *
      * LAS OFERTAS SE GRABAN AGRUPADAS POR SUCURSAL DEL CLIENTE ( LA  *
      * DE SU CUENTA DE MAYOR SALDO ) EN EL ARCHIVO LEADVTA ( COPY     *
      * CPLEADVT ) Y EN EL LISTADO REPLEAD, UNA SECCION POR SUCURSAL.  *
      * ADEMAS GRABA SEGLEAD, CON EL LAYOUT DEL ARCHIVO SEGMENTO DE    *
      * PGMSIN54 Y EL SEGMENTO DE LA REGLA, PARA QUE EL RESUMEN DE     *
      * CUENTA ( PGMSIN35 ) LAS TOME COMO SEGMENTO DE CAMPANIA.        *
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

           SELECT REGLAVTA ASSIGN TO REGLAVTA
                                    FILE STATUS IS FS-REGLAVTA.

           SELECT MOROSAL ASSIGN TO MOROSAL
                                    FILE STATUS IS FS-MOROSAL.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT PREFCLI ASSIGN TO PREFCLI
                          ORGANIZATION IS INDEXED
                          ACCESS IS RANDOM
                          RECORD KEY IS    KEY-PREFCLI
                          FILE STATUS IS FS-PREFCLI.

           SELECT LEADVTA ASSIGN TO LEADVTA
                                    FILE STATUS IS FS-LEADVTA.

           SELECT SEGLEAD ASSIGN TO SEGLEAD
                                    FILE STATUS IS FS-SEGLEAD.

           SELECT REPLEAD ASSIGN TO REPLEAD
                                    FILE STATUS IS FS-REPLEAD.

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
      *   REGLAS DE VENTA CRUZADA ( COPY CPREGVTA ).                   *
      *----------------------------------------------------------------*

       FD   REGLAVTA
            RECORDING MODE IS F.
       01   REG-REGLAVTA                                    PIC X(80).

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
      *   BLOQUEOS LEGALES POR DOCUMENTO Y POR CUENTA ( BLOQMAES ).    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      * PREFCLI ( ARCHIVO VSAM DE PREFERENCIAS, MANTENIDO POR PGMSI142 )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      *----------------------------------------------------------------*
      *   OFERTAS POR SUCURSAL ( COPY CPLEADVT ), SEGMENTO DE OFERTA   *
      *   PARA PGMSIN35 ( LAYOUT DEL ARCHIVO SEGMENTO DE PGMSIN54 ) Y  *
      *   LISTADO PARA LAS SUCURSALES.                                 *
      *----------------------------------------------------------------*

       FD   LEADVTA
            RECORDING MODE IS F.
       01   REG-LEADVTA                                     PIC X(130).

       FD   SEGLEAD
            RECORDING MODE IS F.
       01   REG-SEGLEAD.
           02 SGL-TIPDOC                    PIC X(02).
           02 SGL-NRODOC                    PIC 9(11).
           02 SGL-NROCLI                    PIC 9(08).
           02 SGL-SALDO                     PIC S9(11)V99.
           02 SGL-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(04).

       FD   REPLEAD
            RECORDING MODE IS F.
       01   REG-REPLEAD                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI151'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-REGLAVTA                   PIC X(08)  VALUE 'REGLAVTA'.
           02 CT-MOROSAL                    PIC X(08)  VALUE 'MOROSAL '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-LEADVTA                    PIC X(08)  VALUE 'LEADVTA '.
           02 CT-SEGLEAD                    PIC X(08)  VALUE 'SEGLEAD '.
           02 CT-REPLEAD                    PIC X(08)  VALUE 'REPLEAD '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-MESES-PROMEDIO             PIC 9(02)  VALUE 3.
           02 CT-MAX-REGLAS                 PIC 9(03)  VALUE 30.
           02 CT-MAX-MOROSOS                PIC 9(05)  VALUE 5000.
           02 CT-MAX-CUENTAS-CLI            PIC 9(03)  VALUE 20.
           02 CT-MAX-OFERTAS                PIC 9(05)  VALUE 3000.
           02 CT-MAX-SUCURSALES             PIC 9(03)  VALUE 99.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IR                         PIC 9(03)  VALUE ZEROS.
           02 WS-IC                         PIC 9(03)  VALUE ZEROS.
           02 WS-IS                         PIC 9(03)  VALUE ZEROS.
           02 WS-IM                         PIC 9(05)  VALUE ZEROS.
           02 WS-IO                         PIC 9(05)  VALUE ZEROS.
           02 WS-MESES-TOTAL                PIC 9(06)  VALUE ZEROS.
           02 WS-TIP-BUSCADO                PIC X(02)  VALUE SPACES.
           02 WS-MON-BUSCADA                PIC X(03)  VALUE SPACES.
           02 WS-TIENE-SW                   PIC X(01)  VALUE 'N'.
              88 CLIENTE-LO-TIENE                      VALUE 'S'.
              88 CLIENTE-NO-LO-TIENE                   VALUE 'N'.
           02 WS-REGLA-SW                   PIC X(01)  VALUE 'N'.
              88 REGLA-CUMPLIDA                        VALUE 'S'.
              88 REGLA-NO-CUMPLIDA                     VALUE 'N'.
           02 WS-REGLA-OCIOSA-SW            PIC X(01)  VALUE 'N'.
              88 HAY-REGLA-OCIOSA                      VALUE 'S'.

      *----------------------------------------------------------------*
      *             A R E A  D E  P A R A M E T R O S                  *
      *----------------------------------------------------------------*
      *   SYSIN: PERIODO ( AAAAMM ) EN COL 1-6. EL PROMEDIO Y LOS      *
      *   DEBITOS SE MIDEN EN EL TRIMESTRE QUE CIERRA CON EL PERIODO.  *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-PERIODO               PIC X(06).
           02 FILLER                        PIC X(74).

       01 WS-PARAMETROS.
           02 WS-FECHA-DESDE                PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HASTA                PIC 9(08) VALUE ZEROS.

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
      *   REGLAS DE VENTA CRUZADA EN MEMORIA                           *
      *----------------------------------------------------------------*

           COPY CPREGVTA.

       01 WS-CANT-REGLAS                    PIC 9(03)  VALUE ZEROS.

       01 WS-T-REGLAS.
           02 T-RGL                         OCCURS 30 TIMES.
              03 T-RGL-CODIGO               PIC X(04).
              03 T-RGL-CONDICION            PIC X(03).
                 88 T-RGL-PLAZO-FIJO                   VALUE 'PFS'.
                 88 T-RGL-HABERES                      VALUE 'HAB'.
                 88 T-RGL-OCIOSO                       VALUE 'OCI'.
                 88 T-RGL-MONEDA-EXT                   VALUE 'MON'.
                 88 T-RGL-COTITULAR                    VALUE 'COT'.
              03 T-RGL-UMBRAL               PIC 9(11)V99.
              03 T-RGL-MAX-MOVS             PIC 9(03).
              03 T-RGL-TIPCUEN              PIC X(02).
              03 T-RGL-MONEDA               PIC X(03).
              03 T-RGL-PRODUCTO             PIC X(20).
              03 T-RGL-SEGMENTO             PIC X(02).
              03 T-RGL-MOTIVO               PIC X(28).
              03 T-RGL-OFERTAS              PIC 9(05).

      *----------------------------------------------------------------*
      *   CLIENTES EN MORA ( NROCLI DE MOROSAL )                       *
      *----------------------------------------------------------------*

       01 WS-CANT-MOROSOS                   PIC 9(05)  VALUE ZEROS.

       01 WS-T-MOROSOS.
           02 T-MOR-NROCLI                  OCCURS 5000 TIMES
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   CLIENTE EN CURSO ( CORTE DE CONTROL POR NROCLI )             *
      *----------------------------------------------------------------*

       01 WS-CLIENTE.
           02 WS-CLA-NROCLI                 PIC 9(08).
           02 WS-CLA-TIPDOC                 PIC X(02).
           02 WS-CLA-NRODOC                 PIC 9(11).
           02 WS-CLA-NOMAPE                 PIC X(30).
           02 WS-CLA-ESTADO                 PIC X(01).
           02 WS-CLA-SUCUEN                 PIC 9(02).
           02 WS-CLA-SALDO-MAYOR            PIC S9(11)V99.
           02 WS-CLA-CANT-CTAS              PIC 9(03).
           02 WS-CLA-T-CUENTAS.
              03 T-CCL                      OCCURS 20 TIMES.
                 04 T-CCL-TIPCUEN           PIC X(02).
                 04 T-CCL-MONEDA            PIC X(03).
           02 WS-CLA-EXCLUSION              PIC X(01).
              88 CLA-SIN-EXCLUSION                     VALUE ' '.
              88 CLA-EXCL-BLOQUEO                      VALUE 'B'.
              88 CLA-EXCL-MORA                         VALUE 'M'.
              88 CLA-EXCL-PEDIDO                       VALUE 'P'.
              88 CLA-EXCL-FALLECIDO                    VALUE 'F'.
           02 WS-CLA-PROMEDIO               PIC S9(13)V99 COMP-3.
           02 WS-CLA-OFERTAS                PIC 9(03).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LAS CONSULTAS DEL PERFIL                   *
      *----------------------------------------------------------------*

       01 WS-HOST-CLIENTE.
           02 WS-HCL-TIPDOC                 PIC X(02).
           02 WS-HCL-NRODOC                 PIC 9(11).
           02 WS-HCL-NOMAPE                 PIC X(30).
           02 WS-HCL-ESTADO                 PIC X(01).

       01 WS-HOST-PERFIL.
           02 WS-PRF-PLAZOS-VIG             PIC S9(09) COMP.
           02 WS-PRF-HABERES-VIG            PIC S9(09) COMP.
           02 WS-PRF-COTITULAR              PIC S9(09) COMP.
           02 WS-PRF-DEBITOS                PIC S9(09) COMP.
           02 WS-PRF-SUMA                   PIC S9(15)V99 COMP-3.
           02 WS-PRF-DIAS                   PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *   OFERTAS DEL PERIODO ( SE GRABAN AGRUPADAS POR SUCURSAL )     *
      *----------------------------------------------------------------*

           COPY CPLEADVT.

       01 WS-CANT-OFERTAS                   PIC 9(05)  VALUE ZEROS.

       01 WS-T-OFERTAS.
           02 T-OFE                         OCCURS 3000 TIMES.
              03 T-OFE-SUCUEN               PIC 9(02).
              03 T-OFE-REGISTRO             PIC X(130).

       01 WS-T-OFERTAS-SUC.
           02 T-OSU-CANT                    OCCURS 99 TIMES
                                            PIC 9(05).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO REPLEAD                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'OFERTAS DE VENTA CRUZADA POR SUCURSAL - PERIODO '.
           02 LTI-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-MES                       PIC 9(02).
           02 FILLER                        PIC X(24)  VALUE
              '   PROMEDIOS DESDE EL '.
           02 LTI-DESDE                     PIC 9(08).
           02 FILLER                        PIC X(43)  VALUE SPACES.

       01 WS-LIN-SUCURSAL.
           02 FILLER                        PIC X(10)  VALUE
              ' SUCURSAL '.
           02 LSU-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LSU-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LSU-REGION                    PIC X(10).
           02 FILLER                        PIC X(84)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(13)  VALUE
              '    CLIENTE'.
           02 FILLER                        PIC X(15)  VALUE
              'DOCUMENTO'.
           02 FILLER                        PIC X(31)  VALUE
              'APELLIDO Y NOMBRE'.
           02 FILLER                        PIC X(21)  VALUE
              'PRODUCTO SUGERIDO'.
           02 FILLER                        PIC X(29)  VALUE
              'MOTIVO'.
           02 FILLER                        PIC X(23)  VALUE
              '  PROMEDIO TRIM.'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LDE-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-PRODUCTO                  PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-MOTIVO                    PIC X(28).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-PROMEDIO                  PIC Z.ZZZ.ZZZ.ZZ9-.
           02 FILLER                        PIC X(09)  VALUE SPACES.

       01 WS-LIN-TOTAL-SUC.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 FILLER                        PIC X(28)  VALUE
              'OFERTAS DE LA SUCURSAL: '.
           02 LTS-CANT                      PIC ZZ.ZZ9.
           02 FILLER                        PIC X(94)  VALUE SPACES.

       01 WS-LIN-COL-REGLAS.
           02 FILLER                        PIC X(09)  VALUE
              ' REGLA'.
           02 FILLER                        PIC X(06)  VALUE 'COND'.
           02 FILLER                        PIC X(21)  VALUE
              'PRODUCTO SUGERIDO'.
           02 FILLER                        PIC X(29)  VALUE
              'MOTIVO'.
           02 FILLER                        PIC X(05)  VALUE 'SEG'.
           02 FILLER                        PIC X(62)  VALUE
              ' OFERTAS'.

       01 WS-LIN-REGLA.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRG-CODIGO                    PIC X(04).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRG-CONDICION                 PIC X(03).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LRG-PRODUCTO                  PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRG-MOTIVO                    PIC X(28).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRG-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LRG-OFERTAS                   PIC ZZ.ZZ9.
           02 FILLER                        PIC X(56)  VALUE SPACES.

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
           02 CNT-CLIENTES-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-EXCL-BLOQUEO              PIC 9(07)  VALUE ZEROS.
           02 CNT-EXCL-MORA                 PIC 9(07)  VALUE ZEROS.
           02 CNT-EXCL-PEDIDO               PIC 9(07)  VALUE ZEROS.
           02 CNT-EXCL-FALLECIDO            PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES-CON-OFERTA       PIC 9(07)  VALUE ZEROS.
           02 CNT-OFERTAS                   PIC 9(07)  VALUE ZEROS.
           02 CNT-OFERTAS-NO-LISTADAS       PIC 9(07)  VALUE ZEROS.
           02 CNT-REGLAS-RECHAZADAS         PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-REGLAVTA                   PIC X(02).
              88 FS-REGLAVTA-OK                        VALUE '00'.
              88 FS-REGLAVTA-EOF                       VALUE '10'.

           02 FS-MOROSAL                    PIC X(02).
              88 FS-MOROSAL-OK                         VALUE '00'.
              88 FS-MOROSAL-EOF                        VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-LEADVTA                    PIC X(02).
              88 FS-LEADVTA-OK                         VALUE '00'.

           02 FS-SEGLEAD                    PIC X(02).
              88 FS-SEGLEAD-OK                         VALUE '00'.

           02 FS-REPLEAD                    PIC X(02).
              88 FS-REPLEAD-OK                         VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY NOVCTA.

           COPY CPLEGHLD.

           COPY CPPREFCL.

           COPY CPSUCUR.

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
             INCLUDE TBCURPLF
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURHAB
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURTIT
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURSAL
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURMOV
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PERF_CURSOR CURSOR FOR
               SELECT A.NROCLI,
                      A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.SALDO,
                      A.MONEDA,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE,
                      C.ESTADO
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURCLI C
                WHERE A.NROCLI = C.NROCLI
             ORDER BY A.NROCLI, A.TIPCUEN, A.NROCUEN
           END-EXEC.


           COPY CPRUNID.

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

           PERFORM 2700-EMITIR-OFERTAS
              THRU 2700-F-EMITIR-OFERTAS.

           PERFORM 2800-EMITIR-REGLAS
              THRU 2800-F-EMITIR-REGLAS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-REGLAS
                      WS-T-MOROSOS
                      WS-T-OFERTAS-SUC
                      WS-T-SUCMAES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-REGLAS
              THRU 1300-F-CARGAR-REGLAS.

           PERFORM 1500-CARGAR-MOROSOS
              THRU 1500-F-CARGAR-MOROSOS.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

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

      *    TRIMESTRE: DEL PERIODO MENOS DOS AL PERIODO ( MESES
      *    CONTADOS DESDE EL ANIO CERO ).

           COMPUTE WS-MESES-TOTAL = WS-PER-ANIO * 12 + WS-PER-MES
                                  - CT-MESES-PROMEDIO.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MCA-ANIO
                                    REMAINDER WS-MCA-MES.
           ADD 1                              TO WS-MCA-MES.
           MOVE WS-MES-CALCULO-N              TO WS-FECHA-DESDE(1:6).
           MOVE '01'                          TO WS-FECHA-DESDE(7:2).
           MOVE WS-PARM-PERIODO               TO WS-FECHA-HASTA(1:6).
           MOVE '31'                          TO WS-FECHA-HASTA(7:2).

           DISPLAY 'PERIODO INFORMADO: ' WS-PARM-PERIODO
                   '  TRIMESTRE: ' WS-FECHA-DESDE ' A ' WS-FECHA-HASTA.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  REGLAVTA
                       MOROSAL
                       PREFCLI
                OUTPUT LEADVTA
                       SEGLEAD
                       REPLEAD.

           IF NOT FS-REGLAVTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REGLAVTA                TO AUX-ERR-NOMBRE
              MOVE FS-REGLAVTA                TO AUX-ERR-STATUS
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

           IF NOT FS-PREFCLI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LEADVTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-LEADVTA                 TO AUX-ERR-NOMBRE
              MOVE FS-LEADVTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGLEAD-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGLEAD                 TO AUX-ERR-NOMBRE
              MOVE FS-SEGLEAD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLEAD-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPLEAD                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLEAD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 0 0 - C A R G A R - R E G L A S               *
      *----------------------------------------------------------------*
      *   CARGA LAS REGLAS DE REGLAVTA. UNA REGLA CON CONDICION        *
      *   DESCONOCIDA O SIN PRODUCTO SE INFORMA Y SE DESCARTA; SIN     *
      *   NINGUNA REGLA VALIDA EL PROCESO NO TIENE SENTIDO Y CANCELA.  *
      *----------------------------------------------------------------*

       1300-CARGAR-REGLAS.

           MOVE '1300-CARGAR-REGLAS'          TO WS-PARRAFO.

           PERFORM 1320-LEER-REGLA
              THRU 1320-F-LEER-REGLA.

           PERFORM 1340-GUARDAR-REGLA
              THRU 1340-F-GUARDAR-REGLA
             UNTIL FS-REGLAVTA-EOF.

           CLOSE REGLAVTA.

           IF WS-CANT-REGLAS IS EQUAL TO ZEROS
              DISPLAY '* REGLAVTA SIN REGLAS VALIDAS *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-REGLAVTA                TO AUX-ERR-NOMBRE
              MOVE FS-REGLAVTA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-REGLAS.
           EXIT.

      *----------------------------------------------------------------*
      *                1 3 2 0 - L E E R - R E G L A                   *
      *----------------------------------------------------------------*

       1320-LEER-REGLA.

           MOVE '1320-LEER-REGLA'             TO WS-PARRAFO.

           READ REGLAVTA INTO WS-REG-REGLAVTA.

           EVALUATE TRUE
               WHEN FS-REGLAVTA-OK
                    CONTINUE

               WHEN FS-REGLAVTA-EOF
                    SET FS-REGLAVTA-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-REGLAVTA          TO AUX-ERR-NOMBRE
                    MOVE FS-REGLAVTA          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 4 0 - G U A R D A R - R E G L A               *
      *----------------------------------------------------------------*

       1340-GUARDAR-REGLA.

           MOVE '1340-GUARDAR-REGLA'          TO WS-PARRAFO.

           IF RGL-UMBRAL IS NOT NUMERIC
              MOVE ZEROS                      TO RGL-UMBRAL
           END-IF.

           IF RGL-MAX-MOVS IS NOT NUMERIC
              MOVE ZEROS                      TO RGL-MAX-MOVS
           END-IF.

           EVALUATE TRUE
             WHEN RGL-CODIGO IS EQUAL TO SPACES OR
                  RGL-PRODUCTO IS EQUAL TO SPACES
               DISPLAY '* REGLA SIN CODIGO O PRODUCTO: ' WS-REG-REGLAVTA
               ADD 1                          TO CNT-REGLAS-RECHAZADAS
               GO TO 1340-LEER-SIGUIENTE

             WHEN NOT RGL-COND-PLAZO-FIJO AND NOT RGL-COND-HABERES AND
                  NOT RGL-COND-OCIOSO AND NOT RGL-COND-MONEDA AND
                  NOT RGL-COND-COTITULAR
               DISPLAY '* REGLA ' RGL-CODIGO ' CONDICION DESCONOCIDA: '
                       RGL-CONDICION
               ADD 1                          TO CNT-REGLAS-RECHAZADAS
               GO TO 1340-LEER-SIGUIENTE

             WHEN ( RGL-COND-HABERES OR RGL-COND-COTITULAR ) AND
                  RGL-TIPCUEN IS EQUAL TO SPACES
               DISPLAY '* REGLA ' RGL-CODIGO ' SIN TIPO DE CUENTA *'
               ADD 1                          TO CNT-REGLAS-RECHAZADAS
               GO TO 1340-LEER-SIGUIENTE

             WHEN RGL-COND-MONEDA AND RGL-MONEDA IS EQUAL TO SPACES
               DISPLAY '* REGLA ' RGL-CODIGO ' SIN MONEDA *'
               ADD 1                          TO CNT-REGLAS-RECHAZADAS
               GO TO 1340-LEER-SIGUIENTE

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-CANT-REGLAS >= CT-MAX-REGLAS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-REGLAVTA                TO AUX-ERR-NOMBRE
              MOVE FS-REGLAVTA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-REGLAS.
           MOVE WS-CANT-REGLAS                TO WS-IR.

           MOVE RGL-CODIGO                    TO T-RGL-CODIGO(WS-IR).
           MOVE RGL-CONDICION                 TO T-RGL-CONDICION(WS-IR).
           MOVE RGL-UMBRAL                    TO T-RGL-UMBRAL(WS-IR).
           MOVE RGL-MAX-MOVS                  TO T-RGL-MAX-MOVS(WS-IR).
           MOVE RGL-TIPCUEN                   TO T-RGL-TIPCUEN(WS-IR).
           MOVE RGL-MONEDA                    TO T-RGL-MONEDA(WS-IR).
           MOVE RGL-PRODUCTO                  TO T-RGL-PRODUCTO(WS-IR).
           MOVE RGL-SEGMENTO                  TO T-RGL-SEGMENTO(WS-IR).
           MOVE RGL-MOTIVO                    TO T-RGL-MOTIVO(WS-IR).
           MOVE ZEROS                         TO T-RGL-OFERTAS(WS-IR).

           IF RGL-COND-OCIOSO
              SET HAY-REGLA-OCIOSA            TO TRUE
           END-IF.

       1340-LEER-SIGUIENTE.

           PERFORM 1320-LEER-REGLA
              THRU 1320-F-LEER-REGLA.

       1340-F-GUARDAR-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN PERF_CURSOR
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
      *             1 5 0 0 - C A R G A R - M O R O S O S              *
      *----------------------------------------------------------------*
      *   GUARDA EL NRO DE CLIENTE DE CADA CUENTA EN MORA. UN CLIENTE  *
      *   EN MORA QUE NO ENTRA EN LA TABLA PODRIA RECIBIR UNA OFERTA:  *
      *   CON LA TABLA LLENA EL PROCESO CANCELA.                       *
      *----------------------------------------------------------------*

       1500-CARGAR-MOROSOS.

           MOVE '1500-CARGAR-MOROSOS'         TO WS-PARRAFO.

           PERFORM 1520-LEER-MOROSAL
              THRU 1520-F-LEER-MOROSAL.

           PERFORM 1540-GUARDAR-MOROSO
              THRU 1540-F-GUARDAR-MOROSO
             UNTIL FS-MOROSAL-EOF.

           CLOSE MOROSAL.

       1500-F-CARGAR-MOROSOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 5 2 0 - L E E R - M O R O S A L                 *
      *----------------------------------------------------------------*

       1520-LEER-MOROSAL.

           MOVE '1520-LEER-MOROSAL'           TO WS-PARRAFO.

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

       1520-F-LEER-MOROSAL.
           EXIT.

      *----------------------------------------------------------------*
      *             1 5 4 0 - G U A R D A R - M O R O S O              *
      *----------------------------------------------------------------*

       1540-GUARDAR-MOROSO.

           MOVE '1540-GUARDAR-MOROSO'         TO WS-PARRAFO.

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

           PERFORM 1520-LEER-MOROSAL
              THRU 1520-F-LEER-MOROSAL.

       1540-F-GUARDAR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 6 0 - C A R G A   D E L   M A E S T R O   D E       *
      *                  S U C U R S A L E S   ( C O P Y )             *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

      *----------------------------------------------------------------*
      *        1 8 9 0 - C A R G A   Y   C O N S U L T A   D E         *
      *                  B L O Q U E O S   ( C O P Y )                 *
      *----------------------------------------------------------------*

           COPY LEGHLDLE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   CORTE DE CONTROL POR NROCLI: SE ACUMULAN LAS CUENTAS DEL     *
      *   CLIENTE Y, SI NO ESTA EXCLUIDO, SE COMPLETA SU PERFIL Y SE   *
      *   EVALUAN LAS REGLAS.                                          *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           INITIALIZE WS-CLIENTE.
           SET CLA-SIN-EXCLUSION              TO TRUE.

           MOVE WS-CTA-NROCLI                 TO WS-CLA-NROCLI.
           MOVE WS-HCL-TIPDOC                 TO WS-CLA-TIPDOC.
           MOVE WS-HCL-NRODOC                 TO WS-CLA-NRODOC.
           MOVE WS-HCL-NOMAPE                 TO WS-CLA-NOMAPE.
           MOVE WS-HCL-ESTADO                 TO WS-CLA-ESTADO.
           MOVE WS-CTA-SUCUEN                 TO WS-CLA-SUCUEN.
           MOVE WS-CTA-SALDO                  TO WS-CLA-SALDO-MAYOR.

           ADD 1                              TO CNT-CLIENTES-LEIDOS.

           PERFORM 2050-ACUMULAR-CUENTA
              THRU 2050-F-ACUMULAR-CUENTA
             UNTIL CS-CURSOR-EOC
                OR WS-CTA-NROCLI IS NOT EQUAL TO WS-CLA-NROCLI.

           PERFORM 2200-CONTROLAR-EXCLUSIONES
              THRU 2200-F-CONTROLAR-EXCLUSIONES.

           EVALUATE TRUE
               WHEN CLA-EXCL-BLOQUEO
                    ADD 1                     TO CNT-EXCL-BLOQUEO
               WHEN CLA-EXCL-MORA
                    ADD 1                     TO CNT-EXCL-MORA
               WHEN CLA-EXCL-PEDIDO
                    ADD 1                     TO CNT-EXCL-PEDIDO
               WHEN CLA-EXCL-FALLECIDO
                    ADD 1                     TO CNT-EXCL-FALLECIDO
               WHEN OTHER
                    PERFORM 2300-ARMAR-PERFIL
                       THRU 2300-F-ARMAR-PERFIL
                    PERFORM 2400-APLICAR-REGLAS
                       THRU 2400-F-APLICAR-REGLAS
           END-EVALUATE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 5 0 - A C U M U L A R - C U E N T A               *
      *----------------------------------------------------------------*
      *   GUARDA TIPO Y MONEDA DE CADA CUENTA, TOMA COMO SUCURSAL DEL  *
      *   CLIENTE LA DE SU CUENTA DE MAYOR SALDO Y CONTROLA EL         *
      *   BLOQUEO LEGAL DE LA CUENTA.                                  *
      *----------------------------------------------------------------*

       2050-ACUMULAR-CUENTA.

           MOVE '2050-ACUMULAR-CUENTA'        TO WS-PARRAFO.

           IF WS-CLA-CANT-CTAS < CT-MAX-CUENTAS-CLI
              ADD 1                           TO WS-CLA-CANT-CTAS
              MOVE WS-CTA-TIPCUEN   TO T-CCL-TIPCUEN(WS-CLA-CANT-CTAS)
              MOVE WS-CTA-MONEDA    TO T-CCL-MONEDA(WS-CLA-CANT-CTAS)
           END-IF.

           IF WS-CTA-SALDO IS GREATER THAN WS-CLA-SALDO-MAYOR
              MOVE WS-CTA-SALDO               TO WS-CLA-SALDO-MAYOR
              MOVE WS-CTA-SUCUEN              TO WS-CLA-SUCUEN
           END-IF.

           IF CLA-SIN-EXCLUSION
              MOVE 'C'                        TO WS-BLQ-BUSQ-TIPO-REG
              MOVE WS-CTA-TIPCUEN             TO WS-BLQ-BUSQ-CTA-TIPO
              COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                      WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN

              PERFORM 1895-BUSCAR-BLOQUEO
                 THRU 1895-F-BUSCAR-BLOQUEO

              IF BLOQUEO-HALLADO
                 SET CLA-EXCL-BLOQUEO         TO TRUE
              END-IF
           END-IF.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2050-F-ACUMULAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  PERF_CURSOR
                     INTO
                        :WS-CTA-NROCLI,
                        :WS-CTA-TIPCUEN,
                        :WS-CTA-NROCUEN,
                        :WS-CTA-SUCUEN,
                        :WS-CTA-SALDO,
                        :WS-CTA-MONEDA,
                        :WS-HCL-TIPDOC,
                        :WS-HCL-NRODOC,
                        :WS-HCL-NOMAPE,
                        :WS-HCL-ESTADO
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
      *      2 2 0 0 - C O N T R O L A R - E X C L U S I O N E S       *
      *----------------------------------------------------------------*
      *   BLOQUEO LEGAL POR DOCUMENTO ( EL DE CUENTA YA SE VIO CUENTA  *
      *   POR CUENTA ), MORA EN MOROSAL Y PEDIDO DE NO RECIBIR         *
      *   OFERTAS EN PREFCLI, EN ESE ORDEN. EL FALLECIDO SE EXCLUYE    *
      *   ANTES QUE NADA: SUS CUENTAS TAMBIEN TIENEN BLOQUEO.          *
      *----------------------------------------------------------------*

       2200-CONTROLAR-EXCLUSIONES.

           MOVE '2200-CONTROLAR-EXCLUSIONES'  TO WS-PARRAFO.

           IF WS-CLA-ESTADO IS EQUAL TO 'F'
              SET CLA-EXCL-FALLECIDO          TO TRUE
              GO TO 2200-F-CONTROLAR-EXCLUSIONES
           END-IF.

           IF NOT CLA-SIN-EXCLUSION
              GO TO 2200-F-CONTROLAR-EXCLUSIONES
           END-IF.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-CLA-TIPDOC                 TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE WS-CLA-NRODOC                 TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              SET CLA-EXCL-BLOQUEO            TO TRUE
              GO TO 2200-F-CONTROLAR-EXCLUSIONES
           END-IF.

           MOVE 1                             TO WS-IM.

           PERFORM 2210-COMPARAR-MOROSO
              THRU 2210-F-COMPARAR-MOROSO
             UNTIL WS-IM > WS-CANT-MOROSOS
                OR T-MOR-NROCLI(WS-IM) IS EQUAL TO WS-CLA-NROCLI.

           IF WS-IM <= WS-CANT-MOROSOS
              SET CLA-EXCL-MORA               TO TRUE
              GO TO 2200-F-CONTROLAR-EXCLUSIONES
           END-IF.

           MOVE WS-CLA-TIPDOC                 TO PRF-TIP-DOC.
           MOVE WS-CLA-NRODOC                 TO PRF-NRO-DOC.
           MOVE PRF-CLAVE                     TO KEY-PREFCLI.

           READ PREFCLI INTO REG-PREFCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               IF PRF-MKT-EXCLUIDO
                  SET CLA-EXCL-PEDIDO         TO TRUE
               END-IF

             WHEN FS-PREFCLI-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2200-F-CONTROLAR-EXCLUSIONES.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 1 0 - C O M P A R A R - M O R O S O              *
      *----------------------------------------------------------------*

       2210-COMPARAR-MOROSO.

           IF T-MOR-NROCLI(WS-IM) IS NOT EQUAL TO WS-CLA-NROCLI
              ADD 1                           TO WS-IM
           END-IF.

       2210-F-COMPARAR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 3 0 0 - A R M A R - P E R F I L                 *
      *----------------------------------------------------------------*

       2300-ARMAR-PERFIL.

           MOVE '2300-ARMAR-PERFIL'           TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRF-PLAZOS-VIG
               FROM KC02787.TBCURPLF
              WHERE NROCLI = :WS-CLA-NROCLI
                AND ESTADO = 'V'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'TBCURPLF'                 TO AUX-ERR-NOMBRE
              PERFORM 2390-ERROR-PERFIL
                 THRU 2390-F-ERROR-PERFIL
           END-IF.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRF-HABERES-VIG
               FROM KC02787.TBCURHAB H,
                    KC02787.TBCURCTA A
              WHERE A.NROCLI  = :WS-CLA-NROCLI
                AND H.TIPCUEN = A.TIPCUEN
                AND H.NROCUEN = A.NROCUEN
                AND H.SUCUEN  = A.SUCUEN
                AND H.MARCA   = 'S'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'TBCURHAB'                 TO AUX-ERR-NOMBRE
              PERFORM 2390-ERROR-PERFIL
                 THRU 2390-F-ERROR-PERFIL
           END-IF.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRF-COTITULAR
               FROM KC02787.TBCURTIT
              WHERE NROCLI = :WS-CLA-NROCLI
                AND ROL    = 'C'
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'TBCURTIT'                 TO AUX-ERR-NOMBRE
              PERFORM 2390-ERROR-PERFIL
                 THRU 2390-F-ERROR-PERFIL
           END-IF.

           EXEC SQL
             SELECT COALESCE(SUM(S.SALDO), 0),
                    COUNT(DISTINCT S.FECFOTO)
               INTO :WS-PRF-SUMA,
                    :WS-PRF-DIAS
               FROM KC02787.TBCURSAL S,
                    KC02787.TBCURCTA A
              WHERE A.NROCLI  = :WS-CLA-NROCLI
                AND A.MONEDA  = :CT-MONEDA-PESOS
                AND S.TIPCUEN = A.TIPCUEN
                AND S.NROCUEN = A.NROCUEN
                AND S.SUCUEN  = A.SUCUEN
                AND S.FECFOTO BETWEEN :WS-FECHA-DESDE
                                  AND :WS-FECHA-HASTA
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'TBCURSAL'                 TO AUX-ERR-NOMBRE
              PERFORM 2390-ERROR-PERFIL
                 THRU 2390-F-ERROR-PERFIL
           END-IF.

           IF WS-PRF-DIAS IS GREATER THAN ZEROS
              COMPUTE WS-CLA-PROMEDIO ROUNDED =
                      WS-PRF-SUMA / WS-PRF-DIAS
           ELSE
              MOVE ZEROS                      TO WS-CLA-PROMEDIO
           END-IF.

           MOVE ZEROS                         TO WS-PRF-DEBITOS.

           IF NOT HAY-REGLA-OCIOSA
              GO TO 2300-F-ARMAR-PERFIL
           END-IF.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-PRF-DEBITOS
               FROM KC02787.TBCURMOV M,
                    KC02787.TBCURCTA A
              WHERE A.NROCLI  = :WS-CLA-NROCLI
                AND M.TIPCUEN = A.TIPCUEN
                AND M.NROCUEN = A.NROCUEN
                AND M.SUCUEN  = A.SUCUEN
                AND M.IMPORTE < 0
                AND M.FECMOV BETWEEN :WS-FECHA-DESDE
                                 AND :WS-FECHA-HASTA
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'TBCURMOV'                 TO AUX-ERR-NOMBRE
              PERFORM 2390-ERROR-PERFIL
                 THRU 2390-F-ERROR-PERFIL
           END-IF.

       2300-F-ARMAR-PERFIL.
           EXIT.

      *----------------------------------------------------------------*
      *             2 3 9 0 - E R R O R - P E R F I L                  *
      *----------------------------------------------------------------*

       2390-ERROR-PERFIL.

           MOVE SQLCODE                       TO CT-SQLCODE-EDIT.

           MOVE CT-SELECT                     TO AUX-ERR-ACCION.
           MOVE CT-SQLCODE-EDIT               TO AUX-ERR-STATUS.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       2390-F-ERROR-PERFIL.
           EXIT.

      *----------------------------------------------------------------*
      *             2 4 0 0 - A P L I C A R - R E G L A S              *
      *----------------------------------------------------------------*

       2400-APLICAR-REGLAS.

           MOVE '2400-APLICAR-REGLAS'         TO WS-PARRAFO.

           PERFORM 2410-EVALUAR-REGLA
              THRU 2410-F-EVALUAR-REGLA
           VARYING WS-IR FROM 1 BY 1
             UNTIL WS-IR > WS-CANT-REGLAS.

           IF WS-CLA-OFERTAS IS GREATER THAN ZEROS
              ADD 1                        TO CNT-CLIENTES-CON-OFERTA
           END-IF.

       2400-F-APLICAR-REGLAS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 4 1 0 - E V A L U A R - R E G L A                *
      *----------------------------------------------------------------*

       2410-EVALUAR-REGLA.

           SET REGLA-NO-CUMPLIDA              TO TRUE.

           EVALUATE TRUE
             WHEN T-RGL-PLAZO-FIJO(WS-IR)
               IF WS-CLA-PROMEDIO >= T-RGL-UMBRAL(WS-IR) AND
                  WS-PRF-PLAZOS-VIG IS EQUAL TO ZEROS
                  SET REGLA-CUMPLIDA          TO TRUE
               END-IF

             WHEN T-RGL-HABERES(WS-IR)
               MOVE T-RGL-TIPCUEN(WS-IR)      TO WS-TIP-BUSCADO
               PERFORM 2420-BUSCAR-TIPCUEN
                  THRU 2420-F-BUSCAR-TIPCUEN
               IF WS-PRF-HABERES-VIG IS GREATER THAN ZEROS AND
                  CLIENTE-NO-LO-TIENE
                  SET REGLA-CUMPLIDA          TO TRUE
               END-IF

             WHEN T-RGL-OCIOSO(WS-IR)
               IF WS-CLA-PROMEDIO >= T-RGL-UMBRAL(WS-IR) AND
                  WS-PRF-DEBITOS <= T-RGL-MAX-MOVS(WS-IR)
                  SET REGLA-CUMPLIDA          TO TRUE
               END-IF

             WHEN T-RGL-MONEDA-EXT(WS-IR)
               MOVE T-RGL-MONEDA(WS-IR)       TO WS-MON-BUSCADA
               PERFORM 2430-BUSCAR-MONEDA
                  THRU 2430-F-BUSCAR-MONEDA
               IF WS-CLA-PROMEDIO >= T-RGL-UMBRAL(WS-IR) AND
                  CLIENTE-NO-LO-TIENE
                  SET REGLA-CUMPLIDA          TO TRUE
               END-IF

             WHEN T-RGL-COTITULAR(WS-IR)
               MOVE T-RGL-TIPCUEN(WS-IR)      TO WS-TIP-BUSCADO
               PERFORM 2420-BUSCAR-TIPCUEN
                  THRU 2420-F-BUSCAR-TIPCUEN
               IF WS-PRF-COTITULAR IS GREATER THAN ZEROS AND
                  CLIENTE-NO-LO-TIENE
                  SET REGLA-CUMPLIDA          TO TRUE
               END-IF
           END-EVALUATE.

           IF REGLA-CUMPLIDA
              PERFORM 2500-GENERAR-OFERTA
                 THRU 2500-F-GENERAR-OFERTA
           END-IF.

       2410-F-EVALUAR-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 2 0 - B U S C A R - T I P C U E N               *
      *----------------------------------------------------------------*

       2420-BUSCAR-TIPCUEN.

           SET CLIENTE-NO-LO-TIENE            TO TRUE.

           PERFORM 2425-COMPARAR-TIPCUEN
              THRU 2425-F-COMPARAR-TIPCUEN
           VARYING WS-IC FROM 1 BY 1
             UNTIL WS-IC > WS-CLA-CANT-CTAS
                OR CLIENTE-LO-TIENE.

       2420-F-BUSCAR-TIPCUEN.
           EXIT.

       2425-COMPARAR-TIPCUEN.

           IF T-CCL-TIPCUEN(WS-IC) IS EQUAL TO WS-TIP-BUSCADO
              SET CLIENTE-LO-TIENE            TO TRUE
           END-IF.

       2425-F-COMPARAR-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *             2 4 3 0 - B U S C A R - M O N E D A                *
      *----------------------------------------------------------------*

       2430-BUSCAR-MONEDA.

           SET CLIENTE-NO-LO-TIENE            TO TRUE.

           PERFORM 2435-COMPARAR-MONEDA
              THRU 2435-F-COMPARAR-MONEDA
           VARYING WS-IC FROM 1 BY 1
             UNTIL WS-IC > WS-CLA-CANT-CTAS
                OR CLIENTE-LO-TIENE.

       2430-F-BUSCAR-MONEDA.
           EXIT.

       2435-COMPARAR-MONEDA.

           IF T-CCL-MONEDA(WS-IC) IS EQUAL TO WS-MON-BUSCADA
              SET CLIENTE-LO-TIENE            TO TRUE
           END-IF.

       2435-F-COMPARAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 0 0 - G E N E R A R - O F E R T A               *
      *----------------------------------------------------------------*
      *   GRABA EL SEGMENTO DE OFERTA PARA PGMSIN35 ( EN ORDEN DE      *
      *   NROCLI, COMO EL ARCHIVO SEGMENTO ) Y GUARDA LA OFERTA PARA   *
      *   GRABARLA AGRUPADA POR SUCURSAL AL FINAL.                     *
      *----------------------------------------------------------------*

       2500-GENERAR-OFERTA.

           MOVE '2500-GENERAR-OFERTA'         TO WS-PARRAFO.

           ADD 1                              TO WS-CLA-OFERTAS
                                                 CNT-OFERTAS
                                                 T-RGL-OFERTAS(WS-IR).

           INITIALIZE WS-REG-LEADVTA.
           MOVE WS-PERIODO-N                  TO LEA-PERIODO.
           MOVE WS-CLA-SUCUEN                 TO LEA-SUCUEN.
           MOVE WS-CLA-NROCLI                 TO LEA-NROCLI.
           MOVE WS-CLA-TIPDOC                 TO LEA-TIPDOC.
           MOVE WS-CLA-NRODOC                 TO LEA-NRODOC.
           MOVE WS-CLA-NOMAPE                 TO LEA-NOMAPE.
           MOVE T-RGL-CODIGO(WS-IR)           TO LEA-REGLA.
           MOVE T-RGL-PRODUCTO(WS-IR)         TO LEA-PRODUCTO.
           MOVE T-RGL-SEGMENTO(WS-IR)         TO LEA-SEGMENTO.
           MOVE T-RGL-MOTIVO(WS-IR)           TO LEA-MOTIVO.
           MOVE WS-CLA-PROMEDIO               TO LEA-PROMEDIO.

           IF T-RGL-SEGMENTO(WS-IR) IS NOT EQUAL TO SPACES
              MOVE SPACES                     TO REG-SEGLEAD
              MOVE WS-CLA-TIPDOC              TO SGL-TIPDOC
              MOVE WS-CLA-NRODOC              TO SGL-NRODOC
              MOVE WS-CLA-NROCLI              TO SGL-NROCLI
              MOVE WS-CLA-PROMEDIO            TO SGL-SALDO
              MOVE T-RGL-SEGMENTO(WS-IR)      TO SGL-SEGMENTO

              WRITE REG-SEGLEAD

              IF NOT FS-SEGLEAD-OK
                 MOVE CT-WRITE                TO AUX-ERR-ACCION
                 MOVE CT-SEGLEAD              TO AUX-ERR-NOMBRE
                 MOVE FS-SEGLEAD              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           IF WS-CANT-OFERTAS >= CT-MAX-OFERTAS
              ADD 1                      TO CNT-OFERTAS-NO-LISTADAS
              GO TO 2500-F-GENERAR-OFERTA
           END-IF.

           ADD 1                              TO WS-CANT-OFERTAS.
           MOVE WS-CLA-SUCUEN        TO T-OFE-SUCUEN(WS-CANT-OFERTAS).
           MOVE WS-REG-LEADVTA       TO T-OFE-REGISTRO(WS-CANT-OFERTAS).

           IF WS-CLA-SUCUEN IS GREATER THAN ZEROS
              ADD 1                      TO T-OSU-CANT(WS-CLA-SUCUEN)
           END-IF.

       2500-F-GENERAR-OFERTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 0 0 - E M I T I R - O F E R T A S               *
      *----------------------------------------------------------------*
      *   GRABA LEADVTA Y EL LISTADO, UNA SECCION POR SUCURSAL.        *
      *----------------------------------------------------------------*

       2700-EMITIR-OFERTAS.

           MOVE '2700-EMITIR-OFERTAS'         TO WS-PARRAFO.

           MOVE WS-PER-ANIO                   TO LTI-ANIO.
           MOVE WS-PER-MES                    TO LTI-MES.
           MOVE WS-FECHA-DESDE                TO LTI-DESDE.
           MOVE WS-LIN-TITULO                 TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           IF WS-CANT-OFERTAS IS EQUAL TO ZEROS
              MOVE SPACES                     TO REG-REPLEAD
              MOVE ' SIN OFERTAS EN EL PERIODO' TO REG-REPLEAD
              PERFORM 2990-GRABAR-REPLEAD
                 THRU 2990-F-GRABAR-REPLEAD
              GO TO 2700-F-EMITIR-OFERTAS
           END-IF.

           PERFORM 2710-OFERTAS-SUCURSAL
              THRU 2710-F-OFERTAS-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           IF CNT-OFERTAS-NO-LISTADAS IS GREATER THAN ZEROS
              MOVE CNT-OFERTAS-NO-LISTADAS    TO WS-MASCARA
              MOVE SPACES                     TO REG-REPLEAD
              STRING ' OFERTAS NO LISTADAS: ' DELIMITED BY SIZE
                     WS-MASCARA               DELIMITED BY SIZE
                 INTO REG-REPLEAD
              END-STRING
              PERFORM 2990-GRABAR-REPLEAD
                 THRU 2990-F-GRABAR-REPLEAD
           END-IF.

       2700-F-EMITIR-OFERTAS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 1 0 - O F E R T A S - S U C U R S A L             *
      *----------------------------------------------------------------*

       2710-OFERTAS-SUCURSAL.

           IF T-OSU-CANT(WS-IS) IS EQUAL TO ZEROS
              GO TO 2710-F-OFERTAS-SUCURSAL
           END-IF.

           MOVE WS-IS                         TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NRO-BUSCADA          TO LSU-SUCUEN.
           MOVE WS-SUCUR-NOMBRE               TO LSU-NOMBRE.

           IF SUCURSAL-HALLADA
              MOVE T-SUCM-REGION(WS-IS)       TO LSU-REGION
           ELSE
              MOVE SPACES                     TO LSU-REGION
           END-IF.

           MOVE SPACES                        TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           MOVE WS-LIN-SUCURSAL               TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           MOVE WS-LIN-COLUMNAS               TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           PERFORM 2720-OFERTA-DETALLE
              THRU 2720-F-OFERTA-DETALLE
           VARYING WS-IO FROM 1 BY 1
             UNTIL WS-IO > WS-CANT-OFERTAS.

           MOVE T-OSU-CANT(WS-IS)             TO LTS-CANT.
           MOVE WS-LIN-TOTAL-SUC              TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

       2710-F-OFERTAS-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 2 0 - O F E R T A - D E T A L L E                *
      *----------------------------------------------------------------*

       2720-OFERTA-DETALLE.

           IF T-OFE-SUCUEN(WS-IO) IS NOT EQUAL TO WS-IS
              GO TO 2720-F-OFERTA-DETALLE
           END-IF.

           MOVE T-OFE-REGISTRO(WS-IO)         TO WS-REG-LEADVTA.

           WRITE REG-LEADVTA FROM WS-REG-LEADVTA.

           IF NOT FS-LEADVTA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LEADVTA                 TO AUX-ERR-NOMBRE
              MOVE FS-LEADVTA                 TO AUX-ERR-STATUS
              MOVE '2720-OFERTA-DETALLE'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE LEA-NROCLI                    TO LDE-NROCLI.
           MOVE LEA-TIPDOC                    TO LDE-TIPDOC.
           MOVE LEA-NRODOC                    TO LDE-NRODOC.
           MOVE LEA-NOMAPE                    TO LDE-NOMAPE.
           MOVE LEA-PRODUCTO                  TO LDE-PRODUCTO.
           MOVE LEA-MOTIVO                    TO LDE-MOTIVO.
           MOVE LEA-PROMEDIO                  TO LDE-PROMEDIO.

           MOVE WS-LIN-DETALLE                TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

       2720-F-OFERTA-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *             2 8 0 0 - E M I T I R - R E G L A S                *
      *----------------------------------------------------------------*

       2800-EMITIR-REGLAS.

           MOVE '2800-EMITIR-REGLAS'          TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           MOVE ' OFERTAS POR REGLA'          TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           MOVE WS-LIN-COL-REGLAS             TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

           PERFORM 2810-LINEA-REGLA
              THRU 2810-F-LINEA-REGLA
           VARYING WS-IR FROM 1 BY 1
             UNTIL WS-IR > WS-CANT-REGLAS.

       2800-F-EMITIR-REGLAS.
           EXIT.

       2810-LINEA-REGLA.

           MOVE T-RGL-CODIGO(WS-IR)           TO LRG-CODIGO.
           MOVE T-RGL-CONDICION(WS-IR)        TO LRG-CONDICION.
           MOVE T-RGL-PRODUCTO(WS-IR)         TO LRG-PRODUCTO.
           MOVE T-RGL-MOTIVO(WS-IR)           TO LRG-MOTIVO.
           MOVE T-RGL-SEGMENTO(WS-IR)         TO LRG-SEGMENTO.
           MOVE T-RGL-OFERTAS(WS-IR)          TO LRG-OFERTAS.

           MOVE WS-LIN-REGLA                  TO REG-REPLEAD.
           PERFORM 2990-GRABAR-REPLEAD
              THRU 2990-F-GRABAR-REPLEAD.

       2810-F-LINEA-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 9 0 - G R A B A R - R E P L E A D                *
      *----------------------------------------------------------------*

       2990-GRABAR-REPLEAD.

           WRITE REG-REPLEAD.

           IF NOT FS-REPLEAD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPLEAD                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLEAD                 TO AUX-ERR-STATUS
              MOVE '2990-GRABAR-REPLEAD'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2990-F-GRABAR-REPLEAD.
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
              CLOSE PERF_CURSOR
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

           CLOSE PREFCLI
                 LEADVTA
                 SEGLEAD
                 REPLEAD.

           IF NOT FS-PREFCLI-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LEADVTA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LEADVTA                 TO AUX-ERR-NOMBRE
              MOVE FS-LEADVTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGLEAD-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SEGLEAD                 TO AUX-ERR-NOMBRE
              MOVE FS-SEGLEAD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLEAD-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPLEAD                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLEAD                 TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI151               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* CUENTAS LEIDAS:                        '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CLIENTES-LEIDOS           TO WS-MASCARA.
           DISPLAY '* CLIENTES PERFILADOS:                   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-EXCL-BLOQUEO              TO WS-MASCARA.
           DISPLAY '*   EXCLUIDOS POR BLOQUEO LEGAL:         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-EXCL-FALLECIDO            TO WS-MASCARA.
           DISPLAY '*   EXCLUIDOS POR FALLECIMIENTO:         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-EXCL-MORA                 TO WS-MASCARA.
           DISPLAY '*   EXCLUIDOS POR MORA:                  '
                                                      WS-MASCARA '   *'.
           MOVE CNT-EXCL-PEDIDO               TO WS-MASCARA.
           DISPLAY '*   EXCLUIDOS A PEDIDO DEL CLIENTE:      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CLIENTES-CON-OFERTA       TO WS-MASCARA.
           DISPLAY '* CLIENTES CON OFERTA:                   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-OFERTAS                   TO WS-MASCARA.
           DISPLAY '* OFERTAS GENERADAS:                     '
                                                      WS-MASCARA '   *'.
           MOVE CNT-OFERTAS-NO-LISTADAS       TO WS-MASCARA.
           DISPLAY '*   NO LISTADAS ( TABLA LLENA ):         '
                                                      WS-MASCARA '   *'.
           MOVE WS-CANT-REGLAS                TO WS-MASCARA.
           DISPLAY '* REGLAS APLICADAS:                      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-REGLAS-RECHAZADAS         TO WS-MASCARA.
           DISPLAY '* REGLAS DESCARTADAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'PERIODO='       DELIMITED BY SIZE
                  WS-PARM-PERIODO  DELIMITED BY SIZE
                  ' CLIENTES='     DELIMITED BY SIZE
                  CNT-CLIENTES-LEIDOS DELIMITED BY SIZE
                  ' OFERTAS='      DELIMITED BY SIZE
                  CNT-OFERTAS      DELIMITED BY SIZE
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

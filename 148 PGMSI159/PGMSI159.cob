      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI159.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   POSICION INTERSUCURSAL POR TRANSFERENCIAS ENTRE CUENTAS DE   *
      *   DISTINTAS SUCURSALES                                         *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMAPCAB APLICA LAS TRANSFERENCIAS ENTRE CUENTAS PROPIAS POR   *
      * PARES DE LA MISMA REFERENCIA ( WS-MOV-REFER ), PERO CUANDO LAS *
      * PATAS SON CUENTAS DE DISTINTA SUCURSAL ( SUCUEN ) CADA         *
      * SUCURSAL VE SOLO SU MITAD. ESTE PROGRAMA CORRE CADA NOCHE      *
      * DESPUES DE PGMAPCAB Y ARMA LA POSICION ENTRE SUCURSALES:       *
      *   - LEE EL ARCHIVO APLICADO DEL DIA ( VALIDA CABECERA Y COLA   *
      *     DE LA UNIDAD DE TRABAJO COMO PGMSIN64, COPY CPUOWAPL ) Y   *
      *     TOMA LAS PATAS DE LOS TIPOS DE TRANSFERENCIA ( SIGNO 'T'   *
      *     EN TIPMOV ) CON REFERENCIA. QUEDAN AFUERA LAS TANDAS DE    *
      *     REVERSION ( REFERENCIA 'RV' ) Y LOS DETALLES AUXILIARES DE *
      *     LA FRANJA 900000-999999.                                   *
      *   - LA SUCURSAL DE CADA PATA SALE DEL NUMERO DE CUENTA ( DOS   *
      *     PRIMERAS POSICIONES, COMO EN PGMSIN39 ). LA SUCURSAL DE LA *
      *     PATA DEBITADA LE DEBE A LA DE LA PATA ACREDITADA EL        *
      *     IMPORTE ACREDITADO. UN JUEGO DE MAS DE DOS PATAS ( POR     *
      *     EJEMPLO LOS HABERES 'HA' ) SE ATRIBUYE CUANDO TIENE UN     *
      *     SOLO DEBITO O UN SOLO CREDITO; EL RESTO SE INFORMA COMO NO *
      *     ATRIBUIBLE. LAS PATAS DE LA MISMA SUCURSAL NO GENERAN      *
      *     POSICION.                                                  *
      *   - EMITE LA MATRIZ DE COMPENSACION DEL DIA ( MATRIZ ): POR    *
      *     CADA PAR DE SUCURSALES, EL NETO QUE LA SUCURSAL DE LA FILA *
      *     LE DEBE A LA DE LA COLUMNA, Y EL RESUMEN POR SUCURSAL.     *
      *   - GRABA EN ASIINT LAS LINEAS CONTABLES DE LAS CUENTAS        *
      *     INTERSUCURSALES EN EL FORMATO DE ASIENTO DE PGMSIN64, CON  *
      *     LAS CUENTAS DEL TIPO CONTABLE 78 DE MAPACON ( DEBE:        *
      *     SUCURSALES DEUDORAS, EN LA SUCURSAL ACREEDORA; HABER:      *
      *     SUCURSALES ACREEDORAS, EN LA SUCURSAL DEUDORA ), UN PAR    *
      *     DE LINEAS POR CADA NETO DEL DIA ENTRE DOS SUCURSALES.      *
      *   - ACUMULA LA POSICION DEL MES EN CURSO: POSANT ( OPCIONAL )  *
      *     ES EL ACUMULADO DE LA NOCHE ANTERIOR Y POSNUE LA NUEVA     *
      *     GENERACION. AL CAMBIAR EL MES EL ACUMULADO ARRANCA EN      *
      *     CERO. UN POSANT YA ACUMULADO A LA FECHA DE PROCESO ES UN   *
      *     REPROCESO SOBRE LA GENERACION EQUIVOCADA Y EL PASO ABORTA. *
      *   - EMITE EL INFORME DE POSICION ACUMULADA DEL MES ( REPPOS )  *
      *     POR SUCURSAL, CON EL NOMBRE DEL MAESTRO SUCMAES, Y LO QUE  *
      *     CADA UNA LE DEBE O LE DEBEN LAS DEMAS.                     *
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

           SELECT APLICADO ASSIGN TO APLICADO
                                    FILE STATUS IS FS-APLICADO.

           SELECT TIPMOV ASSIGN TO TIPMOV
                                    FILE STATUS IS FS-TIPMOV.

           SELECT MAPACON ASSIGN TO MAPACON
                                    FILE STATUS IS FS-MAPACON.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT POSANT ASSIGN TO POSANT
                                    FILE STATUS IS FS-POSANT.

           SELECT POSNUE ASSIGN TO POSNUE
                                    FILE STATUS IS FS-POSNUE.

           SELECT ASIINT ASSIGN TO ASIINT
                                    FILE STATUS IS FS-ASIINT.

           SELECT MATRIZ ASSIGN TO MATRIZ
                                    FILE STATUS IS FS-MATRIZ.

           SELECT REPPOS ASSIGN TO REPPOS
                                    FILE STATUS IS FS-REPPOS.

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
      *   MOVIMIENTOS APLICADOS DEL DIA ( LAYOUT MOVIMCC, CON CABECERA *
      *   Y COLA DE UNIDAD DE TRABAJO ).                               *
      *----------------------------------------------------------------*

       FD   APLICADO
            RECORDING MODE IS F.
       01   REG-APLICADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   MAESTRO DE TIPOS DE MOVIMIENTO ( EL MISMO DE PGMAPCAB ).     *
      *----------------------------------------------------------------*

       FD   TIPMOV
            RECORDING MODE IS F.
       01   REG-TIPMOV                                      PIC X(40).

      *----------------------------------------------------------------*
      *   MAPEO CONTABLE: TIPO -> CUENTA DEL DEBE Y CUENTA DEL HABER   *
      *   ( EL MISMO ARCHIVO QUE LEE PGMSIN64 ).                       *
      *----------------------------------------------------------------*

       FD   MAPACON
            RECORDING MODE IS F.
       01   REG-MAPACON                                     PIC X(20).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   POSICION ACUMULADA DEL MES: GENERACION ANTERIOR ( POSANT ) Y *
      *   NUEVA ( POSNUE ), UN REGISTRO POR PAR DE SUCURSALES CON EL   *
      *   IMPORTE BRUTO QUE LA DEUDORA LE DEBE A LA ACREEDORA.         *
      *----------------------------------------------------------------*

       FD   POSANT
            RECORDING MODE IS F.
       01   REG-POSANT                                      PIC X(40).

       FD   POSNUE
            RECORDING MODE IS F.
       01   REG-POSNUE                                      PIC X(40).

      *----------------------------------------------------------------*
      *   LINEAS CONTABLES DE LAS CUENTAS INTERSUCURSALES ( FORMATO DE *
      *   ASIENTO DE PGMSIN64 ).                                       *
      *----------------------------------------------------------------*

       FD   ASIINT
            RECORDING MODE IS F.
       01   REG-ASIINT                                      PIC X(40).

      *----------------------------------------------------------------*
      *   MATRIZ DE COMPENSACION DEL DIA Y POSICION ACUMULADA DEL MES. *
      *----------------------------------------------------------------*

       FD   MATRIZ
            RECORDING MODE IS F.
       01   REG-MATRIZ                                      PIC X(132).

       FD   REPPOS
            RECORDING MODE IS F.
       01   REG-REPPOS                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI159'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-APLICADO                   PIC X(08)  VALUE 'APLICADO'.
           02 CT-TIPMOV                     PIC X(08)  VALUE 'TIPMOV  '.
           02 CT-MAPACON                    PIC X(08)  VALUE 'MAPACON '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-POSANT                     PIC X(08)  VALUE 'POSANT  '.
           02 CT-POSNUE                     PIC X(08)  VALUE 'POSNUE  '.
           02 CT-ASIINT                     PIC X(08)  VALUE 'ASIINT  '.
           02 CT-MATRIZ                     PIC X(08)  VALUE 'MATRIZ  '.
           02 CT-REPPOS                     PIC X(08)  VALUE 'REPPOS  '.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-NROMOV-AUXILIAR            PIC 9(06)  VALUE 900000.
           02 CT-REFER-REVERSION            PIC X(02)  VALUE 'RV'.
           02 CT-SIGNO-TRANSFERENCIA        PIC X(01)  VALUE 'T'.
           02 CT-MAX-PATAS                  PIC 9(04)  VALUE 5000.
           02 CT-MAX-SUCURSAL               PIC 9(02)  VALUE 99.
           02 CT-COLUMNAS-MATRIZ            PIC 9(01)  VALUE 6.

      *----------------------------------------------------------------*
      *   TIPO CONTABLE DE LAS CUENTAS INTERSUCURSALES EN MAPACON. NO  *
      *   ES UN TIPO DE MOVIMIENTO DE CUENTA: SOLO IDENTIFICA LAS      *
      *   LINEAS DEL ASIENTO Y SUS CUENTAS DEL DEBE ( SUCURSALES       *
      *   DEUDORAS ) Y DEL HABER ( SUCURSALES ACREEDORAS ).            *
      *----------------------------------------------------------------*

           02 CT-TIPO-INTERSUCURSAL         PIC 9(02)  VALUE 78.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MES-PROCESO                PIC 9(06).
           02 WS-TM                         PIC 9(03)  VALUE ZEROS.
           02 WS-D                          PIC 9(03)  VALUE ZEROS.
           02 WS-A                          PIC 9(03)  VALUE ZEROS.
           02 WS-A-DESDE                    PIC 9(03)  VALUE ZEROS.
           02 WS-K                          PIC 9(03)  VALUE ZEROS.
           02 WS-C                          PIC 9(03)  VALUE ZEROS.
           02 WS-COL-DESDE                  PIC 9(03)  VALUE ZEROS.
           02 WS-COL-HASTA                  PIC 9(03)  VALUE ZEROS.
           02 WS-CELDA                      PIC 9(01)  VALUE ZEROS.
           02 WS-IX-PATA                    PIC 9(04)  VALUE ZEROS.
           02 WS-IX-REF                     PIC 9(04)  VALUE ZEROS.
           02 WS-SUC-DEUDORA                PIC 9(02)  VALUE ZEROS.
           02 WS-SUC-ACREEDORA              PIC 9(02)  VALUE ZEROS.
           02 WS-IMPORTE-FLUJO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-NETO                       PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-CTA-DEUDORAS               PIC X(08)  VALUE SPACES.
           02 WS-CTA-ACREEDORAS             PIC X(08)  VALUE SPACES.
           02 WS-MAPEO-SW                   PIC X(01)  VALUE 'N'.
              88 TIPO-CON-MAPEO                        VALUE 'S'.
              88 TIPO-SIN-MAPEO                        VALUE 'N'.
           02 WS-REFER-HALLADA-SW           PIC X(01)  VALUE 'N'.
              88 REFER-HALLADA                         VALUE 'S'.
              88 REFER-NO-HALLADA                      VALUE 'N'.
           02 WS-POSANT-SW                  PIC X(01)  VALUE 'N'.
              88 POSANT-DISPONIBLE                     VALUE 'S'.
              88 POSANT-NO-DISPONIBLE                  VALUE 'N'.

      *----------------------------------------------------------------*
      *   NUMERO DE CUENTA DEL MOVIMIENTO: SUCURSAL + RELLENO + NUMERO *
      *   ( MISMA DESCOMPOSICION QUE PGMSIN39 ).                       *
      *----------------------------------------------------------------*

       01 WS-CUENTA-MOVTO.
           02 WS-CUENTA-SUC                 PIC 9(02).
           02 WS-CUENTA-RELLENO             PIC 9(02).
           02 WS-CUENTA-BAJA                PIC 9(04).

      *----------------------------------------------------------------*
      *   FECHA AUXILIAR PARA IMPRIMIR COMO DD/MM/AAAA                 *
      *----------------------------------------------------------------*

       01 WS-FECHA-AUX.
           02 WS-FAX-ANIO                   PIC 9(04).
           02 WS-FAX-MES                    PIC 9(02).
           02 WS-FAX-DIA                    PIC 9(02).
       01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX
                                            PIC 9(08).

       01 WS-FECHA-EDIT.
           02 WS-FED-DIA                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-MES                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-ANIO                   PIC 9(04).

      *----------------------------------------------------------------*
      *   REGISTRO DEL MAESTRO DE TIPOS Y TIPOS DE TRANSFERENCIA       *
      *----------------------------------------------------------------*

       01 WS-REG-TIPMOV.
           02 TM-CODIGO                     PIC 9(02).
           02 TM-DESCRIP                    PIC X(20).
           02 TM-SIGNO                      PIC X(01).
           02 TM-LIMITE                     PIC 9(11)V99.
           02 TM-CLASE                      PIC X(01).
           02 TM-DIAS-CLEARING              PIC 9(02).
           02 FILLER                        PIC X(01).

       01 WS-T-TIPMOV.
           02 T-TM-TRANSF                   OCCURS 99 TIMES
                                            PIC X(01).
              88 T-TM-ES-TRANSFERENCIA                 VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DEL MAPEO CONTABLE                                  *
      *----------------------------------------------------------------*

       01 WS-REG-MAPA.
           02 MAP-TIPO-MOV                  PIC 9(02).
           02 MAP-CTA-DEBE                  PIC X(08).
           02 MAP-CTA-HABER                 PIC X(08).
           02 FILLER                        PIC X(02).

      *----------------------------------------------------------------*
      *   LINEA DE ASIENTO ( MISMO FORMATO QUE PGMSIN64 ). EN EL AREA  *
      *   LIBRE VIAJAN LA SUCURSAL DONDE SE REGISTRA LA LINEA Y SU     *
      *   CONTRAPARTE.                                                 *
      *----------------------------------------------------------------*

       01 WS-REG-ASIENTO.
           02 ASI-LADO                      PIC X(01).
           02 ASI-CUENTA                    PIC X(08).
           02 ASI-TIPO-MOV                  PIC 9(02).
           02 ASI-IMPORTE                   PIC S9(13)V99.
           02 ASI-SUCURSAL                  PIC 9(02).
           02 ASI-SUC-CONTRAPARTE           PIC 9(02).
           02 FILLER                        PIC X(10).

      *----------------------------------------------------------------*
      *   REGISTRO DE LA POSICION ACUMULADA DEL MES                    *
      *----------------------------------------------------------------*

       01 WS-REG-POSICION.
           02 POS-FECHA                     PIC 9(08).
           02 POS-FECHA-R REDEFINES POS-FECHA.
              03 POS-FEC-AAAAMM             PIC 9(06).
              03 POS-FEC-DIA                PIC 9(02).
           02 POS-SUC-DEUDORA               PIC 9(02).
           02 POS-SUC-ACREEDORA             PIC 9(02).
           02 POS-IMPORTE                   PIC S9(13)V99.
           02 FILLER                        PIC X(13).

      *----------------------------------------------------------------*
      *   PATAS DE TRANSFERENCIA DEL DIA Y RESUMEN POR REFERENCIA:     *
      *   CANTIDAD DE DEBITOS Y DE CREDITOS Y LA SUCURSAL DEL ULTIMO   *
      *   DE CADA LADO ( SOLO SE USA CUANDO EL LADO TIENE UNA PATA ).  *
      *----------------------------------------------------------------*

       01 WS-CANT-PATAS                     PIC 9(04)  VALUE ZEROS.

       01 WS-T-PATAS.
           02 T-PAT                         OCCURS 5000 TIMES.
              03 T-PAT-REFER                PIC X(08).
              03 T-PAT-SUC                  PIC 9(02).
              03 T-PAT-IMPORTE              PIC S9(11)V99 COMP-3.

       01 WS-CANT-REFER                     PIC 9(04)  VALUE ZEROS.

       01 WS-T-REFER.
           02 T-REF                         OCCURS 5000 TIMES.
              03 T-REF-REFER                PIC X(08).
              03 T-REF-CANT-DEB             PIC 9(04).
              03 T-REF-SUC-DEB              PIC 9(02).
              03 T-REF-CANT-CRE             PIC 9(04).
              03 T-REF-SUC-CRE              PIC 9(02).

      *----------------------------------------------------------------*
      *   POSICION POR PAR DE SUCURSALES ( DEUDORA, ACREEDORA ): BRUTO *
      *   DEL DIA Y BRUTO ACUMULADO DEL MES.                           *
      *----------------------------------------------------------------*

       01 WS-T-POSICION.
           02 T-POS-DEU                     OCCURS 99 TIMES.
              03 T-POS-ACR                  OCCURS 99 TIMES.
                 04 T-POS-DIA               PIC S9(13)V99 COMP-3.
                 04 T-POS-MES               PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   TOTALES POR SUCURSAL ( A PAGAR = LO QUE DEBE A LAS DEMAS,    *
      *   A COBRAR = LO QUE LE DEBEN ) Y SUCURSALES CON MOVIMIENTO     *
      *   DEL DIA, EN EL ORDEN DE LAS FILAS Y COLUMNAS DE LA MATRIZ.   *
      *----------------------------------------------------------------*

       01 WS-T-TOTALES-SUC.
           02 T-STO                         OCCURS 99 TIMES.
              03 T-STO-PAGAR-DIA            PIC S9(13)V99 COMP-3.
              03 T-STO-COBRAR-DIA           PIC S9(13)V99 COMP-3.
              03 T-STO-PAGAR-MES            PIC S9(13)V99 COMP-3.
              03 T-STO-COBRAR-MES           PIC S9(13)V99 COMP-3.

       01 WS-CANT-ACTIVAS                   PIC 9(03)  VALUE ZEROS.

       01 WS-T-ACTIVAS.
           02 T-ACT-SUC                     OCCURS 99 TIMES
                                            PIC 9(02).

      *----------------------------------------------------------------*
      *   LINEAS DE LA MATRIZ DE COMPENSACION ( MATRIZ )               *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO-MATRIZ.
           02 FILLER                        PIC X(48)  VALUE
              'MATRIZ DE COMPENSACION INTERSUCURSAL DEL DIA - '.
           02 LTM-FECHA                     PIC X(10).
           02 FILLER                        PIC X(74)  VALUE SPACES.

       01 WS-LIN-LEYENDA.
           02 LLE-TEXTO                     PIC X(132).

       01 WS-LIN-CAB-MATRIZ.
           02 FILLER                        PIC X(23)  VALUE
              'DEUDORA \ ACREEDORA'.
           02 LCM-COLUMNA                   OCCURS 6 TIMES.
              03 FILLER                     PIC X(01).
              03 LCM-TEXTO                  PIC X(17).
           02 FILLER                        PIC X(01)  VALUE SPACES.

       01 WS-LIN-FILA-MATRIZ.
           02 FILLER                        PIC X(04)  VALUE 'SUC '.
           02 LFM-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LFM-NOMBRE                    PIC X(15).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LFM-CELDA                     OCCURS 6 TIMES.
              03 FILLER                     PIC X(01).
              03 LFM-IMPORTE                PIC --.---.---.--9,99.
              03 LFM-IMPORTE-X REDEFINES LFM-IMPORTE
                                            PIC X(17).
           02 FILLER                        PIC X(01)  VALUE SPACES.

       01 WS-COL-SUCURSAL.
           02 FILLER                        PIC X(04)  VALUE 'SUC '.
           02 LCS-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCS-NOMBRE                    PIC X(10).

       01 WS-LIN-COL-RESUMEN.
           02 FILLER                        PIC X(30)  VALUE
              'SUCURSAL'.
           02 FILLER                        PIC X(20)  VALUE
              '        A PAGAR'.
           02 FILLER                        PIC X(20)  VALUE
              '       A COBRAR'.
           02 FILLER                        PIC X(20)  VALUE
              '   NETO ( + COBRA )'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-RESUMEN.
           02 LRS-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LRS-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LRS-PAGAR                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRS-COBRAR                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRS-NETO                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(45)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEAS DE LA POSICION ACUMULADA DEL MES ( REPPOS )           *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO-MES.
           02 FILLER                        PIC X(44)  VALUE
              'POSICION INTERSUCURSAL ACUMULADA DEL MES AL '.
           02 LTP-FECHA                     PIC X(10).
           02 FILLER                        PIC X(78)  VALUE SPACES.

       01 WS-LIN-SUCURSAL.
           02 FILLER                        PIC X(09)  VALUE
              'SUCURSAL '.
           02 LSU-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LSU-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(98)  VALUE SPACES.

       01 WS-LIN-COL-MES.
           02 FILLER                        PIC X(30)  VALUE
              '   CONTRAPARTE'.
           02 FILLER                        PIC X(20)  VALUE
              '     LE DEBEN'.
           02 FILLER                        PIC X(20)  VALUE
              '          DEBE'.
           02 FILLER                        PIC X(20)  VALUE
              '   NETO ( + COBRA )'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-CONTRAPARTE.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LCP-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LCP-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCP-COBRAR                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCP-PAGAR                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCP-NETO                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(43)  VALUE SPACES.

       01 WS-LIN-TOTAL-SUC.
           02 FILLER                        PIC X(30)  VALUE
              '   TOTAL DE LA SUCURSAL'.
           02 LTS-COBRAR                    PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LTS-PAGAR                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LTS-NETO                      PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(43)  VALUE SPACES.

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
           02 CNT-MOVTOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-PATAS-TRANSF              PIC 9(05)  VALUE ZEROS.
           02 CNT-PATAS-NO-ATRIBUIBLES      PIC 9(05)  VALUE ZEROS.
           02 CNT-FLUJOS-MISMA-SUC          PIC 9(05)  VALUE ZEROS.
           02 CNT-FLUJOS-INTERSUC           PIC 9(05)  VALUE ZEROS.
           02 CNT-POSANT-LEIDOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-POSANT-MES-ANTERIOR       PIC 9(05)  VALUE ZEROS.
           02 CNT-POSNUE-GRABADOS           PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS-ASIENTO            PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES Y CONTROL DEL ASIENTO                 *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-FLUJO-DIA                 PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-DEBE                      PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-HABER                     PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NETO                      PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-APLICADO                   PIC X(02).
              88 FS-APLICADO-OK                        VALUE '00'.
              88 FS-APLICADO-EOF                       VALUE '10'.

           02 FS-TIPMOV                     PIC X(02).
              88 FS-TIPMOV-OK                          VALUE '00'.
              88 FS-TIPMOV-EOF                         VALUE '10'.

           02 FS-MAPACON                    PIC X(02).
              88 FS-MAPACON-OK                         VALUE '00'.
              88 FS-MAPACON-EOF                        VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-POSANT                     PIC X(02).
              88 FS-POSANT-OK                          VALUE '00'.
              88 FS-POSANT-EOF                         VALUE '10'.

           02 FS-POSNUE                     PIC X(02).
              88 FS-POSNUE-OK                          VALUE '00'.

           02 FS-ASIINT                     PIC X(02).
              88 FS-ASIINT-OK                          VALUE '00'.

           02 FS-MATRIZ                     PIC X(02).
              88 FS-MATRIZ-OK                          VALUE '00'.

           02 FS-REPPOS                     PIC X(02).
              88 FS-REPPOS-OK                          VALUE '00'.

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

           COPY MOVIMCC.

           COPY CPUOWAPL.

           COPY CPSUCUR.

           COPY CPFECPRO.

      *----------------------------------------------------------------*
      *   CONTROL DE LA UNIDAD DE TRABAJO                              *
      *----------------------------------------------------------------*

       01 WS-UOW-CONTROL.
           02 WS-CABECERA-OK-SW             PIC X(01)  VALUE 'N'.
              88 CABECERA-VALIDADA                     VALUE 'S'.
           02 WS-COLA-OK-SW                 PIC X(01)  VALUE 'N'.
              88 COLA-VALIDADA                         VALUE 'S'.
           02 CNT-DETALLES-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 ACM-IMPORTE-LEIDO             PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.

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
                      WS-T-TIPMOV
                      WS-T-POSICION
                      WS-T-TOTALES-SUC

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

           PERFORM 1300-CARGAR-TIPMOV
              THRU 1300-F-CARGAR-TIPMOV.

           PERFORM 1500-CARGAR-MAPEO
              THRU 1500-F-CARGAR-MAPEO.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1600-CARGAR-POSICION
              THRU 1600-F-CARGAR-POSICION.

           PERFORM 1400-LEER-APLICADO
              THRU 1400-F-LEER-APLICADO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   APLICADO
                        TIPMOV
                        MAPACON
                OUTPUT  POSNUE
                        ASIINT
                        MATRIZ
                        REPPOS.

           IF NOT FS-APLICADO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE FS-APLICADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TIPMOV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TIPMOV                  TO AUX-ERR-NOMBRE
              MOVE FS-TIPMOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MAPACON-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MAPACON                 TO AUX-ERR-NOMBRE
              MOVE FS-MAPACON                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-POSNUE-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-POSNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-POSNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ASIINT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ASIINT                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIINT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MATRIZ-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MATRIZ                  TO AUX-ERR-NOMBRE
              MOVE FS-MATRIZ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPPOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPPOS                  TO AUX-ERR-NOMBRE
              MOVE FS-REPPOS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - C A R G A R - T I P M O V                  *
      *----------------------------------------------------------------*
      *   DEL MAESTRO DE TIPOS SOLO INTERESA CUALES SON DE             *
      *   TRANSFERENCIA ( SIGNO 'T' ).                                 *
      *----------------------------------------------------------------*

       1300-CARGAR-TIPMOV.

           MOVE '1300-CARGAR-TIPMOV'          TO WS-PARRAFO.

           PERFORM 1320-LEER-TIPMOV
              THRU 1320-F-LEER-TIPMOV.

           PERFORM 1340-GUARDAR-TIPMOV
              THRU 1340-F-GUARDAR-TIPMOV
             UNTIL FS-TIPMOV-EOF.

           CLOSE TIPMOV.

       1300-F-CARGAR-TIPMOV.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 2 0 - L E E R - T I P M O V                    *
      *----------------------------------------------------------------*

       1320-LEER-TIPMOV.

           MOVE '1320-LEER-TIPMOV'            TO WS-PARRAFO.

           READ TIPMOV INTO WS-REG-TIPMOV.

           EVALUATE TRUE
               WHEN FS-TIPMOV-OK
                    CONTINUE

               WHEN FS-TIPMOV-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TIPMOV            TO AUX-ERR-NOMBRE
                    MOVE FS-TIPMOV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-TIPMOV.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - G U A R D A R - T I P M O V                 *
      *----------------------------------------------------------------*

       1340-GUARDAR-TIPMOV.

           MOVE '1340-GUARDAR-TIPMOV'         TO WS-PARRAFO.

           IF TM-CODIGO IS NUMERIC AND
              TM-CODIGO IS GREATER THAN ZEROS AND
              TM-SIGNO IS EQUAL TO CT-SIGNO-TRANSFERENCIA
              MOVE 'S'                        TO T-TM-TRANSF(TM-CODIGO)
           END-IF.

           PERFORM 1320-LEER-TIPMOV
              THRU 1320-F-LEER-TIPMOV.

       1340-F-GUARDAR-TIPMOV.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 0 0 - L E E R - A P L I C A D O                *
      *----------------------------------------------------------------*

       1400-LEER-APLICADO.

           MOVE '1400-LEER-APLICADO'          TO WS-PARRAFO.

           READ APLICADO INTO WS-REG-MOVIMI.

           EVALUATE TRUE
               WHEN FS-APLICADO-OK
                    ADD 1                     TO CNT-MOVTOS-LEIDOS

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
      *           1 5 0 0 - C A R G A R - M A P E O                    *
      *----------------------------------------------------------------*
      *   DEL MAPEO CONTABLE SOLO INTERESA EL TIPO 78: SU CUENTA DEL   *
      *   DEBE ES SUCURSALES DEUDORAS Y LA DEL HABER SUCURSALES        *
      *   ACREEDORAS.                                                  *
      *----------------------------------------------------------------*

       1500-CARGAR-MAPEO.

           MOVE '1500-CARGAR-MAPEO'           TO WS-PARRAFO.

           SET TIPO-SIN-MAPEO                 TO TRUE.

           PERFORM 1520-LEER-MAPACON
              THRU 1520-F-LEER-MAPACON.

           PERFORM 1540-GUARDAR-MAPEO
              THRU 1540-F-GUARDAR-MAPEO
             UNTIL FS-MAPACON-EOF.

           CLOSE MAPACON.

           IF TIPO-SIN-MAPEO
              DISPLAY '* TIPO CONTABLE ' CT-TIPO-INTERSUCURSAL
                      ' SIN MAPEO EN MAPACON *'
           END-IF.

       1500-F-CARGAR-MAPEO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 2 0 - L E E R - M A P A C O N                     *
      *----------------------------------------------------------------*

       1520-LEER-MAPACON.

           MOVE '1520-LEER-MAPACON'           TO WS-PARRAFO.

           READ MAPACON INTO WS-REG-MAPA.

           EVALUATE TRUE
               WHEN FS-MAPACON-OK
                    CONTINUE

               WHEN FS-MAPACON-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-MAPACON           TO AUX-ERR-NOMBRE
                    MOVE FS-MAPACON           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-MAPACON.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 4 0 - G U A R D A R - M A P E O                     *
      *----------------------------------------------------------------*

       1540-GUARDAR-MAPEO.

           MOVE '1540-GUARDAR-MAPEO'          TO WS-PARRAFO.

           IF MAP-TIPO-MOV IS NUMERIC AND
              MAP-TIPO-MOV IS EQUAL TO CT-TIPO-INTERSUCURSAL
              SET TIPO-CON-MAPEO              TO TRUE
              MOVE MAP-CTA-DEBE               TO WS-CTA-DEUDORAS
              MOVE MAP-CTA-HABER              TO WS-CTA-ACREEDORAS
           END-IF.

           PERFORM 1520-LEER-MAPACON
              THRU 1520-F-LEER-MAPACON.

       1540-F-GUARDAR-MAPEO.
           EXIT.

      *----------------------------------------------------------------*
      *         1 6 0 0 - C A R G A R - P O S I C I O N                *
      *----------------------------------------------------------------*
      *   POSANT ES OPCIONAL: SIN ARCHIVO ( PRIMERA CORRIDA ) EL       *
      *   ACUMULADO DEL MES ARRANCA EN CERO. LOS REGISTROS DE UN MES   *
      *   ANTERIOR SE DESCARTAN; UNO CON FECHA IGUAL O POSTERIOR A LA  *
      *   DE PROCESO ABORTA EL PASO.                                   *
      *----------------------------------------------------------------*

       1600-CARGAR-POSICION.

           MOVE '1600-CARGAR-POSICION'        TO WS-PARRAFO.

           OPEN INPUT POSANT.

           IF FS-POSANT-OK
              SET POSANT-DISPONIBLE           TO TRUE
           ELSE
              SET POSANT-NO-DISPONIBLE        TO TRUE
              DISPLAY '* SIN POSICION ANTERIOR: EL ACUMULADO DEL '
                      'MES ARRANCA EN CERO *'
              GO TO 1600-F-CARGAR-POSICION
           END-IF.

           PERFORM 1620-LEER-POSANT
              THRU 1620-F-LEER-POSANT.

           PERFORM 1640-GUARDAR-POSICION
              THRU 1640-F-GUARDAR-POSICION
             UNTIL FS-POSANT-EOF.

           CLOSE POSANT.

           IF CNT-POSANT-MES-ANTERIOR IS GREATER THAN ZEROS
              DISPLAY '* CAMBIO DE MES: SE DESCARTA LA POSICION '
                      'ACUMULADA DEL MES ANTERIOR *'
           END-IF.

       1600-F-CARGAR-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *             1 6 2 0 - L E E R - P O S A N T                    *
      *----------------------------------------------------------------*

       1620-LEER-POSANT.

           MOVE '1620-LEER-POSANT'            TO WS-PARRAFO.

           READ POSANT INTO WS-REG-POSICION.

           EVALUATE TRUE
               WHEN FS-POSANT-OK
                    ADD 1                     TO CNT-POSANT-LEIDOS

               WHEN FS-POSANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-POSANT            TO AUX-ERR-NOMBRE
                    MOVE FS-POSANT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-POSANT.
           EXIT.

      *----------------------------------------------------------------*
      *         1 6 4 0 - G U A R D A R - P O S I C I O N              *
      *----------------------------------------------------------------*

       1640-GUARDAR-POSICION.

           MOVE '1640-GUARDAR-POSICION'       TO WS-PARRAFO.

           IF POS-FECHA IS NOT LESS THAN WS-FECHA-PROCESO
              DISPLAY '* POSANT YA ACUMULADO AL ' POS-FECHA
                      ': REPROCESO SOBRE LA GENERACION EQUIVOCADA *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-POSANT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF POS-FEC-AAAAMM IS NOT EQUAL TO WS-MES-PROCESO
              ADD 1                           TO CNT-POSANT-MES-ANTERIOR
           ELSE
              IF POS-SUC-DEUDORA IS NUMERIC AND
                 POS-SUC-DEUDORA IS GREATER THAN ZEROS AND
                 POS-SUC-ACREEDORA IS NUMERIC AND
                 POS-SUC-ACREEDORA IS GREATER THAN ZEROS
                 ADD POS-IMPORTE TO
                     T-POS-MES(POS-SUC-DEUDORA, POS-SUC-ACREEDORA)
              END-IF
           END-IF.

           PERFORM 1620-LEER-POSANT
              THRU 1620-F-LEER-POSANT.

       1640-F-GUARDAR-POSICION.
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
               PERFORM 2050-VALIDAR-COLA
                  THRU 2050-F-VALIDAR-COLA

             WHEN OTHER
               IF WS-MOV-NRO IS NUMERIC AND
                  WS-MOV-NRO IS NOT LESS THAN CT-NROMOV-AUXILIAR
                  CONTINUE
               ELSE
                  ADD 1                      TO CNT-DETALLES-LEIDOS
                  ADD WS-MOV-IMPORTE         TO ACM-IMPORTE-LEIDO

                  PERFORM 2100-EVALUAR-PATA
                     THRU 2100-F-EVALUAR-PATA
               END-IF
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
      *        2 0 5 0 - V A L I D A R - C O L A                       *
      *----------------------------------------------------------------*

       2050-VALIDAR-COLA.

           MOVE '2050-VALIDAR-COLA'           TO WS-PARRAFO.

           IF UOW-CANT IS EQUAL TO CNT-DETALLES-LEIDOS AND
              UOW-IMPORTE IS EQUAL TO ACM-IMPORTE-LEIDO
              SET COLA-VALIDADA               TO TRUE
           ELSE
              DISPLAY '* LA COLA DEL ARCHIVO APLICADO NO CUADRA *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-UOW                     TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2050-F-VALIDAR-COLA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 0 0 - E V A L U A R - P A T A                   *
      *----------------------------------------------------------------*
      *   GUARDA LA PATA DE TRANSFERENCIA CON REFERENCIA Y LA SUMA AL  *
      *   RESUMEN DE SU REFERENCIA.                                    *
      *----------------------------------------------------------------*

       2100-EVALUAR-PATA.

           MOVE '2100-EVALUAR-PATA'           TO WS-PARRAFO.

           IF WS-MOV-TIPO IS NOT NUMERIC OR
              WS-MOV-TIPO IS EQUAL TO ZEROS
              GO TO 2100-F-EVALUAR-PATA
           END-IF.

           MOVE WS-MOV-TIPO                   TO WS-TM.

           IF NOT T-TM-ES-TRANSFERENCIA(WS-TM) OR
              WS-MOV-REFER IS EQUAL TO SPACES OR
              WS-MOV-REFER(1:2) IS EQUAL TO CT-REFER-REVERSION OR
              WS-MOV-IMPORTE IS EQUAL TO ZEROS
              GO TO 2100-F-EVALUAR-PATA
           END-IF.

           IF WS-CANT-PATAS IS NOT LESS THAN CT-MAX-PATAS
              DISPLAY '* TABLA DE PATAS DE TRANSFERENCIA LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-MOV-CUENTA                 TO WS-CUENTA-MOVTO.

           ADD 1                              TO WS-CANT-PATAS
                                                 CNT-PATAS-TRANSF.
           MOVE WS-MOV-REFER          TO T-PAT-REFER(WS-CANT-PATAS).
           MOVE WS-CUENTA-SUC         TO T-PAT-SUC(WS-CANT-PATAS).
           MOVE WS-MOV-IMPORTE        TO T-PAT-IMPORTE(WS-CANT-PATAS).

           PERFORM 2140-BUSCAR-REFER
              THRU 2140-F-BUSCAR-REFER.

           IF REFER-NO-HALLADA
              ADD 1                           TO WS-CANT-REFER
              MOVE WS-CANT-REFER              TO WS-IX-REF
              MOVE WS-MOV-REFER               TO T-REF-REFER(WS-IX-REF)
              MOVE ZEROS              TO T-REF-CANT-DEB(WS-IX-REF)
                                         T-REF-SUC-DEB(WS-IX-REF)
                                         T-REF-CANT-CRE(WS-IX-REF)
                                         T-REF-SUC-CRE(WS-IX-REF)
           END-IF.

           IF WS-MOV-IMPORTE IS LESS THAN ZEROS
              ADD 1                     TO T-REF-CANT-DEB(WS-IX-REF)
              MOVE WS-CUENTA-SUC        TO T-REF-SUC-DEB(WS-IX-REF)
           ELSE
              ADD 1                     TO T-REF-CANT-CRE(WS-IX-REF)
              MOVE WS-CUENTA-SUC        TO T-REF-SUC-CRE(WS-IX-REF)
           END-IF.

       2100-F-EVALUAR-PATA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 4 0 - B U S C A R - R E F E R                   *
      *----------------------------------------------------------------*
      *   BUSCA WS-MOV-REFER EN LA TABLA DE REFERENCIAS; SI LA         *
      *   ENCUENTRA DEJA SU POSICION EN WS-IX-REF.                     *
      *----------------------------------------------------------------*

       2140-BUSCAR-REFER.

           SET REFER-NO-HALLADA               TO TRUE.

           PERFORM 2160-COMPARAR-REFER
              THRU 2160-F-COMPARAR-REFER
             VARYING WS-IX-REF FROM 1 BY 1
               UNTIL WS-IX-REF IS GREATER THAN WS-CANT-REFER
                  OR REFER-HALLADA.

           IF REFER-HALLADA
              SUBTRACT 1                      FROM WS-IX-REF
           END-IF.

       2140-F-BUSCAR-REFER.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 6 0 - C O M P A R A R - R E F E R                *
      *----------------------------------------------------------------*

       2160-COMPARAR-REFER.

           IF T-REF-REFER(WS-IX-REF) IS EQUAL TO WS-MOV-REFER
              SET REFER-HALLADA               TO TRUE
           END-IF.

       2160-F-COMPARAR-REFER.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - A T R I B U I R - P A T A S                *
      *----------------------------------------------------------------*
      *   CON TODAS LAS PATAS DEL DIA A LA VISTA: CADA CREDITO DE UNA  *
      *   REFERENCIA CON UN SOLO DEBITO LO DEBE LA SUCURSAL DEL        *
      *   DEBITO; CADA DEBITO DE UNA REFERENCIA CON VARIOS DEBITOS Y   *
      *   UN SOLO CREDITO SE LO DEBE A LA SUCURSAL DEL CREDITO.        *
      *----------------------------------------------------------------*

       2500-ATRIBUIR-PATAS.

           MOVE '2500-ATRIBUIR-PATAS'         TO WS-PARRAFO.

           PERFORM 2520-ATRIBUIR-PATA
              THRU 2520-F-ATRIBUIR-PATA
             VARYING WS-IX-PATA FROM 1 BY 1
               UNTIL WS-IX-PATA IS GREATER THAN WS-CANT-PATAS.

       2500-F-ATRIBUIR-PATAS.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 2 0 - A T R I B U I R - P A T A                 *
      *----------------------------------------------------------------*

       2520-ATRIBUIR-PATA.

           MOVE T-PAT-REFER(WS-IX-PATA)       TO WS-MOV-REFER.

           PERFORM 2140-BUSCAR-REFER
              THRU 2140-F-BUSCAR-REFER.

           EVALUATE TRUE
             WHEN T-PAT-IMPORTE(WS-IX-PATA) IS GREATER THAN ZEROS AND
                  T-REF-CANT-DEB(WS-IX-REF) IS EQUAL TO 1
               MOVE T-REF-SUC-DEB(WS-IX-REF)  TO WS-SUC-DEUDORA
               MOVE T-PAT-SUC(WS-IX-PATA)     TO WS-SUC-ACREEDORA
               MOVE T-PAT-IMPORTE(WS-IX-PATA) TO WS-IMPORTE-FLUJO

               PERFORM 2560-ACUMULAR-FLUJO
                  THRU 2560-F-ACUMULAR-FLUJO

             WHEN T-PAT-IMPORTE(WS-IX-PATA) IS LESS THAN ZEROS AND
                  T-REF-CANT-DEB(WS-IX-REF) IS EQUAL TO 1 AND
                  T-REF-CANT-CRE(WS-IX-REF) IS GREATER THAN ZEROS
               CONTINUE

             WHEN T-PAT-IMPORTE(WS-IX-PATA) IS GREATER THAN ZEROS AND
                  T-REF-CANT-DEB(WS-IX-REF) IS GREATER THAN 1 AND
                  T-REF-CANT-CRE(WS-IX-REF) IS EQUAL TO 1
               CONTINUE

             WHEN T-PAT-IMPORTE(WS-IX-PATA) IS LESS THAN ZEROS AND
                  T-REF-CANT-CRE(WS-IX-REF) IS EQUAL TO 1
               MOVE T-PAT-SUC(WS-IX-PATA)     TO WS-SUC-DEUDORA
               MOVE T-REF-SUC-CRE(WS-IX-REF)  TO WS-SUC-ACREEDORA
               COMPUTE WS-IMPORTE-FLUJO = T-PAT-IMPORTE(WS-IX-PATA)
                                        * -1

               PERFORM 2560-ACUMULAR-FLUJO
                  THRU 2560-F-ACUMULAR-FLUJO

             WHEN OTHER
               ADD 1                    TO CNT-PATAS-NO-ATRIBUIBLES
               DISPLAY '* PATA NO ATRIBUIBLE, REFERENCIA: '
                       T-PAT-REFER(WS-IX-PATA)
           END-EVALUATE.

       2520-F-ATRIBUIR-PATA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 6 0 - A C U M U L A R - F L U J O                 *
      *----------------------------------------------------------------*

       2560-ACUMULAR-FLUJO.

           IF WS-SUC-DEUDORA IS EQUAL TO ZEROS OR
              WS-SUC-ACREEDORA IS EQUAL TO ZEROS OR
              WS-SUC-DEUDORA IS EQUAL TO WS-SUC-ACREEDORA
              ADD 1                           TO CNT-FLUJOS-MISMA-SUC
              GO TO 2560-F-ACUMULAR-FLUJO
           END-IF.

           ADD 1                              TO CNT-FLUJOS-INTERSUC.
           ADD WS-IMPORTE-FLUJO               TO ACM-FLUJO-DIA.

           ADD WS-IMPORTE-FLUJO TO
               T-POS-DIA(WS-SUC-DEUDORA, WS-SUC-ACREEDORA).
           ADD WS-IMPORTE-FLUJO TO
               T-POS-MES(WS-SUC-DEUDORA, WS-SUC-ACREEDORA).

       2560-F-ACUMULAR-FLUJO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - T O T A L I Z A R - S U C U R S A L E S      *
      *----------------------------------------------------------------*
      *   TOTALES POR SUCURSAL DEL DIA Y DEL MES Y LISTA DE LAS        *
      *   SUCURSALES CON POSICION DEL DIA PARA LA MATRIZ.              *
      *----------------------------------------------------------------*

       2600-TOTALIZAR-SUCURSALES.

           MOVE '2600-TOTALIZAR-SUCURSALES'   TO WS-PARRAFO.

           PERFORM 2620-TOTALIZAR-DEUDORA
              THRU 2620-F-TOTALIZAR-DEUDORA
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN CT-MAX-SUCURSAL.

           PERFORM 2660-MARCAR-ACTIVA
              THRU 2660-F-MARCAR-ACTIVA
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN CT-MAX-SUCURSAL.

       2600-F-TOTALIZAR-SUCURSALES.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 2 0 - T O T A L I Z A R - D E U D O R A             *
      *----------------------------------------------------------------*

       2620-TOTALIZAR-DEUDORA.

           PERFORM 2640-TOTALIZAR-PAR
              THRU 2640-F-TOTALIZAR-PAR
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN CT-MAX-SUCURSAL.

       2620-F-TOTALIZAR-DEUDORA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 4 0 - T O T A L I Z A R - P A R                  *
      *----------------------------------------------------------------*

       2640-TOTALIZAR-PAR.

           ADD T-POS-DIA(WS-D, WS-A)          TO T-STO-PAGAR-DIA(WS-D)
                                                T-STO-COBRAR-DIA(WS-A).
           ADD T-POS-MES(WS-D, WS-A)          TO T-STO-PAGAR-MES(WS-D)
                                                T-STO-COBRAR-MES(WS-A).

       2640-F-TOTALIZAR-PAR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 6 0 - M A R C A R - A C T I V A                  *
      *----------------------------------------------------------------*

       2660-MARCAR-ACTIVA.

           IF T-STO-PAGAR-DIA(WS-D) IS NOT EQUAL TO ZEROS OR
              T-STO-COBRAR-DIA(WS-D) IS NOT EQUAL TO ZEROS
              ADD 1                           TO WS-CANT-ACTIVAS
              MOVE WS-D              TO T-ACT-SUC(WS-CANT-ACTIVAS)
           END-IF.

       2660-F-MARCAR-ACTIVA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - I N F O R M A R - M A T R I Z                 *
      *----------------------------------------------------------------*
      *   LA MATRIZ SALE EN BLOQUES DE SEIS COLUMNAS. CADA CELDA ES EL *
      *   NETO DEL DIA QUE LA SUCURSAL DE LA FILA LE DEBE A LA DE LA   *
      *   COLUMNA ( NEGATIVO: LA COLUMNA LE DEBE A LA FILA ).          *
      *----------------------------------------------------------------*

       2700-INFORMAR-MATRIZ.

           MOVE '2700-INFORMAR-MATRIZ'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTM-FECHA.
           MOVE WS-LIN-TITULO-MATRIZ          TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           MOVE 'CELDA: NETO QUE LA SUCURSAL DE LA FILA LE DEBE A LA DE
      -         ' LA COLUMNA ( NEGATIVO: LA COLUMNA LE DEBE A LA FILA )'
                                              TO LLE-TEXTO.
           MOVE WS-LIN-LEYENDA                TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           MOVE SPACES                        TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           IF WS-CANT-ACTIVAS IS EQUAL TO ZEROS
              MOVE 'SIN TRANSFERENCIAS ENTRE SUCURSALES EN EL DIA'
                                              TO REG-MATRIZ

              PERFORM 2900-GRABAR-MATRIZ
                 THRU 2900-F-GRABAR-MATRIZ

              GO TO 2700-F-INFORMAR-MATRIZ
           END-IF.

           PERFORM 2720-INFORMAR-BLOQUE
              THRU 2720-F-INFORMAR-BLOQUE
             VARYING WS-COL-DESDE FROM 1 BY CT-COLUMNAS-MATRIZ
               UNTIL WS-COL-DESDE IS GREATER THAN WS-CANT-ACTIVAS.

           MOVE 'RESUMEN POR SUCURSAL DEL DIA' TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           MOVE WS-LIN-COL-RESUMEN            TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           PERFORM 2780-RESUMIR-SUCURSAL
              THRU 2780-F-RESUMIR-SUCURSAL
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K IS GREATER THAN WS-CANT-ACTIVAS.

           MOVE SPACES                        TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           MOVE ACM-FLUJO-DIA                 TO WS-IMPORTE-EDIT.
           STRING 'TOTAL TRANSFERIDO ENTRE SUCURSALES EN EL DIA: '
                                              DELIMITED BY SIZE
                  WS-IMPORTE-EDIT             DELIMITED BY SIZE
              INTO REG-MATRIZ
           END-STRING.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

       2700-F-INFORMAR-MATRIZ.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 2 0 - I N F O R M A R - B L O Q U E                *
      *----------------------------------------------------------------*

       2720-INFORMAR-BLOQUE.

           COMPUTE WS-COL-HASTA = WS-COL-DESDE + CT-COLUMNAS-MATRIZ - 1.

           IF WS-COL-HASTA IS GREATER THAN WS-CANT-ACTIVAS
              MOVE WS-CANT-ACTIVAS            TO WS-COL-HASTA
           END-IF.

           MOVE SPACES                        TO WS-LIN-CAB-MATRIZ.
           MOVE 'DEUDORA \ ACREEDORA' TO WS-LIN-CAB-MATRIZ(1:23).

           PERFORM 2730-CABECERA-COLUMNA
              THRU 2730-F-CABECERA-COLUMNA
             VARYING WS-C FROM WS-COL-DESDE BY 1
               UNTIL WS-C IS GREATER THAN WS-COL-HASTA.

           MOVE WS-LIN-CAB-MATRIZ             TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

           PERFORM 2740-INFORMAR-FILA
              THRU 2740-F-INFORMAR-FILA
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K IS GREATER THAN WS-CANT-ACTIVAS.

           MOVE SPACES                        TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

       2720-F-INFORMAR-BLOQUE.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 3 0 - C A B E C E R A - C O L U M N A                *
      *----------------------------------------------------------------*

       2730-CABECERA-COLUMNA.

           COMPUTE WS-CELDA = WS-C - WS-COL-DESDE + 1.

           MOVE T-ACT-SUC(WS-C)               TO WS-SUCUR-NRO-BUSCADA
                                                 LCS-SUCURSAL.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NOMBRE               TO LCS-NOMBRE.
           MOVE WS-COL-SUCURSAL               TO LCM-TEXTO(WS-CELDA).

       2730-F-CABECERA-COLUMNA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 4 0 - I N F O R M A R - F I L A                  *
      *----------------------------------------------------------------*

       2740-INFORMAR-FILA.

           MOVE SPACES                        TO WS-LIN-FILA-MATRIZ.
           MOVE 'SUC '                TO WS-LIN-FILA-MATRIZ(1:4).
           MOVE T-ACT-SUC(WS-K)               TO WS-D
                                                 WS-SUCUR-NRO-BUSCADA
                                                 LFM-SUCURSAL.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NOMBRE               TO LFM-NOMBRE.

           PERFORM 2760-INFORMAR-CELDA
              THRU 2760-F-INFORMAR-CELDA
             VARYING WS-C FROM WS-COL-DESDE BY 1
               UNTIL WS-C IS GREATER THAN WS-COL-HASTA.

           MOVE WS-LIN-FILA-MATRIZ            TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

       2740-F-INFORMAR-FILA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 6 0 - I N F O R M A R - C E L D A                 *
      *----------------------------------------------------------------*

       2760-INFORMAR-CELDA.

           COMPUTE WS-CELDA = WS-C - WS-COL-DESDE + 1.
           MOVE T-ACT-SUC(WS-C)               TO WS-A.

           IF WS-A IS EQUAL TO WS-D
              MOVE '                *'        TO LFM-IMPORTE-X(WS-CELDA)
           ELSE
              COMPUTE WS-NETO = T-POS-DIA(WS-D, WS-A)
                              - T-POS-DIA(WS-A, WS-D)
              MOVE WS-NETO                    TO LFM-IMPORTE(WS-CELDA)
           END-IF.

       2760-F-INFORMAR-CELDA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 8 0 - R E S U M I R - S U C U R S A L              *
      *----------------------------------------------------------------*

       2780-RESUMIR-SUCURSAL.

           MOVE T-ACT-SUC(WS-K)               TO WS-D
                                                 WS-SUCUR-NRO-BUSCADA
                                                 LRS-SUCURSAL.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NOMBRE               TO LRS-NOMBRE.
           MOVE T-STO-PAGAR-DIA(WS-D)         TO LRS-PAGAR.
           MOVE T-STO-COBRAR-DIA(WS-D)        TO LRS-COBRAR.
           COMPUTE WS-NETO = T-STO-COBRAR-DIA(WS-D)
                           - T-STO-PAGAR-DIA(WS-D).
           MOVE WS-NETO                       TO LRS-NETO.
           MOVE WS-LIN-RESUMEN                TO REG-MATRIZ.

           PERFORM 2900-GRABAR-MATRIZ
              THRU 2900-F-GRABAR-MATRIZ.

       2780-F-RESUMIR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 9 0 - E D I T A R - F E C H A                   *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 0 0 - I N F O R M A R - P O S I C I O N - M E S     *
      *----------------------------------------------------------------*
      *   POR CADA SUCURSAL CON POSICION EN EL MES: LO QUE LE DEBE     *
      *   CADA CONTRAPARTE, LO QUE ELLA LE DEBE Y EL NETO.             *
      *----------------------------------------------------------------*

       2800-INFORMAR-POSICION-MES.

           MOVE '2800-INFORMAR-POSICION-MES'  TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTP-FECHA.
           MOVE WS-LIN-TITULO-MES             TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

           MOVE SPACES                        TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

           MOVE ZEROS                         TO WS-K.

           PERFORM 2820-INFORMAR-SUCURSAL-MES
              THRU 2820-F-INFORMAR-SUCURSAL-MES
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN CT-MAX-SUCURSAL.

           IF WS-K IS EQUAL TO ZEROS
              MOVE 'SIN POSICION ENTRE SUCURSALES EN EL MES'
                                              TO REG-REPPOS

              PERFORM 2950-GRABAR-REPPOS
                 THRU 2950-F-GRABAR-REPPOS
           END-IF.

       2800-F-INFORMAR-POSICION-MES.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 2 0 - I N F O R M A R - S U C U R S A L - M E S       *
      *----------------------------------------------------------------*

       2820-INFORMAR-SUCURSAL-MES.

           IF T-STO-PAGAR-MES(WS-D) IS EQUAL TO ZEROS AND
              T-STO-COBRAR-MES(WS-D) IS EQUAL TO ZEROS
              GO TO 2820-F-INFORMAR-SUCURSAL-MES
           END-IF.

           ADD 1                              TO WS-K.

           MOVE WS-D                          TO WS-SUCUR-NRO-BUSCADA
                                                 LSU-SUCURSAL.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NOMBRE               TO LSU-NOMBRE.
           MOVE WS-LIN-SUCURSAL               TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

           MOVE WS-LIN-COL-MES                TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

           PERFORM 2840-INFORMAR-CONTRAPARTE
              THRU 2840-F-INFORMAR-CONTRAPARTE
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN CT-MAX-SUCURSAL.

           MOVE T-STO-COBRAR-MES(WS-D)        TO LTS-COBRAR.
           MOVE T-STO-PAGAR-MES(WS-D)         TO LTS-PAGAR.
           COMPUTE WS-NETO = T-STO-COBRAR-MES(WS-D)
                           - T-STO-PAGAR-MES(WS-D).
           MOVE WS-NETO                       TO LTS-NETO.
           MOVE WS-LIN-TOTAL-SUC              TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

           MOVE SPACES                        TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

       2820-F-INFORMAR-SUCURSAL-MES.
           EXIT.

      *----------------------------------------------------------------*
      *       2 8 4 0 - I N F O R M A R - C O N T R A P A R T E        *
      *----------------------------------------------------------------*

       2840-INFORMAR-CONTRAPARTE.

           IF T-POS-MES(WS-A, WS-D) IS EQUAL TO ZEROS AND
              T-POS-MES(WS-D, WS-A) IS EQUAL TO ZEROS
              GO TO 2840-F-INFORMAR-CONTRAPARTE
           END-IF.

           MOVE WS-A                          TO WS-SUCUR-NRO-BUSCADA
                                                 LCP-SUCURSAL.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NOMBRE               TO LCP-NOMBRE.
           MOVE T-POS-MES(WS-A, WS-D)         TO LCP-COBRAR.
           MOVE T-POS-MES(WS-D, WS-A)         TO LCP-PAGAR.
           COMPUTE WS-NETO = T-POS-MES(WS-A, WS-D)
                           - T-POS-MES(WS-D, WS-A).
           MOVE WS-NETO                       TO LCP-NETO.
           MOVE WS-LIN-CONTRAPARTE            TO REG-REPPOS.

           PERFORM 2950-GRABAR-REPPOS
              THRU 2950-F-GRABAR-REPPOS.

       2840-F-INFORMAR-CONTRAPARTE.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - M A T R I Z                 *
      *----------------------------------------------------------------*

       2900-GRABAR-MATRIZ.

           WRITE REG-MATRIZ.

           IF NOT FS-MATRIZ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MATRIZ                  TO AUX-ERR-NOMBRE
              MOVE FS-MATRIZ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-MATRIZ.

       2900-F-GRABAR-MATRIZ.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 5 0 - G R A B A R - R E P P O S                 *
      *----------------------------------------------------------------*

       2950-GRABAR-REPPOS.

           WRITE REG-REPPOS.

           IF NOT FS-REPPOS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPPOS                  TO AUX-ERR-NOMBRE
              MOVE FS-REPPOS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-REPPOS.

       2950-F-GRABAR-REPPOS.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3050-CONTROLAR-UOW
              THRU 3050-F-CONTROLAR-UOW.

           PERFORM 2500-ATRIBUIR-PATAS
              THRU 2500-F-ATRIBUIR-PATAS.

           PERFORM 2600-TOTALIZAR-SUCURSALES
              THRU 2600-F-TOTALIZAR-SUCURSALES.

           PERFORM 2700-INFORMAR-MATRIZ
              THRU 2700-F-INFORMAR-MATRIZ.

           PERFORM 2800-INFORMAR-POSICION-MES
              THRU 2800-F-INFORMAR-POSICION-MES.

           PERFORM 3100-GRABAR-ASIENTO
              THRU 3100-F-GRABAR-ASIENTO.

           PERFORM 3150-CONTROLAR-BALANCE
              THRU 3150-F-CONTROLAR-BALANCE.

           PERFORM 3300-GRABAR-POSICION
              THRU 3300-F-GRABAR-POSICION.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *        3 0 5 0 - C O N T R O L A R - U O W                     *
      *----------------------------------------------------------------*
      *   SIN CABECERA Y COLA VALIDADAS EL APLICADO ESTA INCOMPLETO Y  *
      *   LA POSICION NO SE ARMA.                                      *
      *----------------------------------------------------------------*

       3050-CONTROLAR-UOW.

           MOVE '3050-CONTROLAR-UOW'          TO WS-PARRAFO.

           IF NOT CABECERA-VALIDADA OR NOT COLA-VALIDADA
              DISPLAY '* APLICADO SIN CABECERA O SIN COLA: LA '
                      'POSICION NO SE ARMA *'

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
      *          3 1 0 0 - G R A B A R - A S I E N T O                 *
      *----------------------------------------------------------------*
      *   POR CADA PAR DE SUCURSALES CON NETO DEL DIA: DEBE SUCURSALES *
      *   DEUDORAS EN LA ACREEDORA / HABER SUCURSALES ACREEDORAS EN LA *
      *   DEUDORA, CADA LINEA CON SU CONTRAPARTE.                      *
      *----------------------------------------------------------------*

       3100-GRABAR-ASIENTO.

           MOVE '3100-GRABAR-ASIENTO'         TO WS-PARRAFO.

           IF TIPO-SIN-MAPEO
              GO TO 3100-F-GRABAR-ASIENTO
           END-IF.

           PERFORM 3110-ASENTAR-DEUDORA
              THRU 3110-F-ASENTAR-DEUDORA
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS NOT LESS THAN CT-MAX-SUCURSAL.

       3100-F-GRABAR-ASIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 1 0 - A S E N T A R - D E U D O R A                *
      *----------------------------------------------------------------*

       3110-ASENTAR-DEUDORA.

           COMPUTE WS-A-DESDE = WS-D + 1.

           PERFORM 3120-ASENTAR-PAR
              THRU 3120-F-ASENTAR-PAR
             VARYING WS-A FROM WS-A-DESDE BY 1
               UNTIL WS-A IS GREATER THAN CT-MAX-SUCURSAL.

       3110-F-ASENTAR-DEUDORA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 1 2 0 - A S E N T A R - P A R                     *
      *----------------------------------------------------------------*

       3120-ASENTAR-PAR.

           COMPUTE WS-NETO = T-POS-DIA(WS-D, WS-A)
                           - T-POS-DIA(WS-A, WS-D).

           EVALUATE TRUE
             WHEN WS-NETO IS GREATER THAN ZEROS
               MOVE WS-D                      TO WS-SUC-DEUDORA
               MOVE WS-A                      TO WS-SUC-ACREEDORA

             WHEN WS-NETO IS LESS THAN ZEROS
               MOVE WS-A                      TO WS-SUC-DEUDORA
               MOVE WS-D                      TO WS-SUC-ACREEDORA
               COMPUTE WS-NETO = WS-NETO * -1

             WHEN OTHER
               GO TO 3120-F-ASENTAR-PAR
           END-EVALUATE.

           MOVE SPACES                        TO WS-REG-ASIENTO.
           MOVE CT-TIPO-INTERSUCURSAL         TO ASI-TIPO-MOV.
           MOVE WS-NETO                       TO ASI-IMPORTE.

           MOVE 'D'                           TO ASI-LADO.
           MOVE WS-CTA-DEUDORAS               TO ASI-CUENTA.
           MOVE WS-SUC-ACREEDORA              TO ASI-SUCURSAL.
           MOVE WS-SUC-DEUDORA                TO ASI-SUC-CONTRAPARTE.
           ADD WS-NETO                        TO ACM-DEBE.

           PERFORM 3140-GRABAR-ASIINT
              THRU 3140-F-GRABAR-ASIINT.

           MOVE 'H'                           TO ASI-LADO.
           MOVE WS-CTA-ACREEDORAS             TO ASI-CUENTA.
           MOVE WS-SUC-DEUDORA                TO ASI-SUCURSAL.
           MOVE WS-SUC-ACREEDORA              TO ASI-SUC-CONTRAPARTE.
           ADD WS-NETO                        TO ACM-HABER.

           PERFORM 3140-GRABAR-ASIINT
              THRU 3140-F-GRABAR-ASIINT.

       3120-F-ASENTAR-PAR.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 4 0 - G R A B A R - A S I I N T                   *
      *----------------------------------------------------------------*

       3140-GRABAR-ASIINT.

           MOVE '3140-GRABAR-ASIINT'          TO WS-PARRAFO.

           WRITE REG-ASIINT FROM WS-REG-ASIENTO.

           IF NOT FS-ASIINT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ASIINT                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIINT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LINEAS-ASIENTO.

       3140-F-GRABAR-ASIINT.
           EXIT.

      *----------------------------------------------------------------*
      *     3 1 5 0 - C O N T R O L A R - B A L A N C E                *
      *----------------------------------------------------------------*
      *   EL ASIENTO SOLO SE LIBERA SI EL TIPO 78 ESTA MAPEADO Y DEBE  *
      *   MENOS HABER DA CERO; SI NO, EL PROGRAMA ABORTA ( COMO        *
      *   PGMSIN64 ).                                                  *
      *----------------------------------------------------------------*

       3150-CONTROLAR-BALANCE.

           MOVE '3150-CONTROLAR-BALANCE'      TO WS-PARRAFO.

           COMPUTE ACM-NETO = ACM-DEBE - ACM-HABER.

           IF ACM-NETO NOT EQUAL TO ZEROS OR
              TIPO-SIN-MAPEO
              DISPLAY '* EL ASIENTO NO BALANCEA O FALTA EL     *'
              DISPLAY '* MAPEO DEL TIPO 78: NO SE LIBERA       *'
              MOVE ACM-DEBE                   TO WS-IMPORTE-EDIT
              DISPLAY ' - TOTAL DEBE.: ' WS-IMPORTE-EDIT
              MOVE ACM-HABER                  TO WS-IMPORTE-EDIT
              DISPLAY ' - TOTAL HABER: ' WS-IMPORTE-EDIT

              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ASIINT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           DISPLAY 'ASIENTO BALANCEADO: DEBE = HABER'.

       3150-F-CONTROLAR-BALANCE.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE APLICADO
                 POSNUE
                 ASIINT
                 MATRIZ
                 REPPOS.

           IF NOT FS-POSNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-POSNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-POSNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ASIINT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ASIINT                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIINT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 0 0 - G R A B A R - P O S I C I O N                *
      *----------------------------------------------------------------*
      *   NUEVA GENERACION DEL ACUMULADO DEL MES, ESTAMPADA CON LA     *
      *   FECHA DE PROCESO.                                            *
      *----------------------------------------------------------------*

       3300-GRABAR-POSICION.

           MOVE '3300-GRABAR-POSICION'        TO WS-PARRAFO.

           PERFORM 3320-GRABAR-DEUDORA
              THRU 3320-F-GRABAR-DEUDORA
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN CT-MAX-SUCURSAL.

       3300-F-GRABAR-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 2 0 - G R A B A R - D E U D O R A                 *
      *----------------------------------------------------------------*

       3320-GRABAR-DEUDORA.

           IF T-STO-PAGAR-MES(WS-D) IS EQUAL TO ZEROS
              GO TO 3320-F-GRABAR-DEUDORA
           END-IF.

           PERFORM 3340-GRABAR-PAR
              THRU 3340-F-GRABAR-PAR
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN CT-MAX-SUCURSAL.

       3320-F-GRABAR-DEUDORA.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 4 0 - G R A B A R - P A R                      *
      *----------------------------------------------------------------*

       3340-GRABAR-PAR.

           IF T-POS-MES(WS-D, WS-A) IS EQUAL TO ZEROS
              GO TO 3340-F-GRABAR-PAR
           END-IF.

           MOVE SPACES                        TO WS-REG-POSICION.
           MOVE WS-FECHA-PROCESO              TO POS-FECHA.
           MOVE WS-D                          TO POS-SUC-DEUDORA.
           MOVE WS-A                          TO POS-SUC-ACREEDORA.
           MOVE T-POS-MES(WS-D, WS-A)         TO POS-IMPORTE.

           WRITE REG-POSNUE FROM WS-REG-POSICION.

           IF NOT FS-POSNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-POSNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-POSNUE                  TO AUX-ERR-STATUS
              MOVE '3340-GRABAR-PAR'          TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-POSNUE-GRABADOS.

       3340-F-GRABAR-PAR.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-MOVTOS-LEIDOS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI159               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* REGISTROS DE APLICADO LEIDOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PATAS-TRANSF              TO WS-MASCARA.
           DISPLAY '* PATAS DE TRANSFERENCIA:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-REFER                 TO WS-MASCARA.
           DISPLAY '* REFERENCIAS DE TRANSFERENCIA:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FLUJOS-INTERSUC           TO WS-MASCARA.
           DISPLAY '* FLUJOS ENTRE SUCURSALES:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FLUJOS-MISMA-SUC          TO WS-MASCARA.
           DISPLAY '* FLUJOS DENTRO DE LA MISMA SUCURSAL:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PATAS-NO-ATRIBUIBLES      TO WS-MASCARA.
           DISPLAY '* PATAS NO ATRIBUIBLES:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-ACTIVAS               TO WS-MASCARA.
           DISPLAY '* SUCURSALES CON POSICION DEL DIA:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-POSANT-LEIDOS             TO WS-MASCARA.
           DISPLAY '* REGISTROS DE POSICION ANTERIOR:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-POSANT-MES-ANTERIOR       TO WS-MASCARA.
           DISPLAY '*   - DESCARTADOS POR CAMBIO DE MES:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-POSNUE-GRABADOS           TO WS-MASCARA.
           DISPLAY '* REGISTROS DE POSICION DEL MES GRABADOS: '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-ASIENTO            TO WS-MASCARA.
           DISPLAY '* LINEAS DE ASIENTO GRABADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-FLUJO-DIA                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL TRANSFERIDO ENTRE SUCURSALES: '
                   WS-IMPORTE-EDIT.

           STRING 'FLUJOS='        DELIMITED BY SIZE
                  CNT-FLUJOS-INTERSUC DELIMITED BY SIZE
                  ' SUCS='         DELIMITED BY SIZE
                  WS-CANT-ACTIVAS  DELIMITED BY SIZE
                  ' LINEAS='       DELIMITED BY SIZE
                  CNT-LINEAS-ASIENTO DELIMITED BY SIZE
                  ' NOATRIB='      DELIMITED BY SIZE
                  CNT-PATAS-NO-ATRIBUIBLES DELIMITED BY SIZE
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

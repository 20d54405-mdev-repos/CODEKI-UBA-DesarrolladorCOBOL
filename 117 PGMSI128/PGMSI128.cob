      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI128.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DEVENGAMIENTO MENSUAL DE INTERESES DE PLAZOS FIJOS           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * EL INTERES DE LOS PLAZOS FIJOS RECIEN LLEGA AL MAYOR EL DIA    *
      * QUE PGMSIN75 LO PAGA, Y LOS ESTADOS CONTABLES DE FIN DE MES    *
      * SUBESTIMABAN EL GASTO POR INTERESES. ESTE PROGRAMA CORRE AL    *
      * CIERRE DEL MES ( EL MES DE LA FECHA DE PROCESO, COMO PGMSI112 )*
      * Y LO DEVENGA:                                                  *
      *   - RECORRE LOS PLAZOS FIJOS VIGENTES DE KC02787.TBCURPLF      *
      *     CONSTITUIDOS HASTA EL ULTIMO DIA DEL MES, CON LA MONEDA DE *
      *     SU CUENTA DE ACREDITACION, POR SUCURSAL Y MONEDA.          *
      *   - DEVENGA EL INTERES DESDE EL ALTA HASTA EL CIERRE ( O HASTA *
      *     EL VENCIMIENTO SI ES ANTERIOR ), PRORRATEANDO LA TASA DEL  *
      *     PERIODO SOBRE EL PLAZO PACTADO. COMO CADA DEVENGAMIENTO SE *
      *     REVIERTE EL PRIMER DIA DEL MES SIGUIENTE, EL ASIENTO LLEVA *
      *     SIEMPRE EL ACUMULADO DESDE EL ALTA; EL INFORME MUESTRA     *
      *     ADEMAS LO DEVENGADO EN EL MES ( DESDE EL CIERRE ANTERIOR ).*
      *   - CONVIERTE A PESOS CADA SUBTOTAL DE SUCURSAL Y MONEDA CON   *
      *     LA COTIZACION DEL CIERRE DEL ARCHIVO COTIZA ( COMO         *
      *     PGMSIN47 ).                                                *
      *   - GRABA EL ASIENTO DEL DEVENGAMIENTO ( ASIDEV ) Y EL DE SU   *
      *     REVERSION DEL MES SIGUIENTE ( ASIREV ) EN EL MISMO FORMATO *
      *     DE ASIENTO DE PGMSIN64, CON LAS CUENTAS DEL TIPO CONTABLE  *
      *     90 DEL MAPEO MAPACON ( DEBE: GASTO POR INTERESES, HABER:   *
      *     INTERESES DEVENGADOS A PAGAR ); NADA ESTA FIJADO EN EL     *
      *     PROGRAMA. LA REVERSION INVIERTE DEBE Y HABER.              *
      *   - EL INFORME REPDEV DETALLA CADA PLAZO FIJO CON SUBTOTALES   *
      *     POR SUCURSAL Y MONEDA Y CIERRA CON EL RESUMEN POR MONEDA   *
      *     CUYO TOTAL EN PESOS ES EL IMPORTE DEL ASIENTO, PARA QUE    *
      *     CONTADURIA LO PUNTEE CONTRA EL MAYOR.                      *
      *   - SI EL TIPO 90 NO ESTA EN MAPACON, O ALGUNA MONEDA NO TIENE *
      *     COTIZACION, O EL ASIENTO NO BALANCEA, EL PROGRAMA ABORTA Y *
      *     LOS ASIENTOS NO SE LIBERAN ( COMO PGMSIN64 ).              *
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

           SELECT MAPACON ASSIGN TO MAPACON
                                    FILE STATUS IS FS-MAPACON.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT ASIDEV ASSIGN TO ASIDEV
                                    FILE STATUS IS FS-ASIDEV.

           SELECT ASIREV ASSIGN TO ASIREV
                                    FILE STATUS IS FS-ASIREV.

           SELECT REPDEV ASSIGN TO REPDEV
                                    FILE STATUS IS FS-REPDEV.

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
      *   ARCHIVO DE COTIZACIONES DEL CIERRE: UN REGISTRO POR MONEDA   *
      *   CON LOS PESOS POR UNIDAD.                                    *
      *----------------------------------------------------------------*

       FD   COTIZA
            RECORDING MODE IS F.
       01   REG-COTIZA                                      PIC X(20).

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
      *   ASIENTO DEL DEVENGAMIENTO AL CIERRE Y ASIENTO DE SU          *
      *   REVERSION EL PRIMER DIA DEL MES SIGUIENTE ( FORMATO DE       *
      *   ASIENTO DE PGMSIN64 ).                                       *
      *----------------------------------------------------------------*

       FD   ASIDEV
            RECORDING MODE IS F.
       01   REG-ASIDEV                                      PIC X(40).

       FD   ASIREV
            RECORDING MODE IS F.
       01   REG-ASIREV                                      PIC X(40).

      *----------------------------------------------------------------*
      *   INFORME DEL DEVENGAMIENTO PARA CONTADURIA.                   *
      *----------------------------------------------------------------*

       FD   REPDEV
            RECORDING MODE IS F.
       01   REG-REPDEV                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI128'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-COTIZA                     PIC X(08)  VALUE 'COTIZA  '.
           02 CT-MAPACON                    PIC X(08)  VALUE 'MAPACON '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-ASIDEV                     PIC X(08)  VALUE 'ASIDEV  '.
           02 CT-ASIREV                     PIC X(08)  VALUE 'ASIREV  '.
           02 CT-REPDEV                     PIC X(08)  VALUE 'REPDEV  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-MAX-MONEDAS                PIC 9(02)  VALUE 20.

      *----------------------------------------------------------------*
      *   TIPO CONTABLE DEL DEVENGAMIENTO EN MAPACON. NO ES UN TIPO DE *
      *   MOVIMIENTO DE CUENTA: SOLO IDENTIFICA LAS LINEAS DEL ASIENTO *
      *   Y SUS CUENTAS DEL DEBE Y DEL HABER.                          *
      *----------------------------------------------------------------*

           02 CT-TIPO-DEVENGAMIENTO         PIC 9(02)  VALUE 90.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(02)  VALUE 1.
           02 WS-M                          PIC 9(02)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-TOPE                 PIC 9(08)  VALUE ZEROS.
           02 WS-DIAS-DEVENGADOS            PIC S9(05) COMP VALUE ZEROS.
           02 WS-DIAS-ANTERIOR              PIC S9(05) COMP VALUE ZEROS.
           02 WS-COT-BUSCADA                PIC X(03)  VALUE SPACES.
           02 WS-COTIZ-MONEDA               PIC 9(05)V9(06)
                                                       VALUE ZEROS.
           02 WS-CON-COTIZACION-SW          PIC X(01)  VALUE 'N'.
              88 CON-COTIZACION                        VALUE 'S'.
              88 SIN-COTIZACION                        VALUE 'N'.
           02 WS-PRIMER-FETCH-SW            PIC X(01)  VALUE 'S'.
              88 PRIMER-FETCH                          VALUE 'S'.
              88 NO-ES-PRIMER-FETCH                    VALUE 'N'.
           02 WS-MONEDA-SW                  PIC X(01)  VALUE 'N'.
              88 MONEDA-HALLADA                        VALUE 'S'.
              88 MONEDA-INEXISTENTE                    VALUE 'N'.
           02 WS-MAPEO-SW                   PIC X(01)  VALUE 'N'.
              88 TIPO-CON-MAPEO                        VALUE 'S'.
              88 TIPO-SIN-MAPEO                        VALUE 'N'.

      *----------------------------------------------------------------*
      *   PERIODO DEVENGADO: CIERRE = ULTIMO DIA DEL MES DE LA FECHA   *
      *   DE PROCESO; CIERRE ANTERIOR = ULTIMO DIA DEL MES PREVIO;     *
      *   LA REVERSION VA CON FECHA DEL PRIMERO DEL MES SIGUIENTE.     *
      *----------------------------------------------------------------*

       01 WS-PERIODO.
           02 WS-PER-AAAAMM                 PIC 9(06).
           02 WS-PER-AAAAMM-R REDEFINES WS-PER-AAAAMM.
              03 WS-PER-ANIO                PIC 9(04).
              03 WS-PER-MES                 PIC 9(02).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-FECHA-CIERRE               PIC 9(08).
           02 WS-FECHA-CIERRE-ANT           PIC 9(08).
           02 WS-FECHA-MES-SIG              PIC 9(08).

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
      *   REGISTRO DE TRABAJO DEL ARCHIVO COTIZA                       *
      *----------------------------------------------------------------*

       01 WS-REG-COTIZA.
           02 COT-MONEDA                    PIC X(03).
           02 COT-PESOS-UNIDAD              PIC 9(05)V9(06).
           02 FILLER                        PIC X(06).

      *----------------------------------------------------------------*
      *   TABLA DE COTIZACIONES DEL CIERRE                             *
      *----------------------------------------------------------------*

       01 WS-CANT-COTIZA                    PIC 9(02)  VALUE ZEROS.

       01 WS-T-COTIZA.
           02 T-COT                         OCCURS 10 TIMES.
              03 T-COT-MONEDA               PIC X(03).
              03 T-COT-PESOS                PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      *   REGISTRO DEL MAPEO CONTABLE Y CUENTAS DEL TIPO 90            *
      *----------------------------------------------------------------*

       01 WS-REG-MAPA.
           02 MAP-TIPO-MOV                  PIC 9(02).
           02 MAP-CTA-DEBE                  PIC X(08).
           02 MAP-CTA-HABER                 PIC X(08).
           02 FILLER                        PIC X(02).

       01 WS-CTA-GASTO                      PIC X(08)  VALUE SPACES.
       01 WS-CTA-PASIVO                     PIC X(08)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEA DE ASIENTO ( MISMO FORMATO QUE PGMSIN64 )              *
      *----------------------------------------------------------------*

       01 WS-REG-ASIENTO.
           02 ASI-LADO                      PIC X(01).
           02 ASI-CUENTA                    PIC X(08).
           02 ASI-TIPO-MOV                  PIC 9(02).
           02 ASI-IMPORTE                   PIC S9(13)V99.
           02 FILLER                        PIC X(14).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR: LA MONEDA ES LA DE LA CUENTA DE   *
      *   ACREDITACION; EL RESTO VA A DCLTBCURPLF ( COPY CPCURPLF ).   *
      *----------------------------------------------------------------*

       01 WS-DEV-MONEDA                     PIC X(03)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   DEVENGAMIENTO DEL PLAZO FIJO EN CURSO                        *
      *----------------------------------------------------------------*

       01 WS-DEVENGAMIENTO.
           02 WS-DEV-ACUMULADO              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DEV-ANTERIOR               PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DEV-DEL-MES                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CORTE DE CONTROL POR SUCURSAL Y MONEDA                       *
      *----------------------------------------------------------------*

       01 WS-CLAVE-ACT.
           02 WS-ACT-SUCUEN                 PIC 9(02).
           02 WS-ACT-MONEDA                 PIC X(03).

       01 WS-CLAVE-ANT.
           02 WS-ANT-SUCUEN                 PIC 9(02).
           02 WS-ANT-MONEDA                 PIC X(03).

       01 WS-GRUPO.
           02 GRU-CANT                      PIC 9(05)  VALUE ZEROS.
           02 GRU-CAPITAL                   PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 GRU-DEVENGADO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 GRU-DEL-MES                   PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 GRU-PESOS                     PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   RESUMEN POR MONEDA ( EL TOTAL EN PESOS DE LAS COTIZADAS ES   *
      *   EL IMPORTE DEL ASIENTO )                                     *
      *----------------------------------------------------------------*

       01 WS-CANT-MONEDAS                   PIC 9(02)  VALUE ZEROS.

       01 WS-T-MONEDAS.
           02 T-MON                         OCCURS 20 TIMES.
              03 T-MON-CODIGO               PIC X(03).
              03 T-MON-COTIZADA             PIC X(01).
                 88 T-MON-CON-COTIZACION               VALUE 'S'.
              03 T-MON-COTIZ                PIC 9(05)V9(06).
              03 T-MON-CANT                 PIC 9(05).
              03 T-MON-DEVENGADO            PIC S9(13)V99 COMP-3.
              03 T-MON-DEL-MES              PIC S9(13)V99 COMP-3.
              03 T-MON-PESOS                PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPDEV                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(47)  VALUE
              'DEVENGAMIENTO DE INTERESES DE PLAZOS FIJOS AL '.
           02 LTI-CIERRE                    PIC X(10).
           02 FILLER                        PIC X(19)  VALUE
              '   - REVERSION EL '.
           02 LTI-REVERSION                 PIC X(10).
           02 FILLER                        PIC X(11)  VALUE
              '   PROCESO '.
           02 LTI-PROCESO                   PIC X(10).
           02 FILLER                        PIC X(25)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(44)
              VALUE 'SUC  MON  NRO PF  CUENTA              CAPITA'.
           02 FILLER                        PIC X(44)
              VALUE 'L     TASA %  PLZ  FEC.ALTA    VTO.PACT.   D'.
           02 FILLER                        PIC X(44)
              VALUE 'IAS     DEVENGADO ACUM.            DEL MES  '.

       01 WS-LIN-SUCURSAL.
           02 FILLER                        PIC X(09)  VALUE
              'SUCURSAL '.
           02 LSU-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LSU-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(98)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-NROPLF                    PIC 9(06).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-CAPITAL                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-TASA                      PIC ZZ9,9999.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-PLAZO                     PIC ZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-FECALTA                   PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-FECVTO                    PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-DIAS                      PIC ZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-DEVENGADO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-DEL-MES                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.

       01 WS-LIN-SUBTOTAL.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 FILLER                        PIC X(10)  VALUE
              'TOTAL SUC '.
           02 LST-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LST-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(04)  VALUE ' PF:'.
           02 LST-CANT                      PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LST-CAPITAL                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LST-LEYENDA-PESOS             PIC X(18).
           02 LST-PESOS                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(08)  VALUE SPACES.
           02 LST-DEVENGADO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LST-DEL-MES                   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.

       01 WS-LIN-MONEDA.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 FILLER                        PIC X(07)  VALUE 'MONEDA '.
           02 LMO-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(11)  VALUE
              'DEVENGADO: '.
           02 LMO-DEVENGADO                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(12)  VALUE
              'COTIZACION: '.
           02 LMO-COTIZ                     PIC ZZ.ZZ9,999999.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(10)  VALUE
              'EN PESOS: '.
           02 LMO-PESOS                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LMO-OBSERVACION               PIC X(29).

       01 WS-LIN-RESUMEN.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRE-LEYENDA                   PIC X(60).
           02 LRE-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(52)  VALUE SPACES.

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
           02 CNT-PLAZOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-PLAZOS-SIN-PLAZODIAS      PIC 9(07)  VALUE ZEROS.
           02 CNT-GRUPOS                    PIC 9(05)  VALUE ZEROS.
           02 CNT-GRUPOS-SIN-COTIZ          PIC 9(05)  VALUE ZEROS.
           02 CNT-MONEDAS-FUERA-TABLA       PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS-ASIENTO            PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES ( EN PESOS ) Y CONTROL DEL ASIENTO    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-DEVENGADO-PESOS           PIC S9(13)V99 COMP-3
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
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-COTIZA                     PIC X(02).
              88 FS-COTIZA-OK                          VALUE '00'.
              88 FS-COTIZA-EOF                         VALUE '10'.

           02 FS-MAPACON                    PIC X(02).
              88 FS-MAPACON-OK                         VALUE '00'.
              88 FS-MAPACON-EOF                        VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-ASIDEV                     PIC X(02).
              88 FS-ASIDEV-OK                          VALUE '00'.

           02 FS-ASIREV                     PIC X(02).
              88 FS-ASIREV-OK                          VALUE '00'.

           02 FS-REPDEV                     PIC X(02).
              88 FS-REPDEV-OK                          VALUE '00'.

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

           COPY CPCURPLF.

           COPY CPSUCUR.

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
             INCLUDE TBCURPLF
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCTA
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   DEV_CURSOR: PLAZOS FIJOS VIGENTES CONSTITUIDOS HASTA EL      *
      *   CIERRE, CON LA MONEDA DE SU CUENTA DE ACREDITACION, EN ORDEN *
      *   DE SUCURSAL Y MONEDA PARA CORTAR.                            *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE DEV_CURSOR CURSOR FOR
               SELECT P.NROPLF, P.TIPCUEN, P.NROCUEN, P.SUCUEN,
                      P.CAPITAL, P.TASA, P.PLAZODIAS,
                      P.FECALTA, P.FECVTO, A.MONEDA
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN  = P.TIPCUEN
                  AND A.NROCUEN  = P.NROCUEN
                  AND A.SUCUEN   = P.SUCUEN
                  AND P.ESTADO   = 'V'
                  AND P.FECALTA <= :WS-FECHA-CIERRE
             ORDER BY P.SUCUEN, A.MONEDA, P.NROPLF
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

           PERFORM 2600-RESUMEN-MONEDAS
              THRU 2600-F-RESUMEN-MONEDAS.

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
                      WS-T-MONEDAS
                      WS-GRUPO

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           SET PRIMER-FETCH                   TO TRUE.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-ARMAR-PERIODO
              THRU 1100-F-ARMAR-PERIODO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-COTIZA
              THRU 1300-F-CARGAR-COTIZA.

           PERFORM 1500-CARGAR-MAPEO
              THRU 1500-F-CARGAR-MAPEO.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1700-ENCABEZAR-INFORME
              THRU 1700-F-ENCABEZAR-INFORME.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 0 0 - A R M A R - P E R I O D O                 *
      *----------------------------------------------------------------*

       1100-ARMAR-PERIODO.

           MOVE '1100-ARMAR-PERIODO'          TO WS-PARRAFO.

           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PER-AAAAMM.

           COMPUTE WS-FECHA-DESDE = WS-PER-AAAAMM * 100 + 1.

           IF WS-PER-MES IS EQUAL TO 12
              COMPUTE WS-FECHA-MES-SIG = (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-MES-SIG = (WS-PER-AAAAMM + 1) * 100 + 1
           END-IF.

           COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-MES-SIG) - 1).

           COMPUTE WS-FECHA-CIERRE-ANT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE) - 1).

           DISPLAY 'DEVENGAMIENTO AL CIERRE: ' WS-FECHA-CIERRE
                   ' ( CIERRE ANTERIOR ' WS-FECHA-CIERRE-ANT
                   ', REVERSION ' WS-FECHA-MES-SIG ' )'.

       1100-F-ARMAR-PERIODO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   COTIZA
                        MAPACON
                OUTPUT  ASIDEV
                        ASIREV
                        REPDEV.

           IF NOT FS-COTIZA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COTIZA                  TO AUX-ERR-NOMBRE
              MOVE FS-COTIZA                  TO AUX-ERR-STATUS
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

           IF NOT FS-ASIDEV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ASIDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIDEV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ASIREV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ASIREV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPDEV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-REPDEV                  TO AUX-ERR-STATUS
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
              OPEN DEV_CURSOR
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
      *           1 5 0 0 - C A R G A R - M A P E O                    *
      *----------------------------------------------------------------*
      *   DEL MAPEO CONTABLE SOLO INTERESA EL TIPO 90: SU CUENTA DEL   *
      *   DEBE ES EL GASTO POR INTERESES Y LA DEL HABER EL PASIVO POR  *
      *   INTERESES DEVENGADOS A PAGAR.                                *
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
              DISPLAY '* TIPO CONTABLE ' CT-TIPO-DEVENGAMIENTO
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
                    SET FS-MAPACON-EOF        TO TRUE

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
              MAP-TIPO-MOV IS EQUAL TO CT-TIPO-DEVENGAMIENTO
              SET TIPO-CON-MAPEO              TO TRUE
              MOVE MAP-CTA-DEBE               TO WS-CTA-GASTO
              MOVE MAP-CTA-HABER              TO WS-CTA-PASIVO
           END-IF.

           PERFORM 1520-LEER-MAPACON
              THRU 1520-F-LEER-MAPACON.

       1540-F-GUARDAR-MAPEO.
           EXIT.

      *----------------------------------------------------------------*
      *      1 7 0 0 - E N C A B E Z A R - I N F O R M E               *
      *----------------------------------------------------------------*

       1700-ENCABEZAR-INFORME.

           MOVE '1700-ENCABEZAR-INFORME'      TO WS-PARRAFO.

           MOVE WS-FECHA-CIERRE               TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-CIERRE.
           MOVE WS-FECHA-MES-SIG              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-REVERSION.
           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-PROCESO.
           MOVE WS-LIN-TITULO                 TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE SPACES                        TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE WS-LIN-COLUMNAS               TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

       1700-F-ENCABEZAR-INFORME.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-PLF-SUCUEN                 TO WS-ACT-SUCUEN.
           MOVE WS-DEV-MONEDA                 TO WS-ACT-MONEDA.

           IF PRIMER-FETCH
              SET NO-ES-PRIMER-FETCH          TO TRUE
              PERFORM 2050-NUEVA-SUCURSAL
                 THRU 2050-F-NUEVA-SUCURSAL
           ELSE
              IF WS-CLAVE-ACT IS NOT EQUAL TO WS-CLAVE-ANT
                 PERFORM 2300-CERRAR-GRUPO
                    THRU 2300-F-CERRAR-GRUPO
                 IF WS-ACT-SUCUEN IS NOT EQUAL TO WS-ANT-SUCUEN
                    PERFORM 2050-NUEVA-SUCURSAL
                       THRU 2050-F-NUEVA-SUCURSAL
                 END-IF
              END-IF
           END-IF.

           MOVE WS-CLAVE-ACT                  TO WS-CLAVE-ANT.

           PERFORM 2150-DEVENGAR-PLAZO
              THRU 2150-F-DEVENGAR-PLAZO.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF CS-CURSOR-EOC AND NO-ES-PRIMER-FETCH
              PERFORM 2300-CERRAR-GRUPO
                 THRU 2300-F-CERRAR-GRUPO
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 0 5 0 - N U E V A - S U C U R S A L                  *
      *----------------------------------------------------------------*

       2050-NUEVA-SUCURSAL.

           MOVE '2050-NUEVA-SUCURSAL'         TO WS-PARRAFO.

           MOVE WS-ACT-SUCUEN                 TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-ACT-SUCUEN                 TO LSU-SUCUEN.
           MOVE WS-SUCUR-NOMBRE               TO LSU-NOMBRE.
           MOVE SPACES                        TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE WS-LIN-SUCURSAL               TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

       2050-F-NUEVA-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  DEV_CURSOR
                     INTO
                        :WS-PLF-NROPLF,
                        :WS-PLF-TIPCUEN,
                        :WS-PLF-NROCUEN,
                        :WS-PLF-SUCUEN,
                        :WS-PLF-CAPITAL,
                        :WS-PLF-TASA,
                        :WS-PLF-PLAZODIAS,
                        :WS-PLF-FECALTA,
                        :WS-PLF-FECVTO,
                        :WS-DEV-MONEDA
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-PLAZOS-LEIDOS

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
      *           2 1 5 0 - D E V E N G A R - P L A Z O                *
      *----------------------------------------------------------------*
      *   LA TASA DE TBCURPLF ES LA DEL PERIODO COMPLETO ( PGMSIN75    *
      *   PAGA CAPITAL POR TASA AL VENCIMIENTO ): SE PRORRATEA POR LOS *
      *   DIAS CORRIDOS DESDE EL ALTA HASTA EL CIERRE, O HASTA EL      *
      *   VENCIMIENTO SI ES ANTERIOR ( VENCIDO Y AUN NO PAGADO ). LO   *
      *   DEL MES ES LA DIFERENCIA CON LO DEVENGADO AL CIERRE ANTERIOR,*
      *   CALCULADO IGUAL, ASI LA SUMA DE LOS MESES CIERRA CON EL      *
      *   INTERES QUE PAGA PGMSIN75.                                   *
      *----------------------------------------------------------------*

       2150-DEVENGAR-PLAZO.

           MOVE '2150-DEVENGAR-PLAZO'         TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-DEV-ACUMULADO
                                                 WS-DEV-ANTERIOR
                                                 WS-DIAS-DEVENGADOS
                                                 WS-DIAS-ANTERIOR.

           IF WS-PLF-FECVTO IS LESS THAN WS-FECHA-CIERRE
              MOVE WS-PLF-FECVTO              TO WS-FECHA-TOPE
           ELSE
              MOVE WS-FECHA-CIERRE            TO WS-FECHA-TOPE
           END-IF.

           COMPUTE WS-DIAS-DEVENGADOS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TOPE)
                 - FUNCTION INTEGER-OF-DATE(WS-PLF-FECALTA).

           IF WS-PLF-FECVTO IS LESS THAN WS-FECHA-CIERRE-ANT
              MOVE WS-PLF-FECVTO              TO WS-FECHA-TOPE
           ELSE
              MOVE WS-FECHA-CIERRE-ANT        TO WS-FECHA-TOPE
           END-IF.

           COMPUTE WS-DIAS-ANTERIOR =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TOPE)
                 - FUNCTION INTEGER-OF-DATE(WS-PLF-FECALTA).

           IF WS-DIAS-DEVENGADOS IS LESS THAN ZEROS
              MOVE ZEROS                      TO WS-DIAS-DEVENGADOS
           END-IF.

           IF WS-DIAS-ANTERIOR IS LESS THAN ZEROS
              MOVE ZEROS                      TO WS-DIAS-ANTERIOR
           END-IF.

           IF WS-PLF-PLAZODIAS IS GREATER THAN ZEROS
              COMPUTE WS-DEV-ACUMULADO ROUNDED =
                      WS-PLF-CAPITAL * WS-PLF-TASA / 100
                    * WS-DIAS-DEVENGADOS / WS-PLF-PLAZODIAS
              COMPUTE WS-DEV-ANTERIOR ROUNDED =
                      WS-PLF-CAPITAL * WS-PLF-TASA / 100
                    * WS-DIAS-ANTERIOR / WS-PLF-PLAZODIAS
           ELSE
              ADD 1                        TO CNT-PLAZOS-SIN-PLAZODIAS
              DISPLAY '* PLAZO FIJO SIN PLAZO EN DIAS, NO DEVENGA: '
                      WS-PLF-NROPLF
           END-IF.

           COMPUTE WS-DEV-DEL-MES = WS-DEV-ACUMULADO - WS-DEV-ANTERIOR.

           ADD 1                              TO GRU-CANT.
           ADD WS-PLF-CAPITAL                 TO GRU-CAPITAL.
           ADD WS-DEV-ACUMULADO               TO GRU-DEVENGADO.
           ADD WS-DEV-DEL-MES                 TO GRU-DEL-MES.

           PERFORM 2200-IMPRIMIR-DETALLE
              THRU 2200-F-IMPRIMIR-DETALLE.

       2150-F-DEVENGAR-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 0 0 - I M P R I M I R - D E T A L L E              *
      *----------------------------------------------------------------*

       2200-IMPRIMIR-DETALLE.

           MOVE '2200-IMPRIMIR-DETALLE'       TO WS-PARRAFO.

           MOVE WS-PLF-SUCUEN                 TO LDE-SUCUEN.
           MOVE WS-DEV-MONEDA                 TO LDE-MONEDA.
           MOVE WS-PLF-NROPLF                 TO LDE-NROPLF.
           MOVE WS-PLF-TIPCUEN                TO LDE-TIPCUEN.
           MOVE WS-PLF-NROCUEN                TO LDE-NROCUEN.
           MOVE WS-PLF-CAPITAL                TO LDE-CAPITAL.
           MOVE WS-PLF-TASA                   TO LDE-TASA.
           MOVE WS-PLF-PLAZODIAS              TO LDE-PLAZO.
           MOVE WS-PLF-FECALTA                TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LDE-FECALTA.
           MOVE WS-PLF-FECVTO                 TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LDE-FECVTO.
           MOVE WS-DIAS-DEVENGADOS            TO LDE-DIAS.
           MOVE WS-DEV-ACUMULADO              TO LDE-DEVENGADO.
           MOVE WS-DEV-DEL-MES                TO LDE-DEL-MES.
           MOVE WS-LIN-DETALLE                TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

       2200-F-IMPRIMIR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 5 0 - B U S C A R - C O T I Z A C I O N                *
      *----------------------------------------------------------------*

       2250-BUSCAR-COTIZACION.

           MOVE '2250-BUSCAR-COTIZACION'      TO WS-PARRAFO.

           SET SIN-COTIZACION                 TO TRUE.
           MOVE ZEROS                         TO WS-COTIZ-MONEDA.

           IF WS-COT-BUSCADA IS EQUAL TO CT-MONEDA-PESOS
              SET CON-COTIZACION              TO TRUE
              MOVE 1                          TO WS-COTIZ-MONEDA
           ELSE
              MOVE 1                          TO WS-I
              PERFORM 2260-COMPARAR-COTIZA
                 THRU 2260-F-COMPARAR-COTIZA
                UNTIL WS-I > WS-CANT-COTIZA
                   OR CON-COTIZACION
           END-IF.

       2250-F-BUSCAR-COTIZACION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 6 0 - C O M P A R A R - C O T I Z A                 *
      *----------------------------------------------------------------*

       2260-COMPARAR-COTIZA.

           IF T-COT-MONEDA(WS-I) IS EQUAL TO WS-COT-BUSCADA
              SET CON-COTIZACION              TO TRUE
              MOVE T-COT-PESOS(WS-I)          TO WS-COTIZ-MONEDA
           ELSE
              ADD 1                           TO WS-I
           END-IF.

       2260-F-COMPARAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - C E R R A R - G R U P O                   *
      *----------------------------------------------------------------*
      *   CIERRA EL SUBTOTAL DE SUCURSAL Y MONEDA: LO CONVIERTE A      *
      *   PESOS CON LA COTIZACION DEL CIERRE, LO IMPRIME Y LO SUMA AL  *
      *   RESUMEN DE SU MONEDA. EL ASIENTO ES LA SUMA DE ESTOS         *
      *   SUBTOTALES EN PESOS, ASI EL INFORME PUNTEA CONTRA EL MAYOR   *
      *   SIN DIFERENCIAS DE REDONDEO.                                 *
      *----------------------------------------------------------------*

       2300-CERRAR-GRUPO.

           MOVE '2300-CERRAR-GRUPO'           TO WS-PARRAFO.

           ADD 1                              TO CNT-GRUPOS.

           MOVE WS-ANT-MONEDA                 TO WS-COT-BUSCADA.

           PERFORM 2250-BUSCAR-COTIZACION
              THRU 2250-F-BUSCAR-COTIZACION.

           MOVE WS-ANT-SUCUEN                 TO LST-SUCUEN.
           MOVE WS-ANT-MONEDA                 TO LST-MONEDA.
           MOVE GRU-CANT                      TO LST-CANT.
           MOVE GRU-CAPITAL                   TO LST-CAPITAL.
           MOVE GRU-DEVENGADO                 TO LST-DEVENGADO.
           MOVE GRU-DEL-MES                   TO LST-DEL-MES.

           IF CON-COTIZACION
              COMPUTE GRU-PESOS ROUNDED =
                      GRU-DEVENGADO * WS-COTIZ-MONEDA
              MOVE 'DEVENGADO PESOS: '        TO LST-LEYENDA-PESOS
              MOVE GRU-PESOS                  TO LST-PESOS
              ADD GRU-PESOS                   TO ACM-DEVENGADO-PESOS
           ELSE
              ADD 1                           TO CNT-GRUPOS-SIN-COTIZ
              MOVE ZEROS                      TO GRU-PESOS
              MOVE 'SIN COTIZACION   '        TO LST-LEYENDA-PESOS
              MOVE ZEROS                      TO LST-PESOS
              DISPLAY '* MONEDA SIN COTIZACION: ' WS-ANT-MONEDA
                      ' SUCURSAL ' WS-ANT-SUCUEN
           END-IF.

           MOVE WS-LIN-SUBTOTAL               TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           PERFORM 2350-ACUMULAR-MONEDA
              THRU 2350-F-ACUMULAR-MONEDA.

           INITIALIZE WS-GRUPO.

       2300-F-CERRAR-GRUPO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 5 0 - A C U M U L A R - M O N E D A                 *
      *----------------------------------------------------------------*
      *   BUSCA LA FILA DE LA MONEDA EN EL RESUMEN Y LA AGREGA SI ES   *
      *   NUEVA. CON LA TABLA LLENA SE AVISA: EL GRUPO YA FIGURA EN EL *
      *   DETALLE Y EN EL ASIENTO, SOLO FALTA EN EL RESUMEN.           *
      *----------------------------------------------------------------*

       2350-ACUMULAR-MONEDA.

           MOVE '2350-ACUMULAR-MONEDA'        TO WS-PARRAFO.

           SET MONEDA-INEXISTENTE             TO TRUE.
           MOVE 1                             TO WS-M.

           PERFORM 2360-COMPARAR-MONEDA
              THRU 2360-F-COMPARAR-MONEDA
             UNTIL MONEDA-HALLADA
                OR WS-M IS GREATER THAN WS-CANT-MONEDAS.

           IF MONEDA-INEXISTENTE
              IF WS-CANT-MONEDAS IS LESS THAN CT-MAX-MONEDAS
                 ADD 1                        TO WS-CANT-MONEDAS
                 MOVE WS-CANT-MONEDAS         TO WS-M
                 MOVE WS-ANT-MONEDA           TO T-MON-CODIGO(WS-M)
                 MOVE WS-COTIZ-MONEDA         TO T-MON-COTIZ(WS-M)
                 IF CON-COTIZACION
                    MOVE 'S'                  TO T-MON-COTIZADA(WS-M)
                 ELSE
                    MOVE 'N'                  TO T-MON-COTIZADA(WS-M)
                 END-IF
                 SET MONEDA-HALLADA           TO TRUE
              ELSE
                 ADD 1                     TO CNT-MONEDAS-FUERA-TABLA
                 DISPLAY '* RESUMEN DE MONEDAS LLENO, SE OMITE: '
                         WS-ANT-MONEDA
              END-IF
           END-IF.

           IF MONEDA-HALLADA
              ADD GRU-CANT                    TO T-MON-CANT(WS-M)
              ADD GRU-DEVENGADO               TO T-MON-DEVENGADO(WS-M)
              ADD GRU-DEL-MES                 TO T-MON-DEL-MES(WS-M)
              ADD GRU-PESOS                   TO T-MON-PESOS(WS-M)
           END-IF.

       2350-F-ACUMULAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 6 0 - C O M P A R A R - M O N E D A                 *
      *----------------------------------------------------------------*

       2360-COMPARAR-MONEDA.

           IF T-MON-CODIGO(WS-M) IS EQUAL TO WS-ANT-MONEDA
              SET MONEDA-HALLADA              TO TRUE
           ELSE
              ADD 1                           TO WS-M
           END-IF.

       2360-F-COMPARAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 0 0 - R E S U M E N - M O N E D A S                 *
      *----------------------------------------------------------------*
      *   UNA LINEA POR MONEDA Y EL TOTAL EN PESOS, QUE ES EL IMPORTE  *
      *   DE LAS LINEAS DEL ASIENTO DE DEVENGAMIENTO Y DE REVERSION.   *
      *----------------------------------------------------------------*

       2600-RESUMEN-MONEDAS.

           MOVE '2600-RESUMEN-MONEDAS'        TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE SPACES                        TO WS-LIN-RESUMEN.
           MOVE 'RESUMEN POR MONEDA'          TO LRE-LEYENDA.
           MOVE WS-LIN-RESUMEN                TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           PERFORM 2620-LISTAR-MONEDA
              THRU 2620-F-LISTAR-MONEDA
             VARYING WS-M FROM 1 BY 1
               UNTIL WS-M IS GREATER THAN WS-CANT-MONEDAS.

           MOVE SPACES                        TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE 'TOTAL DEVENGADO EN PESOS ( ASIENTO TIPO 90 )'
                                              TO LRE-LEYENDA.
           MOVE ACM-DEVENGADO-PESOS           TO LRE-IMPORTE.
           MOVE WS-LIN-RESUMEN                TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           MOVE SPACES                        TO WS-LIN-RESUMEN.
           STRING 'CTA DEBE ( GASTO ) / HABER ( PASIVO ): '
                                              DELIMITED BY SIZE
                  WS-CTA-GASTO                DELIMITED BY SIZE
                  ' / '                       DELIMITED BY SIZE
                  WS-CTA-PASIVO               DELIMITED BY SIZE
              INTO LRE-LEYENDA
           END-STRING.
           MOVE WS-LIN-RESUMEN                TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

           IF CNT-GRUPOS-SIN-COTIZ IS GREATER THAN ZEROS
              MOVE SPACES                     TO WS-LIN-RESUMEN
              MOVE '* HAY MONEDAS SIN COTIZACION: ASIENTO NO LIBERADO'
                                              TO LRE-LEYENDA
              MOVE WS-LIN-RESUMEN             TO REG-REPDEV

              PERFORM 2900-GRABAR-REPDEV
                 THRU 2900-F-GRABAR-REPDEV
           END-IF.

       2600-F-RESUMEN-MONEDAS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 2 0 - L I S T A R - M O N E D A                   *
      *----------------------------------------------------------------*

       2620-LISTAR-MONEDA.

           MOVE T-MON-CODIGO(WS-M)            TO LMO-MONEDA.
           MOVE T-MON-DEVENGADO(WS-M)         TO LMO-DEVENGADO.
           MOVE T-MON-COTIZ(WS-M)             TO LMO-COTIZ.
           MOVE T-MON-PESOS(WS-M)             TO LMO-PESOS.

           IF T-MON-CON-COTIZACION(WS-M)
              MOVE SPACES                     TO LMO-OBSERVACION
           ELSE
              MOVE 'SIN COTIZACION - NO ASENTADO'
                                              TO LMO-OBSERVACION
           END-IF.

           MOVE WS-LIN-MONEDA                 TO REG-REPDEV.

           PERFORM 2900-GRABAR-REPDEV
              THRU 2900-F-GRABAR-REPDEV.

       2620-F-LISTAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 9 0 - E D I T A R - F E C H A                  *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - R E P D E V                 *
      *----------------------------------------------------------------*

       2900-GRABAR-REPDEV.

           WRITE REG-REPDEV.

           IF NOT FS-REPDEV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-REPDEV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-REPDEV.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           EXEC SQL
              CLOSE DEV_CURSOR
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

           PERFORM 3100-GRABAR-ASIENTOS
              THRU 3100-F-GRABAR-ASIENTOS.

           PERFORM 3150-CONTROLAR-BALANCE
              THRU 3150-F-CONTROLAR-BALANCE.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *        3 1 0 0 - G R A B A R - A S I E N T O S                 *
      *----------------------------------------------------------------*
      *   DEVENGAMIENTO: DEBE GASTO / HABER PASIVO. REVERSION DEL MES  *
      *   SIGUIENTE: LAS MISMAS CUENTAS CON LOS LADOS INVERTIDOS. SIN  *
      *   DEVENGADO NO SE GRABA NINGUNA LINEA.                         *
      *----------------------------------------------------------------*

       3100-GRABAR-ASIENTOS.

           MOVE '3100-GRABAR-ASIENTOS'        TO WS-PARRAFO.

           IF TIPO-SIN-MAPEO OR
              ACM-DEVENGADO-PESOS IS EQUAL TO ZEROS
              GO TO 3100-F-GRABAR-ASIENTOS
           END-IF.

           MOVE SPACES                        TO WS-REG-ASIENTO.
           MOVE CT-TIPO-DEVENGAMIENTO         TO ASI-TIPO-MOV.
           MOVE ACM-DEVENGADO-PESOS           TO ASI-IMPORTE.

           MOVE 'D'                           TO ASI-LADO.
           MOVE WS-CTA-GASTO                  TO ASI-CUENTA.
           ADD ACM-DEVENGADO-PESOS            TO ACM-DEBE.

           PERFORM 3120-GRABAR-ASIDEV
              THRU 3120-F-GRABAR-ASIDEV.

           MOVE 'H'                           TO ASI-LADO.
           MOVE WS-CTA-PASIVO                 TO ASI-CUENTA.
           ADD ACM-DEVENGADO-PESOS            TO ACM-HABER.

           PERFORM 3120-GRABAR-ASIDEV
              THRU 3120-F-GRABAR-ASIDEV.

           MOVE 'D'                           TO ASI-LADO.
           MOVE WS-CTA-PASIVO                 TO ASI-CUENTA.
           ADD ACM-DEVENGADO-PESOS            TO ACM-DEBE.

           PERFORM 3140-GRABAR-ASIREV
              THRU 3140-F-GRABAR-ASIREV.

           MOVE 'H'                           TO ASI-LADO.
           MOVE WS-CTA-GASTO                  TO ASI-CUENTA.
           ADD ACM-DEVENGADO-PESOS            TO ACM-HABER.

           PERFORM 3140-GRABAR-ASIREV
              THRU 3140-F-GRABAR-ASIREV.

       3100-F-GRABAR-ASIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 2 0 - G R A B A R - A S I D E V                   *
      *----------------------------------------------------------------*

       3120-GRABAR-ASIDEV.

           MOVE '3120-GRABAR-ASIDEV'          TO WS-PARRAFO.

           WRITE REG-ASIDEV FROM WS-REG-ASIENTO.

           IF NOT FS-ASIDEV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ASIDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIDEV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LINEAS-ASIENTO.

       3120-F-GRABAR-ASIDEV.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 4 0 - G R A B A R - A S I R E V                   *
      *----------------------------------------------------------------*

       3140-GRABAR-ASIREV.

           MOVE '3140-GRABAR-ASIREV'          TO WS-PARRAFO.

           WRITE REG-ASIREV FROM WS-REG-ASIENTO.

           IF NOT FS-ASIREV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ASIREV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LINEAS-ASIENTO.

       3140-F-GRABAR-ASIREV.
           EXIT.

      *----------------------------------------------------------------*
      *     3 1 5 0 - C O N T R O L A R - B A L A N C E                *
      *----------------------------------------------------------------*
      *   LOS ASIENTOS SOLO SE LIBERAN SI EL TIPO 90 ESTA MAPEADO,     *
      *   TODAS LAS MONEDAS TIENEN COTIZACION Y DEBE MENOS HABER DA    *
      *   CERO; SI NO, EL PROGRAMA ABORTA ( COMO PGMSIN64 ).           *
      *----------------------------------------------------------------*

       3150-CONTROLAR-BALANCE.

           MOVE '3150-CONTROLAR-BALANCE'      TO WS-PARRAFO.

           COMPUTE ACM-NETO = ACM-DEBE - ACM-HABER.

           IF ACM-NETO NOT EQUAL TO ZEROS OR
              TIPO-SIN-MAPEO OR
              CNT-GRUPOS-SIN-COTIZ IS GREATER THAN ZEROS
              DISPLAY '* EL ASIENTO NO BALANCEA, FALTA EL MAPEO  *'
              DISPLAY '* O HAY MONEDAS SIN COTIZACION: NO SE     *'
              DISPLAY '* LIBERA                                   *'
              MOVE ACM-DEBE                   TO WS-IMPORTE-EDIT
              DISPLAY ' - TOTAL DEBE.: ' WS-IMPORTE-EDIT
              MOVE ACM-HABER                  TO WS-IMPORTE-EDIT
              DISPLAY ' - TOTAL HABER: ' WS-IMPORTE-EDIT

              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ASIDEV                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           DISPLAY 'ASIENTOS BALANCEADOS: DEBE = HABER'.

       3150-F-CONTROLAR-BALANCE.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE ASIDEV
                 ASIREV
                 REPDEV.

           IF NOT FS-ASIDEV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ASIDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIDEV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ASIREV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ASIREV                  TO AUX-ERR-NOMBRE
              MOVE FS-ASIREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPDEV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-REPDEV                  TO AUX-ERR-STATUS
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

           MOVE CNT-PLAZOS-LEIDOS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI128               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PLAZOS FIJOS DEVENGADOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PLAZOS-SIN-PLAZODIAS      TO WS-MASCARA.
           DISPLAY '* PLAZOS FIJOS SIN PLAZO EN DIAS:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-GRUPOS                    TO WS-MASCARA.
           DISPLAY '* SUBTOTALES SUCURSAL / MONEDA:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-GRUPOS-SIN-COTIZ          TO WS-MASCARA.
           DISPLAY '* SUBTOTALES SIN COTIZACION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-ASIENTO            TO WS-MASCARA.
           DISPLAY '* LINEAS DE ASIENTO GRABADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-DEVENGADO-PESOS           TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DEVENGADO EN PESOS: ' WS-IMPORTE-EDIT.

           STRING 'PF='            DELIMITED BY SIZE
                  CNT-PLAZOS-LEIDOS DELIMITED BY SIZE
                  ' LINEAS='       DELIMITED BY SIZE
                  CNT-LINEAS-ASIENTO DELIMITED BY SIZE
                  ' CIERRE='       DELIMITED BY SIZE
                  WS-FECHA-CIERRE  DELIMITED BY SIZE
                  ' DEVENGADO='    DELIMITED BY SIZE
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

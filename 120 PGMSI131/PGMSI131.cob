      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI131.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RECEPCION DE NOMINAS DE ACREDITACION DE HABERES POR CONVENIO *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA EL TIPEO MANUAL EN MOVTOS DE LAS       *
      * NOMINAS DE SUELDOS QUE ENVIAN LAS EMPRESAS CON CONVENIO DE     *
      * ACREDITACION DE HABERES:                                       *
      *   - CARGA EN MEMORIA EL MAESTRO DE CONVENIOS CONVHAB ( COPY    *
      *     CPCONVHA: CUENTA DE DEBITO DEL EMPLEADOR, CONCEPTOS        *
      *     HABILITADOS Y COMISION POR LINEA ACREDITADA ).             *
      *   - LEE EL ARCHIVO NOMHAB: POR CADA EMPRESA UNA CABECERA ( 'C' *
      *     CONVENIO, FECHA DE PAGO, CANTIDAD Y TOTAL DE CONTROL ) Y   *
      *     SUS LINEAS DE DETALLE ( 'D' LEGAJO, CUENTA, DOCUMENTO,     *
      *     CONCEPTO E IMPORTE ). CADA NOMINA SE CARGA ENTERA EN       *
      *     MEMORIA ANTES DE DECIDIR.                                  *
      *   - CONTROLA LA NOMINA CONTRA SU CONVENIO ( EXISTENTE, ACTIVO, *
      *     UNA SOLA NOMINA POR EMPRESA Y POR DIA ) Y CONTRA SU        *
      *     CABECERA ( CANTIDAD Y TOTAL ). SI NO CUADRA SE DEVUELVE    *
      *     ENTERA SIN ACREDITAR.                                      *
      *   - VALIDA CADA LINEA: CONCEPTO HABILITADO EN EL CONVENIO,     *
      *     CUENTA EXISTENTE EN TBCURCTA Y EN PESOS, EMPLEADO          *
      *     EXISTENTE EN TBCURCLI, ACTIVO Y TITULAR DE LA CUENTA, SIN  *
      *     BLOQUEO LEGAL ( RUTINA COMUN LEGHLDLE ), NO REPETIDA EN LA *
      *     NOMINA NI IGUAL A LA CUENTA DEL EMPLEADOR. LA LINEA        *
      *     RECHAZADA NO FRENA AL RESTO.                               *
      *   - EL TOTAL DE LAS LINEAS ACEPTADAS MAS LA COMISION DEBE      *
      *     ENTRAR EN EL SALDO DE LA CUENTA DEL EMPLEADOR EN TBCURCTA; *
      *     SI NO ENTRA LA NOMINA SE DEVUELVE ENTERA.                  *
      *   - LA NOMINA ACEPTADA SALE EN ACREHAB ( LAYOUT MOVIMCC ) COMO *
      *     UN JUEGO DE TRANSFERENCIA TIPO 93 CON REFERENCIA 'HA' +    *
      *     CONVENIO: UN DEBITO AL EMPLEADOR POR EL TOTAL Y UN CREDITO *
      *     POR CADA LINEA ACEPTADA, QUE NETEAN A CERO. PGMAPCAB LO    *
      *     APLICA O LO SUSPENDE COMPLETO. LA COMISION SALE APARTE     *
      *     COMO DEBITO TIPO 94 SIN REFERENCIA.                        *
      *   - CADA CUENTA ACREDITADA QUEDA MARCADA COMO CUENTA SUELDO EN *
      *     KC02787.TBCURHAB ( COPY CPCURHAB ), CON EL ULTIMO SUELDO   *
      *     PARA LA SEGMENTACION Y LAS PROPUESTAS DE LIMITE; AL CIERRE *
      *     SE DESMARCAN LAS CUENTAS SIN HABERES EN LOS ULTIMOS 60     *
      *     DIAS.                                                      *
      *   - CADA EMPRESA RECIBE SU DEVOLUCION EN DEVHAB ( CABECERA,    *
      *     UNA LINEA POR DETALLE ACEPTADO O RECHAZADO CON SU MOTIVO Y *
      *     TOTALES ), IDENTIFICADA POR EL CODIGO DE CONVENIO PARA EL  *
      *     REPARTO A CADA EMPRESA. REPHAB LISTA UNA LINEA POR NOMINA  *
      *     Y LOS TOTALES DEL DIA.                                     *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE ACREHAB EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA  *
      * EL RESUMEN DE BATCH HABITUAL.                                  *
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

           SELECT NOMHAB ASSIGN TO NOMHAB
                                    FILE STATUS IS FS-NOMHAB.

           SELECT CONVHAB ASSIGN TO CONVHAB
                                    FILE STATUS IS FS-CONVHAB.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT ACREHAB ASSIGN TO ACREHAB
                                    FILE STATUS IS FS-ACREHAB.

           SELECT DEVHAB ASSIGN TO DEVHAB
                                    FILE STATUS IS FS-DEVHAB.

           SELECT REPHAB ASSIGN TO REPHAB
                                    FILE STATUS IS FS-REPHAB.

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
      *   NOMINAS RECIBIDAS DE LAS EMPRESAS: CABECERA 'C' POR EMPRESA  *
      *   SEGUIDA DE SUS LINEAS DE DETALLE 'D'.                        *
      *----------------------------------------------------------------*

       FD   NOMHAB
            RECORDING MODE IS F.
       01   REG-NOMHAB                                      PIC X(100).

      *----------------------------------------------------------------*
      *   MAESTRO DE CONVENIOS DE HABERES ( LAYOUT CPCONVHA ).         *
      *----------------------------------------------------------------*

       FD   CONVHAB
            RECORDING MODE IS F.
       01   REG-CONVHAB                                     PIC X(100).

      *----------------------------------------------------------------*
      *   BLOQUEOS LEGALES POR DOCUMENTO Y POR CUENTA ( BLOQMAES ).    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      *----------------------------------------------------------------*
      *   SALIDA DE ACREDITACIONES Y COMISIONES ( LAYOUT MOVIMCC )     *
      *   PARA EL CIRCUITO DE APLICACION DE PGMAPCAB.                  *
      *----------------------------------------------------------------*

       FD   ACREHAB
            RECORDING MODE IS F.
       01   REG-ACREHAB                                     PIC X(80).

      *----------------------------------------------------------------*
      *   DEVOLUCION A LAS EMPRESAS: CABECERA, DETALLE CON SU ESTADO Y *
      *   MOTIVO, Y TOTALES, TODO CON EL CODIGO DE CONVENIO.           *
      *----------------------------------------------------------------*

       FD   DEVHAB
            RECORDING MODE IS F.
       01   REG-DEVHAB                                      PIC X(120).

      *----------------------------------------------------------------*
      *   LISTADO DE CONTROL DE NOMINAS RECIBIDAS.                     *
      *----------------------------------------------------------------*

       FD   REPHAB
            RECORDING MODE IS F.
       01   LINEA-REPHAB                                    PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI131'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-NOMHAB                     PIC X(08)  VALUE 'NOMHAB  '.
           02 CT-CONVHAB                    PIC X(08)  VALUE 'CONVHAB '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-ACREHAB                    PIC X(08)  VALUE 'ACREHAB '.
           02 CT-DEVHAB                     PIC X(08)  VALUE 'DEVHAB  '.
           02 CT-REPHAB                     PIC X(08)  VALUE 'REPHAB  '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *   TIPOS DE MOVIMIENTO ( MAPEADOS EN TIPMOV Y EN MAPACON ):     *
      *   93 ACREDITACION DE HABERES, SIGNO 'T' ( JUEGO DEBITO AL      *
      *   EMPLEADOR + CREDITOS A LOS EMPLEADOS CON REFERENCIA 'HA' +   *
      *   CONVENIO ), Y 94 COMISION DEL CONVENIO, SIGNO 'D'.           *
      *   FRANJAS DE NROMOV RESERVADAS ( DOMINIO NROMOV DEL MAESTRO    *
      *   CODREF ): 999801-999899 PARA EL JUEGO DE CADA NOMINA ( UN    *
      *   NRO POR NOMINA, LA CLAVE DE TBCURMOV INCLUYE LA CUENTA ) Y   *
      *   999901-999999 PARA SU COMISION. EL TOPE ES DE 99 NOMINAS     *
      *   POR CORRIDA.                                                 *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-HABERES           PIC 9(02)  VALUE 93.
           02 CT-TIPO-MOV-COMISION          PIC 9(02)  VALUE 94.
           02 CT-NROMOV-HABERES             PIC 9(06)  VALUE 999800.
           02 CT-NROMOV-COMISION            PIC 9(06)  VALUE 999900.
           02 CT-MAX-NOMINAS                PIC 9(03)  VALUE 99.
           02 CT-REFER-HABERES              PIC X(02)  VALUE 'HA'.

      *----------------------------------------------------------------*
      *   TOPE DE LINEAS POR NOMINA ( UNA PATA MAS QUE EL DEBITO NO    *
      *   DEBE SUPERAR LAS 999 PATAS QUE CUENTA PGMAPCAB ), CONCEPTO   *
      *   DE SUELDO MENSUAL Y DIAS SIN HABERES QUE QUITAN LA MARCA DE  *
      *   CUENTA SUELDO.                                               *
      *----------------------------------------------------------------*

           02 CT-MAX-LINEAS                 PIC 9(04)  VALUE 998.
           02 CT-CONCEPTO-SUELDO            PIC X(02)  VALUE 'SU'.
           02 CT-DIAS-MARCA-SUELDO          PIC 9(03)  VALUE 60.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-MOTIVO-NOMINA              PIC X(30)  VALUE SPACES.
           02 WS-I                          PIC 9(04)  VALUE ZEROS.
           02 WS-L                          PIC 9(04)  VALUE ZEROS.
           02 WS-M                          PIC 9(04)  VALUE ZEROS.
           02 WS-C                          PIC 9(02)  VALUE ZEROS.
           02 WS-CNV-IX                     PIC 9(03)  VALUE ZEROS.
           02 WS-NRO-NOMINA                 PIC 9(06)  VALUE ZEROS.
           02 WS-CUENTA-EMPLEADOR           PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-LIMITE               PIC 9(08)  VALUE ZEROS.

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

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

       01 WS-CNV-HALLADO-SW                 PIC X(01)  VALUE 'N'.
           88 CONVENIO-HALLADO                         VALUE 'S'.
           88 CONVENIO-NO-HALLADO                      VALUE 'N'.

       01 WS-CONCEPTO-SW                    PIC X(01)  VALUE 'N'.
           88 CONCEPTO-HABILITADO                      VALUE 'S'.
           88 CONCEPTO-NO-HABILITADO                   VALUE 'N'.

       01 WS-REPETIDA-SW                    PIC X(01)  VALUE 'N'.
           88 CUENTA-REPETIDA                          VALUE 'S'.
           88 CUENTA-NO-REPETIDA                       VALUE 'N'.

       01 WS-EXCEDIDA-SW                    PIC X(01)  VALUE 'N'.
           88 NOMINA-EXCEDIDA                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE NOMINAS ( CABECERA O      *
      *   DETALLE SEGUN EL TIPO DE REGISTRO ).                         *
      *----------------------------------------------------------------*

       01 WS-REG-NOMHAB.
           02 NHB-TIPO-REG                  PIC X(01).
              88 NHB-CABECERA                          VALUE 'C'.
              88 NHB-DETALLE                           VALUE 'D'.
           02 NHB-DATOS                     PIC X(99).
           02 NHB-CABECERA-R REDEFINES NHB-DATOS.
              03 NHC-CONVENIO               PIC X(06).
              03 NHC-FECPAGO                PIC 9(08).
              03 NHC-CANT                   PIC 9(05).
              03 NHC-TOTAL                  PIC 9(13)V99.
              03 FILLER                     PIC X(65).

      *----------------------------------------------------------------*
      *   CABECERA DE LA NOMINA EN PROCESO ( SE GUARDA PORQUE LA       *
      *   LECTURA ADELANTADA YA TRAE LA CABECERA SIGUIENTE ).          *
      *----------------------------------------------------------------*

       01 WS-NOMINA-CAB.
           02 NOM-CONVENIO                  PIC X(06).
           02 NOM-FECPAGO                   PIC 9(08).
           02 NOM-CANT                      PIC 9(05).
           02 NOM-TOTAL                     PIC 9(13)V99.

      *----------------------------------------------------------------*
      *   LINEA DE DETALLE EN VALIDACION ( SE TOMA DE LA TABLA ).      *
      *----------------------------------------------------------------*

       01 WS-LINEA-NOMINA.
           02 LIN-TIPO-REG                  PIC X(01).
           02 LIN-LEGAJO                    PIC X(10).
           02 LIN-TIPCUEN                   PIC X(02).
           02 LIN-NROCUEN                   PIC 9(04).
           02 LIN-SUCUEN                    PIC 9(02).
           02 LIN-TIPDOC                    PIC X(02).
           02 LIN-NRODOC                    PIC 9(11).
           02 LIN-CONCEPTO                  PIC X(02).
           02 LIN-IMPORTE                   PIC 9(11)V99.

       01 WS-LIN-CLAVE.
           02 WS-LIN-CLAVE-TIPCUEN          PIC X(02).
           02 WS-LIN-CLAVE-CUENTA           PIC 9(08).

      *----------------------------------------------------------------*
      *   NOMINA EN PROCESO: UNA FILA POR LINEA DE DETALLE CON SU      *
      *   ESTADO ( 'A' ACEPTADA, 'R' RECHAZADA ) Y MOTIVO.             *
      *----------------------------------------------------------------*

       01 WS-CANT-LINEAS                    PIC 9(04)  VALUE ZEROS.

       01 WS-T-LINEAS.
           02 T-LIN                         OCCURS 998 TIMES.
              03 T-LIN-REG                  PIC X(47).
              03 T-LIN-CLAVE.
                 04 T-LIN-TIPCUEN           PIC X(02).
                 04 T-LIN-CUENTA            PIC 9(08).
              03 T-LIN-ESTADO               PIC X(01).
              03 T-LIN-MOTIVO               PIC X(30).

      *----------------------------------------------------------------*
      *   REGISTRO DE DEVOLUCION A LA EMPRESA ( DEVHAB ): CABECERA     *
      *   'C', DETALLE 'D' Y TOTALES 'T'.                              *
      *   ESTADO DE LA NOMINA: 'A' ACEPTADA ENTERA, 'P' ACEPTADA EN    *
      *   PARTE, 'R' DEVUELTA SIN ACREDITAR.                           *
      *----------------------------------------------------------------*

       01 WS-REG-DEVHAB.
           02 DVH-CONVENIO                  PIC X(06).
           02 DVH-TIPO-REG                  PIC X(01).
           02 DVH-DATOS                     PIC X(113).
           02 DVH-CABECERA-R REDEFINES DVH-DATOS.
              03 DVC-FECPAGO                PIC 9(08).
              03 DVC-FECPROC                PIC 9(08).
              03 DVC-RAZON-SOCIAL           PIC X(30).
              03 DVC-ESTADO                 PIC X(01).
              03 DVC-MOTIVO                 PIC X(30).
              03 FILLER                     PIC X(36).
           02 DVH-DETALLE-R REDEFINES DVH-DATOS.
              03 DVD-LEGAJO                 PIC X(10).
              03 DVD-TIPCUEN                PIC X(02).
              03 DVD-NROCUEN                PIC 9(04).
              03 DVD-SUCUEN                 PIC 9(02).
              03 DVD-TIPDOC                 PIC X(02).
              03 DVD-NRODOC                 PIC 9(11).
              03 DVD-CONCEPTO               PIC X(02).
              03 DVD-IMPORTE                PIC 9(11)V99.
              03 DVD-ESTADO                 PIC X(01).
              03 DVD-MOTIVO                 PIC X(30).
              03 FILLER                     PIC X(36).
           02 DVH-TOTALES-R REDEFINES DVH-DATOS.
              03 DVT-CANT-ACEPTADAS         PIC 9(05).
              03 DVT-IMP-ACEPTADO           PIC 9(13)V99.
              03 DVT-CANT-RECHAZADAS        PIC 9(05).
              03 DVT-IMP-RECHAZADO          PIC 9(13)V99.
              03 DVT-COMISION               PIC 9(11)V99.
              03 FILLER                     PIC X(60).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL EMPLEADO EN TBCURCLI                      *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-ESTADO                  PIC X(01).

      *----------------------------------------------------------------*
      *   ACUMULADORES DE LA NOMINA EN PROCESO Y DEL DIA               *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-NOM-INFORMADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NOM-ACEPTADO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NOM-RECHAZADO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NOM-COMISION              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NOM-A-DEBITAR             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-TOT-ACREDITADO            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-TOT-COMISION              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *       F O R M A T O S  D E L  L I S T A D O  R E P H A B       *
      *----------------------------------------------------------------*

       01 WS-REP-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(50)  VALUE
              'CONTROL DE NOMINAS DE ACREDITACION DE HABERES DEL '.
           02 RPT-FECHA                     PIC X(10).
           02 FILLER                        PIC X(67)  VALUE SPACES.

       01 WS-REP-COLUMNAS.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(40)  VALUE
              'CONV.   EMPRESA'.
           02 FILLER                        PIC X(10)  VALUE
              'EST  ACEP.'.
           02 FILLER                        PIC X(22)  VALUE
              '        IMPORTE ACEP.'.
           02 FILLER                        PIC X(07)  VALUE
              '  RECH.'.
           02 FILLER                        PIC X(18)  VALUE
              '        COMISION'.
           02 FILLER                        PIC X(33)  VALUE
              '  MOTIVO DE LA NOMINA'.

       01 WS-REP-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-CONVENIO                  PIC X(06).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-RAZON-SOCIAL              PIC X(30).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-ESTADO                    PIC X(01).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-ACEPTADAS                 PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-IMP-ACEPTADO              PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-RECHAZADAS                PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-COMISION                  PIC -$ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-MOTIVO                    PIC X(30).
           02 FILLER                        PIC X(03)  VALUE SPACES.

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
           02 CNT-REGISTROS-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-NOMINAS-LEIDAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-NOMINAS-EMITIDAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-NOMINAS-DEVUELTAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-NOM-ACEPTADAS             PIC 9(05)  VALUE ZEROS.
           02 CNT-NOM-RECHAZADAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-NOM-EXCEDENTES            PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS-ACREDITADAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-LINEAS-RECHAZADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-DETALLES-HUERFANOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-GRABADOS           PIC 9(05)  VALUE ZEROS.
           02 CNT-MARCAS-SUELDO             PIC 9(05)  VALUE ZEROS.
           02 CNT-MARCAS-VENCIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-NOMHAB                     PIC X(02).
              88 FS-NOMHAB-OK                          VALUE '00'.
              88 FS-NOMHAB-EOF                         VALUE '10'.

           02 FS-CONVHAB                    PIC X(02).
              88 FS-CONVHAB-OK                         VALUE '00'.
              88 FS-CONVHAB-EOF                        VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-ACREHAB                    PIC X(02).
              88 FS-ACREHAB-OK                         VALUE '00'.

           02 FS-DEVHAB                     PIC X(02).
              88 FS-DEVHAB-OK                          VALUE '00'.

           02 FS-REPHAB                     PIC X(02).
              88 FS-REPHAB-OK                          VALUE '00'.

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

           COPY NOVCTA.

           COPY CPCURHAB.

           COPY CPCONVHA.

           COPY MOVIMCC.

           COPY CPLEGHLD.

           COPY CPCTLCNT.

           COPY CPCTADIG.

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
             INCLUDE TBCURHAB
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF FS-NOMHAB-OK
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL FS-NOMHAB-EOF
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
                      ACM-ACUMULADORES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    LA ACREDITACION Y LA MARCA DE CUENTA SUELDO SE FECHAN CON
      *    LA FECHA DE PROCESO, NO LA DE MAQUINA.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           PERFORM 1300-CARGAR-CONVENIOS
              THRU 1300-F-CARGAR-CONVENIOS.

           PERFORM 1700-IMPRIMIR-TITULO
              THRU 1700-F-IMPRIMIR-TITULO.

           PERFORM 1400-LEER-NOMHAB
              THRU 1400-F-LEER-NOMHAB.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   NOMHAB
                OUTPUT  ACREHAB
                        DEVHAB
                        REPHAB.

           IF NOT FS-NOMHAB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-NOMHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-NOMHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ACREHAB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ACREHAB                 TO AUX-ERR-NOMBRE
              MOVE FS-ACREHAB                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEVHAB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEVHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPHAB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-REPHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - C O N V E N I O S               *
      *----------------------------------------------------------------*
      *   SIN MAESTRO DE CONVENIOS NO HAY CONTRA QUE VALIDAR NINGUNA   *
      *   NOMINA: SE ABORTA.                                           *
      *----------------------------------------------------------------*

       1300-CARGAR-CONVENIOS.

           MOVE '1300-CARGAR-CONVENIOS'       TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-CANT-CONVENIOS.

           OPEN INPUT CONVHAB.

           IF NOT FS-CONVHAB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CONVHAB                 TO AUX-ERR-NOMBRE
              MOVE FS-CONVHAB                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1320-LEER-CONVHAB
              THRU 1320-F-LEER-CONVHAB.

           PERFORM 1310-GUARDAR-CONVENIO
              THRU 1310-F-GUARDAR-CONVENIO
             UNTIL FS-CONVHAB-EOF.

           CLOSE CONVHAB.

       1300-F-CARGAR-CONVENIOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 1 0 - G U A R D A R - C O N V E N I O               *
      *----------------------------------------------------------------*

       1310-GUARDAR-CONVENIO.

           MOVE '1310-GUARDAR-CONVENIO'       TO WS-PARRAFO.

           IF WS-CANT-CONVENIOS IS LESS THAN 500
              ADD 1                  TO WS-CANT-CONVENIOS
              MOVE CNV-CODIGO
                              TO T-CNV-CODIGO(WS-CANT-CONVENIOS)
              MOVE CNV-RAZON-SOCIAL
                              TO T-CNV-RAZON-SOCIAL(WS-CANT-CONVENIOS)
              MOVE CNV-TIPCUEN
                              TO T-CNV-TIPCUEN(WS-CANT-CONVENIOS)
              MOVE CNV-NROCUEN
                              TO T-CNV-NROCUEN(WS-CANT-CONVENIOS)
              MOVE CNV-SUCUEN
                              TO T-CNV-SUCUEN(WS-CANT-CONVENIOS)
              MOVE CNV-COMISION
                              TO T-CNV-COMISION(WS-CANT-CONVENIOS)
              MOVE CNV-ESTADO
                              TO T-CNV-ESTADO(WS-CANT-CONVENIOS)
              MOVE 'N'
                              TO T-CNV-PROCESADO-SW(WS-CANT-CONVENIOS)

              PERFORM 1315-GUARDAR-CONCEPTO
                 THRU 1315-F-GUARDAR-CONCEPTO
                VARYING WS-C FROM 1 BY 1
                  UNTIL WS-C IS GREATER THAN 6
           ELSE
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CONVHAB                 TO AUX-ERR-NOMBRE
              MOVE FS-CONVHAB                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1320-LEER-CONVHAB
              THRU 1320-F-LEER-CONVHAB.

       1310-F-GUARDAR-CONVENIO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 1 5 - G U A R D A R - C O N C E P T O               *
      *----------------------------------------------------------------*

       1315-GUARDAR-CONCEPTO.

           MOVE CNV-CONCEPTO(WS-C)
                         TO T-CNV-CONCEPTO(WS-CANT-CONVENIOS, WS-C).

       1315-F-GUARDAR-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 2 0 - L E E R - C O N V H A B                    *
      *----------------------------------------------------------------*

       1320-LEER-CONVHAB.

           MOVE '1320-LEER-CONVHAB'           TO WS-PARRAFO.

           READ CONVHAB INTO WS-REG-CONVHAB.

           EVALUATE TRUE
               WHEN FS-CONVHAB-OK
                    CONTINUE

               WHEN FS-CONVHAB-EOF
                    SET FS-CONVHAB-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CONVHAB           TO AUX-ERR-NOMBRE
                    MOVE FS-CONVHAB           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-CONVHAB.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - N O M H A B                      *
      *----------------------------------------------------------------*

       1400-LEER-NOMHAB.

           MOVE '1400-LEER-NOMHAB'            TO WS-PARRAFO.

           READ NOMHAB INTO WS-REG-NOMHAB.

           EVALUATE TRUE
               WHEN FS-NOMHAB-OK
                    ADD 1                     TO CNT-REGISTROS-LEIDOS

               WHEN FS-NOMHAB-EOF
                    SET FS-NOMHAB-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-NOMHAB            TO AUX-ERR-NOMBRE
                    MOVE FS-NOMHAB            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-NOMHAB.
           EXIT.

      *----------------------------------------------------------------*
      *         1 7 0 0 - I M P R I M I R - T I T U L O                *
      *----------------------------------------------------------------*

       1700-IMPRIMIR-TITULO.

           MOVE '1700-IMPRIMIR-TITULO'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO-N            TO WS-FECHA-AUX-N.
           PERFORM 2780-EDITAR-FECHA
              THRU 2780-F-EDITAR-FECHA.
           MOVE WS-FECHA-EDIT                 TO RPT-FECHA.

           WRITE LINEA-REPHAB FROM WS-REP-TITULO
              AFTER ADVANCING PAGE.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

           WRITE LINEA-REPHAB FROM WS-REP-COLUMNAS
              AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

       1700-F-IMPRIMIR-TITULO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   CADA VUELTA PROCESA UNA NOMINA COMPLETA, DESDE SU CABECERA   *
      *   HASTA LA CABECERA SIGUIENTE. UN DETALLE QUE LLEGA ANTES DE   *
      *   TODA CABECERA NO TIENE EMPRESA A QUIEN DEBITAR Y SE DEVUELVE *
      *   SUELTO.                                                      *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF NHB-CABECERA
              ADD 1                           TO CNT-NOMINAS-LEIDAS

              PERFORM 2100-CARGAR-NOMINA
                 THRU 2100-F-CARGAR-NOMINA

              PERFORM 2200-VALIDAR-NOMINA
                 THRU 2200-F-VALIDAR-NOMINA

              IF WS-MOTIVO-NOMINA IS EQUAL TO SPACES
                 PERFORM 2500-EMITIR-NOMINA
                    THRU 2500-F-EMITIR-NOMINA
              ELSE
                 ADD 1                        TO CNT-NOMINAS-DEVUELTAS

                 PERFORM 2450-DEVOLVER-LINEA
                    THRU 2450-F-DEVOLVER-LINEA
                   VARYING WS-L FROM 1 BY 1
                     UNTIL WS-L IS GREATER THAN WS-CANT-LINEAS
              END-IF

              PERFORM 2700-GRABAR-DEVOLUCION
                 THRU 2700-F-GRABAR-DEVOLUCION
           ELSE
              PERFORM 2050-DEVOLVER-HUERFANO
                 THRU 2050-F-DEVOLVER-HUERFANO

              PERFORM 1400-LEER-NOMHAB
                 THRU 1400-F-LEER-NOMHAB
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 0 5 0 - D E V O L V E R - H U E R F A N O              *
      *----------------------------------------------------------------*

       2050-DEVOLVER-HUERFANO.

           MOVE '2050-DEVOLVER-HUERFANO'      TO WS-PARRAFO.

           ADD 1                              TO CNT-DETALLES-HUERFANOS.

           MOVE WS-REG-NOMHAB                 TO WS-LINEA-NOMINA.

           MOVE SPACES                        TO WS-REG-DEVHAB.
           MOVE SPACES                        TO DVH-CONVENIO.
           MOVE 'D'                           TO DVH-TIPO-REG.
           MOVE WS-LINEA-NOMINA(2:46)         TO DVH-DATOS(1:46).
           MOVE 'R'                           TO DVD-ESTADO.
           MOVE 'DETALLE SIN CABECERA'        TO DVD-MOTIVO.

           PERFORM 2790-GRABAR-DEVHAB
              THRU 2790-F-GRABAR-DEVHAB.

       2050-F-DEVOLVER-HUERFANO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 0 0 - C A R G A R - N O M I N A                    *
      *----------------------------------------------------------------*
      *   GUARDA LA CABECERA Y LEE TODOS LOS DETALLES DE LA NOMINA A   *
      *   LA TABLA, SUMANDO EL TOTAL INFORMADO PARA CUADRARLO CONTRA   *
      *   LA CABECERA. LA LECTURA QUEDA PARADA EN LA CABECERA          *
      *   SIGUIENTE ( O EN FIN DE ARCHIVO ).                           *
      *----------------------------------------------------------------*

       2100-CARGAR-NOMINA.

           MOVE '2100-CARGAR-NOMINA'          TO WS-PARRAFO.

           MOVE NHB-DATOS                     TO WS-NOMINA-CAB.

           MOVE ZEROS                         TO WS-CANT-LINEAS
                                                 CNT-NOM-ACEPTADAS
                                                 CNT-NOM-RECHAZADAS
                                                 CNT-NOM-EXCEDENTES
                                                 ACM-NOM-INFORMADO
                                                 ACM-NOM-ACEPTADO
                                                 ACM-NOM-RECHAZADO
                                                 ACM-NOM-COMISION
                                                 ACM-NOM-A-DEBITAR.
           MOVE 'N'                           TO WS-EXCEDIDA-SW.
           MOVE SPACES                        TO WS-MOTIVO-NOMINA.

           PERFORM 1400-LEER-NOMHAB
              THRU 1400-F-LEER-NOMHAB.

           PERFORM 2110-GUARDAR-LINEA
              THRU 2110-F-GUARDAR-LINEA
             UNTIL FS-NOMHAB-EOF
                OR NHB-CABECERA.

       2100-F-CARGAR-NOMINA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 1 0 - G U A R D A R - L I N E A                    *
      *----------------------------------------------------------------*
      *   LAS LINEAS QUE NO ENTRAN EN LA TABLA SOLO SE CUENTAN: LA     *
      *   NOMINA SE DEVUELVE ENTERA POR EXCEDER EL TOPE.               *
      *----------------------------------------------------------------*

       2110-GUARDAR-LINEA.

           MOVE '2110-GUARDAR-LINEA'          TO WS-PARRAFO.

           MOVE WS-REG-NOMHAB                 TO WS-LINEA-NOMINA.

           IF LIN-IMPORTE IS NUMERIC
              ADD LIN-IMPORTE                 TO ACM-NOM-INFORMADO
           END-IF.

           IF WS-CANT-LINEAS IS LESS THAN CT-MAX-LINEAS
              ADD 1                           TO WS-CANT-LINEAS
              MOVE WS-LINEA-NOMINA    TO T-LIN-REG(WS-CANT-LINEAS)
              MOVE SPACES             TO T-LIN-CLAVE(WS-CANT-LINEAS)
              MOVE SPACES             TO T-LIN-ESTADO(WS-CANT-LINEAS)
              MOVE SPACES             TO T-LIN-MOTIVO(WS-CANT-LINEAS)
           ELSE
              SET NOMINA-EXCEDIDA             TO TRUE
              ADD 1                           TO CNT-NOM-EXCEDENTES
           END-IF.

           PERFORM 1400-LEER-NOMHAB
              THRU 1400-F-LEER-NOMHAB.

       2110-F-GUARDAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 0 0 - V A L I D A R - N O M I N A                  *
      *----------------------------------------------------------------*
      *   PRIMERO LOS CONTROLES DE LA NOMINA ENTERA ( CONVENIO Y       *
      *   CUADRE CON LA CABECERA ), DESPUES CADA LINEA Y POR ULTIMO EL *
      *   SALDO DEL EMPLEADOR CONTRA LO ACEPTADO. CUALQUIER MOTIVO DE  *
      *   NOMINA LA DEVUELVE ENTERA.                                   *
      *----------------------------------------------------------------*

       2200-VALIDAR-NOMINA.

           MOVE '2200-VALIDAR-NOMINA'         TO WS-PARRAFO.

           PERFORM 2210-BUSCAR-CONVENIO
              THRU 2210-F-BUSCAR-CONVENIO.

           EVALUATE TRUE
             WHEN CONVENIO-NO-HALLADO
               MOVE 'CONVENIO INEXISTENTE'    TO WS-MOTIVO-NOMINA

             WHEN T-CNV-ESTADO(WS-CNV-IX) IS NOT EQUAL TO 'A'
               MOVE 'CONVENIO SUSPENDIDO'     TO WS-MOTIVO-NOMINA

             WHEN T-CNV-PROCESADO(WS-CNV-IX)
               MOVE 'NOMINA DUPLICADA EN EL DIA'
                                              TO WS-MOTIVO-NOMINA

             WHEN NOM-FECPAGO IS NOT NUMERIC OR
                  NOM-FECPAGO IS EQUAL TO ZEROS
               MOVE 'FECHA DE PAGO INVALIDA'  TO WS-MOTIVO-NOMINA

             WHEN NOMINA-EXCEDIDA
               MOVE 'NOMINA SUPERA 998 LINEAS' TO WS-MOTIVO-NOMINA

             WHEN NOM-CANT IS NOT NUMERIC OR
                  NOM-CANT IS NOT EQUAL TO WS-CANT-LINEAS
               MOVE 'CANTIDAD DISTINTA A CABECERA'
                                              TO WS-MOTIVO-NOMINA

             WHEN NOM-TOTAL IS NOT NUMERIC OR
                  NOM-TOTAL IS NOT EQUAL TO ACM-NOM-INFORMADO
               MOVE 'TOTAL DISTINTO A CABECERA'
                                              TO WS-MOTIVO-NOMINA

             WHEN CNT-NOMINAS-EMITIDAS IS NOT LESS THAN
                                              CT-MAX-NOMINAS
               MOVE 'FRANJA DE NROMOV AGOTADA' TO WS-MOTIVO-NOMINA

             WHEN OTHER
               COMPUTE WS-CUENTA-EMPLEADOR =
                       T-CNV-SUCUEN(WS-CNV-IX) * 1000000
                     + T-CNV-NROCUEN(WS-CNV-IX)

               PERFORM 2300-VALIDAR-LINEA
                  THRU 2300-F-VALIDAR-LINEA
                 VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L IS GREATER THAN WS-CANT-LINEAS
           END-EVALUATE.

           IF WS-MOTIVO-NOMINA IS EQUAL TO SPACES AND
              CNT-NOM-ACEPTADAS IS EQUAL TO ZEROS
              MOVE 'NINGUNA LINEA ACREDITABLE' TO WS-MOTIVO-NOMINA
           END-IF.

           IF WS-MOTIVO-NOMINA IS EQUAL TO SPACES
              PERFORM 2400-CONTROLAR-EMPLEADOR
                 THRU 2400-F-CONTROLAR-EMPLEADOR
           END-IF.

       2200-F-VALIDAR-NOMINA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 1 0 - B U S C A R - C O N V E N I O                *
      *----------------------------------------------------------------*

       2210-BUSCAR-CONVENIO.

           MOVE '2210-BUSCAR-CONVENIO'        TO WS-PARRAFO.

           SET CONVENIO-NO-HALLADO            TO TRUE.
           MOVE 1                             TO WS-CNV-IX.

           PERFORM 2215-EXAMINAR-CONVENIO
              THRU 2215-F-EXAMINAR-CONVENIO
             UNTIL WS-CNV-IX IS GREATER THAN WS-CANT-CONVENIOS
                OR CONVENIO-HALLADO.

       2210-F-BUSCAR-CONVENIO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 1 5 - E X A M I N A R - C O N V E N I O              *
      *----------------------------------------------------------------*

       2215-EXAMINAR-CONVENIO.

           IF T-CNV-CODIGO(WS-CNV-IX) IS EQUAL TO NOM-CONVENIO
              SET CONVENIO-HALLADO            TO TRUE
           ELSE
              ADD 1                           TO WS-CNV-IX
           END-IF.

       2215-F-EXAMINAR-CONVENIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 0 0 - V A L I D A R - L I N E A                    *
      *----------------------------------------------------------------*
      *   RECORRE LOS CONTROLES DE LA LINEA EN ORDEN: EL PRIMERO QUE   *
      *   FALLA DEJA EL MOTIVO Y CORTA EL RESTO. LA LINEA RECHAZADA NO *
      *   AFECTA A LAS DEMAS.                                          *
      *----------------------------------------------------------------*

       2300-VALIDAR-LINEA.

           MOVE '2300-VALIDAR-LINEA'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.
           MOVE T-LIN-REG(WS-L)               TO WS-LINEA-NOMINA.

           EVALUATE TRUE
             WHEN LIN-TIPO-REG IS NOT EQUAL TO 'D'
               MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO

             WHEN LIN-IMPORTE IS NOT NUMERIC OR
                  LIN-IMPORTE IS EQUAL TO ZEROS
               MOVE 'IMPORTE INVALIDO'        TO WS-MOTIVO

             WHEN LIN-NROCUEN IS NOT NUMERIC OR
                  LIN-SUCUEN IS NOT NUMERIC OR
                  LIN-TIPCUEN IS EQUAL TO SPACES
               MOVE 'CUENTA INVALIDA'         TO WS-MOTIVO

             WHEN LIN-NRODOC IS NOT NUMERIC OR
                  LIN-TIPDOC IS EQUAL TO SPACES
               MOVE 'DOCUMENTO INVALIDO'      TO WS-MOTIVO

             WHEN OTHER
               MOVE LIN-TIPCUEN               TO WS-LIN-CLAVE-TIPCUEN
               COMPUTE WS-LIN-CLAVE-CUENTA =
                       LIN-SUCUEN * 1000000 + LIN-NROCUEN

               PERFORM 2310-CONTROLAR-CONCEPTO
                  THRU 2310-F-CONTROLAR-CONCEPTO
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2350-CONTROLAR-REPETIDA
                 THRU 2350-F-CONTROLAR-REPETIDA
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2320-BUSCAR-CUENTA
                 THRU 2320-F-BUSCAR-CUENTA
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2330-BUSCAR-EMPLEADO
                 THRU 2330-F-BUSCAR-EMPLEADO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2340-CONTROLAR-BLOQUEOS
                 THRU 2340-F-CONTROLAR-BLOQUEOS
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              MOVE 'A'                        TO T-LIN-ESTADO(WS-L)
              MOVE WS-LIN-CLAVE               TO T-LIN-CLAVE(WS-L)
              ADD 1                           TO CNT-NOM-ACEPTADAS
              ADD LIN-IMPORTE                 TO ACM-NOM-ACEPTADO
           ELSE
              MOVE 'R'                        TO T-LIN-ESTADO(WS-L)
              MOVE WS-MOTIVO                  TO T-LIN-MOTIVO(WS-L)
           END-IF.

       2300-F-VALIDAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 1 0 - C O N T R O L A R - C O N C E P T O             *
      *----------------------------------------------------------------*
      *   EL CONCEPTO DE LA LINEA DEBE ESTAR ENTRE LOS HABILITADOS EN  *
      *   EL CONVENIO DE LA EMPRESA.                                   *
      *----------------------------------------------------------------*

       2310-CONTROLAR-CONCEPTO.

           MOVE '2310-CONTROLAR-CONCEPTO'     TO WS-PARRAFO.

           SET CONCEPTO-NO-HABILITADO         TO TRUE.

           IF LIN-CONCEPTO IS NOT EQUAL TO SPACES
              PERFORM 2315-EXAMINAR-CONCEPTO
                 THRU 2315-F-EXAMINAR-CONCEPTO
                VARYING WS-C FROM 1 BY 1
                  UNTIL WS-C IS GREATER THAN 6
                     OR CONCEPTO-HABILITADO
           END-IF.

           IF CONCEPTO-NO-HABILITADO
              MOVE 'CONCEPTO NO CONVENIDO'    TO WS-MOTIVO
           END-IF.

       2310-F-CONTROLAR-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 1 5 - E X A M I N A R - C O N C E P T O              *
      *----------------------------------------------------------------*

       2315-EXAMINAR-CONCEPTO.

           IF T-CNV-CONCEPTO(WS-CNV-IX, WS-C) IS EQUAL TO
                                                 LIN-CONCEPTO
              SET CONCEPTO-HABILITADO         TO TRUE
           END-IF.

       2315-F-EXAMINAR-CONCEPTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 2 0 - B U S C A R - C U E N T A                   *
      *----------------------------------------------------------------*
      *   LA CUENTA DEL EMPLEADO DEBE EXISTIR EN TBCURCTA Y SER EN     *
      *   PESOS: EL JUEGO SE NETEA SIN CONVERSION DE MONEDA.           *
      *----------------------------------------------------------------*

       2320-BUSCAR-CUENTA.

           MOVE '2320-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE LIN-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE LIN-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE LIN-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT NROCLI, MONEDA
               INTO :WS-CTA-NROCLI,
                    :WS-CTA-MONEDA
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CTA-MONEDA IS NOT EQUAL TO CT-MONEDA-PESOS
                  MOVE 'CUENTA NO ES EN PESOS' TO WS-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2320-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 3 0 - B U S C A R - E M P L E A D O                *
      *----------------------------------------------------------------*
      *   EL DOCUMENTO INFORMADO DEBE EXISTIR EN TBCURCLI, ESTAR       *
      *   ACTIVO Y SER EL TITULAR DE LA CUENTA ( MISMO NROCLI ): NO SE *
      *   ACREDITAN HABERES DE UN EMPLEADO EN LA CUENTA DE OTRO.       *
      *----------------------------------------------------------------*

       2330-BUSCAR-EMPLEADO.

           MOVE '2330-BUSCAR-EMPLEADO'        TO WS-PARRAFO.

           MOVE LIN-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE LIN-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, ESTADO
               INTO :WS-TB-NROCLI,
                    :WS-TB-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               EVALUATE TRUE
                 WHEN WS-TB-ESTADO IS EQUAL TO 'B'
                   MOVE 'EMPLEADO DADO DE BAJA' TO WS-MOTIVO
                 WHEN WS-TB-NROCLI IS NOT EQUAL TO WS-CTA-NROCLI
                   MOVE 'EMPLEADO NO ES TITULAR DE CTA'
                                                TO WS-MOTIVO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'EMPLEADO INEXISTENTE'    TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2330-F-BUSCAR-EMPLEADO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 4 0 - C O N T R O L A R - B L O Q U E O S             *
      *----------------------------------------------------------------*
      *   UNA CUENTA BLOQUEADA SUSPENDERIA EN PGMAPCAB EL JUEGO        *
      *   COMPLETO DE LA EMPRESA: LA LINEA SE RECHAZA ACA.             *
      *----------------------------------------------------------------*

       2340-CONTROLAR-BLOQUEOS.

           MOVE '2340-CONTROLAR-BLOQUEOS'     TO WS-PARRAFO.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE LIN-TIPDOC                    TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE LIN-NRODOC                    TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'EMPLEADO CON BLOQUEO LEGAL' TO WS-MOTIVO
           ELSE
              MOVE 'C'                        TO WS-BLQ-BUSQ-TIPO-REG
              MOVE LIN-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO
              MOVE WS-LIN-CLAVE-CUENTA      TO WS-BLQ-BUSQ-CTA-CUENTA

              PERFORM 1895-BUSCAR-BLOQUEO
                 THRU 1895-F-BUSCAR-BLOQUEO

              IF BLOQUEO-HALLADO
                 MOVE 'CUENTA CON BLOQUEO LEGAL' TO WS-MOTIVO
              END-IF
           END-IF.

       2340-F-CONTROLAR-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 5 0 - C O N T R O L A R - R E P E T I D A             *
      *----------------------------------------------------------------*
      *   TODAS LAS PATAS DE LA NOMINA LLEVAN EL MISMO NROMOV: UNA     *
      *   CUENTA SOLO PUEDE RECIBIR UNA LINEA POR NOMINA Y NO PUEDE    *
      *   SER LA MISMA CUENTA DEL EMPLEADOR.                           *
      *----------------------------------------------------------------*

       2350-CONTROLAR-REPETIDA.

           MOVE '2350-CONTROLAR-REPETIDA'     TO WS-PARRAFO.

           SET CUENTA-NO-REPETIDA             TO TRUE.

           IF WS-LIN-CLAVE-TIPCUEN IS EQUAL TO
                                     T-CNV-TIPCUEN(WS-CNV-IX) AND
              WS-LIN-CLAVE-CUENTA IS EQUAL TO WS-CUENTA-EMPLEADOR
              MOVE 'CUENTA DEL EMPLEADOR'     TO WS-MOTIVO
           ELSE
              PERFORM 2355-COMPARAR-LINEA
                 THRU 2355-F-COMPARAR-LINEA
                VARYING WS-M FROM 1 BY 1
                  UNTIL WS-M IS NOT LESS THAN WS-L
                     OR CUENTA-REPETIDA

              IF CUENTA-REPETIDA
                 MOVE 'CUENTA REPETIDA EN LA NOMINA' TO WS-MOTIVO
              END-IF
           END-IF.

       2350-F-CONTROLAR-REPETIDA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 5 5 - C O M P A R A R - L I N E A                  *
      *----------------------------------------------------------------*

       2355-COMPARAR-LINEA.

           IF T-LIN-ESTADO(WS-M) IS EQUAL TO 'A' AND
              T-LIN-CLAVE(WS-M) IS EQUAL TO WS-LIN-CLAVE
              SET CUENTA-REPETIDA             TO TRUE
           END-IF.

       2355-F-COMPARAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 0 0 - C O N T R O L A R - E M P L E A D O R            *
      *----------------------------------------------------------------*
      *   LA CUENTA DE DEBITO DEL CONVENIO DEBE EXISTIR, SER EN PESOS, *
      *   NO ESTAR BLOQUEADA Y TENER SALDO PARA EL TOTAL ACEPTADO MAS  *
      *   LA COMISION: LAS PATAS DE TRANSFERENCIA NO PASAN POR EL      *
      *   CONTROL DE SOBREGIRO DE PGMAPCAB, POR ESO SE CONTROLA ACA.   *
      *----------------------------------------------------------------*

       2400-CONTROLAR-EMPLEADOR.

           MOVE '2400-CONTROLAR-EMPLEADOR'    TO WS-PARRAFO.

           COMPUTE ACM-NOM-COMISION =
                   T-CNV-COMISION(WS-CNV-IX) * CNT-NOM-ACEPTADAS.
           COMPUTE ACM-NOM-A-DEBITAR =
                   ACM-NOM-ACEPTADO + ACM-NOM-COMISION.

           MOVE T-CNV-TIPCUEN(WS-CNV-IX)      TO WS-CTA-TIPCUEN.
           MOVE T-CNV-NROCUEN(WS-CNV-IX)      TO WS-CTA-NROCUEN.
           MOVE T-CNV-SUCUEN(WS-CNV-IX)       TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT SALDO, MONEDA
               INTO :WS-CTA-SALDO,
                    :WS-CTA-MONEDA
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CTA-MONEDA IS NOT EQUAL TO CT-MONEDA-PESOS
                  MOVE 'CTA EMPLEADOR NO ES EN PESOS'
                                              TO WS-MOTIVO-NOMINA
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CTA EMPLEADOR INEXISTENTE' TO WS-MOTIVO-NOMINA

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO-NOMINA
           END-EVALUATE.

           IF WS-MOTIVO-NOMINA IS EQUAL TO SPACES
              MOVE 'C'                        TO WS-BLQ-BUSQ-TIPO-REG
              MOVE T-CNV-TIPCUEN(WS-CNV-IX)   TO WS-BLQ-BUSQ-CTA-TIPO
              MOVE WS-CUENTA-EMPLEADOR      TO WS-BLQ-BUSQ-CTA-CUENTA

              PERFORM 1895-BUSCAR-BLOQUEO
                 THRU 1895-F-BUSCAR-BLOQUEO

              IF BLOQUEO-HALLADO
                 MOVE 'CTA EMPLEADOR BLOQUEADA' TO WS-MOTIVO-NOMINA
              END-IF
           END-IF.

           IF WS-MOTIVO-NOMINA IS EQUAL TO SPACES AND
              ACM-NOM-A-DEBITAR IS GREATER THAN WS-CTA-SALDO
              MOVE 'SALDO INSUFICIENTE EMPLEADOR' TO WS-MOTIVO-NOMINA
           END-IF.

       2400-F-CONTROLAR-EMPLEADOR.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 5 0 - D E V O L V E R - L I N E A                  *
      *----------------------------------------------------------------*
      *   NOMINA DEVUELTA: LAS LINEAS QUE NO TIENEN MOTIVO PROPIO      *
      *   LLEVAN EL MOTIVO DE LA NOMINA.                               *
      *----------------------------------------------------------------*

       2450-DEVOLVER-LINEA.

           IF T-LIN-ESTADO(WS-L) IS NOT EQUAL TO 'R'
              MOVE 'R'                        TO T-LIN-ESTADO(WS-L)
              MOVE WS-MOTIVO-NOMINA           TO T-LIN-MOTIVO(WS-L)
           END-IF.

       2450-F-DEVOLVER-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - E M I T I R - N O M I N A                  *
      *----------------------------------------------------------------*
      *   UN DEBITO AL EMPLEADOR POR EL TOTAL ACEPTADO Y UN CREDITO    *
      *   POR LINEA ACEPTADA, TODOS TIPO 93 CON LA REFERENCIA 'HA' +   *
      *   CONVENIO Y EL MISMO NROMOV DE LA NOMINA; DESPUES LA          *
      *   COMISION, SI EL CONVENIO LA TIENE.                           *
      *----------------------------------------------------------------*

       2500-EMITIR-NOMINA.

           MOVE '2500-EMITIR-NOMINA'          TO WS-PARRAFO.

           ADD 1                              TO CNT-NOMINAS-EMITIDAS.
           SET T-CNV-PROCESADO(WS-CNV-IX)     TO TRUE.

           COMPUTE WS-NRO-NOMINA =
                   CT-NROMOV-HABERES + CNT-NOMINAS-EMITIDAS.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-HABERES           TO WS-MOV-TIPO.
           MOVE WS-CUENTA-EMPLEADOR           TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - ACM-NOM-ACEPTADO.
           MOVE WS-NRO-NOMINA                 TO WS-MOV-NRO.
           MOVE CT-REFER-HABERES              TO WS-MOV-REFER(1:2).
           MOVE NOM-CONVENIO                  TO WS-MOV-REFER(3:6).
           MOVE T-CNV-TIPCUEN(WS-CNV-IX)      TO WS-MOV-TIPCUEN.

           PERFORM 2590-GRABAR-MOVIMIENTO
              THRU 2590-F-GRABAR-MOVIMIENTO.

           PERFORM 2520-EMITIR-CREDITO
              THRU 2520-F-EMITIR-CREDITO
             VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN WS-CANT-LINEAS.

           IF ACM-NOM-COMISION IS GREATER THAN ZEROS
              MOVE SPACES                     TO WS-REG-MOVIMI
              MOVE CT-TIPO-MOV-COMISION       TO WS-MOV-TIPO
              MOVE WS-CUENTA-EMPLEADOR        TO WS-MOV-CUENTA
              COMPUTE WS-MOV-IMPORTE = ZEROS - ACM-NOM-COMISION
              COMPUTE WS-MOV-NRO =
                      CT-NROMOV-COMISION + CNT-NOMINAS-EMITIDAS
              MOVE T-CNV-TIPCUEN(WS-CNV-IX)   TO WS-MOV-TIPCUEN

              PERFORM 2590-GRABAR-MOVIMIENTO
                 THRU 2590-F-GRABAR-MOVIMIENTO

              ADD ACM-NOM-COMISION            TO ACM-TOT-COMISION
           END-IF.

           ADD ACM-NOM-ACEPTADO               TO ACM-TOT-ACREDITADO.

       2500-F-EMITIR-NOMINA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 0 - E M I T I R - C R E D I T O                 *
      *----------------------------------------------------------------*

       2520-EMITIR-CREDITO.

           MOVE '2520-EMITIR-CREDITO'         TO WS-PARRAFO.

           IF T-LIN-ESTADO(WS-L) IS EQUAL TO 'A'
              MOVE T-LIN-REG(WS-L)            TO WS-LINEA-NOMINA

              MOVE SPACES                     TO WS-REG-MOVIMI
              MOVE CT-TIPO-MOV-HABERES        TO WS-MOV-TIPO
              MOVE T-LIN-CUENTA(WS-L)         TO WS-MOV-CUENTA
              MOVE LIN-IMPORTE                TO WS-MOV-IMPORTE
              MOVE WS-NRO-NOMINA              TO WS-MOV-NRO
              MOVE CT-REFER-HABERES           TO WS-MOV-REFER(1:2)
              MOVE NOM-CONVENIO               TO WS-MOV-REFER(3:6)
              MOVE T-LIN-TIPCUEN(WS-L)        TO WS-MOV-TIPCUEN

              PERFORM 2590-GRABAR-MOVIMIENTO
                 THRU 2590-F-GRABAR-MOVIMIENTO

              ADD 1                           TO CNT-LINEAS-ACREDITADAS

              PERFORM 2600-MARCAR-CUENTA-SUELDO
                 THRU 2600-F-MARCAR-CUENTA-SUELDO
           END-IF.

       2520-F-EMITIR-CREDITO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 5 9 0 - G R A B A R - M O V I M I E N T O              *
      *----------------------------------------------------------------*
      *   COMPLETA EL DIGITO VERIFICADOR ( TIPO DE CUENTA + CUENTA,    *
      *   LA MISMA DEFINICION QUE VALIDA PGMAPCAB ) Y GRABA ACREHAB.   *
      *----------------------------------------------------------------*

       2590-GRABAR-MOVIMIENTO.

           MOVE ZEROS                         TO WS-MOV-FECVAL.

           MOVE WS-MOV-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-ACREHAB FROM WS-REG-MOVIMI.

           IF NOT FS-ACREHAB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ACREHAB                 TO AUX-ERR-NOMBRE
              MOVE FS-ACREHAB                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-MOVTOS-GRABADOS.

       2590-F-GRABAR-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 6 0 0 - M A R C A R - C U E N T A - S U E L D O          *
      *----------------------------------------------------------------*
      *   ACTUALIZA LA MARCA DE CUENTA SUELDO DE LA CUENTA ACREDITADA; *
      *   SI LA CUENTA NUNCA COBRO HABERES SE DA DE ALTA. EL IMPORTE   *
      *   DEL ULTIMO SUELDO SOLO LO MUEVE EL CONCEPTO SUELDO MENSUAL.  *
      *   UN ERROR DB2 NO FRENA LA ACREDITACION: SE INFORMA Y SIGUE.   *
      *----------------------------------------------------------------*

       2600-MARCAR-CUENTA-SUELDO.

           MOVE '2600-MARCAR-CUENTA-SUELDO'   TO WS-PARRAFO.

           MOVE LIN-TIPCUEN                   TO WS-HAB-TIPCUEN.
           MOVE LIN-NROCUEN                   TO WS-HAB-NROCUEN.
           MOVE LIN-SUCUEN                    TO WS-HAB-SUCUEN.
           MOVE NOM-CONVENIO                  TO WS-HAB-CONVENIO.
           MOVE 'S'                           TO WS-HAB-MARCA.
           MOVE WS-FECHA-PROCESO-N            TO WS-HAB-FECALTA
                                                 WS-HAB-FECULT.
           MOVE 1                             TO WS-HAB-CANTACR.

           IF LIN-CONCEPTO IS EQUAL TO CT-CONCEPTO-SUELDO
              MOVE LIN-IMPORTE                TO WS-HAB-IMPULT
           ELSE
              MOVE ZEROS                      TO WS-HAB-IMPULT
           END-IF.

           EXEC SQL
             UPDATE KC02787.TBCURHAB
                SET CONVENIO = :WS-HAB-CONVENIO,
                    MARCA    = :WS-HAB-MARCA,
                    FECULT   = :WS-HAB-FECULT,
                    IMPULT   = CASE WHEN :WS-HAB-IMPULT > 0
                                    THEN :WS-HAB-IMPULT
                                    ELSE IMPULT
                               END,
                    CANTACR  = CANTACR + 1
              WHERE TIPCUEN = :WS-HAB-TIPCUEN
                AND NROCUEN = :WS-HAB-NROCUEN
                AND SUCUEN  = :WS-HAB-SUCUEN
           END-EXEC.

           IF SQLCODE IS EQUAL TO CT-NOT-FOUND
              EXEC SQL INSERT
                INTO KC02787.TBCURHAB
                  (TIPCUEN, NROCUEN, SUCUEN, CONVENIO, MARCA,
                   FECALTA, FECULT, IMPULT, CANTACR)
                VALUES (:WS-HAB-TIPCUEN,
                        :WS-HAB-NROCUEN,
                        :WS-HAB-SUCUEN,
                        :WS-HAB-CONVENIO,
                        :WS-HAB-MARCA,
                        :WS-HAB-FECALTA,
                        :WS-HAB-FECULT,
                        :WS-HAB-IMPULT,
                        :WS-HAB-CANTACR)
              END-EXEC
           END-IF.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-MARCAS-SUELDO
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN TBCURHAB --> ' CT-SQLCODE-EDIT
                      ' CTA ' LIN-TIPCUEN '-' LIN-NROCUEN
                      ' SUC ' LIN-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2600-F-MARCAR-CUENTA-SUELDO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 0 0 - G R A B A R - D E V O L U C I O N              *
      *----------------------------------------------------------------*
      *   CABECERA CON EL ESTADO DE LA NOMINA, UNA LINEA POR DETALLE   *
      *   Y LOS TOTALES; Y SU RENGLON EN EL LISTADO DE CONTROL.        *
      *----------------------------------------------------------------*

       2700-GRABAR-DEVOLUCION.

           MOVE '2700-GRABAR-DEVOLUCION'      TO WS-PARRAFO.

           MOVE ZEROS                         TO CNT-NOM-ACEPTADAS
                                                 CNT-NOM-RECHAZADAS
                                                 ACM-NOM-ACEPTADO
                                                 ACM-NOM-RECHAZADO.

           PERFORM 2710-TOTALIZAR-LINEA
              THRU 2710-F-TOTALIZAR-LINEA
             VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN WS-CANT-LINEAS.

           ADD CNT-NOM-EXCEDENTES             TO CNT-NOM-RECHAZADAS.
           ADD CNT-NOM-RECHAZADAS             TO CNT-LINEAS-RECHAZADAS.

           IF WS-MOTIVO-NOMINA IS NOT EQUAL TO SPACES
              MOVE ZEROS                      TO ACM-NOM-COMISION
           END-IF.

           MOVE SPACES                        TO WS-REG-DEVHAB.
           MOVE NOM-CONVENIO                  TO DVH-CONVENIO.
           MOVE 'C'                           TO DVH-TIPO-REG.
           MOVE NOM-FECPAGO                   TO DVC-FECPAGO.
           MOVE WS-FECHA-PROCESO-N            TO DVC-FECPROC.

           IF CONVENIO-HALLADO
              MOVE T-CNV-RAZON-SOCIAL(WS-CNV-IX) TO DVC-RAZON-SOCIAL
           END-IF.

           EVALUATE TRUE
             WHEN WS-MOTIVO-NOMINA IS NOT EQUAL TO SPACES
               MOVE 'R'                       TO DVC-ESTADO
             WHEN CNT-NOM-RECHAZADAS IS GREATER THAN ZEROS
               MOVE 'P'                       TO DVC-ESTADO
             WHEN OTHER
               MOVE 'A'                       TO DVC-ESTADO
           END-EVALUATE.

           MOVE WS-MOTIVO-NOMINA              TO DVC-MOTIVO.

           PERFORM 2790-GRABAR-DEVHAB
              THRU 2790-F-GRABAR-DEVHAB.

           MOVE DVC-ESTADO                    TO RPD-ESTADO.
           MOVE DVC-RAZON-SOCIAL              TO RPD-RAZON-SOCIAL.

           PERFORM 2720-DEVOLVER-DETALLE
              THRU 2720-F-DEVOLVER-DETALLE
             VARYING WS-L FROM 1 BY 1
               UNTIL WS-L IS GREATER THAN WS-CANT-LINEAS.

           MOVE SPACES                        TO WS-REG-DEVHAB.
           MOVE NOM-CONVENIO                  TO DVH-CONVENIO.
           MOVE 'T'                           TO DVH-TIPO-REG.
           MOVE CNT-NOM-ACEPTADAS             TO DVT-CANT-ACEPTADAS.
           MOVE ACM-NOM-ACEPTADO              TO DVT-IMP-ACEPTADO.
           MOVE CNT-NOM-RECHAZADAS            TO DVT-CANT-RECHAZADAS.
           MOVE ACM-NOM-RECHAZADO             TO DVT-IMP-RECHAZADO.
           MOVE ACM-NOM-COMISION              TO DVT-COMISION.

           PERFORM 2790-GRABAR-DEVHAB
              THRU 2790-F-GRABAR-DEVHAB.

           MOVE NOM-CONVENIO                  TO RPD-CONVENIO.
           MOVE CNT-NOM-ACEPTADAS             TO RPD-ACEPTADAS.
           MOVE ACM-NOM-ACEPTADO              TO RPD-IMP-ACEPTADO.
           MOVE CNT-NOM-RECHAZADAS            TO RPD-RECHAZADAS.
           MOVE ACM-NOM-COMISION              TO RPD-COMISION.
           MOVE WS-MOTIVO-NOMINA              TO RPD-MOTIVO.

           WRITE LINEA-REPHAB FROM WS-REP-DETALLE
              AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

       2700-F-GRABAR-DEVOLUCION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 1 0 - T O T A L I Z A R - L I N E A                *
      *----------------------------------------------------------------*

       2710-TOTALIZAR-LINEA.

           MOVE T-LIN-REG(WS-L)               TO WS-LINEA-NOMINA.

           IF T-LIN-ESTADO(WS-L) IS EQUAL TO 'A'
              ADD 1                           TO CNT-NOM-ACEPTADAS
              ADD LIN-IMPORTE                 TO ACM-NOM-ACEPTADO
           ELSE
              ADD 1                           TO CNT-NOM-RECHAZADAS
              IF LIN-IMPORTE IS NUMERIC
                 ADD LIN-IMPORTE              TO ACM-NOM-RECHAZADO
              END-IF
           END-IF.

       2710-F-TOTALIZAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 2 0 - D E V O L V E R - D E T A L L E                *
      *----------------------------------------------------------------*

       2720-DEVOLVER-DETALLE.

           MOVE '2720-DEVOLVER-DETALLE'       TO WS-PARRAFO.

           MOVE T-LIN-REG(WS-L)               TO WS-LINEA-NOMINA.

           MOVE SPACES                        TO WS-REG-DEVHAB.
           MOVE NOM-CONVENIO                  TO DVH-CONVENIO.
           MOVE 'D'                           TO DVH-TIPO-REG.
           MOVE WS-LINEA-NOMINA(2:46)         TO DVH-DATOS(1:46).
           MOVE T-LIN-ESTADO(WS-L)            TO DVD-ESTADO.
           MOVE T-LIN-MOTIVO(WS-L)            TO DVD-MOTIVO.

           PERFORM 2790-GRABAR-DEVHAB
              THRU 2790-F-GRABAR-DEVHAB.

       2720-F-DEVOLVER-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 8 0 - E D I T A R - F E C H A                    *
      *----------------------------------------------------------------*

       2780-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2780-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 9 0 - G R A B A R - D E V H A B                  *
      *----------------------------------------------------------------*

       2790-GRABAR-DEVHAB.

           WRITE REG-DEVHAB FROM WS-REG-DEVHAB.

           IF NOT FS-DEVHAB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEVHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2790-F-GRABAR-DEVHAB.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 9 5 - C O N T R O L A R - R E P H A B               *
      *----------------------------------------------------------------*

       2795-CONTROLAR-REPHAB.

           IF NOT FS-REPHAB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-REPHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2795-F-CONTROLAR-REPHAB.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3050-VENCER-MARCAS
              THRU 3050-F-VENCER-MARCAS.

           PERFORM 3100-TOTALES-REPHAB
              THRU 3100-F-TOTALES-REPHAB.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *           3 0 5 0 - V E N C E R - M A R C A S                  *
      *----------------------------------------------------------------*
      *   UNA CUENTA QUE NO RECIBIO HABERES EN LOS ULTIMOS 60 DIAS     *
      *   DEJA DE SER CUENTA SUELDO ( LA FILA QUEDA CON MARCA 'N' Y    *
      *   SU HISTORIA ).                                               *
      *----------------------------------------------------------------*

       3050-VENCER-MARCAS.

           MOVE '3050-VENCER-MARCAS'          TO WS-PARRAFO.

           COMPUTE WS-FECHA-LIMITE =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO-N)
                    - CT-DIAS-MARCA-SUELDO).

           EXEC SQL
             UPDATE KC02787.TBCURHAB
                SET MARCA  = 'N'
              WHERE MARCA  = 'S'
                AND FECULT < :WS-FECHA-LIMITE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               MOVE SQLERRD(3)                TO CNT-MARCAS-VENCIDAS

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               CONTINUE

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN TBCURHAB --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
           END-EVALUATE.

       3050-F-VENCER-MARCAS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 0 0 - T O T A L E S - R E P H A B                 *
      *----------------------------------------------------------------*
      *   EL TOTAL ACREDITADO ES EL NETO CERO DEL TIPO 93 EN EL        *
      *   ASIENTO ( DEBITOS A EMPLEADORES CONTRA CREDITOS A            *
      *   EMPLEADOS ); LA COMISION ES EL RENGLON DEL TIPO 94.          *
      *----------------------------------------------------------------*

       3100-TOTALES-REPHAB.

           MOVE '3100-TOTALES-REPHAB'         TO WS-PARRAFO.

           MOVE CNT-NOMINAS-EMITIDAS          TO WS-MASCARA.
           MOVE ACM-TOT-ACREDITADO            TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPHAB.

           STRING '     NOMINAS ACREDITADAS: '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   TOTAL ACREDITADO ( TIPO 93 ): '
                                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPHAB
           END-STRING.

           WRITE LINEA-REPHAB AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

           MOVE CNT-NOMINAS-DEVUELTAS         TO WS-MASCARA.
           MOVE ACM-TOT-COMISION              TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPHAB.

           STRING '     NOMINAS DEVUELTAS:   '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   COMISIONES COBRADAS ( TIPO 94 ):'
                                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPHAB
           END-STRING.

           WRITE LINEA-REPHAB AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

           MOVE CNT-DETALLES-HUERFANOS        TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPHAB.

           STRING '     DETALLES SIN CABECERA: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPHAB
           END-STRING.

           WRITE LINEA-REPHAB AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-REPHAB
              THRU 2795-F-CONTROLAR-REPHAB.

       3100-F-TOTALES-REPHAB.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE NOMHAB
                 ACREHAB
                 DEVHAB
                 REPHAB.

           IF NOT FS-ACREHAB-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ACREHAB                 TO AUX-ERR-NOMBRE
              MOVE FS-ACREHAB                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEVHAB-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DEVHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVHAB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPHAB-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPHAB                  TO AUX-ERR-NOMBRE
              MOVE FS-REPHAB                  TO AUX-ERR-STATUS
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

           MOVE CNT-REGISTROS-LEIDOS          TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI131               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* REGISTROS LEIDOS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOMINAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* NOMINAS RECIBIDAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOMINAS-EMITIDAS          TO WS-MASCARA.
           DISPLAY '* NOMINAS ACREDITADAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOMINAS-DEVUELTAS         TO WS-MASCARA.
           DISPLAY '* NOMINAS DEVUELTAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-ACREDITADAS        TO WS-MASCARA.
           DISPLAY '* LINEAS ACREDITADAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-RECHAZADAS         TO WS-MASCARA.
           DISPLAY '* LINEAS RECHAZADAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DETALLES-HUERFANOS        TO WS-MASCARA.
           DISPLAY '* DETALLES SIN CABECERA:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-GRABADOS           TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS GRABADOS EN ACREHAB:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MARCAS-SUELDO             TO WS-MASCARA.
           DISPLAY '* CUENTAS SUELDO MARCADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MARCAS-VENCIDAS           TO WS-MASCARA.
           DISPLAY '* CUENTAS SUELDO DESMARCADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-ACREDITADO            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ACREDITADO:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-COMISION              TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COMISIONES:   ' WS-IMPORTE-EDIT.

           STRING 'NOMINAS='       DELIMITED BY SIZE
                  CNT-NOMINAS-LEIDAS DELIMITED BY SIZE
                  ' ACREDITADAS='  DELIMITED BY SIZE
                  CNT-NOMINAS-EMITIDAS DELIMITED BY SIZE
                  ' LINEAS OK='    DELIMITED BY SIZE
                  CNT-LINEAS-ACREDITADAS DELIMITED BY SIZE
                  ' RECHAZADAS='   DELIMITED BY SIZE
                  CNT-LINEAS-RECHAZADAS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-ACREHAB                    TO WS-CTL-ARCHIVO.
           MOVE CNT-MOVTOS-GRABADOS           TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

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
      *          1 8 9 0 - B L O Q U E O S - L E G A L E S             *
      *----------------------------------------------------------------*

           COPY LEGHLDLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - C A L C U L A R - D I G I T O                 *
      *----------------------------------------------------------------*

           COPY CTADIGRU.

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

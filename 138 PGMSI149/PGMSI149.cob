      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI149.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RENTABILIDAD MENSUAL POR SUCURSAL Y POR TIPO DE CUENTA       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA DE FIN DE MES RECIBE EL PERIODO ( AAAAMM ) POR   *
      * SYSIN, CORRE DESPUES DE PGMSIN52 Y ARMA EL CUADRO DE           *
      * RESULTADOS DEL PERIODO POR SUCURSAL Y POR TIPO DE CUENTA:      *
      *   - RECORRE CON UN CURSOR LOS MOVIMIENTOS DEL PERIODO EN       *
      *     KC02787.TBCURMOV DENTRO DE LOS RANGOS RESERVADOS DE NROMOV *
      *     ( TABLA WS-T-RANGOS ) Y LOS CLASIFICA EN INTERESES         *
      *     PAGADOS, COMISIONES COBRADAS, INTERESES DEUDORES E         *
      *     IMPUESTOS. COMO TBCURMOV NO LLEVA TIPO DE MOVIMIENTO, EL   *
      *     SIGNO DEL IMPORTE DA EL SENTIDO: LO PAGADO AL CLIENTE ES   *
      *     GASTO Y LO DEBITADO ES INGRESO, NETEANDO LAS DEVOLUCIONES  *
      *     DEL MISMO RANGO. LOS DEMAS RANGOS ( PLAZOS FIJOS, ORDENES  *
      *     PERMANENTES, TRANSFERENCIAS, CONTRASIENTOS, ETC. ) SON     *
      *     MOVIMIENTOS DE CAPITAL Y NO SE ATRIBUYEN.                  *
      *   - LEE EL EXTRACTO DE SALDOS PROMEDIO DE PGMSIN52 ( DD        *
      *     EXTPROM ) Y VALORIZA EL FONDEO DE CADA CUENTA A LA TASA    *
      *     DE TRANSFERENCIA ANUAL DEL ARCHIVO TASATRF ( TIPCUEN '**'  *
      *     ES LA TASA POR OMISION ): PROMEDIO * TASA / 100 / 12.      *
      *   - RESULTADO = COMISIONES + INT. DEUDORES + FONDEO -          *
      *     INT. PAGADOS. LOS IMPUESTOS VAN COMO MEMORIA.              *
      *   - RELEE EL HISTORICO DEL MES ANTERIOR ( RENTANT, COPY        *
      *     CPRENTAB ) PARA LA VARIACION Y GRABA EL DEL MES EN RENTACT.*
      *   - EL INFORME REPRENT DETALLA CADA SUCURSAL ( CON NOMBRE Y    *
      *     REGION DEL MAESTRO SUCMAES ) Y CADA TIPO DE CUENTA, CON LA *
      *     VARIACION CONTRA EL MES ANTERIOR Y EL RANKING POR          *
      *     RESULTADO, Y CIERRA CON EL TOTAL DEL BANCO.                *
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

           SELECT EXTPROM ASSIGN TO EXTPROM
                                    FILE STATUS IS FS-EXTPROM.

           SELECT TASATRF ASSIGN TO TASATRF
                                    FILE STATUS IS FS-TASATRF.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT RENTANT ASSIGN TO RENTANT
                                    FILE STATUS IS FS-RENTANT.

           SELECT RENTACT ASSIGN TO RENTACT
                                    FILE STATUS IS FS-RENTACT.

           SELECT REPRENT ASSIGN TO REPRENT
                                    FILE STATUS IS FS-REPRENT.

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
      *   EXTRACTO DE SALDOS PROMEDIO DEL PERIODO ( EL MISMO QUE GRABA *
      *   PGMSIN52 PARA EL PROCESO DE COMISIONES ).                    *
      *----------------------------------------------------------------*

       FD   EXTPROM
            RECORDING MODE IS F.
       01   REG-EXTPROM.
           02 EXP-TIPCUEN                   PIC X(02).
           02 EXP-NROCUEN                   PIC 9(04).
           02 EXP-SUCUEN                    PIC 9(02).
           02 EXP-PROMEDIO                  PIC S9(11)V99.
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   TASAS DE TRANSFERENCIA ANUALES POR TIPO DE CUENTA ( MISMO    *
      *   LAYOUT QUE EL ARCHIVO TASAS DE PGMSIN40 ).                   *
      *----------------------------------------------------------------*

       FD   TASATRF
            RECORDING MODE IS F.
       01   REG-TASATRF                                     PIC X(80).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   HISTORICO DE RENTABILIDAD DEL MES ANTERIOR Y DEL MES EN      *
      *   CURSO ( COPY CPRENTAB ).                                     *
      *----------------------------------------------------------------*

       FD   RENTANT
            RECORDING MODE IS F.
       01   REG-RENTANT                                     PIC X(80).

       FD   RENTACT
            RECORDING MODE IS F.
       01   REG-RENTACT                                     PIC X(80).

      *----------------------------------------------------------------*
      *   INFORME DE RENTABILIDAD                                      *
      *----------------------------------------------------------------*

       FD   REPRENT
            RECORDING MODE IS F.
       01   REG-REPRENT                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI149'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-EXTPROM                    PIC X(08)  VALUE 'EXTPROM '.
           02 CT-TASATRF                    PIC X(08)  VALUE 'TASATRF '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-RENTANT                    PIC X(08)  VALUE 'RENTANT '.
           02 CT-RENTACT                    PIC X(08)  VALUE 'RENTACT '.
           02 CT-REPRENT                    PIC X(08)  VALUE 'REPRENT '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-TASA-DEFAULT               PIC X(02)  VALUE '**'.
           02 CT-MESES-ANIO                 PIC 9(02)  VALUE 12.
           02 CT-MAX-SUCURSALES             PIC 9(03)  VALUE 99.
           02 CT-MAX-TIPOS                  PIC 9(03)  VALUE 20.
           02 CT-CANT-RANGOS                PIC 9(03)  VALUE 6.

      *----------------------------------------------------------------*
      *   RANGOS RESERVADOS DE NROMOV QUE SE ATRIBUYEN AL RESULTADO    *
      *   ( DESDE, HASTA, CONCEPTO ):                                  *
      *     IP INTERESES PAGADOS ( DEVENGAMIENTO, PGMSIN40 )           *
      *     CO COMISIONES ( PGMSIN53, STOP PAYMENT DE PGMSI130 Y       *
      *        COMISION DE ACREDITACION DE HABERES DE PGMSI131 )       *
      *     IM IMPUESTOS ( RETENCION SOBRE INTERESES DE PGMSIN72 E     *
      *        IMPUESTO A LOS DEBITOS Y CREDITOS DE PGMSI113/114 )     *
      *     ID INTERESES DEUDORES ( PGMSI112 )                         *
      *----------------------------------------------------------------*

       01 WS-RANGOS-VALORES.
           02 FILLER                        PIC X(14)  VALUE
              '910001919999IP'.
           02 FILLER                        PIC X(14)  VALUE
              '920001929999CO'.
           02 FILLER                        PIC X(14)  VALUE
              '930001939999IM'.
           02 FILLER                        PIC X(14)  VALUE
              '994001996999ID'.
           02 FILLER                        PIC X(14)  VALUE
              '997001998999IM'.
           02 FILLER                        PIC X(14)  VALUE
              '999901999999CO'.

       01 WS-T-RANGOS REDEFINES WS-RANGOS-VALORES.
           02 T-RNG                         OCCURS 6 TIMES.
              03 T-RNG-DESDE                PIC 9(06).
              03 T-RNG-HASTA                PIC 9(06).
              03 T-RNG-CONCEPTO             PIC X(02).

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-R                          PIC 9(03)  VALUE ZEROS.
           02 WS-IS                         PIC 9(03)  VALUE ZEROS.
           02 WS-JS                         PIC 9(03)  VALUE ZEROS.
           02 WS-IT                         PIC 9(03)  VALUE ZEROS.
           02 WS-JT                         PIC 9(03)  VALUE ZEROS.
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-TIP-BUSCADO                PIC X(02)  VALUE SPACES.
           02 WS-TASA-APLICADA              PIC 9(02)V9(04)
                                                       VALUE ZEROS.
           02 WS-IMPORTE-BANCO              PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-FONDEO                     PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$.$$$.$$$.$$9,99-.

       01 WS-CONCEPTO                       PIC X(02)  VALUE SPACES.
           88 CPT-INT-PAGADO                           VALUE 'IP'.
           88 CPT-COMISION                             VALUE 'CO'.
           88 CPT-IMPUESTO                             VALUE 'IM'.
           88 CPT-INT-DEUDOR                           VALUE 'ID'.
           88 CPT-NO-ATRIBUIDO                         VALUE SPACES.

       01 WS-TASA-SW                        PIC X(01)  VALUE 'N'.
           88 TASA-HALLADA                             VALUE 'S'.
           88 TASA-INEXISTENTE                         VALUE 'N'.

      *----------------------------------------------------------------*
      *             A R E A  D E  P A R A M E T R O S                  *
      *----------------------------------------------------------------*
      *   PERIODO A INFORMAR ( AAAAMM ) RECIBIDO POR SYSIN; SE ARMAN   *
      *   LOS LIMITES DE FECMOV DEL PRIMER AL ULTIMO DIA Y EL PERIODO  *
      *   ANTERIOR QUE DEBE TRAER EL HISTORICO RENTANT.                *
      *----------------------------------------------------------------*

       01 WS-PARAMETROS.
           02 WS-PARM-CARD                  PIC X(06) VALUE SPACES.
           02 WS-FECHA-DESDE                PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HASTA                PIC 9(08) VALUE ZEROS.

       01 WS-PERIODO.
           02 WS-PER-ANIO                   PIC 9(04).
           02 WS-PER-MES                    PIC 9(02).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01 WS-PERIODO-ANT.
           02 WS-PAN-ANIO                   PIC 9(04).
           02 WS-PAN-MES                    PIC 9(02).
       01 WS-PERIODO-ANT-N REDEFINES WS-PERIODO-ANT
                                            PIC 9(06).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO TASATRF Y TABLA DE TASAS DE  *
      *   TRANSFERENCIA POR TIPO DE CUENTA                             *
      *----------------------------------------------------------------*

       01 WS-REG-TASATRF.
           02 TRF-TIPCUEN                   PIC X(02).
           02 TRF-PORCENTAJE                PIC 9(02)V9(04).
           02 FILLER                        PIC X(72).

       01 WS-CANT-TASAS                     PIC 9(03)  VALUE ZEROS.

       01 WS-T-TASAS.
           02 T-TRF                         OCCURS 20 TIMES.
              03 T-TRF-TIPCUEN              PIC X(02).
              03 T-TRF-PORCENTAJE           PIC 9(02)V9(04).

       01 WS-TASA-DEFAULT.
           02 WS-TDF-CARGADA                PIC X(01)  VALUE 'N'.
              88 TASA-DEFAULT-CARGADA                  VALUE 'S'.
           02 WS-TDF-PORCENTAJE             PIC 9(02)V9(04)
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CUADRO DE RESULTADOS POR SUCURSAL, INDEXADO POR SUCUEN       *
      *----------------------------------------------------------------*

       01 WS-T-RENTA-SUC.
           02 T-RSU                         OCCURS 99 TIMES.
              03 T-RSU-ACTIVA               PIC X(01).
                 88 T-RSU-CON-DATOS                    VALUE 'S'.
              03 T-RSU-INT-PAGADO           PIC S9(13)V99 COMP-3.
              03 T-RSU-COMISIONES           PIC S9(13)V99 COMP-3.
              03 T-RSU-INT-DEUDOR           PIC S9(13)V99 COMP-3.
              03 T-RSU-FONDEO               PIC S9(13)V99 COMP-3.
              03 T-RSU-IMPUESTOS            PIC S9(13)V99 COMP-3.
              03 T-RSU-RESULTADO            PIC S9(13)V99 COMP-3.
              03 T-RSU-ANT-CARGADO          PIC X(01).
                 88 T-RSU-CON-ANTERIOR                 VALUE 'S'.
              03 T-RSU-ANTERIOR             PIC S9(13)V99 COMP-3.
              03 T-RSU-RANKING              PIC 9(03).

      *----------------------------------------------------------------*
      *   CUADRO DE RESULTADOS POR TIPO DE CUENTA ( SE AGREGA CADA     *
      *   TIPCUEN A MEDIDA QUE APARECE )                               *
      *----------------------------------------------------------------*

       01 WS-CANT-TIPOS                     PIC 9(03)  VALUE ZEROS.

       01 WS-T-RENTA-TIP.
           02 T-RTI                         OCCURS 20 TIMES.
              03 T-RTI-TIPCUEN              PIC X(02).
              03 T-RTI-INT-PAGADO           PIC S9(13)V99 COMP-3.
              03 T-RTI-COMISIONES           PIC S9(13)V99 COMP-3.
              03 T-RTI-INT-DEUDOR           PIC S9(13)V99 COMP-3.
              03 T-RTI-FONDEO               PIC S9(13)V99 COMP-3.
              03 T-RTI-IMPUESTOS            PIC S9(13)V99 COMP-3.
              03 T-RTI-RESULTADO            PIC S9(13)V99 COMP-3.
              03 T-RTI-ANT-CARGADO          PIC X(01).
                 88 T-RTI-CON-ANTERIOR                 VALUE 'S'.
              03 T-RTI-ANTERIOR             PIC S9(13)V99 COMP-3.
              03 T-RTI-RANKING              PIC 9(03).

      *----------------------------------------------------------------*
      *   TOTAL DEL BANCO                                              *
      *----------------------------------------------------------------*

       01 WS-TOTAL-BANCO.
           02 TOT-INT-PAGADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-COMISIONES                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-INT-DEUDOR                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-FONDEO                    PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-IMPUESTOS                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-RESULTADO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 TOT-ANT-CARGADO               PIC X(01)  VALUE 'N'.
              88 TOT-CON-ANTERIOR                      VALUE 'S'.
           02 TOT-ANTERIOR                  PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CALCULO DE LA VARIACION CONTRA EL MES ANTERIOR               *
      *----------------------------------------------------------------*

       01 WS-VARIACION.
           02 WS-VAR-ACTUAL                 PIC S9(13)V99 COMP-3.
           02 WS-VAR-ANTERIOR               PIC S9(13)V99 COMP-3.
           02 WS-VAR-IMPORTE                PIC S9(13)V99 COMP-3.
           02 WS-VAR-BASE                   PIC S9(13)V99 COMP-3.
           02 WS-VAR-PORC                   PIC S9(04)V9.
           02 WS-VAR-ANT-SW                 PIC X(01).
              88 VAR-CON-ANTERIOR                      VALUE 'S'.
              88 VAR-SIN-ANTERIOR                      VALUE 'N'.

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPRENT ( IMPORTES EN PESOS )             *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(51)  VALUE
              'RENTABILIDAD POR SUCURSAL Y POR TIPO DE CUENTA - '.
           02 FILLER                        PIC X(08)  VALUE
              'PERIODO '.
           02 LTI-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-MES                       PIC 9(02).
           02 FILLER                        PIC X(20)  VALUE
              '   MES ANTERIOR '.
           02 LTI-ANT-ANIO                  PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-ANT-MES                   PIC 9(02).
           02 FILLER                        PIC X(39)  VALUE SPACES.

       01 WS-LIN-SECCION.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LSE-TEXTO                     PIC X(60).
           02 FILLER                        PIC X(71)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(04)  VALUE ' SU '.
           02 FILLER                        PIC X(21)  VALUE 'NOMBRE'.
           02 FILLER                        PIC X(10)  VALUE 'REGION'.
           02 FILLER                        PIC X(14)  VALUE
              '   INT.PAGADOS'.
           02 FILLER                        PIC X(14)  VALUE
              '    COMISIONES'.
           02 FILLER                        PIC X(14)  VALUE
              '    INT.DEUDOR'.
           02 FILLER                        PIC X(14)  VALUE
              '        FONDEO'.
           02 FILLER                        PIC X(14)  VALUE
              '     RESULTADO'.
           02 FILLER                        PIC X(14)  VALUE
              '     VARIACION'.
           02 FILLER                        PIC X(09)  VALUE
              '    VAR.%'.
           02 FILLER                        PIC X(04)  VALUE ' RNK'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CLAVE                     PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-REGION                    PIC X(10).
           02 LDE-INT-PAGADO                PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-COMISIONES                PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-INT-DEUDOR                PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-FONDEO                    PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-RESULTADO                 PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-VARIACION                 PIC Z.ZZZ.ZZZ.ZZ9-.
           02 LDE-VARIACION-X REDEFINES LDE-VARIACION
                                            PIC X(14).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-VAR-PORC                  PIC ZZZ9,9-.
           02 LDE-VAR-PORC-X REDEFINES LDE-VAR-PORC
                                            PIC X(07).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-RANKING                   PIC ZZ9.
           02 LDE-RANKING-X REDEFINES LDE-RANKING
                                            PIC X(03).

       01 WS-LIN-MEMORIA.
           02 FILLER                        PIC X(43)  VALUE
              ' IMPUESTOS PERCIBIDOS POR CUENTA DEL FISCO '.
           02 FILLER                        PIC X(32)  VALUE
              '( MEMORIA, FUERA DEL RESULTADO )'.
           02 LME-IMPUESTOS                 PIC Z.ZZZ.ZZZ.ZZ9-.
           02 FILLER                        PIC X(43)  VALUE SPACES.

       01 WS-LIN-NOTA.
           02 FILLER                        PIC X(47)  VALUE
              ' RESULTADO = COMISIONES + INT.DEUDOR + FONDEO -'.
           02 FILLER                        PIC X(48)  VALUE
              ' INT.PAGADOS.  FONDEO = SALDO PROMEDIO X TASA DE'.
           02 FILLER                        PIC X(37)  VALUE
              ' TRANSFERENCIA ANUAL / 12.'.

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
           02 CNT-MOVIMIENTOS-LEIDOS        PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-INT-PAGADO            PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-COMISION              PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-INT-DEUDOR            PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-IMPUESTO              PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-NO-ATRIBUIDOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-MOV-SIN-SUCURSAL          PIC 9(07)  VALUE ZEROS.
           02 CNT-TASAS-LEIDAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-TASAS-INVALIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-PROMEDIOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-PROMEDIOS-SIN-TASA        PIC 9(07)  VALUE ZEROS.
           02 CNT-PROMEDIOS-SIN-SUCURSAL    PIC 9(07)  VALUE ZEROS.
           02 CNT-HISTORICO-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-HISTORICO-DESCARTADOS     PIC 9(05)  VALUE ZEROS.
           02 CNT-HISTORICO-GRABADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-SUCURSALES-INFORMADAS     PIC 9(05)  VALUE ZEROS.
           02 CNT-TIPOS-INFORMADOS          PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-EXTPROM                    PIC X(02).
              88 FS-EXTPROM-OK                         VALUE '00'.
              88 FS-EXTPROM-EOF                        VALUE '10'.

           02 FS-TASATRF                    PIC X(02).
              88 FS-TASATRF-OK                         VALUE '00'.
              88 FS-TASATRF-EOF                        VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-RENTANT                    PIC X(02).
              88 FS-RENTANT-OK                         VALUE '00'.
              88 FS-RENTANT-EOF                        VALUE '10'.

           02 FS-RENTACT                    PIC X(02).
              88 FS-RENTACT-OK                         VALUE '00'.

           02 FS-REPRENT                    PIC X(02).
              88 FS-REPRENT-OK                         VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPCURMOV.

           COPY CPRENTAB.

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
             INCLUDE TBCURMOV
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE RENT_CURSOR CURSOR FOR
               SELECT SUCUEN,
                      TIPCUEN,
                      NROMOV,
                      IMPORTE
                 FROM KC02787.TBCURMOV
                WHERE FECMOV BETWEEN :WS-FECHA-DESDE
                                 AND :WS-FECHA-HASTA
                  AND NROMOV BETWEEN 910001 AND 999999
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

           PERFORM 2500-PROCESAR-FONDEO
              THRU 2500-F-PROCESAR-FONDEO.

           PERFORM 2700-CALCULAR-RESULTADOS
              THRU 2700-F-CALCULAR-RESULTADOS.

           PERFORM 2750-CARGAR-HISTORICO
              THRU 2750-F-CARGAR-HISTORICO.

           PERFORM 2800-ARMAR-RANKING
              THRU 2800-F-ARMAR-RANKING.

           PERFORM 2900-EMITIR-REPORTE
              THRU 2900-F-EMITIR-REPORTE.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-TASAS
                      WS-T-RENTA-SUC
                      WS-T-RENTA-TIP
                      WS-T-SUCMAES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-TASAS
              THRU 1300-F-CARGAR-TASAS.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

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

           ACCEPT WS-PARM-CARD FROM SYSIN.

           IF WS-PARM-CARD IS NOT NUMERIC OR
              WS-PARM-CARD IS EQUAL TO ZEROS
              DISPLAY '* PERIODO INVALIDO EN SYSIN: ' WS-PARM-CARD
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE 'SYSIN'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-PARM-CARD                  TO WS-PERIODO.

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

           MOVE WS-PARM-CARD                  TO WS-FECHA-DESDE(1:6).
           MOVE '01'                          TO WS-FECHA-DESDE(7:2).
           MOVE WS-PARM-CARD                  TO WS-FECHA-HASTA(1:6).
           MOVE '31'                          TO WS-FECHA-HASTA(7:2).

           IF WS-PER-MES IS EQUAL TO 1
              COMPUTE WS-PAN-ANIO = WS-PER-ANIO - 1
              MOVE 12                         TO WS-PAN-MES
           ELSE
              MOVE WS-PER-ANIO                TO WS-PAN-ANIO
              COMPUTE WS-PAN-MES = WS-PER-MES - 1
           END-IF.

           DISPLAY 'PERIODO INFORMADO: ' WS-PARM-CARD
                   '  ANTERIOR: ' WS-PERIODO-ANT-N.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  EXTPROM
                       TASATRF
                       RENTANT
                OUTPUT RENTACT
                       REPRENT.

           IF NOT FS-EXTPROM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EXTPROM                 TO AUX-ERR-NOMBRE
              MOVE FS-EXTPROM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TASATRF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TASATRF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASATRF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RENTANT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RENTANT                 TO AUX-ERR-NOMBRE
              MOVE FS-RENTANT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RENTACT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RENTACT                 TO AUX-ERR-NOMBRE
              MOVE FS-RENTACT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPRENT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPRENT                 TO AUX-ERR-NOMBRE
              MOVE FS-REPRENT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *               1 3 0 0 - C A R G A R - T A S A S                *
      *----------------------------------------------------------------*

       1300-CARGAR-TASAS.

           MOVE '1300-CARGAR-TASAS'           TO WS-PARRAFO.

           PERFORM 1320-LEER-TASA
              THRU 1320-F-LEER-TASA.

           PERFORM 1340-GUARDAR-TASA
              THRU 1340-F-GUARDAR-TASA
             UNTIL FS-TASATRF-EOF.

           CLOSE TASATRF.

           IF WS-CANT-TASAS IS EQUAL TO ZEROS AND
              NOT TASA-DEFAULT-CARGADA
              DISPLAY '* EL ARCHIVO TASATRF VINO VACIO, NO SE *'
              DISPLAY '* PUEDE VALORIZAR EL FONDEO            *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-TASATRF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASATRF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-TASAS.
           EXIT.

      *----------------------------------------------------------------*
      *                1 3 2 0 - L E E R - T A S A                     *
      *----------------------------------------------------------------*

       1320-LEER-TASA.

           MOVE '1320-LEER-TASA'              TO WS-PARRAFO.

           READ TASATRF INTO WS-REG-TASATRF.

           EVALUATE TRUE
               WHEN FS-TASATRF-OK
                    ADD 1                     TO CNT-TASAS-LEIDAS

               WHEN FS-TASATRF-EOF
                    SET FS-TASATRF-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TASATRF           TO AUX-ERR-NOMBRE
                    MOVE FS-TASATRF           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 4 0 - G U A R D A R - T A S A                 *
      *----------------------------------------------------------------*

       1340-GUARDAR-TASA.

           MOVE '1340-GUARDAR-TASA'           TO WS-PARRAFO.

           IF TRF-PORCENTAJE IS NOT NUMERIC
              DISPLAY '* TASA INVALIDA EN TASATRF, TIPO: '
                      TRF-TIPCUEN
              ADD 1                           TO CNT-TASAS-INVALIDAS
              GO TO 1340-LEER-SIGUIENTE
           END-IF.

           IF TRF-TIPCUEN IS EQUAL TO CT-TASA-DEFAULT
              SET TASA-DEFAULT-CARGADA        TO TRUE
              MOVE TRF-PORCENTAJE             TO WS-TDF-PORCENTAJE
              GO TO 1340-LEER-SIGUIENTE
           END-IF.

           IF WS-CANT-TASAS >= CT-MAX-TIPOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-TASATRF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASATRF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-TASAS.

           MOVE TRF-TIPCUEN      TO T-TRF-TIPCUEN(WS-CANT-TASAS).
           MOVE TRF-PORCENTAJE   TO T-TRF-PORCENTAJE(WS-CANT-TASAS).

       1340-LEER-SIGUIENTE.

           PERFORM 1320-LEER-TASA
              THRU 1320-F-LEER-TASA.

       1340-F-GUARDAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN RENT_CURSOR
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
      *        1 8 6 0 - C A R G A   D E L   M A E S T R O   D E       *
      *                  S U C U R S A L E S   ( C O P Y )             *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF WS-CVM-SUCUEN IS NUMERIC AND
              WS-CVM-SUCUEN IS GREATER THAN ZEROS
              PERFORM 2200-CLASIFICAR-MOVIMIENTO
                 THRU 2200-F-CLASIFICAR-MOVIMIENTO
           ELSE
              ADD 1                           TO CNT-MOV-SIN-SUCURSAL
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
              FETCH  RENT_CURSOR
                     INTO
                        :WS-CVM-SUCUEN,
                        :WS-CVM-TIPCUEN,
                        :WS-CVM-NROMOV,
                        :WS-CVM-IMPORTE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-MOVIMIENTOS-LEIDOS

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
      *     2 2 0 0 - C L A S I F I C A R - M O V I M I E N T O        *
      *----------------------------------------------------------------*
      *   UBICA EL RANGO DEL NROMOV Y ACUMULA EL IMPORTE, VISTO DESDE  *
      *   EL BANCO, EN LA SUCURSAL Y EN EL TIPO DE CUENTA: EL INTERES  *
      *   PAGADO SE ACUMULA CON EL SIGNO DEL MOVIMIENTO ( CREDITO AL   *
      *   CLIENTE = GASTO ) Y LOS DEMAS CONCEPTOS CON SIGNO CAMBIADO   *
      *   ( DEBITO AL CLIENTE = INGRESO ).                             *
      *----------------------------------------------------------------*

       2200-CLASIFICAR-MOVIMIENTO.

           MOVE '2200-CLASIFICAR-MOVIMIENTO'  TO WS-PARRAFO.

           MOVE SPACES                        TO WS-CONCEPTO.

           PERFORM 2210-BUSCAR-RANGO
              THRU 2210-F-BUSCAR-RANGO
           VARYING WS-R FROM 1 BY 1
             UNTIL WS-R > CT-CANT-RANGOS
                OR NOT CPT-NO-ATRIBUIDO.

           IF CPT-NO-ATRIBUIDO
              ADD 1                           TO CNT-MOV-NO-ATRIBUIDOS
              GO TO 2200-F-CLASIFICAR-MOVIMIENTO
           END-IF.

           IF CPT-INT-PAGADO
              MOVE WS-CVM-IMPORTE             TO WS-IMPORTE-BANCO
           ELSE
              COMPUTE WS-IMPORTE-BANCO = ZEROS - WS-CVM-IMPORTE
           END-IF.

           MOVE WS-CVM-TIPCUEN                TO WS-TIP-BUSCADO.

           PERFORM 2600-UBICAR-TIPCUEN
              THRU 2600-F-UBICAR-TIPCUEN.

           MOVE WS-CVM-SUCUEN                 TO WS-IS.
           SET T-RSU-CON-DATOS(WS-IS)         TO TRUE.

           EVALUATE TRUE
               WHEN CPT-INT-PAGADO
                    ADD WS-IMPORTE-BANCO TO T-RSU-INT-PAGADO(WS-IS)
                                            T-RTI-INT-PAGADO(WS-IT)
                    ADD 1                TO CNT-MOV-INT-PAGADO

               WHEN CPT-COMISION
                    ADD WS-IMPORTE-BANCO TO T-RSU-COMISIONES(WS-IS)
                                            T-RTI-COMISIONES(WS-IT)
                    ADD 1                TO CNT-MOV-COMISION

               WHEN CPT-INT-DEUDOR
                    ADD WS-IMPORTE-BANCO TO T-RSU-INT-DEUDOR(WS-IS)
                                            T-RTI-INT-DEUDOR(WS-IT)
                    ADD 1                TO CNT-MOV-INT-DEUDOR

               WHEN CPT-IMPUESTO
                    ADD WS-IMPORTE-BANCO TO T-RSU-IMPUESTOS(WS-IS)
                                            T-RTI-IMPUESTOS(WS-IT)
                    ADD 1                TO CNT-MOV-IMPUESTO
           END-EVALUATE.

       2200-F-CLASIFICAR-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 1 0 - B U S C A R - R A N G O                 *
      *----------------------------------------------------------------*

       2210-BUSCAR-RANGO.

           IF WS-CVM-NROMOV >= T-RNG-DESDE(WS-R) AND
              WS-CVM-NROMOV <= T-RNG-HASTA(WS-R)
              MOVE T-RNG-CONCEPTO(WS-R)       TO WS-CONCEPTO
           END-IF.

       2210-F-BUSCAR-RANGO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - P R O C E S A R - F O N D E O              *
      *----------------------------------------------------------------*
      *   VALORIZA EL SALDO PROMEDIO DE CADA CUENTA A LA TASA DE       *
      *   TRANSFERENCIA MENSUAL. UN SALDO DEUDOR DA FONDEO NEGATIVO    *
      *   ( LA SUCURSAL CONSUME FONDOS ).                              *
      *----------------------------------------------------------------*

       2500-PROCESAR-FONDEO.

           MOVE '2500-PROCESAR-FONDEO'        TO WS-PARRAFO.

           PERFORM 2520-LEER-EXTPROM
              THRU 2520-F-LEER-EXTPROM.

           PERFORM 2540-VALORIZAR-PROMEDIO
              THRU 2540-F-VALORIZAR-PROMEDIO
             UNTIL FS-EXTPROM-EOF.

           CLOSE EXTPROM.

           IF NOT FS-EXTPROM-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EXTPROM                 TO AUX-ERR-NOMBRE
              MOVE FS-EXTPROM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-PROCESAR-FONDEO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 5 2 0 - L E E R - E X T P R O M                 *
      *----------------------------------------------------------------*

       2520-LEER-EXTPROM.

           MOVE '2520-LEER-EXTPROM'           TO WS-PARRAFO.

           READ EXTPROM.

           EVALUATE TRUE
               WHEN FS-EXTPROM-OK
                    ADD 1                     TO CNT-PROMEDIOS-LEIDOS

               WHEN FS-EXTPROM-EOF
                    SET FS-EXTPROM-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-EXTPROM           TO AUX-ERR-NOMBRE
                    MOVE FS-EXTPROM           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-LEER-EXTPROM.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 4 0 - V A L O R I Z A R - P R O M E D I O           *
      *----------------------------------------------------------------*

       2540-VALORIZAR-PROMEDIO.

           MOVE '2540-VALORIZAR-PROMEDIO'     TO WS-PARRAFO.

           IF EXP-SUCUEN IS NOT NUMERIC OR
              EXP-SUCUEN IS EQUAL TO ZEROS
              ADD 1                     TO CNT-PROMEDIOS-SIN-SUCURSAL
              GO TO 2540-LEER-SIGUIENTE
           END-IF.

           PERFORM 2560-BUSCAR-TASA-TRF
              THRU 2560-F-BUSCAR-TASA-TRF.

           IF TASA-INEXISTENTE
              DISPLAY '* SIN TASA DE TRANSFERENCIA: ' EXP-TIPCUEN
                      '-' EXP-NROCUEN ' SUC ' EXP-SUCUEN
              ADD 1                           TO CNT-PROMEDIOS-SIN-TASA
              GO TO 2540-LEER-SIGUIENTE
           END-IF.

           COMPUTE WS-FONDEO ROUNDED =
                   EXP-PROMEDIO * WS-TASA-APLICADA / 100
                                / CT-MESES-ANIO.

           MOVE EXP-TIPCUEN                   TO WS-TIP-BUSCADO.

           PERFORM 2600-UBICAR-TIPCUEN
              THRU 2600-F-UBICAR-TIPCUEN.

           MOVE EXP-SUCUEN                    TO WS-IS.
           SET T-RSU-CON-DATOS(WS-IS)         TO TRUE.

           ADD WS-FONDEO                      TO T-RSU-FONDEO(WS-IS)
                                                 T-RTI-FONDEO(WS-IT).

       2540-LEER-SIGUIENTE.

           PERFORM 2520-LEER-EXTPROM
              THRU 2520-F-LEER-EXTPROM.

       2540-F-VALORIZAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 6 0 - B U S C A R - T A S A - T R F                *
      *----------------------------------------------------------------*
      *   TASA DEL TIPO DE CUENTA O, SI NO FIGURA, LA TASA POR         *
      *   OMISION ( TIPCUEN '**' ) CUANDO EL ARCHIVO LA TRAE.          *
      *----------------------------------------------------------------*

       2560-BUSCAR-TASA-TRF.

           MOVE '2560-BUSCAR-TASA-TRF'        TO WS-PARRAFO.

           SET TASA-INEXISTENTE               TO TRUE.

           MOVE 1                             TO WS-I.

           PERFORM 2565-COMPARAR-TASA
              THRU 2565-F-COMPARAR-TASA
             UNTIL WS-I > WS-CANT-TASAS
                OR T-TRF-TIPCUEN(WS-I) IS EQUAL TO EXP-TIPCUEN.

           EVALUATE TRUE
               WHEN WS-I <= WS-CANT-TASAS
                    SET TASA-HALLADA          TO TRUE
                    MOVE T-TRF-PORCENTAJE(WS-I)
                                              TO WS-TASA-APLICADA
               WHEN TASA-DEFAULT-CARGADA
                    SET TASA-HALLADA          TO TRUE
                    MOVE WS-TDF-PORCENTAJE    TO WS-TASA-APLICADA
           END-EVALUATE.

       2560-F-BUSCAR-TASA-TRF.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 6 5 - C O M P A R A R - T A S A                 *
      *----------------------------------------------------------------*

       2565-COMPARAR-TASA.

           IF T-TRF-TIPCUEN(WS-I) IS NOT EQUAL TO EXP-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       2565-F-COMPARAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - U B I C A R - T I P C U E N                *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IT LA ENTRADA DEL TIPO DE CUENTA WS-TIP-BUSCADO,  *
      *   AGREGANDOLA EN CERO SI ES LA PRIMERA VEZ QUE APARECE.        *
      *----------------------------------------------------------------*

       2600-UBICAR-TIPCUEN.

           MOVE '2600-UBICAR-TIPCUEN'         TO WS-PARRAFO.

           MOVE 1                             TO WS-IT.

           PERFORM 2610-COMPARAR-TIPCUEN
              THRU 2610-F-COMPARAR-TIPCUEN
             UNTIL WS-IT > WS-CANT-TIPOS
                OR T-RTI-TIPCUEN(WS-IT) IS EQUAL TO WS-TIP-BUSCADO.

           IF WS-IT > WS-CANT-TIPOS
              IF WS-CANT-TIPOS >= CT-MAX-TIPOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE 'TABLA TIPCUEN'         TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
              ADD 1                           TO WS-CANT-TIPOS
              MOVE WS-CANT-TIPOS              TO WS-IT
              MOVE WS-TIP-BUSCADO             TO T-RTI-TIPCUEN(WS-IT)
           END-IF.

       2600-F-UBICAR-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 1 0 - C O M P A R A R - T I P C U E N             *
      *----------------------------------------------------------------*

       2610-COMPARAR-TIPCUEN.

           IF T-RTI-TIPCUEN(WS-IT) IS NOT EQUAL TO WS-TIP-BUSCADO
              ADD 1                           TO WS-IT
           END-IF.

       2610-F-COMPARAR-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 0 0 - C A L C U L A R - R E S U L T A D O S           *
      *----------------------------------------------------------------*

       2700-CALCULAR-RESULTADOS.

           MOVE '2700-CALCULAR-RESULTADOS'    TO WS-PARRAFO.

           PERFORM 2710-RESULTADO-SUCURSAL
              THRU 2710-F-RESULTADO-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           PERFORM 2720-RESULTADO-TIPCUEN
              THRU 2720-F-RESULTADO-TIPCUEN
           VARYING WS-IT FROM 1 BY 1
             UNTIL WS-IT > WS-CANT-TIPOS.

       2700-F-CALCULAR-RESULTADOS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 1 0 - R E S U L T A D O - S U C U R S A L             *
      *----------------------------------------------------------------*

       2710-RESULTADO-SUCURSAL.

           IF T-RSU-CON-DATOS(WS-IS)
              COMPUTE T-RSU-RESULTADO(WS-IS) =
                      T-RSU-COMISIONES(WS-IS)
                    + T-RSU-INT-DEUDOR(WS-IS)
                    + T-RSU-FONDEO(WS-IS)
                    - T-RSU-INT-PAGADO(WS-IS)

              ADD T-RSU-INT-PAGADO(WS-IS)     TO TOT-INT-PAGADO
              ADD T-RSU-COMISIONES(WS-IS)     TO TOT-COMISIONES
              ADD T-RSU-INT-DEUDOR(WS-IS)     TO TOT-INT-DEUDOR
              ADD T-RSU-FONDEO(WS-IS)         TO TOT-FONDEO
              ADD T-RSU-IMPUESTOS(WS-IS)      TO TOT-IMPUESTOS
              ADD T-RSU-RESULTADO(WS-IS)      TO TOT-RESULTADO
           END-IF.

       2710-F-RESULTADO-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 2 0 - R E S U L T A D O - T I P C U E N             *
      *----------------------------------------------------------------*

       2720-RESULTADO-TIPCUEN.

           COMPUTE T-RTI-RESULTADO(WS-IT) =
                   T-RTI-COMISIONES(WS-IT)
                 + T-RTI-INT-DEUDOR(WS-IT)
                 + T-RTI-FONDEO(WS-IT)
                 - T-RTI-INT-PAGADO(WS-IT).

       2720-F-RESULTADO-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 5 0 - C A R G A R - H I S T O R I C O             *
      *----------------------------------------------------------------*
      *   RESULTADOS DEL MES ANTERIOR ( RENTANT ). EL PRIMER MES SE    *
      *   CORRE CON RENTANT VACIO Y NO HAY VARIACION. LOS REGISTROS DE *
      *   OTRO PERIODO SE DESCARTAN.                                   *
      *----------------------------------------------------------------*

       2750-CARGAR-HISTORICO.

           MOVE '2750-CARGAR-HISTORICO'       TO WS-PARRAFO.

           PERFORM 2760-LEER-RENTANT
              THRU 2760-F-LEER-RENTANT.

           PERFORM 2770-GUARDAR-ANTERIOR
              THRU 2770-F-GUARDAR-ANTERIOR
             UNTIL FS-RENTANT-EOF.

           CLOSE RENTANT.

           IF NOT FS-RENTANT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RENTANT                 TO AUX-ERR-NOMBRE
              MOVE FS-RENTANT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF CNT-HISTORICO-DESCARTADOS IS GREATER THAN ZEROS
              DISPLAY '* RENTANT TRAE REGISTROS DE OTRO PERIODO, *'
              DISPLAY '* SE ESPERABA: ' WS-PERIODO-ANT-N
           END-IF.

       2750-F-CARGAR-HISTORICO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 7 6 0 - L E E R - R E N T A N T                 *
      *----------------------------------------------------------------*

       2760-LEER-RENTANT.

           MOVE '2760-LEER-RENTANT'           TO WS-PARRAFO.

           READ RENTANT INTO WS-REG-RENTAB.

           EVALUATE TRUE
               WHEN FS-RENTANT-OK
                    ADD 1                     TO CNT-HISTORICO-LEIDOS

               WHEN FS-RENTANT-EOF
                    SET FS-RENTANT-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-RENTANT           TO AUX-ERR-NOMBRE
                    MOVE FS-RENTANT           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2760-F-LEER-RENTANT.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 7 0 - G U A R D A R - A N T E R I O R             *
      *----------------------------------------------------------------*

       2770-GUARDAR-ANTERIOR.

           MOVE '2770-GUARDAR-ANTERIOR'       TO WS-PARRAFO.

           IF RNT-PERIODO IS NOT EQUAL TO WS-PERIODO-ANT-N
              ADD 1                     TO CNT-HISTORICO-DESCARTADOS
              GO TO 2770-LEER-SIGUIENTE
           END-IF.

           EVALUATE TRUE
               WHEN RNT-ES-SUCURSAL
                    IF RNT-CLAVE-SUC IS NUMERIC AND
                       RNT-CLAVE-SUC IS GREATER THAN ZEROS
                       MOVE RNT-CLAVE-SUC     TO WS-IS
                       SET T-RSU-CON-ANTERIOR(WS-IS)
                                              TO TRUE
                       MOVE RNT-RESULTADO     TO T-RSU-ANTERIOR(WS-IS)
                       SET TOT-CON-ANTERIOR   TO TRUE
                       ADD RNT-RESULTADO      TO TOT-ANTERIOR
                    END-IF

               WHEN RNT-ES-TIPCUEN
                    MOVE RNT-CLAVE            TO WS-TIP-BUSCADO
                    MOVE 1                    TO WS-IT
                    PERFORM 2610-COMPARAR-TIPCUEN
                       THRU 2610-F-COMPARAR-TIPCUEN
                      UNTIL WS-IT > WS-CANT-TIPOS
                         OR T-RTI-TIPCUEN(WS-IT) IS EQUAL TO
                            WS-TIP-BUSCADO
                    IF WS-IT <= WS-CANT-TIPOS
                       SET T-RTI-CON-ANTERIOR(WS-IT)
                                              TO TRUE
                       MOVE RNT-RESULTADO     TO T-RTI-ANTERIOR(WS-IT)
                    END-IF
           END-EVALUATE.

       2770-LEER-SIGUIENTE.

           PERFORM 2760-LEER-RENTANT
              THRU 2760-F-LEER-RENTANT.

       2770-F-GUARDAR-ANTERIOR.
           EXIT.

      *----------------------------------------------------------------*
      *             2 8 0 0 - A R M A R - R A N K I N G                *
      *----------------------------------------------------------------*
      *   EL PUESTO DE CADA ENTRADA ES 1 + LA CANTIDAD DE ENTRADAS CON *
      *   MAYOR RESULTADO ( LOS EMPATES COMPARTEN PUESTO ).            *
      *----------------------------------------------------------------*

       2800-ARMAR-RANKING.

           MOVE '2800-ARMAR-RANKING'          TO WS-PARRAFO.

           PERFORM 2810-RANKING-SUCURSAL
              THRU 2810-F-RANKING-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           PERFORM 2830-RANKING-TIPCUEN
              THRU 2830-F-RANKING-TIPCUEN
           VARYING WS-IT FROM 1 BY 1
             UNTIL WS-IT > WS-CANT-TIPOS.

       2800-F-ARMAR-RANKING.
           EXIT.

      *----------------------------------------------------------------*
      *         2 8 1 0 - R A N K I N G - S U C U R S A L              *
      *----------------------------------------------------------------*

       2810-RANKING-SUCURSAL.

           IF T-RSU-CON-DATOS(WS-IS)
              MOVE 1                          TO T-RSU-RANKING(WS-IS)
              PERFORM 2820-COMPARAR-SUCURSAL
                 THRU 2820-F-COMPARAR-SUCURSAL
              VARYING WS-JS FROM 1 BY 1
                UNTIL WS-JS > CT-MAX-SUCURSALES
           END-IF.

       2810-F-RANKING-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 2 0 - C O M P A R A R - S U C U R S A L             *
      *----------------------------------------------------------------*

       2820-COMPARAR-SUCURSAL.

           IF T-RSU-CON-DATOS(WS-JS) AND
              T-RSU-RESULTADO(WS-JS) > T-RSU-RESULTADO(WS-IS)
              ADD 1                           TO T-RSU-RANKING(WS-IS)
           END-IF.

       2820-F-COMPARAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 3 0 - R A N K I N G - T I P C U E N               *
      *----------------------------------------------------------------*

       2830-RANKING-TIPCUEN.

           MOVE 1                             TO T-RTI-RANKING(WS-IT).

           PERFORM 2840-COMPARAR-TIPO
              THRU 2840-F-COMPARAR-TIPO
           VARYING WS-JT FROM 1 BY 1
             UNTIL WS-JT > WS-CANT-TIPOS.

       2830-F-RANKING-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 4 0 - C O M P A R A R - T I P O                 *
      *----------------------------------------------------------------*

       2840-COMPARAR-TIPO.

           IF T-RTI-RESULTADO(WS-JT) > T-RTI-RESULTADO(WS-IT)
              ADD 1                           TO T-RTI-RANKING(WS-IT)
           END-IF.

       2840-F-COMPARAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - E M I T I R - R E P O R T E               *
      *----------------------------------------------------------------*

       2900-EMITIR-REPORTE.

           MOVE '2900-EMITIR-REPORTE'         TO WS-PARRAFO.

           MOVE WS-PER-ANIO                   TO LTI-ANIO.
           MOVE WS-PER-MES                    TO LTI-MES.
           MOVE WS-PAN-ANIO                   TO LTI-ANT-ANIO.
           MOVE WS-PAN-MES                    TO LTI-ANT-MES.

           MOVE WS-LIN-TITULO                 TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE WS-LIN-NOTA                   TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE SPACES                        TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE 'RESULTADO POR SUCURSAL'      TO LSE-TEXTO.
           MOVE WS-LIN-SECCION                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE WS-LIN-COLUMNAS               TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           PERFORM 2910-INFORMAR-SUCURSAL
              THRU 2910-F-INFORMAR-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           PERFORM 2930-INFORMAR-TOTAL
              THRU 2930-F-INFORMAR-TOTAL.

           MOVE SPACES                        TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE 'RESULTADO POR TIPO DE CUENTA' TO LSE-TEXTO.
           MOVE WS-LIN-SECCION                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           MOVE WS-LIN-COLUMNAS               TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           PERFORM 2920-INFORMAR-TIPCUEN
              THRU 2920-F-INFORMAR-TIPCUEN
           VARYING WS-IT FROM 1 BY 1
             UNTIL WS-IT > WS-CANT-TIPOS.

           PERFORM 2930-INFORMAR-TOTAL
              THRU 2930-F-INFORMAR-TOTAL.

           MOVE TOT-IMPUESTOS                 TO LME-IMPUESTOS.
           MOVE WS-LIN-MEMORIA                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

       2900-F-EMITIR-REPORTE.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 1 0 - I N F O R M A R - S U C U R S A L            *
      *----------------------------------------------------------------*

       2910-INFORMAR-SUCURSAL.

           MOVE '2910-INFORMAR-SUCURSAL'      TO WS-PARRAFO.

           IF NOT T-RSU-CON-DATOS(WS-IS)
              GO TO 2910-F-INFORMAR-SUCURSAL
           END-IF.

           MOVE WS-IS                         TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NRO-BUSCADA          TO LDE-CLAVE.
           MOVE WS-SUCUR-NOMBRE               TO LDE-NOMBRE.

           IF SUCURSAL-HALLADA
              MOVE T-SUCM-REGION(WS-IS)       TO LDE-REGION
           ELSE
              MOVE SPACES                     TO LDE-REGION
           END-IF.

           MOVE T-RSU-INT-PAGADO(WS-IS)       TO LDE-INT-PAGADO.
           MOVE T-RSU-COMISIONES(WS-IS)       TO LDE-COMISIONES.
           MOVE T-RSU-INT-DEUDOR(WS-IS)       TO LDE-INT-DEUDOR.
           MOVE T-RSU-FONDEO(WS-IS)           TO LDE-FONDEO.
           MOVE T-RSU-RESULTADO(WS-IS)        TO LDE-RESULTADO.
           MOVE T-RSU-RANKING(WS-IS)          TO LDE-RANKING.

           MOVE T-RSU-RESULTADO(WS-IS)        TO WS-VAR-ACTUAL.
           MOVE T-RSU-ANTERIOR(WS-IS)         TO WS-VAR-ANTERIOR.
           MOVE T-RSU-ANT-CARGADO(WS-IS)      TO WS-VAR-ANT-SW.

           PERFORM 2950-ARMAR-VARIACION
              THRU 2950-F-ARMAR-VARIACION.

           MOVE WS-LIN-DETALLE                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           ADD 1                        TO CNT-SUCURSALES-INFORMADAS.

           INITIALIZE WS-REG-RENTAB.
           MOVE WS-PERIODO-N                  TO RNT-PERIODO.
           SET RNT-ES-SUCURSAL                TO TRUE.
           MOVE WS-IS                         TO RNT-CLAVE-SUC.
           MOVE T-RSU-INT-PAGADO(WS-IS)       TO RNT-INT-PAGADO.
           MOVE T-RSU-COMISIONES(WS-IS)       TO RNT-COMISIONES.
           MOVE T-RSU-INT-DEUDOR(WS-IS)       TO RNT-INT-DEUDOR.
           MOVE T-RSU-FONDEO(WS-IS)           TO RNT-FONDEO.
           MOVE T-RSU-IMPUESTOS(WS-IS)        TO RNT-IMPUESTOS.
           MOVE T-RSU-RESULTADO(WS-IS)        TO RNT-RESULTADO.
           MOVE T-RSU-RANKING(WS-IS)          TO RNT-RANKING.

           PERFORM 2980-GRABAR-RENTACT
              THRU 2980-F-GRABAR-RENTACT.

       2910-F-INFORMAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 2 0 - I N F O R M A R - T I P C U E N             *
      *----------------------------------------------------------------*

       2920-INFORMAR-TIPCUEN.

           MOVE '2920-INFORMAR-TIPCUEN'       TO WS-PARRAFO.

           MOVE T-RTI-TIPCUEN(WS-IT)          TO LDE-CLAVE.
           MOVE 'TIPO DE CUENTA'              TO LDE-NOMBRE.
           MOVE SPACES                        TO LDE-REGION.

           MOVE T-RTI-INT-PAGADO(WS-IT)       TO LDE-INT-PAGADO.
           MOVE T-RTI-COMISIONES(WS-IT)       TO LDE-COMISIONES.
           MOVE T-RTI-INT-DEUDOR(WS-IT)       TO LDE-INT-DEUDOR.
           MOVE T-RTI-FONDEO(WS-IT)           TO LDE-FONDEO.
           MOVE T-RTI-RESULTADO(WS-IT)        TO LDE-RESULTADO.
           MOVE T-RTI-RANKING(WS-IT)          TO LDE-RANKING.

           MOVE T-RTI-RESULTADO(WS-IT)        TO WS-VAR-ACTUAL.
           MOVE T-RTI-ANTERIOR(WS-IT)         TO WS-VAR-ANTERIOR.
           MOVE T-RTI-ANT-CARGADO(WS-IT)      TO WS-VAR-ANT-SW.

           PERFORM 2950-ARMAR-VARIACION
              THRU 2950-F-ARMAR-VARIACION.

           MOVE WS-LIN-DETALLE                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

           ADD 1                              TO CNT-TIPOS-INFORMADOS.

           INITIALIZE WS-REG-RENTAB.
           MOVE WS-PERIODO-N                  TO RNT-PERIODO.
           SET RNT-ES-TIPCUEN                 TO TRUE.
           MOVE T-RTI-TIPCUEN(WS-IT)          TO RNT-CLAVE.
           MOVE T-RTI-INT-PAGADO(WS-IT)       TO RNT-INT-PAGADO.
           MOVE T-RTI-COMISIONES(WS-IT)       TO RNT-COMISIONES.
           MOVE T-RTI-INT-DEUDOR(WS-IT)       TO RNT-INT-DEUDOR.
           MOVE T-RTI-FONDEO(WS-IT)           TO RNT-FONDEO.
           MOVE T-RTI-IMPUESTOS(WS-IT)        TO RNT-IMPUESTOS.
           MOVE T-RTI-RESULTADO(WS-IT)        TO RNT-RESULTADO.
           MOVE T-RTI-RANKING(WS-IT)          TO RNT-RANKING.

           PERFORM 2980-GRABAR-RENTACT
              THRU 2980-F-GRABAR-RENTACT.

       2920-F-INFORMAR-TIPCUEN.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 3 0 - I N F O R M A R - T O T A L               *
      *----------------------------------------------------------------*
      *   EL MISMO TOTAL CIERRA AMBOS CORTES: LOS MOVIMIENTOS Y SALDOS *
      *   SIN SUCURSAL NO ENTRAN NI POR SUCURSAL NI POR TIPO.          *
      *----------------------------------------------------------------*

       2930-INFORMAR-TOTAL.

           MOVE '2930-INFORMAR-TOTAL'         TO WS-PARRAFO.

           MOVE SPACES                        TO LDE-CLAVE.
           MOVE 'TOTAL BANCO'                 TO LDE-NOMBRE.
           MOVE SPACES                        TO LDE-REGION.

           MOVE TOT-INT-PAGADO                TO LDE-INT-PAGADO.
           MOVE TOT-COMISIONES                TO LDE-COMISIONES.
           MOVE TOT-INT-DEUDOR                TO LDE-INT-DEUDOR.
           MOVE TOT-FONDEO                    TO LDE-FONDEO.
           MOVE TOT-RESULTADO                 TO LDE-RESULTADO.
           MOVE SPACES                        TO LDE-RANKING-X.

           MOVE TOT-RESULTADO                 TO WS-VAR-ACTUAL.
           MOVE TOT-ANTERIOR                  TO WS-VAR-ANTERIOR.
           MOVE TOT-ANT-CARGADO               TO WS-VAR-ANT-SW.

           PERFORM 2950-ARMAR-VARIACION
              THRU 2950-F-ARMAR-VARIACION.

           MOVE WS-LIN-DETALLE                TO REG-REPRENT.
           PERFORM 2990-GRABAR-REPRENT
              THRU 2990-F-GRABAR-REPRENT.

       2930-F-INFORMAR-TOTAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - A R M A R - V A R I A C I O N              *
      *----------------------------------------------------------------*
      *   VARIACION ABSOLUTA Y PORCENTUAL CONTRA EL MES ANTERIOR. EL   *
      *   PORCENTAJE SE TOMA SOBRE EL VALOR ABSOLUTO DEL ANTERIOR PARA *
      *   QUE UNA MEJORA SALGA SIEMPRE POSITIVA.                       *
      *----------------------------------------------------------------*

       2950-ARMAR-VARIACION.

           MOVE '2950-ARMAR-VARIACION'        TO WS-PARRAFO.

           IF NOT VAR-CON-ANTERIOR
              MOVE SPACES                     TO LDE-VARIACION-X
              MOVE ' S/ANT.'                  TO LDE-VAR-PORC-X
              GO TO 2950-F-ARMAR-VARIACION
           END-IF.

           COMPUTE WS-VAR-IMPORTE = WS-VAR-ACTUAL - WS-VAR-ANTERIOR.
           MOVE WS-VAR-IMPORTE                TO LDE-VARIACION.

           IF WS-VAR-ANTERIOR IS EQUAL TO ZEROS
              MOVE '    N/C'                  TO LDE-VAR-PORC-X
              GO TO 2950-F-ARMAR-VARIACION
           END-IF.

           IF WS-VAR-ANTERIOR IS LESS THAN ZEROS
              COMPUTE WS-VAR-BASE = ZEROS - WS-VAR-ANTERIOR
           ELSE
              MOVE WS-VAR-ANTERIOR            TO WS-VAR-BASE
           END-IF.

           COMPUTE WS-VAR-PORC ROUNDED =
                   WS-VAR-IMPORTE * 100 / WS-VAR-BASE
              ON SIZE ERROR
                 MOVE ' +9999 '               TO LDE-VAR-PORC-X
              NOT ON SIZE ERROR
                 MOVE WS-VAR-PORC             TO LDE-VAR-PORC
           END-COMPUTE.

       2950-F-ARMAR-VARIACION.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 8 0 - G R A B A R - R E N T A C T                *
      *----------------------------------------------------------------*

       2980-GRABAR-RENTACT.

           MOVE '2980-GRABAR-RENTACT'         TO WS-PARRAFO.

           WRITE REG-RENTACT FROM WS-REG-RENTAB.

           IF NOT FS-RENTACT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RENTACT                 TO AUX-ERR-NOMBRE
              MOVE FS-RENTACT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-HISTORICO-GRABADOS.

       2980-F-GRABAR-RENTACT.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 9 0 - G R A B A R - R E P R E N T                *
      *----------------------------------------------------------------*

       2990-GRABAR-REPRENT.

           WRITE REG-REPRENT.

           IF NOT FS-REPRENT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPRENT                 TO AUX-ERR-NOMBRE
              MOVE FS-REPRENT                 TO AUX-ERR-STATUS
              MOVE '2990-GRABAR-REPRENT'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2990-F-GRABAR-REPRENT.
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
              CLOSE RENT_CURSOR
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

           CLOSE RENTACT
                 REPRENT.

           IF NOT FS-RENTACT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RENTACT                 TO AUX-ERR-NOMBRE
              MOVE FS-RENTACT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPRENT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPRENT                 TO AUX-ERR-NOMBRE
              MOVE FS-REPRENT                 TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI149               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-MOVIMIENTOS-LEIDOS        TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS LEIDOS:                    '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-INT-PAGADO            TO WS-MASCARA.
           DISPLAY '*   INTERESES PAGADOS:                   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-COMISION              TO WS-MASCARA.
           DISPLAY '*   COMISIONES:                          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-INT-DEUDOR            TO WS-MASCARA.
           DISPLAY '*   INTERESES DEUDORES:                  '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-IMPUESTO              TO WS-MASCARA.
           DISPLAY '*   IMPUESTOS:                           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-NO-ATRIBUIDOS         TO WS-MASCARA.
           DISPLAY '*   NO ATRIBUIDOS ( CAPITAL ):           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-MOV-SIN-SUCURSAL          TO WS-MASCARA.
           DISPLAY '*   SIN SUCURSAL:                        '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROMEDIOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '* SALDOS PROMEDIO LEIDOS:                '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROMEDIOS-SIN-TASA        TO WS-MASCARA.
           DISPLAY '*   SIN TASA DE TRANSFERENCIA:           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PROMEDIOS-SIN-SUCURSAL    TO WS-MASCARA.
           DISPLAY '*   SIN SUCURSAL:                        '
                                                      WS-MASCARA '   *'.
           MOVE CNT-TASAS-LEIDAS              TO WS-MASCARA.
           DISPLAY '* TASAS DE TRANSFERENCIA LEIDAS:         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-TASAS-INVALIDAS           TO WS-MASCARA.
           DISPLAY '*   INVALIDAS:                           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-HISTORICO-LEIDOS          TO WS-MASCARA.
           DISPLAY '* HISTORICO ANTERIOR LEIDOS:             '
                                                      WS-MASCARA '   *'.
           MOVE CNT-HISTORICO-DESCARTADOS     TO WS-MASCARA.
           DISPLAY '*   DE OTRO PERIODO:                     '
                                                      WS-MASCARA '   *'.
           MOVE CNT-HISTORICO-GRABADOS        TO WS-MASCARA.
           DISPLAY '* HISTORICO DEL MES GRABADOS:            '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SUCURSALES-INFORMADAS     TO WS-MASCARA.
           DISPLAY '* SUCURSALES INFORMADAS:                 '
                                                      WS-MASCARA '   *'.
           MOVE CNT-TIPOS-INFORMADOS          TO WS-MASCARA.
           DISPLAY '* TIPOS DE CUENTA INFORMADOS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           MOVE TOT-RESULTADO                 TO WS-IMPORTE-EDIT.
           DISPLAY '* RESULTADO: ' WS-IMPORTE-EDIT
                                            '                 *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'PERIODO='       DELIMITED BY SIZE
                  WS-PARM-CARD     DELIMITED BY SIZE
                  ' MOVTOS='       DELIMITED BY SIZE
                  CNT-MOVIMIENTOS-LEIDOS DELIMITED BY SIZE
                  ' SUCS='         DELIMITED BY SIZE
                  CNT-SUCURSALES-INFORMADAS DELIMITED BY SIZE
                  ' TIPOS='        DELIMITED BY SIZE
                  CNT-TIPOS-INFORMADOS DELIMITED BY SIZE
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

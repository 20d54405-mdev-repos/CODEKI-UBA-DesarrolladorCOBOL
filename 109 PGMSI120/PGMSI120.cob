      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI120.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CALIFICACION MENSUAL DE RIESGO DE LAVADO Y CALENDARIO KYC    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR MES Y CALIFICA A CADA CLIENTE  *
      * DE KC02787.TBCURCLI POR RIESGO DE LAVADO DE DINERO:            *
      *   - LOS PUNTOS Y LOS UMBRALES SE LEEN DEL ARCHIVO PARRIES      *
      *     ( NADA ESTA FIJADO EN EL PROGRAMA ): UN REGISTRO 'G' CON   *
      *     LOS PUNTOS POR FACTOR, LOS UMBRALES DE RIESGO MEDIO Y ALTO *
      *     Y LOS ANIOS ENTRE REVISIONES KYC PARA CADA RIESGO, Y UN    *
      *     REGISTRO 'S' POR SEGMENTO COMERCIAL CON SUS PUNTOS.        *
      *   - FACTORES: ALERTAS DE ESTRUCTURACION DEL MES ( SOSPECHA,    *
      *     PGMSIN81 ), DECLARACIONES POR SOBRE EL UMBRAL ( DECLARA,   *
      *     PGMSIN82 ), COINCIDENCIA EXACTA O PARCIAL DEL NOMBRE CON   *
      *     LA LISTA NEGATIVA ( LISTNEG ), SEGMENTO DEL SALDO          *
      *     CONSOLIDADO ( SEGMENTO, PGMSIN54 ), CUENTAS EN MONEDA      *
      *     EXTRANJERA CON SALDO Y DOCUMENTO PASAPORTE O PERMANENCIA.  *
      *   - LA SUMA DE PUNTOS DA EL RIESGO BAJO, MEDIO O ALTO, QUE SE  *
      *     GUARDA EN EL KSDS KYCCLI; CADA CALIFICACION NUEVA O        *
      *     DISTINTA DE LA ANTERIOR SE GRABA EN LA HISTORIA HISRIESG.  *
      *   - ANTES DE CALIFICAR APLICA LAS NOVEDADES DE LAS SUCURSALES  *
      *     ( NOVKYC, OPCIONAL ): FECHA DE LA REVISION KYC REALIZADA Y *
      *     VENCIMIENTO DEL PASAPORTE PRESENTADO.                      *
      *   - LA PROXIMA REVISION ES LA ULTIMA REVISION ( O LA PRIMERA   *
      *     CALIFICACION ) MAS LOS ANIOS DEL RIESGO VIGENTE. LOS       *
      *     PASAPORTES CON VENCIMIENTO ANTERIOR A LA FECHA DE PROCESO  *
      *     QUEDAN MARCADOS COMO VENCIDOS.                             *
      *   - EL LISTADO REVKYC MUESTRA, POR SUCURSAL, LAS REVISIONES    *
      *     QUE VENCEN EN EL MES O YA ESTAN VENCIDAS Y LOS PASAPORTES  *
      *     VENCIDOS.                                                  *
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

           SELECT PARRIES ASSIGN TO PARRIES
                                    FILE STATUS IS FS-PARRIES.

           SELECT NOVKYC ASSIGN TO NOVKYC
                                    FILE STATUS IS FS-NOVKYC.

           SELECT SOSPECHA ASSIGN TO SOSPECHA
                                    FILE STATUS IS FS-SOSPECHA.

           SELECT DECLARA ASSIGN TO DECLARA
                                    FILE STATUS IS FS-DECLARA.

           SELECT SEGMENTO ASSIGN TO SEGMENTO
                                    FILE STATUS IS FS-SEGMENTO.

           SELECT LISTNEG ASSIGN TO LISTNEG
                                    FILE STATUS IS FS-LISTNEG.

           SELECT KYCCLI   ASSIGN TO KYCCLI
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-KYCCLI
                           FILE STATUS IS FS-KYCCLI.

           SELECT HISRIESG ASSIGN TO HISRIESG
                                    FILE STATUS IS FS-HISRIESG.

           SELECT REVKYC ASSIGN TO REVKYC
                                    FILE STATUS IS FS-REVKYC.

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
      *   PARAMETROS DE LA CALIFICACION: UN REGISTRO 'G' GENERAL Y UN  *
      *   REGISTRO 'S' POR SEGMENTO COMERCIAL.                         *
      *----------------------------------------------------------------*

       FD   PARRIES
            RECORDING MODE IS F.
       01   REG-PARRIES                                     PIC X(40).

      *----------------------------------------------------------------*
      *   NOVEDADES KYC INFORMADAS POR LAS SUCURSALES.                 *
      *----------------------------------------------------------------*

       FD   NOVKYC
            RECORDING MODE IS F.
       01   REG-NOVKYC                                      PIC X(40).

      *----------------------------------------------------------------*
      *   LISTADOS DE PATRONES DE ESTRUCTURACION DEL MES ( PGMSIN81 ). *
      *----------------------------------------------------------------*

       FD   SOSPECHA
            RECORDING MODE IS F.
       01   REG-SOSPECHA                                    PIC X(100).

      *----------------------------------------------------------------*
      *   DECLARACIONES POR SOBRE EL UMBRAL DEL MES ( PGMSIN82 ).      *
      *----------------------------------------------------------------*

       FD   DECLARA
            RECORDING MODE IS F.
       01   REG-DECLARA                                     PIC X(80).

      *----------------------------------------------------------------*
      *   SEGMENTO COMERCIAL POR CLIENTE ( PGMSIN54 ), EN ORDEN DE     *
      *   NUMERO DE CLIENTE.                                           *
      *----------------------------------------------------------------*

       FD   SEGMENTO
            RECORDING MODE IS F.
       01   REG-SEGMENTO                                    PIC X(40).

      *----------------------------------------------------------------*
      *   LISTA NEGATIVA DE CUMPLIMIENTO ( COPY CPLISTNG ).            *
      *----------------------------------------------------------------*

       FD   LISTNEG
            RECORDING MODE IS F.
       01   REG-LISTNEG                                     PIC X(40).

      * KYCCLI ( ARCHIVO VSAM DE CALIFICACION DE RIESGO Y REVISION KYC,
      * COPY CPKYCCLI )

       FD   KYCCLI.

       01 REG-KYCCLI.
          03 KEY-KYCCLI   PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      *   HISTORIA DE CALIFICACIONES: UN REGISTRO POR CADA ALTA O      *
      *   CAMBIO DE RIESGO, CON LOS PUNTOS DE CADA FACTOR.             *
      *----------------------------------------------------------------*

       FD   HISRIESG
            RECORDING MODE IS F.
       01   REG-HISRIESG                                    PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE REVISIONES KYC DEL MES POR SUCURSAL.              *
      *----------------------------------------------------------------*

       FD   REVKYC
            RECORDING MODE IS F.
       01   REG-REVKYC                                      PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI120'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-PARRIES                    PIC X(08)  VALUE 'PARRIES '.
           02 CT-NOVKYC                     PIC X(08)  VALUE 'NOVKYC  '.
           02 CT-SOSPECHA                   PIC X(08)  VALUE 'SOSPECHA'.
           02 CT-DECLARA                    PIC X(08)  VALUE 'DECLARA '.
           02 CT-SEGMENTO                   PIC X(08)  VALUE 'SEGMENTO'.
           02 CT-LISTNEG                    PIC X(08)  VALUE 'LISTNEG '.
           02 CT-KYCCLI                     PIC X(08)  VALUE 'KYCCLI  '.
           02 CT-HISRIESG                   PIC X(08)  VALUE 'HISRIESG'.
           02 CT-REVKYC                     PIC X(08)  VALUE 'REVKYC  '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-TITULO-PATRON              PIC X(13)
                                            VALUE 'PATRON REGLA '.
           02 CT-TIPDOC-PASAPORTE           PIC X(02)  VALUE 'PA'.
           02 CT-TIPDOC-PERMANENCIA         PIC X(02)  VALUE 'PE'.
           02 CT-NROCLI-FIN                 PIC 9(08)  VALUE 99999999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROC-ANIO               PIC 9(04).
              03 WS-PROC-MES                PIC 9(02).
              03 WS-PROC-DIA                PIC 9(02).
           02 WS-AAAAMM-PROCESO             PIC 9(06).
           02 WS-AAAAMM-REVISION            PIC 9(06).
           02 WS-FECHA-BASE                 PIC 9(08).
           02 WS-FECHA-BASE-R REDEFINES WS-FECHA-BASE.
              03 WS-BASE-ANIO               PIC 9(04).
              03 WS-BASE-MES                PIC 9(02).
              03 WS-BASE-DIA                PIC 9(02).
           02 WS-ANIOS-REVISION             PIC 9(01).
           02 WS-CANT-ALERTA                PIC 9(03).
           02 WS-RIESGO-NUEVO               PIC X(01).
           02 WS-MOTIVO                     PIC X(20).
           02 WS-SUC                        PIC 9(03).
           02 WS-V                          PIC 9(04).
           02 WS-CANT-SUC                   PIC 9(05).

       01 WS-KYC-SW                         PIC X(01)  VALUE 'N'.
           88 KYC-EXISTENTE                            VALUE 'S'.
           88 KYC-NUEVO                                VALUE 'N'.

       01 WS-CAMBIO-SW                      PIC X(01)  VALUE 'N'.
           88 HUBO-CAMBIO-RIESGO                       VALUE 'S'.
           88 SIN-CAMBIO-RIESGO                        VALUE 'N'.

       01 WS-NOVEDAD-SW                     PIC X(01)  VALUE 'S'.
           88 NOVEDAD-VALIDA                           VALUE 'S'.
           88 NOVEDAD-INVALIDA                         VALUE 'N'.

       01 WS-NOVKYC-DISP-SW                 PIC X(01)  VALUE 'N'.
           88 NOVKYC-DISPONIBLE                        VALUE 'S'.

       01 WS-GENERAL-SW                     PIC X(01)  VALUE 'N'.
           88 GENERAL-CARGADO                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DEL ARCHIVO PARRIES. 'G': PUNTOS POR ALERTA DE      *
      *   ESTRUCTURACION, POR DECLARACION, POR COINCIDENCIA PARCIAL Y  *
      *   EXACTA CON LA LISTA NEGATIVA, POR TENENCIA EN MONEDA         *
      *   EXTRANJERA Y POR DOCUMENTO EXTRANJERO; UMBRALES DE PUNTAJE   *
      *   PARA RIESGO MEDIO Y ALTO; ANIOS ENTRE REVISIONES KYC PARA    *
      *   RIESGO BAJO, MEDIO Y ALTO. 'S': PUNTOS DE UN SEGMENTO.       *
      *----------------------------------------------------------------*

       01 WS-REG-PARRIES.
           02 PAR-TIPO-REG                  PIC X(01).
              88 PAR-ES-GENERAL                        VALUE 'G'.
              88 PAR-ES-SEGMENTO                       VALUE 'S'.
           02 PAR-GENERAL.
              03 PAR-PTS-SOSPECHA           PIC 9(03).
              03 PAR-PTS-DECLARA            PIC 9(03).
              03 PAR-PTS-LNG-PARCIAL        PIC 9(03).
              03 PAR-PTS-LNG-EXACTO         PIC 9(03).
              03 PAR-PTS-MONEDA-EXT         PIC 9(03).
              03 PAR-PTS-DOC-EXT            PIC 9(03).
              03 PAR-UMBRAL-MEDIO           PIC 9(04).
              03 PAR-UMBRAL-ALTO            PIC 9(04).
              03 PAR-ANIOS-BAJO             PIC 9(01).
              03 PAR-ANIOS-MEDIO            PIC 9(01).
              03 PAR-ANIOS-ALTO             PIC 9(01).
              03 FILLER                     PIC X(10).
           02 PAR-SEGMENTO REDEFINES PAR-GENERAL.
              03 PAR-SEG-CODIGO             PIC X(02).
              03 PAR-SEG-PUNTOS             PIC 9(03).
              03 FILLER                     PIC X(34).

       01 WS-PARAMETROS.
           02 PRM-PTS-SOSPECHA              PIC 9(03).
           02 PRM-PTS-DECLARA               PIC 9(03).
           02 PRM-PTS-LNG-PARCIAL           PIC 9(03).
           02 PRM-PTS-LNG-EXACTO            PIC 9(03).
           02 PRM-PTS-MONEDA-EXT            PIC 9(03).
           02 PRM-PTS-DOC-EXT               PIC 9(03).
           02 PRM-UMBRAL-MEDIO              PIC 9(04).
           02 PRM-UMBRAL-ALTO               PIC 9(04).
           02 PRM-ANIOS-BAJO                PIC 9(01).
           02 PRM-ANIOS-MEDIO               PIC 9(01).
           02 PRM-ANIOS-ALTO                PIC 9(01).
           02 FILLER                        PIC X(10).

       01 WS-CANT-SEG-PTS                   PIC 9(02)  VALUE ZEROS.
       01 WS-S                              PIC 9(02)  VALUE ZEROS.

       01 WS-T-SEG-PUNTOS.
           02 T-SPT                         OCCURS 10 TIMES.
              03 T-SPT-SEGMENTO             PIC X(02).
              03 T-SPT-PUNTOS               PIC 9(03).

      *----------------------------------------------------------------*
      *   NOVEDAD KYC DE SUCURSAL: DOCUMENTO, FECHA DE LA REVISION     *
      *   REALIZADA Y VENCIMIENTO DEL PASAPORTE ( CERO = NO INFORMA ). *
      *----------------------------------------------------------------*

       01 WS-REG-NOVKYC.
           02 NVK-TIP-DOC                   PIC X(02).
           02 NVK-NRO-DOC                   PIC 9(11).
           02 NVK-FECHA-REVISION            PIC 9(08).
           02 NVK-FECHA-VTO-DOC             PIC 9(08).
           02 FILLER                        PIC X(11).

      *----------------------------------------------------------------*
      *   LINEA DE CABECERA DE PATRON DEL LISTADO SOSPECHA, REDEFINIDA *
      *   CON LAS POSICIONES QUE ARMA PGMSIN81. LAS LINEAS DE DETALLE  *
      *   DE MOVIMIENTOS Y LAS LINEAS EN BLANCO NO SE CUENTAN.         *
      *----------------------------------------------------------------*

       01 WS-LIN-SOSPECHA                   PIC X(100).
       01 WS-LIN-SOSPECHA-R REDEFINES WS-LIN-SOSPECHA.
           02 SOS-TITULO                    PIC X(13).
           02 SOS-REGLA                     PIC X(02).
           02 FILLER                        PIC X(05).
           02 SOS-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01).
           02 SOS-NROCUEN                   PIC X(04).
           02 FILLER                        PIC X(05).
           02 SOS-SUCUEN                    PIC X(02).
           02 FILLER                        PIC X(05).
           02 SOS-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01).
           02 SOS-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01).
           02 SOS-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(16).

      *----------------------------------------------------------------*
      *   REGISTRO DE DECLARACION ( MISMO LAYOUT QUE PGMSIN82 ). EL    *
      *   TIPO DE DOCUMENTO VIENE RECODIFICADO AL DEL ORGANISMO, POR   *
      *   ESO LA DECLARACION SE ASOCIA AL CLIENTE POR NUMERO.          *
      *----------------------------------------------------------------*

       01 WS-REG-DECLARA.
           02 DCL-FECHA                     PIC 9(08).
           02 DCL-TIPDOC                    PIC X(02).
           02 DCL-NRODOC                    PIC 9(11).
           02 DCL-NOMAPE                    PIC X(30).
           02 DCL-TIPCUEN                   PIC X(02).
           02 DCL-CUENTA                    PIC 9(08).
           02 DCL-SUCUEN                    PIC 9(02).
           02 DCL-IMPORTE                   PIC S9(11)V99.
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   REGISTRO DE SEGMENTO ( MISMO LAYOUT QUE PGMSIN54 ).          *
      *----------------------------------------------------------------*

       01 WS-REG-SEGMENTO.
           02 SEG-TIPDOC                    PIC X(02).
           02 SEG-NRODOC                    PIC 9(11).
           02 SEG-NROCLI                    PIC 9(08).
           02 SEG-SALDO                     PIC S9(11)V99.
           02 SEG-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   TABLA DE ALERTAS DEL MES POR NUMERO DE DOCUMENTO ( BUSQUEDA  *
      *   LINEAL, COMO LA DE INTERESES DE PGMSI119 ).                  *
      *----------------------------------------------------------------*

       01 WS-CANT-ALERTAS                   PIC 9(04)  VALUE ZEROS.
       01 WS-A                              PIC 9(04)  VALUE ZEROS.

       01 WS-T-ALERTAS.
           02 T-ALE                         OCCURS 3000 TIMES.
              03 T-ALE-NRODOC               PIC 9(11).
              03 T-ALE-SOSPECHAS            PIC 9(03).
              03 T-ALE-DECLARACIONES        PIC 9(03).

       01 WS-ALE-HALLADA-SW                 PIC X(01)  VALUE 'N'.
           88 ALERTA-EN-TABLA                          VALUE 'S'.
           88 ALERTA-NUEVA-TABLA                       VALUE 'N'.

       01 WS-ALE-NRODOC-BUS                 PIC 9(11)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PUNTOS DEL CLIENTE EN CURSO, POR FACTOR                      *
      *----------------------------------------------------------------*

       01 WS-PUNTOS.
           02 WS-PTS-SOSPECHA               PIC 9(05).
           02 WS-PTS-DECLARA                PIC 9(05).
           02 WS-PTS-LISTNEG                PIC 9(05).
           02 WS-PTS-SEGMENTO               PIC 9(05).
           02 WS-PTS-MONEDA                 PIC 9(05).
           02 WS-PTS-DOCUMENTO              PIC 9(05).
           02 WS-PUNTAJE                    PIC 9(07).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR: UNA FILA POR CLIENTE, CON LA      *
      *   SUCURSAL DE SU CUENTA DE MENOR SUCURSAL Y LA CANTIDAD DE     *
      *   CUENTAS EN MONEDA EXTRANJERA CON SALDO.                      *
      *----------------------------------------------------------------*

       01 WS-HOST-CLIENTE.
           02 WS-CUR-NROCLI                 PIC 9(08).
           02 WS-CUR-TIPDOC                 PIC X(02).
           02 WS-CUR-NRODOC                 PIC 9(11).
           02 WS-CUR-NOMAPE                 PIC X(30).
           02 WS-CUR-SUCURSAL               PIC 9(02).
           02 WS-CUR-CANT-MEX               PIC S9(9) COMP.

      *----------------------------------------------------------------*
      *   REGISTRO DE HISTORIA DE CALIFICACIONES ( HISRIESG ), 80      *
      *   BYTES. RIESGO ANTERIOR EN BLANCO = PRIMERA CALIFICACION.     *
      *----------------------------------------------------------------*

       01 WS-REG-HISRIESG.
           02 HRI-FECHA                     PIC 9(08).
           02 HRI-TIP-DOC                   PIC X(02).
           02 HRI-NRO-DOC                   PIC 9(11).
           02 HRI-NROCLI                    PIC 9(08).
           02 HRI-RIESGO-ANT                PIC X(01).
           02 HRI-RIESGO                    PIC X(01).
           02 HRI-PUNTAJE                   PIC 9(07).
           02 HRI-PTS-SOSPECHA              PIC 9(05).
           02 HRI-PTS-DECLARA               PIC 9(05).
           02 HRI-PTS-LISTNEG               PIC 9(05).
           02 HRI-PTS-SEGMENTO              PIC 9(05).
           02 HRI-PTS-MONEDA                PIC 9(05).
           02 HRI-PTS-DOCUMENTO             PIC 9(05).
           02 HRI-FECHA-PROX-REV            PIC 9(08).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   TABLA DE REVISIONES A LISTAR, ORDENADA POR SUCURSAL AL       *
      *   IMPRIMIR.                                                    *
      *----------------------------------------------------------------*

       01 WS-CANT-REVISIONES                PIC 9(04)  VALUE ZEROS.

       01 WS-T-REVISIONES.
           02 T-REV                         OCCURS 5000 TIMES.
              03 T-REV-SUCURSAL             PIC 9(02).
              03 T-REV-TIPDOC               PIC X(02).
              03 T-REV-NRODOC               PIC 9(11).
              03 T-REV-NROCLI               PIC 9(08).
              03 T-REV-NOMAPE               PIC X(30).
              03 T-REV-RIESGO               PIC X(01).
              03 T-REV-FECHA-PROX           PIC 9(08).
              03 T-REV-MOTIVO               PIC X(20).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO REVKYC                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'REVISIONES KYC VENCIDAS O DEL MES AL   '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-SUCURSAL.
           02 FILLER                        PIC X(09)
              VALUE 'SUCURSAL '.
           02 LSU-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(89)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(50)
              VALUE '  DOCUMENTO      CLIENTE  NOMBRE Y APELLIDO'.
           02 FILLER                        PIC X(50)
              VALUE '       R PROX.REV MOTIVO'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-RIESGO                    PIC X(01).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FECHA-PROX                PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-MOTIVO                    PIC X(20).
           02 FILLER                        PIC X(12)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 FILLER                        PIC X(18)
              VALUE '  TOTAL SUCURSAL: '.
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(77)  VALUE SPACES.

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
           02 CNT-NOVEDADES-LEIDAS          PIC 9(07)  VALUE ZEROS.
           02 CNT-NOVEDADES-APLICADAS       PIC 9(07)  VALUE ZEROS.
           02 CNT-NOVEDADES-RECHAZADAS      PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-SOSPECHA          PIC 9(07)  VALUE ZEROS.
           02 CNT-DECLARACIONES             PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES                  PIC 9(07)  VALUE ZEROS.
           02 CNT-RIESGO-BAJO               PIC 9(07)  VALUE ZEROS.
           02 CNT-RIESGO-MEDIO              PIC 9(07)  VALUE ZEROS.
           02 CNT-RIESGO-ALTO               PIC 9(07)  VALUE ZEROS.
           02 CNT-CALIF-NUEVAS              PIC 9(07)  VALUE ZEROS.
           02 CNT-CAMBIOS-RIESGO            PIC 9(07)  VALUE ZEROS.
           02 CNT-REVISIONES-MES            PIC 9(07)  VALUE ZEROS.
           02 CNT-PASAPORTES-VENCIDOS       PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-PARRIES                    PIC X(02).
              88 FS-PARRIES-OK                         VALUE '00'.
              88 FS-PARRIES-EOF                        VALUE '10'.

           02 FS-NOVKYC                     PIC X(02).
              88 FS-NOVKYC-OK                          VALUE '00'.
              88 FS-NOVKYC-EOF                         VALUE '10'.

           02 FS-SOSPECHA                   PIC X(02).
              88 FS-SOSPECHA-OK                        VALUE '00'.
              88 FS-SOSPECHA-EOF                       VALUE '10'.

           02 FS-DECLARA                    PIC X(02).
              88 FS-DECLARA-OK                         VALUE '00'.
              88 FS-DECLARA-EOF                        VALUE '10'.

           02 FS-SEGMENTO                   PIC X(02).
              88 FS-SEGMENTO-OK                        VALUE '00'.
              88 FS-SEGMENTO-EOF                       VALUE '10'.

           02 FS-LISTNEG                    PIC X(02).
              88 FS-LISTNEG-OK                         VALUE '00'.
              88 FS-LISTNEG-EOF                        VALUE '10'.

           02 FS-KYCCLI                     PIC X(02).
              88 FS-KYCCLI-OK                          VALUE '00'.
              88 FS-KYCCLI-NOTFND                      VALUE '23'.

           02 FS-HISRIESG                   PIC X(02).
              88 FS-HISRIESG-OK                        VALUE '00'.

           02 FS-REVKYC                     PIC X(02).
              88 FS-REVKYC-OK                          VALUE '00'.

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

           COPY CPKYCCLI.

           COPY CPLISTNG.

           COPY CPNOMNOR.

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
      *   CLI_CURSOR: UNA FILA POR CLIENTE, CON O SIN CUENTAS, EN      *
      *   ORDEN DE NUMERO DE CLIENTE PARA APAREAR CON SEGMENTO.        *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CLI_CURSOR CURSOR FOR
               SELECT C.NROCLI, C.TIPDOC, C.NRODOC, C.NOMAPE,
                      COALESCE(MIN(A.SUCUEN), 0),
                      COALESCE(SUM(CASE WHEN A.MONEDA <> 'ARS'
                                         AND A.SALDO  > 0
                                        THEN 1 ELSE 0 END), 0)
                 FROM KC02787.TBCURCLI C
                 LEFT OUTER JOIN KC02787.TBCURCTA A
                   ON A.NROCLI = C.NROCLI
                GROUP BY C.NROCLI, C.TIPDOC, C.NRODOC, C.NOMAPE
                ORDER BY C.NROCLI
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
                      WS-T-ALERTAS
                      WS-T-SEG-PUNTOS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-AAAAMM-PROCESO = WS-PROC-ANIO * 100
                                     + WS-PROC-MES.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-PARAMETROS
              THRU 1300-F-CARGAR-PARAMETROS.

           PERFORM 1887-CARGAR-LISTNEG
              THRU 1887-F-CARGAR-LISTNEG.

           PERFORM 1400-CARGAR-SOSPECHAS
              THRU 1400-F-CARGAR-SOSPECHAS.

           PERFORM 1450-CARGAR-DECLARACIONES
              THRU 1450-F-CARGAR-DECLARACIONES.

           IF NOVKYC-DISPONIBLE
              PERFORM 1500-APLICAR-NOVEDADES
                 THRU 1500-F-APLICAR-NOVEDADES
           END-IF.

           PERFORM 2290-LEER-SEGMENTO
              THRU 2290-F-LEER-SEGMENTO.

           PERFORM 1600-ABRIR-CURSOR
              THRU 1600-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   PARRIES
                        SOSPECHA
                        DECLARA
                        SEGMENTO
                I-O     KYCCLI
                OUTPUT  HISRIESG
                        REVKYC.

           IF NOT FS-PARRIES-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PARRIES                 TO AUX-ERR-NOMBRE
              MOVE FS-PARRIES                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SOSPECHA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SOSPECHA                TO AUX-ERR-NOMBRE
              MOVE FS-SOSPECHA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DECLARA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DECLARA                 TO AUX-ERR-NOMBRE
              MOVE FS-DECLARA                 TO AUX-ERR-STATUS
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

           IF NOT FS-KYCCLI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-KYCCLI                  TO AUX-ERR-NOMBRE
              MOVE FS-KYCCLI                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-HISRIESG-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISRIESG                TO AUX-ERR-NOMBRE
              MOVE FS-HISRIESG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REVKYC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REVKYC                  TO AUX-ERR-NOMBRE
              MOVE FS-REVKYC                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT NOVKYC.

           IF FS-NOVKYC-OK
              SET NOVKYC-DISPONIBLE           TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO NOVKYC: NO HAY NOVEDADES DE '
                      'SUCURSALES *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - P A R A M E T R O S             *
      *----------------------------------------------------------------*
      *   SIN REGISTRO 'G' VALIDO NO SE PUEDE CALIFICAR Y EL PROGRAMA  *
      *   ABORTA.                                                      *
      *----------------------------------------------------------------*

       1300-CARGAR-PARAMETROS.

           MOVE '1300-CARGAR-PARAMETROS'      TO WS-PARRAFO.

           PERFORM 1320-LEER-PARRIES
              THRU 1320-F-LEER-PARRIES.

           PERFORM 1340-GUARDAR-PARAMETRO
              THRU 1340-F-GUARDAR-PARAMETRO
             UNTIL FS-PARRIES-EOF.

           CLOSE PARRIES.

           IF NOT GENERAL-CARGADO
              DISPLAY '* EL ARCHIVO PARRIES NO TRAE UN REGISTRO '
                      'GENERAL VALIDO *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-PARRIES                 TO AUX-ERR-NOMBRE
              MOVE FS-PARRIES                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 2 0 - L E E R - P A R R I E S                  *
      *----------------------------------------------------------------*

       1320-LEER-PARRIES.

           MOVE '1320-LEER-PARRIES'           TO WS-PARRAFO.

           READ PARRIES INTO WS-REG-PARRIES.

           EVALUATE TRUE
               WHEN FS-PARRIES-OK
                    CONTINUE

               WHEN FS-PARRIES-EOF
                    SET FS-PARRIES-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PARRIES           TO AUX-ERR-NOMBRE
                    MOVE FS-PARRIES           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-PARRIES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 4 0 - G U A R D A R - P A R A M E T R O             *
      *----------------------------------------------------------------*
      *   EL REGISTRO 'G' DEBE SER NUMERICO, CON EL UMBRAL ALTO MAYOR  *
      *   QUE EL MEDIO Y ANIOS DE REVISION DISTINTOS DE CERO.          *
      *----------------------------------------------------------------*

       1340-GUARDAR-PARAMETRO.

           MOVE '1340-GUARDAR-PARAMETRO'      TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN PAR-ES-GENERAL
               IF PAR-PTS-SOSPECHA    IS NUMERIC AND
                  PAR-PTS-DECLARA     IS NUMERIC AND
                  PAR-PTS-LNG-PARCIAL IS NUMERIC AND
                  PAR-PTS-LNG-EXACTO  IS NUMERIC AND
                  PAR-PTS-MONEDA-EXT  IS NUMERIC AND
                  PAR-PTS-DOC-EXT     IS NUMERIC AND
                  PAR-UMBRAL-MEDIO    IS NUMERIC AND
                  PAR-UMBRAL-ALTO     IS NUMERIC AND
                  PAR-ANIOS-BAJO      IS NUMERIC AND
                  PAR-ANIOS-MEDIO     IS NUMERIC AND
                  PAR-ANIOS-ALTO      IS NUMERIC AND
                  PAR-UMBRAL-ALTO IS GREATER THAN PAR-UMBRAL-MEDIO AND
                  PAR-ANIOS-BAJO  IS GREATER THAN ZEROS AND
                  PAR-ANIOS-MEDIO IS GREATER THAN ZEROS AND
                  PAR-ANIOS-ALTO  IS GREATER THAN ZEROS
                  MOVE PAR-GENERAL            TO WS-PARAMETROS
                  SET GENERAL-CARGADO         TO TRUE
               ELSE
                  DISPLAY '* REGISTRO GENERAL DE PARRIES INVALIDO: '
                          WS-REG-PARRIES
               END-IF

             WHEN PAR-ES-SEGMENTO
               IF PAR-SEG-PUNTOS IS NOT NUMERIC
                  DISPLAY '* PUNTOS DE SEGMENTO INVALIDOS, SE IGNORA: '
                          PAR-SEG-CODIGO
               ELSE
                  IF WS-CANT-SEG-PTS IS LESS THAN 10
                     ADD 1                    TO WS-CANT-SEG-PTS
                     MOVE PAR-SEG-CODIGO
                       TO T-SPT-SEGMENTO(WS-CANT-SEG-PTS)
                     MOVE PAR-SEG-PUNTOS
                       TO T-SPT-PUNTOS(WS-CANT-SEG-PTS)
                  ELSE
                     DISPLAY '* TABLA DE SEGMENTOS LLENA, SE IGNORA: '
                             PAR-SEG-CODIGO
                  END-IF
               END-IF

             WHEN OTHER
               DISPLAY '* REGISTRO DE PARRIES DESCONOCIDO: '
                       WS-REG-PARRIES
           END-EVALUATE.

           PERFORM 1320-LEER-PARRIES
              THRU 1320-F-LEER-PARRIES.

       1340-F-GUARDAR-PARAMETRO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 4 0 0 - C A R G A R - S O S P E C H A S               *
      *----------------------------------------------------------------*
      *   CADA LINEA 'PATRON REGLA' DEL LISTADO ES UNA ALERTA PARA EL  *
      *   DOCUMENTO DEL TITULAR DE LA CUENTA.                          *
      *----------------------------------------------------------------*

       1400-CARGAR-SOSPECHAS.

           MOVE '1400-CARGAR-SOSPECHAS'       TO WS-PARRAFO.

           PERFORM 1420-LEER-SOSPECHA
              THRU 1420-F-LEER-SOSPECHA.

           PERFORM 1440-CONTAR-SOSPECHA
              THRU 1440-F-CONTAR-SOSPECHA
             UNTIL FS-SOSPECHA-EOF.

           CLOSE SOSPECHA.

       1400-F-CARGAR-SOSPECHAS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 2 0 - L E E R - S O S P E C H A                  *
      *----------------------------------------------------------------*

       1420-LEER-SOSPECHA.

           MOVE '1420-LEER-SOSPECHA'          TO WS-PARRAFO.

           READ SOSPECHA INTO WS-LIN-SOSPECHA.

           EVALUATE TRUE
               WHEN FS-SOSPECHA-OK
                    CONTINUE

               WHEN FS-SOSPECHA-EOF
                    SET FS-SOSPECHA-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SOSPECHA          TO AUX-ERR-NOMBRE
                    MOVE FS-SOSPECHA          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-SOSPECHA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 4 0 - C O N T A R - S O S P E C H A               *
      *----------------------------------------------------------------*

       1440-CONTAR-SOSPECHA.

           MOVE '1440-CONTAR-SOSPECHA'        TO WS-PARRAFO.

           IF SOS-TITULO IS NOT EQUAL TO CT-TITULO-PATRON OR
              SOS-NRODOC IS NOT NUMERIC
              GO TO 1440-SIGUIENTE
           END-IF.

           MOVE SOS-NRODOC                    TO WS-ALE-NRODOC-BUS.

           PERFORM 1480-UBICAR-ALERTA
              THRU 1480-F-UBICAR-ALERTA.

           IF ALERTA-EN-TABLA
              ADD 1                           TO CNT-ALERTAS-SOSPECHA
              IF T-ALE-SOSPECHAS(WS-A) IS LESS THAN 999
                 ADD 1                        TO T-ALE-SOSPECHAS(WS-A)
              END-IF
           END-IF.

       1440-SIGUIENTE.

           PERFORM 1420-LEER-SOSPECHA
              THRU 1420-F-LEER-SOSPECHA.

       1440-F-CONTAR-SOSPECHA.
           EXIT.

      *----------------------------------------------------------------*
      *     1 4 5 0 - C A R G A R - D E C L A R A C I O N E S          *
      *----------------------------------------------------------------*

       1450-CARGAR-DECLARACIONES.

           MOVE '1450-CARGAR-DECLARACIONES'   TO WS-PARRAFO.

           PERFORM 1460-LEER-DECLARA
              THRU 1460-F-LEER-DECLARA.

           PERFORM 1470-CONTAR-DECLARACION
              THRU 1470-F-CONTAR-DECLARACION
             UNTIL FS-DECLARA-EOF.

           CLOSE DECLARA.

       1450-F-CARGAR-DECLARACIONES.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 6 0 - L E E R - D E C L A R A                   *
      *----------------------------------------------------------------*

       1460-LEER-DECLARA.

           MOVE '1460-LEER-DECLARA'           TO WS-PARRAFO.

           READ DECLARA INTO WS-REG-DECLARA.

           EVALUATE TRUE
               WHEN FS-DECLARA-OK
                    CONTINUE

               WHEN FS-DECLARA-EOF
                    SET FS-DECLARA-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DECLARA           TO AUX-ERR-NOMBRE
                    MOVE FS-DECLARA           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1460-F-LEER-DECLARA.
           EXIT.

      *----------------------------------------------------------------*
      *       1 4 7 0 - C O N T A R - D E C L A R A C I O N            *
      *----------------------------------------------------------------*

       1470-CONTAR-DECLARACION.

           MOVE '1470-CONTAR-DECLARACION'     TO WS-PARRAFO.

           IF DCL-NRODOC IS NOT NUMERIC
              GO TO 1470-SIGUIENTE
           END-IF.

           MOVE DCL-NRODOC                    TO WS-ALE-NRODOC-BUS.

           PERFORM 1480-UBICAR-ALERTA
              THRU 1480-F-UBICAR-ALERTA.

           IF ALERTA-EN-TABLA
              ADD 1                           TO CNT-DECLARACIONES
              IF T-ALE-DECLARACIONES(WS-A) IS LESS THAN 999
                 ADD 1                  TO T-ALE-DECLARACIONES(WS-A)
              END-IF
           END-IF.

       1470-SIGUIENTE.

           PERFORM 1460-LEER-DECLARA
              THRU 1460-F-LEER-DECLARA.

       1470-F-CONTAR-DECLARACION.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 8 0 - U B I C A R - A L E R T A                  *
      *----------------------------------------------------------------*
      *   BUSCA EL DOCUMENTO EN LA TABLA Y, SI NO ESTA, LO AGREGA.     *
      *   CON LA TABLA LLENA LA ALERTA NO SE CUENTA Y SE INFORMA.      *
      *----------------------------------------------------------------*

       1480-UBICAR-ALERTA.

           PERFORM 2220-BUSCAR-ALERTA
              THRU 2220-F-BUSCAR-ALERTA.

           IF ALERTA-NUEVA-TABLA
              IF WS-CANT-ALERTAS IS LESS THAN 3000
                 ADD 1                        TO WS-CANT-ALERTAS
                 MOVE WS-CANT-ALERTAS         TO WS-A
                 MOVE WS-ALE-NRODOC-BUS       TO T-ALE-NRODOC(WS-A)
                 MOVE ZEROS                   TO T-ALE-SOSPECHAS(WS-A)
                 MOVE ZEROS               TO T-ALE-DECLARACIONES(WS-A)
                 SET ALERTA-EN-TABLA          TO TRUE
              ELSE
                 DISPLAY '* TABLA DE ALERTAS LLENA, SE IGNORA: '
                         WS-ALE-NRODOC-BUS
              END-IF
           END-IF.

       1480-F-UBICAR-ALERTA.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 0 0 - A P L I C A R - N O V E D A D E S             *
      *----------------------------------------------------------------*
      *   LAS NOVEDADES SE APLICAN ANTES DE CALIFICAR, ASI LA PROXIMA  *
      *   REVISION YA SALE DE LA ULTIMA REVISION INFORMADA.            *
      *----------------------------------------------------------------*

       1500-APLICAR-NOVEDADES.

           MOVE '1500-APLICAR-NOVEDADES'      TO WS-PARRAFO.

           PERFORM 1520-LEER-NOVKYC
              THRU 1520-F-LEER-NOVKYC.

           PERFORM 1540-APLICAR-NOVEDAD
              THRU 1540-F-APLICAR-NOVEDAD
             UNTIL FS-NOVKYC-EOF.

           CLOSE NOVKYC.

       1500-F-APLICAR-NOVEDADES.
           EXIT.

      *----------------------------------------------------------------*
      *             1 5 2 0 - L E E R - N O V K Y C                    *
      *----------------------------------------------------------------*

       1520-LEER-NOVKYC.

           MOVE '1520-LEER-NOVKYC'            TO WS-PARRAFO.

           READ NOVKYC INTO WS-REG-NOVKYC.

           EVALUATE TRUE
               WHEN FS-NOVKYC-OK
                    ADD 1                     TO CNT-NOVEDADES-LEIDAS

               WHEN FS-NOVKYC-EOF
                    SET FS-NOVKYC-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-NOVKYC            TO AUX-ERR-NOMBRE
                    MOVE FS-NOVKYC            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-NOVKYC.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 4 0 - A P L I C A R - N O V E D A D               *
      *----------------------------------------------------------------*
      *   UNA REVISION NO PUEDE SER POSTERIOR A LA FECHA DE PROCESO.   *
      *   SI EL CLIENTE TODAVIA NO ESTA EN KYCCLI SE DA DE ALTA SIN    *
      *   CALIFICAR; LA CALIFICACION DEL MISMO PROCESO LO COMPLETA.    *
      *----------------------------------------------------------------*

       1540-APLICAR-NOVEDAD.

           MOVE '1540-APLICAR-NOVEDAD'        TO WS-PARRAFO.

           SET NOVEDAD-VALIDA                 TO TRUE.

           IF NVK-TIP-DOC IS EQUAL TO SPACES OR
              NVK-NRO-DOC IS NOT NUMERIC OR
              NVK-FECHA-REVISION IS NOT NUMERIC OR
              NVK-FECHA-VTO-DOC IS NOT NUMERIC
              SET NOVEDAD-INVALIDA            TO TRUE
           ELSE
              IF NVK-FECHA-REVISION IS GREATER THAN WS-FECHA-PROCESO
                 SET NOVEDAD-INVALIDA         TO TRUE
              END-IF
           END-IF.

           IF NOVEDAD-INVALIDA
              ADD 1                     TO CNT-NOVEDADES-RECHAZADAS
              DISPLAY '* NOVEDAD KYC RECHAZADA: ' WS-REG-NOVKYC
              GO TO 1540-SIGUIENTE
           END-IF.

           MOVE NVK-TIP-DOC                   TO KYC-TIP-DOC.
           MOVE NVK-NRO-DOC                   TO KYC-NRO-DOC.
           MOVE KYC-CLAVE                     TO KEY-KYCCLI.

           READ KYCCLI INTO REG-KYCCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-KYCCLI-OK
               SET KYC-EXISTENTE              TO TRUE

             WHEN FS-KYCCLI-NOTFND
               SET KYC-NUEVO                  TO TRUE
               PERFORM 2450-INICIAR-KYCCLI
                  THRU 2450-F-INICIAR-KYCCLI
               MOVE NVK-TIP-DOC               TO KYC-TIP-DOC
               MOVE NVK-NRO-DOC               TO KYC-NRO-DOC

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-KYCCLI                 TO AUX-ERR-NOMBRE
               MOVE FS-KYCCLI                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF NVK-FECHA-REVISION IS GREATER THAN ZEROS
              MOVE NVK-FECHA-REVISION         TO KYC-FECHA-ULT-REV
           END-IF.

           IF NVK-FECHA-VTO-DOC IS GREATER THAN ZEROS
              MOVE NVK-FECHA-VTO-DOC          TO KYC-FECHA-VTO-DOC
           END-IF.

           PERFORM 2700-GRABAR-KYCCLI
              THRU 2700-F-GRABAR-KYCCLI.

           ADD 1                         TO CNT-NOVEDADES-APLICADAS.

       1540-SIGUIENTE.

           PERFORM 1520-LEER-NOVKYC
              THRU 1520-F-LEER-NOVKYC.

       1540-F-APLICAR-NOVEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *               1 6 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1600-ABRIR-CURSOR.

           MOVE '1600-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN CLI_CURSOR
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

       1600-F-ABRIR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  CLI_CURSOR
                     INTO
                        :WS-CUR-NROCLI,
                        :WS-CUR-TIPDOC,
                        :WS-CUR-NRODOC,
                        :WS-CUR-NOMAPE,
                        :WS-CUR-SUCURSAL,
                        :WS-CUR-CANT-MEX
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-CLIENTES

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

           PERFORM 2200-CALCULAR-PUNTAJE
              THRU 2200-F-CALCULAR-PUNTAJE.

           PERFORM 2400-LEER-KYCCLI
              THRU 2400-F-LEER-KYCCLI.

           PERFORM 2500-ACTUALIZAR-KYC
              THRU 2500-F-ACTUALIZAR-KYC.

           PERFORM 2700-GRABAR-KYCCLI
              THRU 2700-F-GRABAR-KYCCLI.

           IF HUBO-CAMBIO-RIESGO
              PERFORM 2600-GRABAR-HISTORIA
                 THRU 2600-F-GRABAR-HISTORIA
           END-IF.

           PERFORM 2800-AGENDAR-REVISION
              THRU 2800-F-AGENDAR-REVISION.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 0 0 - C A L C U L A R - P U N T A J E               *
      *----------------------------------------------------------------*
      *   LAS CANTIDADES DE ALERTAS SE TOPEAN EN 99 PARA EL PUNTAJE.   *
      *----------------------------------------------------------------*

       2200-CALCULAR-PUNTAJE.

           MOVE '2200-CALCULAR-PUNTAJE'       TO WS-PARRAFO.

           INITIALIZE WS-PUNTOS.

           MOVE WS-CUR-NRODOC                 TO WS-ALE-NRODOC-BUS.

           PERFORM 2220-BUSCAR-ALERTA
              THRU 2220-F-BUSCAR-ALERTA.

           IF ALERTA-EN-TABLA
              MOVE T-ALE-SOSPECHAS(WS-A)      TO WS-CANT-ALERTA
              IF WS-CANT-ALERTA IS GREATER THAN 99
                 MOVE 99                      TO WS-CANT-ALERTA
              END-IF
              COMPUTE WS-PTS-SOSPECHA = WS-CANT-ALERTA
                                      * PRM-PTS-SOSPECHA

              MOVE T-ALE-DECLARACIONES(WS-A)  TO WS-CANT-ALERTA
              IF WS-CANT-ALERTA IS GREATER THAN 99
                 MOVE 99                      TO WS-CANT-ALERTA
              END-IF
              COMPUTE WS-PTS-DECLARA = WS-CANT-ALERTA
                                     * PRM-PTS-DECLARA
           END-IF.

           PERFORM 2260-CONTROLAR-LISTNEG
              THRU 2260-F-CONTROLAR-LISTNEG.

           PERFORM 2280-BUSCAR-SEGMENTO
              THRU 2280-F-BUSCAR-SEGMENTO.

           IF WS-CUR-CANT-MEX IS GREATER THAN ZEROS
              MOVE PRM-PTS-MONEDA-EXT         TO WS-PTS-MONEDA
           END-IF.

           IF WS-CUR-TIPDOC IS EQUAL TO CT-TIPDOC-PASAPORTE OR
              WS-CUR-TIPDOC IS EQUAL TO CT-TIPDOC-PERMANENCIA
              MOVE PRM-PTS-DOC-EXT            TO WS-PTS-DOCUMENTO
           END-IF.

           COMPUTE WS-PUNTAJE = WS-PTS-SOSPECHA
                              + WS-PTS-DECLARA
                              + WS-PTS-LISTNEG
                              + WS-PTS-SEGMENTO
                              + WS-PTS-MONEDA
                              + WS-PTS-DOCUMENTO.

           EVALUATE TRUE
             WHEN WS-PUNTAJE IS NOT LESS THAN PRM-UMBRAL-ALTO
               MOVE 'A'                       TO WS-RIESGO-NUEVO
               ADD 1                          TO CNT-RIESGO-ALTO

             WHEN WS-PUNTAJE IS NOT LESS THAN PRM-UMBRAL-MEDIO
               MOVE 'M'                       TO WS-RIESGO-NUEVO
               ADD 1                          TO CNT-RIESGO-MEDIO

             WHEN OTHER
               MOVE 'B'                       TO WS-RIESGO-NUEVO
               ADD 1                          TO CNT-RIESGO-BAJO
           END-EVALUATE.

       2200-F-CALCULAR-PUNTAJE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 2 0 - B U S C A R - A L E R T A                  *
      *----------------------------------------------------------------*

       2220-BUSCAR-ALERTA.

           SET ALERTA-NUEVA-TABLA             TO TRUE.
           MOVE 1                             TO WS-A.

           PERFORM 2240-COMPARAR-ALERTA
              THRU 2240-F-COMPARAR-ALERTA
             UNTIL ALERTA-EN-TABLA
                OR WS-A IS GREATER THAN WS-CANT-ALERTAS.

       2220-F-BUSCAR-ALERTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 4 0 - C O M P A R A R - A L E R T A               *
      *----------------------------------------------------------------*

       2240-COMPARAR-ALERTA.

           IF T-ALE-NRODOC(WS-A) IS EQUAL TO WS-ALE-NRODOC-BUS
              SET ALERTA-EN-TABLA             TO TRUE
           ELSE
              ADD 1                           TO WS-A
           END-IF.

       2240-F-COMPARAR-ALERTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 6 0 - C O N T R O L A R - L I S T N E G              *
      *----------------------------------------------------------------*

       2260-CONTROLAR-LISTNEG.

           MOVE '2260-CONTROLAR-LISTNEG'      TO WS-PARRAFO.

           MOVE WS-CUR-NOMAPE                 TO NOR-NOMBRE.

           PERFORM 8600-NORMALIZAR-NOMBRE
              THRU 8600-F-NORMALIZAR-NOMBRE.

           MOVE NOR-NOMBRE                    TO WS-LNG-NOMBRE.

           PERFORM 1899-BUSCAR-LISTNEG
              THRU 1899-F-BUSCAR-LISTNEG.

           EVALUATE TRUE
             WHEN LNG-COINCIDE-EXACTO
               MOVE PRM-PTS-LNG-EXACTO        TO WS-PTS-LISTNEG

             WHEN LNG-COINCIDE-PARCIAL
               MOVE PRM-PTS-LNG-PARCIAL       TO WS-PTS-LISTNEG

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2260-F-CONTROLAR-LISTNEG.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 8 0 - B U S C A R - S E G M E N T O                *
      *----------------------------------------------------------------*
      *   APAREO POR NUMERO DE CLIENTE: SEGMENTO Y EL CURSOR VIENEN EN *
      *   EL MISMO ORDEN. UN CLIENTE SIN CUENTAS NO TIENE SEGMENTO.    *
      *----------------------------------------------------------------*

       2280-BUSCAR-SEGMENTO.

           MOVE '2280-BUSCAR-SEGMENTO'        TO WS-PARRAFO.

           PERFORM 2290-LEER-SEGMENTO
              THRU 2290-F-LEER-SEGMENTO
             UNTIL SEG-NROCLI IS NOT LESS THAN WS-CUR-NROCLI.

           IF SEG-NROCLI IS NOT EQUAL TO WS-CUR-NROCLI
              GO TO 2280-F-BUSCAR-SEGMENTO
           END-IF.

           MOVE 1                             TO WS-S.

           PERFORM 2295-COMPARAR-SEGMENTO
              THRU 2295-F-COMPARAR-SEGMENTO
             UNTIL WS-S IS GREATER THAN WS-CANT-SEG-PTS.

       2280-F-BUSCAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 9 0 - L E E R - S E G M E N T O                  *
      *----------------------------------------------------------------*

       2290-LEER-SEGMENTO.

           MOVE '2290-LEER-SEGMENTO'          TO WS-PARRAFO.

           READ SEGMENTO INTO WS-REG-SEGMENTO.

           EVALUATE TRUE
               WHEN FS-SEGMENTO-OK
                    CONTINUE

               WHEN FS-SEGMENTO-EOF
                    MOVE CT-NROCLI-FIN        TO SEG-NROCLI

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SEGMENTO          TO AUX-ERR-NOMBRE
                    MOVE FS-SEGMENTO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2290-F-LEER-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 9 5 - C O M P A R A R - S E G M E N T O             *
      *----------------------------------------------------------------*

       2295-COMPARAR-SEGMENTO.

           IF T-SPT-SEGMENTO(WS-S) IS EQUAL TO SEG-SEGMENTO
              MOVE T-SPT-PUNTOS(WS-S)         TO WS-PTS-SEGMENTO
              MOVE WS-CANT-SEG-PTS            TO WS-S
           END-IF.

           ADD 1                              TO WS-S.

       2295-F-COMPARAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 4 0 0 - L E E R - K Y C C L I                    *
      *----------------------------------------------------------------*

       2400-LEER-KYCCLI.

           MOVE '2400-LEER-KYCCLI'            TO WS-PARRAFO.

           MOVE WS-CUR-TIPDOC                 TO KYC-TIP-DOC.
           MOVE WS-CUR-NRODOC                 TO KYC-NRO-DOC.
           MOVE KYC-CLAVE                     TO KEY-KYCCLI.

           READ KYCCLI INTO REG-KYCCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-KYCCLI-OK
               SET KYC-EXISTENTE              TO TRUE

             WHEN FS-KYCCLI-NOTFND
               SET KYC-NUEVO                  TO TRUE
               PERFORM 2450-INICIAR-KYCCLI
                  THRU 2450-F-INICIAR-KYCCLI
               MOVE WS-CUR-TIPDOC             TO KYC-TIP-DOC
               MOVE WS-CUR-NRODOC             TO KYC-NRO-DOC

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-KYCCLI                 TO AUX-ERR-NOMBRE
               MOVE FS-KYCCLI                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2400-F-LEER-KYCCLI.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 5 0 - I N I C I A R - K Y C C L I                 *
      *----------------------------------------------------------------*

       2450-INICIAR-KYCCLI.

           MOVE SPACES                        TO REG-KYCCLI-TRAB.
           INITIALIZE REG-KYCCLI-TRAB.
           MOVE WS-FECHA-PROCESO              TO KYC-FECHA-ALTA.
           SET KYC-SIN-CALIFICAR              TO TRUE.
           SET KYC-DOC-VIGENTE                TO TRUE.

       2450-F-INICIAR-KYCCLI.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A C T U A L I Z A R - K Y C                 *
      *----------------------------------------------------------------*
      *   PROXIMA REVISION: ULTIMA REVISION INFORMADA ( O LA FECHA DE  *
      *   ALTA EN KYCCLI SI NUNCA SE REVISO ) MAS LOS ANIOS DEL RIESGO *
      *   VIGENTE; UN 29 DE FEBRERO PASA AL 28. PASAPORTE VENCIDO:     *
      *   TIPO 'PA' CON VENCIMIENTO INFORMADO ANTERIOR AL PROCESO.     *
      *----------------------------------------------------------------*

       2500-ACTUALIZAR-KYC.

           MOVE '2500-ACTUALIZAR-KYC'         TO WS-PARRAFO.

           SET SIN-CAMBIO-RIESGO              TO TRUE.

           MOVE WS-CUR-NROCLI                 TO KYC-NROCLI.
           MOVE WS-CUR-SUCURSAL               TO KYC-SUCURSAL.

           IF WS-PUNTAJE IS GREATER THAN 9999
              MOVE 9999                       TO KYC-PUNTAJE
           ELSE
              MOVE WS-PUNTAJE                 TO KYC-PUNTAJE
           END-IF.

           IF WS-RIESGO-NUEVO IS NOT EQUAL TO KYC-RIESGO
              SET HUBO-CAMBIO-RIESGO          TO TRUE
              IF KYC-SIN-CALIFICAR
                 ADD 1                        TO CNT-CALIF-NUEVAS
              ELSE
                 ADD 1                        TO CNT-CAMBIOS-RIESGO
              END-IF
              MOVE KYC-RIESGO                 TO KYC-RIESGO-ANT
              MOVE WS-RIESGO-NUEVO            TO KYC-RIESGO
              MOVE WS-FECHA-PROCESO           TO KYC-FECHA-CALIF
           END-IF.

           IF KYC-FECHA-ULT-REV IS GREATER THAN ZEROS
              MOVE KYC-FECHA-ULT-REV          TO WS-FECHA-BASE
           ELSE
              MOVE KYC-FECHA-ALTA             TO WS-FECHA-BASE
           END-IF.

           EVALUATE TRUE
             WHEN KYC-RIESGO-ALTO
               MOVE PRM-ANIOS-ALTO            TO WS-ANIOS-REVISION
             WHEN KYC-RIESGO-MEDIO
               MOVE PRM-ANIOS-MEDIO           TO WS-ANIOS-REVISION
             WHEN OTHER
               MOVE PRM-ANIOS-BAJO            TO WS-ANIOS-REVISION
           END-EVALUATE.

           ADD WS-ANIOS-REVISION              TO WS-BASE-ANIO.

           IF WS-BASE-MES IS EQUAL TO 02 AND WS-BASE-DIA IS EQUAL TO 29
              MOVE 28                         TO WS-BASE-DIA
           END-IF.

           MOVE WS-FECHA-BASE                 TO KYC-FECHA-PROX-REV.

           IF WS-CUR-TIPDOC IS EQUAL TO CT-TIPDOC-PASAPORTE AND
              KYC-FECHA-VTO-DOC IS GREATER THAN ZEROS AND
              KYC-FECHA-VTO-DOC IS LESS THAN WS-FECHA-PROCESO
              SET KYC-DOC-VENCIDO             TO TRUE
           ELSE
              SET KYC-DOC-VIGENTE             TO TRUE
           END-IF.

       2500-F-ACTUALIZAR-KYC.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - G R A B A R - H I S T O R I A               *
      *----------------------------------------------------------------*

       2600-GRABAR-HISTORIA.

           MOVE '2600-GRABAR-HISTORIA'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-HISRIESG.
           MOVE WS-FECHA-PROCESO              TO HRI-FECHA.
           MOVE KYC-TIP-DOC                   TO HRI-TIP-DOC.
           MOVE KYC-NRO-DOC                   TO HRI-NRO-DOC.
           MOVE KYC-NROCLI                    TO HRI-NROCLI.
           MOVE KYC-RIESGO-ANT                TO HRI-RIESGO-ANT.
           MOVE KYC-RIESGO                    TO HRI-RIESGO.
           MOVE WS-PUNTAJE                    TO HRI-PUNTAJE.
           MOVE WS-PTS-SOSPECHA               TO HRI-PTS-SOSPECHA.
           MOVE WS-PTS-DECLARA                TO HRI-PTS-DECLARA.
           MOVE WS-PTS-LISTNEG                TO HRI-PTS-LISTNEG.
           MOVE WS-PTS-SEGMENTO               TO HRI-PTS-SEGMENTO.
           MOVE WS-PTS-MONEDA                 TO HRI-PTS-MONEDA.
           MOVE WS-PTS-DOCUMENTO              TO HRI-PTS-DOCUMENTO.
           MOVE KYC-FECHA-PROX-REV            TO HRI-FECHA-PROX-REV.

           WRITE REG-HISRIESG FROM WS-REG-HISRIESG.

           IF NOT FS-HISRIESG-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-HISRIESG                TO AUX-ERR-NOMBRE
              MOVE FS-HISRIESG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 0 0 - G R A B A R - K Y C C L I                  *
      *----------------------------------------------------------------*

       2700-GRABAR-KYCCLI.

           MOVE '2700-GRABAR-KYCCLI'          TO WS-PARRAFO.

           MOVE REG-KYCCLI-TRAB               TO REG-KYCCLI.

           IF KYC-EXISTENTE
              REWRITE REG-KYCCLI
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
           ELSE
              WRITE REG-KYCCLI
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
           END-IF.

           IF NOT FS-KYCCLI-OK
              MOVE CT-KYCCLI                  TO AUX-ERR-NOMBRE
              MOVE FS-KYCCLI                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2700-F-GRABAR-KYCCLI.
           EXIT.

      *----------------------------------------------------------------*
      *         2 8 0 0 - A G E N D A R - R E V I S I O N              *
      *----------------------------------------------------------------*
      *   VAN AL LISTADO LAS REVISIONES CON VENCIMIENTO EN EL MES DE   *
      *   PROCESO O ANTERIOR Y LOS PASAPORTES VENCIDOS.                *
      *----------------------------------------------------------------*

       2800-AGENDAR-REVISION.

           MOVE '2800-AGENDAR-REVISION'       TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           COMPUTE WS-AAAAMM-REVISION = KYC-PROX-REV-ANIO * 100
                                      + KYC-PROX-REV-MES.

           IF WS-AAAAMM-REVISION IS LESS THAN WS-AAAAMM-PROCESO
              MOVE 'REVISION VENCIDA'         TO WS-MOTIVO
              ADD 1                           TO CNT-REVISIONES-MES
           END-IF.

           IF WS-AAAAMM-REVISION IS EQUAL TO WS-AAAAMM-PROCESO
              MOVE 'REVISION DEL MES'         TO WS-MOTIVO
              ADD 1                           TO CNT-REVISIONES-MES
           END-IF.

           IF KYC-DOC-VENCIDO
              ADD 1                           TO CNT-PASAPORTES-VENCIDOS
              IF WS-MOTIVO IS EQUAL TO SPACES
                 MOVE 'PASAPORTE VENCIDO'     TO WS-MOTIVO
              ELSE
                 MOVE 'REVISION Y PASAPORTE'  TO WS-MOTIVO
              END-IF
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              GO TO 2800-F-AGENDAR-REVISION
           END-IF.

           IF WS-CANT-REVISIONES IS NOT LESS THAN 5000
              DISPLAY '* TABLA DE REVISIONES LLENA, NO SE LISTA: '
                      KYC-TIP-DOC '-' KYC-NRO-DOC ' ' WS-MOTIVO
              GO TO 2800-F-AGENDAR-REVISION
           END-IF.

           ADD 1                              TO WS-CANT-REVISIONES.
           MOVE WS-CANT-REVISIONES            TO WS-V.

           MOVE KYC-SUCURSAL                  TO T-REV-SUCURSAL(WS-V).
           MOVE KYC-TIP-DOC                   TO T-REV-TIPDOC(WS-V).
           MOVE KYC-NRO-DOC                   TO T-REV-NRODOC(WS-V).
           MOVE KYC-NROCLI                    TO T-REV-NROCLI(WS-V).
           MOVE WS-CUR-NOMAPE                 TO T-REV-NOMAPE(WS-V).
           MOVE KYC-RIESGO                    TO T-REV-RIESGO(WS-V).
           MOVE KYC-FECHA-PROX-REV           TO T-REV-FECHA-PROX(WS-V).
           MOVE WS-MOTIVO                     TO T-REV-MOTIVO(WS-V).

       2800-F-AGENDAR-REVISION.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3300-LISTAR-REVISIONES
              THRU 3300-F-LISTAR-REVISIONES.

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
              CLOSE CLI_CURSOR
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

           CLOSE SEGMENTO
                 KYCCLI
                 HISRIESG
                 REVKYC.

           IF NOT FS-KYCCLI-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-KYCCLI                  TO AUX-ERR-NOMBRE
              MOVE FS-KYCCLI                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        3 3 0 0 - L I S T A R - R E V I S I O N E S             *
      *----------------------------------------------------------------*
      *   UN BLOQUE POR SUCURSAL, EN ORDEN DE SUCURSAL; LA SUCURSAL 00 *
      *   AGRUPA A LOS CLIENTES SIN CUENTAS.                           *
      *----------------------------------------------------------------*

       3300-LISTAR-REVISIONES.

           MOVE '3300-LISTAR-REVISIONES'      TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-REVKYC.

           PERFORM 3500-GRABAR-REVKYC
              THRU 3500-F-GRABAR-REVKYC.

           IF WS-CANT-REVISIONES IS EQUAL TO ZEROS
              MOVE '  SIN REVISIONES PENDIENTES'
                                              TO REG-REVKYC
              PERFORM 3500-GRABAR-REVKYC
                 THRU 3500-F-GRABAR-REVKYC
              GO TO 3300-F-LISTAR-REVISIONES
           END-IF.

           PERFORM 3320-LISTAR-SUCURSAL
              THRU 3320-F-LISTAR-SUCURSAL
             VARYING WS-SUC FROM 0 BY 1
               UNTIL WS-SUC IS GREATER THAN 99.

       3300-F-LISTAR-REVISIONES.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 2 0 - L I S T A R - S U C U R S A L                *
      *----------------------------------------------------------------*

       3320-LISTAR-SUCURSAL.

           MOVE ZEROS                         TO WS-CANT-SUC.

           PERFORM 3340-LISTAR-REVISION
              THRU 3340-F-LISTAR-REVISION
             VARYING WS-V FROM 1 BY 1
               UNTIL WS-V IS GREATER THAN WS-CANT-REVISIONES.

           IF WS-CANT-SUC IS GREATER THAN ZEROS
              MOVE WS-CANT-SUC                TO LTO-CANTIDAD
              MOVE WS-LIN-TOTAL               TO REG-REVKYC
              PERFORM 3500-GRABAR-REVKYC
                 THRU 3500-F-GRABAR-REVKYC
           END-IF.

       3320-F-LISTAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 4 0 - L I S T A R - R E V I S I O N                *
      *----------------------------------------------------------------*

       3340-LISTAR-REVISION.

           IF T-REV-SUCURSAL(WS-V) IS NOT EQUAL TO WS-SUC
              GO TO 3340-F-LISTAR-REVISION
           END-IF.

           IF WS-CANT-SUC IS EQUAL TO ZEROS
              MOVE SPACES                     TO REG-REVKYC
              PERFORM 3500-GRABAR-REVKYC
                 THRU 3500-F-GRABAR-REVKYC
              MOVE WS-SUC                     TO LSU-SUCURSAL
              MOVE WS-LIN-SUCURSAL            TO REG-REVKYC
              PERFORM 3500-GRABAR-REVKYC
                 THRU 3500-F-GRABAR-REVKYC
              MOVE WS-LIN-COLUMNAS            TO REG-REVKYC
              PERFORM 3500-GRABAR-REVKYC
                 THRU 3500-F-GRABAR-REVKYC
           END-IF.

           ADD 1                              TO WS-CANT-SUC.

           MOVE T-REV-TIPDOC(WS-V)            TO LDT-TIPDOC.
           MOVE T-REV-NRODOC(WS-V)            TO LDT-NRODOC.
           MOVE T-REV-NROCLI(WS-V)            TO LDT-NROCLI.
           MOVE T-REV-NOMAPE(WS-V)            TO LDT-NOMAPE.
           MOVE T-REV-RIESGO(WS-V)            TO LDT-RIESGO.
           MOVE T-REV-FECHA-PROX(WS-V)        TO LDT-FECHA-PROX.
           MOVE T-REV-MOTIVO(WS-V)            TO LDT-MOTIVO.
           MOVE WS-LIN-DETALLE                TO REG-REVKYC.

           PERFORM 3500-GRABAR-REVKYC
              THRU 3500-F-GRABAR-REVKYC.

       3340-F-LISTAR-REVISION.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-NOVEDADES-LEIDAS          TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI120               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* NOVEDADES KYC LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOVEDADES-APLICADAS       TO WS-MASCARA.
           DISPLAY '* NOVEDADES KYC APLICADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOVEDADES-RECHAZADAS      TO WS-MASCARA.
           DISPLAY '* NOVEDADES KYC RECHAZADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALERTAS-SOSPECHA          TO WS-MASCARA.
           DISPLAY '* ALERTAS DE ESTRUCTURACION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DECLARACIONES             TO WS-MASCARA.
           DISPLAY '* DECLARACIONES SOBRE UMBRAL:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLIENTES                  TO WS-MASCARA.
           DISPLAY '* CLIENTES CALIFICADOS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RIESGO-BAJO               TO WS-MASCARA.
           DISPLAY '* RIESGO BAJO:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RIESGO-MEDIO              TO WS-MASCARA.
           DISPLAY '* RIESGO MEDIO:                           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RIESGO-ALTO               TO WS-MASCARA.
           DISPLAY '* RIESGO ALTO:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CALIF-NUEVAS              TO WS-MASCARA.
           DISPLAY '* PRIMERAS CALIFICACIONES:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAMBIOS-RIESGO            TO WS-MASCARA.
           DISPLAY '* CAMBIOS DE RIESGO:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REVISIONES-MES            TO WS-MASCARA.
           DISPLAY '* REVISIONES KYC VENCIDAS O DEL MES:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PASAPORTES-VENCIDOS       TO WS-MASCARA.
           DISPLAY '* PASAPORTES VENCIDOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CLIENTES='      DELIMITED BY SIZE
                  CNT-CLIENTES     DELIMITED BY SIZE
                  ' ALTO='         DELIMITED BY SIZE
                  CNT-RIESGO-ALTO  DELIMITED BY SIZE
                  ' CAMBIOS='      DELIMITED BY SIZE
                  CNT-CAMBIOS-RIESGO DELIMITED BY SIZE
                  ' REVISAR='      DELIMITED BY SIZE
                  CNT-REVISIONES-MES DELIMITED BY SIZE
                  ' PASVENC='      DELIMITED BY SIZE
                  CNT-PASAPORTES-VENCIDOS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - R E V K Y C                  *
      *----------------------------------------------------------------*

       3500-GRABAR-REVKYC.

           WRITE REG-REVKYC.

           IF NOT FS-REVKYC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REVKYC                  TO AUX-ERR-NOMBRE
              MOVE FS-REVKYC                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3500-F-GRABAR-REVKYC.
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
      *        1 8 8 7 - C A R G A R - L I S T N E G                   *
      *----------------------------------------------------------------*

           COPY LISTNGLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        8 6 0 0 - N O R M A L I Z A R - N O M B R E             *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

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

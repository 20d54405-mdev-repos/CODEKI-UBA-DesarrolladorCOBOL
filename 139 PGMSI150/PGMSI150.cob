      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI150.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   ANALISIS MENSUAL DE DESERCION DE CLIENTES                    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA DE FIN DE MES RECIBE POR SYSIN EL PERIODO        *
      * ( AAAAMM ) Y, OPCIONAL, EL UMBRAL DE ALTO VALOR EN PESOS, Y    *
      * ANALIZA LOS CLIENTES QUE SE FUERON EN EL PERIODO: LOS QUE      *
      * CERRARON SU ULTIMA CUENTA ( KC02787.TBCURBAJ, QUE CARGA        *
      * PGMSIN70 ) Y YA NO TIENEN NINGUNA ABIERTA EN TBCURCTA.         *
      * POR CADA CLIENTE REUNE:                                        *
      *   - LAS CUENTAS CERRADAS EN EL PERIODO Y EL MOTIVO, LA FECHA Y *
      *     LA SUCURSAL DE LA ULTIMA.                                  *
      *   - LA ANTIGUEDAD EN MESES DESDE SU PRIMERA CUENTA ( PRIMERA   *
      *     FOTO DE SALDO EN TBCURSAL / TBCURSALH ).                   *
      *   - EL SEGMENTO QUE LE ASIGNO PGMSIN54 EL CIERRE ANTERIOR      *
      *     ( DD SEGANT, ORDENADO POR NROCLI ).                        *
      *   - EL SALDO PROMEDIO CONSOLIDADO DE LOS TRES MESES PREVIOS AL *
      *     PERIODO, DESDE LAS FOTOS DE TBCURSAL.                      *
      *   - SI ALGUNO DE SUS TIPOS DE CUENTA TUVO UN AUMENTO DE        *
      *     ARANCEL CON VIGENCIA EN ESOS MESES ( JOURNAL PARMJRNL DEL  *
      *     CONTROL DE CAMBIOS PGMSIN95, ARCHIVO COMISION ).           *
      *   - SI ALGUNA DE LAS CUENTAS CERRADAS TIENE UN RECLAMO SOBRE   *
      *     UN DEBITO TODAVIA SIN RESOLVER ( KSDS DISPUTA, PGMSI155 ). *
      * EL INFORME REPBAJA DETALLA CADA BAJA Y RESUME LA TASA DE       *
      * DESERCION ( BAJAS / CLIENTES AL INICIO ) POR SUCURSAL, POR     *
      * SEGMENTO Y POR MOTIVO. LA BASE POR SEGMENTO ES EL ARCHIVO      *
      * SEGANT; LA BASE POR SUCURSAL SON LOS CLIENTES CON CUENTA EN LA *
      * SUCURSAL AL INICIO DEL PERIODO ( ABIERTAS HOY MAS CERRADAS     *
      * DESDE EL PRIMER DIA ).                                         *
      * EL INFORME REPLLAM LISTA, POR SUCURSAL, LAS BAJAS DE ALTO      *
      * VALOR ( PROMEDIO IGUAL O MAYOR AL UMBRAL ) CON EL TELEFONO DEL *
      * KSDS CONTACTO, PARA QUE LOS OFICIALES DE CUENTA LOS LLAMEN.    *
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

           SELECT SEGANT ASSIGN TO SEGANT
                                    FILE STATUS IS FS-SEGANT.

           SELECT PARMJRNL ASSIGN TO PARMJRNL
                                    FILE STATUS IS FS-PARMJRNL.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT DISPUTA  ASSIGN TO DISPUTA
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-DISPUTA
                           FILE STATUS IS FS-DISPUTA.

           SELECT REPBAJA ASSIGN TO REPBAJA
                                    FILE STATUS IS FS-REPBAJA.

           SELECT REPLLAM ASSIGN TO REPLLAM
                                    FILE STATUS IS FS-REPLLAM.

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
      *   SEGMENTACION DEL CIERRE ANTERIOR ( ARCHIVO SEGMENTO DE       *
      *   PGMSIN54: UN REGISTRO POR CLIENTE, EN ORDEN DE NROCLI ).     *
      *----------------------------------------------------------------*

       FD   SEGANT
            RECORDING MODE IS F.
       01   REG-SEGANT.
           02 SGA-TIPDOC                    PIC X(02).
           02 SGA-NRODOC                    PIC 9(11).
           02 SGA-NROCLI                    PIC 9(08).
           02 SGA-SALDO                     PIC S9(11)V99.
           02 SGA-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   JOURNAL DEL CONTROL DE CAMBIOS DE PARAMETROS ( PGMSIN95 ).   *
      *----------------------------------------------------------------*

       FD   PARMJRNL
            RECORDING MODE IS F.
       01   REG-PARMJRNL.
            02 JRN-ARCHIVO                                  PIC X(08).
            02 JRN-FECHA-PROC                               PIC 9(08).
            02 JRN-ACCION                                   PIC X(01).
               88 JRN-MODIFICA                              VALUE 'M'.
               88 JRN-ALTA                                  VALUE 'A'.
            02 JRN-APROBADOR                                PIC X(08).
            02 JRN-FECHA-VIG                                PIC 9(08).
            02 JRN-ANTES                                    PIC X(80).
            02 JRN-DESPUES                                  PIC X(80).
            02 FILLER                                       PIC X(07).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )

       FD   CONTACTO.
       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * DISPUTA ( ARCHIVO VSAM DE RECLAMOS ABIERTOS, COPY CPDISPUT )

       FD   DISPUTA.

       01 REG-DISPUTA.
          03 KEY-DISPUTA  PIC X(22).
          03 FILLER       PIC X(178).

      *----------------------------------------------------------------*
      *   INFORME DE DESERCION Y LISTADO DE BAJAS DE ALTO VALOR        *
      *----------------------------------------------------------------*

       FD   REPBAJA
            RECORDING MODE IS F.
       01   REG-REPBAJA                                     PIC X(132).

       FD   REPLLAM
            RECORDING MODE IS F.
       01   REG-REPLLAM                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI150'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-START                      PIC X(08)  VALUE 'START   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-SEGANT                     PIC X(08)  VALUE 'SEGANT  '.
           02 CT-PARMJRNL                   PIC X(08)  VALUE 'PARMJRNL'.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-DISPUTA                    PIC X(08)  VALUE 'DISPUTA '.
           02 CT-REPBAJA                    PIC X(08)  VALUE 'REPBAJA '.
           02 CT-REPLLAM                    PIC X(08)  VALUE 'REPLLAM '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-TBCURSAL                   PIC X(08)  VALUE 'TBCURSAL'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-ARCHIVO-COMISION           PIC X(08)  VALUE 'COMISION'.
           02 CT-SIN-SEGMENTO               PIC X(02)  VALUE '--'.
           02 CT-UMBRAL-DEFAULT             PIC 9(09)  VALUE 1000000.
           02 CT-MESES-PREVIOS              PIC 9(02)  VALUE 3.
           02 CT-MAX-SUCURSALES             PIC 9(03)  VALUE 99.
           02 CT-MAX-SEGMENTOS              PIC 9(03)  VALUE 20.
           02 CT-MAX-MOTIVOS                PIC 9(03)  VALUE 50.
           02 CT-MAX-AUMENTOS               PIC 9(03)  VALUE 20.
           02 CT-MAX-LLAMADOS               PIC 9(03)  VALUE 500.
           02 CT-MOTIVO-OTROS               PIC X(20)  VALUE
              'OTROS MOTIVOS'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-IS                         PIC 9(03)  VALUE ZEROS.
           02 WS-IG                         PIC 9(03)  VALUE ZEROS.
           02 WS-IM                         PIC 9(03)  VALUE ZEROS.
           02 WS-IL                         PIC 9(03)  VALUE ZEROS.
           02 WS-SEG-BUSCADO                PIC X(02)  VALUE SPACES.
           02 WS-MESES-TOTAL                PIC 9(06)  VALUE ZEROS.
           02 WS-UMBRAL                     PIC 9(09)  VALUE ZEROS.
           02 WS-TASA                       PIC 9(03)V99
                                                       VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$.$$$.$$$.$$9,99-.

      *----------------------------------------------------------------*
      *             A R E A  D E  P A R A M E T R O S                  *
      *----------------------------------------------------------------*
      *   SYSIN: PERIODO ( AAAAMM ) EN COL 1-6 Y UMBRAL DE ALTO VALOR  *
      *   EN PESOS EN COL 8-16 ( BLANCO = CT-UMBRAL-DEFAULT ). SE      *
      *   ARMAN LOS LIMITES DEL PERIODO Y DE LOS TRES MESES PREVIOS.   *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-PERIODO               PIC X(06).
           02 FILLER                        PIC X(01).
           02 WS-PARM-UMBRAL                PIC X(09).
           02 FILLER                        PIC X(64).

       01 WS-PARAMETROS.
           02 WS-FECHA-DESDE                PIC 9(08) VALUE ZEROS.
           02 WS-FECHA-HASTA                PIC 9(08) VALUE ZEROS.
           02 WS-PREVIO-DESDE               PIC 9(08) VALUE ZEROS.
           02 WS-PREVIO-HASTA               PIC 9(08) VALUE ZEROS.

       01 WS-PERIODO.
           02 WS-PER-ANIO                   PIC 9(04).
           02 WS-PER-MES                    PIC 9(02).

       01 WS-MES-CALCULO.
           02 WS-MCA-ANIO                   PIC 9(04).
           02 WS-MCA-MES                    PIC 9(02).
       01 WS-MES-CALCULO-N REDEFINES WS-MES-CALCULO
                                            PIC 9(06).

      *----------------------------------------------------------------*
      *   FECHAS PARA LA ANTIGUEDAD EN MESES                           *
      *----------------------------------------------------------------*

       01 WS-FECHA-PRIMERA.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PRIMERA-N REDEFINES WS-FECHA-PRIMERA
                                            PIC 9(08).

       01 WS-FECHA-CIERRE.
           02 WS-FCI-ANIO                   PIC 9(04).
           02 WS-FCI-MES                    PIC 9(02).
           02 WS-FCI-DIA                    PIC 9(02).
       01 WS-FECHA-CIERRE-N REDEFINES WS-FECHA-CIERRE
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   CLIENTE EN CURSO ( CORTE DE CONTROL POR NROCLI )             *
      *----------------------------------------------------------------*

       01 WS-CLIENTE.
           02 WS-CLI-NROCLI-ACT             PIC 9(08).
           02 WS-CLI-TIPDOC-ACT             PIC X(02).
           02 WS-CLI-NRODOC-ACT             PIC 9(11).
           02 WS-CLI-NOMAPE-ACT             PIC X(30).
           02 WS-CLI-CUENTAS                PIC 9(03).
           02 WS-CLI-FECCIE                 PIC 9(08).
           02 WS-CLI-MOTIVO                 PIC X(20).
           02 WS-CLI-SUCUEN                 PIC 9(02).
           02 WS-CLI-SEGMENTO               PIC X(02).
           02 WS-CLI-ANTIGUEDAD             PIC 9(04).
           02 WS-CLI-PROMEDIO               PIC S9(13)V99 COMP-3.
           02 WS-CLI-TELEFONO               PIC X(15).
           02 WS-CLI-AUMENTO-SW             PIC X(01).
              88 CLI-CON-AUMENTO                       VALUE 'S'.
              88 CLI-SIN-AUMENTO                       VALUE 'N'.
           02 WS-CLI-RECLAMO-SW             PIC X(01).
              88 CLI-CON-RECLAMO                       VALUE 'S'.
              88 CLI-SIN-RECLAMO                       VALUE 'N'.
           02 WS-CLI-ANTIG-SW               PIC X(01).
              88 CLI-CON-ANTIGUEDAD                    VALUE 'S'.
              88 CLI-SIN-ANTIGUEDAD                    VALUE 'N'.
           02 WS-CLI-VALOR-SW               PIC X(01).
              88 CLI-ALTO-VALOR                        VALUE 'S'.
              88 CLI-VALOR-NORMAL                      VALUE 'N'.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LOS CURSORES Y CONSULTAS                   *
      *----------------------------------------------------------------*

       01 WS-HOST-CLIENTE.
           02 WS-HCL-TIPDOC                 PIC X(02).
           02 WS-HCL-NRODOC                 PIC 9(11).
           02 WS-HCL-NOMAPE                 PIC X(30).

       01 WS-HOST-BASE.
           02 WS-BAS-SUCUEN                 PIC 9(02).
           02 WS-BAS-CANT                   PIC S9(09) COMP.

       01 WS-HOST-ANTIGUEDAD.
           02 WS-ANT-FECFOTO-ACT            PIC 9(08).
           02 WS-ANT-FECFOTO-HIS            PIC 9(08).

       01 WS-HOST-PROMEDIO.
           02 WS-PRO-SUMA                   PIC S9(15)V99 COMP-3.
           02 WS-PRO-DIAS                   PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *   AUMENTOS DE ARANCEL DEL JOURNAL ( IMAGEN DEL REGISTRO DE     *
      *   COMISION, MISMO LAYOUT QUE PGMSIN53 )                        *
      *----------------------------------------------------------------*

       01 WS-ARANCEL-ANTES.
           02 ARA-ANT-TIPCUEN               PIC X(02).
           02 ARA-ANT-IMPORTE               PIC 9(05)V99.
           02 FILLER                        PIC X(71).

       01 WS-ARANCEL-DESPUES.
           02 ARA-DES-TIPCUEN               PIC X(02).
           02 ARA-DES-IMPORTE               PIC 9(05)V99.
           02 FILLER                        PIC X(71).

       01 WS-CANT-AUMENTOS                  PIC 9(03)  VALUE ZEROS.

       01 WS-T-AUMENTOS.
           02 T-AUM                         OCCURS 20 TIMES.
              03 T-AUM-TIPCUEN              PIC X(02).
              03 T-AUM-FECHA-VIG            PIC 9(08).

      *----------------------------------------------------------------*
      *   BASE Y BAJAS POR SUCURSAL, INDEXADO POR SUCUEN               *
      *----------------------------------------------------------------*

       01 WS-T-DESERCION-SUC.
           02 T-DSU                         OCCURS 99 TIMES.
              03 T-DSU-BASE                 PIC 9(07).
              03 T-DSU-BAJAS                PIC 9(05).
              03 T-DSU-ALTO-VALOR           PIC 9(05).
              03 T-DSU-PROMEDIO             PIC S9(15)V99 COMP-3.

      *----------------------------------------------------------------*
      *   BASE Y BAJAS POR SEGMENTO ( SE AGREGAN A MEDIDA QUE          *
      *   APARECEN EN SEGANT )                                         *
      *----------------------------------------------------------------*

       01 WS-CANT-SEGMENTOS                 PIC 9(03)  VALUE ZEROS.

       01 WS-T-DESERCION-SEG.
           02 T-DSG                         OCCURS 20 TIMES.
              03 T-DSG-SEGMENTO             PIC X(02).
              03 T-DSG-BASE                 PIC 9(07).
              03 T-DSG-BAJAS                PIC 9(05).
              03 T-DSG-ALTO-VALOR           PIC 9(05).
              03 T-DSG-PROMEDIO             PIC S9(15)V99 COMP-3.

      *----------------------------------------------------------------*
      *   BAJAS POR MOTIVO DE CIERRE ( TEXTO LIBRE DE PGMSIN70; LO QUE *
      *   NO ENTRA EN LA TABLA SE AGRUPA EN LA ULTIMA ENTRADA )        *
      *----------------------------------------------------------------*

       01 WS-CANT-MOTIVOS                   PIC 9(03)  VALUE ZEROS.

       01 WS-T-DESERCION-MOT.
           02 T-DMO                         OCCURS 50 TIMES.
              03 T-DMO-MOTIVO               PIC X(20).
              03 T-DMO-BAJAS                PIC 9(05).
              03 T-DMO-ALTO-VALOR           PIC 9(05).
              03 T-DMO-PROMEDIO             PIC S9(15)V99 COMP-3.

      *----------------------------------------------------------------*
      *   BAJAS DE ALTO VALOR A LLAMAR ( SE LISTAN POR SUCURSAL )      *
      *----------------------------------------------------------------*

       01 WS-CANT-LLAMADOS                  PIC 9(03)  VALUE ZEROS.

       01 WS-T-LLAMADOS.
           02 T-LLA                         OCCURS 500 TIMES.
              03 T-LLA-SUCUEN               PIC 9(02).
              03 T-LLA-TIPDOC               PIC X(02).
              03 T-LLA-NRODOC               PIC 9(11).
              03 T-LLA-NOMAPE               PIC X(30).
              03 T-LLA-TELEFONO             PIC X(15).
              03 T-LLA-SEGMENTO             PIC X(02).
              03 T-LLA-PROMEDIO             PIC S9(13)V99 COMP-3.
              03 T-LLA-ANTIG-SW             PIC X(01).
              03 T-LLA-ANTIGUEDAD           PIC 9(04).
              03 T-LLA-MOTIVO               PIC X(20).
              03 T-LLA-AUMENTO-SW           PIC X(01).
              03 T-LLA-RECLAMO-SW           PIC X(01).

      *----------------------------------------------------------------*
      *   TOTALES DEL PERIODO                                          *
      *----------------------------------------------------------------*

       01 WS-TOTALES.
           02 TOT-BASE                      PIC 9(07)  VALUE ZEROS.
           02 TOT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 TOT-ALTO-VALOR                PIC 9(05)  VALUE ZEROS.
           02 TOT-PROMEDIO                  PIC S9(15)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPBAJA                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(45)  VALUE
              'ANALISIS DE DESERCION DE CLIENTES - PERIODO '.
           02 LTI-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-MES                       PIC 9(02).
           02 FILLER                        PIC X(28)  VALUE
              '   PROMEDIOS DE LOS MESES '.
           02 LTI-PREVIO-DESDE              PIC 9(06).
           02 FILLER                        PIC X(03)  VALUE ' A '.
           02 LTI-PREVIO-HASTA              PIC 9(06).
           02 FILLER                        PIC X(19)  VALUE
              '   UMBRAL ALTO VAL.'.
           02 LTI-UMBRAL                    PIC ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(07)  VALUE SPACES.

       01 WS-LIN-SECCION.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LSE-TEXTO                     PIC X(60).
           02 FILLER                        PIC X(71)  VALUE SPACES.

       01 WS-LIN-COL-DETALLE.
           02 FILLER                        PIC X(10)  VALUE
              ' CLIENTE'.
           02 FILLER                        PIC X(15)  VALUE
              'DOCUMENTO'.
           02 FILLER                        PIC X(31)  VALUE
              'APELLIDO Y NOMBRE'.
           02 FILLER                        PIC X(03)  VALUE 'SU'.
           02 FILLER                        PIC X(03)  VALUE 'SG'.
           02 FILLER                        PIC X(06)  VALUE 'ANTIG'.
           02 FILLER                        PIC X(15)  VALUE
              '   PROMEDIO 3M'.
           02 FILLER                        PIC X(04)  VALUE 'CTS'.
           02 FILLER                        PIC X(21)  VALUE
              'MOTIVO ULTIMO CIERRE'.
           02 FILLER                        PIC X(04)  VALUE 'ARA'.
           02 FILLER                        PIC X(05)  VALUE 'A.V.'.
           02 FILLER                        PIC X(15)  VALUE 'REC'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ANTIGUEDAD                PIC ZZZ9.
           02 LDE-ANTIGUEDAD-X REDEFINES LDE-ANTIGUEDAD
                                            PIC X(04).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-PROMEDIO                  PIC Z.ZZZ.ZZZ.ZZ9-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CUENTAS                   PIC ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-MOTIVO                    PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-AUMENTO                   PIC X(01).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDE-ALTO-VALOR                PIC X(01).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LDE-RECLAMO                   PIC X(01).
           02 FILLER                        PIC X(14)  VALUE SPACES.

       01 WS-LIN-COL-RESUMEN.
           02 FILLER                        PIC X(25)  VALUE
              ' CLAVE'.
           02 FILLER                        PIC X(21)  VALUE
              'DESCRIPCION'.
           02 FILLER                        PIC X(10)  VALUE
              '      BASE'.
           02 FILLER                        PIC X(08)  VALUE
              '   BAJAS'.
           02 FILLER                        PIC X(09)  VALUE
              '  TASA %'.
           02 FILLER                        PIC X(09)  VALUE
              '  ALTO V.'.
           02 FILLER                        PIC X(18)  VALUE
              '  PROMEDIO PERDIDO'.
           02 FILLER                        PIC X(32)  VALUE SPACES.

       01 WS-LIN-RESUMEN.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRE-CLAVE                     PIC X(20).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-DESCRIPCION               PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRE-BASE                      PIC Z.ZZZ.ZZ9.
           02 LRE-BASE-X REDEFINES LRE-BASE PIC X(09).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LRE-BAJAS                     PIC ZZ.ZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-TASA                      PIC ZZ9,99.
           02 LRE-TASA-X REDEFINES LRE-TASA PIC X(06).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-ALTO-VALOR                PIC ZZ.ZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-PROMEDIO                  PIC ZZ.ZZZ.ZZZ.ZZ9-.
           02 FILLER                        PIC X(35)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO REPLLAM                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-LLA-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'BAJAS DE ALTO VALOR A CONTACTAR - PERIODO '.
           02 LLT-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LLT-MES                       PIC 9(02).
           02 FILLER                        PIC X(75)  VALUE SPACES.

       01 WS-LIN-LLA-SUCURSAL.
           02 FILLER                        PIC X(10)  VALUE
              ' SUCURSAL '.
           02 LLS-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LLS-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LLS-REGION                    PIC X(10).
           02 FILLER                        PIC X(84)  VALUE SPACES.

       01 WS-LIN-LLA-COLUMNAS.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 FILLER                        PIC X(15)  VALUE
              'DOCUMENTO'.
           02 FILLER                        PIC X(31)  VALUE
              'APELLIDO Y NOMBRE'.
           02 FILLER                        PIC X(16)  VALUE
              'TELEFONO'.
           02 FILLER                        PIC X(03)  VALUE 'SG'.
           02 FILLER                        PIC X(15)  VALUE
              '   PROMEDIO 3M'.
           02 FILLER                        PIC X(06)  VALUE 'ANTIG'.
           02 FILLER                        PIC X(21)  VALUE
              'MOTIVO ULTIMO CIERRE'.
           02 FILLER                        PIC X(07)  VALUE 'AUMENTO'.
           02 FILLER                        PIC X(14)  VALUE 'RECLAMO'.

       01 WS-LIN-LLA-DETALLE.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LLD-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LLD-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-TELEFONO                  PIC X(15).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-SEGMENTO                  PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-PROMEDIO                  PIC Z.ZZZ.ZZZ.ZZ9-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-ANTIGUEDAD                PIC ZZZ9.
           02 LLD-ANTIGUEDAD-X REDEFINES LLD-ANTIGUEDAD
                                            PIC X(04).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-MOTIVO                    PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LLD-AUMENTO                   PIC X(02).
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LLD-RECLAMO                   PIC X(02).
           02 FILLER                        PIC X(13)  VALUE SPACES.

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
           02 CNT-CLIENTES-BAJA             PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-ALTO-VALOR          PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-CON-AUMENTO         PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-CON-RECLAMO         PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-SIN-SEGMENTO        PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-SIN-ANTIGUEDAD      PIC 9(07)  VALUE ZEROS.
           02 CNT-BAJAS-SIN-TELEFONO        PIC 9(07)  VALUE ZEROS.
           02 CNT-LLAMADOS-NO-LISTADOS      PIC 9(07)  VALUE ZEROS.
           02 CNT-SEGANT-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-JOURNAL-LEIDOS            PIC 9(07)  VALUE ZEROS.
           02 CNT-AUMENTOS-ARANCEL          PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 CS-BASE                       PIC X(02).
              88 CS-BASE-OK                            VALUE '00'.
              88 CS-BASE-EOC                           VALUE '10'.

           02 FS-SEGANT                     PIC X(02).
              88 FS-SEGANT-OK                          VALUE '00'.
              88 FS-SEGANT-EOF                         VALUE '10'.

           02 FS-PARMJRNL                   PIC X(02).
              88 FS-PARMJRNL-OK                        VALUE '00'.
              88 FS-PARMJRNL-EOF                       VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-DISPUTA                    PIC X(02).
              88 FS-DISPUTA-OK                         VALUE '00'.
              88 FS-DISPUTA-EOF                        VALUE '10'.
              88 FS-DISPUTA-NOTFND                     VALUE '23'.

           02 FS-REPBAJA                    PIC X(02).
              88 FS-REPBAJA-OK                         VALUE '00'.

           02 FS-REPLLAM                    PIC X(02).
              88 FS-REPLLAM-OK                         VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPCURBAJ.

           COPY CPCONTAC.

           COPY CPDISPUT.

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
             INCLUDE TBCURBAJ
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURSAL
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   CUENTAS CERRADAS EN EL PERIODO DE CLIENTES QUE YA NO TIENEN  *
      *   CUENTAS ABIERTAS NI CERRARON OTRA DESPUES DEL PERIODO ( ES   *
      *   DECIR, QUE EN EL PERIODO CERRARON LA ULTIMA ).               *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE BAJA_CURSOR CURSOR FOR
               SELECT B.NROCLI,
                      B.TIPCUEN,
                      B.NROCUEN,
                      B.SUCUEN,
                      B.FECCIE,
                      B.MOTIVO,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE
                 FROM KC02787.TBCURBAJ B,
                      KC02787.TBCURCLI C
                WHERE B.NROCLI = C.NROCLI
                  AND B.FECCIE BETWEEN :WS-FECHA-DESDE
                                   AND :WS-FECHA-HASTA
                  AND NOT EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURCTA A
                        WHERE A.NROCLI = B.NROCLI)
                  AND NOT EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURBAJ X
                        WHERE X.NROCLI = B.NROCLI
                          AND X.FECCIE > :WS-FECHA-HASTA)
             ORDER BY B.NROCLI, B.FECCIE
           END-EXEC.

      *----------------------------------------------------------------*
      *   CLIENTES POR SUCURSAL AL INICIO DEL PERIODO: CON CUENTA      *
      *   ABIERTA HOY O CERRADA DESDE EL PRIMER DIA DEL PERIODO.       *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE BASE_CURSOR CURSOR FOR
               SELECT X.SUCUEN,
                      COUNT(DISTINCT X.NROCLI)
                 FROM (SELECT SUCUEN, NROCLI
                         FROM KC02787.TBCURCTA
                       UNION
                       SELECT SUCUEN, NROCLI
                         FROM KC02787.TBCURBAJ
                        WHERE FECCIE >= :WS-FECHA-DESDE) X
             GROUP BY X.SUCUEN
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

           PERFORM 2600-COMPLETAR-SEGMENTOS
              THRU 2600-F-COMPLETAR-SEGMENTOS.

           PERFORM 2700-EMITIR-RESUMEN
              THRU 2700-F-EMITIR-RESUMEN.

           PERFORM 2800-EMITIR-LLAMADOS
              THRU 2800-F-EMITIR-LLAMADOS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-AUMENTOS
                      WS-T-DESERCION-SUC
                      WS-T-DESERCION-SEG
                      WS-T-DESERCION-MOT
                      WS-T-LLAMADOS
                      WS-T-SUCMAES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-AUMENTOS
              THRU 1300-F-CARGAR-AUMENTOS.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1500-CARGAR-BASE-SUCURSAL
              THRU 1500-F-CARGAR-BASE-SUCURSAL.

           PERFORM 1620-LEER-SEGANT
              THRU 1620-F-LEER-SEGANT.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           PERFORM 1700-TITULOS-REPBAJA
              THRU 1700-F-TITULOS-REPBAJA.

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

           IF WS-PARM-UMBRAL IS NUMERIC AND
              WS-PARM-UMBRAL IS NOT EQUAL TO ZEROS
              MOVE WS-PARM-UMBRAL             TO WS-UMBRAL
           ELSE
              MOVE CT-UMBRAL-DEFAULT          TO WS-UMBRAL
           END-IF.

           MOVE WS-PARM-PERIODO               TO WS-FECHA-DESDE(1:6).
           MOVE '01'                          TO WS-FECHA-DESDE(7:2).
           MOVE WS-PARM-PERIODO               TO WS-FECHA-HASTA(1:6).
           MOVE '31'                          TO WS-FECHA-HASTA(7:2).

      *    MESES PREVIOS: DEL PERIODO MENOS CT-MESES-PREVIOS AL
      *    PERIODO MENOS UNO ( MESES CONTADOS DESDE EL ANIO CERO ).

           COMPUTE WS-MESES-TOTAL = WS-PER-ANIO * 12 + WS-PER-MES - 1
                                  - CT-MESES-PREVIOS.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MCA-ANIO
                                    REMAINDER WS-MCA-MES.
           ADD 1                              TO WS-MCA-MES.
           MOVE WS-MES-CALCULO-N              TO WS-PREVIO-DESDE(1:6).
           MOVE '01'                          TO WS-PREVIO-DESDE(7:2).

           COMPUTE WS-MESES-TOTAL = WS-PER-ANIO * 12 + WS-PER-MES - 2.
           DIVIDE WS-MESES-TOTAL BY 12 GIVING WS-MCA-ANIO
                                    REMAINDER WS-MCA-MES.
           ADD 1                              TO WS-MCA-MES.
           MOVE WS-MES-CALCULO-N              TO WS-PREVIO-HASTA(1:6).
           MOVE '31'                          TO WS-PREVIO-HASTA(7:2).

           DISPLAY 'PERIODO INFORMADO: ' WS-PARM-PERIODO
                   '  PROMEDIOS: ' WS-PREVIO-DESDE ' A '
                   WS-PREVIO-HASTA '  UMBRAL: ' WS-UMBRAL.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  SEGANT
                       PARMJRNL
                       CONTACTO
                       DISPUTA
                OUTPUT REPBAJA
                       REPLLAM.

           IF NOT FS-SEGANT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGANT                  TO AUX-ERR-NOMBRE
              MOVE FS-SEGANT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PARMJRNL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PARMJRNL                TO AUX-ERR-NOMBRE
              MOVE FS-PARMJRNL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CONTACTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DISPUTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPBAJA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-REPBAJA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLLAM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPLLAM                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLLAM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 0 0 - C A R G A R - A U M E N T O S             *
      *----------------------------------------------------------------*
      *   TIPOS DE CUENTA CON AUMENTO DE ARANCEL APLICADO ( ACCION 'M' *
      *   CON IMPORTE MAYOR AL ANTERIOR, O 'A' ALTA DE UN ARANCEL QUE  *
      *   NO EXISTIA ) CON VIGENCIA ENTRE EL PRIMER MES PREVIO Y EL    *
      *   FIN DEL PERIODO.                                             *
      *----------------------------------------------------------------*

       1300-CARGAR-AUMENTOS.

           MOVE '1300-CARGAR-AUMENTOS'        TO WS-PARRAFO.

           PERFORM 1320-LEER-JOURNAL
              THRU 1320-F-LEER-JOURNAL.

           PERFORM 1340-EVALUAR-CAMBIO
              THRU 1340-F-EVALUAR-CAMBIO
             UNTIL FS-PARMJRNL-EOF.

           CLOSE PARMJRNL.

           IF NOT FS-PARMJRNL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PARMJRNL                TO AUX-ERR-NOMBRE
              MOVE FS-PARMJRNL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-AUMENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 2 0 - L E E R - J O U R N A L                 *
      *----------------------------------------------------------------*

       1320-LEER-JOURNAL.

           MOVE '1320-LEER-JOURNAL'           TO WS-PARRAFO.

           READ PARMJRNL.

           EVALUATE TRUE
               WHEN FS-PARMJRNL-OK
                    ADD 1                     TO CNT-JOURNAL-LEIDOS

               WHEN FS-PARMJRNL-EOF
                    SET FS-PARMJRNL-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PARMJRNL          TO AUX-ERR-NOMBRE
                    MOVE FS-PARMJRNL          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-JOURNAL.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 4 0 - E V A L U A R - C A M B I O               *
      *----------------------------------------------------------------*

       1340-EVALUAR-CAMBIO.

           MOVE '1340-EVALUAR-CAMBIO'         TO WS-PARRAFO.

           IF JRN-ARCHIVO IS NOT EQUAL TO CT-ARCHIVO-COMISION OR
              JRN-FECHA-VIG IS LESS THAN WS-PREVIO-DESDE OR
              JRN-FECHA-VIG IS GREATER THAN WS-FECHA-HASTA
              GO TO 1340-LEER-SIGUIENTE
           END-IF.

           MOVE JRN-ANTES                     TO WS-ARANCEL-ANTES.
           MOVE JRN-DESPUES                   TO WS-ARANCEL-DESPUES.

           IF ARA-DES-IMPORTE IS NOT NUMERIC
              GO TO 1340-LEER-SIGUIENTE
           END-IF.

           EVALUATE TRUE
               WHEN JRN-ALTA
                    CONTINUE
               WHEN JRN-MODIFICA AND
                    ARA-ANT-IMPORTE IS NUMERIC AND
                    ARA-DES-IMPORTE > ARA-ANT-IMPORTE
                    CONTINUE
               WHEN OTHER
                    GO TO 1340-LEER-SIGUIENTE
           END-EVALUATE.

           ADD 1                              TO CNT-AUMENTOS-ARANCEL.

           MOVE 1                             TO WS-I.

           PERFORM 1350-COMPARAR-AUMENTO
              THRU 1350-F-COMPARAR-AUMENTO
             UNTIL WS-I > WS-CANT-AUMENTOS
                OR T-AUM-TIPCUEN(WS-I) IS EQUAL TO ARA-DES-TIPCUEN.

           IF WS-I > WS-CANT-AUMENTOS
              IF WS-CANT-AUMENTOS >= CT-MAX-AUMENTOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-PARMJRNL             TO AUX-ERR-NOMBRE
                 MOVE FS-PARMJRNL             TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
              ADD 1                           TO WS-CANT-AUMENTOS
              MOVE ARA-DES-TIPCUEN
                            TO T-AUM-TIPCUEN(WS-CANT-AUMENTOS)
              MOVE JRN-FECHA-VIG
                            TO T-AUM-FECHA-VIG(WS-CANT-AUMENTOS)
              DISPLAY 'AUMENTO DE ARANCEL TIPO ' ARA-DES-TIPCUEN
                      ' VIGENTE DESDE ' JRN-FECHA-VIG
           END-IF.

       1340-LEER-SIGUIENTE.

           PERFORM 1320-LEER-JOURNAL
              THRU 1320-F-LEER-JOURNAL.

       1340-F-EVALUAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 5 0 - C O M P A R A R - A U M E N T O             *
      *----------------------------------------------------------------*

       1350-COMPARAR-AUMENTO.

           IF T-AUM-TIPCUEN(WS-I) IS NOT EQUAL TO ARA-DES-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       1350-F-COMPARAR-AUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN BAJA_CURSOR
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
      *      1 5 0 0 - C A R G A R - B A S E - S U C U R S A L         *
      *----------------------------------------------------------------*

       1500-CARGAR-BASE-SUCURSAL.

           MOVE '1500-CARGAR-BASE-SUCURSAL'   TO WS-PARRAFO.

           EXEC SQL
              OPEN BASE_CURSOR
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

           PERFORM 1520-FETCH-BASE
              THRU 1520-F-FETCH-BASE.

           PERFORM 1540-GUARDAR-BASE
              THRU 1540-F-GUARDAR-BASE
             UNTIL CS-BASE-EOC.

           EXEC SQL
              CLOSE BASE_CURSOR
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

       1500-F-CARGAR-BASE-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *                1 5 2 0 - F E T C H - B A S E                   *
      *----------------------------------------------------------------*

       1520-FETCH-BASE.

           MOVE '1520-FETCH-BASE'             TO WS-PARRAFO.

           EXEC SQL
              FETCH  BASE_CURSOR
                     INTO
                        :WS-BAS-SUCUEN,
                        :WS-BAS-CANT
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-BASE-EOC           TO TRUE

             WHEN OTHER
               SET CS-BASE-EOC           TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-FETCH-BASE.
           EXIT.

      *----------------------------------------------------------------*
      *              1 5 4 0 - G U A R D A R - B A S E                 *
      *----------------------------------------------------------------*

       1540-GUARDAR-BASE.

           IF WS-BAS-SUCUEN IS GREATER THAN ZEROS
              MOVE WS-BAS-CANT            TO T-DSU-BASE(WS-BAS-SUCUEN)
           END-IF.

           PERFORM 1520-FETCH-BASE
              THRU 1520-F-FETCH-BASE.

       1540-F-GUARDAR-BASE.
           EXIT.

      *----------------------------------------------------------------*
      *               1 6 2 0 - L E E R - S E G A N T                  *
      *----------------------------------------------------------------*

       1620-LEER-SEGANT.

           MOVE '1620-LEER-SEGANT'            TO WS-PARRAFO.

           READ SEGANT.

           EVALUATE TRUE
               WHEN FS-SEGANT-OK
                    ADD 1                     TO CNT-SEGANT-LEIDOS

               WHEN FS-SEGANT-EOF
                    SET FS-SEGANT-EOF         TO TRUE
                    MOVE HIGH-VALUES          TO REG-SEGANT

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SEGANT            TO AUX-ERR-NOMBRE
                    MOVE FS-SEGANT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-SEGANT.
           EXIT.

      *----------------------------------------------------------------*
      *           1 7 0 0 - T I T U L O S - R E P B A J A              *
      *----------------------------------------------------------------*

       1700-TITULOS-REPBAJA.

           MOVE '1700-TITULOS-REPBAJA'        TO WS-PARRAFO.

           MOVE WS-PER-ANIO                   TO LTI-ANIO.
           MOVE WS-PER-MES                    TO LTI-MES.
           MOVE WS-PREVIO-DESDE(1:6)          TO LTI-PREVIO-DESDE.
           MOVE WS-PREVIO-HASTA(1:6)          TO LTI-PREVIO-HASTA.
           MOVE WS-UMBRAL                     TO LTI-UMBRAL.

           MOVE WS-LIN-TITULO                 TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

           MOVE SPACES                        TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

           MOVE 'CLIENTES QUE CERRARON SU ULTIMA CUENTA EN EL PERIODO'
                                              TO LSE-TEXTO.
           MOVE WS-LIN-SECCION                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

           MOVE WS-LIN-COL-DETALLE            TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       1700-F-TITULOS-REPBAJA.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 6 0 - C A R G A   D E L   M A E S T R O   D E       *
      *                  S U C U R S A L E S   ( C O P Y )             *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   CORTE DE CONTROL POR NROCLI: SE ACUMULAN LAS CUENTAS         *
      *   CERRADAS DEL CLIENTE ( EN ORDEN DE FECHA DE CIERRE, LA       *
      *   ULTIMA DA MOTIVO Y SUCURSAL ) Y SE PROCESA LA BAJA.          *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           INITIALIZE WS-CLIENTE.
           SET CLI-SIN-AUMENTO                TO TRUE.
           SET CLI-SIN-RECLAMO                TO TRUE.

           MOVE WS-BAJ-NROCLI                 TO WS-CLI-NROCLI-ACT.
           MOVE WS-HCL-TIPDOC                 TO WS-CLI-TIPDOC-ACT.
           MOVE WS-HCL-NRODOC                 TO WS-CLI-NRODOC-ACT.
           MOVE WS-HCL-NOMAPE                 TO WS-CLI-NOMAPE-ACT.

           PERFORM 2050-ACUMULAR-CUENTA
              THRU 2050-F-ACUMULAR-CUENTA
             UNTIL CS-CURSOR-EOC
                OR WS-BAJ-NROCLI IS NOT EQUAL TO WS-CLI-NROCLI-ACT.

           PERFORM 2200-PROCESAR-CLIENTE
              THRU 2200-F-PROCESAR-CLIENTE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 5 0 - A C U M U L A R - C U E N T A               *
      *----------------------------------------------------------------*

       2050-ACUMULAR-CUENTA.

           MOVE '2050-ACUMULAR-CUENTA'        TO WS-PARRAFO.

           ADD 1                              TO WS-CLI-CUENTAS.
           MOVE WS-BAJ-FECCIE                 TO WS-CLI-FECCIE.
           MOVE WS-BAJ-MOTIVO                 TO WS-CLI-MOTIVO.
           MOVE WS-BAJ-SUCUEN                 TO WS-CLI-SUCUEN.

           MOVE 1                             TO WS-I.

           PERFORM 2060-COMPARAR-TIPO-AUMENTO
              THRU 2060-F-COMPARAR-TIPO-AUMENTO
             UNTIL WS-I > WS-CANT-AUMENTOS
                OR T-AUM-TIPCUEN(WS-I) IS EQUAL TO WS-BAJ-TIPCUEN.

           IF WS-I <= WS-CANT-AUMENTOS
              SET CLI-CON-AUMENTO             TO TRUE
           END-IF.

           IF CLI-SIN-RECLAMO
              PERFORM 2070-BUSCAR-RECLAMO
                 THRU 2070-F-BUSCAR-RECLAMO
           END-IF.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2050-F-ACUMULAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 0 6 0 - C O M P A R A R - T I P O - A U M E N T O       *
      *----------------------------------------------------------------*

       2060-COMPARAR-TIPO-AUMENTO.

           IF T-AUM-TIPCUEN(WS-I) IS NOT EQUAL TO WS-BAJ-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       2060-F-COMPARAR-TIPO-AUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 7 0 - B U S C A R - R E C L A M O                 *
      *----------------------------------------------------------------*
      *   LA CLAVE DE DISPUTA EMPIEZA POR LA CUENTA: SE POSICIONA EN   *
      *   LA CUENTA CERRADA CON MOVIMIENTO EN CEROS Y EL PRIMER        *
      *   RECLAMO QUE SIGUE, SI ES DE ESA CUENTA, ESTA SIN RESOLVER.   *
      *----------------------------------------------------------------*

       2070-BUSCAR-RECLAMO.

           MOVE '2070-BUSCAR-RECLAMO'         TO WS-PARRAFO.

           MOVE WS-BAJ-TIPCUEN                TO DIS-TIPCUEN.
           MOVE WS-BAJ-NROCUEN                TO DIS-NROCUEN.
           MOVE WS-BAJ-SUCUEN                 TO DIS-SUCUEN.
           MOVE ZEROS                         TO DIS-FECMOV
                                                 DIS-NROMOV.
           MOVE DIS-CLAVE                     TO KEY-DISPUTA.

           START DISPUTA KEY IS NOT LESS THAN KEY-DISPUTA.

           EVALUATE TRUE
             WHEN FS-DISPUTA-OK
               CONTINUE

             WHEN FS-DISPUTA-NOTFND
               GO TO 2070-F-BUSCAR-RECLAMO

             WHEN OTHER
               MOVE CT-START                  TO AUX-ERR-ACCION
               MOVE CT-DISPUTA                TO AUX-ERR-NOMBRE
               MOVE FS-DISPUTA                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           READ DISPUTA NEXT INTO REG-DISPUTA-TRAB.

           EVALUATE TRUE
             WHEN FS-DISPUTA-OK
               IF DIS-TIPCUEN IS EQUAL TO WS-BAJ-TIPCUEN AND
                  DIS-NROCUEN IS EQUAL TO WS-BAJ-NROCUEN AND
                  DIS-SUCUEN  IS EQUAL TO WS-BAJ-SUCUEN
                  SET CLI-CON-RECLAMO         TO TRUE
               END-IF

             WHEN FS-DISPUTA-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-DISPUTA                TO AUX-ERR-NOMBRE
               MOVE FS-DISPUTA                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2070-F-BUSCAR-RECLAMO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  BAJA_CURSOR
                     INTO
                        :WS-BAJ-NROCLI,
                        :WS-BAJ-TIPCUEN,
                        :WS-BAJ-NROCUEN,
                        :WS-BAJ-SUCUEN,
                        :WS-BAJ-FECCIE,
                        :WS-BAJ-MOTIVO,
                        :WS-HCL-TIPDOC,
                        :WS-HCL-NRODOC,
                        :WS-HCL-NOMAPE
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
      *          2 2 0 0 - P R O C E S A R - C L I E N T E             *
      *----------------------------------------------------------------*

       2200-PROCESAR-CLIENTE.

           MOVE '2200-PROCESAR-CLIENTE'       TO WS-PARRAFO.

           ADD 1                              TO CNT-CLIENTES-BAJA.

           PERFORM 2210-CALCULAR-ANTIGUEDAD
              THRU 2210-F-CALCULAR-ANTIGUEDAD.

           PERFORM 2220-CALCULAR-PROMEDIO
              THRU 2220-F-CALCULAR-PROMEDIO.

           PERFORM 2230-UBICAR-SEGMENTO-CLI
              THRU 2230-F-UBICAR-SEGMENTO-CLI.

           IF WS-CLI-PROMEDIO IS NOT LESS THAN WS-UMBRAL
              SET CLI-ALTO-VALOR              TO TRUE
              ADD 1                           TO CNT-BAJAS-ALTO-VALOR
           ELSE
              SET CLI-VALOR-NORMAL            TO TRUE
           END-IF.

           IF CLI-CON-AUMENTO
              ADD 1                           TO CNT-BAJAS-CON-AUMENTO
           END-IF.

           IF CLI-CON-RECLAMO
              ADD 1                           TO CNT-BAJAS-CON-RECLAMO
           END-IF.

           PERFORM 2250-ACUMULAR-DESERCION
              THRU 2250-F-ACUMULAR-DESERCION.

           PERFORM 2260-GRABAR-DETALLE
              THRU 2260-F-GRABAR-DETALLE.

           IF CLI-ALTO-VALOR
              PERFORM 2270-GUARDAR-LLAMADO
                 THRU 2270-F-GUARDAR-LLAMADO
           END-IF.

       2200-F-PROCESAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 1 0 - C A L C U L A R - A N T I G U E D A D          *
      *----------------------------------------------------------------*
      *   MESES ENTRE LA PRIMERA FOTO DE SALDO DE CUALQUIERA DE SUS    *
      *   CUENTAS ( VIVA O YA PASADA AL HISTORICO ) Y EL ULTIMO        *
      *   CIERRE.                                                      *
      *----------------------------------------------------------------*

       2210-CALCULAR-ANTIGUEDAD.

           MOVE '2210-CALCULAR-ANTIGUEDAD'    TO WS-PARRAFO.

           EXEC SQL
             SELECT COALESCE(MIN(S.FECFOTO), 0)
               INTO :WS-ANT-FECFOTO-ACT
               FROM KC02787.TBCURSAL S,
                    KC02787.TBCURBAJ B
              WHERE B.NROCLI  = :WS-CLI-NROCLI-ACT
                AND S.TIPCUEN = B.TIPCUEN
                AND S.NROCUEN = B.NROCUEN
                AND S.SUCUEN  = B.SUCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-SELECT            TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           EXEC SQL
             SELECT COALESCE(MIN(S.FECFOTO), 0)
               INTO :WS-ANT-FECFOTO-HIS
               FROM KC02787.TBCURSALH S,
                    KC02787.TBCURBAJ B
              WHERE B.NROCLI  = :WS-CLI-NROCLI-ACT
                AND S.TIPCUEN = B.TIPCUEN
                AND S.NROCUEN = B.NROCUEN
                AND S.SUCUEN  = B.SUCUEN
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-SELECT            TO AUX-ERR-ACCION
              MOVE 'TBCURSALH'          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           EVALUATE TRUE
               WHEN WS-ANT-FECFOTO-HIS IS GREATER THAN ZEROS
                    MOVE WS-ANT-FECFOTO-HIS   TO WS-FECHA-PRIMERA-N
               WHEN WS-ANT-FECFOTO-ACT IS GREATER THAN ZEROS
                    MOVE WS-ANT-FECFOTO-ACT   TO WS-FECHA-PRIMERA-N
               WHEN OTHER
                    SET CLI-SIN-ANTIGUEDAD    TO TRUE
                    ADD 1               TO CNT-BAJAS-SIN-ANTIGUEDAD
                    GO TO 2210-F-CALCULAR-ANTIGUEDAD
           END-EVALUATE.

           SET CLI-CON-ANTIGUEDAD             TO TRUE.
           MOVE WS-CLI-FECCIE                 TO WS-FECHA-CIERRE-N.

           COMPUTE WS-CLI-ANTIGUEDAD =
                   ( WS-FCI-ANIO - WS-FPR-ANIO ) * 12
                 + WS-FCI-MES - WS-FPR-MES.

       2210-F-CALCULAR-ANTIGUEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 2 0 - C A L C U L A R - P R O M E D I O             *
      *----------------------------------------------------------------*
      *   SALDO PROMEDIO CONSOLIDADO DEL CLIENTE EN LOS MESES PREVIOS: *
      *   SUMA DE LAS FOTOS DE TODAS SUS CUENTAS SOBRE LA CANTIDAD DE  *
      *   DIAS CON FOTO.                                               *
      *----------------------------------------------------------------*

       2220-CALCULAR-PROMEDIO.

           MOVE '2220-CALCULAR-PROMEDIO'      TO WS-PARRAFO.

           EXEC SQL
             SELECT COALESCE(SUM(S.SALDO), 0),
                    COUNT(DISTINCT S.FECFOTO)
               INTO :WS-PRO-SUMA,
                    :WS-PRO-DIAS
               FROM KC02787.TBCURSAL S,
                    KC02787.TBCURBAJ B
              WHERE B.NROCLI  = :WS-CLI-NROCLI-ACT
                AND S.TIPCUEN = B.TIPCUEN
                AND S.NROCUEN = B.NROCUEN
                AND S.SUCUEN  = B.SUCUEN
                AND S.FECFOTO BETWEEN :WS-PREVIO-DESDE
                                  AND :WS-PREVIO-HASTA
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-SELECT            TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-PRO-DIAS IS GREATER THAN ZEROS
              COMPUTE WS-CLI-PROMEDIO ROUNDED =
                      WS-PRO-SUMA / WS-PRO-DIAS
           ELSE
              MOVE ZEROS                      TO WS-CLI-PROMEDIO
           END-IF.

       2220-F-CALCULAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 3 0 - U B I C A R - S E G M E N T O - C L I          *
      *----------------------------------------------------------------*
      *   APAREO CONTRA SEGANT ( AMBOS EN ORDEN DE NROCLI ). CADA      *
      *   REGISTRO DE SEGANT SE CUENTA EN LA BASE DE SU SEGMENTO AL    *
      *   DEJARLO ATRAS.                                               *
      *----------------------------------------------------------------*

       2230-UBICAR-SEGMENTO-CLI.

           MOVE '2230-UBICAR-SEGMENTO-CLI'    TO WS-PARRAFO.

           PERFORM 2240-AVANZAR-SEGANT
              THRU 2240-F-AVANZAR-SEGANT
             UNTIL FS-SEGANT-EOF
                OR SGA-NROCLI IS NOT LESS THAN WS-CLI-NROCLI-ACT.

           IF NOT FS-SEGANT-EOF AND
              SGA-NROCLI IS EQUAL TO WS-CLI-NROCLI-ACT
              MOVE SGA-SEGMENTO               TO WS-CLI-SEGMENTO
           ELSE
              MOVE CT-SIN-SEGMENTO            TO WS-CLI-SEGMENTO
              ADD 1                        TO CNT-BAJAS-SIN-SEGMENTO
           END-IF.

       2230-F-UBICAR-SEGMENTO-CLI.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 4 0 - A V A N Z A R - S E G A N T               *
      *----------------------------------------------------------------*

       2240-AVANZAR-SEGANT.

           MOVE SGA-SEGMENTO                  TO WS-SEG-BUSCADO.

           PERFORM 2650-UBICAR-SEGMENTO
              THRU 2650-F-UBICAR-SEGMENTO.

           ADD 1                              TO T-DSG-BASE(WS-IG)
                                                 TOT-BASE.

           PERFORM 1620-LEER-SEGANT
              THRU 1620-F-LEER-SEGANT.

       2240-F-AVANZAR-SEGANT.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 5 0 - A C U M U L A R - D E S E R C I O N           *
      *----------------------------------------------------------------*

       2250-ACUMULAR-DESERCION.

           MOVE '2250-ACUMULAR-DESERCION'     TO WS-PARRAFO.

           ADD 1                              TO TOT-BAJAS.
           ADD WS-CLI-PROMEDIO                TO TOT-PROMEDIO.

           IF WS-CLI-SUCUEN IS GREATER THAN ZEROS
              MOVE WS-CLI-SUCUEN              TO WS-IS
              ADD 1                           TO T-DSU-BAJAS(WS-IS)
              ADD WS-CLI-PROMEDIO             TO T-DSU-PROMEDIO(WS-IS)
              IF CLI-ALTO-VALOR
                 ADD 1                     TO T-DSU-ALTO-VALOR(WS-IS)
              END-IF
           END-IF.

           MOVE WS-CLI-SEGMENTO               TO WS-SEG-BUSCADO.

           PERFORM 2650-UBICAR-SEGMENTO
              THRU 2650-F-UBICAR-SEGMENTO.

           ADD 1                              TO T-DSG-BAJAS(WS-IG).
           ADD WS-CLI-PROMEDIO                TO T-DSG-PROMEDIO(WS-IG).

           PERFORM 2255-UBICAR-MOTIVO
              THRU 2255-F-UBICAR-MOTIVO.

           ADD 1                              TO T-DMO-BAJAS(WS-IM).
           ADD WS-CLI-PROMEDIO                TO T-DMO-PROMEDIO(WS-IM).

           IF CLI-ALTO-VALOR
              ADD 1                           TO TOT-ALTO-VALOR
                                                 T-DSG-ALTO-VALOR(WS-IG)
                                                 T-DMO-ALTO-VALOR(WS-IM)
           END-IF.

       2250-F-ACUMULAR-DESERCION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 5 5 - U B I C A R - M O T I V O                 *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IM LA ENTRADA DEL MOTIVO DEL CLIENTE. CON LA      *
      *   TABLA LLENA, LA ULTIMA ENTRADA PASA A SER 'OTROS MOTIVOS'.   *
      *----------------------------------------------------------------*

       2255-UBICAR-MOTIVO.

           IF WS-CLI-MOTIVO IS EQUAL TO SPACES
              MOVE 'SIN MOTIVO INFORMADO'     TO WS-CLI-MOTIVO
           END-IF.

           MOVE 1                             TO WS-IM.

           PERFORM 2256-COMPARAR-MOTIVO
              THRU 2256-F-COMPARAR-MOTIVO
             UNTIL WS-IM > WS-CANT-MOTIVOS
                OR T-DMO-MOTIVO(WS-IM) IS EQUAL TO WS-CLI-MOTIVO.

           IF WS-IM > WS-CANT-MOTIVOS
              IF WS-CANT-MOTIVOS < CT-MAX-MOTIVOS
                 ADD 1                        TO WS-CANT-MOTIVOS
                 MOVE WS-CANT-MOTIVOS         TO WS-IM
                 MOVE WS-CLI-MOTIVO           TO T-DMO-MOTIVO(WS-IM)
              ELSE
                 MOVE CT-MAX-MOTIVOS          TO WS-IM
                 MOVE CT-MOTIVO-OTROS         TO T-DMO-MOTIVO(WS-IM)
              END-IF
           END-IF.

       2255-F-UBICAR-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 5 6 - C O M P A R A R - M O T I V O              *
      *----------------------------------------------------------------*

       2256-COMPARAR-MOTIVO.

           IF T-DMO-MOTIVO(WS-IM) IS NOT EQUAL TO WS-CLI-MOTIVO
              ADD 1                           TO WS-IM
           END-IF.

       2256-F-COMPARAR-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 6 0 - G R A B A R - D E T A L L E               *
      *----------------------------------------------------------------*

       2260-GRABAR-DETALLE.

           MOVE '2260-GRABAR-DETALLE'         TO WS-PARRAFO.

           MOVE WS-CLI-NROCLI-ACT             TO LDE-NROCLI.
           MOVE WS-CLI-TIPDOC-ACT             TO LDE-TIPDOC.
           MOVE WS-CLI-NRODOC-ACT             TO LDE-NRODOC.
           MOVE WS-CLI-NOMAPE-ACT             TO LDE-NOMAPE.
           MOVE WS-CLI-SUCUEN                 TO LDE-SUCUEN.
           MOVE WS-CLI-SEGMENTO               TO LDE-SEGMENTO.

           IF CLI-CON-ANTIGUEDAD
              MOVE WS-CLI-ANTIGUEDAD          TO LDE-ANTIGUEDAD
           ELSE
              MOVE ' S/D'                     TO LDE-ANTIGUEDAD-X
           END-IF.

           MOVE WS-CLI-PROMEDIO               TO LDE-PROMEDIO.
           MOVE WS-CLI-CUENTAS                TO LDE-CUENTAS.
           MOVE WS-CLI-MOTIVO                 TO LDE-MOTIVO.
           MOVE WS-CLI-AUMENTO-SW             TO LDE-AUMENTO.

           IF CLI-ALTO-VALOR
              MOVE '*'                        TO LDE-ALTO-VALOR
           ELSE
              MOVE SPACES                     TO LDE-ALTO-VALOR
           END-IF.

           MOVE WS-CLI-RECLAMO-SW             TO LDE-RECLAMO.

           MOVE WS-LIN-DETALLE                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2260-F-GRABAR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 7 0 - G U A R D A R - L L A M A D O              *
      *----------------------------------------------------------------*
      *   BAJA DE ALTO VALOR: SE BUSCA EL TELEFONO EN CONTACTO Y SE    *
      *   GUARDA PARA EL LISTADO POR SUCURSAL.                         *
      *----------------------------------------------------------------*

       2270-GUARDAR-LLAMADO.

           MOVE '2270-GUARDAR-LLAMADO'        TO WS-PARRAFO.

           IF WS-CANT-LLAMADOS >= CT-MAX-LLAMADOS
              ADD 1                      TO CNT-LLAMADOS-NO-LISTADOS
              GO TO 2270-F-GUARDAR-LLAMADO
           END-IF.

           MOVE WS-CLI-TIPDOC-ACT             TO CTT-TIP-DOC.
           MOVE WS-CLI-NRODOC-ACT             TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK AND CTT-TELEFONO IS NOT EQUAL TO SPACES
               MOVE CTT-TELEFONO              TO WS-CLI-TELEFONO

             WHEN FS-CONTACTO-OK OR FS-CONTACTO-NOTFND
               MOVE 'SIN TELEFONO'            TO WS-CLI-TELEFONO
               ADD 1                     TO CNT-BAJAS-SIN-TELEFONO

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           ADD 1                              TO WS-CANT-LLAMADOS.
           MOVE WS-CANT-LLAMADOS              TO WS-IL.

           MOVE WS-CLI-SUCUEN                 TO T-LLA-SUCUEN(WS-IL).
           MOVE WS-CLI-TIPDOC-ACT             TO T-LLA-TIPDOC(WS-IL).
           MOVE WS-CLI-NRODOC-ACT             TO T-LLA-NRODOC(WS-IL).
           MOVE WS-CLI-NOMAPE-ACT             TO T-LLA-NOMAPE(WS-IL).
           MOVE WS-CLI-TELEFONO               TO T-LLA-TELEFONO(WS-IL).
           MOVE WS-CLI-SEGMENTO               TO T-LLA-SEGMENTO(WS-IL).
           MOVE WS-CLI-PROMEDIO               TO T-LLA-PROMEDIO(WS-IL).
           MOVE WS-CLI-ANTIG-SW               TO T-LLA-ANTIG-SW(WS-IL).
           MOVE WS-CLI-ANTIGUEDAD           TO T-LLA-ANTIGUEDAD(WS-IL).
           MOVE WS-CLI-MOTIVO                 TO T-LLA-MOTIVO(WS-IL).
           MOVE WS-CLI-AUMENTO-SW           TO T-LLA-AUMENTO-SW(WS-IL).
           MOVE WS-CLI-RECLAMO-SW           TO T-LLA-RECLAMO-SW(WS-IL).

       2270-F-GUARDAR-LLAMADO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 6 0 0 - C O M P L E T A R - S E G M E N T O S           *
      *----------------------------------------------------------------*
      *   TERMINA DE RECORRER SEGANT PARA COMPLETAR LA BASE DE CADA    *
      *   SEGMENTO CON LOS CLIENTES POSTERIORES A LA ULTIMA BAJA.      *
      *----------------------------------------------------------------*

       2600-COMPLETAR-SEGMENTOS.

           MOVE '2600-COMPLETAR-SEGMENTOS'    TO WS-PARRAFO.

           PERFORM 2240-AVANZAR-SEGANT
              THRU 2240-F-AVANZAR-SEGANT
             UNTIL FS-SEGANT-EOF.

           CLOSE SEGANT.

           IF NOT FS-SEGANT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SEGANT                  TO AUX-ERR-NOMBRE
              MOVE FS-SEGANT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-COMPLETAR-SEGMENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 5 0 - U B I C A R - S E G M E N T O              *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IG LA ENTRADA DEL SEGMENTO WS-SEG-BUSCADO,        *
      *   AGREGANDOLA EN CERO SI ES LA PRIMERA VEZ QUE APARECE.        *
      *----------------------------------------------------------------*

       2650-UBICAR-SEGMENTO.

           MOVE 1                             TO WS-IG.

           PERFORM 2660-COMPARAR-SEGMENTO
              THRU 2660-F-COMPARAR-SEGMENTO
             UNTIL WS-IG > WS-CANT-SEGMENTOS
                OR T-DSG-SEGMENTO(WS-IG) IS EQUAL TO WS-SEG-BUSCADO.

           IF WS-IG > WS-CANT-SEGMENTOS
              IF WS-CANT-SEGMENTOS >= CT-MAX-SEGMENTOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE 'TABLA SEGMENTOS'       TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
              ADD 1                           TO WS-CANT-SEGMENTOS
              MOVE WS-CANT-SEGMENTOS          TO WS-IG
              MOVE WS-SEG-BUSCADO             TO T-DSG-SEGMENTO(WS-IG)
           END-IF.

       2650-F-UBICAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 6 0 - C O M P A R A R - S E G M E N T O            *
      *----------------------------------------------------------------*

       2660-COMPARAR-SEGMENTO.

           IF T-DSG-SEGMENTO(WS-IG) IS NOT EQUAL TO WS-SEG-BUSCADO
              ADD 1                           TO WS-IG
           END-IF.

       2660-F-COMPARAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 0 0 - E M I T I R - R E S U M E N               *
      *----------------------------------------------------------------*

       2700-EMITIR-RESUMEN.

           MOVE '2700-EMITIR-RESUMEN'         TO WS-PARRAFO.

           MOVE 'TASA DE DESERCION POR SUCURSAL' TO LSE-TEXTO.

           PERFORM 2750-ENCABEZAR-RESUMEN
              THRU 2750-F-ENCABEZAR-RESUMEN.

           PERFORM 2710-RESUMEN-SUCURSAL
              THRU 2710-F-RESUMEN-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           PERFORM 2740-RESUMEN-TOTAL
              THRU 2740-F-RESUMEN-TOTAL.

           MOVE 'TASA DE DESERCION POR SEGMENTO ( PGMSIN54 )'
                                              TO LSE-TEXTO.

           PERFORM 2750-ENCABEZAR-RESUMEN
              THRU 2750-F-ENCABEZAR-RESUMEN.

           PERFORM 2720-RESUMEN-SEGMENTO
              THRU 2720-F-RESUMEN-SEGMENTO
           VARYING WS-IG FROM 1 BY 1
             UNTIL WS-IG > WS-CANT-SEGMENTOS.

           PERFORM 2740-RESUMEN-TOTAL
              THRU 2740-F-RESUMEN-TOTAL.

           MOVE 'DESERCION POR MOTIVO DE CIERRE ( SOBRE LA BASE TOTAL )'
                                              TO LSE-TEXTO.

           PERFORM 2750-ENCABEZAR-RESUMEN
              THRU 2750-F-ENCABEZAR-RESUMEN.

           PERFORM 2730-RESUMEN-MOTIVO
              THRU 2730-F-RESUMEN-MOTIVO
           VARYING WS-IM FROM 1 BY 1
             UNTIL WS-IM > WS-CANT-MOTIVOS.

           PERFORM 2740-RESUMEN-TOTAL
              THRU 2740-F-RESUMEN-TOTAL.

       2700-F-EMITIR-RESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 1 0 - R E S U M E N - S U C U R S A L             *
      *----------------------------------------------------------------*

       2710-RESUMEN-SUCURSAL.

           IF T-DSU-BASE(WS-IS) IS EQUAL TO ZEROS AND
              T-DSU-BAJAS(WS-IS) IS EQUAL TO ZEROS
              GO TO 2710-F-RESUMEN-SUCURSAL
           END-IF.

           MOVE WS-IS                         TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE SPACES                        TO LRE-CLAVE.
           MOVE WS-SUCUR-NRO-BUSCADA          TO LRE-CLAVE(1:2).
           MOVE WS-SUCUR-NOMBRE               TO LRE-DESCRIPCION.

           IF SUCURSAL-HALLADA
              MOVE T-SUCM-REGION(WS-IS)       TO LRE-CLAVE(5:10)
           END-IF.

           MOVE T-DSU-BASE(WS-IS)             TO LRE-BASE.
           MOVE T-DSU-BAJAS(WS-IS)            TO LRE-BAJAS.
           MOVE T-DSU-ALTO-VALOR(WS-IS)       TO LRE-ALTO-VALOR.
           MOVE T-DSU-PROMEDIO(WS-IS)         TO LRE-PROMEDIO.

           IF T-DSU-BASE(WS-IS) IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED =
                      T-DSU-BAJAS(WS-IS) * 100 / T-DSU-BASE(WS-IS)
              MOVE WS-TASA                    TO LRE-TASA
           ELSE
              MOVE '   N/C'                   TO LRE-TASA-X
           END-IF.

           MOVE WS-LIN-RESUMEN                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2710-F-RESUMEN-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 2 0 - R E S U M E N - S E G M E N T O             *
      *----------------------------------------------------------------*

       2720-RESUMEN-SEGMENTO.

           MOVE T-DSG-SEGMENTO(WS-IG)         TO LRE-CLAVE.

           IF T-DSG-SEGMENTO(WS-IG) IS EQUAL TO CT-SIN-SEGMENTO
              MOVE 'SIN SEGMENTO ANTERIOR'    TO LRE-DESCRIPCION
           ELSE
              MOVE SPACES                     TO LRE-DESCRIPCION
           END-IF.

           MOVE T-DSG-BASE(WS-IG)             TO LRE-BASE.
           MOVE T-DSG-BAJAS(WS-IG)            TO LRE-BAJAS.
           MOVE T-DSG-ALTO-VALOR(WS-IG)       TO LRE-ALTO-VALOR.
           MOVE T-DSG-PROMEDIO(WS-IG)         TO LRE-PROMEDIO.

           IF T-DSG-BASE(WS-IG) IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED =
                      T-DSG-BAJAS(WS-IG) * 100 / T-DSG-BASE(WS-IG)
              MOVE WS-TASA                    TO LRE-TASA
           ELSE
              MOVE '   N/C'                   TO LRE-TASA-X
           END-IF.

           MOVE WS-LIN-RESUMEN                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2720-F-RESUMEN-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 3 0 - R E S U M E N - M O T I V O               *
      *----------------------------------------------------------------*

       2730-RESUMEN-MOTIVO.

           MOVE T-DMO-MOTIVO(WS-IM)           TO LRE-CLAVE.
           MOVE SPACES                        TO LRE-DESCRIPCION.
           MOVE SPACES                        TO LRE-BASE-X.
           MOVE T-DMO-BAJAS(WS-IM)            TO LRE-BAJAS.
           MOVE T-DMO-ALTO-VALOR(WS-IM)       TO LRE-ALTO-VALOR.
           MOVE T-DMO-PROMEDIO(WS-IM)         TO LRE-PROMEDIO.

           IF TOT-BASE IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED =
                      T-DMO-BAJAS(WS-IM) * 100 / TOT-BASE
              MOVE WS-TASA                    TO LRE-TASA
           ELSE
              MOVE '   N/C'                   TO LRE-TASA-X
           END-IF.

           MOVE WS-LIN-RESUMEN                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2730-F-RESUMEN-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 4 0 - R E S U M E N - T O T A L                 *
      *----------------------------------------------------------------*
      *   LA BASE TOTAL ES LA CANTIDAD DE CLIENTES DE SEGANT ( CADA    *
      *   CLIENTE UNA SOLA VEZ, AUNQUE TENGA CUENTAS EN VARIAS         *
      *   SUCURSALES ).                                                *
      *----------------------------------------------------------------*

       2740-RESUMEN-TOTAL.

           MOVE 'TOTAL BANCO'                 TO LRE-CLAVE.
           MOVE SPACES                        TO LRE-DESCRIPCION.
           MOVE TOT-BASE                      TO LRE-BASE.
           MOVE TOT-BAJAS                     TO LRE-BAJAS.
           MOVE TOT-ALTO-VALOR                TO LRE-ALTO-VALOR.
           MOVE TOT-PROMEDIO                  TO LRE-PROMEDIO.

           IF TOT-BASE IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED = TOT-BAJAS * 100 / TOT-BASE
              MOVE WS-TASA                    TO LRE-TASA
           ELSE
              MOVE '   N/C'                   TO LRE-TASA-X
           END-IF.

           MOVE WS-LIN-RESUMEN                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2740-F-RESUMEN-TOTAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 5 0 - E N C A B E Z A R - R E S U M E N             *
      *----------------------------------------------------------------*

       2750-ENCABEZAR-RESUMEN.

           MOVE SPACES                        TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

           MOVE WS-LIN-SECCION                TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

           MOVE WS-LIN-COL-RESUMEN            TO REG-REPBAJA.
           PERFORM 2980-GRABAR-REPBAJA
              THRU 2980-F-GRABAR-REPBAJA.

       2750-F-ENCABEZAR-RESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *           2 8 0 0 - E M I T I R - L L A M A D O S              *
      *----------------------------------------------------------------*
      *   LISTADO DE BAJAS DE ALTO VALOR AGRUPADO POR SUCURSAL, PARA   *
      *   REPARTIR ENTRE LOS OFICIALES DE CUENTA.                      *
      *----------------------------------------------------------------*

       2800-EMITIR-LLAMADOS.

           MOVE '2800-EMITIR-LLAMADOS'        TO WS-PARRAFO.

           MOVE WS-PER-ANIO                   TO LLT-ANIO.
           MOVE WS-PER-MES                    TO LLT-MES.
           MOVE WS-LIN-LLA-TITULO             TO REG-REPLLAM.
           PERFORM 2990-GRABAR-REPLLAM
              THRU 2990-F-GRABAR-REPLLAM.

           IF WS-CANT-LLAMADOS IS EQUAL TO ZEROS
              MOVE SPACES                     TO REG-REPLLAM
              MOVE ' SIN BAJAS DE ALTO VALOR EN EL PERIODO'
                                              TO REG-REPLLAM
              PERFORM 2990-GRABAR-REPLLAM
                 THRU 2990-F-GRABAR-REPLLAM
              GO TO 2800-F-EMITIR-LLAMADOS
           END-IF.

           PERFORM 2810-LLAMADOS-SUCURSAL
              THRU 2810-F-LLAMADOS-SUCURSAL
           VARYING WS-IS FROM 1 BY 1
             UNTIL WS-IS > CT-MAX-SUCURSALES.

           IF CNT-LLAMADOS-NO-LISTADOS IS GREATER THAN ZEROS
              MOVE CNT-LLAMADOS-NO-LISTADOS   TO WS-MASCARA
              MOVE SPACES                     TO REG-REPLLAM
              STRING ' BAJAS DE ALTO VALOR NO LISTADAS: '
                                              DELIMITED BY SIZE
                     WS-MASCARA               DELIMITED BY SIZE
                 INTO REG-REPLLAM
              END-STRING
              PERFORM 2990-GRABAR-REPLLAM
                 THRU 2990-F-GRABAR-REPLLAM
           END-IF.

       2800-F-EMITIR-LLAMADOS.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 1 0 - L L A M A D O S - S U C U R S A L             *
      *----------------------------------------------------------------*

       2810-LLAMADOS-SUCURSAL.

           IF T-DSU-ALTO-VALOR(WS-IS) IS EQUAL TO ZEROS
              GO TO 2810-F-LLAMADOS-SUCURSAL
           END-IF.

           MOVE WS-IS                         TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           MOVE WS-SUCUR-NRO-BUSCADA          TO LLS-SUCUEN.
           MOVE WS-SUCUR-NOMBRE               TO LLS-NOMBRE.

           IF SUCURSAL-HALLADA
              MOVE T-SUCM-REGION(WS-IS)       TO LLS-REGION
           ELSE
              MOVE SPACES                     TO LLS-REGION
           END-IF.

           MOVE SPACES                        TO REG-REPLLAM.
           PERFORM 2990-GRABAR-REPLLAM
              THRU 2990-F-GRABAR-REPLLAM.

           MOVE WS-LIN-LLA-SUCURSAL           TO REG-REPLLAM.
           PERFORM 2990-GRABAR-REPLLAM
              THRU 2990-F-GRABAR-REPLLAM.

           MOVE WS-LIN-LLA-COLUMNAS           TO REG-REPLLAM.
           PERFORM 2990-GRABAR-REPLLAM
              THRU 2990-F-GRABAR-REPLLAM.

           PERFORM 2820-LLAMADO-DETALLE
              THRU 2820-F-LLAMADO-DETALLE
           VARYING WS-IL FROM 1 BY 1
             UNTIL WS-IL > WS-CANT-LLAMADOS.

       2810-F-LLAMADOS-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 2 0 - L L A M A D O - D E T A L L E               *
      *----------------------------------------------------------------*

       2820-LLAMADO-DETALLE.

           IF T-LLA-SUCUEN(WS-IL) IS NOT EQUAL TO WS-IS
              GO TO 2820-F-LLAMADO-DETALLE
           END-IF.

           MOVE T-LLA-TIPDOC(WS-IL)           TO LLD-TIPDOC.
           MOVE T-LLA-NRODOC(WS-IL)           TO LLD-NRODOC.
           MOVE T-LLA-NOMAPE(WS-IL)           TO LLD-NOMAPE.
           MOVE T-LLA-TELEFONO(WS-IL)         TO LLD-TELEFONO.
           MOVE T-LLA-SEGMENTO(WS-IL)         TO LLD-SEGMENTO.
           MOVE T-LLA-PROMEDIO(WS-IL)         TO LLD-PROMEDIO.

           IF T-LLA-ANTIG-SW(WS-IL) IS EQUAL TO 'S'
              MOVE T-LLA-ANTIGUEDAD(WS-IL)    TO LLD-ANTIGUEDAD
           ELSE
              MOVE ' S/D'                     TO LLD-ANTIGUEDAD-X
           END-IF.

           MOVE T-LLA-MOTIVO(WS-IL)           TO LLD-MOTIVO.

           IF T-LLA-AUMENTO-SW(WS-IL) IS EQUAL TO 'S'
              MOVE 'SI'                       TO LLD-AUMENTO
           ELSE
              MOVE 'NO'                       TO LLD-AUMENTO
           END-IF.

           IF T-LLA-RECLAMO-SW(WS-IL) IS EQUAL TO 'S'
              MOVE 'SI'                       TO LLD-RECLAMO
           ELSE
              MOVE 'NO'                       TO LLD-RECLAMO
           END-IF.

           MOVE WS-LIN-LLA-DETALLE            TO REG-REPLLAM.
           PERFORM 2990-GRABAR-REPLLAM
              THRU 2990-F-GRABAR-REPLLAM.

       2820-F-LLAMADO-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 8 0 - G R A B A R - R E P B A J A                *
      *----------------------------------------------------------------*

       2980-GRABAR-REPBAJA.

           WRITE REG-REPBAJA.

           IF NOT FS-REPBAJA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-REPBAJA                 TO AUX-ERR-STATUS
              MOVE '2980-GRABAR-REPBAJA'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2980-F-GRABAR-REPBAJA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 9 0 - G R A B A R - R E P L L A M                *
      *----------------------------------------------------------------*

       2990-GRABAR-REPLLAM.

           WRITE REG-REPLLAM.

           IF NOT FS-REPLLAM-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPLLAM                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLLAM                 TO AUX-ERR-STATUS
              MOVE '2990-GRABAR-REPLLAM'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2990-F-GRABAR-REPLLAM.
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
              CLOSE BAJA_CURSOR
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

           CLOSE CONTACTO
                 DISPUTA
                 REPBAJA
                 REPLLAM.

           IF NOT FS-CONTACTO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPBAJA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPBAJA                 TO AUX-ERR-NOMBRE
              MOVE FS-REPBAJA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLLAM-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPLLAM                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLLAM                 TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI150               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* CUENTAS CERRADAS LEIDAS:               '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CLIENTES-BAJA             TO WS-MASCARA.
           DISPLAY '* CLIENTES DADOS DE BAJA:                '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-ALTO-VALOR          TO WS-MASCARA.
           DISPLAY '*   DE ALTO VALOR:                       '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-CON-AUMENTO         TO WS-MASCARA.
           DISPLAY '*   CON AUMENTO DE ARANCEL:              '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-CON-RECLAMO         TO WS-MASCARA.
           DISPLAY '*   CON RECLAMO SIN RESOLVER:            '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-SIN-SEGMENTO        TO WS-MASCARA.
           DISPLAY '*   SIN SEGMENTO ANTERIOR:               '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-SIN-ANTIGUEDAD      TO WS-MASCARA.
           DISPLAY '*   SIN FOTO PARA ANTIGUEDAD:            '
                                                      WS-MASCARA '   *'.
           MOVE CNT-BAJAS-SIN-TELEFONO        TO WS-MASCARA.
           DISPLAY '*   ALTO VALOR SIN TELEFONO:             '
                                                      WS-MASCARA '   *'.
           MOVE CNT-SEGANT-LEIDOS             TO WS-MASCARA.
           DISPLAY '* CLIENTES EN SEGANT ( BASE ):           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-JOURNAL-LEIDOS            TO WS-MASCARA.
           DISPLAY '* CAMBIOS DE PARAMETROS LEIDOS:          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-AUMENTOS-ARANCEL          TO WS-MASCARA.
           DISPLAY '*   AUMENTOS DE ARANCEL:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'PERIODO='       DELIMITED BY SIZE
                  WS-PARM-PERIODO  DELIMITED BY SIZE
                  ' BAJAS='        DELIMITED BY SIZE
                  CNT-CLIENTES-BAJA DELIMITED BY SIZE
                  ' ALTOVALOR='    DELIMITED BY SIZE
                  CNT-BAJAS-ALTO-VALOR DELIMITED BY SIZE
                  ' BASE='         DELIMITED BY SIZE
                  TOT-BASE         DELIMITED BY SIZE
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

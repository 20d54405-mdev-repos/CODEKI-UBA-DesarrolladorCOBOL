      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI109.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   ALTA BATCH DE PRESTAMOS PERSONALES CON CRONOGRAMA FRANCES    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA LA PLANILLA MANUAL DE PRESTAMOS        *
      * PERSONALES POR EL SUBSISTEMA PROPIO SOBRE KC02787.TBCURPRE Y   *
      * KC02787.TBCURCUO:                                              *
      *   - LEE EL ARCHIVO ALTAPRE DE PRESTAMOS YA APROBADOS ( CUENTA  *
      *     A LA VISTA ASOCIADA, DOCUMENTO DEL TOMADOR, CAPITAL,       *
      *     CANTIDAD DE CUOTAS MENSUALES, TNA Y OFICIAL ).             *
      *   - VALIDA QUE LA CUENTA EXISTA EN TBCURCTA Y SEA EN PESOS,    *
      *     QUE EL TOMADOR EXISTA EN TBCURCLI, NO ESTE DADO DE BAJA Y  *
      *     SEA EL TITULAR DE LA CUENTA, QUE NI EL DOCUMENTO NI LA     *
      *     CUENTA TENGAN BLOQUEO LEGAL ( RUTINA COMUN LEGHLDLE ) Y    *
      *     QUE EL NOMBRE NO FIGURE EN LA LISTA NEGATIVA ( RUTINA      *
      *     COMUN LISTNGLE ); LA COINCIDENCIA PARCIAL NO RECHAZA PERO  *
      *     SE INFORMA A CUMPLIMIENTO EN COMPLINF.                     *
      *   - ASIGNA EL NROPRE CORRELATIVO, CALCULA LA CUOTA PURA DEL    *
      *     SISTEMA FRANCES ( TASA MENSUAL = TNA / 1200 ) Y ARMA EL    *
      *     CRONOGRAMA COMPLETO: INTERES SOBRE SALDO, AMORTIZACION DE  *
      *     CAPITAL Y VENCIMIENTO MENSUAL EL MISMO DIA DEL ALTA,       *
      *     CORRIDO AL DIA HABIL SIGUIENTE SEGUN CALENDAR ( RUTINA     *
      *     COMUN CALENDLE ).                                          *
      *   - INSERTA EL PRESTAMO EN TBCURPRE Y UNA FILA POR CUOTA EN    *
      *     TBCURCUO; SI FALLA ALGUNA CUOTA SE BORRA LO INSERTADO Y EL *
      *     ALTA SE RECHAZA ENTERA.                                    *
      *   - EMITE EL DESEMBOLSO COMO CREDITO EN EL LAYOUT MOVIMCC      *
      *     ( ARCHIVO DESEMBOL, TIPO 86, NRO DE MOVIMIENTO EN LA       *
      *     FRANJA 993001-993499 ) PARA QUE PGMAPCAB LO APLIQUE A LA   *
      *     CUENTA COMO CUALQUIER OTRO MOVIMIENTO; DE ALLI VIAJA EN    *
      *     APLICADO AL ASIENTO DE PGMSIN64 ( MAPEO MAPACON DEL TIPO   *
      *     86 ), CUYO RENGLON DEBE COINCIDIR CON EL TOTAL             *
      *     DESEMBOLSADO DE LA HOJA DE CONTROL.                        *
      *   - IMPRIME EN CRONOGRA UNA HOJA POR PRESTAMO CON EL           *
      *     CRONOGRAMA PARA LA FIRMA DEL CLIENTE, Y AL CIERRE LA HOJA  *
      *     DE CONTROL CON EL TOTAL DESEMBOLSADO.                      *
      *   - LOS RECHAZADOS VAN AL ARCHIVO RECHAZOS CON SU MOTIVO.      *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA EL RESUMEN  *
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

           SELECT ALTAPRE ASSIGN TO ALTAPRE
                                    FILE STATUS IS FS-ALTAPRE.

           SELECT CALENDAR ASSIGN TO CALENDAR
                                    FILE STATUS IS FS-CALENDAR.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT LISTNEG ASSIGN TO LISTNEG
                                    FILE STATUS IS FS-LISTNEG.

           SELECT DESEMBOL ASSIGN TO DESEMBOL
                                    FILE STATUS IS FS-DESEMBOL.

           SELECT CRONOGRA ASSIGN TO CRONOGRA
                                    FILE STATUS IS FS-CRONOGRA.

           SELECT RECHAZOS ASSIGN TO RECHAZOS
                                    FILE STATUS IS FS-RECHAZOS.

           SELECT COMPLINF ASSIGN TO COMPLINF
                                    FILE STATUS IS FS-COMPLINF.

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
      *   PRESTAMOS APROBADOS POR EL COMITE DE CREDITO, A DESEMBOLSAR. *
      *----------------------------------------------------------------*

       FD   ALTAPRE
            RECORDING MODE IS F.
       01   REG-ALTAPRE                                     PIC X(60).

      *----------------------------------------------------------------*
      *   CALENDARIO DE FERIADOS Y CIERRES ( COPY CALENDFD ).          *
      *----------------------------------------------------------------*

           COPY CALENDFD.

      *----------------------------------------------------------------*
      *   BLOQUEOS LEGALES POR DOCUMENTO Y POR CUENTA ( BLOQMAES ).    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      *----------------------------------------------------------------*
      *   LISTA NEGATIVA DE CUMPLIMIENTO ( NOMBRES NORMALIZADOS ).     *
      *----------------------------------------------------------------*

       FD   LISTNEG
            RECORDING MODE IS F.
       01   REG-LISTNEG                                     PIC X(40).

      *----------------------------------------------------------------*
      *   SALIDA DE DESEMBOLSOS ( LAYOUT MOVIMCC ) PARA EL CIRCUITO    *
      *   DE APLICACION DE PGMAPCAB.                                   *
      *----------------------------------------------------------------*

       FD   DESEMBOL
            RECORDING MODE IS F.
       01   REG-DESEMBOL                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CRONOGRAMAS IMPRESOS PARA LA FIRMA DEL CLIENTE, MAS LA HOJA  *
      *   DE CONTROL DEL DESEMBOLSO.                                   *
      *----------------------------------------------------------------*

       FD   CRONOGRA
            RECORDING MODE IS F.
       01   LINEA-CRONOGRA                                  PIC X(132).

      *----------------------------------------------------------------*
      *   ALTAS RECHAZADAS CON SU MOTIVO.                              *
      *----------------------------------------------------------------*

       FD   RECHAZOS
            RECORDING MODE IS F.
       01   REG-RECHAZOS                                    PIC X(80).

      *----------------------------------------------------------------*
      *   INFORME A CUMPLIMIENTO DE COINCIDENCIAS PARCIALES CON LA     *
      *   LISTA NEGATIVA ( EL PRESTAMO SE OTORGA IGUAL ).              *
      *----------------------------------------------------------------*

       FD   COMPLINF
            RECORDING MODE IS F.
       01   REG-COMPLINF                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI109'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-ALTAPRE                    PIC X(08)  VALUE 'ALTAPRE '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-LISTNEG                    PIC X(08)  VALUE 'LISTNEG '.
           02 CT-DESEMBOL                   PIC X(08)  VALUE 'DESEMBOL'.
           02 CT-CRONOGRA                   PIC X(08)  VALUE 'CRONOGRA'.
           02 CT-RECHAZOS                   PIC X(08)  VALUE 'RECHAZOS'.
           02 CT-COMPLINF                   PIC X(08)  VALUE 'COMPLINF'.
           02 CT-QUERYDB2                   PIC X(08)  VALUE 'QUERY   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *   TOPES DEL PRODUCTO: PLAZO MAXIMO EN CUOTAS MENSUALES Y TNA   *
      *   MAXIMA ADMITIDA ( POR ENCIMA, EL ALTA ES UN ERROR DE CARGA ).*
      *----------------------------------------------------------------*

           02 CT-MAX-CUOTAS                 PIC 9(03)  VALUE 120.
           02 CT-MAX-TNA                    PIC 9(03)V9(04)
                                                       VALUE 150.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DEL DESEMBOLSO ( CREDITO, MAPEADO EN      *
      *   TIPMOV Y EN MAPACON ) Y FRANJA DE NROMOV RESERVADA PARA LOS  *
      *   DESEMBOLSOS ( DOMINIO NROMOV DEL MAESTRO CODREF ).           *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-DESEMBOLSO        PIC 9(02)  VALUE 86.
           02 CT-NROMOV-DESEMBOLSO          PIC 9(06)  VALUE 993000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-ULTIMO-NROPRE              PIC S9(09) COMP VALUE ZEROS.
           02 WS-K                          PIC 9(03)  VALUE ZEROS.
           02 WS-VTO-ANIO                   PIC 9(04)  VALUE ZEROS.
           02 WS-VTO-MES                    PIC 9(02)  VALUE ZEROS.

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

       01 WS-CUOTAS-OK-SW                   PIC X(01)  VALUE 'S'.
           88 CUOTAS-INSERTADAS                        VALUE 'S'.
           88 CUOTA-CON-ERROR                          VALUE 'N'.

       01 WS-LNG-OBSERVADO-SW               PIC X(01)  VALUE 'N'.
           88 TOMADOR-OBSERVADO                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE PRESTAMOS APROBADOS       *
      *----------------------------------------------------------------*

       01 WS-REG-ALTAPRE.
           02 PRA-TIPCUEN                   PIC X(02).
           02 PRA-NROCUEN                   PIC 9(04).
           02 PRA-SUCUEN                    PIC 9(02).
           02 PRA-TIPDOC                    PIC X(02).
           02 PRA-NRODOC                    PIC 9(11).
           02 PRA-CAPITAL                   PIC 9(11)V99.
           02 PRA-CANTCUO                   PIC 9(03).
           02 PRA-TNA                       PIC 9(03)V9(04).
           02 PRA-OFICIAL                   PIC X(08).
           02 FILLER                        PIC X(08).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL TOMADOR EN TBCURCLI                       *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).
           02 WS-TB-ESTADO                  PIC X(01).

      *----------------------------------------------------------------*
      *   CALCULO DEL SISTEMA FRANCES: TASA MENSUAL, FACTOR            *
      *   ( 1 + I ) ELEVADO A LA CANTIDAD DE CUOTAS Y CUOTA PURA.      *
      *----------------------------------------------------------------*

       01 WS-CALCULO-FRANCES.
           02 WS-TASA-MENSUAL               PIC 9(01)V9(10) COMP-3
                                                       VALUE ZEROS.
           02 WS-FACTOR                     PIC 9(09)V9(09) COMP-3
                                                       VALUE ZEROS.
           02 WS-CUOTA-PURA                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-SALDO-CAPITAL              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-TOT-CAPITAL                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-TOT-INTERES                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-TOT-CUOTAS                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CRONOGRAMA DEL PRESTAMO EN PROCESO ( SUBINDICE = NRO CUOTA ) *
      *----------------------------------------------------------------*

       01 WS-T-CRONOGRAMA.
           02 T-CUO                         OCCURS 120 TIMES.
              03 T-CUO-FECVTO               PIC 9(08).
              03 T-CUO-CAPITAL              PIC S9(11)V99 COMP-3.
              03 T-CUO-INTERES              PIC S9(11)V99 COMP-3.
              03 T-CUO-IMPORTE              PIC S9(11)V99 COMP-3.
              03 T-CUO-SALDO                PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   ACUMULADOR DEL IMPORTE DESEMBOLSADO DEL DIA                  *
      *----------------------------------------------------------------*

       01 ACM-DESEMBOLSADO                  PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *       F O R M A T O S  D E L  C R O N O G R A M A              *
      *----------------------------------------------------------------*

       01 WS-CRO-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(48)  VALUE
              'CRONOGRAMA DE PAGOS - PRESTAMO PERSONAL NRO '.
           02 CRT-NROPRE                    PIC 9(06).
           02 FILLER                        PIC X(20)  VALUE SPACES.
           02 FILLER                        PIC X(17)  VALUE
              'FECHA DE ALTA:   '.
           02 CRT-FECALTA                   PIC X(10).
           02 FILLER                        PIC X(26)  VALUE SPACES.

       01 WS-CRO-TOMADOR.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(09)  VALUE
              'TOMADOR: '.
           02 CRM-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 CRM-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 CRM-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(34)  VALUE
              'CUENTA DE ACREDITACION Y DEBITO: '.
           02 CRM-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 CRM-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(06)  VALUE ' SUC. '.
           02 CRM-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(18)  VALUE SPACES.

       01 WS-CRO-CONDICIONES.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(09)  VALUE
              'CAPITAL: '.
           02 CRC-CAPITAL                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(09)  VALUE '   TNA: '.
           02 CRC-TNA                       PIC ZZ9,9999.
           02 FILLER                        PIC X(14)  VALUE
              ' %   CUOTAS: '.
           02 CRC-CANTCUO                   PIC ZZ9.
           02 FILLER                        PIC X(16)  VALUE
              '   CUOTA PURA: '.
           02 CRC-CUOTA                     PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(28)  VALUE SPACES.

       01 WS-CRO-COLUMNAS.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 FILLER                        PIC X(21)  VALUE
              'CUOTA    VENCIMIENTO'.
           02 FILLER                        PIC X(23)  VALUE
              '              CAPITAL'.
           02 FILLER                        PIC X(23)  VALUE
              '              INTERES'.
           02 FILLER                        PIC X(23)  VALUE
              '        IMPORTE CUOTA'.
           02 FILLER                        PIC X(23)  VALUE
              '     SALDO DE CAPITAL'.
           02 FILLER                        PIC X(16)  VALUE SPACES.

       01 WS-CRO-DETALLE.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRD-NROCUO                    PIC ZZ9.
           02 FILLER                        PIC X(06)  VALUE SPACES.
           02 CRD-FECVTO                    PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 CRD-CAPITAL                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRD-INTERES                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRD-IMPORTE                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRD-SALDO                     PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(19)  VALUE SPACES.

       01 WS-CRO-TOTALES.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 FILLER                        PIC X(21)  VALUE
              'TOTALES'.
           02 CRS-CAPITAL                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRS-INTERES                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 CRS-IMPORTE                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-CRO-FIRMA.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(46)  VALUE
              'FIRMA DEL TOMADOR: ___________________________'.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(40)  VALUE
              'ACLARACION: ____________________________'.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(09)  VALUE
              'OFICIAL: '.
           02 CRF-OFICIAL                   PIC X(08).
           02 FILLER                        PIC X(14)  VALUE SPACES.

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
           02 CNT-ALTAS-LEIDAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-PRESTAMOS-OTORGADOS       PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-RECHAZADAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-INSERTADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CASI-COINCIDEN            PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-ALTAPRE                    PIC X(02).
              88 FS-ALTAPRE-OK                         VALUE '00'.
              88 FS-ALTAPRE-EOF                        VALUE '10'.

           02 FS-CALENDAR                   PIC X(02).
              88 FS-CALENDAR-OK                        VALUE '00'.
              88 FS-CALENDAR-EOF                       VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-LISTNEG                    PIC X(02).
              88 FS-LISTNEG-OK                         VALUE '00'.
              88 FS-LISTNEG-EOF                        VALUE '10'.

           02 FS-DESEMBOL                   PIC X(02).
              88 FS-DESEMBOL-OK                        VALUE '00'.

           02 FS-CRONOGRA                   PIC X(02).
              88 FS-CRONOGRA-OK                        VALUE '00'.

           02 FS-RECHAZOS                   PIC X(02).
              88 FS-RECHAZOS-OK                        VALUE '00'.

           02 FS-COMPLINF                   PIC X(02).
              88 FS-COMPLINF-OK                        VALUE '00'.

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

           COPY CPCURPRE.

           COPY CPCURCUO.

           COPY MOVIMCC.

           COPY CPCALEND.

           COPY CPLEGHLD.

           COPY CPLISTNG.

           COPY CPNOMNOR.

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
             INCLUDE TBCURPRE
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCUO
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF FS-ALTAPRE-OK
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL FS-ALTAPRE-EOF
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

           MOVE ZEROS                         TO ACM-DESEMBOLSADO.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    EL ALTA Y EL CRONOGRAMA SE ESTAMPAN CON LA FECHA DE
      *    PROCESO, NO LA DE MAQUINA, PARA QUE EL REPROCESO CORRIDO
      *    DE DIA NO CORRA LOS VENCIMIENTOS.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1870-CARGAR-CALENDARIO
              THRU 1870-F-CARGAR-CALENDARIO.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           PERFORM 1887-CARGAR-LISTNEG
              THRU 1887-F-CARGAR-LISTNEG.

           PERFORM 1500-BUSCAR-ULTIMO-NROPRE
              THRU 1500-F-BUSCAR-ULTIMO-NROPRE.

           PERFORM 1400-LEER-ALTAPRE
              THRU 1400-F-LEER-ALTAPRE.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   ALTAPRE
                OUTPUT  DESEMBOL
                        CRONOGRA
                        RECHAZOS
                        COMPLINF.

           IF NOT FS-ALTAPRE-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ALTAPRE                 TO AUX-ERR-NOMBRE
              MOVE FS-ALTAPRE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DESEMBOL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DESEMBOL                TO AUX-ERR-NOMBRE
              MOVE FS-DESEMBOL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CRONOGRA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CRONOGRA                TO AUX-ERR-NOMBRE
              MOVE FS-CRONOGRA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-COMPLINF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COMPLINF                TO AUX-ERR-NOMBRE
              MOVE FS-COMPLINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - A L T A P R E                    *
      *----------------------------------------------------------------*

       1400-LEER-ALTAPRE.

           MOVE '1400-LEER-ALTAPRE'           TO WS-PARRAFO.

           READ ALTAPRE INTO WS-REG-ALTAPRE.

           EVALUATE TRUE
               WHEN FS-ALTAPRE-OK
                    ADD 1                     TO CNT-ALTAS-LEIDAS

               WHEN FS-ALTAPRE-EOF
                    SET FS-ALTAPRE-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ALTAPRE           TO AUX-ERR-NOMBRE
                    MOVE FS-ALTAPRE           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-ALTAPRE.
           EXIT.

      *----------------------------------------------------------------*
      *   1 5 0 0 - B U S C A R - U L T I M O - N R O P R E            *
      *----------------------------------------------------------------*
      *   TOMA EL MAYOR NROPRE YA ASIGNADO PARA NUMERAR LAS ALTAS DE   *
      *   ESTA CORRIDA EN FORMA CORRELATIVA.                           *
      *----------------------------------------------------------------*

       1500-BUSCAR-ULTIMO-NROPRE.

           MOVE '1500-BUSCAR-ULTIMO-NROPRE'   TO WS-PARRAFO.

           EXEC SQL
             SELECT VALUE(MAX(NROPRE), 0)
               INTO :WS-ULTIMO-NROPRE
               FROM KC02787.TBCURPRE
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-QUERYDB2          TO AUX-ERR-ACCION
              MOVE 'TBCURPRE'           TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1500-F-BUSCAR-ULTIMO-NROPRE.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.
           MOVE 'N'                           TO WS-LNG-OBSERVADO-SW.

           PERFORM 2100-VALIDAR-ALTA
              THRU 2100-F-VALIDAR-ALTA.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2300-CALCULAR-CRONOGRAMA
                 THRU 2300-F-CALCULAR-CRONOGRAMA

              PERFORM 2400-INSERTAR-PRESTAMO
                 THRU 2400-F-INSERTAR-PRESTAMO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              ADD 1                        TO CNT-PRESTAMOS-OTORGADOS

              PERFORM 2600-GRABAR-DESEMBOLSO
                 THRU 2600-F-GRABAR-DESEMBOLSO

              PERFORM 2700-IMPRIMIR-CRONOGRAMA
                 THRU 2700-F-IMPRIMIR-CRONOGRAMA

              IF TOMADOR-OBSERVADO
                 PERFORM 2800-INFORMAR-CUMPLIMIENTO
                    THRU 2800-F-INFORMAR-CUMPLIMIENTO
              END-IF
           ELSE
              PERFORM 2500-GRABAR-RECHAZO
                 THRU 2500-F-GRABAR-RECHAZO
           END-IF.

           PERFORM 1400-LEER-ALTAPRE
              THRU 1400-F-LEER-ALTAPRE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 0 0 - V A L I D A R - A L T A                       *
      *----------------------------------------------------------------*
      *   VALIDA LOS DATOS DEL ALTA Y, SI ESTAN BIEN FORMADOS, RECORRE *
      *   LOS CONTROLES DEL TOMADOR EN ORDEN: EL PRIMERO QUE FALLA     *
      *   DEJA EL MOTIVO Y CORTA EL RESTO.                             *
      *----------------------------------------------------------------*

       2100-VALIDAR-ALTA.

           MOVE '2100-VALIDAR-ALTA'           TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN PRA-CAPITAL IS NOT NUMERIC OR
                  PRA-CAPITAL IS NOT GREATER THAN ZEROS
               MOVE 'CAPITAL INVALIDO'        TO WS-MOTIVO

             WHEN PRA-CANTCUO IS NOT NUMERIC OR
                  PRA-CANTCUO IS NOT GREATER THAN ZEROS OR
                  PRA-CANTCUO IS GREATER THAN CT-MAX-CUOTAS
               MOVE 'CANTIDAD DE CUOTAS INVALIDA' TO WS-MOTIVO

             WHEN PRA-TNA IS NOT NUMERIC OR
                  PRA-TNA IS GREATER THAN CT-MAX-TNA
               MOVE 'TASA INVALIDA'           TO WS-MOTIVO

             WHEN PRA-NRODOC IS NOT NUMERIC OR
                  PRA-TIPDOC IS EQUAL TO SPACES
               MOVE 'DOCUMENTO DEL TOMADOR INVALIDO' TO WS-MOTIVO

             WHEN OTHER
               PERFORM 2150-BUSCAR-CUENTA
                  THRU 2150-F-BUSCAR-CUENTA
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2160-BUSCAR-TOMADOR
                 THRU 2160-F-BUSCAR-TOMADOR
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2170-CONTROLAR-BLOQUEOS
                 THRU 2170-F-CONTROLAR-BLOQUEOS
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2180-CONTROLAR-LISTNEG
                 THRU 2180-F-CONTROLAR-LISTNEG
           END-IF.

       2100-F-VALIDAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 5 0 - B U S C A R - C U E N T A                     *
      *----------------------------------------------------------------*
      *   LA CUENTA ASOCIADA DEBE EXISTIR Y SER EN PESOS: EL PRESTAMO  *
      *   SE DESEMBOLSA Y SE COBRA EN ESA MISMA CUENTA.                *
      *----------------------------------------------------------------*

       2150-BUSCAR-CUENTA.

           MOVE '2150-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE PRA-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE PRA-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE PRA-SUCUEN                    TO WS-CTA-SUCUEN.

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
                  MOVE 'CUENTA ASOCIADA NO ES EN PESOS' TO WS-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA ASOCIADA INEXISTENTE' TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2150-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 6 0 - B U S C A R - T O M A D O R                   *
      *----------------------------------------------------------------*
      *   EL TOMADOR DEBE EXISTIR EN TBCURCLI, ESTAR ACTIVO Y SER EL   *
      *   TITULAR DE LA CUENTA ASOCIADA ( MISMO NROCLI ).              *
      *----------------------------------------------------------------*

       2160-BUSCAR-TOMADOR.

           MOVE '2160-BUSCAR-TOMADOR'         TO WS-PARRAFO.

           MOVE PRA-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE PRA-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, NOMAPE, ESTADO
               INTO :WS-TB-NROCLI,
                    :WS-TB-NOMAPE,
                    :WS-TB-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               EVALUATE TRUE
                 WHEN WS-TB-ESTADO IS EQUAL TO 'B'
                   MOVE 'TOMADOR DADO DE BAJA'  TO WS-MOTIVO
                 WHEN WS-TB-NROCLI IS NOT EQUAL TO WS-CTA-NROCLI
                   MOVE 'TOMADOR NO ES TITULAR DE LA CTA'
                                                TO WS-MOTIVO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'TOMADOR INEXISTENTE EN TBCURCLI' TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2160-F-BUSCAR-TOMADOR.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 7 0 - C O N T R O L A R - B L O Q U E O S             *
      *----------------------------------------------------------------*
      *   NO SE PRESTA A UN DOCUMENTO NI SE ACREDITA EN UNA CUENTA     *
      *   CON BLOQUEO LEGAL: EL DESEMBOLSO QUEDARIA RETENIDO EN        *
      *   PGMAPCAB Y LAS CUOTAS NO PODRIAN COBRARSE.                   *
      *----------------------------------------------------------------*

       2170-CONTROLAR-BLOQUEOS.

           MOVE '2170-CONTROLAR-BLOQUEOS'     TO WS-PARRAFO.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE PRA-TIPDOC                    TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE PRA-NRODOC                    TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'TOMADOR CON BLOQUEO LEGAL'  TO WS-MOTIVO
           ELSE
              MOVE 'C'                        TO WS-BLQ-BUSQ-TIPO-REG
              MOVE PRA-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO
              COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                      PRA-SUCUEN * 1000000 + PRA-NROCUEN

              PERFORM 1895-BUSCAR-BLOQUEO
                 THRU 1895-F-BUSCAR-BLOQUEO

              IF BLOQUEO-HALLADO
                 MOVE 'CUENTA CON BLOQUEO LEGAL' TO WS-MOTIVO
              END-IF
           END-IF.

       2170-F-CONTROLAR-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 8 0 - C O N T R O L A R - L I S T N E G               *
      *----------------------------------------------------------------*
      *   LA COINCIDENCIA EXACTA CON LA LISTA NEGATIVA RECHAZA EL      *
      *   PRESTAMO; LA PARCIAL SOLO SE INFORMA A CUMPLIMIENTO.         *
      *----------------------------------------------------------------*

       2180-CONTROLAR-LISTNEG.

           MOVE '2180-CONTROLAR-LISTNEG'      TO WS-PARRAFO.

           MOVE WS-TB-NOMAPE                  TO NOR-NOMBRE.

           PERFORM 8600-NORMALIZAR-NOMBRE
              THRU 8600-F-NORMALIZAR-NOMBRE.

           MOVE NOR-NOMBRE                    TO WS-LNG-NOMBRE.

           PERFORM 1899-BUSCAR-LISTNEG
              THRU 1899-F-BUSCAR-LISTNEG.

           EVALUATE TRUE
             WHEN LNG-COINCIDE-EXACTO
               MOVE 'TOMADOR EN LISTA NEGATIVA' TO WS-MOTIVO

             WHEN LNG-COINCIDE-PARCIAL
               SET TOMADOR-OBSERVADO          TO TRUE

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2180-F-CONTROLAR-LISTNEG.
           EXIT.

      *----------------------------------------------------------------*
      *     2 3 0 0 - C A L C U L A R - C R O N O G R A M A            *
      *----------------------------------------------------------------*
      *   SISTEMA FRANCES: CUOTA = C * I * F / ( F - 1 ), CON          *
      *   I = TNA / 1200 Y F = ( 1 + I ) ELEVADO A N. CON TASA CERO    *
      *   LA CUOTA ES CAPITAL / N. EL CRONOGRAMA QUEDA EN MEMORIA      *
      *   PARA INSERTARLO E IMPRIMIRLO SIN VOLVER A CALCULAR.          *
      *----------------------------------------------------------------*

       2300-CALCULAR-CRONOGRAMA.

           MOVE '2300-CALCULAR-CRONOGRAMA'    TO WS-PARRAFO.

           INITIALIZE WS-T-CRONOGRAMA
                      WS-CALCULO-FRANCES.

           COMPUTE WS-TASA-MENSUAL ROUNDED = PRA-TNA / 1200.

           IF WS-TASA-MENSUAL IS EQUAL TO ZEROS
              COMPUTE WS-CUOTA-PURA ROUNDED =
                      PRA-CAPITAL / PRA-CANTCUO
           ELSE
              MOVE 1                          TO WS-FACTOR

              PERFORM 2310-ELEVAR-FACTOR
                 THRU 2310-F-ELEVAR-FACTOR
                 PRA-CANTCUO TIMES

              COMPUTE WS-CUOTA-PURA ROUNDED =
                      PRA-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
                    / (WS-FACTOR - 1)
           END-IF.

           MOVE PRA-CAPITAL                   TO WS-SALDO-CAPITAL.
           MOVE WS-FPR-ANIO                   TO WS-VTO-ANIO.
           MOVE WS-FPR-MES                    TO WS-VTO-MES.

           PERFORM 2320-CALCULAR-CUOTA
              THRU 2320-F-CALCULAR-CUOTA
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K IS GREATER THAN PRA-CANTCUO.

       2300-F-CALCULAR-CRONOGRAMA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 1 0 - E L E V A R - F A C T O R                    *
      *----------------------------------------------------------------*

       2310-ELEVAR-FACTOR.

           COMPUTE WS-FACTOR ROUNDED =
                   WS-FACTOR * (1 + WS-TASA-MENSUAL).

       2310-F-ELEVAR-FACTOR.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 2 0 - C A L C U L A R - C U O T A                  *
      *----------------------------------------------------------------*
      *   INTERES SOBRE EL SALDO DE CAPITAL Y AMORTIZACION POR         *
      *   DIFERENCIA; LA ULTIMA CUOTA CANCELA EL SALDO QUE QUEDE POR   *
      *   REDONDEO, ASI EL CAPITAL AMORTIZADO SUMA EXACTO EL PRESTADO. *
      *----------------------------------------------------------------*

       2320-CALCULAR-CUOTA.

           MOVE '2320-CALCULAR-CUOTA'         TO WS-PARRAFO.

           COMPUTE T-CUO-INTERES(WS-K) ROUNDED =
                   WS-SALDO-CAPITAL * WS-TASA-MENSUAL.

           IF WS-K IS EQUAL TO PRA-CANTCUO
              MOVE WS-SALDO-CAPITAL           TO T-CUO-CAPITAL(WS-K)
           ELSE
              COMPUTE T-CUO-CAPITAL(WS-K) =
                      WS-CUOTA-PURA - T-CUO-INTERES(WS-K)
           END-IF.

           COMPUTE T-CUO-IMPORTE(WS-K) =
                   T-CUO-CAPITAL(WS-K) + T-CUO-INTERES(WS-K).

           SUBTRACT T-CUO-CAPITAL(WS-K)       FROM WS-SALDO-CAPITAL.
           MOVE WS-SALDO-CAPITAL              TO T-CUO-SALDO(WS-K).

           ADD T-CUO-CAPITAL(WS-K)            TO WS-TOT-CAPITAL.
           ADD T-CUO-INTERES(WS-K)            TO WS-TOT-INTERES.
           ADD T-CUO-IMPORTE(WS-K)            TO WS-TOT-CUOTAS.

           PERFORM 2330-FECHA-VENCIMIENTO
              THRU 2330-F-FECHA-VENCIMIENTO.

       2320-F-CALCULAR-CUOTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 3 0 - F E C H A - V E N C I M I E N T O               *
      *----------------------------------------------------------------*
      *   LA CUOTA K VENCE K MESES DESPUES DEL ALTA, EL MISMO DIA; SI  *
      *   EL MES ES MAS CORTO, EL ULTIMO DIA DEL MES. SI LA FECHA NO   *
      *   ES HABIL SE CORRE AL DIA HABIL SIGUIENTE ( CALENDAR ).       *
      *----------------------------------------------------------------*

       2330-FECHA-VENCIMIENTO.

           MOVE '2330-FECHA-VENCIMIENTO'      TO WS-PARRAFO.

           IF WS-VTO-MES IS EQUAL TO 12
              MOVE 1                          TO WS-VTO-MES
              ADD 1                           TO WS-VTO-ANIO
           ELSE
              ADD 1                           TO WS-VTO-MES
           END-IF.

           MOVE WS-VTO-ANIO                   TO CAL-CON-ANIO.
           MOVE WS-VTO-MES                    TO CAL-CON-MES.

           PERFORM 1883-DIAS-DEL-MES
              THRU 1883-F-DIAS-DEL-MES.

           IF WS-FPR-DIA IS GREATER THAN CAL-DIAS-DEL-MES
              MOVE CAL-DIAS-DEL-MES           TO CAL-CON-DIA
           ELSE
              MOVE WS-FPR-DIA                 TO CAL-CON-DIA
           END-IF.

           PERFORM 1875-ES-DIA-HABIL
              THRU 1875-F-ES-DIA-HABIL.

           IF CAL-NO-ES-HABIL
              PERFORM 1885-DIA-HABIL-SIGUIENTE
                 THRU 1885-F-DIA-HABIL-SIGUIENTE
           END-IF.

           MOVE CAL-FECHA-CONSULTA-N          TO T-CUO-FECVTO(WS-K).

       2330-F-FECHA-VENCIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 0 0 - I N S E R T A R - P R E S T A M O              *
      *----------------------------------------------------------------*

       2400-INSERTAR-PRESTAMO.

           MOVE '2400-INSERTAR-PRESTAMO'      TO WS-PARRAFO.

           ADD 1                              TO WS-ULTIMO-NROPRE.

           MOVE WS-ULTIMO-NROPRE              TO WS-PRE-NROPRE.
           MOVE PRA-TIPCUEN                   TO WS-PRE-TIPCUEN.
           MOVE PRA-NROCUEN                   TO WS-PRE-NROCUEN.
           MOVE PRA-SUCUEN                    TO WS-PRE-SUCUEN.
           MOVE WS-CTA-NROCLI                 TO WS-PRE-NROCLI.
           MOVE PRA-TIPDOC                    TO WS-PRE-TIPDOC.
           MOVE PRA-NRODOC                    TO WS-PRE-NRODOC.
           MOVE PRA-CAPITAL                   TO WS-PRE-CAPITAL.
           MOVE PRA-TNA                       TO WS-PRE-TNA.
           MOVE PRA-CANTCUO                   TO WS-PRE-CANTCUO.
           MOVE WS-CUOTA-PURA                 TO WS-PRE-CUOTA.
           MOVE WS-FECHA-PROCESO-N            TO WS-PRE-FECALTA.
           MOVE T-CUO-FECVTO(PRA-CANTCUO)     TO WS-PRE-FECVTO.
           MOVE PRA-CAPITAL                   TO WS-PRE-SALDO.
           MOVE 'V'                           TO WS-PRE-ESTADO.
           MOVE ZEROS                         TO WS-PRE-CUOVENC
                                                 WS-PRE-DIASATR
                                                 WS-PRE-INTMORA.

           EXEC SQL INSERT
             INTO KC02787.TBCURPRE
               (NROPRE, TIPCUEN, NROCUEN, SUCUEN, NROCLI, TIPDOC,
                NRODOC, CAPITAL, TNA, CANTCUO, CUOTA, FECALTA,
                FECVTO, SALDO, ESTADO, CUOVENC, DIASATR, INTMORA)
             VALUES (:WS-PRE-NROPRE,
                     :WS-PRE-TIPCUEN,
                     :WS-PRE-NROCUEN,
                     :WS-PRE-SUCUEN,
                     :WS-PRE-NROCLI,
                     :WS-PRE-TIPDOC,
                     :WS-PRE-NRODOC,
                     :WS-PRE-CAPITAL,
                     :WS-PRE-TNA,
                     :WS-PRE-CANTCUO,
                     :WS-PRE-CUOTA,
                     :WS-PRE-FECALTA,
                     :WS-PRE-FECVTO,
                     :WS-PRE-SALDO,
                     :WS-PRE-ESTADO,
                     :WS-PRE-CUOVENC,
                     :WS-PRE-DIASATR,
                     :WS-PRE-INTMORA)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              MOVE 'ERROR DB2 EN INSERT PRESTAMO' TO WS-MOTIVO
              GO TO 2400-F-INSERTAR-PRESTAMO
           END-IF.

           SET CUOTAS-INSERTADAS              TO TRUE.

           PERFORM 2420-INSERTAR-CUOTA
              THRU 2420-F-INSERTAR-CUOTA
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K IS GREATER THAN PRA-CANTCUO
                  OR CUOTA-CON-ERROR.

           IF CUOTA-CON-ERROR
              MOVE 'ERROR DB2 EN INSERT CRONOGRAMA' TO WS-MOTIVO

              PERFORM 2450-DESHACER-PRESTAMO
                 THRU 2450-F-DESHACER-PRESTAMO
           ELSE
              ADD PRA-CANTCUO                 TO CNT-CUOTAS-INSERTADAS
           END-IF.

       2400-F-INSERTAR-PRESTAMO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 2 0 - I N S E R T A R - C U O T A                  *
      *----------------------------------------------------------------*

       2420-INSERTAR-CUOTA.

           MOVE '2420-INSERTAR-CUOTA'         TO WS-PARRAFO.

           MOVE WS-PRE-NROPRE                 TO WS-CUO-NROPRE.
           MOVE WS-K                          TO WS-CUO-NROCUO.
           MOVE T-CUO-FECVTO(WS-K)            TO WS-CUO-FECVTO.
           MOVE T-CUO-CAPITAL(WS-K)           TO WS-CUO-CAPITAL.
           MOVE T-CUO-INTERES(WS-K)           TO WS-CUO-INTERES.
           MOVE T-CUO-IMPORTE(WS-K)           TO WS-CUO-IMPORTE.
           MOVE T-CUO-SALDO(WS-K)             TO WS-CUO-SALDO.
           MOVE 'P'                           TO WS-CUO-ESTADO.
           MOVE ZEROS                         TO WS-CUO-FECPAGO
                                                 WS-CUO-INTMORA.

           EXEC SQL INSERT
             INTO KC02787.TBCURCUO
               (NROPRE, NROCUO, FECVTO, CAPITAL, INTERES, IMPORTE,
                SALDO, ESTADO, FECPAGO, INTMORA)
             VALUES (:WS-CUO-NROPRE,
                     :WS-CUO-NROCUO,
                     :WS-CUO-FECVTO,
                     :WS-CUO-CAPITAL,
                     :WS-CUO-INTERES,
                     :WS-CUO-IMPORTE,
                     :WS-CUO-SALDO,
                     :WS-CUO-ESTADO,
                     :WS-CUO-FECPAGO,
                     :WS-CUO-INTMORA)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              SET CUOTA-CON-ERROR             TO TRUE
           END-IF.

       2420-F-INSERTAR-CUOTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 5 0 - D E S H A C E R - P R E S T A M O              *
      *----------------------------------------------------------------*
      *   UN CRONOGRAMA INCOMPLETO NO PUEDE QUEDAR VIVO: SE BORRAN LAS *
      *   CUOTAS YA INSERTADAS Y EL PRESTAMO, Y EL ALTA SE RECHAZA.    *
      *----------------------------------------------------------------*

       2450-DESHACER-PRESTAMO.

           MOVE '2450-DESHACER-PRESTAMO'      TO WS-PARRAFO.

           EXEC SQL
             DELETE FROM KC02787.TBCURCUO
              WHERE NROPRE = :WS-PRE-NROPRE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0 AND
              SQLCODE IS NOT EQUAL TO CT-NOT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN DELETE --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

           EXEC SQL
             DELETE FROM KC02787.TBCURPRE
              WHERE NROPRE = :WS-PRE-NROPRE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN DELETE --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2450-F-DESHACER-PRESTAMO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 0 0 - G R A B A R - R E C H A Z O                  *
      *----------------------------------------------------------------*

       2500-GRABAR-RECHAZO.

           MOVE '2500-GRABAR-RECHAZO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-ALTAS-RECHAZADAS.

           MOVE SPACES                        TO REG-RECHAZOS.

           STRING 'CTA '            DELIMITED BY SIZE
                  PRA-TIPCUEN       DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PRA-NROCUEN       DELIMITED BY SIZE
                  ' SUC '           DELIMITED BY SIZE
                  PRA-SUCUEN        DELIMITED BY SIZE
                  ' DOC '           DELIMITED BY SIZE
                  PRA-TIPDOC        DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  PRA-NRODOC        DELIMITED BY SIZE
                  ': '              DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-RECHAZOS
           END-STRING.

           WRITE REG-RECHAZOS.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-GRABAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 0 0 - G R A B A R - D E S E M B O L S O              *
      *----------------------------------------------------------------*
      *   EL CAPITAL SE ACREDITA EN LA CUENTA ASOCIADA POR EL CIRCUITO *
      *   NORMAL: REGISTRO MOVIMCC CON IMPORTE POSITIVO, REFERENCIA    *
      *   'PR' + NROPRE Y NRO DE MOVIMIENTO EN LA FRANJA RESERVADA.    *
      *----------------------------------------------------------------*

       2600-GRABAR-DESEMBOLSO.

           MOVE '2600-GRABAR-DESEMBOLSO'      TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-DESEMBOLSO        TO WS-MOV-TIPO.
           COMPUTE WS-MOV-CUENTA =
                   PRA-SUCUEN * 1000000 + PRA-NROCUEN.
           MOVE PRA-CAPITAL                   TO WS-MOV-IMPORTE.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-DESEMBOLSO + CNT-PRESTAMOS-OTORGADOS.
           MOVE 'PR'                          TO WS-MOV-REFER(1:2).
           MOVE WS-PRE-NROPRE                 TO WS-MOV-REFER(3:6).
           MOVE PRA-TIPCUEN                   TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE PRA-TIPCUEN                   TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-DESEMBOL FROM WS-REG-MOVIMI.

           IF NOT FS-DESEMBOL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DESEMBOL                TO AUX-ERR-NOMBRE
              MOVE FS-DESEMBOL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD PRA-CAPITAL                    TO ACM-DESEMBOLSADO.

       2600-F-GRABAR-DESEMBOLSO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 0 0 - I M P R I M I R - C R O N O G R A M A            *
      *----------------------------------------------------------------*
      *   UNA HOJA POR PRESTAMO: CABECERA CON TOMADOR, CUENTA Y        *
      *   CONDICIONES, UNA LINEA POR CUOTA, TOTALES Y FIRMAS.          *
      *----------------------------------------------------------------*

       2700-IMPRIMIR-CRONOGRAMA.

           MOVE '2700-IMPRIMIR-CRONOGRAMA'    TO WS-PARRAFO.

           MOVE WS-PRE-NROPRE                 TO CRT-NROPRE.
           MOVE WS-FECHA-PROCESO-N            TO WS-FECHA-AUX-N.
           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.
           MOVE WS-FECHA-EDIT                 TO CRT-FECALTA.

           WRITE LINEA-CRONOGRA FROM WS-CRO-TITULO
              AFTER ADVANCING PAGE.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           MOVE PRA-TIPDOC                    TO CRM-TIPDOC.
           MOVE PRA-NRODOC                    TO CRM-NRODOC.
           MOVE WS-TB-NOMAPE                  TO CRM-NOMAPE.
           MOVE PRA-TIPCUEN                   TO CRM-TIPCUEN.
           MOVE PRA-NROCUEN                   TO CRM-NROCUEN.
           MOVE PRA-SUCUEN                    TO CRM-SUCUEN.

           WRITE LINEA-CRONOGRA FROM WS-CRO-TOMADOR
              AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           MOVE PRA-CAPITAL                   TO CRC-CAPITAL.
           MOVE PRA-TNA                       TO CRC-TNA.
           MOVE PRA-CANTCUO                   TO CRC-CANTCUO.
           MOVE WS-CUOTA-PURA                 TO CRC-CUOTA.

           WRITE LINEA-CRONOGRA FROM WS-CRO-CONDICIONES
              AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           WRITE LINEA-CRONOGRA FROM WS-CRO-COLUMNAS
              AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           PERFORM 2720-IMPRIMIR-CUOTA
              THRU 2720-F-IMPRIMIR-CUOTA
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K IS GREATER THAN PRA-CANTCUO.

           MOVE WS-TOT-CAPITAL                TO CRS-CAPITAL.
           MOVE WS-TOT-INTERES                TO CRS-INTERES.
           MOVE WS-TOT-CUOTAS                 TO CRS-IMPORTE.

           WRITE LINEA-CRONOGRA FROM WS-CRO-TOTALES
              AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           MOVE PRA-OFICIAL                   TO CRF-OFICIAL.

           WRITE LINEA-CRONOGRA FROM WS-CRO-FIRMA
              AFTER ADVANCING 4 LINES.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

       2700-F-IMPRIMIR-CRONOGRAMA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 2 0 - I M P R I M I R - C U O T A                  *
      *----------------------------------------------------------------*

       2720-IMPRIMIR-CUOTA.

           MOVE '2720-IMPRIMIR-CUOTA'         TO WS-PARRAFO.

           MOVE WS-K                          TO CRD-NROCUO.
           MOVE T-CUO-FECVTO(WS-K)            TO WS-FECHA-AUX-N.
           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.
           MOVE WS-FECHA-EDIT                 TO CRD-FECVTO.
           MOVE T-CUO-CAPITAL(WS-K)           TO CRD-CAPITAL.
           MOVE T-CUO-INTERES(WS-K)           TO CRD-INTERES.
           MOVE T-CUO-IMPORTE(WS-K)           TO CRD-IMPORTE.
           MOVE T-CUO-SALDO(WS-K)             TO CRD-SALDO.

           WRITE LINEA-CRONOGRA FROM WS-CRO-DETALLE
              AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

       2720-F-IMPRIMIR-CUOTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 9 0 - E D I T A R - F E C H A                    *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 9 5 - C O N T R O L A R - C R O N O G R A             *
      *----------------------------------------------------------------*

       2795-CONTROLAR-CRONOGRA.

           IF NOT FS-CRONOGRA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CRONOGRA                TO AUX-ERR-NOMBRE
              MOVE FS-CRONOGRA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2795-F-CONTROLAR-CRONOGRA.
           EXIT.

      *----------------------------------------------------------------*
      *    2 8 0 0 - I N F O R M A R - C U M P L I M I E N T O         *
      *----------------------------------------------------------------*

       2800-INFORMAR-CUMPLIMIENTO.

           MOVE '2800-INFORMAR-CUMPLIMIENTO'  TO WS-PARRAFO.

           ADD 1                              TO CNT-CASI-COINCIDEN.

           MOVE SPACES                        TO REG-COMPLINF.

           STRING 'CASI COINCIDE: ' DELIMITED BY SIZE
                  NOR-NOMBRE       DELIMITED BY SIZE
                  ' DOC '          DELIMITED BY SIZE
                  PRA-TIPDOC       DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  PRA-NRODOC       DELIMITED BY SIZE
                  ' PRE '          DELIMITED BY SIZE
                  WS-PRE-NROPRE    DELIMITED BY SIZE
              INTO REG-COMPLINF
           END-STRING.

           WRITE REG-COMPLINF.

           IF NOT FS-COMPLINF-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-COMPLINF                TO AUX-ERR-NOMBRE
              MOVE FS-COMPLINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-INFORMAR-CUMPLIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-HOJA-DE-CONTROL
              THRU 3100-F-HOJA-DE-CONTROL.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 0 0 - H O J A - D E - C O N T R O L               *
      *----------------------------------------------------------------*
      *   TOTAL DESEMBOLSADO DEL DIA: ES EL IMPORTE QUE DEBE FIGURAR   *
      *   EN EL RENGLON DEL TIPO 86 DEL ASIENTO DE PGMSIN64 UNA VEZ    *
      *   QUE PGMAPCAB APLIQUE DESEMBOL ( SALVO LO QUE QUEDE RETENIDO  *
      *   O RECHAZADO EN ESE PASO ).                                   *
      *----------------------------------------------------------------*

       3100-HOJA-DE-CONTROL.

           MOVE '3100-HOJA-DE-CONTROL'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO-N            TO WS-FECHA-AUX-N.
           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE SPACES                        TO LINEA-CRONOGRA.

           STRING '     HOJA DE CONTROL DE DESEMBOLSOS DEL '
                                    DELIMITED BY SIZE
                  WS-FECHA-EDIT     DELIMITED BY SIZE
              INTO LINEA-CRONOGRA
           END-STRING.

           WRITE LINEA-CRONOGRA AFTER ADVANCING PAGE.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           MOVE CNT-PRESTAMOS-OTORGADOS       TO WS-MASCARA.
           MOVE ACM-DESEMBOLSADO              TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-CRONOGRA.

           STRING '     PRESTAMOS DESEMBOLSADOS: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   TOTAL ACREDITADO ( TIPO 86 ): '
                                    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-CRONOGRA
           END-STRING.

           WRITE LINEA-CRONOGRA AFTER ADVANCING 2 LINES.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

           MOVE CNT-ALTAS-RECHAZADAS          TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-CRONOGRA.

           STRING '     ALTAS RECHAZADAS: '   DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-CRONOGRA
           END-STRING.

           WRITE LINEA-CRONOGRA AFTER ADVANCING 1 LINE.
           PERFORM 2795-CONTROLAR-CRONOGRA
              THRU 2795-F-CONTROLAR-CRONOGRA.

       3100-F-HOJA-DE-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE ALTAPRE
                 DESEMBOL
                 CRONOGRA
                 RECHAZOS
                 COMPLINF.

           IF NOT FS-DESEMBOL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DESEMBOL                TO AUX-ERR-NOMBRE
              MOVE FS-DESEMBOL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CRONOGRA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CRONOGRA                TO AUX-ERR-NOMBRE
              MOVE FS-CRONOGRA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHAZOS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECHAZOS                TO AUX-ERR-NOMBRE
              MOVE FS-RECHAZOS                TO AUX-ERR-STATUS
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

           MOVE CNT-ALTAS-LEIDAS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI109               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ALTAS LEIDAS:                           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PRESTAMOS-OTORGADOS       TO WS-MASCARA.
           DISPLAY '* PRESTAMOS OTORGADOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-INSERTADAS         TO WS-MASCARA.
           DISPLAY '* CUOTAS INSERTADAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-RECHAZADAS          TO WS-MASCARA.
           DISPLAY '* ALTAS RECHAZADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CASI-COINCIDEN            TO WS-MASCARA.
           DISPLAY '* OBSERVADOS LISTA NEGATIVA:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-DESEMBOLSADO              TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DESEMBOLSADO: ' WS-IMPORTE-EDIT.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-ALTAS-LEIDAS DELIMITED BY SIZE
                  ' OTORGADOS='    DELIMITED BY SIZE
                  CNT-PRESTAMOS-OTORGADOS DELIMITED BY SIZE
                  ' RECHAZADOS='   DELIMITED BY SIZE
                  CNT-ALTAS-RECHAZADAS DELIMITED BY SIZE
                  ' CUOTAS='       DELIMITED BY SIZE
                  CNT-CUOTAS-INSERTADAS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-DESEMBOL                   TO WS-CTL-ARCHIVO.
           MOVE CNT-PRESTAMOS-OTORGADOS       TO WS-CTL-CANT.

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
      *          1 8 7 0 - C A L E N D A R I O                         *
      *----------------------------------------------------------------*

           COPY CALENDLE.

      *----------------------------------------------------------------*
      *          1 8 8 7 - L I S T A - N E G A T I V A                 *
      *----------------------------------------------------------------*

           COPY LISTNGLE.

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
      *        8 6 0 0 - N O R M A L I Z A R - N O M B R E             *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

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

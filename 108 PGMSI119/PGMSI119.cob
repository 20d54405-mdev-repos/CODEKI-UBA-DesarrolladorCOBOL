      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI119.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   EXTRACTO ANUAL DE CUENTAS REPORTABLES CRS / FATCA            *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR ANIO, JUNTO CON EL REGIMEN     *
      * INFORMATIVO DE SALDOS ( PGMSI117 ), Y ARMA EL INTERCAMBIO      *
      * AUTOMATICO DE INFORMACION DE CUENTAS FINANCIERAS:              *
      *   - ANIO INFORMADO Y FOTO DE SALDOS CON LA MISMA REGLA DE      *
      *     PGMSI117: LA ULTIMA FOTO DEL ANIO EN KC02787.TBCURSAL PARA *
      *     LAS CUENTAS A LA VISTA Y LOS PLAZOS FIJOS DE               *
      *     KC02787.TBCURPLF VIGENTES AL 31/12.                        *
      *   - LEE EL DETALLE FIJO DEVENDET DEL ANIO ( LOS DOCE ARCHIVOS  *
      *     MENSUALES CONCATENADOS, COPY CPDEVDET, COMO PGMSIN73 ) Y   *
      *     CONSOLIDA EL INTERES ACREDITADO POR CUENTA.                *
      *   - RECORRE CADA CUENTA POR TITULAR Y POR COTITULAR PLENO      *
      *     ( KC02787.TBCURTIT ROL 'C' ) Y BUSCA EL DOCUMENTO DE LA    *
      *     PERSONA EN KC02787.TBCURCLI Y SU AUTOCERTIFICACION EN EL   *
      *     KSDS RESFIS ( PGMSI118 ).                                  *
      *   - CON RESIDENCIA FISCAL EN EL EXTERIOR GRABA UN REGISTRO     *
      *     POR CUENTA Y POR JURISDICCION EN EXTCRS, CON EL SALDO      *
      *     TOTAL DE LA CUENTA EN SU MONEDA ( SIN PRORRATEO, COMO PIDE *
      *     EL ESTANDAR ) Y EL INTERES DEL ANIO. 'US' VA POR FATCA, EL *
      *     RESTO POR CRS.                                             *
      *   - SIN AUTOCERTIFICACION, SI HAY INDICIOS DE RESIDENCIA EN EL *
      *     EXTERIOR ( DOCUMENTO PASAPORTE O PERMANENCIA, TELEFONO CON *
      *     PREFIJO INTERNACIONAL EN CONTACTO ) LA PERSONA SALE EN EL  *
      *     LISTADO INDICIOS PARA QUE LA SUCURSAL PIDA EL FORMULARIO.  *
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

           SELECT DEVENDET ASSIGN TO DEVENDET
                                    FILE STATUS IS FS-DEVENDET.

           SELECT RESFIS   ASSIGN TO RESFIS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-RESFIS
                           FILE STATUS IS FS-RESFIS.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT EXTCRS ASSIGN TO EXTCRS
                                    FILE STATUS IS FS-EXTCRS.

           SELECT INDICIOS ASSIGN TO INDICIOS
                                    FILE STATUS IS FS-INDICIOS.

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
      *   DETALLE FIJO DEL DEVENGO DEL ANIO ( COPY CPDEVDET ).         *
      *----------------------------------------------------------------*

       FD   DEVENDET
            RECORDING MODE IS F.
       01   REG-DEVENDET                                    PIC X(80).

      * RESFIS ( ARCHIVO VSAM DE RESIDENCIA FISCAL, MANTENIDO POR
      * PGMSI118 )

       FD   RESFIS.

       01 REG-RESFIS.
          03 KEY-RESFIS   PIC X(13).
          03 FILLER       PIC X(87).

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      *   EXTRACTO DE CUENTAS REPORTABLES: DETALLE POR CUENTA Y        *
      *   JURISDICCION Y REGISTRO FINAL DE CONTROL.                    *
      *----------------------------------------------------------------*

       FD   EXTCRS
            RECORDING MODE IS F.
       01   REG-EXTCRS                                      PIC X(150).

      *----------------------------------------------------------------*
      *   LISTADO DE CLIENTES CON INDICIOS Y SIN AUTOCERTIFICACION.    *
      *----------------------------------------------------------------*

       FD   INDICIOS
            RECORDING MODE IS F.
       01   REG-INDICIOS                                    PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI119'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-DEVENDET                   PIC X(08)  VALUE 'DEVENDET'.
           02 CT-RESFIS                     PIC X(08)  VALUE 'RESFIS  '.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-EXTCRS                     PIC X(08)  VALUE 'EXTCRS  '.
           02 CT-INDICIOS                   PIC X(08)  VALUE 'INDICIOS'.
           02 CT-TBCURSAL                   PIC X(08)  VALUE 'TBCURSAL'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-PAIS-LOCAL                 PIC X(02)  VALUE 'AR'.
           02 CT-PAIS-FATCA                 PIC X(02)  VALUE 'US'.
           02 CT-TIPDOC-PASAPORTE           PIC X(02)  VALUE 'PA'.
           02 CT-TIPDOC-PERMANENCIA         PIC X(02)  VALUE 'PE'.
           02 CT-TEL-LOCAL-MAS              PIC X(03)  VALUE '+54'.
           02 CT-TEL-LOCAL-CEROS            PIC X(04)  VALUE '0054'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-R                          PIC 9(01)  VALUE ZEROS.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROC-ANIO               PIC 9(04).
              03 WS-PROC-MES                PIC 9(02).
              03 WS-PROC-DIA                PIC 9(02).
           02 WS-ANIO-INFORMADO             PIC 9(04).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-FECHA-CORTE                PIC 9(08).
           02 WS-FECHA-FOTO                 PIC 9(08).
           02 WS-INTERES-CUENTA             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INDICIO                    PIC X(30).
           02 WS-PRIMER-FETCH-SW            PIC X(01)  VALUE 'S'.
              88 PRIMER-FETCH                          VALUE 'S'.
              88 NO-ES-PRIMER-FETCH                    VALUE 'N'.

      *----------------------------------------------------------------*
      *   SITUACION DE LA PERSONA EN CURSO FRENTE AL REGIMEN           *
      *----------------------------------------------------------------*

       01 WS-PERSONA-SW                     PIC X(01)  VALUE 'N'.
           88 PERSONA-REPORTABLE                       VALUE 'R'.
           88 PERSONA-NO-REPORTABLE                    VALUE 'N'.
           88 PERSONA-SIN-DOCUMENTO                    VALUE 'X'.

       01 WS-CONTACTO-DISP-SW               PIC X(01)  VALUE 'N'.
           88 CONTACTO-DISPONIBLE                      VALUE 'S'.

      *----------------------------------------------------------------*
      *   FECHA DEL REGISTRO DE DEVENGO, REDEFINIDA PARA TOMAR EL ANIO *
      *----------------------------------------------------------------*

       01 WS-FECHA-DEVENGO.
           02 WS-FDV-ANIO                   PIC 9(04).
           02 WS-FDV-MES                    PIC 9(02).
           02 WS-FDV-DIA                    PIC 9(02).

      *----------------------------------------------------------------*
      *   TABLA DE INTERESES DEL ANIO POR CUENTA ( BUSQUEDA LINEAL,    *
      *   COMO LA DE CLIENTES DE PGMSIN73 ).                           *
      *----------------------------------------------------------------*

       01 WS-CANT-CUENTAS                   PIC 9(04)  VALUE ZEROS.
       01 WS-C                              PIC 9(04)  VALUE ZEROS.

       01 WS-T-INTERESES.
           02 T-INT                         OCCURS 5000 TIMES.
              03 T-INT-TIPCUEN              PIC X(02).
              03 T-INT-NROCUEN              PIC 9(04).
              03 T-INT-SUCUEN               PIC 9(02).
              03 T-INT-INTERES              PIC S9(13)V99 COMP-3.

       01 WS-CTA-HALLADA-TAB-SW             PIC X(01)  VALUE 'N'.
           88 CUENTA-EN-TABLA                          VALUE 'S'.
           88 CUENTA-NUEVA-TABLA                       VALUE 'N'.

       01 WS-CUENTA-BUSCADA.
           02 WS-BUS-TIPCUEN                PIC X(02).
           02 WS-BUS-NROCUEN                PIC 9(04).
           02 WS-BUS-SUCUEN                 PIC 9(02).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR: UNA FILA POR PERSONA Y CUENTA O   *
      *   PLAZO FIJO. ORIGEN 'V' A LA VISTA, 'P' PLAZO FIJO; ROL 'T'   *
      *   TITULAR, 'C' COTITULAR.                                      *
      *----------------------------------------------------------------*

       01 WS-HOST-CUENTA.
           02 WS-CRS-NROCLI                 PIC 9(08).
           02 WS-CRS-TIPCUEN                PIC X(02).
           02 WS-CRS-NROCUEN                PIC 9(04).
           02 WS-CRS-SUCUEN                 PIC 9(02).
           02 WS-CRS-NROPLF                 PIC 9(06).
           02 WS-CRS-MONEDA                 PIC X(03).
           02 WS-CRS-SALDO                  PIC S9(11)V99 COMP-3.
           02 WS-CRS-ORIGEN                 PIC X(01).
              88 CRS-ES-VISTA                          VALUE 'V'.
              88 CRS-ES-PLAZO-FIJO                     VALUE 'P'.
           02 WS-CRS-ROL                    PIC X(01).

      *----------------------------------------------------------------*
      *   REGISTRO DEL EXTRACTO CRS / FATCA ( EXTCRS ), 150 BYTES:     *
      *   'D' UNA CUENTA PARA UNA JURISDICCION, 'T' CONTROL FINAL.     *
      *   REGIMEN 'F' FATCA ( 'US' ), 'C' CRS ( RESTO ). LOS SALDOS    *
      *   DEUDORES SE INFORMAN EN CERO.                                *
      *----------------------------------------------------------------*

       01 WS-REG-EXTCRS.
           02 ECR-TIPO-REG                  PIC X(01).
              88 ECR-ES-DETALLE                        VALUE 'D'.
              88 ECR-ES-CONTROL                        VALUE 'T'.
           02 ECR-ANIO                      PIC 9(04).
           02 ECR-DETALLE.
              03 ECR-REGIMEN                PIC X(01).
                 88 ECR-ES-FATCA                       VALUE 'F'.
                 88 ECR-ES-CRS                         VALUE 'C'.
              03 ECR-PAIS                   PIC X(02).
              03 ECR-TIN                    PIC X(20).
              03 ECR-TIPDOC                 PIC X(02).
              03 ECR-NRODOC                 PIC 9(11).
              03 ECR-NROCLI                 PIC 9(08).
              03 ECR-NOMAPE                 PIC X(30).
              03 ECR-ROL                    PIC X(01).
              03 ECR-TIPCUEN                PIC X(02).
              03 ECR-NROCUEN                PIC 9(04).
              03 ECR-SUCUEN                 PIC 9(02).
              03 ECR-NROPLF                 PIC 9(06).
              03 ECR-MONEDA                 PIC X(03).
              03 ECR-SALDO                  PIC 9(13)V99.
              03 ECR-INTERES                PIC 9(13)V99.
              03 ECR-FECHA-AUTOCERT         PIC 9(08).
              03 FILLER                     PIC X(15).
           02 ECR-CONTROL REDEFINES ECR-DETALLE.
              03 ECR-CANT-REGISTROS         PIC 9(09).
              03 ECR-CANT-FATCA             PIC 9(09).
              03 ECR-CANT-CRS               PIC 9(09).
              03 ECR-CANT-PERSONAS          PIC 9(09).
              03 FILLER                     PIC X(109).

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
           02 CNT-DEVENGOS-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-PERSONAS                  PIC 9(07)  VALUE ZEROS.
           02 CNT-PERSONAS-REPORTABLES      PIC 9(07)  VALUE ZEROS.
           02 CNT-REGISTROS-FATCA           PIC 9(07)  VALUE ZEROS.
           02 CNT-REGISTROS-CRS             PIC 9(07)  VALUE ZEROS.
           02 CNT-CON-INDICIOS              PIC 9(07)  VALUE ZEROS.
           02 CNT-SIN-DOCUMENTO             PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-DEVENDET                   PIC X(02).
              88 FS-DEVENDET-OK                        VALUE '00'.
              88 FS-DEVENDET-EOF                       VALUE '10'.

           02 FS-RESFIS                     PIC X(02).
              88 FS-RESFIS-OK                          VALUE '00'.
              88 FS-RESFIS-NOTFND                      VALUE '23'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-EXTCRS                     PIC X(02).
              88 FS-EXTCRS-OK                          VALUE '00'.

           02 FS-INDICIOS                   PIC X(02).
              88 FS-INDICIOS-OK                        VALUE '00'.

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

           COPY CPDEVDET.

           COPY CPRESFIS.

           COPY CPCONTAC.

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

           EXEC SQL
             INCLUDE TBCURSAL
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   CRS_CURSOR: CUATRO RAMAS, CADA CUENTA DE LA FOTO Y CADA      *
      *   PLAZO FIJO VIGENTE AL CORTE, UNA VEZ PARA EL TITULAR Y UNA   *
      *   PARA CADA COTITULAR PLENO. EN ORDEN DE PERSONA PARA CORTAR.  *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CRS_CURSOR CURSOR FOR
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN, 0,
                      A.MONEDA, S.SALDO, 'V', 'T'
                 FROM KC02787.TBCURSAL S,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = S.TIPCUEN
                  AND A.NROCUEN = S.NROCUEN
                  AND A.SUCUEN  = S.SUCUEN
                  AND S.FECFOTO = :WS-FECHA-FOTO
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN, 0,
                      A.MONEDA, S.SALDO, 'V', 'C'
                 FROM KC02787.TBCURSAL S,
                      KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE A.TIPCUEN = S.TIPCUEN
                  AND A.NROCUEN = S.NROCUEN
                  AND A.SUCUEN  = S.SUCUEN
                  AND T.TIPCUEN = S.TIPCUEN
                  AND T.NROCUEN = S.NROCUEN
                  AND T.SUCUEN  = S.SUCUEN
                  AND T.ROL     = 'C'
                  AND S.FECFOTO = :WS-FECHA-FOTO
               UNION ALL
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      P.NROPLF, A.MONEDA, P.CAPITAL, 'P', 'T'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND P.FECALTA <= :WS-FECHA-CORTE
                  AND P.FECVTO  >  :WS-FECHA-CORTE
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      P.NROPLF, A.MONEDA, P.CAPITAL, 'P', 'C'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND T.TIPCUEN = A.TIPCUEN
                  AND T.NROCUEN = A.NROCUEN
                  AND T.SUCUEN  = A.SUCUEN
                  AND T.ROL     = 'C'
                  AND P.FECALTA <= :WS-FECHA-CORTE
                  AND P.FECVTO  >  :WS-FECHA-CORTE
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

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-INTERESES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1250-DETERMINAR-CORTE
              THRU 1250-F-DETERMINAR-CORTE.

           PERFORM 1300-CARGAR-INTERESES
              THRU 1300-F-CARGAR-INTERESES.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   DEVENDET
                        RESFIS
                OUTPUT  EXTCRS
                        INDICIOS.

           IF NOT FS-DEVENDET-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEVENDET                TO AUX-ERR-NOMBRE
              MOVE FS-DEVENDET                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RESFIS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RESFIS                  TO AUX-ERR-NOMBRE
              MOVE FS-RESFIS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EXTCRS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EXTCRS                  TO AUX-ERR-NOMBRE
              MOVE FS-EXTCRS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-INDICIOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-INDICIOS                TO AUX-ERR-NOMBRE
              MOVE FS-INDICIOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT CONTACTO.

           IF FS-CONTACTO-OK
              SET CONTACTO-DISPONIBLE         TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO CONTACTO: NO SE EVALUA EL '
                      'INDICIO DE TELEFONO *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 2 5 0 - D E T E R M I N A R - C O R T E               *
      *----------------------------------------------------------------*
      *   MISMA REGLA QUE EL REGIMEN INFORMATIVO ( PGMSI117 ): EN      *
      *   DICIEMBRE EL ANIO EN CURSO, SI NO EL ANTERIOR; LA FOTO ES LA *
      *   ULTIMA DEL ANIO EN TBCURSAL Y SIN FOTO EL PROGRAMA ABORTA.   *
      *----------------------------------------------------------------*

       1250-DETERMINAR-CORTE.

           MOVE '1250-DETERMINAR-CORTE'       TO WS-PARRAFO.

           IF WS-PROC-MES IS EQUAL TO 12
              MOVE WS-PROC-ANIO               TO WS-ANIO-INFORMADO
           ELSE
              COMPUTE WS-ANIO-INFORMADO = WS-PROC-ANIO - 1
           END-IF.

           COMPUTE WS-FECHA-DESDE = WS-ANIO-INFORMADO * 10000 + 101.
           COMPUTE WS-FECHA-CORTE = WS-ANIO-INFORMADO * 10000 + 1231.

           EXEC SQL
             SELECT COALESCE(MAX(FECFOTO), 0)
               INTO :WS-FECHA-FOTO
               FROM KC02787.TBCURSAL
              WHERE FECFOTO BETWEEN :WS-FECHA-DESDE
                                AND :WS-FECHA-CORTE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-FECHA-FOTO IS EQUAL TO ZEROS
              DISPLAY '* NO HAY FOTO DE SALDOS EN TBCURSAL PARA EL '
                      'ANIO ' WS-ANIO-INFORMADO ' *'
              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL                TO AUX-ERR-NOMBRE
              MOVE '+100'                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           DISPLAY '* ANIO INFORMADO: ' WS-ANIO-INFORMADO
                   ' - FOTO DEL ' WS-FECHA-FOTO ' *'.

       1250-F-DETERMINAR-CORTE.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - I N T E R E S E S               *
      *----------------------------------------------------------------*

       1300-CARGAR-INTERESES.

           MOVE '1300-CARGAR-INTERESES'       TO WS-PARRAFO.

           PERFORM 1320-LEER-DEVENDET
              THRU 1320-F-LEER-DEVENDET.

           PERFORM 1340-ACUMULAR-INTERES
              THRU 1340-F-ACUMULAR-INTERES
             UNTIL FS-DEVENDET-EOF.

           CLOSE DEVENDET.

       1300-F-CARGAR-INTERESES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 2 0 - L E E R - D E V E N D E T                     *
      *----------------------------------------------------------------*

       1320-LEER-DEVENDET.

           MOVE '1320-LEER-DEVENDET'          TO WS-PARRAFO.

           READ DEVENDET INTO WS-REG-DEVENDET.

           EVALUATE TRUE
               WHEN FS-DEVENDET-OK
                    ADD 1                     TO CNT-DEVENGOS-LEIDOS

               WHEN FS-DEVENDET-EOF
                    SET FS-DEVENDET-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DEVENDET          TO AUX-ERR-NOMBRE
                    MOVE FS-DEVENDET          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-DEVENDET.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 4 0 - A C U M U L A R - I N T E R E S               *
      *----------------------------------------------------------------*
      *   SOLO CUENTA EL DEVENGO DEL ANIO INFORMADO ( UN ARCHIVO       *
      *   MENSUAL DE MAS EN LA CONCATENACION NO SUMA DOS VECES ).      *
      *----------------------------------------------------------------*

       1340-ACUMULAR-INTERES.

           MOVE '1340-ACUMULAR-INTERES'       TO WS-PARRAFO.

           MOVE DEV-FECHA                     TO WS-FECHA-DEVENGO.

           IF WS-FDV-ANIO IS NOT EQUAL TO WS-ANIO-INFORMADO
              GO TO 1340-SIGUIENTE
           END-IF.

           MOVE DEV-TIPCUEN                   TO WS-BUS-TIPCUEN.
           MOVE DEV-NROCUEN                   TO WS-BUS-NROCUEN.
           MOVE DEV-SUCUEN                    TO WS-BUS-SUCUEN.

           PERFORM 2220-BUSCAR-CUENTA
              THRU 2220-F-BUSCAR-CUENTA.

           IF CUENTA-NUEVA-TABLA
              IF WS-CANT-CUENTAS IS LESS THAN 5000
                 ADD 1                        TO WS-CANT-CUENTAS
                 MOVE WS-CANT-CUENTAS         TO WS-C
                 MOVE DEV-TIPCUEN             TO T-INT-TIPCUEN(WS-C)
                 MOVE DEV-NROCUEN             TO T-INT-NROCUEN(WS-C)
                 MOVE DEV-SUCUEN              TO T-INT-SUCUEN(WS-C)
                 MOVE ZEROS                   TO T-INT-INTERES(WS-C)
              ELSE
                 DISPLAY '* TABLA DE INTERESES LLENA, SE IGNORA: '
                         DEV-TIPCUEN '-' DEV-NROCUEN ' SUC '
                         DEV-SUCUEN
                 GO TO 1340-SIGUIENTE
              END-IF
           END-IF.

           ADD DEV-INTERES                    TO T-INT-INTERES(WS-C).

       1340-SIGUIENTE.

           PERFORM 1320-LEER-DEVENDET
              THRU 1320-F-LEER-DEVENDET.

       1340-F-ACUMULAR-INTERES.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN CRS_CURSOR
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
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  CRS_CURSOR
                     INTO
                        :WS-CRS-NROCLI,
                        :WS-CRS-TIPCUEN,
                        :WS-CRS-NROCUEN,
                        :WS-CRS-SUCUEN,
                        :WS-CRS-NROPLF,
                        :WS-CRS-MONEDA,
                        :WS-CRS-SALDO,
                        :WS-CRS-ORIGEN,
                        :WS-CRS-ROL
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
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF PRIMER-FETCH OR
              WS-CRS-NROCLI IS NOT EQUAL TO WS-NROCLI-ANT
              SET NO-ES-PRIMER-FETCH          TO TRUE
              MOVE WS-CRS-NROCLI              TO WS-NROCLI-ANT
              PERFORM 2150-ABRIR-PERSONA
                 THRU 2150-F-ABRIR-PERSONA
           END-IF.

           IF PERSONA-REPORTABLE
              PERFORM 2200-INFORMAR-CUENTA
                 THRU 2200-F-INFORMAR-CUENTA
           END-IF.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 5 0 - A B R I R - P E R S O N A                   *
      *----------------------------------------------------------------*
      *   DOCUMENTO DE TBCURCLI Y AUTOCERTIFICACION DE RESFIS. CON     *
      *   ALGUNA JURISDICCION DISTINTA DE 'AR' LA PERSONA ES           *
      *   REPORTABLE; SIN AUTOCERTIFICACION SE EVALUAN LOS INDICIOS.   *
      *----------------------------------------------------------------*

       2150-ABRIR-PERSONA.

           MOVE '2150-ABRIR-PERSONA'          TO WS-PARRAFO.

           ADD 1                              TO CNT-PERSONAS.
           SET PERSONA-NO-REPORTABLE          TO TRUE.

           MOVE WS-CRS-NROCLI                 TO WS-CLI-NROCLI.

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
                    SET PERSONA-SIN-DOCUMENTO TO TRUE
                    ADD 1                     TO CNT-SIN-DOCUMENTO
                    DISPLAY '* NROCLI SIN FILA EN TBCURCLI: '
                            WS-CRS-NROCLI
                    GO TO 2150-F-ABRIR-PERSONA

               WHEN OTHER
                    SET PERSONA-SIN-DOCUMENTO TO TRUE
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN SELECT --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
                    GO TO 2150-F-ABRIR-PERSONA
           END-EVALUATE.

           MOVE WS-CLI-TIPDOC                 TO RFI-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO RFI-NRO-DOC.
           MOVE RFI-CLAVE                     TO KEY-RESFIS.

           READ RESFIS INTO REG-RESFIS-TRAB.

           EVALUATE TRUE
             WHEN FS-RESFIS-OK
               PERFORM 2160-EVALUAR-RESIDENCIA
                  THRU 2160-F-EVALUAR-RESIDENCIA
                 VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R IS GREATER THAN 3
               IF PERSONA-REPORTABLE
                  ADD 1                  TO CNT-PERSONAS-REPORTABLES
               END-IF

             WHEN FS-RESFIS-NOTFND
               PERFORM 2180-EVALUAR-INDICIOS
                  THRU 2180-F-EVALUAR-INDICIOS

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-RESFIS                 TO AUX-ERR-NOMBRE
               MOVE FS-RESFIS                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2150-F-ABRIR-PERSONA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 6 0 - E V A L U A R - R E S I D E N C I A             *
      *----------------------------------------------------------------*

       2160-EVALUAR-RESIDENCIA.

           IF RFI-PAIS(WS-R) IS NOT EQUAL TO SPACES AND
              RFI-PAIS(WS-R) IS NOT EQUAL TO CT-PAIS-LOCAL
              SET PERSONA-REPORTABLE          TO TRUE
           END-IF.

       2160-F-EVALUAR-RESIDENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 8 0 - E V A L U A R - I N D I C I O S               *
      *----------------------------------------------------------------*
      *   INDICIOS DE RESIDENCIA EN EL EXTERIOR DISPONIBLES EN LA      *
      *   SUITE: DOCUMENTO PASAPORTE ( 'PA' ) O DE PERMANENCIA ( 'PE' )*
      *   Y TELEFONO DE CONTACTO CON PREFIJO INTERNACIONAL DISTINTO    *
      *   DEL DE ARGENTINA ( '+' O '00' QUE NO SEAN '+54' / '0054' ).  *
      *----------------------------------------------------------------*

       2180-EVALUAR-INDICIOS.

           MOVE '2180-EVALUAR-INDICIOS'       TO WS-PARRAFO.

           MOVE SPACES                        TO WS-INDICIO.

           IF WS-CLI-TIPDOC IS EQUAL TO CT-TIPDOC-PASAPORTE
              MOVE 'DOCUMENTO PASAPORTE'      TO WS-INDICIO
           END-IF.

           IF WS-CLI-TIPDOC IS EQUAL TO CT-TIPDOC-PERMANENCIA
              MOVE 'DOCUMENTO DE PERMANENCIA' TO WS-INDICIO
           END-IF.

           IF WS-INDICIO IS EQUAL TO SPACES AND CONTACTO-DISPONIBLE
              PERFORM 2190-LEER-CONTACTO
                 THRU 2190-F-LEER-CONTACTO
           END-IF.

           IF WS-INDICIO IS NOT EQUAL TO SPACES
              PERFORM 2800-GRABAR-INDICIO
                 THRU 2800-F-GRABAR-INDICIO
           END-IF.

       2180-F-EVALUAR-INDICIOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 9 0 - L E E R - C O N T A C T O                   *
      *----------------------------------------------------------------*

       2190-LEER-CONTACTO.

           MOVE '2190-LEER-CONTACTO'          TO WS-PARRAFO.

           MOVE WS-CLI-TIPDOC                 TO CTT-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK
               IF CTT-TELEFONO(1:1) IS EQUAL TO '+' AND
                  CTT-TELEFONO(1:3) IS NOT EQUAL TO CT-TEL-LOCAL-MAS
                  MOVE 'TELEFONO DEL EXTERIOR' TO WS-INDICIO
               END-IF
               IF CTT-TELEFONO(1:2) IS EQUAL TO '00' AND
                  CTT-TELEFONO(1:4) IS NOT EQUAL TO CT-TEL-LOCAL-CEROS
                  MOVE 'TELEFONO DEL EXTERIOR' TO WS-INDICIO
               END-IF

             WHEN FS-CONTACTO-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2190-F-LEER-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 0 0 - I N F O R M A R - C U E N T A                *
      *----------------------------------------------------------------*
      *   EL INTERES DEL ANIO SALE DE DEVENDET ( SOLO CUENTAS A LA     *
      *   VISTA ); CADA JURISDICCION EXTRANJERA DE LA PERSONA LLEVA    *
      *   SU PROPIO REGISTRO.                                          *
      *----------------------------------------------------------------*

       2200-INFORMAR-CUENTA.

           MOVE '2200-INFORMAR-CUENTA'        TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-INTERES-CUENTA.

           IF CRS-ES-VISTA
              MOVE WS-CRS-TIPCUEN             TO WS-BUS-TIPCUEN
              MOVE WS-CRS-NROCUEN             TO WS-BUS-NROCUEN
              MOVE WS-CRS-SUCUEN              TO WS-BUS-SUCUEN
              PERFORM 2220-BUSCAR-CUENTA
                 THRU 2220-F-BUSCAR-CUENTA
              IF CUENTA-EN-TABLA
                 MOVE T-INT-INTERES(WS-C)     TO WS-INTERES-CUENTA
              END-IF
           END-IF.

           PERFORM 2250-INFORMAR-JURISDICCION
              THRU 2250-F-INFORMAR-JURISDICCION
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN 3.

       2200-F-INFORMAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 2 0 - B U S C A R - C U E N T A                  *
      *----------------------------------------------------------------*

       2220-BUSCAR-CUENTA.

           SET CUENTA-NUEVA-TABLA             TO TRUE.
           MOVE 1                             TO WS-C.

           PERFORM 2240-COMPARAR-CUENTA
              THRU 2240-F-COMPARAR-CUENTA
             UNTIL CUENTA-EN-TABLA
                OR WS-C IS GREATER THAN WS-CANT-CUENTAS.

       2220-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 4 0 - C O M P A R A R - C U E N T A               *
      *----------------------------------------------------------------*

       2240-COMPARAR-CUENTA.

           IF T-INT-TIPCUEN(WS-C) IS EQUAL TO WS-BUS-TIPCUEN AND
              T-INT-NROCUEN(WS-C) IS EQUAL TO WS-BUS-NROCUEN AND
              T-INT-SUCUEN(WS-C)  IS EQUAL TO WS-BUS-SUCUEN
              SET CUENTA-EN-TABLA             TO TRUE
           ELSE
              ADD 1                           TO WS-C
           END-IF.

       2240-F-COMPARAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *    2 2 5 0 - I N F O R M A R - J U R I S D I C C I O N         *
      *----------------------------------------------------------------*

       2250-INFORMAR-JURISDICCION.

           IF RFI-PAIS(WS-R) IS EQUAL TO SPACES OR
              RFI-PAIS(WS-R) IS EQUAL TO CT-PAIS-LOCAL
              GO TO 2250-F-INFORMAR-JURISDICCION
           END-IF.

           MOVE SPACES                        TO WS-REG-EXTCRS.
           SET ECR-ES-DETALLE                 TO TRUE.
           MOVE WS-ANIO-INFORMADO             TO ECR-ANIO.

           IF RFI-PAIS(WS-R) IS EQUAL TO CT-PAIS-FATCA
              SET ECR-ES-FATCA                TO TRUE
              ADD 1                           TO CNT-REGISTROS-FATCA
           ELSE
              SET ECR-ES-CRS                  TO TRUE
              ADD 1                           TO CNT-REGISTROS-CRS
           END-IF.

           MOVE RFI-PAIS(WS-R)                TO ECR-PAIS.
           MOVE RFI-TIN(WS-R)                 TO ECR-TIN.
           MOVE WS-CLI-TIPDOC                 TO ECR-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO ECR-NRODOC.
           MOVE WS-CRS-NROCLI                 TO ECR-NROCLI.
           MOVE WS-CLI-NOMAPE                 TO ECR-NOMAPE.
           MOVE WS-CRS-ROL                    TO ECR-ROL.
           MOVE WS-CRS-TIPCUEN                TO ECR-TIPCUEN.
           MOVE WS-CRS-NROCUEN                TO ECR-NROCUEN.
           MOVE WS-CRS-SUCUEN                 TO ECR-SUCUEN.
           MOVE WS-CRS-NROPLF                 TO ECR-NROPLF.
           MOVE WS-CRS-MONEDA                 TO ECR-MONEDA.
           MOVE RFI-FECHA-AUTOCERT            TO ECR-FECHA-AUTOCERT.

           IF WS-CRS-SALDO IS GREATER THAN ZEROS
              MOVE WS-CRS-SALDO               TO ECR-SALDO
           ELSE
              MOVE ZEROS                      TO ECR-SALDO
           END-IF.

           IF WS-INTERES-CUENTA IS GREATER THAN ZEROS
              MOVE WS-INTERES-CUENTA          TO ECR-INTERES
           ELSE
              MOVE ZEROS                      TO ECR-INTERES
           END-IF.

           PERFORM 2900-GRABAR-EXTCRS
              THRU 2900-F-GRABAR-EXTCRS.

       2250-F-INFORMAR-JURISDICCION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - G R A B A R - I N D I C I O                 *
      *----------------------------------------------------------------*

       2800-GRABAR-INDICIO.

           MOVE '2800-GRABAR-INDICIO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-CON-INDICIOS.

           MOVE SPACES                        TO REG-INDICIOS.

           STRING WS-CRS-NROCLI     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CLI-TIPDOC     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CLI-NRODOC     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CLI-NOMAPE     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-INDICIO        DELIMITED BY SIZE
              INTO REG-INDICIOS
           END-STRING.

           WRITE REG-INDICIOS.

           IF NOT FS-INDICIOS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-INDICIOS                TO AUX-ERR-NOMBRE
              MOVE FS-INDICIOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-INDICIO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - E X T C R S                  *
      *----------------------------------------------------------------*

       2900-GRABAR-EXTCRS.

           MOVE '2900-GRABAR-EXTCRS'          TO WS-PARRAFO.

           WRITE REG-EXTCRS FROM WS-REG-EXTCRS.

           IF NOT FS-EXTCRS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EXTCRS                  TO AUX-ERR-NOMBRE
              MOVE FS-EXTCRS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-EXTCRS.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3250-GRABAR-CONTROL
              THRU 3250-F-GRABAR-CONTROL.

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
              CLOSE CRS_CURSOR
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

           CLOSE RESFIS
                 EXTCRS
                 INDICIOS.

           IF NOT FS-EXTCRS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EXTCRS                  TO AUX-ERR-NOMBRE
              MOVE FS-EXTCRS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF CONTACTO-DISPONIBLE
              CLOSE CONTACTO
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - G R A B A R - C O N T R O L                 *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL.

           MOVE '3250-GRABAR-CONTROL'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-EXTCRS.
           SET ECR-ES-CONTROL                 TO TRUE.
           MOVE WS-ANIO-INFORMADO             TO ECR-ANIO.
           COMPUTE ECR-CANT-REGISTROS = CNT-REGISTROS-FATCA
                                      + CNT-REGISTROS-CRS.
           MOVE CNT-REGISTROS-FATCA           TO ECR-CANT-FATCA.
           MOVE CNT-REGISTROS-CRS             TO ECR-CANT-CRS.
           MOVE CNT-PERSONAS-REPORTABLES      TO ECR-CANT-PERSONAS.

           PERFORM 2900-GRABAR-EXTCRS
              THRU 2900-F-GRABAR-EXTCRS.

       3250-F-GRABAR-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-DEVENGOS-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI119               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* REGISTROS DEVENDET LEIDOS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* CUENTAS LEIDAS ( POR PERSONA ):         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PERSONAS                  TO WS-MASCARA.
           DISPLAY '* PERSONAS PROCESADAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PERSONAS-REPORTABLES      TO WS-MASCARA.
           DISPLAY '* PERSONAS REPORTABLES:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REGISTROS-FATCA           TO WS-MASCARA.
           DISPLAY '* REGISTROS FATCA GRABADOS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REGISTROS-CRS             TO WS-MASCARA.
           DISPLAY '* REGISTROS CRS GRABADOS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-INDICIOS              TO WS-MASCARA.
           DISPLAY '* CON INDICIOS Y SIN AUTOCERTIFICACION:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SIN-DOCUMENTO             TO WS-MASCARA.
           DISPLAY '* NROCLI SIN FILA EN TBCURCLI:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'ANIO='          DELIMITED BY SIZE
                  WS-ANIO-INFORMADO DELIMITED BY SIZE
                  ' FATCA='        DELIMITED BY SIZE
                  CNT-REGISTROS-FATCA DELIMITED BY SIZE
                  ' CRS='          DELIMITED BY SIZE
                  CNT-REGISTROS-CRS DELIMITED BY SIZE
                  ' INDICIOS='     DELIMITED BY SIZE
                  CNT-CON-INDICIOS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
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

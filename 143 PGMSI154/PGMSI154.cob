      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI154.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   PREAVISO AL CLIENTE DE CAMBIOS DE TASAS Y ARANCELES          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LOS CAMBIOS DESFAVORABLES AL CLIENTE DEBEN AVISARSE POR        *
      * ESCRITO ANTES DE ENTRAR EN VIGENCIA. ESTE PROGRAMA CORRE EN LA *
      * NOCHE ANTES DE PGMSIN95:                                       *
      *   - LEE LAS TRANSACCIONES APROBADAS DE PARMCAMB SOBRE COMISION *
      *     Y TASAS CON VIGENCIA DE HOY EN ADELANTE Y LAS COMPARA CON  *
      *     LA VISTA VIGENTE ( COMISVIG / TASASVIG ): UN ARANCEL NUEVO *
      *     O MAYOR, O UNA TASA MENOR, ES DESFAVORABLE.                *
      *   - POR CADA CAMBIO DESFAVORABLE NO AVISADO TODAVIA ( CONTROL  *
      *     PREAVENT, COPY CPPREAVI ) RECORRE TODAS LAS CUENTAS DEL    *
      *     TIPCUEN AFECTADO EN KC02787.TBCURCTA Y GENERA EL AVISO:    *
      *     POR CORREO ELECTRONICO ( ALERTAS ) SI EL CLIENTE ELIGIO    *
      *     RESUMEN ELECTRONICO EN PREFCLI, SI NO CARTA ( CARTAPRE )   *
      *     AL DOMICILIO DE CONTACTO. CADA AVISO QUEDA EN COMUNLOG     *
      *     ( TIPO 'PRE' ).                                            *
      *   - SI LA VIGENCIA CAE ANTES DE CUMPLIRSE EL PLAZO LEGAL DE    *
      *     PREAVISO DESDE HOY, EL CAMBIO QUEDA RETENIDO: PGMSIN95 NO  *
      *     LO APLICA ANTES DE LA FECHA MINIMA, Y LA CARTA INFORMA     *
      *     ESA FECHA COMO VIGENCIA.                                   *
      *   - GRABA PREAVSAL CON LOS AVISOS QUE SIGUEN PENDIENTES DE     *
      *     VIGENCIA: ES EL PREAVENT DE LA PROXIMA CORRIDA Y EL        *
      *     PREAVISO QUE LEE PGMSIN95.                                 *
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

           SELECT PARMCAMB ASSIGN TO PARMCAMB
                                    FILE STATUS IS FS-PARMCAMB.

           SELECT COMISION ASSIGN TO COMISVIG
                                    FILE STATUS IS FS-COMISION.

           SELECT TASAS ASSIGN TO TASASVIG
                                    FILE STATUS IS FS-TASAS.

           SELECT PREAVENT ASSIGN TO PREAVENT
                                    FILE STATUS IS FS-PREAVENT.

           SELECT PREAVSAL ASSIGN TO PREAVSAL
                                    FILE STATUS IS FS-PREAVSAL.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

           SELECT CARTAPRE ASSIGN TO CARTAPRE
                                    FILE STATUS IS FS-CARTAPRE.

           SELECT ALERTAS ASSIGN TO ALERTAS
                                    FILE STATUS IS FS-ALERTAS.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

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
      *   TRANSACCIONES DE CAMBIO DE PARAMETROS ( LAYOUT DE PGMSIN95 ).*
      *----------------------------------------------------------------*

       FD   PARMCAMB
            RECORDING MODE IS F.
       01   REG-PARMCAMB                                    PIC X(128).

      *----------------------------------------------------------------*
      *   VISTAS VIGENTES DE ARANCELES Y TASAS ( SALIDAS DE PGMSIN95 ).*
      *----------------------------------------------------------------*

       FD   COMISION
            RECORDING MODE IS F.
       01   REG-COMISION                                    PIC X(80).

       FD   TASAS
            RECORDING MODE IS F.
       01   REG-TASAS                                       PIC X(80).

      *----------------------------------------------------------------*
      *   CONTROL DE PREAVISOS ANTERIOR Y ACTUALIZADO ( CPPREAVI ).    *
      *----------------------------------------------------------------*

       FD   PREAVENT
            RECORDING MODE IS F.
       01   REG-PREAVENT                                    PIC X(80).

       FD   PREAVSAL
            RECORDING MODE IS F.
       01   REG-PREAVSAL                                    PIC X(80).

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * PREFCLI ( ARCHIVO VSAM )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      *----------------------------------------------------------------*
      *   CARTAS DE PREAVISO PARA IMPRENTA.                            *
      *----------------------------------------------------------------*

       FD   CARTAPRE
            RECORDING MODE IS F.
       01   REG-CARTAPRE                                    PIC X(80).

      *----------------------------------------------------------------*
      *   AVISOS PARA LA PASARELA DE MENSAJERIA ( COPY CPALERTA ).     *
      *----------------------------------------------------------------*

       FD   ALERTAS
            RECORDING MODE IS F.
       01   REG-ALERTAS                                     PIC X(250).

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG ).      *
      *----------------------------------------------------------------*

       FD  COMUNLOG
           RECORDING MODE IS F.
       01  REG-COMUNLOG                     PIC X(50).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI154'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-PARMCAMB                   PIC X(08)  VALUE 'PARMCAMB'.
           02 CT-COMISVIG                   PIC X(08)  VALUE 'COMISVIG'.
           02 CT-TASASVIG                   PIC X(08)  VALUE 'TASASVIG'.
           02 CT-PREAVENT                   PIC X(08)  VALUE 'PREAVENT'.
           02 CT-PREAVSAL                   PIC X(08)  VALUE 'PREAVSAL'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-CARTAPRE                   PIC X(08)  VALUE 'CARTAPRE'.
           02 CT-ALERTAS                    PIC X(08)  VALUE 'ALERTAS '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-ARCHIVO-COMISION           PIC X(08)  VALUE 'COMISION'.
           02 CT-ARCHIVO-TASAS              PIC X(08)  VALUE 'TASAS   '.
           02 CT-TIPO-EMISION-PREAVISO      PIC X(03)  VALUE 'PRE'.
           02 CT-VIA-CORREO                 PIC X(03)  VALUE 'COR'.
           02 CT-VIA-SUCURSAL               PIC X(03)  VALUE 'SUC'.
           02 CT-VIA-EMAIL                  PIC X(03)  VALUE 'EML'.
           02 CT-DIAS-PREAVISO              PIC 9(03)  VALUE 60.
           02 CT-MAX-VIGENTES               PIC 9(02)  VALUE 20.
           02 CT-MAX-PREAVISOS              PIC 9(03)  VALUE 200.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(02)  VALUE ZEROS.
           02 WS-FECHA-MINIMA               PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-EFECTIVA             PIC 9(08)  VALUE ZEROS.
           02 WS-AVISOS-CAMBIO              PIC 9(07)  VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC ZZ.ZZ9,99.
           02 WS-TASA-EDIT                  PIC Z9,9999.
           02 WS-VALOR-ANTES                PIC X(10)  VALUE SPACES.
           02 WS-VALOR-DESPUES              PIC X(10)  VALUE SPACES.
           02 WS-CONCEPTO                   PIC X(30)  VALUE SPACES.
           02 WS-DESFAVORABLE-SW            PIC X(01)  VALUE 'N'.
              88 CAMBIO-DESFAVORABLE                   VALUE 'S'.
              88 CAMBIO-NO-DESFAVORABLE                VALUE 'N'.
           02 WS-CONTACTO-SW                PIC X(01)  VALUE 'N'.
              88 CONTACTO-DISPONIBLE                   VALUE 'S'.
           02 WS-PREFCLI-SW                 PIC X(01)  VALUE 'N'.
              88 PREFCLI-DISPONIBLE                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   TRANSACCION DE CAMBIO ( MISMO LAYOUT QUE EN PGMSIN95 )       *
      *----------------------------------------------------------------*

       01 WS-REG-CAMBIO.
           02 CAM-ARCHIVO                   PIC X(08).
           02 CAM-FECHA-ALTA                PIC 9(08).
           02 CAM-APROBADOR                 PIC X(08).
           02 CAM-ESTADO                    PIC X(01).
              88 CAM-APROBADO                          VALUE 'A'.
           02 CAM-FECHA-VIG                 PIC 9(08).
           02 CAM-LONG-CLAVE                PIC 9(02).
           02 CAM-IMAGEN                    PIC X(80).
           02 FILLER                        PIC X(05).
           02 CAM-SOLICITANTE               PIC X(08).

      *----------------------------------------------------------------*
      *   IMAGENES DE ARANCEL Y TASA ( LAYOUTS DE PGMSIN53 / PGMSIN40 )*
      *----------------------------------------------------------------*

       01 WS-REG-ARANCEL.
           02 ARA-TIPCUEN                   PIC X(02).
           02 ARA-IMPORTE                   PIC 9(05)V99.
           02 FILLER                        PIC X(71).

       01 WS-REG-TASA.
           02 TASA-TIPCUEN                  PIC X(02).
           02 TASA-PORCENTAJE               PIC 9(02)V9(04).
           02 FILLER                        PIC X(72).

      *----------------------------------------------------------------*
      *   VALORES VIGENTES POR TIPO DE CUENTA                          *
      *----------------------------------------------------------------*

       01 WS-CANT-ARANCELES                 PIC 9(02)  VALUE ZEROS.

       01 WS-T-ARANCELES.
           02 T-ARA                         OCCURS 20 TIMES.
              03 T-ARA-TIPCUEN              PIC X(02).
              03 T-ARA-IMPORTE              PIC 9(05)V99.

       01 WS-CANT-TASAS                     PIC 9(02)  VALUE ZEROS.

       01 WS-T-TASAS.
           02 T-TASA                        OCCURS 20 TIMES.
              03 T-TASA-TIPCUEN             PIC X(02).
              03 T-TASA-PORCENTAJE          PIC 9(02)V9(04).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LA CUENTA AVISADA                          *
      *----------------------------------------------------------------*

       01 WS-HOST-AVISO.
           02 WS-PRE-TIPCUEN                PIC X(02).
           02 WS-PRE-NROCUEN                PIC 9(04).
           02 WS-PRE-SUCUEN                 PIC 9(02).
           02 WS-PRE-TIPDOC                 PIC X(02).
           02 WS-PRE-NRODOC                 PIC 9(11).
           02 WS-PRE-NOMAPE                 PIC X(30).

           COPY CPPREAVI.

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
           02 CNT-CAMBIOS-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-OTROS             PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-YA-AVISADOS       PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-FAVORABLES        PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-AVISADOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-RETENIDOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CARTAS                    PIC 9(07)  VALUE ZEROS.
           02 CNT-CARTAS-SUCURSAL           PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-EMAIL              PIC 9(07)  VALUE ZEROS.
           02 CNT-PREAVSAL-GRABADOS         PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-PARMCAMB                   PIC X(02).
              88 FS-PARMCAMB-OK                        VALUE '00'.
              88 FS-PARMCAMB-EOF                       VALUE '10'.

           02 FS-COMISION                   PIC X(02).
              88 FS-COMISION-OK                        VALUE '00'.
              88 FS-COMISION-EOF                       VALUE '10'.

           02 FS-TASAS                      PIC X(02).
              88 FS-TASAS-OK                           VALUE '00'.
              88 FS-TASAS-EOF                          VALUE '10'.

           02 FS-PREAVENT                   PIC X(02).
              88 FS-PREAVENT-OK                        VALUE '00'.
              88 FS-PREAVENT-EOF                       VALUE '10'.

           02 FS-PREAVSAL                   PIC X(02).
              88 FS-PREAVSAL-OK                        VALUE '00'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-CARTAPRE                   PIC X(02).
              88 FS-CARTAPRE-OK                        VALUE '00'.

           02 FS-ALERTAS                    PIC X(02).
              88 FS-ALERTAS-OK                         VALUE '00'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.

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

           COPY CPCONTAC.

           COPY CPPREFCL.

           COPY CPALERTA.

           COPY CPCOMLOG.

           COPY CPFECPRO.

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

           EXEC SQL
             DECLARE PRE_CURSOR CURSOR FOR
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURCLI C
                WHERE A.NROCLI  = C.NROCLI
                  AND A.TIPCUEN = :WS-PRE-TIPCUEN
             ORDER BY A.SUCUEN, A.NROCUEN
           END-EXEC.


           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-PARMCAMB-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-ARANCELES
                      WS-T-TASAS
                      WS-T-PREAVISOS.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

      *    FECHA MINIMA DE VIGENCIA PARA LO QUE SE AVISA HOY.

           COMPUTE WS-FECHA-MINIMA = FUNCTION DATE-OF-INTEGER
                 ( FUNCTION INTEGER-OF-DATE(WS-FECHA-PROC-PARAM)
                 + CT-DIAS-PREAVISO ).

           DISPLAY 'PLAZO DE PREAVISO: ' CT-DIAS-PREAVISO
                   ' DIAS  FECHA MINIMA DE VIGENCIA: ' WS-FECHA-MINIMA.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-ARANCELES
              THRU 1300-F-CARGAR-ARANCELES.

           PERFORM 1400-CARGAR-TASAS
              THRU 1400-F-CARGAR-TASAS.

           PERFORM 1500-CARGAR-PREAVISOS
              THRU 1500-F-CARGAR-PREAVISOS.

           PERFORM 2100-LEER-PARMCAMB
              THRU 2100-F-LEER-PARMCAMB.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*
      *   SIN CONTACTO LAS CARTAS SALEN SIN DOMICILIO ( RETIRO EN      *
      *   SUCURSAL ); SIN PREFCLI TODOS LOS AVISOS SALEN EN PAPEL.     *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  PARMCAMB
                       COMISION
                       TASAS
                OUTPUT PREAVSAL
                       CARTAPRE
                       ALERTAS.

           IF NOT FS-PARMCAMB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PARMCAMB                TO AUX-ERR-NOMBRE
              MOVE FS-PARMCAMB                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-COMISION-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COMISVIG                TO AUX-ERR-NOMBRE
              MOVE FS-COMISION                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TASAS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TASASVIG                TO AUX-ERR-NOMBRE
              MOVE FS-TASAS                   TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PREAVSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREAVSAL                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVSAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CARTAPRE-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CARTAPRE                TO AUX-ERR-NOMBRE
              MOVE FS-CARTAPRE                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ALERTAS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ALERTAS                 TO AUX-ERR-NOMBRE
              MOVE FS-ALERTAS                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT CONTACTO.

           IF FS-CONTACTO-OK
              SET CONTACTO-DISPONIBLE         TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO CONTACTO: LAS CARTAS SALEN '
                      'SIN DOMICILIO *'
           END-IF.

           OPEN INPUT PREFCLI.

           IF FS-PREFCLI-OK
              SET PREFCLI-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO PREFCLI: TODOS LOS AVISOS '
                      'SALEN POR CARTA *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - C A R G A R - A R A N C E L E S            *
      *----------------------------------------------------------------*

       1300-CARGAR-ARANCELES.

           MOVE '1300-CARGAR-ARANCELES'       TO WS-PARRAFO.

           PERFORM 1320-LEER-ARANCEL
              THRU 1320-F-LEER-ARANCEL.

           PERFORM 1340-GUARDAR-ARANCEL
              THRU 1340-F-GUARDAR-ARANCEL
             UNTIL FS-COMISION-EOF.

           CLOSE COMISION.

       1300-F-CARGAR-ARANCELES.
           EXIT.

       1320-LEER-ARANCEL.

           READ COMISION INTO WS-REG-ARANCEL.

           EVALUATE TRUE
               WHEN FS-COMISION-OK
                    CONTINUE

               WHEN FS-COMISION-EOF
                    SET FS-COMISION-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COMISVIG          TO AUX-ERR-NOMBRE
                    MOVE FS-COMISION          TO AUX-ERR-STATUS
                    MOVE '1320-LEER-ARANCEL'  TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-ARANCEL.
           EXIT.

       1340-GUARDAR-ARANCEL.

           IF ARA-IMPORTE IS NUMERIC
              IF WS-CANT-ARANCELES >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-COMISVIG             TO AUX-ERR-NOMBRE
                 MOVE FS-COMISION             TO AUX-ERR-STATUS
                 MOVE '1340-GUARDAR-ARANCEL'  TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-ARANCELES
              MOVE ARA-TIPCUEN     TO T-ARA-TIPCUEN(WS-CANT-ARANCELES)
              MOVE ARA-IMPORTE     TO T-ARA-IMPORTE(WS-CANT-ARANCELES)
           END-IF.

           PERFORM 1320-LEER-ARANCEL
              THRU 1320-F-LEER-ARANCEL.

       1340-F-GUARDAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *              1 4 0 0 - C A R G A R - T A S A S                 *
      *----------------------------------------------------------------*

       1400-CARGAR-TASAS.

           MOVE '1400-CARGAR-TASAS'           TO WS-PARRAFO.

           PERFORM 1420-LEER-TASA
              THRU 1420-F-LEER-TASA.

           PERFORM 1440-GUARDAR-TASA
              THRU 1440-F-GUARDAR-TASA
             UNTIL FS-TASAS-EOF.

           CLOSE TASAS.

       1400-F-CARGAR-TASAS.
           EXIT.

       1420-LEER-TASA.

           READ TASAS INTO WS-REG-TASA.

           EVALUATE TRUE
               WHEN FS-TASAS-OK
                    CONTINUE

               WHEN FS-TASAS-EOF
                    SET FS-TASAS-EOF          TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TASASVIG          TO AUX-ERR-NOMBRE
                    MOVE FS-TASAS             TO AUX-ERR-STATUS
                    MOVE '1420-LEER-TASA'     TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-TASA.
           EXIT.

       1440-GUARDAR-TASA.

           IF TASA-PORCENTAJE IS NUMERIC
              IF WS-CANT-TASAS >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-TASASVIG             TO AUX-ERR-NOMBRE
                 MOVE FS-TASAS                TO AUX-ERR-STATUS
                 MOVE '1440-GUARDAR-TASA'     TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-TASAS
              MOVE TASA-TIPCUEN        TO T-TASA-TIPCUEN(WS-CANT-TASAS)
              MOVE TASA-PORCENTAJE
                                    TO T-TASA-PORCENTAJE(WS-CANT-TASAS)
           END-IF.

           PERFORM 1420-LEER-TASA
              THRU 1420-F-LEER-TASA.

       1440-F-GUARDAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 0 0 - C A R G A R - P R E A V I S O S             *
      *----------------------------------------------------------------*
      *   SIN PREAVENT ( PRIMERA CORRIDA ) NO HAY AVISOS ANTERIORES.   *
      *   CON LA TABLA LLENA EL PROCESO CANCELA: UN AVISO PERDIDO SE   *
      *   REPETIRIA Y UN CAMBIO RETENIDO PODRIA APLICARSE ANTES.       *
      *----------------------------------------------------------------*

       1500-CARGAR-PREAVISOS.

           MOVE '1500-CARGAR-PREAVISOS'       TO WS-PARRAFO.

           OPEN INPUT PREAVENT.

           IF NOT FS-PREAVENT-OK
              DISPLAY '* SIN ARCHIVO PREAVENT: NO HAY PREAVISOS '
                      'ANTERIORES *'
              GO TO 1500-F-CARGAR-PREAVISOS
           END-IF.

           PERFORM 1520-LEER-PREAVENT
              THRU 1520-F-LEER-PREAVENT.

           PERFORM 1540-GUARDAR-PREAVISO
              THRU 1540-F-GUARDAR-PREAVISO
             UNTIL FS-PREAVENT-EOF.

           CLOSE PREAVENT.

       1500-F-CARGAR-PREAVISOS.
           EXIT.

       1520-LEER-PREAVENT.

           READ PREAVENT INTO WS-REG-PREAVISO.

           EVALUATE TRUE
               WHEN FS-PREAVENT-OK
                    CONTINUE

               WHEN FS-PREAVENT-EOF
                    SET FS-PREAVENT-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PREAVENT          TO AUX-ERR-NOMBRE
                    MOVE FS-PREAVENT          TO AUX-ERR-STATUS
                    MOVE '1520-LEER-PREAVENT' TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-PREAVENT.
           EXIT.

       1540-GUARDAR-PREAVISO.

           PERFORM 2700-AGREGAR-PREAVISO
              THRU 2700-F-AGREGAR-PREAVISO.

           PERFORM 1520-LEER-PREAVENT
              THRU 1520-F-LEER-PREAVENT.

       1540-F-GUARDAR-PREAVISO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D   ( C O P Y )           *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *      1 8 5 5 - F E C H A - D E - P R O C E S O   ( C O P Y )   *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2200-EVALUAR-CAMBIO
              THRU 2200-F-EVALUAR-CAMBIO.

           PERFORM 2100-LEER-PARMCAMB
              THRU 2100-F-LEER-PARMCAMB.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 1 0 0 - L E E R - P A R M C A M B                *
      *----------------------------------------------------------------*

       2100-LEER-PARMCAMB.

           MOVE '2100-LEER-PARMCAMB'          TO WS-PARRAFO.

           READ PARMCAMB INTO WS-REG-CAMBIO.

           EVALUATE TRUE
               WHEN FS-PARMCAMB-OK
                    ADD 1                     TO CNT-CAMBIOS-LEIDOS

               WHEN FS-PARMCAMB-EOF
                    SET FS-PARMCAMB-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PARMCAMB          TO AUX-ERR-NOMBRE
                    MOVE FS-PARMCAMB          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-LEER-PARMCAMB.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - E V A L U A R - C A M B I O               *
      *----------------------------------------------------------------*
      *   SOLO INTERESAN LAS TRANSACCIONES APROBADAS DE COMISION Y     *
      *   TASAS QUE TODAVIA NO ESTAN VIGENTES ( VIGENCIA DE HOY EN     *
      *   ADELANTE ) Y QUE NO SE AVISARON EN UNA CORRIDA ANTERIOR.     *
      *----------------------------------------------------------------*

       2200-EVALUAR-CAMBIO.

           MOVE '2200-EVALUAR-CAMBIO'         TO WS-PARRAFO.

           IF NOT CAM-APROBADO OR
              CAM-FECHA-VIG IS NOT NUMERIC OR
              CAM-FECHA-VIG IS LESS THAN WS-FECHA-PROC-PARAM OR
              ( CAM-ARCHIVO IS NOT EQUAL TO CT-ARCHIVO-COMISION AND
                CAM-ARCHIVO IS NOT EQUAL TO CT-ARCHIVO-TASAS )
              ADD 1                           TO CNT-CAMBIOS-OTROS
              GO TO 2200-F-EVALUAR-CAMBIO
           END-IF.

           MOVE 1                             TO WS-PAV-IX.

           PERFORM 2210-COMPARAR-PREAVISO
              THRU 2210-F-COMPARAR-PREAVISO
             UNTIL WS-PAV-IX > WS-CANT-PREAVISOS
                OR ( T-PAV-ARCHIVO(WS-PAV-IX) IS EQUAL TO CAM-ARCHIVO
                AND  T-PAV-CLAVE(WS-PAV-IX)   IS EQUAL TO
                                                 CAM-IMAGEN(1:2)
                AND  T-PAV-FECHA-VIG(WS-PAV-IX) IS EQUAL TO
                                                 CAM-FECHA-VIG ).

           IF WS-PAV-IX <= WS-CANT-PREAVISOS
              ADD 1                           TO CNT-CAMBIOS-YA-AVISADOS
              GO TO 2200-F-EVALUAR-CAMBIO
           END-IF.

           IF CAM-ARCHIVO IS EQUAL TO CT-ARCHIVO-COMISION
              PERFORM 2300-EVALUAR-ARANCEL
                 THRU 2300-F-EVALUAR-ARANCEL
           ELSE
              PERFORM 2350-EVALUAR-TASA
                 THRU 2350-F-EVALUAR-TASA
           END-IF.

           IF CAMBIO-NO-DESFAVORABLE
              ADD 1                           TO CNT-CAMBIOS-FAVORABLES
              GO TO 2200-F-EVALUAR-CAMBIO
           END-IF.

      *    DENTRO DEL PLAZO LEGAL EL CAMBIO SE RETIENE HASTA LA FECHA
      *    MINIMA, QUE PASA A SER LA VIGENCIA INFORMADA AL CLIENTE.

           MOVE SPACES                        TO WS-REG-PREAVISO.
           MOVE CAM-ARCHIVO                   TO PAV-ARCHIVO.
           MOVE CAM-IMAGEN(1:2)               TO PAV-CLAVE.
           MOVE CAM-FECHA-VIG                 TO PAV-FECHA-VIG.
           MOVE WS-FECHA-PROC-PARAM           TO PAV-FECHA-AVISO.
           MOVE WS-FECHA-MINIMA               TO PAV-FECHA-MINIMA.

           IF CAM-FECHA-VIG IS LESS THAN WS-FECHA-MINIMA
              SET PAV-RETENIDO                TO TRUE
              MOVE WS-FECHA-MINIMA            TO WS-FECHA-EFECTIVA
              ADD 1                           TO CNT-CAMBIOS-RETENIDOS
              DISPLAY '* CAMBIO RETENIDO POR PLAZO DE PREAVISO: '
                      CAM-ARCHIVO ' TIPO ' CAM-IMAGEN(1:2)
                      ' VIGENCIA ' CAM-FECHA-VIG
                      ' NO ANTES DEL ' WS-FECHA-MINIMA ' *'
           ELSE
              SET PAV-EN-PLAZO                TO TRUE
              MOVE CAM-FECHA-VIG              TO WS-FECHA-EFECTIVA
           END-IF.

           MOVE ZEROS                         TO WS-AVISOS-CAMBIO.
           MOVE CAM-IMAGEN(1:2)               TO WS-PRE-TIPCUEN.

           PERFORM 2400-AVISAR-CUENTAS
              THRU 2400-F-AVISAR-CUENTAS.

           MOVE WS-AVISOS-CAMBIO              TO PAV-CANT-AVISOS.

           PERFORM 2700-AGREGAR-PREAVISO
              THRU 2700-F-AGREGAR-PREAVISO.

           ADD 1                              TO CNT-CAMBIOS-AVISADOS.

       2200-F-EVALUAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 1 0 - C O M P A R A R - P R E A V I S O            *
      *----------------------------------------------------------------*

       2210-COMPARAR-PREAVISO.

           IF T-PAV-ARCHIVO(WS-PAV-IX) IS NOT EQUAL TO CAM-ARCHIVO OR
              T-PAV-CLAVE(WS-PAV-IX) IS NOT EQUAL TO CAM-IMAGEN(1:2) OR
              T-PAV-FECHA-VIG(WS-PAV-IX) IS NOT EQUAL TO CAM-FECHA-VIG
              ADD 1                           TO WS-PAV-IX
           END-IF.

       2210-F-COMPARAR-PREAVISO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 0 0 - E V A L U A R - A R A N C E L              *
      *----------------------------------------------------------------*
      *   UN ARANCEL PARA UN TIPO QUE HOY NO LO PAGA ES UN AUMENTO     *
      *   DESDE CERO.                                                  *
      *----------------------------------------------------------------*

       2300-EVALUAR-ARANCEL.

           SET CAMBIO-NO-DESFAVORABLE         TO TRUE.

           MOVE CAM-IMAGEN                    TO WS-REG-ARANCEL.

           IF ARA-IMPORTE IS NOT NUMERIC
              DISPLAY '* ARANCEL NO NUMERICO EN PARMCAMB, TIPO '
                      ARA-TIPCUEN ' *'
              GO TO 2300-F-EVALUAR-ARANCEL
           END-IF.

           MOVE 1                             TO WS-I.

           PERFORM 2310-COMPARAR-ARANCEL
              THRU 2310-F-COMPARAR-ARANCEL
             UNTIL WS-I > WS-CANT-ARANCELES
                OR T-ARA-TIPCUEN(WS-I) IS EQUAL TO ARA-TIPCUEN.

           IF WS-I > WS-CANT-ARANCELES
              MOVE ZEROS                      TO WS-IMPORTE-EDIT
           ELSE
              IF ARA-IMPORTE IS NOT GREATER THAN T-ARA-IMPORTE(WS-I)
                 GO TO 2300-F-EVALUAR-ARANCEL
              END-IF
              MOVE T-ARA-IMPORTE(WS-I)        TO WS-IMPORTE-EDIT
           END-IF.

           SET CAMBIO-DESFAVORABLE            TO TRUE.
           MOVE WS-IMPORTE-EDIT               TO WS-VALOR-ANTES.
           MOVE ARA-IMPORTE                   TO WS-IMPORTE-EDIT.
           MOVE WS-IMPORTE-EDIT               TO WS-VALOR-DESPUES.
           MOVE 'LA COMISION DE MANTENIMIENTO' TO WS-CONCEPTO.

       2300-F-EVALUAR-ARANCEL.
           EXIT.

       2310-COMPARAR-ARANCEL.

           IF T-ARA-TIPCUEN(WS-I) IS NOT EQUAL TO ARA-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       2310-F-COMPARAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *              2 3 5 0 - E V A L U A R - T A S A                 *
      *----------------------------------------------------------------*
      *   LA TASA ES LA QUE EL BANCO PAGA SOBRE EL SALDO ( PGMSIN40 ): *
      *   UNA BAJA ES DESFAVORABLE. UNA TASA NUEVA NO LO ES.           *
      *----------------------------------------------------------------*

       2350-EVALUAR-TASA.

           SET CAMBIO-NO-DESFAVORABLE         TO TRUE.

           MOVE CAM-IMAGEN                    TO WS-REG-TASA.

           IF TASA-PORCENTAJE IS NOT NUMERIC
              DISPLAY '* TASA NO NUMERICA EN PARMCAMB, TIPO '
                      TASA-TIPCUEN ' *'
              GO TO 2350-F-EVALUAR-TASA
           END-IF.

           MOVE 1                             TO WS-I.

           PERFORM 2360-COMPARAR-TASA
              THRU 2360-F-COMPARAR-TASA
             UNTIL WS-I > WS-CANT-TASAS
                OR T-TASA-TIPCUEN(WS-I) IS EQUAL TO TASA-TIPCUEN.

           IF WS-I > WS-CANT-TASAS OR
              TASA-PORCENTAJE IS NOT LESS THAN T-TASA-PORCENTAJE(WS-I)
              GO TO 2350-F-EVALUAR-TASA
           END-IF.

           SET CAMBIO-DESFAVORABLE            TO TRUE.
           MOVE T-TASA-PORCENTAJE(WS-I)       TO WS-TASA-EDIT.
           MOVE WS-TASA-EDIT                  TO WS-VALOR-ANTES.
           MOVE TASA-PORCENTAJE               TO WS-TASA-EDIT.
           MOVE WS-TASA-EDIT                  TO WS-VALOR-DESPUES.
           MOVE 'LA TASA DE INTERES ( % )'    TO WS-CONCEPTO.

       2350-F-EVALUAR-TASA.
           EXIT.

       2360-COMPARAR-TASA.

           IF T-TASA-TIPCUEN(WS-I) IS NOT EQUAL TO TASA-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       2360-F-COMPARAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 0 0 - A V I S A R - C U E N T A S               *
      *----------------------------------------------------------------*
      *   RECORRE TODAS LAS CUENTAS DEL TIPO AFECTADO.                 *
      *----------------------------------------------------------------*

       2400-AVISAR-CUENTAS.

           MOVE '2400-AVISAR-CUENTAS'         TO WS-PARRAFO.

           EXEC SQL
              OPEN PRE_CURSOR
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

           MOVE SPACES                        TO CS-CURSOR.

           PERFORM 2410-FETCH-CURSOR
              THRU 2410-F-FETCH-CURSOR.

           PERFORM 2500-AVISAR-CUENTA
              THRU 2500-F-AVISAR-CUENTA
             UNTIL CS-CURSOR-EOC.

           EXEC SQL
              CLOSE PRE_CURSOR
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

       2400-F-AVISAR-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *               2 4 1 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2410-FETCH-CURSOR.

           MOVE '2410-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  PRE_CURSOR
                     INTO
                        :WS-PRE-TIPCUEN,
                        :WS-PRE-NROCUEN,
                        :WS-PRE-SUCUEN,
                        :WS-PRE-TIPDOC,
                        :WS-PRE-NRODOC,
                        :WS-PRE-NOMAPE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

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

       2410-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 0 0 - A V I S A R - C U E N T A                *
      *----------------------------------------------------------------*
      *   CORREO ELECTRONICO SI EL CLIENTE ELIGIO EL RESUMEN           *
      *   ELECTRONICO ( SOLO O JUNTO CON EL PAPEL ) Y TIENE DIRECCION; *
      *   SI NO, CARTA AL DOMICILIO DE CONTACTO.                       *
      *----------------------------------------------------------------*

       2500-AVISAR-CUENTA.

           MOVE '2500-AVISAR-CUENTA'          TO WS-PARRAFO.

           MOVE CT-VIA-CORREO                 TO CLG-VIA.

           IF PREFCLI-DISPONIBLE
              MOVE WS-PRE-TIPDOC              TO KEY-PREFCLI(1:2)
              MOVE WS-PRE-NRODOC              TO KEY-PREFCLI(3:11)

              READ PREFCLI INTO REG-PREFCLI-TRAB

              EVALUATE TRUE
                WHEN FS-PREFCLI-OK
                  IF ( PRF-RES-ELECTRONICO OR PRF-RES-AMBOS ) AND
                     PRF-EMAIL IS NOT EQUAL TO SPACES
                     MOVE CT-VIA-EMAIL        TO CLG-VIA
                  END-IF

                WHEN FS-PREFCLI-NOTFND
                  CONTINUE

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-PREFCLI             TO AUX-ERR-NOMBRE
                  MOVE FS-PREFCLI             TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           IF CLG-VIA IS EQUAL TO CT-VIA-EMAIL
              PERFORM 2600-GRABAR-EMAIL
                 THRU 2600-F-GRABAR-EMAIL
           ELSE
              PERFORM 2550-GRABAR-CARTA
                 THRU 2550-F-GRABAR-CARTA
           END-IF.

           MOVE CT-TIPO-EMISION-PREAVISO      TO CLG-TIPO-EMISION.
           MOVE WS-PRE-TIPDOC                 TO CLG-TIPDOC.
           MOVE WS-PRE-NRODOC                 TO CLG-NRODOC.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

           ADD 1                              TO WS-AVISOS-CAMBIO.

           PERFORM 2410-FETCH-CURSOR
              THRU 2410-F-FETCH-CURSOR.

       2500-F-AVISAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 5 0 - G R A B A R - C A R T A                  *
      *----------------------------------------------------------------*
      *   SIN DOMICILIO VALIDO LA CARTA QUEDA PARA RETIRO EN SUCURSAL. *
      *----------------------------------------------------------------*

       2550-GRABAR-CARTA.

           MOVE '2550-GRABAR-CARTA'           TO WS-PARRAFO.

           ADD 1                              TO CNT-CARTAS.

           MOVE 'AVISO DE MODIFICACION DE CONDICIONES DE SU CUENTA'
                                              TO REG-CARTAPRE.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

           STRING 'CLIENTE '        DELIMITED BY SIZE
                  WS-PRE-NOMAPE     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-PRE-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-PRE-SUCUEN     DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-PRE-NROCUEN    DELIMITED BY SIZE
              INTO REG-CARTAPRE
           END-STRING.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

           STRING WS-CONCEPTO       DELIMITED BY '  '
                  ' PASA DE '       DELIMITED BY SIZE
                  WS-VALOR-ANTES    DELIMITED BY SIZE
                  ' A '             DELIMITED BY SIZE
                  WS-VALOR-DESPUES  DELIMITED BY SIZE
              INTO REG-CARTAPRE
           END-STRING.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

           STRING 'A PARTIR DEL '   DELIMITED BY SIZE
                  WS-FECHA-EFECTIVA DELIMITED BY SIZE
                  ' ( AAAAMMDD ). PUEDE RESCINDIR SIN CARGO ANTES.'
                                    DELIMITED BY SIZE
              INTO REG-CARTAPRE
           END-STRING.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

           MOVE CT-VIA-SUCURSAL               TO CLG-VIA.

           IF CONTACTO-DISPONIBLE
              MOVE WS-PRE-TIPDOC              TO CTT-TIP-DOC
              MOVE WS-PRE-NRODOC              TO CTT-NRO-DOC
              MOVE CTT-CLAVE                  TO KEY-CONTACTO

              READ CONTACTO INTO REG-CONTACTO-TRAB

              EVALUATE TRUE
                WHEN FS-CONTACTO-OK
                  IF NOT CTT-DOMICILIO-INVALIDO
                     MOVE CT-VIA-CORREO       TO CLG-VIA
                  END-IF

                WHEN FS-CONTACTO-NOTFND
                  CONTINUE

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-CONTACTO            TO AUX-ERR-NOMBRE
                  MOVE FS-CONTACTO            TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           IF CLG-VIA IS EQUAL TO CT-VIA-CORREO
              STRING 'DOM: '         DELIMITED BY SIZE
                     CTT-CALLE       DELIMITED BY SIZE
                     ' CP '          DELIMITED BY SIZE
                     CTT-CODPOS      DELIMITED BY SIZE
                 INTO REG-CARTAPRE
              END-STRING
           ELSE
              ADD 1                           TO CNT-CARTAS-SUCURSAL
              MOVE 'SIN DOMICILIO VALIDO: RETIRA EN SUCURSAL'
                                              TO REG-CARTAPRE
           END-IF.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

           MOVE SPACES                        TO REG-CARTAPRE.

           PERFORM 2590-GRABAR-CARTAPRE
              THRU 2590-F-GRABAR-CARTAPRE.

       2550-F-GRABAR-CARTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 9 0 - G R A B A R - C A R T A P R E               *
      *----------------------------------------------------------------*

       2590-GRABAR-CARTAPRE.

           WRITE REG-CARTAPRE.

           IF NOT FS-CARTAPRE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CARTAPRE                TO AUX-ERR-NOMBRE
              MOVE FS-CARTAPRE                TO AUX-ERR-STATUS
              MOVE '2590-GRABAR-CARTAPRE'     TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CARTAPRE.

       2590-F-GRABAR-CARTAPRE.
           EXIT.

      *----------------------------------------------------------------*
      *              2 6 0 0 - G R A B A R - E M A I L                 *
      *----------------------------------------------------------------*

       2600-GRABAR-EMAIL.

           MOVE '2600-GRABAR-EMAIL'           TO WS-PARRAFO.

           ADD 1                              TO CNT-AVISOS-EMAIL.

           MOVE SPACES                        TO WS-REG-ALERTA.
           MOVE WS-FECHA-PROC-PARAM           TO ALR-FECHA.
           SET ALR-POR-EMAIL                  TO TRUE.
           MOVE PRF-EMAIL                     TO ALR-DESTINO.
           MOVE WS-PRE-TIPDOC                 TO ALR-TIPDOC.
           MOVE WS-PRE-NRODOC                 TO ALR-NRODOC.
           SET ALR-PREAVISO                   TO TRUE.
           MOVE WS-PRE-TIPCUEN                TO ALR-TIPCUEN.
           MOVE WS-PRE-NROCUEN                TO ALR-NROCUEN.
           MOVE WS-PRE-SUCUEN                 TO ALR-SUCUEN.
           MOVE ZEROS                         TO ALR-IMPORTE.

           STRING WS-CONCEPTO       DELIMITED BY '  '
                  ' DE SU CUENTA PASA DE '
                                    DELIMITED BY SIZE
                  WS-VALOR-ANTES    DELIMITED BY SIZE
                  ' A '             DELIMITED BY SIZE
                  WS-VALOR-DESPUES  DELIMITED BY SIZE
                  ' A PARTIR DEL '  DELIMITED BY SIZE
                  WS-FECHA-EFECTIVA DELIMITED BY SIZE
                  '. PUEDE RESCINDIR SIN CARGO ANTES.'
                                    DELIMITED BY SIZE
              INTO ALR-TEXTO
           END-STRING.

           WRITE REG-ALERTAS FROM WS-REG-ALERTA.

           IF NOT FS-ALERTAS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ALERTAS                 TO AUX-ERR-NOMBRE
              MOVE FS-ALERTAS                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-EMAIL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - A G R E G A R - P R E A V I S O             *
      *----------------------------------------------------------------*

       2700-AGREGAR-PREAVISO.

           IF WS-CANT-PREAVISOS >= CT-MAX-PREAVISOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-PREAVENT                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVENT                TO AUX-ERR-STATUS
              MOVE '2700-AGREGAR-PREAVISO'    TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PREAVISOS.
           MOVE WS-CANT-PREAVISOS             TO WS-PAV-IX.

           MOVE PAV-ARCHIVO              TO T-PAV-ARCHIVO(WS-PAV-IX).
           MOVE PAV-CLAVE                TO T-PAV-CLAVE(WS-PAV-IX).
           MOVE PAV-FECHA-VIG            TO T-PAV-FECHA-VIG(WS-PAV-IX).
           MOVE PAV-FECHA-AVISO        TO T-PAV-FECHA-AVISO(WS-PAV-IX).
           MOVE PAV-FECHA-MINIMA      TO T-PAV-FECHA-MINIMA(WS-PAV-IX).
           MOVE PAV-ESTADO               TO T-PAV-ESTADO(WS-PAV-IX).
           MOVE PAV-CANT-AVISOS        TO T-PAV-CANT-AVISOS(WS-PAV-IX).

       2700-F-AGREGAR-PREAVISO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-GRABAR-PREAVSAL
              THRU 3100-F-GRABAR-PREAVSAL
             VARYING WS-PAV-IX FROM 1 BY 1
               UNTIL WS-PAV-IX > WS-CANT-PREAVISOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *            3 1 0 0 - G R A B A R - P R E A V S A L             *
      *----------------------------------------------------------------*
      *   SE CONSERVAN LOS AVISOS CUYO CAMBIO TODAVIA NO PUEDE ESTAR   *
      *   VIGENTE: VIGENCIA O FECHA MINIMA DE HOY EN ADELANTE. LOS     *
      *   DEMAS YA SE APLICARON Y NO HACE FALTA RECORDARLOS.           *
      *----------------------------------------------------------------*

       3100-GRABAR-PREAVSAL.

           IF T-PAV-FECHA-VIG(WS-PAV-IX) < WS-FECHA-PROC-PARAM AND
              T-PAV-FECHA-MINIMA(WS-PAV-IX) < WS-FECHA-PROC-PARAM
              GO TO 3100-F-GRABAR-PREAVSAL
           END-IF.

           MOVE SPACES                        TO WS-REG-PREAVISO.
           MOVE T-PAV-ARCHIVO(WS-PAV-IX)      TO PAV-ARCHIVO.
           MOVE T-PAV-CLAVE(WS-PAV-IX)        TO PAV-CLAVE.
           MOVE T-PAV-FECHA-VIG(WS-PAV-IX)    TO PAV-FECHA-VIG.
           MOVE T-PAV-FECHA-AVISO(WS-PAV-IX)  TO PAV-FECHA-AVISO.
           MOVE T-PAV-FECHA-MINIMA(WS-PAV-IX) TO PAV-FECHA-MINIMA.
           MOVE T-PAV-ESTADO(WS-PAV-IX)       TO PAV-ESTADO.
           MOVE T-PAV-CANT-AVISOS(WS-PAV-IX)  TO PAV-CANT-AVISOS.

           WRITE REG-PREAVSAL FROM WS-REG-PREAVISO.

           IF NOT FS-PREAVSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PREAVSAL                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVSAL                TO AUX-ERR-STATUS
              MOVE '3100-GRABAR-PREAVSAL'     TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-PREAVSAL-GRABADOS.

       3100-F-GRABAR-PREAVSAL.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE PARMCAMB
                 PREAVSAL
                 CARTAPRE
                 ALERTAS.

           IF CONTACTO-DISPONIBLE
              CLOSE CONTACTO
           END-IF.

           IF PREFCLI-DISPONIBLE
              CLOSE PREFCLI
           END-IF.

           IF NOT FS-PREAVSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PREAVSAL                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVSAL                TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI154               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-CAMBIOS-LEIDOS            TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES DE PARMCAMB LEIDAS:      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-OTROS             TO WS-MASCARA.
           DISPLAY '*   FUERA DE ALCANCE:                    '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-YA-AVISADOS       TO WS-MASCARA.
           DISPLAY '*   YA AVISADAS:                         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-FAVORABLES        TO WS-MASCARA.
           DISPLAY '*   NO DESFAVORABLES:                    '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-AVISADOS          TO WS-MASCARA.
           DISPLAY '* CAMBIOS AVISADOS EN LA CORRIDA:        '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-RETENIDOS         TO WS-MASCARA.
           DISPLAY '*   RETENIDOS POR PLAZO DE PREAVISO:     '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CARTAS                    TO WS-MASCARA.
           DISPLAY '* CARTAS GENERADAS:                      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CARTAS-SUCURSAL           TO WS-MASCARA.
           DISPLAY '*   SIN DOMICILIO ( SUCURSAL ):          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-AVISOS-EMAIL              TO WS-MASCARA.
           DISPLAY '* AVISOS POR CORREO ELECTRONICO:         '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PREAVSAL-GRABADOS         TO WS-MASCARA.
           DISPLAY '* PREAVISOS PENDIENTES ( PREAVSAL ):     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CAMBIOS='       DELIMITED BY SIZE
                  CNT-CAMBIOS-AVISADOS DELIMITED BY SIZE
                  ' RETENIDOS='    DELIMITED BY SIZE
                  CNT-CAMBIOS-RETENIDOS DELIMITED BY SIZE
                  ' CARTAS='       DELIMITED BY SIZE
                  CNT-CARTAS       DELIMITED BY SIZE
                  ' EMAILS='       DELIMITED BY SIZE
                  CNT-AVISOS-EMAIL DELIMITED BY SIZE
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
      *         8 6 0 0 - G R A B A R - C O M L O G   ( C O P Y )      *
      *----------------------------------------------------------------*

           COPY COMLOGGR.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI148.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DESCARGA NOCTURNA DE LAS ALTAS DE CLIENTE EN LINEA           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LAS ALTAS DE CLIENTE QUE LA TRANSACCION SIAL ( PGMSI147 ) YA   *
      * VALIDO EN PANTALLA QUEDAN PENDIENTES EN EL KSDS ALTAONL        *
      * ( COPY CPALTONL ). ESTE PROGRAMA, ANTES DE LA CONSOLIDACION DE *
      * PGMSIN43, LAS ENTREGA A LA CORRIDA NOCTURNA:                   *
      *   - ARMA EL ARCHIVO NOVONL CON LAS NOVEDADES PENDIENTES        *
      *     ( LAYOUT WS-REG-NOVCLIE, COPY CPNOVCLI ) EN ORDEN DE NRO   *
      *     DE DOCUMENTO, CON SU HEADER 'HH' ( ORIGEN ONLINE ) Y SU    *
      *     TRAILER 'TT' ( CANTIDAD Y HASH DE NOV-NRO-DOC ), EL MISMO  *
      *     CONTROL QUE TRAE EL ARCHIVO DE CADA SUCURSAL. PGMSIN43 LO  *
      *     TOMA COMO UNA FUENTE MAS CUANDO CTLSUC DECLARA LA          *
      *     SUCURSAL 00.                                               *
      *   - POR CADA ALTA GRABA EN TRANCON UNA TRANSACCION DE ALTA DEL *
      *     KSDS CONTACTO ( ACCION 'A' + COPY CPCONTAC ) CON EL        *
      *     DOMICILIO CAPTURADO, PARA LA CORRIDA DE PGMSIN69.          *
      *   - MARCA CADA ALTA ENTREGADA COMO ENVIADA CON LA FECHA DEL    *
      *     DIA, ASI NO SE VUELVE A ENTREGAR.                          *
      *   - LISTA LAS ALTAS CON COINCIDENCIA PARCIAL EN LA LISTA       *
      *     NEGATIVA PARA QUE CUMPLIMIENTO LAS REVISE.                 *
      * UN DIA SIN ALTAS EN LINEA IGUAL ENTREGA HEADER Y TRAILER, PARA *
      * QUE LA CONSOLIDACION NO LO TOME COMO ENTREGA FALTANTE.         *
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

           SELECT ALTAONL   ASSIGN TO ALTAONL
                            ORGANIZATION IS INDEXED
                            ACCESS IS SEQUENTIAL
                            RECORD KEY IS    KEY-ALTAONL
                            FILE STATUS IS FS-ALTAONL.

           SELECT NOVONL    ASSIGN TO NOVONL
                            FILE STATUS IS FS-NOVONL.

           SELECT TRANCON   ASSIGN TO TRANCON
                            FILE STATUS IS FS-TRANCON.

           SELECT BATCHTOT  ASSIGN TO BATCHTOT
                            FILE STATUS IS FS-BATCHTOT.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      * ALTAONL ( ARCHIVO VSAM )

       FD   ALTAONL.

       01 REG-ALTAONL.
          03 KEY-ALTAONL  PIC X(13).
          03 FILLER       PIC X(237).

       FD   NOVONL
            RECORDING MODE IS F.
       01   REG-NOVONL                                      PIC X(50).

       FD   TRANCON
            RECORDING MODE IS F.
       01   REG-TRANCON                                     PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI148'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-ALTAONL                    PIC X(08)  VALUE 'ALTAONL '.
           02 CT-NOVONL                     PIC X(08)  VALUE 'NOVONL  '.
           02 CT-TRANCON                    PIC X(08)  VALUE 'TRANCON '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-HOY                  PIC 9(08)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   REGISTRO DE CONTROL DEL ARCHIVO NOVONL: HEADER 'HH' CON      *
      *   ORIGEN Y FECHA, TRAILER 'TT' CON CANTIDAD Y HASH ( MISMAS    *
      *   VISTAS QUE CONTROLA PGMSIN43 EN CADA ARCHIVO DE SUCURSAL ).  *
      *----------------------------------------------------------------*

       01 WS-REG-CTL-NOVONL.
           02 CTN-TIPO                      PIC X(02).
           02 CTN-RESTO                     PIC X(48).

       01 WS-VISTA-CTN-HDR REDEFINES WS-REG-CTL-NOVONL.
           02 FILLER                        PIC X(02).
           02 CTN-HDR-ORIGEN                PIC X(06).
           02 CTN-HDR-FECHA                 PIC 9(08).
           02 FILLER                        PIC X(34).

       01 WS-VISTA-CTN-TRL REDEFINES WS-REG-CTL-NOVONL.
           02 FILLER                        PIC X(02).
           02 CTN-TRL-CANTIDAD              PIC 9(07).
           02 CTN-TRL-HASH                  PIC 9(15).
           02 FILLER                        PIC X(26).

       01 WS-NOV-HASH                       PIC 9(15)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRANSACCION PARA PGMSIN69: LA ACCION SEGUIDA DEL *
      *   REGISTRO COMPLETO EN EL LAYOUT DE CPCONTAC.                  *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
           02 TRX-REGISTRO                  PIC X(100).
           02 FILLER                        PIC X(09).

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
           02 CNT-LEIDAS                    PIC 9(05)  VALUE ZEROS.
           02 CNT-YA-ENVIADAS               PIC 9(05)  VALUE ZEROS.
           02 CNT-ENTREGADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CONTACTOS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-LISTNEG-PARCIAL           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-ALTAONL                    PIC X(02).
              88 FS-ALTAONL-OK                         VALUE '00'.
              88 FS-ALTAONL-EOF                        VALUE '10'.

           02 FS-NOVONL                     PIC X(02).
              88 FS-NOVONL-OK                          VALUE '00'.

           02 FS-TRANCON                    PIC X(02).
              88 FS-TRANCON-OK                         VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPALTONL.

           COPY CPNOVCLI.

           COPY CPCONTAC.


           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-ALTAONL-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           MOVE FUNCTION CURRENT-DATE(1:8)   TO WS-FECHA-HOY.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-GRABAR-HEADER-NOVONL
              THRU 1300-F-GRABAR-HEADER-NOVONL.

           PERFORM 1400-LEER-ALTAONL
              THRU 1400-F-LEER-ALTAONL.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     ALTAONL.
           OPEN OUTPUT  NOVONL
                        TRANCON.

           IF NOT FS-ALTAONL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ALTAONL                 TO AUX-ERR-NOMBRE
              MOVE FS-ALTAONL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-NOVONL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-NOVONL                  TO AUX-ERR-NOMBRE
              MOVE FS-NOVONL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANCON-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANCON                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANCON                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *   1 3 0 0 - G R A B A R - H E A D E R - N O V O N L            *
      *----------------------------------------------------------------*

       1300-GRABAR-HEADER-NOVONL.

           MOVE '1300-GRABAR-HEADER-NOVONL'   TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CTL-NOVONL.
           MOVE 'HH'                          TO CTN-TIPO.
           MOVE 'ONLINE'                      TO CTN-HDR-ORIGEN.
           MOVE WS-FECHA-HOY                  TO CTN-HDR-FECHA.

           PERFORM 2600-GRABAR-NOVONL
              THRU 2600-F-GRABAR-NOVONL.

       1300-F-GRABAR-HEADER-NOVONL.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 0 0 - L E E R - A L T A O N L                  *
      *----------------------------------------------------------------*

       1400-LEER-ALTAONL.

           MOVE '1400-LEER-ALTAONL'           TO WS-PARRAFO.

           READ ALTAONL NEXT INTO REG-ALTAONL-TRAB.

           EVALUATE TRUE
               WHEN FS-ALTAONL-OK
                    ADD 1                     TO CNT-LEIDAS

               WHEN FS-ALTAONL-EOF
                    SET FS-ALTAONL-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ALTAONL           TO AUX-ERR-NOMBRE
                    MOVE FS-ALTAONL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-ALTAONL.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   LAS ALTAS YA ENVIADAS EN NOCHES ANTERIORES SE SALTEAN; CADA  *
      *   PENDIENTE SE ENTREGA A NOVONL Y A TRANCON Y SE MARCA COMO    *
      *   ENVIADA.                                                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF AON-ENVIADA
              ADD 1                           TO CNT-YA-ENVIADAS
           ELSE
              PERFORM 2100-ENTREGAR-ALTA
                 THRU 2100-F-ENTREGAR-ALTA
           END-IF.

           PERFORM 1400-LEER-ALTAONL
              THRU 1400-F-LEER-ALTAONL.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 0 0 - E N T R E G A R - A L T A                 *
      *----------------------------------------------------------------*

       2100-ENTREGAR-ALTA.

           MOVE '2100-ENTREGAR-ALTA'          TO WS-PARRAFO.

           MOVE AON-NOVEDAD                   TO WS-REG-NOVCLIE.
           MOVE WS-REG-NOVCLIE                TO WS-REG-CTL-NOVONL.

           PERFORM 2600-GRABAR-NOVONL
              THRU 2600-F-GRABAR-NOVONL.

           ADD 1                              TO CNT-ENTREGADAS.
           ADD NOV-NRO-DOC                    TO WS-NOV-HASH.

           PERFORM 2200-GRABAR-CONTACTO
              THRU 2200-F-GRABAR-CONTACTO.

           IF AON-LNG-PARCIAL
              ADD 1                           TO CNT-LISTNEG-PARCIAL
              DISPLAY '* ALTA CON COINCIDENCIA PARCIAL EN LISTA '
                      'NEGATIVA: ' AON-TIP-DOC '-' AON-NRO-DOC
                      ' ' AON-NOMAPE
              DISPLAY '  CAPTURADA EL ' AON-FECHA-CAPTURA
                      ' POR ' AON-USUARIO ' EN ' AON-TERMINAL
           END-IF.

           SET AON-ENVIADA                    TO TRUE.
           MOVE WS-FECHA-HOY                  TO AON-FECHA-ENVIO.

           REWRITE REG-ALTAONL FROM REG-ALTAONL-TRAB.

           IF NOT FS-ALTAONL-OK
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
              MOVE CT-ALTAONL                 TO AUX-ERR-NOMBRE
              MOVE FS-ALTAONL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2100-F-ENTREGAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - G R A B A R - C O N T A C T O               *
      *----------------------------------------------------------------*
      *   ALTA DEL DOMICILIO EN EL KSDS CONTACTO, QUE APLICA PGMSIN69  *
      *   CON SUS PROPIAS VALIDACIONES.                                *
      *----------------------------------------------------------------*

       2200-GRABAR-CONTACTO.

           MOVE '2200-GRABAR-CONTACTO'        TO WS-PARRAFO.

           INITIALIZE REG-CONTACTO-TRAB.

           MOVE AON-TIP-DOC                   TO CTT-TIP-DOC.
           MOVE AON-NRO-DOC                   TO CTT-NRO-DOC.
           MOVE AON-CALLE                     TO CTT-CALLE.
           MOVE AON-CODPOS                    TO CTT-CODPOS.
           MOVE AON-LOCALIDAD                 TO CTT-LOCALIDAD.
           MOVE AON-TELEFONO                  TO CTT-TELEFONO.

           MOVE SPACES                        TO WS-REG-TRX.
           SET TRX-ALTA                       TO TRUE.
           MOVE REG-CONTACTO-TRAB             TO TRX-REGISTRO.

           WRITE REG-TRANCON FROM WS-REG-TRX.

           IF NOT FS-TRANCON-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRANCON                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANCON                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CONTACTOS.

       2200-F-GRABAR-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 0 0 - G R A B A R - N O V O N L                 *
      *----------------------------------------------------------------*

       2600-GRABAR-NOVONL.

           MOVE '2600-GRABAR-NOVONL'          TO WS-PARRAFO.

           WRITE REG-NOVONL FROM WS-REG-CTL-NOVONL.

           IF NOT FS-NOVONL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-NOVONL                  TO AUX-ERR-NOMBRE
              MOVE FS-NOVONL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-NOVONL.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3050-GRABAR-TRAILER-NOVONL
              THRU 3050-F-GRABAR-TRAILER-NOVONL.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *   3 0 5 0 - G R A B A R - T R A I L E R - N O V O N L          *
      *----------------------------------------------------------------*

       3050-GRABAR-TRAILER-NOVONL.

           MOVE '3050-GRABAR-TRAILER-NOVONL'  TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CTL-NOVONL.
           MOVE 'TT'                          TO CTN-TIPO.
           MOVE CNT-ENTREGADAS                TO CTN-TRL-CANTIDAD.
           MOVE WS-NOV-HASH                   TO CTN-TRL-HASH.

           PERFORM 2600-GRABAR-NOVONL
              THRU 2600-F-GRABAR-NOVONL.

       3050-F-GRABAR-TRAILER-NOVONL.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE ALTAONL
                 NOVONL
                 TRANCON.

           IF NOT FS-ALTAONL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ALTAONL                 TO AUX-ERR-NOMBRE
              MOVE FS-ALTAONL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-NOVONL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-NOVONL                  TO AUX-ERR-NOMBRE
              MOVE FS-NOVONL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANCON-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-TRANCON                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANCON                 TO AUX-ERR-STATUS
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

           MOVE CNT-LEIDAS                    TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI148               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ALTAS EN LINEA LEIDAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-YA-ENVIADAS               TO WS-MASCARA.
           DISPLAY '* YA ENVIADAS EN NOCHES ANTERIORES:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ENTREGADAS                TO WS-MASCARA.
           DISPLAY '* NOVEDADES ENTREGADAS EN NOVONL:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CONTACTOS                 TO WS-MASCARA.
           DISPLAY '* ALTAS DE DOMICILIO EN TRANCON:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LISTNEG-PARCIAL           TO WS-MASCARA.
           DISPLAY '* CON COINCIDENCIA PARCIAL EN LISTNEG:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-LEIDAS       DELIMITED BY SIZE
                  ' PREVIAS='      DELIMITED BY SIZE
                  CNT-YA-ENVIADAS  DELIMITED BY SIZE
                  ' ENTREG='       DELIMITED BY SIZE
                  CNT-ENTREGADAS   DELIMITED BY SIZE
                  ' LNGPARC='      DELIMITED BY SIZE
                  CNT-LISTNEG-PARCIAL DELIMITED BY SIZE
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

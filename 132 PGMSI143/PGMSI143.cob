      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI143.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   ALERTAS NOCTURNAS AL CLIENTE POR SMS / CORREO ELECTRONICO    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE TODAS LAS NOCHES DESPUES DE PGMAPCAB,      *
      * PGMSIN69, PGMSI100 Y PGMSI123, Y ARMA EL ARCHIVO ALERTAS PARA  *
      * LA PASARELA DE MENSAJERIA ( COPY CPALERTA ) CON LOS AVISOS A   *
      * LOS CLIENTES ADHERIDOS EN EL KSDS PREFCLI ( COPY CPPREFCL ):   *
      *   - 'DEB': DEBITOS DEL ARCHIVO APLICADO ( VALIDANDO LA         *
      *     CABECERA DE LA UNIDAD DE TRABAJO ) CUYO IMPORTE SUPERA EL  *
      *     UMBRAL DEL TITULAR DE LA CUENTA.                           *
      *   - 'CON': ALTAS, BAJAS Y MODIFICACIONES APLICADAS DEL ARCHIVO *
      *     AUDITORIA DE PGMSIN69 ( CAMBIO DE DATOS DE CONTACTO ).     *
      *   - 'COT': ALTAS DE TITNOV QUE PGMSI100 DEJO EN TBCURTIT; EL   *
      *     AVISO VA AL TITULAR DE LA CUENTA.                          *
      *   - 'BLQ': BLOQUEOS CON FECHA DE ALTA IGUAL A LA FECHA DE      *
      *     PROCESO: POR CUENTA AL TITULAR, POR DOCUMENTO AL CLIENTE.  *
      * EL AVISO SALE POR EL CANAL ELEGIDO ( TELEFONO O CORREO DEL     *
      * PROPIO PREFCLI, NUNCA DEL KSDS CONTACTO ) Y CADA AVISO QUEDA   *
      * EN COMUNLOG ( TIPO 'ALE', VIA 'SMS' O 'EML' ) PARA EL DOSSIER  *
      * DEL CLIENTE ( PGMSIN71 ). LOS EVENTOS DE CLIENTES NO ADHERIDOS *
      * SOLO SE CUENTAN.                                               *
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

           SELECT AUDITORIA ASSIGN TO AUDITORI
                            FILE STATUS IS FS-AUDITORIA.

           SELECT TITNOV ASSIGN TO TITNOV
                                    FILE STATUS IS FS-TITNOV.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

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
      *   MOVIMIENTOS APLICADOS POR PGMAPCAB ( LAYOUT MOVIMCC, CON     *
      *   CABECERA Y COLA DE UNIDAD DE TRABAJO, COPY CPUOWAPL ).       *
      *----------------------------------------------------------------*

       FD   APLICADO
            RECORDING MODE IS F.
       01   REG-APLICADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   AUDITORIA DE LA NOCHE DE PGMSIN69 ( CONTACTO ).              *
      *----------------------------------------------------------------*

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

      *----------------------------------------------------------------*
      *   NOVEDADES DE COTITULARIDAD DE LA NOCHE ( PGMSI100 ).         *
      *----------------------------------------------------------------*

       FD   TITNOV
            RECORDING MODE IS F.
       01   REG-TITNOV                                      PIC X(25).

      *----------------------------------------------------------------*
      *   ARCHIVO DE BLOQUEOS LEGALES, COMPARTIDO DE LA SUITE          *
      *   ( COPY BLOQMAES ).                                           *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      * PREFCLI ( ARCHIVO VSAM )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI143'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-APLICADO                   PIC X(08)  VALUE 'APLICADO'.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-TITNOV                     PIC X(08)  VALUE 'TITNOV  '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-ALERTAS                    PIC X(08)  VALUE 'ALERTAS '.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-APLICADA                   PIC X(08)  VALUE 'APLICADA'.
           02 CT-TIPO-EMISION-ALERTA        PIC X(03)  VALUE 'ALE'.
           02 CT-VIA-SMS                    PIC X(03)  VALUE 'SMS'.
           02 CT-VIA-EMAIL                  PIC X(03)  VALUE 'EML'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-DEBITO             PIC 9(11)V99 VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$.$$$.$$$.$$9,99.
           02 WS-BLANCOS                    PIC 9(02)  VALUE ZEROS.
           02 WS-DESDE                      PIC 9(02)  VALUE ZEROS.
           02 WS-CUENTA-TEXTO               PIC X(12)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   CUENTA DEL MOVIMIENTO Y DEL BLOQUEO: SUCUEN * 1000000 +      *
      *   NROCUEN, COMO LO DESARMA PGMSIN39.                           *
      *----------------------------------------------------------------*

       01 WS-CUENTA-MOVTO.
           02 WS-CUENTA-SUC                 PIC 9(02).
           02 WS-CUENTA-RELLENO             PIC 9(02).
           02 WS-CUENTA-BAJA                PIC 9(04).

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

       01 WS-CABECERA-SW                    PIC X(01)  VALUE 'N'.
           88 CABECERA-VALIDADA                        VALUE 'S'.

       01 WS-TITULAR-SW                     PIC X(01)  VALUE 'N'.
           88 TITULAR-HALLADO                          VALUE 'S'.
           88 TITULAR-INEXISTENTE                      VALUE 'N'.

       01 WS-ADHESION-SW                    PIC X(01)  VALUE 'N'.
           88 CLIENTE-ADHERIDO                         VALUE 'S'.
           88 CLIENTE-NO-ADHERIDO                      VALUE 'N'.

       01 WS-TITNOV-DISP-SW                 PIC X(01)  VALUE 'N'.
           88 TITNOV-DISPONIBLE                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   LINEA DE AUDITORIA DE PGMSIN69: ACCION, CLAVE DEL CONTACTO   *
      *   ( TIPO + NRO DE DOCUMENTO ), RESULTADO Y MOTIVO.             *
      *----------------------------------------------------------------*

       01 WS-LIN-AUDITORIA                  PIC X(110).
       01 WS-LIN-AUDITORIA-R REDEFINES WS-LIN-AUDITORIA.
           02 AUD-ACCION                    PIC X(01).
              88 AUD-ALTA                              VALUE 'A'.
              88 AUD-BAJA                              VALUE 'B'.
              88 AUD-MODIFICACION                      VALUE 'M'.
           02 FILLER                        PIC X(01).
           02 AUD-TIP-DOC                   PIC X(02).
           02 AUD-NRO-DOC                   PIC 9(11).
           02 FILLER                        PIC X(01).
           02 AUD-RESULTADO                 PIC X(08).
           02 FILLER                        PIC X(86).

      *----------------------------------------------------------------*
      *   NOVEDAD DE COTITULARIDAD ( MISMO LAYOUT QUE PGMSI100 ).      *
      *----------------------------------------------------------------*

       01 WS-REG-TITNOV.
           02 TNO-ACCION                    PIC X(01).
              88 TNO-ALTA                              VALUE 'A'.
              88 TNO-BAJA                              VALUE 'B'.
           02 TNO-TIPCUEN                   PIC X(02).
           02 TNO-NROCUEN                   PIC 9(04).
           02 TNO-SUCUEN                    PIC 9(02).
           02 TNO-NROCLI                    PIC 9(08).
           02 TNO-ROL                       PIC X(01).
              88 TNO-ROL-COTITULAR                     VALUE 'C'.
              88 TNO-ROL-FIRMANTE                      VALUE 'F'.
              88 TNO-ROL-USUFRUCTUARIO                 VALUE 'U'.
           02 FILLER                        PIC X(07).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LA CONSULTA DE COTITULARIDAD.              *
      *----------------------------------------------------------------*

       01 WS-HOST-COTITULAR.
           02 WS-COT-NROCLI                 PIC 9(08).
           02 WS-COT-CANT                   PIC S9(09) COMP.

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
           02 CNT-APLICADOS-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-AUDITORIA-LEIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-TITNOV-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-DEBITO            PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-CONTACTO          PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-COTITULAR         PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-BLOQUEO           PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-TOTAL             PIC 9(07)  VALUE ZEROS.
           02 CNT-EVENTOS-SIN-ADHESION      PIC 9(07)  VALUE ZEROS.
           02 CNT-EVENTOS-SIN-TITULAR       PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-APLICADO                   PIC X(02).
              88 FS-APLICADO-OK                        VALUE '00'.
              88 FS-APLICADO-EOF                       VALUE '10'.

           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.
              88 FS-AUDITORIA-EOF                      VALUE '10'.

           02 FS-TITNOV                     PIC X(02).
              88 FS-TITNOV-OK                          VALUE '00'.
              88 FS-TITNOV-EOF                         VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

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

           COPY MOVIMCC.

           COPY CPUOWAPL.

           COPY CPLEGHLD.

           COPY CPPREFCL.

           COPY CPALERTA.

           COPY CPCOMLOG.

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

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESAR-APLICADO
              THRU 2000-F-PROCESAR-APLICADO
             UNTIL FS-APLICADO-EOF.

           PERFORM 1420-LEER-AUDITORIA
              THRU 1420-F-LEER-AUDITORIA.

           PERFORM 2100-PROCESAR-AUDITORIA
              THRU 2100-F-PROCESAR-AUDITORIA
             UNTIL FS-AUDITORIA-EOF.

           IF TITNOV-DISPONIBLE
              PERFORM 1440-LEER-TITNOV
                 THRU 1440-F-LEER-TITNOV

              PERFORM 2200-PROCESAR-TITNOV
                 THRU 2200-F-PROCESAR-TITNOV
                UNTIL FS-TITNOV-EOF
           END-IF.

           PERFORM 1460-LEER-BLOQUEOS
              THRU 1460-F-LEER-BLOQUEOS.

           PERFORM 2300-PROCESAR-BLOQUEO
              THRU 2300-F-PROCESAR-BLOQUEO
             UNTIL FS-BLOQUEOS-EOF.

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

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-APLICADO
              THRU 1400-F-LEER-APLICADO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*
      *   TITNOV FALTA LAS NOCHES SIN NOVEDADES DE COTITULARIDAD: SIN  *
      *   EL EL PROCESO SIGUE.                                         *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   APLICADO
                        AUDITORIA
                        BLOQUEOS
                        PREFCLI
                OUTPUT  ALERTAS.

           IF NOT FS-APLICADO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE FS-APLICADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-BLOQUEOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-BLOQUEOS                TO AUX-ERR-NOMBRE
              MOVE FS-BLOQUEOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PREFCLI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
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

           OPEN INPUT TITNOV.

           IF FS-TITNOV-OK
              SET TITNOV-DISPONIBLE           TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TITNOV: NO HAY ALTAS DE '
                      'COTITULAR *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 4 0 0 - L E E R - A P L I C A D O                     *
      *----------------------------------------------------------------*

       1400-LEER-APLICADO.

           MOVE '1400-LEER-APLICADO'          TO WS-PARRAFO.

           READ APLICADO INTO WS-REG-MOVIMI.

           EVALUATE TRUE
               WHEN FS-APLICADO-OK
                    ADD 1                     TO CNT-APLICADOS-LEIDOS

               WHEN FS-APLICADO-EOF
                    SET FS-APLICADO-EOF       TO TRUE

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
      *            1 4 2 0 - L E E R - A U D I T O R I A               *
      *----------------------------------------------------------------*

       1420-LEER-AUDITORIA.

           MOVE '1420-LEER-AUDITORIA'         TO WS-PARRAFO.

           READ AUDITORIA INTO WS-LIN-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    ADD 1                     TO CNT-AUDITORIA-LEIDOS

               WHEN FS-AUDITORIA-EOF
                    SET FS-AUDITORIA-EOF      TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-AUDITORIA         TO AUX-ERR-NOMBRE
                    MOVE FS-AUDITORIA         TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 4 4 0 - L E E R - T I T N O V                   *
      *----------------------------------------------------------------*

       1440-LEER-TITNOV.

           MOVE '1440-LEER-TITNOV'            TO WS-PARRAFO.

           READ TITNOV INTO WS-REG-TITNOV.

           EVALUATE TRUE
               WHEN FS-TITNOV-OK
                    ADD 1                     TO CNT-TITNOV-LEIDOS

               WHEN FS-TITNOV-EOF
                    SET FS-TITNOV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TITNOV            TO AUX-ERR-NOMBRE
                    MOVE FS-TITNOV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1440-F-LEER-TITNOV.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 6 0 - L E E R - B L O Q U E O S                 *
      *----------------------------------------------------------------*

       1460-LEER-BLOQUEOS.

           MOVE '1460-LEER-BLOQUEOS'          TO WS-PARRAFO.

           READ BLOQUEOS INTO WS-REG-BLOQUEO.

           EVALUATE TRUE
               WHEN FS-BLOQUEOS-OK
                    ADD 1                     TO CNT-BLOQUEOS-LEIDOS

               WHEN FS-BLOQUEOS-EOF
                    SET FS-BLOQUEOS-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-BLOQUEOS          TO AUX-ERR-NOMBRE
                    MOVE FS-BLOQUEOS          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1460-F-LEER-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 0 0 0 - P R O C E S A R - A P L I C A D O               *
      *----------------------------------------------------------------*
      *   LA CABECERA SE VALIDA Y LA COLA SE SALTEA. UN MOVIMIENTO     *
      *   ANTES DE LA CABECERA ABORTA: NO HAY GARANTIA DE QUE EL       *
      *   ARCHIVO SEA EL DE ESTA CORRIDA. SOLO LOS DEBITOS ( IMPORTE   *
      *   NEGATIVO ) PUEDEN GENERAR AVISO.                             *
      *----------------------------------------------------------------*

       2000-PROCESAR-APLICADO.

           MOVE '2000-PROCESAR-APLICADO'      TO WS-PARRAFO.

           MOVE WS-REG-MOVIMI                 TO WS-REG-UOWAPL.

           EVALUATE TRUE
             WHEN UOW-ES-CABECERA
               PERFORM 2020-VALIDAR-CABECERA
                  THRU 2020-F-VALIDAR-CABECERA

             WHEN UOW-ES-COLA
               CONTINUE

             WHEN NOT CABECERA-VALIDADA
               DISPLAY '* APLICADO SIN CABECERA DE UNIDAD DE  *'
               DISPLAY '* TRABAJO: EL PASO ABORTA SIN AVISAR  *'
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-UOW                    TO AUX-ERR-NOMBRE
               MOVE SPACES                    TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES

             WHEN WS-MOV-IMPORTE IS LESS THAN ZEROS
               PERFORM 2050-EVALUAR-DEBITO
                  THRU 2050-F-EVALUAR-DEBITO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 1400-LEER-APLICADO
              THRU 1400-F-LEER-APLICADO.

       2000-F-PROCESAR-APLICADO.
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
      *         2 0 5 0 - E V A L U A R - D E B I T O                  *
      *----------------------------------------------------------------*
      *   EL AVISO VA AL TITULAR DE LA CUENTA SI ESTA ADHERIDO Y EL    *
      *   DEBITO SUPERA SU UMBRAL.                                     *
      *----------------------------------------------------------------*

       2050-EVALUAR-DEBITO.

           MOVE '2050-EVALUAR-DEBITO'         TO WS-PARRAFO.

           MOVE WS-MOV-CUENTA                 TO WS-CUENTA-MOVTO.
           MOVE WS-MOV-TIPCUEN                TO WS-CTA-TIPCUEN.
           MOVE WS-CUENTA-BAJA                TO WS-CTA-NROCUEN.
           MOVE WS-CUENTA-SUC                 TO WS-CTA-SUCUEN.

           PERFORM 2600-BUSCAR-TITULAR
              THRU 2600-F-BUSCAR-TITULAR.

           IF TITULAR-INEXISTENTE
              GO TO 2050-F-EVALUAR-DEBITO
           END-IF.

           PERFORM 2700-LEER-PREFERENCIA
              THRU 2700-F-LEER-PREFERENCIA.

           IF CLIENTE-NO-ADHERIDO
              GO TO 2050-F-EVALUAR-DEBITO
           END-IF.

           COMPUTE WS-IMPORTE-DEBITO = ZEROS - WS-MOV-IMPORTE.

           IF WS-IMPORTE-DEBITO IS NOT GREATER THAN PRF-ALE-UMBRAL
              GO TO 2050-F-EVALUAR-DEBITO
           END-IF.

           MOVE SPACES                        TO WS-REG-ALERTA.
           SET ALR-DEBITO                     TO TRUE.
           MOVE WS-CTA-TIPCUEN                TO ALR-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO ALR-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO ALR-SUCUEN.
           MOVE WS-MOV-IMPORTE                TO ALR-IMPORTE.

           PERFORM 2650-ARMAR-CUENTA-TEXTO
              THRU 2650-F-ARMAR-CUENTA-TEXTO.

           MOVE WS-IMPORTE-DEBITO             TO WS-IMPORTE-EDIT.
           MOVE ZEROS                         TO WS-BLANCOS.
           INSPECT WS-IMPORTE-EDIT TALLYING WS-BLANCOS
                   FOR LEADING SPACES.
           COMPUTE WS-DESDE = WS-BLANCOS + 1.

           STRING 'SE DEBITARON '           DELIMITED BY SIZE
                  WS-IMPORTE-EDIT(WS-DESDE:) DELIMITED BY SIZE
                  ' DE SU CUENTA '          DELIMITED BY SIZE
                  WS-CUENTA-TEXTO           DELIMITED BY SIZE
                  '. SI NO RECONOCE LA OPERACION LLAME AL BANCO.'
                                            DELIMITED BY SIZE
              INTO ALR-TEXTO
           END-STRING.

           PERFORM 2800-EMITIR-ALERTA
              THRU 2800-F-EMITIR-ALERTA.

       2050-F-EVALUAR-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - P R O C E S A R - A U D I T O R I A             *
      *----------------------------------------------------------------*
      *   TODA ALTA, BAJA O MODIFICACION APLICADA DEL CONTACTO SE      *
      *   AVISA AL PROPIO CLIENTE; LAS RECHAZADAS NO CAMBIARON NADA.   *
      *----------------------------------------------------------------*

       2100-PROCESAR-AUDITORIA.

           MOVE '2100-PROCESAR-AUDITORIA'     TO WS-PARRAFO.

           IF NOT AUD-ALTA AND NOT AUD-BAJA AND NOT AUD-MODIFICACION
              GO TO 2100-SIGUIENTE
           END-IF.

           IF AUD-RESULTADO IS NOT EQUAL TO CT-APLICADA OR
              AUD-NRO-DOC IS NOT NUMERIC
              GO TO 2100-SIGUIENTE
           END-IF.

           MOVE AUD-TIP-DOC                   TO WS-CLI-TIPDOC.
           MOVE AUD-NRO-DOC                   TO WS-CLI-NRODOC.

           PERFORM 2700-LEER-PREFERENCIA
              THRU 2700-F-LEER-PREFERENCIA.

           IF CLIENTE-NO-ADHERIDO
              GO TO 2100-SIGUIENTE
           END-IF.

           MOVE SPACES                        TO WS-REG-ALERTA.
           SET ALR-CAMBIO-CONTACTO            TO TRUE.
           MOVE SPACES                        TO ALR-TIPCUEN.
           MOVE ZEROS                         TO ALR-NROCUEN
                                                 ALR-SUCUEN
                                                 ALR-IMPORTE.

           STRING 'SE MODIFICARON SUS DATOS DE DOMICILIO Y CONTACTO '
                                            DELIMITED BY SIZE
                  'EN EL BANCO. SI NO LO SOLICITO LLAME AL BANCO.'
                                            DELIMITED BY SIZE
              INTO ALR-TEXTO
           END-STRING.

           PERFORM 2800-EMITIR-ALERTA
              THRU 2800-F-EMITIR-ALERTA.

       2100-SIGUIENTE.

           PERFORM 1420-LEER-AUDITORIA
              THRU 1420-F-LEER-AUDITORIA.

       2100-F-PROCESAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 0 0 - P R O C E S A R - T I T N O V                 *
      *----------------------------------------------------------------*
      *   SOLO CUENTA EL ALTA QUE PGMSI100 DEJO EN TBCURTIT ( LAS      *
      *   RECHAZADAS NO ESTAN ). EL AVISO VA AL TITULAR DE LA CUENTA.  *
      *----------------------------------------------------------------*

       2200-PROCESAR-TITNOV.

           MOVE '2200-PROCESAR-TITNOV'        TO WS-PARRAFO.

           IF NOT TNO-ALTA OR
              TNO-NROCUEN IS NOT NUMERIC OR
              TNO-SUCUEN  IS NOT NUMERIC OR
              TNO-NROCLI  IS NOT NUMERIC
              GO TO 2200-SIGUIENTE
           END-IF.

           MOVE TNO-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE TNO-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE TNO-SUCUEN                    TO WS-CTA-SUCUEN.
           MOVE TNO-NROCLI                    TO WS-COT-NROCLI.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-COT-CANT
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND NROCLI  = :WS-COT-NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2200-SIGUIENTE
           END-IF.

           IF WS-COT-CANT IS EQUAL TO ZEROS
              GO TO 2200-SIGUIENTE
           END-IF.

           PERFORM 2600-BUSCAR-TITULAR
              THRU 2600-F-BUSCAR-TITULAR.

           IF TITULAR-INEXISTENTE
              GO TO 2200-SIGUIENTE
           END-IF.

           PERFORM 2700-LEER-PREFERENCIA
              THRU 2700-F-LEER-PREFERENCIA.

           IF CLIENTE-NO-ADHERIDO
              GO TO 2200-SIGUIENTE
           END-IF.

           MOVE SPACES                        TO WS-REG-ALERTA.
           SET ALR-ALTA-COTITULAR             TO TRUE.
           MOVE WS-CTA-TIPCUEN                TO ALR-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO ALR-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO ALR-SUCUEN.
           MOVE ZEROS                         TO ALR-IMPORTE.

           PERFORM 2650-ARMAR-CUENTA-TEXTO
              THRU 2650-F-ARMAR-CUENTA-TEXTO.

           EVALUATE TRUE
             WHEN TNO-ROL-FIRMANTE
               STRING 'SE AGREGO UN FIRMANTE AUTORIZADO A SU CUENTA '
                                            DELIMITED BY SIZE
                      WS-CUENTA-TEXTO       DELIMITED BY SIZE
                      '. SI NO LO SOLICITO LLAME AL BANCO.'
                                            DELIMITED BY SIZE
                  INTO ALR-TEXTO
               END-STRING

             WHEN TNO-ROL-USUFRUCTUARIO
               STRING 'SE AGREGO UN USUFRUCTUARIO A SU CUENTA '
                                            DELIMITED BY SIZE
                      WS-CUENTA-TEXTO       DELIMITED BY SIZE
                      '. SI NO LO SOLICITO LLAME AL BANCO.'
                                            DELIMITED BY SIZE
                  INTO ALR-TEXTO
               END-STRING

             WHEN OTHER
               STRING 'SE AGREGO UN COTITULAR A SU CUENTA '
                                            DELIMITED BY SIZE
                      WS-CUENTA-TEXTO       DELIMITED BY SIZE
                      '. SI NO LO SOLICITO LLAME AL BANCO.'
                                            DELIMITED BY SIZE
                  INTO ALR-TEXTO
               END-STRING
           END-EVALUATE.

           PERFORM 2800-EMITIR-ALERTA
              THRU 2800-F-EMITIR-ALERTA.

       2200-SIGUIENTE.

           PERFORM 1440-LEER-TITNOV
              THRU 1440-F-LEER-TITNOV.

       2200-F-PROCESAR-TITNOV.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 0 0 - P R O C E S A R - B L O Q U E O                *
      *----------------------------------------------------------------*
      *   SOLO LOS BLOQUEOS DADOS DE ALTA EN LA FECHA DE PROCESO. EL   *
      *   BLOQUEO POR CUENTA SE AVISA AL TITULAR; EL BLOQUEO POR       *
      *   DOCUMENTO, AL PROPIO CLIENTE.                                *
      *----------------------------------------------------------------*

       2300-PROCESAR-BLOQUEO.

           MOVE '2300-PROCESAR-BLOQUEO'       TO WS-PARRAFO.

           IF BLQ-FECHA-ALTA IS NOT NUMERIC OR
              BLQ-FECHA-ALTA IS NOT EQUAL TO WS-FECHA-PROCESO-N
              GO TO 2300-SIGUIENTE
           END-IF.

           MOVE SPACES                        TO WS-REG-ALERTA.
           SET ALR-BLOQUEO                    TO TRUE.
           MOVE ZEROS                         TO ALR-IMPORTE.

           EVALUATE TRUE
             WHEN BLQ-POR-CUENTA
               MOVE BLQ-CTA-CUENTA            TO WS-CUENTA-MOVTO
               MOVE BLQ-CTA-TIPO              TO WS-CTA-TIPCUEN
               MOVE WS-CUENTA-BAJA            TO WS-CTA-NROCUEN
               MOVE WS-CUENTA-SUC             TO WS-CTA-SUCUEN

               PERFORM 2600-BUSCAR-TITULAR
                  THRU 2600-F-BUSCAR-TITULAR

               IF TITULAR-INEXISTENTE
                  GO TO 2300-SIGUIENTE
               END-IF

               MOVE WS-CTA-TIPCUEN            TO ALR-TIPCUEN
               MOVE WS-CTA-NROCUEN            TO ALR-NROCUEN
               MOVE WS-CTA-SUCUEN             TO ALR-SUCUEN

               PERFORM 2650-ARMAR-CUENTA-TEXTO
                  THRU 2650-F-ARMAR-CUENTA-TEXTO

               STRING 'SU CUENTA '          DELIMITED BY SIZE
                      WS-CUENTA-TEXTO       DELIMITED BY SIZE
                      ' FUE BLOQUEADA. COMUNIQUESE CON SU SUCURSAL.'
                                            DELIMITED BY SIZE
                  INTO ALR-TEXTO
               END-STRING

             WHEN BLQ-POR-DOCUMENTO
               IF BLQ-NRO-DOC IS NOT NUMERIC
                  GO TO 2300-SIGUIENTE
               END-IF

               MOVE BLQ-TIP-DOC               TO WS-CLI-TIPDOC
               MOVE BLQ-NRO-DOC               TO WS-CLI-NRODOC
               MOVE SPACES                    TO ALR-TIPCUEN
               MOVE ZEROS                     TO ALR-NROCUEN
                                                 ALR-SUCUEN

               STRING 'SUS CUENTAS EN EL BANCO FUERON BLOQUEADAS. '
                                            DELIMITED BY SIZE
                      'COMUNIQUESE CON SU SUCURSAL.'
                                            DELIMITED BY SIZE
                  INTO ALR-TEXTO
               END-STRING

             WHEN OTHER
               GO TO 2300-SIGUIENTE
           END-EVALUATE.

           PERFORM 2700-LEER-PREFERENCIA
              THRU 2700-F-LEER-PREFERENCIA.

           IF CLIENTE-ADHERIDO
              PERFORM 2800-EMITIR-ALERTA
                 THRU 2800-F-EMITIR-ALERTA
           END-IF.

       2300-SIGUIENTE.

           PERFORM 1460-LEER-BLOQUEOS
              THRU 1460-F-LEER-BLOQUEOS.

       2300-F-PROCESAR-BLOQUEO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - B U S C A R - T I T U L A R                  *
      *----------------------------------------------------------------*
      *   DOCUMENTO DEL TITULAR DE LA CUENTA WS-CTA-TIPCUEN / NROCUEN  *
      *   / SUCUEN, EN WS-CLI-TIPDOC / WS-CLI-NRODOC.                  *
      *----------------------------------------------------------------*

       2600-BUSCAR-TITULAR.

           MOVE '2600-BUSCAR-TITULAR'         TO WS-PARRAFO.

           SET TITULAR-INEXISTENTE            TO TRUE.

           EXEC SQL
             SELECT C.TIPDOC,
                    C.NRODOC
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI C
              WHERE A.TIPCUEN = :WS-CTA-TIPCUEN
                AND A.NROCUEN = :WS-CTA-NROCUEN
                AND A.SUCUEN  = :WS-CTA-SUCUEN
                AND C.NROCLI  = A.NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    SET TITULAR-HALLADO       TO TRUE

               WHEN CT-NOT-FOUND
                    ADD 1                 TO CNT-EVENTOS-SIN-TITULAR

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN CONSULTA --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
           END-EVALUATE.

       2600-F-BUSCAR-TITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *      2 6 5 0 - A R M A R - C U E N T A - T E X T O             *
      *----------------------------------------------------------------*

       2650-ARMAR-CUENTA-TEXTO.

           MOVE SPACES                        TO WS-CUENTA-TEXTO.

           STRING WS-CTA-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CTA-NROCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CTA-SUCUEN     DELIMITED BY SIZE
              INTO WS-CUENTA-TEXTO
           END-STRING.

       2650-F-ARMAR-CUENTA-TEXTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 0 0 - L E E R - P R E F E R E N C I A                *
      *----------------------------------------------------------------*
      *   PREFERENCIA DEL CLIENTE WS-CLI-TIPDOC / WS-CLI-NRODOC. SIN   *
      *   REGISTRO O SIN ADHESION NO SE AVISA.                         *
      *----------------------------------------------------------------*

       2700-LEER-PREFERENCIA.

           MOVE '2700-LEER-PREFERENCIA'       TO WS-PARRAFO.

           SET CLIENTE-NO-ADHERIDO            TO TRUE.

           MOVE WS-CLI-TIPDOC                 TO KEY-PREFCLI(1:2).
           MOVE WS-CLI-NRODOC                 TO KEY-PREFCLI(3:11).

           READ PREFCLI INTO REG-PREFCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               IF PRF-ALE-ADHERIDO
                  SET CLIENTE-ADHERIDO        TO TRUE
               END-IF

             WHEN FS-PREFCLI-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CLIENTE-NO-ADHERIDO
              ADD 1                       TO CNT-EVENTOS-SIN-ADHESION
           END-IF.

       2700-F-LEER-PREFERENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - E M I T I R - A L E R T A                   *
      *----------------------------------------------------------------*
      *   COMPLETA EL DESTINO SEGUN EL CANAL ELEGIDO, GRABA EL AVISO   *
      *   PARA LA PASARELA Y LO DEJA EN COMUNLOG.                      *
      *----------------------------------------------------------------*

       2800-EMITIR-ALERTA.

           MOVE '2800-EMITIR-ALERTA'          TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO-N            TO ALR-FECHA.
           MOVE PRF-TIP-DOC                   TO ALR-TIPDOC.
           MOVE PRF-NRO-DOC                   TO ALR-NRODOC.

           IF PRF-ALE-POR-SMS
              SET ALR-POR-SMS                 TO TRUE
              MOVE PRF-TELEFONO               TO ALR-DESTINO
              MOVE CT-VIA-SMS                 TO CLG-VIA
           ELSE
              SET ALR-POR-EMAIL               TO TRUE
              MOVE PRF-EMAIL                  TO ALR-DESTINO
              MOVE CT-VIA-EMAIL               TO CLG-VIA
           END-IF.

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

           ADD 1                              TO CNT-ALERTAS-TOTAL.

           EVALUATE TRUE
             WHEN ALR-DEBITO
               ADD 1                          TO CNT-ALERTAS-DEBITO
             WHEN ALR-CAMBIO-CONTACTO
               ADD 1                          TO CNT-ALERTAS-CONTACTO
             WHEN ALR-ALTA-COTITULAR
               ADD 1                          TO CNT-ALERTAS-COTITULAR
             WHEN ALR-BLOQUEO
               ADD 1                          TO CNT-ALERTAS-BLOQUEO
           END-EVALUATE.

           MOVE CT-TIPO-EMISION-ALERTA        TO CLG-TIPO-EMISION.
           MOVE PRF-TIP-DOC                   TO CLG-TIPDOC.
           MOVE PRF-NRO-DOC                   TO CLG-NRODOC.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

       2800-F-EMITIR-ALERTA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE APLICADO
                 AUDITORIA
                 BLOQUEOS
                 PREFCLI
                 ALERTAS.

           IF TITNOV-DISPONIBLE
              CLOSE TITNOV
           END-IF.

           IF NOT FS-ALERTAS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ALERTAS                 TO AUX-ERR-NOMBRE
              MOVE FS-ALERTAS                 TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI143               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.

           MOVE CNT-APLICADOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS APLICADOS LEIDOS:           '
                                                      WS-MASCARA '   *'.

           MOVE CNT-AUDITORIA-LEIDOS          TO WS-MASCARA.
           DISPLAY '* RENGLONES DE AUDITORIA LEIDOS:          '
                                                      WS-MASCARA '   *'.

           MOVE CNT-TITNOV-LEIDOS             TO WS-MASCARA.
           DISPLAY '* NOVEDADES DE COTITULARIDAD LEIDAS:      '
                                                      WS-MASCARA '   *'.

           MOVE CNT-BLOQUEOS-LEIDOS           TO WS-MASCARA.
           DISPLAY '* BLOQUEOS LEIDOS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALERTAS-DEBITO            TO WS-MASCARA.
           DISPLAY '* ALERTAS DE DEBITO:                      '
                                                      WS-MASCARA '   *'.

           MOVE CNT-ALERTAS-CONTACTO          TO WS-MASCARA.
           DISPLAY '* ALERTAS DE CAMBIO DE CONTACTO:          '
                                                      WS-MASCARA '   *'.

           MOVE CNT-ALERTAS-COTITULAR         TO WS-MASCARA.
           DISPLAY '* ALERTAS DE ALTA DE COTITULAR:           '
                                                      WS-MASCARA '   *'.

           MOVE CNT-ALERTAS-BLOQUEO           TO WS-MASCARA.
           DISPLAY '* ALERTAS DE BLOQUEO:                     '
                                                      WS-MASCARA '   *'.

           MOVE CNT-ALERTAS-TOTAL             TO WS-MASCARA.
           DISPLAY '* TOTAL DE ALERTAS EMITIDAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EVENTOS-SIN-ADHESION      TO WS-MASCARA.
           DISPLAY '* EVENTOS DE CLIENTES NO ADHERIDOS:       '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EVENTOS-SIN-TITULAR       TO WS-MASCARA.
           DISPLAY '* EVENTOS DE CUENTAS SIN TITULAR:         '
                                                      WS-MASCARA '   *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'ALERTAS='       DELIMITED BY SIZE
                  CNT-ALERTAS-TOTAL DELIMITED BY SIZE
                  ' DEB='          DELIMITED BY SIZE
                  CNT-ALERTAS-DEBITO DELIMITED BY SIZE
                  ' CON='          DELIMITED BY SIZE
                  CNT-ALERTAS-CONTACTO DELIMITED BY SIZE
                  ' COT='          DELIMITED BY SIZE
                  CNT-ALERTAS-COTITULAR DELIMITED BY SIZE
                  ' BLQ='          DELIMITED BY SIZE
                  CNT-ALERTAS-BLOQUEO DELIMITED BY SIZE
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
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        8 6 0 0 - G R A B A R - C O M L O G                     *
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

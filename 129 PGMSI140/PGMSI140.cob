      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI140.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RENOVACION MENSUAL DE TARJETAS DE DEBITO POR VENCIMIENTO     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR MES Y RECORRE KC02787.TBCURTAR *
      * CON UN CURSOR FOR UPDATE SOBRE LAS TARJETAS EMITIDAS O ACTIVAS *
      * QUE VENCEN HASTA EL MES SIGUIENTE AL DE PROCESO:               *
      *   - LA QUE YA VENCIO ( VENCIMIENTO ANTERIOR AL MES DE PROCESO, *
      *     NO SE LA RENOVO A TIEMPO ) PASA A ESTADO 'V' VENCIDA.      *
      *   - LA ACTIVA QUE VENCE ESTE MES O EL SIGUIENTE SE RENUEVA SI  *
      *     EL CLIENTE SIGUE ACTIVO EN TBCURCLI, NI EL DOCUMENTO NI LA *
      *     CUENTA TIENEN BLOQUEO LEGAL ( RUTINA COMUN LEGHLDLE ) Y EL *
      *     DOMICILIO DE CONTACTO ES VALIDO: SE CORRE EL VENCIMIENTO   *
      *     CINCO ANIOS, SE MARCA LA FECHA DE RENOVACION Y SE GRABA EL *
      *     REGISTRO DE EMBOZADO 'R' ( MISMO NUMERO DE TARJETA ) PARA  *
      *     EL PROVEEDOR DE PLASTICOS.                                 *
      *   - LA QUE NO PASA LOS CONTROLES, O LA EMITIDA QUE NUNCA SE    *
      *     ACTIVO, NO SE RENUEVA: SE INFORMA EN REPRENOV CON EL       *
      *     MOTIVO PARA LA SUCURSAL, SE REINTENTA EN LA CORRIDA DEL    *
      *     MES SIGUIENTE Y, SI SIGUE SIN RENOVAR, QUEDA VENCIDA.      *
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

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT EMBOZO ASSIGN TO EMBOZO
                                    FILE STATUS IS FS-EMBOZO.

           SELECT REPRENOV ASSIGN TO REPRENOV
                                    FILE STATUS IS FS-REPRENOV.

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
      *   BLOQUEOS LEGALES POR DOCUMENTO Y POR CUENTA ( BLOQMAES ).    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      *----------------------------------------------------------------*
      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )
      *----------------------------------------------------------------*

       FD   CONTACTO.
       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      *   ARCHIVO DE EMBOZADO PARA EL PROVEEDOR DE PLASTICOS.          *
      *----------------------------------------------------------------*

       FD   EMBOZO
            RECORDING MODE IS F.
       01   REG-EMBOZO                                      PIC X(150).

      *----------------------------------------------------------------*
      *   LISTADO DE TARJETAS VENCIDAS Y NO RENOVADAS CON SU MOTIVO.   *
      *----------------------------------------------------------------*

       FD   REPRENOV
            RECORDING MODE IS F.
       01   REG-REPRENOV                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI140'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-UPDATE                     PIC X(08)  VALUE 'UPDATE  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-EMBOZO                     PIC X(08)  VALUE 'EMBOZO  '.
           02 CT-REPRENOV                   PIC X(08)  VALUE 'REPRENOV'.
           02 CT-TBCURTAR                   PIC X(08)  VALUE 'TBCURTAR'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   VIGENCIA DEL PLASTICO RENOVADO, EN ANIOS ( LA MISMA DE LA    *
      *   EMISION DE PGMSI139 ).                                       *
      *----------------------------------------------------------------*

           02 CT-ANIOS-VIGENCIA             PIC 9(02)  VALUE 5.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30).
           02 WS-MES-PROCESO                PIC 9(06).
           02 WS-MES-SIGUIENTE              PIC 9(06).

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   VENCIMIENTO DE LA TARJETA EN PROCESO ( AAAAMM )              *
      *----------------------------------------------------------------*

       01 WS-VENCIMIENTO.
           02 WS-VTO-ANIO                   PIC 9(04).
           02 WS-VTO-MES                    PIC 9(02).
       01 WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO
                                            PIC 9(06).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CLIENTE EN TBCURCLI                       *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-ESTADO                  PIC X(01).

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
           02 CNT-TARJETAS-LEIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-TARJETAS-RENOVADAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-TARJETAS-NO-RENOVADAS     PIC 9(05)  VALUE ZEROS.
           02 CNT-TARJETAS-VENCIDAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-EMBOZO                     PIC X(02).
              88 FS-EMBOZO-OK                          VALUE '00'.

           02 FS-REPRENOV                   PIC X(02).
              88 FS-REPRENOV-OK                        VALUE '00'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPCURTAR.

           COPY CPTARDEB.

           COPY CPCONTAC.

           COPY CPLEGHLD.

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
             INCLUDE TBCURTAR
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   TARJETAS EMITIDAS O ACTIVAS QUE VENCEN HASTA EL MES          *
      *   SIGUIENTE AL DE PROCESO. LAS BLOQUEADAS NO SE RENUEVAN NI    *
      *   SE MARCAN VENCIDAS: CONSERVAN EL MOTIVO DEL BLOQUEO.         *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE TAR_CURSOR CURSOR FOR
               SELECT NROTAR,
                      TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      TIPDOC,
                      NRODOC,
                      NOMEMB,
                      FECVTO,
                      ESTADO
                FROM KC02787.TBCURTAR
               WHERE ESTADO IN ('E', 'A')
                 AND FECVTO <= :WS-MES-SIGUIENTE
                 FOR UPDATE OF ESTADO, FECEST, FECVTO, FECREN
           END-EXEC.

           COPY CPFECPRO.

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

      *    MES DE PROCESO Y MES SIGUIENTE EN FORMATO AAAAMM, EL MISMO
      *    DEL VENCIMIENTO DE LA TARJETA.
           COMPUTE WS-MES-PROCESO = WS-FPR-ANIO * 100 + WS-FPR-MES.

           IF WS-FPR-MES IS EQUAL TO 12
              COMPUTE WS-MES-SIGUIENTE = (WS-FPR-ANIO + 1) * 100 + 1
           ELSE
              COMPUTE WS-MES-SIGUIENTE = WS-MES-PROCESO + 1
           END-IF.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

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

           OPEN INPUT   CONTACTO
                OUTPUT  EMBOZO
                        REPRENOV.

           IF NOT FS-CONTACTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EMBOZO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EMBOZO                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBOZO                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPRENOV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPRENOV                TO AUX-ERR-NOMBRE
              MOVE FS-REPRENOV                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN TAR_CURSOR
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
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           EVALUATE TRUE
             WHEN WS-TAR-FECVTO IS LESS THAN WS-MES-PROCESO
               PERFORM 2200-MARCAR-VENCIDA
                  THRU 2200-F-MARCAR-VENCIDA

             WHEN WS-TAR-ESTADO IS EQUAL TO 'E'
               MOVE 'EMITIDA Y NUNCA ACTIVADA'  TO WS-MOTIVO

               PERFORM 2700-INFORMAR-NO-RENOVADA
                  THRU 2700-F-INFORMAR-NO-RENOVADA

             WHEN OTHER
               PERFORM 2300-VALIDAR-RENOVACION
                  THRU 2300-F-VALIDAR-RENOVACION

               IF WS-MOTIVO IS EQUAL TO SPACES
                  PERFORM 2400-RENOVAR-TARJETA
                     THRU 2400-F-RENOVAR-TARJETA
               ELSE
                  PERFORM 2700-INFORMAR-NO-RENOVADA
                     THRU 2700-F-INFORMAR-NO-RENOVADA
               END-IF
           END-EVALUATE.

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
              FETCH  TAR_CURSOR
                     INTO
                        :DCLTBCURTAR.WS-TAR-NROTAR,
                        :DCLTBCURTAR.WS-TAR-TIPCUEN,
                        :DCLTBCURTAR.WS-TAR-NROCUEN,
                        :DCLTBCURTAR.WS-TAR-SUCUEN,
                        :DCLTBCURTAR.WS-TAR-TIPDOC,
                        :DCLTBCURTAR.WS-TAR-NRODOC,
                        :DCLTBCURTAR.WS-TAR-NOMEMB,
                        :DCLTBCURTAR.WS-TAR-FECVTO,
                        :DCLTBCURTAR.WS-TAR-ESTADO
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-TARJETAS-LEIDAS

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
      *            2 2 0 0 - M A R C A R - V E N C I D A               *
      *----------------------------------------------------------------*
      *   EL PLASTICO YA NO SIRVE: LA TARJETA PASA A 'V' Y SALE EN EL  *
      *   LISTADO PARA QUE LA SUCURSAL OFREZCA UNA EMISION NUEVA.      *
      *----------------------------------------------------------------*

       2200-MARCAR-VENCIDA.

           MOVE '2200-MARCAR-VENCIDA'         TO WS-PARRAFO.

           MOVE 'V'                           TO WS-TAR-ESTADO.
           MOVE WS-FECHA-PROCESO-N            TO WS-TAR-FECEST.

           EXEC SQL
              UPDATE KC02787.TBCURTAR
                 SET ESTADO = :DCLTBCURTAR.WS-TAR-ESTADO,
                     FECEST = :DCLTBCURTAR.WS-TAR-FECEST
               WHERE CURRENT OF TAR_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-UPDATE            TO AUX-ERR-ACCION
              MOVE CT-TBCURTAR          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-TARJETAS-VENCIDAS.

           MOVE WS-TAR-FECVTO                 TO WS-VENCIMIENTO-N.

           STRING 'VENCIDA      '  DELIMITED BY SIZE
                  WS-TAR-NROTAR    DELIMITED BY SIZE
                  ' CTA '          DELIMITED BY SIZE
                  WS-TAR-TIPCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-TAR-NROCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-TAR-SUCUEN    DELIMITED BY SIZE
                  ' VTO '          DELIMITED BY SIZE
                  WS-VTO-MES       DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WS-VTO-ANIO      DELIMITED BY SIZE
              INTO REG-REPRENOV
           END-STRING.

           PERFORM 2850-GRABAR-LINEA
              THRU 2850-F-GRABAR-LINEA.

       2200-F-MARCAR-VENCIDA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 0 0 - V A L I D A R - R E N O V A C I O N             *
      *----------------------------------------------------------------*
      *   LOS MISMOS CONTROLES DEL CLIENTE QUE EN LA EMISION: ACTIVO   *
      *   EN TBCURCLI, SIN BLOQUEO LEGAL Y CON DOMICILIO VALIDO PARA   *
      *   LA ENTREGA DEL PLASTICO NUEVO.                               *
      *----------------------------------------------------------------*

       2300-VALIDAR-RENOVACION.

           MOVE '2300-VALIDAR-RENOVACION'     TO WS-PARRAFO.

           MOVE WS-TAR-TIPDOC                 TO WS-TB-TIPDOC.
           MOVE WS-TAR-NRODOC                 TO WS-TB-NRODOC.

           EXEC SQL
             SELECT ESTADO
               INTO :WS-TB-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-TB-ESTADO IS EQUAL TO 'B'
                  MOVE 'CLIENTE DADO DE BAJA'  TO WS-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CLIENTE INEXISTENTE EN TBCURCLI' TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2300-F-VALIDAR-RENOVACION
           END-IF.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-TAR-TIPDOC                 TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE WS-TAR-NRODOC                 TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'CLIENTE CON BLOQUEO LEGAL'  TO WS-MOTIVO
              GO TO 2300-F-VALIDAR-RENOVACION
           END-IF.

           MOVE 'C'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-TAR-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO.
           COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                   WS-TAR-SUCUEN * 1000000 + WS-TAR-NROCUEN.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'CUENTA CON BLOQUEO LEGAL'   TO WS-MOTIVO
              GO TO 2300-F-VALIDAR-RENOVACION
           END-IF.

           MOVE WS-TAR-TIPDOC                 TO CTT-TIP-DOC.
           MOVE WS-TAR-NRODOC                 TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK AND CTT-DOMICILIO-INVALIDO
               MOVE 'DOMICILIO INVALIDADO'    TO WS-MOTIVO

             WHEN FS-CONTACTO-OK AND
                 (CTT-CALLE  IS EQUAL TO SPACES OR
                  CTT-CODPOS IS EQUAL TO SPACES)
               MOVE 'DOMICILIO INCOMPLETO'    TO WS-MOTIVO

             WHEN FS-CONTACTO-OK
               CONTINUE

             WHEN FS-CONTACTO-NOTFND
               MOVE 'SIN DOMICILIO EN CONTACTO' TO WS-MOTIVO

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2300-F-VALIDAR-RENOVACION.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 0 0 - R E N O V A R - T A R J E T A              *
      *----------------------------------------------------------------*
      *   CORRE EL VENCIMIENTO LA VIGENCIA COMPLETA SOBRE EL ANTERIOR  *
      *   ( EL CLIENTE NO PIERDE MESES ), CONSERVA EL NUMERO Y EL      *
      *   ESTADO ACTIVO Y PIDE EL PLASTICO NUEVO AL PROVEEDOR.         *
      *----------------------------------------------------------------*

       2400-RENOVAR-TARJETA.

           MOVE '2400-RENOVAR-TARJETA'        TO WS-PARRAFO.

           MOVE WS-TAR-FECVTO                 TO WS-VENCIMIENTO-N.
           ADD CT-ANIOS-VIGENCIA              TO WS-VTO-ANIO.
           MOVE WS-VENCIMIENTO-N              TO WS-TAR-FECVTO.
           MOVE WS-FECHA-PROCESO-N            TO WS-TAR-FECREN.

           EXEC SQL
              UPDATE KC02787.TBCURTAR
                 SET FECVTO = :DCLTBCURTAR.WS-TAR-FECVTO,
                     FECREN = :DCLTBCURTAR.WS-TAR-FECREN
               WHERE CURRENT OF TAR_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-UPDATE            TO AUX-ERR-ACCION
              MOVE CT-TBCURTAR          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-TARJETAS-RENOVADAS.

           MOVE SPACES                        TO WS-REG-EMBOZO.
           SET EMB-RENOVACION                 TO TRUE.
           MOVE WS-TAR-NROTAR                 TO EMB-NROTAR.
           MOVE WS-TAR-NOMEMB                 TO EMB-NOMEMB.
           MOVE WS-VTO-MES                    TO EMB-VTO-MES.
           MOVE '/'                           TO EMB-VTO-BARRA.
           MOVE WS-VTO-ANIO                   TO EMB-VTO-ANIO.
           MOVE WS-TAR-TIPDOC                 TO EMB-TIPDOC.
           MOVE WS-TAR-NRODOC                 TO EMB-NRODOC.
           MOVE CTT-CALLE                     TO EMB-CALLE.
           MOVE CTT-CODPOS                    TO EMB-CODPOS.
           MOVE CTT-LOCALIDAD                 TO EMB-LOCALIDAD.
           MOVE WS-TAR-SUCUEN                 TO EMB-SUCUEN.
           MOVE WS-FECHA-PROCESO-N            TO EMB-FECPROC.

           WRITE REG-EMBOZO FROM WS-REG-EMBOZO.

           IF NOT FS-EMBOZO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EMBOZO                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBOZO                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2400-F-RENOVAR-TARJETA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 0 0 - I N F O R M A R - N O - R E N O V A D A          *
      *----------------------------------------------------------------*

       2700-INFORMAR-NO-RENOVADA.

           MOVE '2700-INFORMAR-NO-RENOVADA'   TO WS-PARRAFO.

           ADD 1                           TO CNT-TARJETAS-NO-RENOVADAS.

           STRING 'NO RENOVADA  '  DELIMITED BY SIZE
                  WS-TAR-NROTAR    DELIMITED BY SIZE
                  ' CTA '          DELIMITED BY SIZE
                  WS-TAR-TIPCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-TAR-NROCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-TAR-SUCUEN    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-MOTIVO        DELIMITED BY SIZE
              INTO REG-REPRENOV
           END-STRING.

           PERFORM 2850-GRABAR-LINEA
              THRU 2850-F-GRABAR-LINEA.

       2700-F-INFORMAR-NO-RENOVADA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 8 5 0 - G R A B A R - L I N E A                 *
      *----------------------------------------------------------------*

       2850-GRABAR-LINEA.

           MOVE '2850-GRABAR-LINEA'           TO WS-PARRAFO.

           WRITE REG-REPRENOV.

           IF NOT FS-REPRENOV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPRENOV                TO AUX-ERR-NOMBRE
              MOVE FS-REPRENOV                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-REPRENOV.

       2850-F-GRABAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           EXEC SQL
              CLOSE TAR_CURSOR
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

           CLOSE CONTACTO
                 EMBOZO
                 REPRENOV.

           IF NOT FS-EMBOZO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EMBOZO                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBOZO                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPRENOV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPRENOV                TO AUX-ERR-NOMBRE
              MOVE FS-REPRENOV                TO AUX-ERR-STATUS
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

           MOVE CNT-TARJETAS-LEIDAS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI140               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TARJETAS POR VENCER LEIDAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TARJETAS-RENOVADAS        TO WS-MASCARA.
           DISPLAY '* TARJETAS RENOVADAS ( EMBOZO ):          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TARJETAS-NO-RENOVADAS     TO WS-MASCARA.
           DISPLAY '* TARJETAS NO RENOVADAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TARJETAS-VENCIDAS         TO WS-MASCARA.
           DISPLAY '* TARJETAS MARCADAS VENCIDAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TARJETAS-LEIDAS DELIMITED BY SIZE
                  ' RENOVADAS='    DELIMITED BY SIZE
                  CNT-TARJETAS-RENOVADAS DELIMITED BY SIZE
                  ' NO-RENOVADAS=' DELIMITED BY SIZE
                  CNT-TARJETAS-NO-RENOVADAS DELIMITED BY SIZE
                  ' VENCIDAS='     DELIMITED BY SIZE
                  CNT-TARJETAS-VENCIDAS DELIMITED BY SIZE
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
      *          1 8 9 0 - B L O Q U E O S - L E G A L E S             *
      *----------------------------------------------------------------*

           COPY LEGHLDLE.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI141.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   APLICACION DIARIA DE NOVEDADES DE TARJETAS DE DEBITO DEL     *
      *   CENTRO DE ATENCION TELEFONICA                                *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA APLICA SOBRE KC02787.TBCURTAR LAS NOVEDADES QUE  *
      * EL CENTRO DE ATENCION TOMA POR TELEFONO DURANTE EL DIA         *
      * ( ARCHIVO NOVTAR ):                                            *
      *   - 'A' ACTIVACION: SOLO UNA TARJETA EMITIDA PASA A ACTIVA.    *
      *   - 'P' DENUNCIA DE PERDIDA Y 'R' DENUNCIA DE ROBO: UNA        *
      *     TARJETA EMITIDA O ACTIVA PASA A BLOQUEADA CON ESE MOTIVO.  *
      *     EL BLOQUEO ES DEFINITIVO: EL CLIENTE PIDE UNA TARJETA      *
      *     NUEVA POR SUCURSAL ( PGMSI139 ).                           *
      *   - EL DOCUMENTO DE QUIEN LLAMA DEBE SER EL DE LA TARJETA.     *
      *   - EL CAMBIO DE ESTADO SE HACE CONDICIONADO AL ESTADO LEIDO,  *
      *     CON LA FECHA DE LA LLAMADA COMO FECHA DE ESTADO.           *
      *   - LAS NOVEDADES QUE NO PUEDEN APLICARSE SE COPIAN AL ARCHIVO *
      *     RECHNTA CON EL MOTIVO AGREGADO AL FINAL DEL REGISTRO.      *
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

           SELECT NOVTAR ASSIGN TO NOVTAR
                                    FILE STATUS IS FS-NOVTAR.

           SELECT RECHNTA ASSIGN TO RECHNTA
                                    FILE STATUS IS FS-RECHNTA.

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
      *   NOVEDADES DE TARJETAS DEL CENTRO DE ATENCION TELEFONICA.     *
      *----------------------------------------------------------------*

       FD   NOVTAR
            RECORDING MODE IS F.
       01   REG-NOVTAR                                      PIC X(80).

      *----------------------------------------------------------------*
      *   NOVEDADES RECHAZADAS: REGISTRO ORIGINAL MAS EL MOTIVO.       *
      *----------------------------------------------------------------*

       FD   RECHNTA
            RECORDING MODE IS F.
       01   REG-RECHNTA                                     PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI141'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-UPDATE                     PIC X(08)  VALUE 'UPDATE  '.
           02 CT-NOVTAR                     PIC X(08)  VALUE 'NOVTAR  '.
           02 CT-RECHNTA                    PIC X(08)  VALUE 'RECHNTA '.
           02 CT-TBCURTAR                   PIC X(08)  VALUE 'TBCURTAR'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30).
           02 WS-ESTADO-ANTERIOR            PIC X(01).

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

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
           02 CNT-NOVEDADES-LEIDAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-ACTIVADAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-BLOQUEADAS-PERDIDA        PIC 9(05)  VALUE ZEROS.
           02 CNT-BLOQUEADAS-ROBO           PIC 9(05)  VALUE ZEROS.
           02 CNT-NOVEDADES-RECHAZADAS      PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-NOVTAR                     PIC X(02).
              88 FS-NOVTAR-OK                          VALUE '00'.
              88 FS-NOVTAR-EOF                         VALUE '10'.

           02 FS-RECHNTA                    PIC X(02).
              88 FS-RECHNTA-OK                         VALUE '00'.

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

           COPY CPCURTAR.

           COPY CPTARDEB.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF FS-NOVTAR-OK
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL FS-NOVTAR-EOF
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

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-NOVTAR
              THRU 1400-F-LEER-NOVTAR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   NOVTAR
                OUTPUT  RECHNTA.

           IF NOT FS-NOVTAR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-NOVTAR                  TO AUX-ERR-NOMBRE
              MOVE FS-NOVTAR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHNTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECHNTA                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHNTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - N O V T A R                      *
      *----------------------------------------------------------------*

       1400-LEER-NOVTAR.

           MOVE '1400-LEER-NOVTAR'            TO WS-PARRAFO.

           READ NOVTAR INTO WS-REG-NOVTAR.

           EVALUATE TRUE
               WHEN FS-NOVTAR-OK
                    ADD 1                     TO CNT-NOVEDADES-LEIDAS

               WHEN FS-NOVTAR-EOF
                    SET FS-NOVTAR-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-NOVTAR            TO AUX-ERR-NOMBRE
                    MOVE FS-NOVTAR            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-NOVTAR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2100-VALIDAR-NOVEDAD
              THRU 2100-F-VALIDAR-NOVEDAD.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2300-CAMBIAR-ESTADO
                 THRU 2300-F-CAMBIAR-ESTADO
           END-IF.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              PERFORM 2700-RECHAZAR-NOVEDAD
                 THRU 2700-F-RECHAZAR-NOVEDAD
           END-IF.

           PERFORM 1400-LEER-NOVTAR
              THRU 1400-F-LEER-NOVTAR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 0 0 - V A L I D A R - N O V E D A D                *
      *----------------------------------------------------------------*
      *   CONTROLA EL REGISTRO, BUSCA LA TARJETA, CONFIRMA QUE QUIEN   *
      *   LLAMA SEA SU TITULAR Y QUE EL ESTADO ACTUAL ADMITA EL        *
      *   CAMBIO PEDIDO.                                               *
      *----------------------------------------------------------------*

       2100-VALIDAR-NOVEDAD.

           MOVE '2100-VALIDAR-NOVEDAD'        TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN NTA-NROTAR IS NOT NUMERIC
               MOVE 'NUMERO DE TARJETA INVALIDO' TO WS-MOTIVO

             WHEN NOT NTA-ACTIVACION AND
                  NOT NTA-PERDIDA    AND
                  NOT NTA-ROBO
               MOVE 'CODIGO DE NOVEDAD INVALIDO' TO WS-MOTIVO

             WHEN NTA-FECHA IS NOT NUMERIC OR
                  NTA-FECHA IS EQUAL TO ZEROS
               MOVE 'FECHA DE LA LLAMADA INVALIDA' TO WS-MOTIVO

             WHEN NTA-NRODOC IS NOT NUMERIC OR
                  NTA-TIPDOC IS EQUAL TO SPACES
               MOVE 'DOCUMENTO INVALIDO'      TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-F-VALIDAR-NOVEDAD
           END-IF.

           MOVE NTA-NROTAR                    TO WS-TAR-NROTAR.

           EXEC SQL
             SELECT TIPDOC, NRODOC, ESTADO
               INTO :WS-TAR-TIPDOC,
                    :WS-TAR-NRODOC,
                    :WS-TAR-ESTADO
               FROM KC02787.TBCURTAR
              WHERE NROTAR = :WS-TAR-NROTAR
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'TARJETA INEXISTENTE'     TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-F-VALIDAR-NOVEDAD
           END-IF.

           MOVE WS-TAR-ESTADO                 TO WS-ESTADO-ANTERIOR.

           EVALUATE TRUE
             WHEN NTA-TIPDOC IS NOT EQUAL TO WS-TAR-TIPDOC OR
                  NTA-NRODOC IS NOT EQUAL TO WS-TAR-NRODOC
               MOVE 'DOCUMENTO NO ES DEL TITULAR'  TO WS-MOTIVO

             WHEN NTA-ACTIVACION AND WS-ESTADO-ANTERIOR = 'A'
               MOVE 'TARJETA YA ACTIVA'       TO WS-MOTIVO

             WHEN NTA-ACTIVACION AND WS-ESTADO-ANTERIOR NOT = 'E'
               MOVE 'ESTADO NO ADMITE ACTIVACION' TO WS-MOTIVO

             WHEN (WS-ESTADO-ANTERIOR = 'P' OR
                   WS-ESTADO-ANTERIOR = 'R')
               MOVE 'TARJETA YA BLOQUEADA'    TO WS-MOTIVO

             WHEN WS-ESTADO-ANTERIOR = 'V' OR
                  WS-ESTADO-ANTERIOR = 'C'
               MOVE 'TARJETA VENCIDA O CANCELADA' TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2100-F-VALIDAR-NOVEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - C A M B I A R - E S T A D O                 *
      *----------------------------------------------------------------*
      *   EL UPDATE REPITE EL ESTADO LEIDO EN LA CONDICION: SI OTRA    *
      *   NOVEDAD DE LA MISMA TARJETA LO CAMBIO ANTES, NO SE PISA Y LA *
      *   NOVEDAD SE RECHAZA.                                          *
      *----------------------------------------------------------------*

       2300-CAMBIAR-ESTADO.

           MOVE '2300-CAMBIAR-ESTADO'         TO WS-PARRAFO.

           MOVE NTA-CODIGO                    TO WS-TAR-ESTADO.
           MOVE NTA-FECHA                     TO WS-TAR-FECEST.

           EXEC SQL
             UPDATE KC02787.TBCURTAR
                SET ESTADO = :WS-TAR-ESTADO,
                    FECEST = :WS-TAR-FECEST
              WHERE NROTAR = :WS-TAR-NROTAR
                AND ESTADO = :WS-ESTADO-ANTERIOR
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'ESTADO CAMBIADO POR OTRA NOVEDAD' TO WS-MOTIVO
               GO TO 2300-F-CAMBIAR-ESTADO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT

               MOVE CT-UPDATE                 TO AUX-ERR-ACCION
               MOVE CT-TBCURTAR               TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT           TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           EVALUATE TRUE
             WHEN NTA-ACTIVACION
               ADD 1                          TO CNT-ACTIVADAS

             WHEN NTA-PERDIDA
               ADD 1                          TO CNT-BLOQUEADAS-PERDIDA

             WHEN NTA-ROBO
               ADD 1                          TO CNT-BLOQUEADAS-ROBO
           END-EVALUATE.

       2300-F-CAMBIAR-ESTADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - R E C H A Z A R - N O V E D A D               *
      *----------------------------------------------------------------*

       2700-RECHAZAR-NOVEDAD.

           MOVE '2700-RECHAZAR-NOVEDAD'       TO WS-PARRAFO.

           ADD 1                          TO CNT-NOVEDADES-RECHAZADAS.

           MOVE SPACES                        TO REG-RECHNTA.

           STRING WS-REG-NOVTAR       DELIMITED BY SIZE
                  WS-MOTIVO           DELIMITED BY SIZE
              INTO REG-RECHNTA
           END-STRING.

           WRITE REG-RECHNTA.

           IF NOT FS-RECHNTA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHNTA                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHNTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2700-F-RECHAZAR-NOVEDAD.
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

           CLOSE NOVTAR
                 RECHNTA.

           IF NOT FS-RECHNTA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECHNTA                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHNTA                 TO AUX-ERR-STATUS
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

           MOVE CNT-NOVEDADES-LEIDAS          TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI141               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* NOVEDADES LEIDAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACTIVADAS                 TO WS-MASCARA.
           DISPLAY '* TARJETAS ACTIVADAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEADAS-PERDIDA        TO WS-MASCARA.
           DISPLAY '* BLOQUEADAS POR PERDIDA:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEADAS-ROBO           TO WS-MASCARA.
           DISPLAY '* BLOQUEADAS POR ROBO:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOVEDADES-RECHAZADAS      TO WS-MASCARA.
           DISPLAY '* NOVEDADES RECHAZADAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-NOVEDADES-LEIDAS DELIMITED BY SIZE
                  ' ACTIVADAS='    DELIMITED BY SIZE
                  CNT-ACTIVADAS    DELIMITED BY SIZE
                  ' PERDIDA='      DELIMITED BY SIZE
                  CNT-BLOQUEADAS-PERDIDA DELIMITED BY SIZE
                  ' ROBO='         DELIMITED BY SIZE
                  CNT-BLOQUEADAS-ROBO DELIMITED BY SIZE
                  ' RECHAZADAS='   DELIMITED BY SIZE
                  CNT-NOVEDADES-RECHAZADAS DELIMITED BY SIZE
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

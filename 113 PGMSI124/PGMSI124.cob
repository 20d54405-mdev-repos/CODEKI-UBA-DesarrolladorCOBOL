      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI124.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO DEL KSDS VINCUL ( PARTES VINCULADAS )          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CARGA Y MANTIENE EL ARCHIVO VSAM VINCUL, EL      *
      * REGISTRO DE PARTES VINCULADAS QUE EXIGE EL REGULADOR           *
      * ( DIRECTORES, EMPLEADOS Y SUS FAMILIARES, COPY CPVINCUL,       *
      * CLAVEADO COMO EL KSDS CLIENTES: TIPO + NRO DE DOCUMENTO ), EN  *
      * REEMPLAZO DE LA PLANILLA ANUAL DE RECURSOS HUMANOS:            *
      *   - LEE EL ARCHIVO TRANVIN DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ALTA / 'B' BAJA / 'M' MODIFICACION ) SEGUIDA  *
      *     DEL REGISTRO COMPLETO EN EL LAYOUT DE COPY CPVINCUL.       *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR EL ARCHIVO:      *
      *     TIPO DE DOCUMENTO CONTRA LA TABLA DE CODIGOS ( CODREF ),   *
      *     NRO DE DOCUMENTO NUMERICO Y DISTINTO DE CERO, TIPO DE      *
      *     RELACION ( 'DI' DIRECTOR, 'EM' EMPLEADO, 'FD' FAMILIAR DE  *
      *     DIRECTOR, 'FE' FAMILIAR DE EMPLEADO ), LEGAJO Y NOMBRE     *
      *     OBLIGATORIOS, FECHA DESDE VALIDA Y FECHA HASTA EN CEROS    *
      *     ( VIGENTE ) O VALIDA Y NO ANTERIOR A LA FECHA DESDE        *
      *     ( SALVO EN LA BAJA, QUE SOLO NECESITA LA CLAVE ).          *
      *   - EL FIN DE UNA VINCULACION SE INFORMA COMO MODIFICACION CON *
      *     FECHA HASTA, ASI EL INFORME DEL MES LA SIGUE MOSTRANDO; LA *
      *     BAJA FISICA QUEDA PARA LAS ALTAS CARGADAS POR ERROR.       *
      *   - LAS VALIDAS SE APLICAN CON WRITE / DELETE / REWRITE; TODA  *
      *     TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN EL   *
      *     ARCHIVO DE AUDITORIA CON EL RESULTADO.                     *
      * EL INFORME MENSUAL DE VINCULADOS ( PGMSI125 ) SE ARMA DESDE    *
      * ESTE ARCHIVO.                                                  *
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

           SELECT VINCUL    ASSIGN TO VINCUL
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CLAVE
                            FILE STATUS IS FS-VINCUL.

           SELECT TRANVIN   ASSIGN TO TRANVIN
                            FILE STATUS IS FS-TRANVIN.

           SELECT AUDITORIA ASSIGN TO AUDITORI
                            FILE STATUS IS FS-AUDITORIA.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

           SELECT BATCHTOT  ASSIGN TO BATCHTOT
                            FILE STATUS IS FS-BATCHTOT.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      * VINCUL ( ARCHIVO VSAM )

       FD   VINCUL.

       01 REG-VINCUL.
          03 KEY-CLAVE    PIC X(13).
          03 FILLER       PIC X(87).

       FD   TRANVIN
            RECORDING MODE IS F.
       01   REG-TRANVIN                                     PIC X(110).

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

      *----------------------------------------------------------------*
      *   ARCHIVO DE CODIGOS DE REFERENCIA ( DOMINIOS TIPDOC, TIPCUEN, *
      *   SEXO, ESTCIV, PAIS ), COMPARTIDO POR LA SUITE (COPY CODMAES).*
      *----------------------------------------------------------------*

           COPY CODMAES.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI124'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-VINCUL                     PIC X(08)  VALUE 'VINCUL  '.
           02 CT-TRANVIN                    PIC X(08)  VALUE 'TRANVIN '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RESULTADO                  PIC X(10)  VALUE SPACES.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE CPVINCUL.      *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
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
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-VINCUL                     PIC X(02).
              88 FS-VINCUL-OK                          VALUE '00'.
              88 FS-VINCUL-NOTFND                      VALUE '23'.
              88 FS-VINCUL-DUPLICADO                   VALUE '22'.

           02 FS-TRANVIN                    PIC X(02).
              88 FS-TRANVIN-OK                         VALUE '00'.
              88 FS-TRANVIN-EOF                        VALUE '10'.

           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPVINCUL.

           COPY CPCODREF.


           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-TRANVIN-EOF.

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
           MOVE 'S'                           TO WS-TRX-VALIDA-SW.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1880-CARGAR-CODIGOS
              THRU 1880-F-CARGAR-CODIGOS.

           PERFORM 1400-LEER-TRANVIN
              THRU 1400-F-LEER-TRANVIN.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     VINCUL.
           OPEN INPUT   TRANVIN
                OUTPUT  AUDITORIA.

           IF NOT FS-VINCUL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-VINCUL                  TO AUX-ERR-NOMBRE
              MOVE FS-VINCUL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANVIN-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANVIN                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANVIN                 TO AUX-ERR-STATUS
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

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R A N R F I                    *
      *----------------------------------------------------------------*

       1400-LEER-TRANVIN.

           MOVE '1400-LEER-TRANVIN'           TO WS-PARRAFO.

           READ TRANVIN INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-TRANVIN-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-TRANVIN-EOF
                    SET FS-TRANVIN-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANVIN           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANVIN           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRANVIN.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO REG-VINCUL-TRAB.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2200-VALIDAR-TRX
              THRU 2200-F-VALIDAR-TRX.

           IF TRX-VALIDA
              EVALUATE TRUE
                WHEN TRX-ALTA
                  PERFORM 2300-APLICAR-ALTA
                     THRU 2300-F-APLICAR-ALTA

                WHEN TRX-BAJA
                  PERFORM 2400-APLICAR-BAJA
                     THRU 2400-F-APLICAR-BAJA

                WHEN TRX-MODIF
                  PERFORM 2500-APLICAR-MODIF
                     THRU 2500-F-APLICAR-MODIF

                WHEN OTHER
                  MOVE 'ACCION DESCONOCIDA'   TO WS-MOTIVO
                  PERFORM 2700-RECHAZAR-TRX
                     THRU 2700-F-RECHAZAR-TRX
              END-EVALUATE
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-TRANVIN
              THRU 1400-F-LEER-TRANVIN.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   TIPO DE DOCUMENTO VALIDO SEGUN LA TABLA DE CODIGOS Y NRO DE  *
      *   DOCUMENTO NUMERICO Y DISTINTO DE CERO. SALVO EN LA BAJA,     *
      *   QUE SOLO NECESITA LA CLAVE: TIPO DE RELACION CONOCIDO,       *
      *   LEGAJO Y NOMBRE CARGADOS, FECHA DESDE CON MES Y DIA          *
      *   POSIBLES Y FECHA HASTA EN CEROS O POSIBLE Y NO ANTERIOR A LA *
      *   FECHA DESDE.                                                 *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           MOVE 'TIPDOC'                      TO WS-CODREF-DOMINIO.
           MOVE VIN-TIP-DOC                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
           END-IF.

           IF TRX-VALIDA
              IF VIN-NRO-DOC IS NOT NUMERIC OR
                 VIN-NRO-DOC IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF NOT VIN-RELACION-VALIDA
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO DE RELACION INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF VIN-LEGAJO IS EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'LEGAJO EN BLANCO'      TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF VIN-NOMAPE IS EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NOMBRE EN BLANCO'      TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF VIN-FECHA-DESDE IS NOT NUMERIC OR
                 VIN-DESDE-MES   IS LESS THAN 1 OR
                 VIN-DESDE-MES   IS GREATER THAN 12 OR
                 VIN-DESDE-DIA   IS LESS THAN 1 OR
                 VIN-DESDE-DIA   IS GREATER THAN 31
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'FECHA DESDE INVALIDA'  TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF VIN-FECHA-HASTA IS NOT NUMERIC
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'FECHA HASTA INVALIDA'  TO WS-MOTIVO
              ELSE
                 IF VIN-FECHA-HASTA IS NOT EQUAL TO ZEROS
                    PERFORM 2250-VALIDAR-FECHA-HASTA
                       THRU 2250-F-VALIDAR-FECHA-HASTA
                 END-IF
              END-IF
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 5 0 - V A L I D A R - F E C H A - H A S T A            *
      *----------------------------------------------------------------*

       2250-VALIDAR-FECHA-HASTA.

           IF VIN-HASTA-MES IS LESS THAN 1 OR
              VIN-HASTA-MES IS GREATER THAN 12 OR
              VIN-HASTA-DIA IS LESS THAN 1 OR
              VIN-HASTA-DIA IS GREATER THAN 31
              SET TRX-INVALIDA                TO TRUE
              MOVE 'FECHA HASTA INVALIDA'     TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-FECHA-HASTA
           END-IF.

           IF VIN-FECHA-HASTA IS LESS THAN VIN-FECHA-DESDE
              SET TRX-INVALIDA                TO TRUE
              MOVE 'FECHA HASTA ANTERIOR A DESDE' TO WS-MOTIVO
           END-IF.

       2250-F-VALIDAR-FECHA-HASTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*

       2300-APLICAR-ALTA.

           MOVE '2300-APLICAR-ALTA'           TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO REG-VINCUL.

           WRITE REG-VINCUL.

           EVALUATE TRUE
             WHEN FS-VINCUL-OK
               ADD 1                          TO CNT-ALTAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-VINCUL-DUPLICADO
               MOVE 'CLAVE YA EXISTENTE'      TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-VINCUL                 TO AUX-ERR-NOMBRE
               MOVE FS-VINCUL                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2300-F-APLICAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - A P L I C A R - B A J A                     *
      *----------------------------------------------------------------*

       2400-APLICAR-BAJA.

           MOVE '2400-APLICAR-BAJA'           TO WS-PARRAFO.

           MOVE TRX-REGISTRO(1:13)            TO KEY-CLAVE.

           DELETE VINCUL RECORD.

           EVALUATE TRUE
             WHEN FS-VINCUL-OK
               ADD 1                          TO CNT-BAJAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-VINCUL-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-VINCUL                 TO AUX-ERR-NOMBRE
               MOVE FS-VINCUL                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2400-F-APLICAR-BAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A P L I C A R - M O D I F                   *
      *----------------------------------------------------------------*
      *   LA NOVEDAD REEMPLAZA COMPLETO AL REGISTRO ( RELACION,        *
      *   LEGAJO, NOMBRE Y FECHAS ); ASI SE INFORMA EL FIN DE LA       *
      *   VINCULACION.                                                 *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           MOVE TRX-REGISTRO(1:13)            TO KEY-CLAVE.

           READ VINCUL.

           EVALUATE TRUE
             WHEN FS-VINCUL-OK
               MOVE REG-VINCUL-TRAB           TO REG-VINCUL

               REWRITE REG-VINCUL

               IF FS-VINCUL-OK
                  ADD 1                       TO CNT-MODIFICACIONES
                  MOVE 'APLICADA'             TO WS-RESULTADO
                  PERFORM 2800-GRABAR-AUDITORIA
                     THRU 2800-F-GRABAR-AUDITORIA
               ELSE
                  MOVE CT-WRITE               TO AUX-ERR-ACCION
                  MOVE CT-VINCUL              TO AUX-ERR-NOMBRE
                  MOVE FS-VINCUL              TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
               END-IF

             WHEN FS-VINCUL-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-VINCUL                 TO AUX-ERR-NOMBRE
               MOVE FS-VINCUL                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2500-F-APLICAR-MODIF.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - R E C H A Z A R - T R X                     *
      *----------------------------------------------------------------*

       2700-RECHAZAR-TRX.

           MOVE '2700-RECHAZAR-TRX'           TO WS-PARRAFO.

           ADD 1                              TO CNT-RECHAZADAS.

           MOVE 'RECHAZADA'                   TO WS-RESULTADO.

           DISPLAY '* TRANSACCION RECHAZADA: ' WS-MOTIVO.
           DISPLAY ' - ACCION: ' TRX-ACCION
                   ' CLAVE: ' TRX-REGISTRO(1:13).

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2700-F-RECHAZAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 0 0 - G R A B A R - A U D I T O R I A                 *
      *----------------------------------------------------------------*

       2800-GRABAR-AUDITORIA.

           MOVE '2800-GRABAR-AUDITORIA'       TO WS-PARRAFO.

           MOVE SPACES                        TO REG-AUDITORIA.

           STRING TRX-ACCION        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  TRX-REGISTRO(1:13) DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-RESULTADO      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-AUDITORIA
           END-STRING.

           WRITE REG-AUDITORIA.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-AUDITORIA.
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

           CLOSE VINCUL
                 TRANVIN
                 AUDITORIA.

           IF NOT FS-VINCUL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-VINCUL                  TO AUX-ERR-NOMBRE
              MOVE FS-VINCUL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
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

           MOVE CNT-TRX-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI124               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TRANSACCIONES LEIDAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '* ALTAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BAJAS                     TO WS-MASCARA.
           DISPLAY '* BAJAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MODIFICACIONES            TO WS-MASCARA.
           DISPLAY '* MODIFICACIONES APLICADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TRX-LEIDAS   DELIMITED BY SIZE
                  ' ALTAS='        DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' BAJAS='        DELIMITED BY SIZE
                  CNT-BAJAS        DELIMITED BY SIZE
                  ' MODIF='        DELIMITED BY SIZE
                  CNT-MODIFICACIONES DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
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
      *        1 8 8 0 - C A R G A R - C O D I G O S                   *
      *----------------------------------------------------------------*

           COPY CODREFLE.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI118.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO DEL KSDS RESFIS ( RESIDENCIA FISCAL )          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CARGA Y MANTIENE EL ARCHIVO VSAM RESFIS, EL      *
      * REGISTRO DE RESIDENCIAS FISCALES EN EL EXTERIOR DECLARADAS     *
      * POR LOS CLIENTES EN SU AUTOCERTIFICACION ( COPY CPRESFIS,      *
      * CLAVEADO COMO EL KSDS CLIENTES: TIPO + NRO DE DOCUMENTO ):     *
      *   - LEE EL ARCHIVO TRANRFI DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ALTA / 'B' BAJA / 'M' MODIFICACION ) SEGUIDA  *
      *     DEL REGISTRO COMPLETO EN EL LAYOUT DE COPY CPRESFIS.       *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR EL ARCHIVO:      *
      *     TIPO DE DOCUMENTO CONTRA LA TABLA DE CODIGOS ( CODREF ),   *
      *     NRO DE DOCUMENTO NUMERICO Y DISTINTO DE CERO, AL MENOS UNA *
      *     JURISDICCION, CADA PAIS CARGADO CONTRA EL DOMINIO 'PAIS'   *
      *     DE CODREF, NRO DE IDENTIFICACION FISCAL OBLIGATORIO PARA   *
      *     TODO PAIS DISTINTO DE 'AR', Y FECHA DE AUTOCERTIFICACION   *
      *     VALIDA ( SALVO EN LA BAJA, QUE SOLO NECESITA LA CLAVE ).   *
      *   - LAS VALIDAS SE APLICAN CON WRITE / DELETE / REWRITE; TODA  *
      *     TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN EL   *
      *     ARCHIVO DE AUDITORIA CON EL RESULTADO.                     *
      * EL EXTRACTO ANUAL DE CUENTAS REPORTABLES CRS / FATCA           *
      * ( PGMSI119 ) SE ARMA DESDE ESTE ARCHIVO.                       *
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

           SELECT RESFIS    ASSIGN TO RESFIS
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CLAVE
                            FILE STATUS IS FS-RESFIS.

           SELECT TRANRFI   ASSIGN TO TRANRFI
                            FILE STATUS IS FS-TRANRFI.

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

      * RESFIS ( ARCHIVO VSAM )

       FD   RESFIS.

       01 REG-RESFIS.
          03 KEY-CLAVE    PIC X(13).
          03 FILLER       PIC X(87).

       FD   TRANRFI
            RECORDING MODE IS F.
       01   REG-TRANRFI                                     PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI118'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-RESFIS                     PIC X(08)  VALUE 'RESFIS  '.
           02 CT-TRANRFI                    PIC X(08)  VALUE 'TRANRFI '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.
           02 CT-PAIS-LOCAL                 PIC X(02)  VALUE 'AR'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RESULTADO                  PIC X(10)  VALUE SPACES.
           02 WS-R                          PIC 9(01)  VALUE ZEROS.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE CPRESFIS.      *
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
           02 FS-RESFIS                     PIC X(02).
              88 FS-RESFIS-OK                          VALUE '00'.
              88 FS-RESFIS-NOTFND                      VALUE '23'.
              88 FS-RESFIS-DUPLICADO                   VALUE '22'.

           02 FS-TRANRFI                    PIC X(02).
              88 FS-TRANRFI-OK                         VALUE '00'.
              88 FS-TRANRFI-EOF                        VALUE '10'.

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

           COPY CPRESFIS.

           COPY CPCODREF.


           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-TRANRFI-EOF.

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

           PERFORM 1400-LEER-TRANRFI
              THRU 1400-F-LEER-TRANRFI.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     RESFIS.
           OPEN INPUT   TRANRFI
                OUTPUT  AUDITORIA.

           IF NOT FS-RESFIS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RESFIS                  TO AUX-ERR-NOMBRE
              MOVE FS-RESFIS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANRFI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANRFI                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANRFI                 TO AUX-ERR-STATUS
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

       1400-LEER-TRANRFI.

           MOVE '1400-LEER-TRANRFI'           TO WS-PARRAFO.

           READ TRANRFI INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-TRANRFI-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-TRANRFI-EOF
                    SET FS-TRANRFI-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANRFI           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANRFI           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRANRFI.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO REG-RESFIS-TRAB.

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

           PERFORM 1400-LEER-TRANRFI
              THRU 1400-F-LEER-TRANRFI.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   TIPO DE DOCUMENTO VALIDO SEGUN LA TABLA DE CODIGOS Y NRO DE  *
      *   DOCUMENTO NUMERICO Y DISTINTO DE CERO. SALVO EN LA BAJA,     *
      *   QUE SOLO NECESITA LA CLAVE: LA PRIMERA JURISDICCION          *
      *   CARGADA, CADA JURISDICCION VALIDA Y LA FECHA DE LA           *
      *   AUTOCERTIFICACION CON MES Y DIA POSIBLES.                    *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           MOVE 'TIPDOC'                      TO WS-CODREF-DOMINIO.
           MOVE RFI-TIP-DOC                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
           END-IF.

           IF TRX-VALIDA
              IF RFI-NRO-DOC IS NOT NUMERIC OR
                 RFI-NRO-DOC IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF RFI-PAIS(1) IS EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'SIN JURISDICCION FISCAL' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              PERFORM 2250-VALIDAR-RESIDENCIA
                 THRU 2250-F-VALIDAR-RESIDENCIA
                VARYING WS-R FROM 1 BY 1
                  UNTIL WS-R IS GREATER THAN 3
                     OR TRX-INVALIDA
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF RFI-FECHA-AUTOCERT IS NOT NUMERIC OR
                 RFI-AUTOCERT-MES   IS LESS THAN 1 OR
                 RFI-AUTOCERT-MES   IS GREATER THAN 12 OR
                 RFI-AUTOCERT-DIA   IS LESS THAN 1 OR
                 RFI-AUTOCERT-DIA   IS GREATER THAN 31
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'FECHA AUTOCERTIF. INVALIDA' TO WS-MOTIVO
              END-IF
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *      2 2 5 0 - V A L I D A R - R E S I D E N C I A             *
      *----------------------------------------------------------------*
      *   UNA JURISDICCION EN BLANCO SE IGNORA. LA CARGADA DEBE SER UN *
      *   PAIS ACTIVO DEL DOMINIO 'PAIS' Y, SI NO ES 'AR', TRAER EL    *
      *   NRO DE IDENTIFICACION FISCAL DE ESE PAIS.                    *
      *----------------------------------------------------------------*

       2250-VALIDAR-RESIDENCIA.

           IF RFI-PAIS(WS-R) IS EQUAL TO SPACES
              GO TO 2250-F-VALIDAR-RESIDENCIA
           END-IF.

           MOVE 'PAIS'                        TO WS-CODREF-DOMINIO.
           MOVE RFI-PAIS(WS-R)                TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'PAIS DE RESIDENCIA INVALIDO' TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-RESIDENCIA
           END-IF.

           IF RFI-PAIS(WS-R) IS NOT EQUAL TO CT-PAIS-LOCAL AND
              RFI-TIN(WS-R)  IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NIF EXTRANJERO EN BLANCO'  TO WS-MOTIVO
           END-IF.

       2250-F-VALIDAR-RESIDENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*

       2300-APLICAR-ALTA.

           MOVE '2300-APLICAR-ALTA'           TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO REG-RESFIS.

           WRITE REG-RESFIS.

           EVALUATE TRUE
             WHEN FS-RESFIS-OK
               ADD 1                          TO CNT-ALTAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-RESFIS-DUPLICADO
               MOVE 'CLAVE YA EXISTENTE'      TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-RESFIS                 TO AUX-ERR-NOMBRE
               MOVE FS-RESFIS                 TO AUX-ERR-STATUS
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

           DELETE RESFIS RECORD.

           EVALUATE TRUE
             WHEN FS-RESFIS-OK
               ADD 1                          TO CNT-BAJAS
               MOVE 'APLICADA'                TO WS-RESULTADO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN FS-RESFIS-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-WRITE                  TO AUX-ERR-ACCION
               MOVE CT-RESFIS                 TO AUX-ERR-NOMBRE
               MOVE FS-RESFIS                 TO AUX-ERR-STATUS
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
      *   UNA NUEVA AUTOCERTIFICACION REEMPLAZA COMPLETA A LA ANTERIOR *
      *   ( JURISDICCIONES Y FECHA ).                                  *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           MOVE TRX-REGISTRO(1:13)            TO KEY-CLAVE.

           READ RESFIS.

           EVALUATE TRUE
             WHEN FS-RESFIS-OK
               MOVE REG-RESFIS-TRAB           TO REG-RESFIS

               REWRITE REG-RESFIS

               IF FS-RESFIS-OK
                  ADD 1                       TO CNT-MODIFICACIONES
                  MOVE 'APLICADA'             TO WS-RESULTADO
                  PERFORM 2800-GRABAR-AUDITORIA
                     THRU 2800-F-GRABAR-AUDITORIA
               ELSE
                  MOVE CT-WRITE               TO AUX-ERR-ACCION
                  MOVE CT-RESFIS              TO AUX-ERR-NOMBRE
                  MOVE FS-RESFIS              TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
               END-IF

             WHEN FS-RESFIS-NOTFND
               MOVE 'CLAVE INEXISTENTE'       TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-TRX
                  THRU 2700-F-RECHAZAR-TRX

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-RESFIS                 TO AUX-ERR-NOMBRE
               MOVE FS-RESFIS                 TO AUX-ERR-STATUS
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

           CLOSE RESFIS
                 TRANRFI
                 AUDITORIA.

           IF NOT FS-RESFIS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RESFIS                  TO AUX-ERR-NOMBRE
              MOVE FS-RESFIS                  TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI118               *'.
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

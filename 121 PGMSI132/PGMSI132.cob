      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI132.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO DEL MAESTRO DE MANDATOS DE DEBITO DIRECTO      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA MANTIENE EL MAESTRO DE MANDATOS DE DEBITO        *
      * DIRECTO ( MANDEB, COPY CPMANDEB ) CON EL QUE PGMSI133 ACEPTA O *
      * DEVUELVE LOS DEBITOS QUE ENVIAN LAS EMPRESAS DE SERVICIOS.     *
      * CORRE ANTES DE PGMSI133:                                       *
      *   - CARGA LOS MANDATOS ( RUTINA COMUN MANDEBLE ).              *
      *   - LEE EL ARCHIVO TRANMDT DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ADHESION / 'R' REVOCACION / 'M'               *
      *     MODIFICACION / 'S' SUSPENSION POR FALLECIMIENTO DEL        *
      *     TITULAR, LAS GENERA PGMSI158 ) SEGUIDA DEL REGISTRO        *
      *     COMPLETO EN EL LAYOUT DE COPY CPMANDEB.                    *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR LA TABLA:        *
      *     EMPRESA ADHERIDA AL SERVICIO ( DOMINIO EMPDEB DEL MAESTRO  *
      *     CODREF ) Y NRO DE CLIENTE EN LA EMPRESA CARGADO; SALVO EN  *
      *     LA REVOCACION Y LA SUSPENSION, QUE SOLO NECESITAN LA       *
      *     CLAVE: TIPO DE CUENTA VALIDO, CUENTA NUMERICA Y DISTINTA   *
      *     DE CERO, TOPE NUMERICO ( CERO ES SIN TOPE ) Y TITULAR CON  *
      *     DOCUMENTO VALIDO.                                          *
      *   - LA ADHESION TOMA LA FECHA DE PROCESO COMO FECHA DE ALTA;   *
      *     SOBRE UN MANDATO REVOCADO LO REACTIVA CON LOS DATOS        *
      *     NUEVOS. LA REVOCACION DEJA EL MANDATO EN 'R' CON LA FECHA  *
      *     DE PROCESO COMO FECHA DE BAJA. LA MODIFICACION ( CUENTA O  *
      *     TOPE ) SOLO VALE SOBRE UN MANDATO ACTIVO Y CONSERVA SU     *
      *     FECHA DE ALTA. LA SUSPENSION DEJA EL MANDATO ACTIVO EN 'S' *
      *     CON LA FECHA DE PROCESO COMO FECHA DE BAJA: PGMSI133       *
      *     DEVUELVE SUS DEBITOS CON EL MOTIVO 'TF'.                   *
      *   - LOS REVOCADOS SE CONSERVAN 180 DIAS PARA QUE LA EMPRESA    *
      *     RECIBA EL MOTIVO 'MANDATO REVOCADO' Y DESPUES SE DEPURAN   *
      *     ( LOS SUSPENDIDOS NO SE DEPURAN ). EL RESTO SE GRABA EN    *
      *     MANDSAL, QUE ES EL MANDEB DEL DIA SIGUIENTE Y EL QUE LEE   *
      *     PGMSI133.                                                  *
      *   - TODA TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN *
      *     EL ARCHIVO DE AUDITORIA; REPMDT LISTA LAS NOVEDADES, LAS   *
      *     DEPURACIONES Y LOS TOTALES DEL DIA.                        *
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

           SELECT MANDEB ASSIGN TO MANDEB
                                    FILE STATUS IS FS-MANDEB.

           SELECT TRANMDT ASSIGN TO TRANMDT
                                    FILE STATUS IS FS-TRANMDT.

           SELECT MANDSAL ASSIGN TO MANDSAL
                                    FILE STATUS IS FS-MANDSAL.

           SELECT AUDITORIA ASSIGN TO AUDITORI
                                    FILE STATUS IS FS-AUDITORIA.

           SELECT REPMDT ASSIGN TO REPMDT
                                    FILE STATUS IS FS-REPMDT.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

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
      *   MANDATOS DE DEBITO DIRECTO AL INICIO ( COPY MANDEBFD ).      *
      *----------------------------------------------------------------*

           COPY MANDEBFD.

      *----------------------------------------------------------------*
      *   TRANSACCIONES DE MANTENIMIENTO: ACCION + REGISTRO CPMANDEB.  *
      *----------------------------------------------------------------*

       FD   TRANMDT
            RECORDING MODE IS F.
       01   REG-TRANMDT                                     PIC X(81).

      *----------------------------------------------------------------*
      *   MANDATOS QUE SIGUEN EN EL MAESTRO: MANDEB DEL PASO PGMSI133  *
      *   ( LAYOUT CPMANDEB ).                                         *
      *----------------------------------------------------------------*

       FD   MANDSAL
            RECORDING MODE IS F.
       01   REG-MANDSAL                                     PIC X(80).

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

      *----------------------------------------------------------------*
      *   LISTADO DE NOVEDADES, DEPURACIONES Y TOTALES DEL DIA.        *
      *----------------------------------------------------------------*

       FD   REPMDT
            RECORDING MODE IS F.
       01   LINEA-REPMDT                                    PIC X(132).

      *----------------------------------------------------------------*
      *   ARCHIVO DE CODIGOS DE REFERENCIA ( DOMINIOS TIPDOC, TIPCUEN, *
      *   EMPDEB ), COMPARTIDO POR LA SUITE (COPY CODMAES).            *
      *----------------------------------------------------------------*

           COPY CODMAES.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI132'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-MANDEB                     PIC X(08)  VALUE 'MANDEB  '.
           02 CT-TRANMDT                    PIC X(08)  VALUE 'TRANMDT '.
           02 CT-MANDSAL                    PIC X(08)  VALUE 'MANDSAL '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-REPMDT                     PIC X(08)  VALUE 'REPMDT  '.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.

      *----------------------------------------------------------------*
      *   CAPACIDAD DE LA TABLA DE MANDATOS ( COPY CPMANDEB ) Y DIAS   *
      *   QUE SE CONSERVA UN MANDATO REVOCADO ANTES DE DEPURARLO.      *
      *----------------------------------------------------------------*

           02 CT-MAX-MANDATOS               PIC 9(05)  VALUE 5000.
           02 CT-DIAS-CONSERVA-REVOCADO     PIC 9(03)  VALUE 180.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RESULTADO                  PIC X(10)  VALUE SPACES.
           02 WS-IX-DESTINO                 PIC 9(05)  VALUE ZEROS.
           02 WS-DIAS-REVOCADO              PIC S9(07) VALUE ZEROS.

       01 WS-FECHA-PROCESO                  PIC 9(08).

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE CPMANDEB.      *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ADHESION                          VALUE 'A'.
              88 TRX-REVOCACION                        VALUE 'R'.
              88 TRX-MODIF                             VALUE 'M'.
              88 TRX-SUSPENSION                        VALUE 'S'.
           02 TRX-REGISTRO                  PIC X(80).

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

      *----------------------------------------------------------------*
      *          F O R M A T O S  D E L  L I S T A D O                 *
      *----------------------------------------------------------------*

       01 WS-REP-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(46)  VALUE
              'MANDATOS DE DEBITO DIRECTO - NOVEDADES DEL DIA'.
           02 FILLER                        PIC X(24)  VALUE SPACES.
           02 FILLER                        PIC X(07)  VALUE 'FECHA: '.
           02 RPT-FECHA                     PIC X(10).
           02 FILLER                        PIC X(40)  VALUE SPACES.

       01 WS-REP-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-EVENTO                    PIC X(14).
           02 FILLER                        PIC X(05)  VALUE ' EMP '.
           02 RPD-EMPRESA                   PIC X(06).
           02 FILLER                        PIC X(05)  VALUE ' CLI '.
           02 RPD-NROCLI-EMP                PIC X(15).
           02 FILLER                        PIC X(05)  VALUE ' CTA '.
           02 RPD-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 RPD-CUENTA                    PIC 9(08).
           02 FILLER                        PIC X(06)  VALUE ' TOPE '.
           02 RPD-IMPORTE-MAX               PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-OBSERV                    PIC X(41).

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
           02 CNT-MDT-INICIALES             PIC 9(05)  VALUE ZEROS.
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ADHESIONES                PIC 9(05)  VALUE ZEROS.
           02 CNT-READHESIONES              PIC 9(05)  VALUE ZEROS.
           02 CNT-REVOCACIONES              PIC 9(05)  VALUE ZEROS.
           02 CNT-SUSPENSIONES              PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-DEPURADOS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-ACTIVOS                   PIC 9(05)  VALUE ZEROS.
           02 CNT-REVOCADOS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-SUSPENDIDOS               PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-MANDEB                     PIC X(02).
              88 FS-MANDEB-OK                          VALUE '00'.
              88 FS-MANDEB-EOF                         VALUE '10'.

           02 FS-TRANMDT                    PIC X(02).
              88 FS-TRANMDT-OK                         VALUE '00'.
              88 FS-TRANMDT-EOF                        VALUE '10'.

           02 FS-MANDSAL                    PIC X(02).
              88 FS-MANDSAL-OK                         VALUE '00'.

           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.

           02 FS-REPMDT                     PIC X(02).
              88 FS-REPMDT-OK                          VALUE '00'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

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

           COPY CPMANDEB.

           COPY CPCODREF.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-TRANMDT-EOF.

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

      *    ALTA, BAJA Y DEPURACION SE FECHAN CON LA FECHA DE PROCESO,
      *    NO LA DE MAQUINA, PARA QUE EL REPROCESO DEPURE LO MISMO.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1836-CARGAR-MANDATOS
              THRU 1836-F-CARGAR-MANDATOS.

           MOVE WS-CANT-MANDATOS              TO CNT-MDT-INICIALES.

           PERFORM 1880-CARGAR-CODIGOS
              THRU 1880-F-CARGAR-CODIGOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1700-IMPRIMIR-TITULO
              THRU 1700-F-IMPRIMIR-TITULO.

           PERFORM 1400-LEER-TRANMDT
              THRU 1400-F-LEER-TRANMDT.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   TRANMDT
                OUTPUT  MANDSAL
                        AUDITORIA
                        REPMDT.

           IF NOT FS-TRANMDT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANMDT                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANMDT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MANDSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MANDSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MANDSAL                 TO AUX-ERR-STATUS
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

           IF NOT FS-REPMDT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPMDT                  TO AUX-ERR-NOMBRE
              MOVE FS-REPMDT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R A N M D T                    *
      *----------------------------------------------------------------*

       1400-LEER-TRANMDT.

           MOVE '1400-LEER-TRANMDT'           TO WS-PARRAFO.

           READ TRANMDT INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-TRANMDT-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-TRANMDT-EOF
                    SET FS-TRANMDT-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANMDT           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANMDT           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRANMDT.
           EXIT.

      *----------------------------------------------------------------*
      *         1 7 0 0 - I M P R I M I R - T I T U L O                *
      *----------------------------------------------------------------*

       1700-IMPRIMIR-TITULO.

           MOVE '1700-IMPRIMIR-TITULO'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2890-EDITAR-FECHA
              THRU 2890-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO RPT-FECHA.

           WRITE LINEA-REPMDT FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

           MOVE SPACES                        TO LINEA-REPMDT.

           WRITE LINEA-REPMDT AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

       1700-F-IMPRIMIR-TITULO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO WS-REG-MANDEB.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2200-VALIDAR-TRX
              THRU 2200-F-VALIDAR-TRX.

           IF TRX-VALIDA
              EVALUATE TRUE
                WHEN TRX-ADHESION
                  PERFORM 2300-APLICAR-ADHESION
                     THRU 2300-F-APLICAR-ADHESION

                WHEN TRX-REVOCACION
                  PERFORM 2400-APLICAR-REVOCACION
                     THRU 2400-F-APLICAR-REVOCACION

                WHEN TRX-MODIF
                  PERFORM 2500-APLICAR-MODIF
                     THRU 2500-F-APLICAR-MODIF

                WHEN TRX-SUSPENSION
                  PERFORM 2450-APLICAR-SUSPENSION
                     THRU 2450-F-APLICAR-SUSPENSION

                WHEN OTHER
                  MOVE 'ACCION DESCONOCIDA'   TO WS-MOTIVO
                  PERFORM 2700-RECHAZAR-TRX
                     THRU 2700-F-RECHAZAR-TRX
              END-EVALUATE
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-TRANMDT
              THRU 1400-F-LEER-TRANMDT.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   EMPRESA ADHERIDA SEGUN LA TABLA DE CODIGOS Y NRO DE CLIENTE  *
      *   EN LA EMPRESA CARGADO. SALVO EN LA REVOCACION Y LA           *
      *   SUSPENSION, QUE SOLO NECESITAN LA CLAVE: TIPO DE CUENTA      *
      *   VALIDO, CUENTA NUMERICA Y DISTINTA DE CERO, TOPE NUMERICO Y  *
      *   TITULAR CON DOCUMENTO VALIDO.                                *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           MOVE 'EMPDEB'                      TO WS-CODREF-DOMINIO.
           MOVE MDT-EMPRESA                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'EMPRESA NO ADHERIDA'      TO WS-MOTIVO
           END-IF.

           IF TRX-VALIDA
              IF MDT-NROCLI-EMP IS EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE CLIENTE EN BLANCO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-REVOCACION
                         AND NOT TRX-SUSPENSION
              MOVE 'TIPCUEN'                  TO WS-CODREF-DOMINIO
              MOVE MDT-TIPCUEN                TO WS-CODREF-CODIGO

              PERFORM 1888-BUSCAR-CODIGO
                 THRU 1888-F-BUSCAR-CODIGO

              IF CODREF-DESCONOCIDO
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO DE CUENTA INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-REVOCACION
                         AND NOT TRX-SUSPENSION
              IF MDT-CUENTA IS NOT NUMERIC OR
                 MDT-CUENTA IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE CUENTA INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-REVOCACION
                         AND NOT TRX-SUSPENSION
              IF MDT-IMPORTE-MAX IS NOT NUMERIC
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TOPE INVALIDO'         TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-REVOCACION
                         AND NOT TRX-SUSPENSION
              MOVE 'TIPDOC'                   TO WS-CODREF-DOMINIO
              MOVE MDT-TIPDOC                 TO WS-CODREF-CODIGO

              PERFORM 1888-BUSCAR-CODIGO
                 THRU 1888-F-BUSCAR-CODIGO

              IF CODREF-DESCONOCIDO
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-REVOCACION
                         AND NOT TRX-SUSPENSION
              IF MDT-NRODOC IS NOT NUMERIC OR
                 MDT-NRODOC IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 0 0 - A P L I C A R - A D H E S I O N               *
      *----------------------------------------------------------------*
      *   EL MANDATO NUEVO SE AGREGA A LA TABLA CON LA FECHA DE        *
      *   PROCESO COMO FECHA DE ALTA. SI LA CLAVE ESTA REVOCADA, LA    *
      *   NUEVA ADHESION LA REEMPLAZA EN SU MISMA POSICION.            *
      *----------------------------------------------------------------*

       2300-APLICAR-ADHESION.

           MOVE '2300-APLICAR-ADHESION'       TO WS-PARRAFO.

           MOVE MDT-EMPRESA                   TO WS-MDT-BUSQ-EMPRESA.
           MOVE MDT-NROCLI-EMP                TO WS-MDT-BUSQ-NROCLI-EMP.

           PERFORM 1839-BUSCAR-MANDATO
              THRU 1839-F-BUSCAR-MANDATO.

           IF MANDATO-HALLADO AND
              T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS EQUAL TO 'A'
              MOVE 'MANDATO YA EXISTENTE'     TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2300-F-APLICAR-ADHESION
           END-IF.

           IF SIN-MANDATO AND
              WS-CANT-MANDATOS IS NOT LESS THAN CT-MAX-MANDATOS
              MOVE 'TABLA DE MANDATOS LLENA'  TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2300-F-APLICAR-ADHESION
           END-IF.

           MOVE WS-FECHA-PROCESO              TO MDT-FECALTA.
           MOVE ZEROS                         TO MDT-FECBAJA.

           IF MANDATO-HALLADO
              MOVE WS-MDT-IX-HALLADO          TO WS-IX-DESTINO
              ADD 1                           TO CNT-READHESIONES
              MOVE 'READHESION'               TO RPD-EVENTO
           ELSE
              ADD 1                           TO WS-CANT-MANDATOS
              MOVE WS-CANT-MANDATOS           TO WS-IX-DESTINO
              ADD 1                           TO CNT-ADHESIONES
              MOVE 'ADHESION'                 TO RPD-EVENTO
           END-IF.

           MOVE 'A'                           TO MDT-ESTADO.

           PERFORM 2550-CARGAR-TABLA
              THRU 2550-F-CARGAR-TABLA.

           MOVE 'APLICADA'                    TO WS-RESULTADO.
           MOVE SPACES                        TO RPD-OBSERV.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2300-F-APLICAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 0 0 - A P L I C A R - R E V O C A C I O N             *
      *----------------------------------------------------------------*
      *   EL MANDATO QUEDA 'R' CON LA FECHA DE PROCESO COMO FECHA DE   *
      *   BAJA: DESDE HOY LOS DEBITOS DE LA EMPRESA SE DEVUELVEN.      *
      *----------------------------------------------------------------*

       2400-APLICAR-REVOCACION.

           MOVE '2400-APLICAR-REVOCACION'     TO WS-PARRAFO.

           MOVE MDT-EMPRESA                   TO WS-MDT-BUSQ-EMPRESA.
           MOVE MDT-NROCLI-EMP                TO WS-MDT-BUSQ-NROCLI-EMP.

           PERFORM 1839-BUSCAR-MANDATO
              THRU 1839-F-BUSCAR-MANDATO.

           IF SIN-MANDATO
              MOVE 'MANDATO INEXISTENTE'      TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2400-F-APLICAR-REVOCACION
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS EQUAL TO 'R'
              MOVE 'MANDATO YA REVOCADO'      TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2400-F-APLICAR-REVOCACION
           END-IF.

           MOVE 'R'                 TO T-MDT-ESTADO(WS-MDT-IX-HALLADO).
           MOVE WS-FECHA-PROCESO    TO T-MDT-FECBAJA(WS-MDT-IX-HALLADO).

           ADD 1                              TO CNT-REVOCACIONES.
           MOVE 'APLICADA'                    TO WS-RESULTADO.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           MOVE WS-MDT-IX-HALLADO             TO WS-MDT-IX.

           PERFORM 2650-CARGAR-REGISTRO
              THRU 2650-F-CARGAR-REGISTRO.

           MOVE 'REVOCACION'                  TO RPD-EVENTO.
           MOVE SPACES                        TO RPD-OBSERV.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2400-F-APLICAR-REVOCACION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 5 0 - A P L I C A R - S U S P E N S I O N             *
      *----------------------------------------------------------------*
      *   FALLECIO EL TITULAR: EL MANDATO ACTIVO QUEDA 'S' CON LA      *
      *   FECHA DE PROCESO COMO FECHA DE BAJA. NO SE DEPURA; LO        *
      *   LEVANTA UNA NUEVA ADHESION O UNA REVOCACION.                 *
      *----------------------------------------------------------------*

       2450-APLICAR-SUSPENSION.

           MOVE '2450-APLICAR-SUSPENSION'     TO WS-PARRAFO.

           MOVE MDT-EMPRESA                   TO WS-MDT-BUSQ-EMPRESA.
           MOVE MDT-NROCLI-EMP                TO WS-MDT-BUSQ-NROCLI-EMP.

           PERFORM 1839-BUSCAR-MANDATO
              THRU 1839-F-BUSCAR-MANDATO.

           IF SIN-MANDATO
              MOVE 'MANDATO INEXISTENTE'      TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2450-F-APLICAR-SUSPENSION
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS NOT EQUAL TO 'A'
              MOVE 'MANDATO NO ACTIVO'        TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2450-F-APLICAR-SUSPENSION
           END-IF.

           MOVE 'S'                 TO T-MDT-ESTADO(WS-MDT-IX-HALLADO).
           MOVE WS-FECHA-PROCESO    TO T-MDT-FECBAJA(WS-MDT-IX-HALLADO).

           ADD 1                              TO CNT-SUSPENSIONES.
           MOVE 'APLICADA'                    TO WS-RESULTADO.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           MOVE WS-MDT-IX-HALLADO             TO WS-MDT-IX.

           PERFORM 2650-CARGAR-REGISTRO
              THRU 2650-F-CARGAR-REGISTRO.

           MOVE 'SUSPENSION'                  TO RPD-EVENTO.
           MOVE 'TITULAR FALLECIDO'           TO RPD-OBSERV.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2450-F-APLICAR-SUSPENSION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A P L I C A R - M O D I F                   *
      *----------------------------------------------------------------*
      *   LA NOVEDAD REEMPLAZA CUENTA, TOPE Y TITULAR DEL MANDATO      *
      *   ACTIVO CONSERVANDO SU FECHA DE ALTA.                         *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           MOVE MDT-EMPRESA                   TO WS-MDT-BUSQ-EMPRESA.
           MOVE MDT-NROCLI-EMP                TO WS-MDT-BUSQ-NROCLI-EMP.

           PERFORM 1839-BUSCAR-MANDATO
              THRU 1839-F-BUSCAR-MANDATO.

           IF SIN-MANDATO
              MOVE 'MANDATO INEXISTENTE'      TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2500-F-APLICAR-MODIF
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS EQUAL TO 'R'
              MOVE 'MANDATO REVOCADO'         TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2500-F-APLICAR-MODIF
           END-IF.

           IF T-MDT-ESTADO(WS-MDT-IX-HALLADO) IS EQUAL TO 'S'
              MOVE 'MANDATO SUSPENDIDO'       TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2500-F-APLICAR-MODIF
           END-IF.

           MOVE T-MDT-FECALTA(WS-MDT-IX-HALLADO) TO MDT-FECALTA.
           MOVE ZEROS                         TO MDT-FECBAJA.
           MOVE 'A'                           TO MDT-ESTADO.
           MOVE WS-MDT-IX-HALLADO             TO WS-IX-DESTINO.

           PERFORM 2550-CARGAR-TABLA
              THRU 2550-F-CARGAR-TABLA.

           ADD 1                              TO CNT-MODIFICACIONES.
           MOVE 'APLICADA'                    TO WS-RESULTADO.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           MOVE 'MODIFICACION'                TO RPD-EVENTO.
           MOVE SPACES                        TO RPD-OBSERV.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2500-F-APLICAR-MODIF.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 5 0 - C A R G A R - T A B L A                     *
      *----------------------------------------------------------------*
      *   PASA WS-REG-MANDEB A LA POSICION WS-IX-DESTINO DE LA TABLA.  *
      *----------------------------------------------------------------*

       2550-CARGAR-TABLA.

           MOVE MDT-EMPRESA         TO T-MDT-EMPRESA(WS-IX-DESTINO).
           MOVE MDT-NROCLI-EMP      TO T-MDT-NROCLI-EMP(WS-IX-DESTINO).
           MOVE MDT-TIPCUEN         TO T-MDT-TIPCUEN(WS-IX-DESTINO).
           MOVE MDT-CUENTA          TO T-MDT-CUENTA(WS-IX-DESTINO).
           MOVE MDT-IMPORTE-MAX     TO T-MDT-IMPORTE-MAX(WS-IX-DESTINO).
           MOVE MDT-FECALTA         TO T-MDT-FECALTA(WS-IX-DESTINO).
           MOVE MDT-FECBAJA         TO T-MDT-FECBAJA(WS-IX-DESTINO).
           MOVE MDT-ESTADO          TO T-MDT-ESTADO(WS-IX-DESTINO).
           MOVE MDT-TIPDOC          TO T-MDT-TIPDOC(WS-IX-DESTINO).
           MOVE MDT-NRODOC          TO T-MDT-NRODOC(WS-IX-DESTINO).

       2550-F-CARGAR-TABLA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - D E P U R A R - M A N D A T O                *
      *----------------------------------------------------------------*
      *   LOS REVOCADOS HACE MAS DE 180 DIAS SE DESCARTAN; EL RESTO    *
      *   ( ACTIVOS, SUSPENDIDOS Y REVOCADOS RECIENTES ) SE GRABA EN   *
      *   MANDSAL.                                                     *
      *----------------------------------------------------------------*

       2600-DEPURAR-MANDATO.

           MOVE '2600-DEPURAR-MANDATO'        TO WS-PARRAFO.

           PERFORM 2650-CARGAR-REGISTRO
              THRU 2650-F-CARGAR-REGISTRO.

           MOVE ZEROS                         TO WS-DIAS-REVOCADO.

           IF MDT-REVOCADO AND
              MDT-FECBAJA IS NUMERIC AND
              MDT-FECBAJA IS GREATER THAN ZEROS
              COMPUTE WS-DIAS-REVOCADO =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    - FUNCTION INTEGER-OF-DATE(MDT-FECBAJA)
           END-IF.

           EVALUATE TRUE
             WHEN MDT-REVOCADO AND
                  WS-DIAS-REVOCADO IS GREATER THAN
                                      CT-DIAS-CONSERVA-REVOCADO
               ADD 1                          TO CNT-DEPURADOS

               MOVE 'DEPURADO'                TO RPD-EVENTO
               MOVE 'REVOCADO, VENCIO EL PLAZO DE CONSERVACION'
                                              TO RPD-OBSERV

               PERFORM 2850-IMPRIMIR-DETALLE
                  THRU 2850-F-IMPRIMIR-DETALLE

             WHEN MDT-REVOCADO
               ADD 1                          TO CNT-REVOCADOS

               PERFORM 2660-GRABAR-MANDSAL
                  THRU 2660-F-GRABAR-MANDSAL

             WHEN MDT-SUSPENDIDO
               ADD 1                          TO CNT-SUSPENDIDOS

               PERFORM 2660-GRABAR-MANDSAL
                  THRU 2660-F-GRABAR-MANDSAL

             WHEN OTHER
               ADD 1                          TO CNT-ACTIVOS

               PERFORM 2660-GRABAR-MANDSAL
                  THRU 2660-F-GRABAR-MANDSAL
           END-EVALUATE.

           ADD 1                              TO WS-MDT-IX.

       2600-F-DEPURAR-MANDATO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 5 0 - C A R G A R - R E G I S T R O                 *
      *----------------------------------------------------------------*
      *   ARMA WS-REG-MANDEB CON EL MANDATO DE LA POSICION WS-MDT-IX.  *
      *----------------------------------------------------------------*

       2650-CARGAR-REGISTRO.

           MOVE SPACES                        TO WS-REG-MANDEB.

           MOVE T-MDT-EMPRESA(WS-MDT-IX)      TO MDT-EMPRESA.
           MOVE T-MDT-NROCLI-EMP(WS-MDT-IX)   TO MDT-NROCLI-EMP.
           MOVE T-MDT-TIPCUEN(WS-MDT-IX)      TO MDT-TIPCUEN.
           MOVE T-MDT-CUENTA(WS-MDT-IX)       TO MDT-CUENTA.
           MOVE T-MDT-IMPORTE-MAX(WS-MDT-IX)  TO MDT-IMPORTE-MAX.
           MOVE T-MDT-FECALTA(WS-MDT-IX)      TO MDT-FECALTA.
           MOVE T-MDT-FECBAJA(WS-MDT-IX)      TO MDT-FECBAJA.
           MOVE T-MDT-ESTADO(WS-MDT-IX)       TO MDT-ESTADO.
           MOVE T-MDT-TIPDOC(WS-MDT-IX)       TO MDT-TIPDOC.
           MOVE T-MDT-NRODOC(WS-MDT-IX)       TO MDT-NRODOC.

       2650-F-CARGAR-REGISTRO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 6 0 - G R A B A R - M A N D S A L                 *
      *----------------------------------------------------------------*

       2660-GRABAR-MANDSAL.

           MOVE '2660-GRABAR-MANDSAL'         TO WS-PARRAFO.

           WRITE REG-MANDSAL FROM WS-REG-MANDEB.

           IF NOT FS-MANDSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MANDSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MANDSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2660-F-GRABAR-MANDSAL.
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
                   ' CLAVE: ' TRX-REGISTRO(1:21).

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
                  TRX-REGISTRO(1:21) DELIMITED BY SIZE
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
      *       2 8 5 0 - I M P R I M I R - D E T A L L E                *
      *----------------------------------------------------------------*
      *   UNA LINEA POR NOVEDAD CON LOS DATOS DE WS-REG-MANDEB; EL     *
      *   EVENTO Y LA OBSERVACION LOS CARGA QUIEN LLAMA.               *
      *----------------------------------------------------------------*

       2850-IMPRIMIR-DETALLE.

           MOVE '2850-IMPRIMIR-DETALLE'       TO WS-PARRAFO.

           MOVE MDT-EMPRESA                   TO RPD-EMPRESA.
           MOVE MDT-NROCLI-EMP                TO RPD-NROCLI-EMP.
           MOVE MDT-TIPCUEN                   TO RPD-TIPCUEN.
           MOVE MDT-CUENTA                    TO RPD-CUENTA.
           MOVE MDT-IMPORTE-MAX               TO RPD-IMPORTE-MAX.

           WRITE LINEA-REPMDT FROM WS-REP-DETALLE
                 AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

       2850-F-IMPRIMIR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *             2 8 9 0 - E D I T A R - F E C H A                  *
      *----------------------------------------------------------------*

       2890-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2890-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 9 5 - C O N T R O L A R - R E P M D T               *
      *----------------------------------------------------------------*

       2895-CONTROLAR-REPMDT.

           IF NOT FS-REPMDT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPMDT                  TO AUX-ERR-NOMBRE
              MOVE FS-REPMDT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2895-F-CONTROLAR-REPMDT.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*
      *   CON TODAS LAS TRANSACCIONES APLICADAS SE DEPURA LA TABLA Y   *
      *   SE GRABA EL MAESTRO DEL PASO SIGUIENTE.                      *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           MOVE 1                             TO WS-MDT-IX.

           PERFORM 2600-DEPURAR-MANDATO
              THRU 2600-F-DEPURAR-MANDATO
             UNTIL WS-MDT-IX IS GREATER THAN WS-CANT-MANDATOS.

           PERFORM 3100-IMPRIMIR-TOTALES
              THRU 3100-F-IMPRIMIR-TOTALES.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 0 0 - I M P R I M I R - T O T A L E S              *
      *----------------------------------------------------------------*

       3100-IMPRIMIR-TOTALES.

           MOVE '3100-IMPRIMIR-TOTALES'       TO WS-PARRAFO.

           MOVE CNT-ACTIVOS                   TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPMDT.

           STRING '     MANDATOS ACTIVOS: '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPMDT
           END-STRING.

           WRITE LINEA-REPMDT AFTER ADVANCING 2 LINES.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

           MOVE CNT-REVOCADOS                 TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPMDT.

           STRING '     REVOCADOS EN CONSERVACION: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPMDT
           END-STRING.

           WRITE LINEA-REPMDT AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

           MOVE CNT-SUSPENDIDOS               TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPMDT.

           STRING '     SUSPENDIDOS POR FALLECIMIENTO: '
                                    DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPMDT
           END-STRING.

           WRITE LINEA-REPMDT AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

           MOVE CNT-DEPURADOS                 TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPMDT.

           STRING '     REVOCADOS DEPURADOS: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPMDT
           END-STRING.

           WRITE LINEA-REPMDT AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPMDT
              THRU 2895-F-CONTROLAR-REPMDT.

       3100-F-IMPRIMIR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE TRANMDT
                 MANDSAL
                 AUDITORIA
                 REPMDT.

           IF NOT FS-MANDSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-MANDSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MANDSAL                 TO AUX-ERR-STATUS
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

           IF NOT FS-REPMDT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPMDT                  TO AUX-ERR-NOMBRE
              MOVE FS-REPMDT                  TO AUX-ERR-STATUS
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

           MOVE CNT-MDT-INICIALES             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI132               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* MANDATOS AL INICIO DEL DIA:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRX-LEIDAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ADHESIONES                TO WS-MASCARA.
           DISPLAY '* ADHESIONES APLICADAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-READHESIONES              TO WS-MASCARA.
           DISPLAY '* READHESIONES APLICADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REVOCACIONES              TO WS-MASCARA.
           DISPLAY '* REVOCACIONES APLICADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SUSPENSIONES              TO WS-MASCARA.
           DISPLAY '* SUSPENSIONES APLICADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MODIFICACIONES            TO WS-MASCARA.
           DISPLAY '* MODIFICACIONES APLICADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEPURADOS                 TO WS-MASCARA.
           DISPLAY '* REVOCADOS DEPURADOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACTIVOS                   TO WS-MASCARA.
           DISPLAY '* MANDATOS ACTIVOS EN MANDSAL:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REVOCADOS                 TO WS-MASCARA.
           DISPLAY '* REVOCADOS EN MANDSAL:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SUSPENDIDOS               TO WS-MASCARA.
           DISPLAY '* SUSPENDIDOS EN MANDSAL:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TRX-LEIDAS   DELIMITED BY SIZE
                  ' ADH='          DELIMITED BY SIZE
                  CNT-ADHESIONES   DELIMITED BY SIZE
                  ' REV='          DELIMITED BY SIZE
                  CNT-REVOCACIONES DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
                  ' ACT='          DELIMITED BY SIZE
                  CNT-ACTIVOS      DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 3 6 - C A R G A R - M A N D A T O S                 *
      *----------------------------------------------------------------*

           COPY MANDEBLE.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 8 0 - C A R G A R - C O D I G O S                   *
      *----------------------------------------------------------------*

           COPY CODREFLE.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI139.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   EMISION BATCH DE TARJETAS DE DEBITO Y ARCHIVO DE EMBOZADO    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA LA PLANILLA QUE SE ENVIABA AL          *
      * PROVEEDOR DE PLASTICOS POR EL SUBSISTEMA PROPIO SOBRE          *
      * KC02787.TBCURTAR:                                              *
      *   - LEE EL ARCHIVO SOLTAR DE SOLICITUDES DE TARJETA CARGADAS   *
      *     EN LAS SUCURSALES ( CUENTA CON DIGITO VERIFICADOR,         *
      *     DOCUMENTO DEL CLIENTE Y NOMBRE A EMBOZAR ).                *
      *   - VALIDA EL DIGITO DE LA CUENTA ( RUTINA COMUN CTADIGRU ),   *
      *     QUE LA CUENTA EXISTA EN TBCURCTA, QUE EL CLIENTE EXISTA EN *
      *     TBCURCLI, NO ESTE DADO DE BAJA Y SEA EL TITULAR O UN       *
      *     COTITULAR PLENO ( TBCURTIT, ROL 'C' ) DE LA CUENTA, QUE NI *
      *     EL DOCUMENTO NI LA CUENTA TENGAN BLOQUEO LEGAL ( RUTINA    *
      *     COMUN LEGHLDLE ), QUE TENGA DOMICILIO VALIDO Y COMPLETO EN *
      *     EL KSDS CONTACTO ( ALLI SE ENTREGA EL PLASTICO ) Y QUE NO  *
      *     TENGA YA UNA TARJETA EMITIDA O ACTIVA SOBRE ESA CUENTA.    *
      *   - ASIGNA EL NUMERO DE TARJETA: BIN DEL BANCO + CORRELATIVO   *
      *     SIGUIENTE AL MAYOR DE TBCURTAR + DIGITO LUHN, CON          *
      *     VENCIMIENTO A CINCO ANIOS DEL MES DE PROCESO.              *
      *   - INSERTA LA TARJETA EN TBCURTAR EN ESTADO 'E' ( EMITIDA,    *
      *     LA ACTIVA EL CLIENTE POR EL CENTRO DE ATENCION, PGMSI141 ) *
      *     Y GRABA EL REGISTRO DE EMBOZADO 'N' PARA EL PROVEEDOR.     *
      *   - LAS SOLICITUDES RECHAZADAS VAN AL ARCHIVO RECHTAR CON SU   *
      *     MOTIVO.                                                    *
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

           SELECT SOLTAR ASSIGN TO SOLTAR
                                    FILE STATUS IS FS-SOLTAR.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT EMBOZO ASSIGN TO EMBOZO
                                    FILE STATUS IS FS-EMBOZO.

           SELECT RECHTAR ASSIGN TO RECHTAR
                                    FILE STATUS IS FS-RECHTAR.

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
      *   SOLICITUDES DE TARJETA DE DEBITO CARGADAS EN LAS SUCURSALES. *
      *----------------------------------------------------------------*

       FD   SOLTAR
            RECORDING MODE IS F.
       01   REG-SOLTAR                                      PIC X(80).

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
      *   SOLICITUDES RECHAZADAS CON SU MOTIVO.                        *
      *----------------------------------------------------------------*

       FD   RECHTAR
            RECORDING MODE IS F.
       01   REG-RECHTAR                                     PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI139'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SOLTAR                     PIC X(08)  VALUE 'SOLTAR  '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-EMBOZO                     PIC X(08)  VALUE 'EMBOZO  '.
           02 CT-RECHTAR                    PIC X(08)  VALUE 'RECHTAR '.
           02 CT-QUERYDB2                   PIC X(08)  VALUE 'QUERY   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   BIN ( PRIMEROS SEIS DIGITOS ) ASIGNADO AL BANCO POR LA RED   *
      *   DE TARJETAS DE DEBITO Y VIGENCIA DEL PLASTICO EN ANIOS.      *
      *----------------------------------------------------------------*

           02 CT-BIN-DEBITO                 PIC 9(06)  VALUE 589311.
           02 CT-ANIOS-VIGENCIA             PIC 9(02)  VALUE 5.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-ULTIMO-NROTAR              PIC S9(16) COMP-3
                                                       VALUE ZEROS.
           02 WS-CANT-COTIT                 PIC S9(09) COMP VALUE ZEROS.
           02 WS-CANT-TARJETAS              PIC S9(09) COMP VALUE ZEROS.

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   VENCIMIENTO DEL PLASTICO ( AAAAMM )                          *
      *----------------------------------------------------------------*

       01 WS-VENCIMIENTO.
           02 WS-VTO-ANIO                   PIC 9(04).
           02 WS-VTO-MES                    PIC 9(02).
       01 WS-VENCIMIENTO-N REDEFINES WS-VENCIMIENTO
                                            PIC 9(06).

      *----------------------------------------------------------------*
      *   NUMERO DE TARJETA EN ARMADO: BIN + CORRELATIVO + DIGITO, Y   *
      *   SU VISTA POSICION A POSICION PARA EL CALCULO DEL DIGITO LUHN *
      *   ( SE DUPLICAN LAS POSICIONES IMPARES DESDE LA IZQUIERDA, SE  *
      *   RESTA 9 A LO QUE SUPERA 9 Y EL DIGITO COMPLETA LA SUMA AL    *
      *   MULTIPLO DE 10 SIGUIENTE ).                                  *
      *----------------------------------------------------------------*

       01 WS-NROTAR-ARMADO.
           02 WS-NRT-BIN                    PIC 9(06).
           02 WS-NRT-CORRELATIVO            PIC 9(09).
           02 WS-NRT-DIGITO                 PIC 9(01).
       01 WS-NROTAR-ARMADO-N REDEFINES WS-NROTAR-ARMADO
                                            PIC 9(16).
       01 WS-NROTAR-ARMADO-R REDEFINES WS-NROTAR-ARMADO.
           02 WS-NRT-POSICION               OCCURS 16 TIMES
                                            PIC 9(01).

       01 WS-LUHN.
           02 WS-LUHN-I                     PIC 9(02) COMP.
           02 WS-LUHN-SUMA                  PIC 9(03) COMP.
           02 WS-LUHN-VALOR                 PIC 9(02) COMP.
           02 WS-LUHN-COCIENTE              PIC 9(03) COMP.
           02 WS-LUHN-RESTO                 PIC 9(02) COMP.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CLIENTE EN TBCURCLI                       *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).
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
           02 CNT-SOLICITUDES-LEIDAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-TARJETAS-EMITIDAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SOLICITUDES-RECHAZADAS    PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-SOLTAR                     PIC X(02).
              88 FS-SOLTAR-OK                          VALUE '00'.
              88 FS-SOLTAR-EOF                         VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-EMBOZO                     PIC X(02).
              88 FS-EMBOZO-OK                          VALUE '00'.

           02 FS-RECHTAR                    PIC X(02).
              88 FS-RECHTAR-OK                         VALUE '00'.

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

           COPY CPCURTAR.

           COPY CPTARDEB.

           COPY CPCONTAC.

           COPY CPLEGHLD.

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
             INCLUDE TBCURTAR
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF FS-SOLTAR-OK
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL FS-SOLTAR-EOF
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

      *    EL ALTA Y EL VENCIMIENTO SE CALCULAN SOBRE LA FECHA DE
      *    PROCESO, NO LA DE MAQUINA.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           PERFORM 1500-BUSCAR-ULTIMO-NROTAR
              THRU 1500-F-BUSCAR-ULTIMO-NROTAR.

           PERFORM 1400-LEER-SOLTAR
              THRU 1400-F-LEER-SOLTAR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   SOLTAR
                        CONTACTO
                OUTPUT  EMBOZO
                        RECHTAR.

           IF NOT FS-SOLTAR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SOLTAR                  TO AUX-ERR-NOMBRE
              MOVE FS-SOLTAR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

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

           IF NOT FS-RECHTAR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECHTAR                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHTAR                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - S O L T A R                      *
      *----------------------------------------------------------------*

       1400-LEER-SOLTAR.

           MOVE '1400-LEER-SOLTAR'            TO WS-PARRAFO.

           READ SOLTAR INTO WS-REG-SOLTAR.

           EVALUATE TRUE
               WHEN FS-SOLTAR-OK
                    ADD 1                     TO CNT-SOLICITUDES-LEIDAS

               WHEN FS-SOLTAR-EOF
                    SET FS-SOLTAR-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SOLTAR            TO AUX-ERR-NOMBRE
                    MOVE FS-SOLTAR            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-SOLTAR.
           EXIT.

      *----------------------------------------------------------------*
      *   1 5 0 0 - B U S C A R - U L T I M O - N R O T A R            *
      *----------------------------------------------------------------*
      *   TOMA EL MAYOR NUMERO DE TARJETA YA ASIGNADO: LAS EMISIONES   *
      *   DE ESTA CORRIDA SIGUEN SU CORRELATIVO. SIN TARJETAS EN LA    *
      *   TABLA EL CORRELATIVO ARRANCA EN CERO.                        *
      *----------------------------------------------------------------*

       1500-BUSCAR-ULTIMO-NROTAR.

           MOVE '1500-BUSCAR-ULTIMO-NROTAR'   TO WS-PARRAFO.

           EXEC SQL
             SELECT VALUE(MAX(NROTAR), 0)
               INTO :WS-ULTIMO-NROTAR
               FROM KC02787.TBCURTAR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-QUERYDB2          TO AUX-ERR-ACCION
              MOVE 'TBCURTAR'           TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-ULTIMO-NROTAR              TO WS-NROTAR-ARMADO-N.
           MOVE CT-BIN-DEBITO                 TO WS-NRT-BIN.

       1500-F-BUSCAR-ULTIMO-NROTAR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2100-VALIDAR-SOLICITUD
              THRU 2100-F-VALIDAR-SOLICITUD.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2400-INSERTAR-TARJETA
                 THRU 2400-F-INSERTAR-TARJETA
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              ADD 1                        TO CNT-TARJETAS-EMITIDAS

              PERFORM 2600-GRABAR-EMBOZO
                 THRU 2600-F-GRABAR-EMBOZO
           ELSE
              PERFORM 2500-GRABAR-RECHAZO
                 THRU 2500-F-GRABAR-RECHAZO
           END-IF.

           PERFORM 1400-LEER-SOLTAR
              THRU 1400-F-LEER-SOLTAR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - V A L I D A R - S O L I C I T U D               *
      *----------------------------------------------------------------*
      *   VALIDA LOS DATOS DE LA SOLICITUD Y, SI ESTAN BIEN FORMADOS,  *
      *   RECORRE LOS CONTROLES DEL CLIENTE EN ORDEN: EL PRIMERO QUE   *
      *   FALLA DEJA EL MOTIVO Y CORTA EL RESTO.                       *
      *----------------------------------------------------------------*

       2100-VALIDAR-SOLICITUD.

           MOVE '2100-VALIDAR-SOLICITUD'      TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN STA-NROCUEN IS NOT NUMERIC OR
                  STA-SUCUEN  IS NOT NUMERIC OR
                  STA-DIGITO  IS NOT NUMERIC OR
                  STA-TIPCUEN IS EQUAL TO SPACES
               MOVE 'CUENTA INVALIDA'         TO WS-MOTIVO

             WHEN STA-NRODOC IS NOT NUMERIC OR
                  STA-TIPDOC IS EQUAL TO SPACES
               MOVE 'DOCUMENTO DEL CLIENTE INVALIDO' TO WS-MOTIVO

             WHEN OTHER
               MOVE STA-TIPCUEN               TO DIG-TIPO
               COMPUTE DIG-CUENTA =
                       STA-SUCUEN * 1000000 + STA-NROCUEN
               MOVE STA-DIGITO                TO DIG-INFORMADO

               PERFORM 8700-VERIFICAR-DIGITO
                  THRU 8700-F-VERIFICAR-DIGITO

               IF DIGITO-ERRONEO
                  MOVE 'DIGITO VERIFICADOR ERRONEO' TO WS-MOTIVO
               END-IF
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2150-BUSCAR-CUENTA
                 THRU 2150-F-BUSCAR-CUENTA
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2160-BUSCAR-CLIENTE
                 THRU 2160-F-BUSCAR-CLIENTE
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2170-CONTROLAR-BLOQUEOS
                 THRU 2170-F-CONTROLAR-BLOQUEOS
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2180-CONTROLAR-DOMICILIO
                 THRU 2180-F-CONTROLAR-DOMICILIO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2190-CONTROLAR-TARJETA
                 THRU 2190-F-CONTROLAR-TARJETA
           END-IF.

       2100-F-VALIDAR-SOLICITUD.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 5 0 - B U S C A R - C U E N T A                     *
      *----------------------------------------------------------------*

       2150-BUSCAR-CUENTA.

           MOVE '2150-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE STA-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE STA-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE STA-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT NROCLI
               INTO :WS-CTA-NROCLI
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2150-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 6 0 - B U S C A R - C L I E N T E                   *
      *----------------------------------------------------------------*
      *   EL CLIENTE DEBE EXISTIR EN TBCURCLI, ESTAR ACTIVO Y SER EL   *
      *   TITULAR DE LA CUENTA ( MISMO NROCLI ) O UN COTITULAR PLENO   *
      *   ( TBCURTIT, ROL 'C' ); UN FIRMANTE NO RECIBE TARJETA.        *
      *----------------------------------------------------------------*

       2160-BUSCAR-CLIENTE.

           MOVE '2160-BUSCAR-CLIENTE'         TO WS-PARRAFO.

           MOVE STA-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE STA-NRODOC                    TO WS-TB-NRODOC.

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

           IF WS-MOTIVO IS NOT EQUAL TO SPACES OR
              WS-TB-NROCLI IS EQUAL TO WS-CTA-NROCLI
              GO TO 2160-F-BUSCAR-CLIENTE
           END-IF.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-COTIT
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND NROCLI  = :WS-TB-NROCLI
                AND ROL     = 'C'
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO 0
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO

             WHEN WS-CANT-COTIT IS EQUAL TO ZEROS
               MOVE 'CLIENTE NO ES TITULAR DE LA CTA' TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2160-F-BUSCAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 7 0 - C O N T R O L A R - B L O Q U E O S             *
      *----------------------------------------------------------------*
      *   NO SE ENTREGA TARJETA A UN DOCUMENTO NI SOBRE UNA CUENTA     *
      *   CON BLOQUEO LEGAL: LOS CONSUMOS QUEDARIAN RETENIDOS.         *
      *----------------------------------------------------------------*

       2170-CONTROLAR-BLOQUEOS.

           MOVE '2170-CONTROLAR-BLOQUEOS'     TO WS-PARRAFO.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE STA-TIPDOC                    TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE STA-NRODOC                    TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'CLIENTE CON BLOQUEO LEGAL'  TO WS-MOTIVO
           ELSE
              MOVE 'C'                        TO WS-BLQ-BUSQ-TIPO-REG
              MOVE STA-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO
              COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                      STA-SUCUEN * 1000000 + STA-NROCUEN

              PERFORM 1895-BUSCAR-BLOQUEO
                 THRU 1895-F-BUSCAR-BLOQUEO

              IF BLOQUEO-HALLADO
                 MOVE 'CUENTA CON BLOQUEO LEGAL' TO WS-MOTIVO
              END-IF
           END-IF.

       2170-F-CONTROLAR-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 8 0 - C O N T R O L A R - D O M I C I L I O            *
      *----------------------------------------------------------------*
      *   EL PLASTICO SE ENTREGA EN EL DOMICILIO DEL KSDS CONTACTO:    *
      *   SIN DOMICILIO, CON DOMICILIO INVALIDADO POR DEVOLUCION DEL   *
      *   CORREO ( PGMSI102 ) O SIN CALLE O CODIGO POSTAL NO SE EMITE. *
      *----------------------------------------------------------------*

       2180-CONTROLAR-DOMICILIO.

           MOVE '2180-CONTROLAR-DOMICILIO'    TO WS-PARRAFO.

           MOVE STA-TIPDOC                    TO CTT-TIP-DOC.
           MOVE STA-NRODOC                    TO CTT-NRO-DOC.
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

       2180-F-CONTROLAR-DOMICILIO.
           EXIT.

      *----------------------------------------------------------------*
      *  2 1 9 0 - C O N T R O L A R - T A R J E T A - V I G E N T E   *
      *----------------------------------------------------------------*
      *   UNA SOLA TARJETA EMITIDA O ACTIVA POR CLIENTE Y CUENTA: LA   *
      *   REPOSICION DE UNA BLOQUEADA ES UNA SOLICITUD NUEVA Y PASA.   *
      *----------------------------------------------------------------*

       2190-CONTROLAR-TARJETA.

           MOVE '2190-CONTROLAR-TARJETA'      TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-TARJETAS
               FROM KC02787.TBCURTAR
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND NROCLI  = :WS-TB-NROCLI
                AND ESTADO IN ('E', 'A')
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO 0
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO

             WHEN WS-CANT-TARJETAS IS GREATER THAN ZEROS
               MOVE 'YA TIENE TARJETA EN LA CUENTA' TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2190-F-CONTROLAR-TARJETA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 0 0 - I N S E R T A R - T A R J E T A               *
      *----------------------------------------------------------------*
      *   ARMA EL NUMERO CON EL CORRELATIVO SIGUIENTE Y SU DIGITO      *
      *   LUHN, CALCULA EL VENCIMIENTO E INSERTA LA TARJETA EMITIDA.   *
      *----------------------------------------------------------------*

       2400-INSERTAR-TARJETA.

           MOVE '2400-INSERTAR-TARJETA'       TO WS-PARRAFO.

           ADD 1                              TO WS-NRT-CORRELATIVO.

           PERFORM 2450-CALCULAR-DIGITO-LUHN
              THRU 2450-F-CALCULAR-DIGITO-LUHN.

           COMPUTE WS-VTO-ANIO = WS-FPR-ANIO + CT-ANIOS-VIGENCIA.
           MOVE WS-FPR-MES                    TO WS-VTO-MES.

           MOVE WS-NROTAR-ARMADO-N            TO WS-TAR-NROTAR.
           MOVE STA-TIPCUEN                   TO WS-TAR-TIPCUEN.
           MOVE STA-NROCUEN                   TO WS-TAR-NROCUEN.
           MOVE STA-SUCUEN                    TO WS-TAR-SUCUEN.
           MOVE WS-TB-NROCLI                  TO WS-TAR-NROCLI.
           MOVE STA-TIPDOC                    TO WS-TAR-TIPDOC.
           MOVE STA-NRODOC                    TO WS-TAR-NRODOC.

           IF STA-NOMEMB IS EQUAL TO SPACES
              MOVE WS-TB-NOMAPE               TO WS-TAR-NOMEMB
           ELSE
              MOVE STA-NOMEMB                 TO WS-TAR-NOMEMB
           END-IF.

           MOVE WS-FECHA-PROCESO-N            TO WS-TAR-FECALTA
                                                 WS-TAR-FECEST.
           MOVE WS-VENCIMIENTO-N              TO WS-TAR-FECVTO.
           MOVE 'E'                           TO WS-TAR-ESTADO.
           MOVE ZEROS                         TO WS-TAR-FECREN.

           EXEC SQL INSERT
             INTO KC02787.TBCURTAR
               (NROTAR, TIPCUEN, NROCUEN, SUCUEN, NROCLI, TIPDOC,
                NRODOC, NOMEMB, FECALTA, FECVTO, ESTADO, FECEST,
                FECREN)
             VALUES (:WS-TAR-NROTAR,
                     :WS-TAR-TIPCUEN,
                     :WS-TAR-NROCUEN,
                     :WS-TAR-SUCUEN,
                     :WS-TAR-NROCLI,
                     :WS-TAR-TIPDOC,
                     :WS-TAR-NRODOC,
                     :WS-TAR-NOMEMB,
                     :WS-TAR-FECALTA,
                     :WS-TAR-FECVTO,
                     :WS-TAR-ESTADO,
                     :WS-TAR-FECEST,
                     :WS-TAR-FECREN)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              MOVE 'ERROR DB2 EN INSERT TARJETA' TO WS-MOTIVO
           END-IF.

       2400-F-INSERTAR-TARJETA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 5 0 - C A L C U L A R - D I G I T O - L U H N          *
      *----------------------------------------------------------------*

       2450-CALCULAR-DIGITO-LUHN.

           MOVE ZEROS                         TO WS-LUHN-SUMA.

           PERFORM 2460-SUMAR-POSICION-LUHN
              THRU 2460-F-SUMAR-POSICION-LUHN
             VARYING WS-LUHN-I FROM 1 BY 1
               UNTIL WS-LUHN-I IS GREATER THAN 15.

           DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-COCIENTE
                                  REMAINDER WS-LUHN-RESTO.

           IF WS-LUHN-RESTO IS EQUAL TO ZEROS
              MOVE ZEROS                      TO WS-NRT-DIGITO
           ELSE
              COMPUTE WS-NRT-DIGITO = 10 - WS-LUHN-RESTO
           END-IF.

       2450-F-CALCULAR-DIGITO-LUHN.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 6 0 - S U M A R - P O S I C I O N - L U H N           *
      *----------------------------------------------------------------*

       2460-SUMAR-POSICION-LUHN.

           MOVE WS-NRT-POSICION(WS-LUHN-I)    TO WS-LUHN-VALOR.

           DIVIDE WS-LUHN-I BY 2 GIVING WS-LUHN-COCIENTE
                              REMAINDER WS-LUHN-RESTO.

           IF WS-LUHN-RESTO IS NOT EQUAL TO ZEROS
              MULTIPLY 2                      BY WS-LUHN-VALOR
              IF WS-LUHN-VALOR IS GREATER THAN 9
                 SUBTRACT 9                   FROM WS-LUHN-VALOR
              END-IF
           END-IF.

           ADD WS-LUHN-VALOR                  TO WS-LUHN-SUMA.

       2460-F-SUMAR-POSICION-LUHN.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 0 0 - G R A B A R - R E C H A Z O                  *
      *----------------------------------------------------------------*

       2500-GRABAR-RECHAZO.

           MOVE '2500-GRABAR-RECHAZO'         TO WS-PARRAFO.

           ADD 1                        TO CNT-SOLICITUDES-RECHAZADAS.

           MOVE SPACES                        TO REG-RECHTAR.

           STRING 'CTA '            DELIMITED BY SIZE
                  STA-TIPCUEN       DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  STA-NROCUEN       DELIMITED BY SIZE
                  ' SUC '           DELIMITED BY SIZE
                  STA-SUCUEN        DELIMITED BY SIZE
                  ' DOC '           DELIMITED BY SIZE
                  STA-TIPDOC        DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  STA-NRODOC        DELIMITED BY SIZE
                  ': '              DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-RECHTAR
           END-STRING.

           WRITE REG-RECHTAR.

           IF NOT FS-RECHTAR-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHTAR                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHTAR                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-GRABAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - G R A B A R - E M B O Z O                   *
      *----------------------------------------------------------------*
      *   REGISTRO DE EMISION NUEVA PARA EL PROVEEDOR: NUMERO, NOMBRE, *
      *   VENCIMIENTO MM/AA Y DOMICILIO DE ENTREGA DE CONTACTO.        *
      *----------------------------------------------------------------*

       2600-GRABAR-EMBOZO.

           MOVE '2600-GRABAR-EMBOZO'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-EMBOZO.
           SET EMB-EMISION-NUEVA              TO TRUE.
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

       2600-F-GRABAR-EMBOZO.
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

           CLOSE SOLTAR
                 CONTACTO
                 EMBOZO
                 RECHTAR.

           IF NOT FS-EMBOZO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EMBOZO                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBOZO                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECHTAR-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECHTAR                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHTAR                 TO AUX-ERR-STATUS
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

           MOVE CNT-SOLICITUDES-LEIDAS        TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI139               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* SOLICITUDES LEIDAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TARJETAS-EMITIDAS         TO WS-MASCARA.
           DISPLAY '* TARJETAS EMITIDAS ( EMBOZO ):           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SOLICITUDES-RECHAZADAS    TO WS-MASCARA.
           DISPLAY '* SOLICITUDES RECHAZADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-SOLICITUDES-LEIDAS DELIMITED BY SIZE
                  ' EMITIDAS='     DELIMITED BY SIZE
                  CNT-TARJETAS-EMITIDAS DELIMITED BY SIZE
                  ' RECHAZADAS='   DELIMITED BY SIZE
                  CNT-SOLICITUDES-RECHAZADAS DELIMITED BY SIZE
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
      *        8 7 0 0 - V E R I F I C A R - D I G I T O               *
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

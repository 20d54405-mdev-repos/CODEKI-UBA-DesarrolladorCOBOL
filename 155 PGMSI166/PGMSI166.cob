      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI166.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   APROBACION POR CONTROL DUAL DE DEBITOS DE IMPORTE ALTO       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMAPCAB NO APLICA UN DEBITO QUE SUPERA EL UMBRAL DUAL DE SU   *
      * TIPO ( ARCHIVO CTLDUAL, COPY CPCTLDUA ) SI NO VIENE APROBADO   *
      * POR UN SUPERVISOR: LO RETIENE EN PENDDUAL. ESTE PROGRAMA       *
      * CORRE ANTES DEL PROXIMO PGMAPCAB Y RESUELVE LOS RETENIDOS:     *
      *   - LEE EL STOCK DE PENDIENTES DE LA CORRIDA ANTERIOR          *
      *     ( DUALANT ) Y LOS RETENIDOS NUEVOS DE PGMAPCAB             *
      *     ( PENDDUAL ). A LOS NUEVOS LES FIJA LA FECHA DE            *
      *     VENCIMIENTO: N DIAS HABILES DEL CALENDAR DESDE LA          *
      *     RETENCION ( N POR TIPO EN CTLDUAL, POR DEFECTO 3 ).        *
      *   - LAS DECISIONES DEL SUPERVISOR LLEGAN EN APROBTRX: TIPO,    *
      *     CUENTA Y NRO DEL MOVIMIENTO, 'A' APROBAR / 'R' RECHAZAR Y  *
      *     EL CODIGO DEL SUPERVISOR. SOLO VALE LA DECISION DEL        *
      *     SUPERVISOR QUE FIRMO LA AUTORIZACION DE LA CORRIDA         *
      *     ( AUTORIZA, COPY AUTORIRU ), Y NUNCA SOBRE UN MOVIMIENTO   *
      *     CARGADO POR EL MISMO ( WS-MOV-USUARIO ): ESE MOVIMIENTO    *
      *     SIGUE PENDIENTE HASTA QUE LO APRUEBE OTRO.                 *
      *   - EL APROBADO SALE EN LIBERADO ( LAYOUT MOVIMCC, CON EL      *
      *     SUPERVISOR EN WS-MOV-APROBADOR ), QUE SE CONCATENA A       *
      *     MOVTOS EN EL PASO DE PGMAPCAB.                             *
      *   - EL RECHAZADO, Y EL QUE LLEGA A SU VENCIMIENTO SIN          *
      *     DECISION, SE DEVUELVE A LA SUCURSAL DEL OPERADOR QUE LO    *
      *     CARGO ( MAESTRO OPERADOR ) EN DEVDUAL, CON EL MOTIVO.      *
      *   - EL RESTO PASA AL NUEVO STOCK ( DUALNUE ), QUE ES EL        *
      *     DUALANT DE LA CORRIDA SIGUIENTE.                           *
      * CADA APROBACION Y CADA RECHAZO QUEDA ASENTADO EN SEGAUDIT CON  *
      * EL SUPERVISOR DE AUTORIZA Y EL OPERADOR COMO AUTOR ( VISTA     *
      * SEG-AUD-DECISION DE CPAUTORI ).                                *
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

           SELECT DUALANT  ASSIGN TO DUALANT
                                    FILE STATUS IS FS-DUALANT.

           SELECT PENDDUAL ASSIGN TO PENDDUAL
                                    FILE STATUS IS FS-PENDDUAL.

           SELECT APROBTRX ASSIGN TO APROBTRX
                                    FILE STATUS IS FS-APROBTRX.

           SELECT CTLDUAL  ASSIGN TO CTLDUAL
                                    FILE STATUS IS FS-CTLDUAL.

           SELECT LIBERADO ASSIGN TO LIBERADO
                                    FILE STATUS IS FS-LIBERADO.

           SELECT DEVDUAL  ASSIGN TO DEVDUAL
                                    FILE STATUS IS FS-DEVDUAL.

           SELECT DUALNUE  ASSIGN TO DUALNUE
                                    FILE STATUS IS FS-DUALNUE.

           SELECT OPERADOR ASSIGN TO OPERADOR
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OPE-KEY-USUARIO
                           FILE STATUS IS FS-OPERADOR.

           SELECT CALENDAR ASSIGN TO CALENDAR
                                    FILE STATUS IS FS-CALENDAR.

           SELECT AUTORIZA ASSIGN TO AUTORIZA
                                    FILE STATUS IS FS-AUTORIZA.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

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
      *   DEBITOS RETENIDOS POR CONTROL DUAL ( COPY CPCTLDUA ): STOCK  *
      *   ANTERIOR, RETENIDOS NUEVOS DE PGMAPCAB Y NUEVO STOCK.        *
      *----------------------------------------------------------------*

       FD   DUALANT
            RECORDING MODE IS F.
       01   REG-DUALANT                                     PIC X(120).

       FD   PENDDUAL
            RECORDING MODE IS F.
       01   REG-PENDDUAL                                    PIC X(120).

       FD   DUALNUE
            RECORDING MODE IS F.
       01   REG-DUALNUE                                     PIC X(120).

      *----------------------------------------------------------------*
      *   DECISIONES DEL SUPERVISOR.                                   *
      *----------------------------------------------------------------*

       FD   APROBTRX
            RECORDING MODE IS F.
       01   REG-APROBTRX                                    PIC X(40).

      *----------------------------------------------------------------*
      *   UMBRALES Y DIAS DE VENCIMIENTO POR TIPO DE MOVIMIENTO.       *
      *----------------------------------------------------------------*

       FD   CTLDUAL
            RECORDING MODE IS F.
       01   REG-CTLDUAL                                     PIC X(20).

      *----------------------------------------------------------------*
      *   MOVIMIENTOS APROBADOS ( LAYOUT MOVIMCC ), PARA EL PROXIMO    *
      *   CICLO DE PGMAPCAB.                                           *
      *----------------------------------------------------------------*

       FD   LIBERADO
            RECORDING MODE IS F.
       01   REG-LIBERADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   MOVIMIENTOS DEVUELTOS A LA SUCURSAL ( COPY CPCTLDUA ).       *
      *----------------------------------------------------------------*

       FD   DEVDUAL
            RECORDING MODE IS F.
       01   REG-DEVDUAL                                     PIC X(160).

      *----------------------------------------------------------------*
      *   MAESTRO DE OPERADORES ( ARCHIVO VSAM, COPY CPOPERAD )        *
      *----------------------------------------------------------------*

       FD   OPERADOR.

       01   REG-OPERADOR.
            03 OPE-KEY-USUARIO                              PIC X(08).
            03 FILLER                                       PIC X(72).

      *----------------------------------------------------------------*
      *   CALENDARIO DE FERIADOS Y CIERRES ( COPY CALENDFD ).          *
      *----------------------------------------------------------------*

           COPY CALENDFD.

      *----------------------------------------------------------------*
      *   AUTORIZACION FIRMADA Y AUDITORIA DE SEGURIDAD ( COPY         *
      *   CPAUTORI / AUTORIRU ): EL SUPERVISOR QUE FIRMA ES EL UNICO   *
      *   CUYAS DECISIONES SE ACEPTAN EN LA CORRIDA.                   *
      *----------------------------------------------------------------*

       FD  AUTORIZA
           RECORDING MODE IS F.
       01  REG-AUTORIZA                     PIC X(30).

       FD  SEGAUDIT
           RECORDING MODE IS F.
       01  REG-SEGAUDIT                     PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI166'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-DUALANT                    PIC X(08)  VALUE 'DUALANT '.
           02 CT-PENDDUAL                   PIC X(08)  VALUE 'PENDDUAL'.
           02 CT-APROBTRX                   PIC X(08)  VALUE 'APROBTRX'.
           02 CT-CTLDUAL                    PIC X(08)  VALUE 'CTLDUAL '.
           02 CT-LIBERADO                   PIC X(08)  VALUE 'LIBERADO'.
           02 CT-DEVDUAL                    PIC X(08)  VALUE 'DEVDUAL '.
           02 CT-DUALNUE                    PIC X(08)  VALUE 'DUALNUE '.
           02 CT-OPERADOR                   PIC X(08)  VALUE 'OPERADOR'.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.
           02 CT-MAX-APROBACIONES           PIC 9(03)  VALUE 500.
           02 CT-DIAS-VENCE-DUAL            PIC 9(02)  VALUE 3.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-A                          PIC 9(03)  VALUE ZEROS.
           02 WS-A-HALLADA                  PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-APROB                 PIC 9(03)  VALUE ZEROS.
           02 WS-DIAS-VENCE                 PIC 9(02)  VALUE ZEROS.
           02 WS-DECISION                   PIC X(01)  VALUE SPACES.
           02 WS-DEV-SUPERVISOR             PIC X(08)  VALUE SPACES.
           02 WS-IMPORTE-EDIT               PIC -(11)9,99.

       01 WS-DECIDIDO-SW                    PIC X(01)  VALUE 'N'.
           88 MOVTO-DECIDIDO                           VALUE 'S'.
           88 MOVTO-SIN-DECISION                       VALUE 'N'.

      *----------------------------------------------------------------*
      *   DECISION DEL SUPERVISOR ( ARCHIVO APROBTRX ).                *
      *----------------------------------------------------------------*

       01 WS-REG-APROBTRX.
           02 APR-TIPO                      PIC 9(02).
           02 APR-CUENTA                    PIC 9(08).
           02 APR-NRO                       PIC 9(06).
           02 APR-DECISION                  PIC X(01).
           02 APR-SUPERVISOR                PIC X(08).
           02 FILLER                        PIC X(15).

      *----------------------------------------------------------------*
      *   DECISIONES EN MEMORIA, CON LA MARCA DE USADA PARA INFORMAR   *
      *   AL FINAL LAS QUE NO ENCONTRARON MOVIMIENTO PENDIENTE.        *
      *----------------------------------------------------------------*

       01 WS-T-APROBACIONES.
           02 T-APR                         OCCURS 500 TIMES.
              03 T-APR-TIPO                 PIC 9(02).
              03 T-APR-CUENTA               PIC 9(08).
              03 T-APR-NRO                  PIC 9(06).
              03 T-APR-DECISION             PIC X(01).
              03 T-APR-SUPERVISOR           PIC X(08).
              03 T-APR-USADA-SW             PIC X(01).
                 88 T-APR-USADA                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   DIAS HABILES DE VENCIMIENTO POR TIPO DE MOVIMIENTO           *
      *   ( SUBINDICE = CODIGO DE TIPO; CERO = CT-DIAS-VENCE-DUAL ).   *
      *----------------------------------------------------------------*

       01 WS-T-DIAS-VENCE.
           02 T-DIAS-VENCE                  OCCURS 99 TIMES
                                            PIC 9(02).

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
           02 CNT-ANT-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-NUEVOS-LEIDOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-APROB-LEIDAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-APROBADOS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-VENCIDOS                  PIC 9(05)  VALUE ZEROS.
           02 CNT-SIGUEN-PENDIENTES         PIC 9(05)  VALUE ZEROS.
           02 CNT-AUTOAPROBACIONES          PIC 9(05)  VALUE ZEROS.
           02 CNT-APROB-INVALIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-APROB-SIN-MOVTO           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-DUALANT                    PIC X(02).
              88 FS-DUALANT-OK                         VALUE '00'.
              88 FS-DUALANT-EOF                        VALUE '10'.

           02 FS-PENDDUAL                   PIC X(02).
              88 FS-PENDDUAL-OK                        VALUE '00'.
              88 FS-PENDDUAL-EOF                       VALUE '10'.

           02 FS-APROBTRX                   PIC X(02).
              88 FS-APROBTRX-OK                        VALUE '00'.
              88 FS-APROBTRX-EOF                       VALUE '10'.

           02 FS-CTLDUAL                    PIC X(02).
              88 FS-CTLDUAL-OK                         VALUE '00'.
              88 FS-CTLDUAL-EOF                        VALUE '10'.

           02 FS-LIBERADO                   PIC X(02).
              88 FS-LIBERADO-OK                        VALUE '00'.

           02 FS-DEVDUAL                    PIC X(02).
              88 FS-DEVDUAL-OK                         VALUE '00'.

           02 FS-DUALNUE                    PIC X(02).
              88 FS-DUALNUE-OK                         VALUE '00'.

           02 FS-OPERADOR                   PIC X(02).
              88 FS-OPERADOR-OK                        VALUE '00'.
              88 FS-OPERADOR-NOTFND                    VALUE '23'.

           02 FS-CALENDAR                   PIC X(02).
              88 FS-CALENDAR-OK                        VALUE '00'.
              88 FS-CALENDAR-EOF                       VALUE '10'.

           02 FS-AUTORIZA                   PIC X(02).
              88 FS-AUTORIZA-OK                        VALUE '00'.
              88 FS-AUTORIZA-EOF                       VALUE '10'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.

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

           COPY CPCTLDUA.

           COPY CPOPERAD.

           COPY CPCALEND.

           COPY CPAUTORI.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-PENDDUAL-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-APROBACIONES
                      WS-T-DIAS-VENCE
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

      *    EL SUPERVISOR QUE FIRMA LA CORRIDA ES EL QUE APRUEBA.
           PERFORM 1805-CONTROLAR-AUTORIZACION
              THRU 1805-F-CONTROLAR-AUTORIZACION.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1870-CARGAR-CALENDARIO
              THRU 1870-F-CARGAR-CALENDARIO.

           PERFORM 1300-CARGAR-CTLDUAL
              THRU 1300-F-CARGAR-CTLDUAL.

           PERFORM 1350-CARGAR-APROBACIONES
              THRU 1350-F-CARGAR-APROBACIONES.

           PERFORM 1400-LEER-PENDIENTE
              THRU 1400-F-LEER-PENDIENTE.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  DUALANT
                       PENDDUAL
                       APROBTRX
                       OPERADOR
                OUTPUT LIBERADO
                       DEVDUAL
                       DUALNUE.

           IF NOT FS-DUALANT-OK
              MOVE CT-DUALANT                 TO AUX-ERR-NOMBRE
              MOVE FS-DUALANT                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-PENDDUAL-OK
              MOVE CT-PENDDUAL                TO AUX-ERR-NOMBRE
              MOVE FS-PENDDUAL                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-APROBTRX-OK
              MOVE CT-APROBTRX                TO AUX-ERR-NOMBRE
              MOVE FS-APROBTRX                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-OPERADOR-OK
              MOVE CT-OPERADOR                TO AUX-ERR-NOMBRE
              MOVE FS-OPERADOR                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-LIBERADO-OK
              MOVE CT-LIBERADO                TO AUX-ERR-NOMBRE
              MOVE FS-LIBERADO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-DEVDUAL-OK
              MOVE CT-DEVDUAL                 TO AUX-ERR-NOMBRE
              MOVE FS-DEVDUAL                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-DUALNUE-OK
              MOVE CT-DUALNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-DUALNUE                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 9 0 - E R R O R - A P E R T U R A                 *
      *----------------------------------------------------------------*

       1290-ERROR-APERTURA.

           MOVE CT-OPEN                       TO AUX-ERR-ACCION.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1290-F-ERROR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 0 0 - C A R G A R - C T L D U A L                 *
      *----------------------------------------------------------------*
      *   EL MISMO PARAMETRO QUE USA PGMAPCAB PARA RETENER: AQUI SOLO  *
      *   INTERESAN LOS DIAS DE VENCIMIENTO DE CADA TIPO.              *
      *----------------------------------------------------------------*

       1300-CARGAR-CTLDUAL.

           MOVE '1300-CARGAR-CTLDUAL'         TO WS-PARRAFO.

           OPEN INPUT CTLDUAL.

           IF NOT FS-CTLDUAL-OK
              MOVE CT-CTLDUAL                 TO AUX-ERR-NOMBRE
              MOVE FS-CTLDUAL                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           PERFORM 1310-LEER-CTLDUAL
              THRU 1310-F-LEER-CTLDUAL.

           PERFORM 1320-GUARDAR-CTLDUAL
              THRU 1320-F-GUARDAR-CTLDUAL
             UNTIL FS-CTLDUAL-EOF.

           CLOSE CTLDUAL.

       1300-F-CARGAR-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 1 0 - L E E R - C T L D U A L                     *
      *----------------------------------------------------------------*

       1310-LEER-CTLDUAL.

           MOVE '1310-LEER-CTLDUAL'           TO WS-PARRAFO.

           READ CTLDUAL INTO WS-REG-CTLDUAL.

           EVALUATE TRUE
               WHEN FS-CTLDUAL-OK
                    CONTINUE

               WHEN FS-CTLDUAL-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CTLDUAL           TO AUX-ERR-NOMBRE
                    MOVE FS-CTLDUAL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 2 0 - G U A R D A R - C T L D U A L               *
      *----------------------------------------------------------------*

       1320-GUARDAR-CTLDUAL.

           MOVE '1320-GUARDAR-CTLDUAL'        TO WS-PARRAFO.

           IF DCU-TIPO IS NUMERIC AND
              DCU-TIPO IS GREATER THAN ZEROS AND
              DCU-DIAS-VENCE IS NUMERIC
              MOVE DCU-DIAS-VENCE             TO T-DIAS-VENCE(DCU-TIPO)
           END-IF.

           PERFORM 1310-LEER-CTLDUAL
              THRU 1310-F-LEER-CTLDUAL.

       1320-F-GUARDAR-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 5 0 - C A R G A R - A P R O B A C I O N E S           *
      *----------------------------------------------------------------*

       1350-CARGAR-APROBACIONES.

           MOVE '1350-CARGAR-APROBACIONES'    TO WS-PARRAFO.

           PERFORM 1360-LEER-APROBTRX
              THRU 1360-F-LEER-APROBTRX.

           PERFORM 1370-GUARDAR-APROBACION
              THRU 1370-F-GUARDAR-APROBACION
             UNTIL FS-APROBTRX-EOF.

       1350-F-CARGAR-APROBACIONES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 6 0 - L E E R - A P R O B T R X                   *
      *----------------------------------------------------------------*

       1360-LEER-APROBTRX.

           MOVE '1360-LEER-APROBTRX'          TO WS-PARRAFO.

           READ APROBTRX INTO WS-REG-APROBTRX.

           EVALUATE TRUE
               WHEN FS-APROBTRX-OK
                    ADD 1                     TO CNT-APROB-LEIDAS

               WHEN FS-APROBTRX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-APROBTRX          TO AUX-ERR-NOMBRE
                    MOVE FS-APROBTRX          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1360-F-LEER-APROBTRX.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 7 0 - G U A R D A R - A P R O B A C I O N             *
      *----------------------------------------------------------------*
      *   LA DECISION SE VALIDA AL GUARDARLA: CLAVE NUMERICA, 'A' O    *
      *   'R', Y FIRMADA POR EL SUPERVISOR DE AUTORIZA. LA INVALIDA SE *
      *   INFORMA Y NO ENTRA EN LA TABLA.                              *
      *----------------------------------------------------------------*

       1370-GUARDAR-APROBACION.

           MOVE '1370-GUARDAR-APROBACION'     TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           IF APR-TIPO IS NOT NUMERIC OR
              APR-CUENTA IS NOT NUMERIC OR
              APR-NRO IS NOT NUMERIC
              MOVE 'CLAVE DE MOVIMIENTO INVALIDA' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              APR-DECISION IS NOT EQUAL TO 'A' AND
              APR-DECISION IS NOT EQUAL TO 'R'
              MOVE 'DECISION DESCONOCIDA'     TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              APR-SUPERVISOR IS NOT EQUAL TO AUT-SUPERVISOR
              MOVE 'SUPERVISOR NO AUTORIZADO' TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              ADD 1                           TO CNT-APROB-INVALIDAS
              DISPLAY '* APROBACION INVALIDA: ' WS-MOTIVO
              DISPLAY ' - ' WS-REG-APROBTRX
           ELSE
              PERFORM 1380-AGREGAR-APROBACION
                 THRU 1380-F-AGREGAR-APROBACION
           END-IF.

           PERFORM 1360-LEER-APROBTRX
              THRU 1360-F-LEER-APROBTRX.

       1370-F-GUARDAR-APROBACION.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 8 0 - A G R E G A R - A P R O B A C I O N             *
      *----------------------------------------------------------------*

       1380-AGREGAR-APROBACION.

           MOVE '1380-AGREGAR-APROBACION'     TO WS-PARRAFO.

           IF WS-CANT-APROB IS NOT LESS THAN CT-MAX-APROBACIONES
              DISPLAY '* MAS DE ' CT-MAX-APROBACIONES
                      ' APROBACIONES EN LA CORRIDA *'
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-APROBTRX                TO AUX-ERR-NOMBRE
              MOVE FS-APROBTRX                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-APROB.
           MOVE APR-TIPO              TO T-APR-TIPO(WS-CANT-APROB).
           MOVE APR-CUENTA            TO T-APR-CUENTA(WS-CANT-APROB).
           MOVE APR-NRO               TO T-APR-NRO(WS-CANT-APROB).
           MOVE APR-DECISION          TO T-APR-DECISION(WS-CANT-APROB).
           MOVE APR-SUPERVISOR      TO T-APR-SUPERVISOR(WS-CANT-APROB).
           MOVE 'N'                   TO T-APR-USADA-SW(WS-CANT-APROB).

       1380-F-AGREGAR-APROBACION.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 0 0 - L E E R - P E N D I E N T E                 *
      *----------------------------------------------------------------*
      *   ENTREGA PRIMERO TODO EL STOCK ANTERIOR Y DESPUES LOS         *
      *   RETENIDOS NUEVOS; EL FIN DE PENDDUAL ES EL FIN DEL PROCESO.  *
      *----------------------------------------------------------------*

       1400-LEER-PENDIENTE.

           MOVE '1400-LEER-PENDIENTE'         TO WS-PARRAFO.

           IF NOT FS-DUALANT-EOF
              PERFORM 1410-LEER-DUALANT
                 THRU 1410-F-LEER-DUALANT
           END-IF.

           IF FS-DUALANT-EOF
              PERFORM 1420-LEER-PENDDUAL
                 THRU 1420-F-LEER-PENDDUAL
           END-IF.

       1400-F-LEER-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 1 0 - L E E R - D U A L A N T                     *
      *----------------------------------------------------------------*

       1410-LEER-DUALANT.

           MOVE '1410-LEER-DUALANT'           TO WS-PARRAFO.

           READ DUALANT INTO WS-REG-PENDUAL.

           EVALUATE TRUE
               WHEN FS-DUALANT-OK
                    ADD 1                     TO CNT-ANT-LEIDOS

               WHEN FS-DUALANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DUALANT           TO AUX-ERR-NOMBRE
                    MOVE FS-DUALANT           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1410-F-LEER-DUALANT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 2 0 - L E E R - P E N D D U A L                   *
      *----------------------------------------------------------------*

       1420-LEER-PENDDUAL.

           MOVE '1420-LEER-PENDDUAL'          TO WS-PARRAFO.

           READ PENDDUAL INTO WS-REG-PENDUAL.

           EVALUATE TRUE
               WHEN FS-PENDDUAL-OK
                    ADD 1                     TO CNT-NUEVOS-LEIDOS

               WHEN FS-PENDDUAL-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PENDDUAL          TO AUX-ERR-NOMBRE
                    MOVE FS-PENDDUAL          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-PENDDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE PDU-MOVTO                     TO WS-REG-MOVIMI.
           SET MOVTO-SIN-DECISION             TO TRUE.

           IF PDU-FECHA-VENCE IS EQUAL TO ZEROS
              PERFORM 2100-CALCULAR-VENCIMIENTO
                 THRU 2100-F-CALCULAR-VENCIMIENTO
           END-IF.

           PERFORM 2200-BUSCAR-APROBACION
              THRU 2200-F-BUSCAR-APROBACION.

           IF WS-A-HALLADA IS GREATER THAN ZEROS
              PERFORM 2300-APLICAR-DECISION
                 THRU 2300-F-APLICAR-DECISION
           END-IF.

           IF MOVTO-SIN-DECISION
              IF WS-FECHA-PROCESO IS NOT LESS THAN PDU-FECHA-VENCE
                 ADD 1                        TO CNT-VENCIDOS
                 MOVE 'VENCIDO SIN APROBACION' TO WS-MOTIVO
                 MOVE SPACES                  TO WS-DEV-SUPERVISOR
                 PERFORM 2500-DEVOLVER-SUCURSAL
                    THRU 2500-F-DEVOLVER-SUCURSAL
              ELSE
                 PERFORM 2600-GRABAR-PENDIENTE
                    THRU 2600-F-GRABAR-PENDIENTE
              END-IF
           END-IF.

           PERFORM 1400-LEER-PENDIENTE
              THRU 1400-F-LEER-PENDIENTE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - C A L C U L A R - V E N C I M I E N T O         *
      *----------------------------------------------------------------*
      *   N DIAS HABILES DEL CALENDAR CONTADOS DESDE LA RETENCION      *
      *   ( SIN CONTAR EL DIA DE LA RETENCION ).                       *
      *----------------------------------------------------------------*

       2100-CALCULAR-VENCIMIENTO.

           MOVE '2100-CALCULAR-VENCIMIENTO'   TO WS-PARRAFO.

           MOVE CT-DIAS-VENCE-DUAL            TO WS-DIAS-VENCE.

           IF WS-MOV-TIPO IS NUMERIC AND
              WS-MOV-TIPO IS GREATER THAN ZEROS
              IF T-DIAS-VENCE(WS-MOV-TIPO) IS GREATER THAN ZEROS
                 MOVE T-DIAS-VENCE(WS-MOV-TIPO) TO WS-DIAS-VENCE
              END-IF
           END-IF.

           MOVE PDU-FECHA-RETENCION           TO CAL-FECHA-CONSULTA-N.

           PERFORM 1885-DIA-HABIL-SIGUIENTE
              THRU 1885-F-DIA-HABIL-SIGUIENTE
              WS-DIAS-VENCE TIMES.

           MOVE CAL-FECHA-CONSULTA-N          TO PDU-FECHA-VENCE.

       2100-F-CALCULAR-VENCIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 2 0 0 - B U S C A R - A P R O B A C I O N               *
      *----------------------------------------------------------------*
      *   DEJA EN WS-A-HALLADA LA PRIMERA DECISION NO USADA PARA EL    *
      *   MOVIMIENTO ( CERO SI NO HAY ).                               *
      *----------------------------------------------------------------*

       2200-BUSCAR-APROBACION.

           MOVE '2200-BUSCAR-APROBACION'      TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-A-HALLADA.

           PERFORM 2210-COMPARAR-APROBACION
              THRU 2210-F-COMPARAR-APROBACION
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN WS-CANT-APROB
                  OR WS-A-HALLADA IS GREATER THAN ZEROS.

       2200-F-BUSCAR-APROBACION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 2 1 0 - C O M P A R A R - A P R O B A C I O N           *
      *----------------------------------------------------------------*

       2210-COMPARAR-APROBACION.

           IF NOT T-APR-USADA(WS-A) AND
              T-APR-TIPO(WS-A) IS EQUAL TO WS-MOV-TIPO AND
              T-APR-CUENTA(WS-A) IS EQUAL TO WS-MOV-CUENTA AND
              T-APR-NRO(WS-A) IS EQUAL TO WS-MOV-NRO
              MOVE WS-A                       TO WS-A-HALLADA
           END-IF.

       2210-F-COMPARAR-APROBACION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 0 0 - A P L I C A R - D E C I S I O N                 *
      *----------------------------------------------------------------*
      *   EL SUPERVISOR NO PUEDE DECIDIR SOBRE UN MOVIMIENTO QUE CARGO *
      *   EL MISMO: LA DECISION SE CONSUME, SE INFORMA Y EL MOVIMIENTO *
      *   SIGUE PENDIENTE ( O VENCE ) HASTA QUE LO RESUELVA OTRO.      *
      *----------------------------------------------------------------*

       2300-APLICAR-DECISION.

           MOVE '2300-APLICAR-DECISION'       TO WS-PARRAFO.

           MOVE 'S'                     TO T-APR-USADA-SW(WS-A-HALLADA).
           MOVE T-APR-DECISION(WS-A-HALLADA)  TO WS-DECISION.

           IF WS-MOV-USUARIO IS NOT EQUAL TO SPACES AND
              WS-MOV-USUARIO IS EQUAL TO AUT-SUPERVISOR
              ADD 1                           TO CNT-AUTOAPROBACIONES
              DISPLAY '* SUPERVISOR ' AUT-SUPERVISOR ' NO PUEDE '
                      'DECIDIR SOBRE SU PROPIO MOVIMIENTO *'
              DISPLAY ' - TIPO: ' WS-MOV-TIPO
                      ' CUENTA: ' WS-MOV-CUENTA
                      ' NRO: ' WS-MOV-NRO
              GO TO 2300-F-APLICAR-DECISION
           END-IF.

           SET MOVTO-DECIDIDO                 TO TRUE.

           PERFORM 2700-AUDITAR-DECISION
              THRU 2700-F-AUDITAR-DECISION.

           IF WS-DECISION IS EQUAL TO 'A'
              PERFORM 2400-LIBERAR-MOVTO
                 THRU 2400-F-LIBERAR-MOVTO
           ELSE
              ADD 1                           TO CNT-RECHAZADOS
              MOVE 'RECHAZADO POR SUPERVISOR' TO WS-MOTIVO
              MOVE AUT-SUPERVISOR             TO WS-DEV-SUPERVISOR
              PERFORM 2500-DEVOLVER-SUCURSAL
                 THRU 2500-F-DEVOLVER-SUCURSAL
           END-IF.

       2300-F-APLICAR-DECISION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - L I B E R A R - M O V T O                   *
      *----------------------------------------------------------------*

       2400-LIBERAR-MOVTO.

           MOVE '2400-LIBERAR-MOVTO'          TO WS-PARRAFO.

           ADD 1                              TO CNT-APROBADOS.

           MOVE AUT-SUPERVISOR                TO WS-MOV-APROBADOR.

           WRITE REG-LIBERADO FROM WS-REG-MOVIMI.

           IF NOT FS-LIBERADO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LIBERADO                TO AUX-ERR-NOMBRE
              MOVE FS-LIBERADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2400-F-LIBERAR-MOVTO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - D E V O L V E R - S U C U R S A L             *
      *----------------------------------------------------------------*
      *   EL PGM DEJA EL MOTIVO EN WS-MOTIVO Y EL SUPERVISOR ( O       *
      *   BLANCO SI VENCIO ) EN WS-DEV-SUPERVISOR. LA SUCURSAL ES LA   *
      *   DEL OPERADOR QUE CARGO EL MOVIMIENTO; SIN OPERADOR, O SIN    *
      *   LEGAJO, VA CON SUCURSAL CERO PARA CASA CENTRAL.              *
      *----------------------------------------------------------------*

       2500-DEVOLVER-SUCURSAL.

           MOVE '2500-DEVOLVER-SUCURSAL'      TO WS-PARRAFO.

           DISPLAY '* MOVIMIENTO DEVUELTO A SUCURSAL: ' WS-MOTIVO.
           DISPLAY ' - TIPO: ' WS-MOV-TIPO
                   ' CUENTA: ' WS-MOV-CUENTA
                   ' NRO: ' WS-MOV-NRO
                   ' OPERADOR: ' WS-MOV-USUARIO.

           MOVE SPACES                        TO WS-REG-DEVDUAL.
           MOVE ZEROS                         TO DDU-SUCURSAL.

           IF WS-MOV-USUARIO IS NOT EQUAL TO SPACES
              MOVE WS-MOV-USUARIO             TO OPE-KEY-USUARIO

              READ OPERADOR INTO REG-OPERADOR-TRAB

              EVALUATE TRUE
                WHEN FS-OPERADOR-OK
                  MOVE OPE-SUCURSAL           TO DDU-SUCURSAL

                WHEN FS-OPERADOR-NOTFND
                  DISPLAY '* OPERADOR ' WS-MOV-USUARIO
                          ' SIN LEGAJO EN OPERADOR *'

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-OPERADOR            TO AUX-ERR-NOMBRE
                  MOVE FS-OPERADOR            TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           MOVE WS-REG-MOVIMI                 TO DDU-MOVTO.
           MOVE WS-MOTIVO                     TO DDU-MOTIVO.
           MOVE WS-MOV-USUARIO                TO DDU-USUARIO.
           MOVE WS-DEV-SUPERVISOR             TO DDU-SUPERVISOR.
           MOVE PDU-FECHA-RETENCION           TO DDU-FECHA-RETENCION.
           MOVE WS-FECHA-PROCESO              TO DDU-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO DDU-RUNID.

           WRITE REG-DEVDUAL FROM WS-REG-DEVDUAL.

           IF NOT FS-DEVDUAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEVDUAL                 TO AUX-ERR-NOMBRE
              MOVE FS-DEVDUAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-DEVOLVER-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 0 0 - G R A B A R - P E N D I E N T E               *
      *----------------------------------------------------------------*

       2600-GRABAR-PENDIENTE.

           MOVE '2600-GRABAR-PENDIENTE'       TO WS-PARRAFO.

           ADD 1                              TO CNT-SIGUEN-PENDIENTES.

           WRITE REG-DUALNUE FROM WS-REG-PENDUAL.

           IF NOT FS-DUALNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DUALNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-DUALNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 0 0 - A U D I T A R - D E C I S I O N                 *
      *----------------------------------------------------------------*
      *   ASIENTA EN SEGAUDIT LA DECISION DEL SUPERVISOR CON EL        *
      *   OPERADOR QUE CARGO EL MOVIMIENTO COMO AUTOR ( MISMA FORMA    *
      *   QUE 1808-AUDITAR-RESUMEN DE AUTORIRU ).                      *
      *----------------------------------------------------------------*

       2700-AUDITAR-DECISION.

           MOVE '2700-AUDITAR-DECISION'       TO WS-PARRAFO.

           OPEN EXTEND SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              OPEN OUTPUT SEGAUDIT
           END-IF.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-MOV-IMPORTE                TO WS-IMPORTE-EDIT.

           MOVE SPACES                        TO WS-REG-SEGAUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8)    TO SEG-AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:8)    TO SEG-AUD-HORA.
           MOVE CT-PROGRAMA                   TO SEG-AUD-PROGRAMA.
           MOVE AUT-SUPERVISOR                TO SEG-AUD-SUPERVISOR.
           MOVE WS-RUN-ID                     TO SEG-AUD-RUNID.
           MOVE 'DEC:'                        TO SEG-DEC-MARCA.
           MOVE WS-DECISION                   TO SEG-DEC-RESULTADO.
           MOVE WS-MOV-USUARIO                TO SEG-DEC-AUTOR.

           STRING WS-MOV-TIPO      DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-MOV-CUENTA    DELIMITED BY SIZE
                  ' NRO '          DELIMITED BY SIZE
                  WS-MOV-NRO       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-IMPORTE-EDIT  DELIMITED BY SIZE
              INTO SEG-DEC-OBJETO
           END-STRING.

           WRITE REG-SEGAUDIT FROM WS-REG-SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           CLOSE SEGAUDIT.

       2700-F-AUDITAR-DECISION.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-INFORMAR-SIN-MOVTO
              THRU 3100-F-INFORMAR-SIN-MOVTO
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN WS-CANT-APROB.

           CLOSE DUALANT
                 PENDDUAL
                 APROBTRX
                 OPERADOR
                 LIBERADO
                 DEVDUAL
                 DUALNUE.

           IF NOT FS-LIBERADO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LIBERADO                TO AUX-ERR-NOMBRE
              MOVE FS-LIBERADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DUALNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DUALNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-DUALNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *       3 1 0 0 - I N F O R M A R - S I N - M O V T O            *
      *----------------------------------------------------------------*
      *   UNA DECISION QUE NO ENCONTRO MOVIMIENTO PENDIENTE ( CLAVE    *
      *   MAL TIPEADA, YA RESUELTO O YA VENCIDO ) SE INFORMA PARA QUE  *
      *   EL SUPERVISOR LA REVISE.                                     *
      *----------------------------------------------------------------*

       3100-INFORMAR-SIN-MOVTO.

           IF NOT T-APR-USADA(WS-A)
              ADD 1                           TO CNT-APROB-SIN-MOVTO
              DISPLAY '* DECISION SIN MOVIMIENTO PENDIENTE: TIPO '
                      T-APR-TIPO(WS-A)
                      ' CUENTA ' T-APR-CUENTA(WS-A)
                      ' NRO ' T-APR-NRO(WS-A)
                      ' DECISION ' T-APR-DECISION(WS-A)
           END-IF.

       3100-F-INFORMAR-SIN-MOVTO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-ANT-LEIDOS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI166               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PENDIENTES DE LA CORRIDA ANTERIOR:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NUEVOS-LEIDOS             TO WS-MASCARA.
           DISPLAY '* RETENIDOS NUEVOS DE PGMAPCAB:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROB-LEIDAS              TO WS-MASCARA.
           DISPLAY '* DECISIONES LEIDAS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROB-INVALIDAS           TO WS-MASCARA.
           DISPLAY '* DECISIONES INVALIDAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-AUTOAPROBACIONES          TO WS-MASCARA.
           DISPLAY '* DECISIONES SOBRE MOVIMIENTO PROPIO:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROB-SIN-MOVTO           TO WS-MASCARA.
           DISPLAY '* DECISIONES SIN MOVIMIENTO PENDIENTE:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROBADOS                 TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS LIBERADOS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADOS                TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS RECHAZADOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENCIDOS                  TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS VENCIDOS SIN APROBACION:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SIGUEN-PENDIENTES         TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS QUE SIGUEN PENDIENTES:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'ANT='           DELIMITED BY SIZE
                  CNT-ANT-LEIDOS   DELIMITED BY SIZE
                  ' NUE='          DELIMITED BY SIZE
                  CNT-NUEVOS-LEIDOS DELIMITED BY SIZE
                  ' LIB='          DELIMITED BY SIZE
                  CNT-APROBADOS    DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADOS   DELIMITED BY SIZE
                  ' VENC='         DELIMITED BY SIZE
                  CNT-VENCIDOS     DELIMITED BY SIZE
                  ' PEND='         DELIMITED BY SIZE
                  CNT-SIGUEN-PENDIENTES DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           MOVE BTOT-DETALLE                  TO AUT-RESUMEN.

           PERFORM 1808-AUDITAR-RESUMEN
              THRU 1808-F-AUDITAR-RESUMEN.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 0 5 - A U T O R I Z A C I O N                       *
      *----------------------------------------------------------------*

           COPY AUTORIRU.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 7 0 - C A L E N D A R I O                           *
      *----------------------------------------------------------------*

           COPY CALENDLE.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI130.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO DEL MAESTRO DE ORDENES DE NO PAGAR             *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA MANTIENE EL MAESTRO DE ORDENES DE NO PAGAR       *
      * ( ORDNOPAG, COPY CPORDNPG ) QUE CONSULTA PGMAPCAB PARA FRENAR  *
      * LOS DEBITOS DE UN CHEQUE EXTRAVIADO O DE UNA REFERENCIA        *
      * DESCONOCIDA POR EL CLIENTE. CORRE ANTES DE PGMAPCAB:           *
      *   - CARGA LAS ORDENES VIGENTES ( RUTINA COMUN ORDNPGLE ).      *
      *   - LEE EL ARCHIVO TRANONP DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ALTA / 'B' BAJA / 'M' MODIFICACION ) SEGUIDA  *
      *     DEL REGISTRO COMPLETO EN EL LAYOUT DE COPY CPORDNPG.       *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR LA TABLA: TIPO   *
      *     DE CUENTA CONTRA LA TABLA DE CODIGOS ( CODREF ), CUENTA    *
      *     NUMERICA Y DISTINTA DE CERO, REFERENCIA DESDE CARGADA Y    *
      *     HASTA NO MENOR ( EN BLANCO ES UNA SOLA REFERENCIA ); SALVO *
      *     EN LA BAJA, QUE SOLO NECESITA LA CLAVE: IMPORTE NUMERICO   *
      *     ( CERO ES CUALQUIER IMPORTE ), VENCIMIENTO VALIDO Y NO     *
      *     ANTERIOR A LA FECHA DE PROCESO, MOTIVO CONOCIDO ( 'EX'     *
      *     EXTRAVIO, 'RO' ROBO, 'DE' DEBITO DESCONOCIDO, 'OT' OTRO )  *
      *     Y TITULAR SOLICITANTE CON TIPO DE DOCUMENTO VALIDO.        *
      *   - EL ALTA TOMA LA FECHA DE PROCESO COMO FECHA DE ALTA Y      *
      *     COBRA LA COMISION DE LA ORDEN: UN DEBITO EN EL LAYOUT      *
      *     MOVIMCC ( ARCHIVO COMNOPAG, TIPO 92, NRO DE MOVIMIENTO EN  *
      *     LA FRANJA 929001-929999 DE LAS COMISIONES ) QUE APLICA     *
      *     PGMAPCAB. EL IMPORTE DE LA COMISION LLEGA POR SYSIN; SIN   *
      *     TARJETA O EN CERO NO SE COBRA. LA MODIFICACION CONSERVA LA *
      *     FECHA DE ALTA Y NO COBRA.                                  *
      *   - DEPURA LAS ORDENES DADAS DE BAJA Y LAS VENCIDAS ( FECHA DE *
      *     VENCIMIENTO ANTERIOR A LA DE PROCESO ); CADA VENCIDA SE    *
      *     AVISA AL TITULAR POR CORREO Y QUEDA EN COMUNLOG ( TIPO     *
      *     'ONP' ). EL RESTO SE GRABA EN ORDNPSAL, QUE ES EL ORDNOPAG *
      *     QUE LEE PGMAPCAB.                                          *
      *   - TODA TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN *
      *     EL ARCHIVO DE AUDITORIA; REPONP LISTA LAS NOVEDADES, LAS   *
      *     VENCIDAS Y LOS TOTALES DEL DIA.                            *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE COMNOPAG EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA *
      * EL RESUMEN DE BATCH HABITUAL.                                  *
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

           SELECT ORDNOPAG ASSIGN TO ORDNOPAG
                                    FILE STATUS IS FS-ORDNOPAG.

           SELECT TRANONP ASSIGN TO TRANONP
                                    FILE STATUS IS FS-TRANONP.

           SELECT ORDNPSAL ASSIGN TO ORDNPSAL
                                    FILE STATUS IS FS-ORDNPSAL.

           SELECT AUDITORIA ASSIGN TO AUDITORI
                                    FILE STATUS IS FS-AUDITORIA.

           SELECT COMNOPAG ASSIGN TO COMNOPAG
                                    FILE STATUS IS FS-COMNOPAG.

           SELECT REPONP ASSIGN TO REPONP
                                    FILE STATUS IS FS-REPONP.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

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
      *   ORDENES DE NO PAGAR VIGENTES AL INICIO ( COPY ORDNPGFD ).    *
      *----------------------------------------------------------------*

           COPY ORDNPGFD.

      *----------------------------------------------------------------*
      *   TRANSACCIONES DE MANTENIMIENTO: ACCION + REGISTRO CPORDNPG.  *
      *----------------------------------------------------------------*

       FD   TRANONP
            RECORDING MODE IS F.
       01   REG-TRANONP                                     PIC X(81).

      *----------------------------------------------------------------*
      *   ORDENES QUE SIGUEN VIGENTES: ORDNOPAG DEL PASO PGMAPCAB      *
      *   ( LAYOUT CPORDNPG ).                                         *
      *----------------------------------------------------------------*

       FD   ORDNPSAL
            RECORDING MODE IS F.
       01   REG-ORDNPSAL                                    PIC X(80).

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

      *----------------------------------------------------------------*
      *   SALIDA DE COMISIONES ( LAYOUT MOVIMCC ) PARA EL CIRCUITO DE  *
      *   APLICACION DE PGMAPCAB.                                      *
      *----------------------------------------------------------------*

       FD   COMNOPAG
            RECORDING MODE IS F.
       01   REG-COMNOPAG                                    PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE NOVEDADES, VENCIDAS Y TOTALES DEL DIA.            *
      *----------------------------------------------------------------*

       FD   REPONP
            RECORDING MODE IS F.
       01   LINEA-REPONP                                    PIC X(132).

      *----------------------------------------------------------------*
      *   ARCHIVO DE CODIGOS DE REFERENCIA ( DOMINIOS TIPDOC, TIPCUEN, *
      *   SEXO, ESTCIV, PAIS ), COMPARTIDO POR LA SUITE (COPY CODMAES).*
      *----------------------------------------------------------------*

           COPY CODMAES.

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG ).      *
      *----------------------------------------------------------------*

       FD  COMUNLOG
           RECORDING MODE IS F.
       01  REG-COMUNLOG                     PIC X(50).

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI130'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-ORDNOPAG                   PIC X(08)  VALUE 'ORDNOPAG'.
           02 CT-TRANONP                    PIC X(08)  VALUE 'TRANONP '.
           02 CT-ORDNPSAL                   PIC X(08)  VALUE 'ORDNPSAL'.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-COMNOPAG                   PIC X(08)  VALUE 'COMNOPAG'.
           02 CT-REPONP                     PIC X(08)  VALUE 'REPONP  '.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DE LA COMISION ( DEBITO EN TIPMOV,        *
      *   MAPEADO EN MAPACON ) Y FRANJA DE NROMOV RESERVADA PARA LAS   *
      *   COMISIONES DE ORDENES DE NO PAGAR, AL TOPE DE LA FRANJA DE   *
      *   COMISIONES ( DOMINIO NROMOV DEL MAESTRO CODREF ); EL TOPE ES *
      *   EL ANCHO DE LA FRANJA.                                       *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-COMISION          PIC 9(02)  VALUE 92.
           02 CT-NROMOV-COMISION            PIC 9(06)  VALUE 929000.
           02 CT-MAX-COMISIONES             PIC 9(05)  VALUE 999.
           02 CT-MAX-ORDENES                PIC 9(04)  VALUE 1000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RESULTADO                  PIC X(10)  VALUE SPACES.
           02 WS-IX-DESTINO                 PIC 9(04)  VALUE ZEROS.

       01 WS-FECHA-PROCESO                  PIC 9(08).

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *   PARAMETRO DE SYSIN: IMPORTE DE LA COMISION POR ORDEN, CON    *
      *   DOS DECIMALES SIN COMA ( 0001500 = 15,00 ).                  *
      *----------------------------------------------------------------*

       01 WS-PARAMETROS.
           02 WS-PARM-CARD                  PIC X(07) VALUE SPACES.
           02 WS-PARM-COMISION REDEFINES WS-PARM-CARD
                                             PIC 9(05)V99.
           02 WS-COMISION                   PIC 9(05)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE CPORDNPG.      *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
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
      *   ACUMULADORES DEL DIA PARA LOS TOTALES DEL LISTADO            *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-COMISIONES                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *          F O R M A T O S  D E L  L I S T A D O                 *
      *----------------------------------------------------------------*

       01 WS-REP-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(40)  VALUE
              'ORDENES DE NO PAGAR - NOVEDADES DEL DIA '.
           02 FILLER                        PIC X(30)  VALUE SPACES.
           02 FILLER                        PIC X(07)  VALUE 'FECHA: '.
           02 RPT-FECHA                     PIC X(10).
           02 FILLER                        PIC X(40)  VALUE SPACES.

       01 WS-REP-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-EVENTO                    PIC X(14).
           02 FILLER                        PIC X(05)  VALUE ' CTA '.
           02 RPD-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 RPD-CUENTA                    PIC 9(08).
           02 FILLER                        PIC X(05)  VALUE ' REF '.
           02 RPD-REFER-DESDE               PIC X(08).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 RPD-REFER-HASTA               PIC X(08).
           02 FILLER                        PIC X(05)  VALUE ' VTO '.
           02 RPD-FECVTO                    PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 RPD-IMPORTE                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(05)  VALUE ' MOT '.
           02 RPD-MOTIVO                    PIC X(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-OBSERV                    PIC X(33).

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
           02 CNT-ORD-INICIALES             PIC 9(05)  VALUE ZEROS.
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-COMISIONES                PIC 9(05)  VALUE ZEROS.
           02 CNT-COMISION-SOBRE-TOPE       PIC 9(05)  VALUE ZEROS.
           02 CNT-VENCIDAS                  PIC 9(05)  VALUE ZEROS.
           02 CNT-VIGENTES                  PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-ORDNOPAG                   PIC X(02).
              88 FS-ORDNOPAG-OK                        VALUE '00'.
              88 FS-ORDNOPAG-EOF                       VALUE '10'.

           02 FS-TRANONP                    PIC X(02).
              88 FS-TRANONP-OK                         VALUE '00'.
              88 FS-TRANONP-EOF                        VALUE '10'.

           02 FS-ORDNPSAL                   PIC X(02).
              88 FS-ORDNPSAL-OK                        VALUE '00'.

           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.

           02 FS-COMNOPAG                   PIC X(02).
              88 FS-COMNOPAG-OK                        VALUE '00'.

           02 FS-REPONP                     PIC X(02).
              88 FS-REPONP-OK                          VALUE '00'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

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

           COPY CPORDNPG.

           COPY MOVIMCC.

           COPY CPCODREF.

           COPY CPCOMLOG.

           COPY CPCTLCNT.

           COPY CPCTADIG.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-TRANONP-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      ACM-ACUMULADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.
           MOVE 'S'                           TO WS-TRX-VALIDA-SW.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    ALTA Y VENCIMIENTO SE DECIDEN CONTRA LA FECHA DE PROCESO,
      *    NO LA DE MAQUINA, PARA QUE EL REPROCESO DEPURE LO MISMO.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-LEER-PARAMETROS
              THRU 1100-F-LEER-PARAMETROS.

           PERFORM 1831-CARGAR-ORDENES
              THRU 1831-F-CARGAR-ORDENES.

           MOVE WS-CANT-ORDENES               TO CNT-ORD-INICIALES.

           PERFORM 1880-CARGAR-CODIGOS
              THRU 1880-F-CARGAR-CODIGOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1700-IMPRIMIR-TITULO
              THRU 1700-F-IMPRIMIR-TITULO.

           PERFORM 1400-LEER-TRANONP
              THRU 1400-F-LEER-TRANONP.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - L E E R - P A R A M E T R O S               *
      *----------------------------------------------------------------*

       1100-LEER-PARAMETROS.

           MOVE '1100-LEER-PARAMETROS'        TO WS-PARRAFO.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           IF WS-PARM-CARD IS NUMERIC
              MOVE WS-PARM-COMISION           TO WS-COMISION
           ELSE
              MOVE ZEROS                      TO WS-COMISION
           END-IF.

           IF WS-COMISION IS EQUAL TO ZEROS
              DISPLAY '* SIN IMPORTE DE COMISION EN SYSIN: LAS ALTAS '
                      'NO SE COBRAN *'
           ELSE
              MOVE WS-COMISION                TO WS-IMPORTE-EDIT
              DISPLAY 'COMISION POR ORDEN DE NO PAGAR: '
                      WS-IMPORTE-EDIT
           END-IF.

       1100-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   TRANONP
                OUTPUT  ORDNPSAL
                        AUDITORIA
                        COMNOPAG
                        REPONP.

           IF NOT FS-TRANONP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANONP                 TO AUX-ERR-NOMBRE
              MOVE FS-TRANONP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ORDNPSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ORDNPSAL                TO AUX-ERR-NOMBRE
              MOVE FS-ORDNPSAL                TO AUX-ERR-STATUS
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

           IF NOT FS-COMNOPAG-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COMNOPAG                TO AUX-ERR-NOMBRE
              MOVE FS-COMNOPAG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPONP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPONP                  TO AUX-ERR-NOMBRE
              MOVE FS-REPONP                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R A N O N P                    *
      *----------------------------------------------------------------*

       1400-LEER-TRANONP.

           MOVE '1400-LEER-TRANONP'           TO WS-PARRAFO.

           READ TRANONP INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-TRANONP-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-TRANONP-EOF
                    SET FS-TRANONP-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANONP           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANONP           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRANONP.
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

           WRITE LINEA-REPONP FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

           MOVE SPACES                        TO LINEA-REPONP.

           WRITE LINEA-REPONP AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

       1700-F-IMPRIMIR-TITULO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE TRX-REGISTRO                  TO WS-REG-ORDNPG.

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

           PERFORM 1400-LEER-TRANONP
              THRU 1400-F-LEER-TRANONP.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   TIPO DE CUENTA VALIDO SEGUN LA TABLA DE CODIGOS, CUENTA      *
      *   NUMERICA Y DISTINTA DE CERO, REFERENCIA DESDE CARGADA Y      *
      *   HASTA NO MENOR. SALVO EN LA BAJA, QUE SOLO NECESITA LA       *
      *   CLAVE: IMPORTE NUMERICO, VENCIMIENTO POSIBLE Y NO VENCIDO,   *
      *   MOTIVO CONOCIDO Y TITULAR CON DOCUMENTO VALIDO.              *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           MOVE 'TIPCUEN'                     TO WS-CODREF-DOMINIO.
           MOVE ONP-TIPCUEN                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TIPO DE CUENTA INVALIDO'  TO WS-MOTIVO
           END-IF.

           IF TRX-VALIDA
              IF ONP-CUENTA IS NOT NUMERIC OR
                 ONP-CUENTA IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE CUENTA INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA
              IF ONP-REFER-DESDE IS EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'REFERENCIA EN BLANCO'  TO WS-MOTIVO
              END-IF
           END-IF.

      *    UNA SOLA REFERENCIA ( CHEQUE O DEBITO PUNTUAL ) PUEDE
      *    VENIR CON EL HASTA EN BLANCO.
           IF TRX-VALIDA AND NOT TRX-BAJA
              IF ONP-REFER-HASTA IS EQUAL TO SPACES
                 MOVE ONP-REFER-DESDE         TO ONP-REFER-HASTA
              END-IF

              IF ONP-REFER-HASTA IS LESS THAN ONP-REFER-DESDE
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'REFERENCIA HASTA MENOR A DESDE' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF ONP-IMPORTE IS NOT NUMERIC
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'IMPORTE INVALIDO'      TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              PERFORM 2250-VALIDAR-FECHA-VTO
                 THRU 2250-F-VALIDAR-FECHA-VTO
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF NOT ONP-MOTIVO-VALIDO
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'MOTIVO DE LA ORDEN INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              MOVE 'TIPDOC'                   TO WS-CODREF-DOMINIO
              MOVE ONP-TIPDOC                 TO WS-CODREF-CODIGO

              PERFORM 1888-BUSCAR-CODIGO
                 THRU 1888-F-BUSCAR-CODIGO

              IF CODREF-DESCONOCIDO
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              IF ONP-NRODOC IS NOT NUMERIC OR
                 ONP-NRODOC IS EQUAL TO ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'NRO DE DOCUMENTO INVALIDO' TO WS-MOTIVO
              END-IF
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 5 0 - V A L I D A R - F E C H A - V T O                *
      *----------------------------------------------------------------*

       2250-VALIDAR-FECHA-VTO.

           IF ONP-FECVTO  IS NOT NUMERIC OR
              ONP-VTO-MES IS LESS THAN 1 OR
              ONP-VTO-MES IS GREATER THAN 12 OR
              ONP-VTO-DIA IS LESS THAN 1 OR
              ONP-VTO-DIA IS GREATER THAN 31
              SET TRX-INVALIDA                TO TRUE
              MOVE 'FECHA DE VENCIMIENTO INVALIDA' TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-FECHA-VTO
           END-IF.

           IF ONP-FECVTO IS LESS THAN WS-FECHA-PROCESO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ORDEN YA VENCIDA'         TO WS-MOTIVO
           END-IF.

       2250-F-VALIDAR-FECHA-VTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 8 0 - B U S C A R - C L A V E                     *
      *----------------------------------------------------------------*
      *   UBICA EN LA TABLA LA ORDEN VIGENTE CON LA MISMA CLAVE ( TIPO *
      *   + CUENTA + REFERENCIA DESDE ); DEJA ORDEN-HALLADA Y SU       *
      *   POSICION EN WS-ONP-IX-HALLADO.                               *
      *----------------------------------------------------------------*

       2280-BUSCAR-CLAVE.

           MOVE '2280-BUSCAR-CLAVE'           TO WS-PARRAFO.

           SET SIN-ORDEN                      TO TRUE.
           MOVE ZEROS                         TO WS-ONP-IX-HALLADO.
           MOVE 1                             TO WS-ONP-IX.

           PERFORM 2285-EXAMINAR-CLAVE
              THRU 2285-F-EXAMINAR-CLAVE
             UNTIL WS-ONP-IX IS GREATER THAN WS-CANT-ORDENES
                OR ORDEN-HALLADA.

       2280-F-BUSCAR-CLAVE.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 8 5 - E X A M I N A R - C L A V E                   *
      *----------------------------------------------------------------*

       2285-EXAMINAR-CLAVE.

           IF T-ONP-TIPCUEN(WS-ONP-IX) IS EQUAL TO ONP-TIPCUEN AND
              T-ONP-CUENTA(WS-ONP-IX) IS EQUAL TO ONP-CUENTA AND
              T-ONP-REFER-DESDE(WS-ONP-IX) IS EQUAL TO
                                                 ONP-REFER-DESDE AND
              T-ONP-ESTADO(WS-ONP-IX) IS EQUAL TO 'V'
              SET ORDEN-HALLADA               TO TRUE
              MOVE WS-ONP-IX                  TO WS-ONP-IX-HALLADO
           END-IF.

           ADD 1                              TO WS-ONP-IX.

       2285-F-EXAMINAR-CLAVE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*
      *   LA ORDEN NUEVA SE AGREGA A LA TABLA CON LA FECHA DE PROCESO  *
      *   COMO FECHA DE ALTA Y SE COBRA LA COMISION.                   *
      *----------------------------------------------------------------*

       2300-APLICAR-ALTA.

           MOVE '2300-APLICAR-ALTA'           TO WS-PARRAFO.

           PERFORM 2280-BUSCAR-CLAVE
              THRU 2280-F-BUSCAR-CLAVE.

           IF ORDEN-HALLADA
              MOVE 'CLAVE YA EXISTENTE'       TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2300-F-APLICAR-ALTA
           END-IF.

           IF WS-CANT-ORDENES IS NOT LESS THAN CT-MAX-ORDENES
              MOVE 'TABLA DE ORDENES LLENA'   TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2300-F-APLICAR-ALTA
           END-IF.

           MOVE WS-FECHA-PROCESO              TO ONP-FECALTA.

           ADD 1                              TO WS-CANT-ORDENES.
           MOVE WS-CANT-ORDENES               TO WS-IX-DESTINO.

           PERFORM 2550-CARGAR-TABLA
              THRU 2550-F-CARGAR-TABLA.

           ADD 1                              TO CNT-ALTAS.
           MOVE 'APLICADA'                    TO WS-RESULTADO.
           MOVE 'ALTA'                        TO RPD-EVENTO.
           MOVE SPACES                        TO RPD-OBSERV.

           IF WS-COMISION IS GREATER THAN ZEROS
              PERFORM 2350-GRABAR-COMISION
                 THRU 2350-F-GRABAR-COMISION
           END-IF.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2300-F-APLICAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 5 0 - G R A B A R - C O M I S I O N                 *
      *----------------------------------------------------------------*
      *   DEBITO DE LA COMISION EN LA CUENTA DE LA ORDEN, POR EL       *
      *   CIRCUITO NORMAL: REGISTRO MOVIMCC CON IMPORTE NEGATIVO, SIN  *
      *   REFERENCIA ( ASI NINGUNA ORDEN PUEDE FRENARLO ) Y NRO DE     *
      *   MOVIMIENTO EN LA FRANJA RESERVADA. SOBRE EL TOPE DE LA       *
      *   FRANJA LA ORDEN QUEDA IGUAL Y LA COMISION SE INFORMA COMO NO *
      *   COBRADA.                                                     *
      *----------------------------------------------------------------*

       2350-GRABAR-COMISION.

           MOVE '2350-GRABAR-COMISION'        TO WS-PARRAFO.

           IF CNT-COMISIONES IS NOT LESS THAN CT-MAX-COMISIONES
              ADD 1                           TO CNT-COMISION-SOBRE-TOPE
              MOVE 'COMISION NO COBRADA, TOPE' TO RPD-OBSERV
              GO TO 2350-F-GRABAR-COMISION
           END-IF.

           ADD 1                              TO CNT-COMISIONES.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-COMISION          TO WS-MOV-TIPO.
           MOVE ONP-CUENTA                    TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - WS-COMISION.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-COMISION + CNT-COMISIONES.
           MOVE SPACES                        TO WS-MOV-REFER.
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE ONP-TIPCUEN                   TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE ONP-TIPCUEN                   TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-COMNOPAG FROM WS-REG-MOVIMI.

           IF NOT FS-COMNOPAG-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-COMNOPAG                TO AUX-ERR-NOMBRE
              MOVE FS-COMNOPAG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD WS-COMISION                    TO ACM-COMISIONES.

           STRING 'COMISION NRO '  DELIMITED BY SIZE
                  WS-MOV-NRO       DELIMITED BY SIZE
              INTO RPD-OBSERV
           END-STRING.

       2350-F-GRABAR-COMISION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - A P L I C A R - B A J A                     *
      *----------------------------------------------------------------*
      *   LA ORDEN QUEDA MARCADA 'B' EN LA TABLA Y NO PASA A ORDNPSAL. *
      *----------------------------------------------------------------*

       2400-APLICAR-BAJA.

           MOVE '2400-APLICAR-BAJA'           TO WS-PARRAFO.

           PERFORM 2280-BUSCAR-CLAVE
              THRU 2280-F-BUSCAR-CLAVE.

           IF SIN-ORDEN
              MOVE 'CLAVE INEXISTENTE'        TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2400-F-APLICAR-BAJA
           END-IF.

           MOVE 'B'                  TO T-ONP-ESTADO(WS-ONP-IX-HALLADO).

           ADD 1                              TO CNT-BAJAS.
           MOVE 'APLICADA'                    TO WS-RESULTADO.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

           MOVE WS-ONP-IX-HALLADO             TO WS-ONP-IX.

           PERFORM 2650-CARGAR-REGISTRO
              THRU 2650-F-CARGAR-REGISTRO.

           MOVE 'BAJA'                        TO RPD-EVENTO.
           MOVE SPACES                        TO RPD-OBSERV.

           PERFORM 2850-IMPRIMIR-DETALLE
              THRU 2850-F-IMPRIMIR-DETALLE.

       2400-F-APLICAR-BAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A P L I C A R - M O D I F                   *
      *----------------------------------------------------------------*
      *   LA NOVEDAD REEMPLAZA LA ORDEN ( RANGO, IMPORTE, VENCIMIENTO, *
      *   MOTIVO Y TITULAR ) CONSERVANDO SU FECHA DE ALTA; ASI SE      *
      *   PRORROGA UNA ORDEN SIN VOLVER A COBRARLA.                    *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           PERFORM 2280-BUSCAR-CLAVE
              THRU 2280-F-BUSCAR-CLAVE.

           IF SIN-ORDEN
              MOVE 'CLAVE INEXISTENTE'        TO WS-MOTIVO
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
              GO TO 2500-F-APLICAR-MODIF
           END-IF.

           MOVE T-ONP-FECALTA(WS-ONP-IX-HALLADO) TO ONP-FECALTA.
           MOVE WS-ONP-IX-HALLADO             TO WS-IX-DESTINO.

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
      *   PASA WS-REG-ORDNPG A LA POSICION WS-IX-DESTINO DE LA TABLA.  *
      *----------------------------------------------------------------*

       2550-CARGAR-TABLA.

           MOVE ONP-TIPCUEN         TO T-ONP-TIPCUEN(WS-IX-DESTINO).
           MOVE ONP-CUENTA          TO T-ONP-CUENTA(WS-IX-DESTINO).
           MOVE ONP-REFER-DESDE     TO T-ONP-REFER-DESDE(WS-IX-DESTINO).
           MOVE ONP-REFER-HASTA     TO T-ONP-REFER-HASTA(WS-IX-DESTINO).
           MOVE ONP-IMPORTE         TO T-ONP-IMPORTE(WS-IX-DESTINO).
           MOVE ONP-FECALTA         TO T-ONP-FECALTA(WS-IX-DESTINO).
           MOVE ONP-FECVTO          TO T-ONP-FECVTO(WS-IX-DESTINO).
           MOVE ONP-MOTIVO          TO T-ONP-MOTIVO(WS-IX-DESTINO).
           MOVE ONP-TIPDOC          TO T-ONP-TIPDOC(WS-IX-DESTINO).
           MOVE ONP-NRODOC          TO T-ONP-NRODOC(WS-IX-DESTINO).
           MOVE 'V'                 TO T-ONP-ESTADO(WS-IX-DESTINO).

       2550-F-CARGAR-TABLA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - D E P U R A R - O R D E N                    *
      *----------------------------------------------------------------*
      *   LAS DADAS DE BAJA SE DESCARTAN; LAS VENCIDAS SE DESCARTAN Y  *
      *   SE AVISAN AL TITULAR; EL RESTO SE GRABA EN ORDNPSAL.         *
      *----------------------------------------------------------------*

       2600-DEPURAR-ORDEN.

           MOVE '2600-DEPURAR-ORDEN'          TO WS-PARRAFO.

           PERFORM 2650-CARGAR-REGISTRO
              THRU 2650-F-CARGAR-REGISTRO.

           EVALUATE TRUE
             WHEN T-ONP-ESTADO(WS-ONP-IX) IS EQUAL TO 'B'
               CONTINUE

             WHEN ONP-FECVTO IS LESS THAN WS-FECHA-PROCESO
               ADD 1                          TO CNT-VENCIDAS

               PERFORM 2680-AVISAR-VENCIMIENTO
                  THRU 2680-F-AVISAR-VENCIMIENTO

               MOVE 'VENCIDA'                 TO RPD-EVENTO
               MOVE 'DEPURADA, AVISO AL TITULAR' TO RPD-OBSERV

               PERFORM 2850-IMPRIMIR-DETALLE
                  THRU 2850-F-IMPRIMIR-DETALLE

             WHEN OTHER
               ADD 1                          TO CNT-VIGENTES

               PERFORM 2660-GRABAR-ORDNPSAL
                  THRU 2660-F-GRABAR-ORDNPSAL
           END-EVALUATE.

           ADD 1                              TO WS-ONP-IX.

       2600-F-DEPURAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 5 0 - C A R G A R - R E G I S T R O                 *
      *----------------------------------------------------------------*
      *   ARMA WS-REG-ORDNPG CON LA ORDEN DE LA POSICION WS-ONP-IX.    *
      *----------------------------------------------------------------*

       2650-CARGAR-REGISTRO.

           MOVE SPACES                        TO WS-REG-ORDNPG.

           MOVE T-ONP-TIPCUEN(WS-ONP-IX)      TO ONP-TIPCUEN.
           MOVE T-ONP-CUENTA(WS-ONP-IX)       TO ONP-CUENTA.
           MOVE T-ONP-REFER-DESDE(WS-ONP-IX)  TO ONP-REFER-DESDE.
           MOVE T-ONP-REFER-HASTA(WS-ONP-IX)  TO ONP-REFER-HASTA.
           MOVE T-ONP-IMPORTE(WS-ONP-IX)      TO ONP-IMPORTE.
           MOVE T-ONP-FECALTA(WS-ONP-IX)      TO ONP-FECALTA.
           MOVE T-ONP-FECVTO(WS-ONP-IX)       TO ONP-FECVTO.
           MOVE T-ONP-MOTIVO(WS-ONP-IX)       TO ONP-MOTIVO.
           MOVE T-ONP-TIPDOC(WS-ONP-IX)       TO ONP-TIPDOC.
           MOVE T-ONP-NRODOC(WS-ONP-IX)       TO ONP-NRODOC.

       2650-F-CARGAR-REGISTRO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 6 0 - G R A B A R - O R D N P S A L               *
      *----------------------------------------------------------------*

       2660-GRABAR-ORDNPSAL.

           MOVE '2660-GRABAR-ORDNPSAL'        TO WS-PARRAFO.

           WRITE REG-ORDNPSAL FROM WS-REG-ORDNPG.

           IF NOT FS-ORDNPSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ORDNPSAL                TO AUX-ERR-NOMBRE
              MOVE FS-ORDNPSAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2660-F-GRABAR-ORDNPSAL.
           EXIT.

      *----------------------------------------------------------------*
      *      2 6 8 0 - A V I S A R - V E N C I M I E N T O             *
      *----------------------------------------------------------------*
      *   EL AVISO DE ORDEN VENCIDA SALE POR CORREO AL TITULAR QUE LA  *
      *   PIDIO Y QUEDA EN EL REGISTRO DE COMUNICACIONES.              *
      *----------------------------------------------------------------*

       2680-AVISAR-VENCIMIENTO.

           MOVE '2680-AVISAR-VENCIMIENTO'     TO WS-PARRAFO.

           MOVE 'ONP'                         TO CLG-TIPO-EMISION.
           MOVE ONP-TIPDOC                    TO CLG-TIPDOC.
           MOVE ONP-NRODOC                    TO CLG-NRODOC.
           MOVE 'COR'                         TO CLG-VIA.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

       2680-F-AVISAR-VENCIMIENTO.
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
                   ' CLAVE: ' TRX-REGISTRO(1:18).

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
                  TRX-REGISTRO(1:18) DELIMITED BY SIZE
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
      *   UNA LINEA POR NOVEDAD CON LOS DATOS DE WS-REG-ORDNPG; EL     *
      *   EVENTO Y LA OBSERVACION LOS CARGA QUIEN LLAMA.               *
      *----------------------------------------------------------------*

       2850-IMPRIMIR-DETALLE.

           MOVE '2850-IMPRIMIR-DETALLE'       TO WS-PARRAFO.

           MOVE ONP-TIPCUEN                   TO RPD-TIPCUEN.
           MOVE ONP-CUENTA                    TO RPD-CUENTA.
           MOVE ONP-REFER-DESDE               TO RPD-REFER-DESDE.
           MOVE ONP-REFER-HASTA               TO RPD-REFER-HASTA.
           MOVE ONP-IMPORTE                   TO RPD-IMPORTE.
           MOVE ONP-MOTIVO                    TO RPD-MOTIVO.

           MOVE ONP-FECVTO                    TO WS-FECHA-AUX-N.

           PERFORM 2890-EDITAR-FECHA
              THRU 2890-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO RPD-FECVTO.

           WRITE LINEA-REPONP FROM WS-REP-DETALLE
                 AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

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
      *        2 8 9 5 - C O N T R O L A R - R E P O N P               *
      *----------------------------------------------------------------*

       2895-CONTROLAR-REPONP.

           IF NOT FS-REPONP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPONP                  TO AUX-ERR-NOMBRE
              MOVE FS-REPONP                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2895-F-CONTROLAR-REPONP.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*
      *   CON TODAS LAS TRANSACCIONES APLICADAS SE DEPURA LA TABLA Y   *
      *   SE GRABA EL MAESTRO DEL PASO SIGUIENTE.                      *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           MOVE 1                             TO WS-ONP-IX.

           PERFORM 2600-DEPURAR-ORDEN
              THRU 2600-F-DEPURAR-ORDEN
             UNTIL WS-ONP-IX IS GREATER THAN WS-CANT-ORDENES.

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
      *   TOTAL DE COMISIONES DEL DIA: ES EL IMPORTE QUE DEBE FIGURAR  *
      *   EN EL RENGLON DEL TIPO 92 DEL ASIENTO DE PGMSIN64 UNA VEZ    *
      *   QUE PGMAPCAB APLIQUE COMNOPAG.                               *
      *----------------------------------------------------------------*

       3100-IMPRIMIR-TOTALES.

           MOVE '3100-IMPRIMIR-TOTALES'       TO WS-PARRAFO.

           MOVE CNT-COMISIONES                TO WS-MASCARA.
           MOVE ACM-COMISIONES                TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPONP.

           STRING '     COMISIONES EMITIDAS ( TIPO 92 ): '
                                    DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   IMPORTE: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPONP
           END-STRING.

           WRITE LINEA-REPONP AFTER ADVANCING 2 LINES.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

           MOVE CNT-VENCIDAS                  TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPONP.

           STRING '     ORDENES VENCIDAS DEPURADAS: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPONP
           END-STRING.

           WRITE LINEA-REPONP AFTER ADVANCING 1 LINE.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

           MOVE CNT-VIGENTES                  TO WS-MASCARA.
           MOVE SPACES                        TO LINEA-REPONP.

           STRING '     QUEDAN VIGENTES: '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
              INTO LINEA-REPONP
           END-STRING.

           WRITE LINEA-REPONP AFTER ADVANCING 2 LINES.

           PERFORM 2895-CONTROLAR-REPONP
              THRU 2895-F-CONTROLAR-REPONP.

       3100-F-IMPRIMIR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE TRANONP
                 ORDNPSAL
                 AUDITORIA
                 COMNOPAG
                 REPONP.

           IF NOT FS-ORDNPSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ORDNPSAL                TO AUX-ERR-NOMBRE
              MOVE FS-ORDNPSAL                TO AUX-ERR-STATUS
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

           IF NOT FS-COMNOPAG-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-COMNOPAG                TO AUX-ERR-NOMBRE
              MOVE FS-COMNOPAG                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPONP-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPONP                  TO AUX-ERR-NOMBRE
              MOVE FS-REPONP                  TO AUX-ERR-STATUS
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

           MOVE CNT-ORD-INICIALES             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI130               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ORDENES AL INICIO DEL DIA:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRX-LEIDAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '* ALTAS APLICADAS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BAJAS                     TO WS-MASCARA.
           DISPLAY '* BAJAS APLICADAS:                        '
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

           MOVE CNT-COMISIONES                TO WS-MASCARA.
           DISPLAY '* COMISIONES EMITIDAS EN COMNOPAG:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COMISION-SOBRE-TOPE       TO WS-MASCARA.
           DISPLAY '* COMISIONES SOBRE EL TOPE DE LA FRANJA:  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENCIDAS                  TO WS-MASCARA.
           DISPLAY '* ORDENES VENCIDAS DEPURADAS Y AVISADAS:  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VIGENTES                  TO WS-MASCARA.
           DISPLAY '* ORDENES GRABADAS EN ORDNPSAL:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-COMISIONES                TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COMISIONES: ' WS-IMPORTE-EDIT.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TRX-LEIDAS   DELIMITED BY SIZE
                  ' ALTAS='        DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' BAJAS='        DELIMITED BY SIZE
                  CNT-BAJAS        DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
                  ' VENC='         DELIMITED BY SIZE
                  CNT-VENCIDAS     DELIMITED BY SIZE
                  ' VIG='          DELIMITED BY SIZE
                  CNT-VIGENTES     DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-COMNOPAG                   TO WS-CTL-ARCHIVO.
           MOVE CNT-COMISIONES                TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 3 1 - C A R G A R - O R D E N E S                   *
      *----------------------------------------------------------------*

           COPY ORDNPGLE.

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
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 6 0 0 - G R A B A R - C O M L O G                     *
      *----------------------------------------------------------------*

           COPY COMLOGGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - D I G I T O - V E R I F I C A D O R           *
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

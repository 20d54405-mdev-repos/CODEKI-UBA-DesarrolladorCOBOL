      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI129.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   LIBERACION NOCTURNA DE CHEQUES RETENIDOS EN CANJE            *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA MANTIENE EL ARCHIVO DE RETENCIONES POR CANJE DE  *
      * CHEQUES ( RETCHEQ, COPY CPRETCHQ ) QUE USA PGMAPCAB PARA       *
      * CALCULAR EL SALDO DISPONIBLE. CORRE DESPUES DE PGMAPCAB:       *
      *   - CARGA LAS RETENCIONES VIGENTES AL INICIO DEL DIA ( RUTINA  *
      *     COMUN RETCHQLE ).                                          *
      *   - APLICA LAS NOVEDADES DEL DIA QUE DEJO PGMAPCAB EN CHQNOV:  *
      *     'P' CHEQUE DEPOSITADO Y RETENIDO ( SE AGREGA ), 'D'        *
      *     RETENCION LIBERADA POR LA REVERSION APLICADA DE UN CHEQUE  *
      *     DEVUELTO ( SE DA DE BAJA ).                                *
      *   - PROCESA LOS CHEQUES DEVUELTOS POR LA CAMARA ( CHQDEV ):    *
      *     LA RETENCION PENDIENTE PASA A 'R' ( SIGUE RETENIDA SIN     *
      *     FECHA, PARA QUE EL IMPORTE NO SE PUEDA GIRAR ) Y SE EMITE  *
      *     LA REVERSION DEL CREDITO EN EL LAYOUT MOVIMCC ( ARCHIVO    *
      *     CHQREV, TIPO 91, REFERENCIA 'CH' + NRO DEL MOVIMIENTO DE   *
      *     DEPOSITO, NRO DE MOVIMIENTO EN LA FRANJA 999501-999799 )   *
      *     PARA QUE PGMAPCAB LA APLIQUE Y LIBERE LA RETENCION. UN     *
      *     DEVUELTO SIN RETENCION ( CHEQUE YA ACREDITADO ) SE         *
      *     REVIERTE IGUAL, CON EL IMPORTE INFORMADO POR LA CAMARA.    *
      *   - LIBERA LAS RETENCIONES PENDIENTES CUYA FECHA DE            *
      *     ACREDITACION YA LLEGO ( FECHA DE PROCESO ) Y DA DE BAJA    *
      *     LAS REVERTIDAS; EL RESTO SE GRABA EN RETSAL, QUE ES EL     *
      *     RETCHEQ DEL DIA SIGUIENTE.                                 *
      *   - IMPRIME EN REPCHQ EL DETALLE DE CADA NOVEDAD Y LOS         *
      *     TOTALES DEL DIA.                                           *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE CHQREV EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA   *
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

           SELECT RETCHEQ ASSIGN TO RETCHEQ
                                    FILE STATUS IS FS-RETCHEQ.

           SELECT CHQNOV ASSIGN TO CHQNOV
                                    FILE STATUS IS FS-CHQNOV.

           SELECT CHQDEV ASSIGN TO CHQDEV
                                    FILE STATUS IS FS-CHQDEV.

           SELECT RETSAL ASSIGN TO RETSAL
                                    FILE STATUS IS FS-RETSAL.

           SELECT CHQREV ASSIGN TO CHQREV
                                    FILE STATUS IS FS-CHQREV.

           SELECT REPCHQ ASSIGN TO REPCHQ
                                    FILE STATUS IS FS-REPCHQ.

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
      *   RETENCIONES VIGENTES AL INICIO DEL DIA ( COPY RETCHQFD ).    *
      *----------------------------------------------------------------*

           COPY RETCHQFD.

      *----------------------------------------------------------------*
      *   NOVEDADES DE RETENCIONES DEL DIA QUE DEJA PGMAPCAB ( LAYOUT  *
      *   CPRETCHQ ).                                                  *
      *----------------------------------------------------------------*

       FD   CHQNOV
            RECORDING MODE IS F.
       01   REG-CHQNOV                                      PIC X(60).

      *----------------------------------------------------------------*
      *   CHEQUES DEVUELTOS SIN PAGAR POR LA CAMARA COMPENSADORA.      *
      *----------------------------------------------------------------*

       FD   CHQDEV
            RECORDING MODE IS F.
       01   REG-CHQDEV                                      PIC X(60).

      *----------------------------------------------------------------*
      *   RETENCIONES QUE SIGUEN VIGENTES: RETCHEQ DEL DIA SIGUIENTE   *
      *   ( LAYOUT CPRETCHQ ).                                         *
      *----------------------------------------------------------------*

       FD   RETSAL
            RECORDING MODE IS F.
       01   REG-RETSAL                                      PIC X(60).

      *----------------------------------------------------------------*
      *   SALIDA DE REVERSIONES ( LAYOUT MOVIMCC ) PARA EL CIRCUITO DE *
      *   APLICACION DE PGMAPCAB.                                      *
      *----------------------------------------------------------------*

       FD   CHQREV
            RECORDING MODE IS F.
       01   REG-CHQREV                                      PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE NOVEDADES Y TOTALES DE RETENCIONES DEL DIA.       *
      *----------------------------------------------------------------*

       FD   REPCHQ
            RECORDING MODE IS F.
       01   LINEA-REPCHQ                                    PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI129'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-RETCHEQ                    PIC X(08)  VALUE 'RETCHEQ '.
           02 CT-CHQNOV                     PIC X(08)  VALUE 'CHQNOV  '.
           02 CT-CHQDEV                     PIC X(08)  VALUE 'CHQDEV  '.
           02 CT-RETSAL                     PIC X(08)  VALUE 'RETSAL  '.
           02 CT-CHQREV                     PIC X(08)  VALUE 'CHQREV  '.
           02 CT-REPCHQ                     PIC X(08)  VALUE 'REPCHQ  '.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DE LA REVERSION ( DEBITO DE CLASE 'R' EN  *
      *   TIPMOV, MAPEADO EN MAPACON ) Y FRANJA DE NROMOV RESERVADA    *
      *   PARA LAS REVERSIONES DE CHEQUES DEVUELTOS ( DOMINIO NROMOV   *
      *   DEL MAESTRO CODREF ); EL TOPE ES EL ANCHO DE LA FRANJA.      *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-REVERSION         PIC 9(02)  VALUE 91.
           02 CT-NROMOV-REVERSION           PIC 9(06)  VALUE 999500.
           02 CT-MAX-REVERSIONES            PIC 9(05)  VALUE 299.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-IMPORTE-REVERTIR           PIC S9(11)V99 VALUE ZEROS.

       01 WS-FECHA-PROCESO                  PIC 9(08).

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
      *   REGISTRO DE TRABAJO DE LOS CHEQUES DEVUELTOS: CUENTA DONDE   *
      *   SE DEPOSITO ( CUENTA DE OCHO POSICIONES DEL LAYOUT MOVIMCC ),*
      *   NRO DEL MOVIMIENTO DE DEPOSITO, IMPORTE Y MOTIVO DE LA       *
      *   DEVOLUCION INFORMADO POR LA CAMARA.                          *
      *----------------------------------------------------------------*

       01 WS-REG-CHQDEV.
           02 DEV-TIPCUEN                   PIC X(02).
           02 DEV-CUENTA                    PIC 9(08).
           02 DEV-NROMOV                    PIC 9(06).
           02 DEV-IMPORTE                   PIC 9(11)V99.
           02 DEV-MOTIVO                    PIC X(20).
           02 FILLER                        PIC X(11).

      *----------------------------------------------------------------*
      *   ACUMULADORES DEL DIA PARA LOS TOTALES DEL LISTADO            *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-RETENIDO-NUEVO            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-REVERTIDO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-ACREDITADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-RETENIDO-VIGENTE          PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *          F O R M A T O S  D E L  L I S T A D O                 *
      *----------------------------------------------------------------*

       01 WS-REP-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(52)  VALUE
              'RETENCIONES DE CHEQUES EN CANJE - NOVEDADES DEL DIA '.
           02 FILLER                        PIC X(18)  VALUE SPACES.
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
           02 FILLER                        PIC X(06)  VALUE ' DEP. '.
           02 RPD-NROMOV                    PIC 9(06).
           02 FILLER                        PIC X(10)  VALUE
              ' DEPOSITO '.
           02 RPD-FECDEP                    PIC X(10).
           02 FILLER                        PIC X(08)  VALUE ' ACRED. '.
           02 RPD-FECACRED                  PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 RPD-IMPORTE                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 RPD-OBSERV                    PIC X(27).

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
           02 CNT-RET-INICIALES             PIC 9(05)  VALUE ZEROS.
           02 CNT-NOV-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-NOV-ALTAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-NOV-BAJAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-NOV-IGNORADAS             PIC 9(05)  VALUE ZEROS.
           02 CNT-DEV-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-DEV-REVERTIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-DEV-SIN-RETENCION         PIC 9(05)  VALUE ZEROS.
           02 CNT-DEV-DUPLICADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-DEV-SOBRE-TOPE            PIC 9(05)  VALUE ZEROS.
           02 CNT-RET-ACREDITADAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-RET-BAJAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-RET-VIGENTES              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-RETCHEQ                    PIC X(02).
              88 FS-RETCHEQ-OK                         VALUE '00'.
              88 FS-RETCHEQ-EOF                        VALUE '10'.

           02 FS-CHQNOV                     PIC X(02).
              88 FS-CHQNOV-OK                          VALUE '00'.
              88 FS-CHQNOV-EOF                         VALUE '10'.

           02 FS-CHQDEV                     PIC X(02).
              88 FS-CHQDEV-OK                          VALUE '00'.
              88 FS-CHQDEV-EOF                         VALUE '10'.

           02 FS-RETSAL                     PIC X(02).
              88 FS-RETSAL-OK                          VALUE '00'.

           02 FS-CHQREV                     PIC X(02).
              88 FS-CHQREV-OK                          VALUE '00'.

           02 FS-REPCHQ                     PIC X(02).
              88 FS-REPCHQ-OK                          VALUE '00'.

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

           COPY CPRETCHQ.

           COPY MOVIMCC.

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
              THRU 2000-F-PROCESO.

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

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    LA ACREDITACION SE DECIDE CONTRA LA FECHA DE PROCESO, NO LA
      *    DE MAQUINA, PARA QUE EL REPROCESO CORRIDO DE DIA LIBERE LO
      *    MISMO.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1815-CARGAR-RETENCIONES
              THRU 1815-F-CARGAR-RETENCIONES.

           MOVE WS-CANT-RETENCIONES           TO CNT-RET-INICIALES.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1700-IMPRIMIR-TITULO
              THRU 1700-F-IMPRIMIR-TITULO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   CHQNOV
                        CHQDEV
                OUTPUT  RETSAL
                        CHQREV
                        REPCHQ.

           IF NOT FS-CHQNOV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHQNOV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQNOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CHQDEV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHQDEV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQDEV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RETSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RETSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-RETSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CHQREV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHQREV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPCHQ-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPCHQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCHQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *         1 7 0 0 - I M P R I M I R - T I T U L O                *
      *----------------------------------------------------------------*

       1700-IMPRIMIR-TITULO.

           MOVE '1700-IMPRIMIR-TITULO'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO RPT-FECHA.

           WRITE LINEA-REPCHQ FROM WS-REP-TITULO
                 AFTER ADVANCING PAGE.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

           MOVE SPACES                        TO LINEA-REPCHQ.

           WRITE LINEA-REPCHQ AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

       1700-F-IMPRIMIR-TITULO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   EL ORDEN IMPORTA: LAS NOVEDADES DE PGMAPCAB DEJAN LA TABLA   *
      *   AL DIA, LOS DEVUELTOS SE MARCAN ANTES DE LIBERAR ( UN CHEQUE *
      *   QUE VENCE HOY Y VUELVE DEVUELTO NO SE ACREDITA ) Y AL FINAL  *
      *   SE LIBERA Y SE GRABA EL ARCHIVO DEL DIA SIGUIENTE.           *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2110-LEER-CHQNOV
              THRU 2110-F-LEER-CHQNOV.

           PERFORM 2100-APLICAR-NOVEDAD
              THRU 2100-F-APLICAR-NOVEDAD
             UNTIL FS-CHQNOV-EOF.

           PERFORM 2310-LEER-CHQDEV
              THRU 2310-F-LEER-CHQDEV.

           PERFORM 2300-PROCESAR-DEVUELTO
              THRU 2300-F-PROCESAR-DEVUELTO
             UNTIL FS-CHQDEV-EOF.

           MOVE 1                             TO WS-RCH-IX.

           PERFORM 2500-LIBERAR-RETENCION
              THRU 2500-F-LIBERAR-RETENCION
             UNTIL WS-RCH-IX IS GREATER THAN WS-CANT-RETENCIONES.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 0 0 - A P L I C A R - N O V E D A D                 *
      *----------------------------------------------------------------*
      *   'P' AGREGA LA RETENCION ( SALVO QUE YA ESTE, POR REPROCESO ) *
      *   Y 'D' DA DE BAJA LA RETENCION VIGENTE DEL MISMO DEPOSITO.    *
      *----------------------------------------------------------------*

       2100-APLICAR-NOVEDAD.

           MOVE '2100-APLICAR-NOVEDAD'        TO WS-PARRAFO.

           MOVE RCH-TIPCUEN                   TO WS-RCH-BUSQ-TIPCUEN.
           MOVE RCH-CUENTA                    TO WS-RCH-BUSQ-CUENTA.
           MOVE WS-FECHA-PROCESO              TO WS-RCH-BUSQ-FECHA.
           MOVE RCH-NROMOV                    TO WS-RCH-BUSQ-NROMOV.

           PERFORM 1818-SUMAR-RETENIDO
              THRU 1818-F-SUMAR-RETENIDO.

           EVALUATE TRUE
             WHEN RCH-PENDIENTE AND SIN-RETENCION
               PERFORM 2130-AGREGAR-RETENCION
                  THRU 2130-F-AGREGAR-RETENCION

               ADD 1                          TO CNT-NOV-ALTAS
               ADD RCH-IMPORTE                TO ACM-RETENIDO-NUEVO

               MOVE 'RETENIDO'                TO RPD-EVENTO
               MOVE SPACES                    TO RPD-OBSERV

               PERFORM 2700-IMPRIMIR-DETALLE
                  THRU 2700-F-IMPRIMIR-DETALLE

             WHEN RCH-DADO-DE-BAJA AND RETENCION-HALLADA
               MOVE 'D'              TO T-RCH-ESTADO(WS-RCH-IX-HALLADO)

               ADD 1                          TO CNT-NOV-BAJAS

             WHEN OTHER
               ADD 1                          TO CNT-NOV-IGNORADAS

               DISPLAY '* NOVEDAD DE RETENCION IGNORADA: ESTADO '
                       RCH-ESTADO ' CTA ' RCH-TIPCUEN '-' RCH-CUENTA
                       ' DEP ' RCH-NROMOV
           END-EVALUATE.

           PERFORM 2110-LEER-CHQNOV
              THRU 2110-F-LEER-CHQNOV.

       2100-F-APLICAR-NOVEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 1 0 - L E E R - C H Q N O V                      *
      *----------------------------------------------------------------*

       2110-LEER-CHQNOV.

           MOVE '2110-LEER-CHQNOV'            TO WS-PARRAFO.

           READ CHQNOV INTO WS-REG-RETCHQ.

           EVALUATE TRUE
               WHEN FS-CHQNOV-OK
                    ADD 1                     TO CNT-NOV-LEIDAS

               WHEN FS-CHQNOV-EOF
                    SET FS-CHQNOV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CHQNOV            TO AUX-ERR-NOMBRE
                    MOVE FS-CHQNOV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2110-F-LEER-CHQNOV.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 3 0 - A G R E G A R - R E T E N C I O N             *
      *----------------------------------------------------------------*

       2130-AGREGAR-RETENCION.

           MOVE '2130-AGREGAR-RETENCION'      TO WS-PARRAFO.

           IF WS-CANT-RETENCIONES IS LESS THAN 2000
              ADD 1                  TO WS-CANT-RETENCIONES
              MOVE RCH-TIPCUEN
                              TO T-RCH-TIPCUEN(WS-CANT-RETENCIONES)
              MOVE RCH-CUENTA
                              TO T-RCH-CUENTA(WS-CANT-RETENCIONES)
              MOVE RCH-NROMOV
                              TO T-RCH-NROMOV(WS-CANT-RETENCIONES)
              MOVE RCH-TIPO-MOV
                              TO T-RCH-TIPO-MOV(WS-CANT-RETENCIONES)
              MOVE RCH-IMPORTE
                              TO T-RCH-IMPORTE(WS-CANT-RETENCIONES)
              MOVE RCH-FECDEP
                              TO T-RCH-FECDEP(WS-CANT-RETENCIONES)
              MOVE RCH-FECACRED
                              TO T-RCH-FECACRED(WS-CANT-RETENCIONES)
              MOVE RCH-ESTADO
                              TO T-RCH-ESTADO(WS-CANT-RETENCIONES)
              MOVE RCH-RUNID
                              TO T-RCH-RUNID(WS-CANT-RETENCIONES)
           ELSE
      *       SIN LUGAR PARA LA RETENCION, EL CHEQUE QUEDARIA GIRABLE
      *       ANTES DEL CANJE: SE ABORTA.
              DISPLAY '* TABLA DE RETENCIONES LLENA: EL PROCESO NO '
                      'PUEDE GARANTIZAR EL SALDO DISPONIBLE *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CHQNOV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQNOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2130-F-AGREGAR-RETENCION.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 0 0 - P R O C E S A R - D E V U E L T O              *
      *----------------------------------------------------------------*
      *   CHEQUE DEVUELTO: SI SU RETENCION ESTA PENDIENTE PASA A 'R'   *
      *   Y SE REVIERTE EL IMPORTE RETENIDO; SI YA ESTABA EN 'R' ES UN *
      *   DUPLICADO DE LA CAMARA Y NO SE VUELVE A REVERTIR; SI NO HAY  *
      *   RETENCION ( YA ACREDITADO ) SE REVIERTE EL IMPORTE QUE       *
      *   INFORMA LA CAMARA.                                           *
      *----------------------------------------------------------------*

       2300-PROCESAR-DEVUELTO.

           MOVE '2300-PROCESAR-DEVUELTO'      TO WS-PARRAFO.

           MOVE DEV-TIPCUEN                   TO WS-RCH-BUSQ-TIPCUEN.
           MOVE DEV-CUENTA                    TO WS-RCH-BUSQ-CUENTA.
           MOVE WS-FECHA-PROCESO              TO WS-RCH-BUSQ-FECHA.
           MOVE DEV-NROMOV                    TO WS-RCH-BUSQ-NROMOV.

           PERFORM 1818-SUMAR-RETENIDO
              THRU 1818-F-SUMAR-RETENIDO.

           INITIALIZE WS-REG-RETCHQ.

           MOVE DEV-TIPCUEN                   TO RCH-TIPCUEN.
           MOVE DEV-CUENTA                    TO RCH-CUENTA.
           MOVE DEV-NROMOV                    TO RCH-NROMOV.
           MOVE DEV-IMPORTE                   TO RCH-IMPORTE.

           IF RETENCION-HALLADA
              MOVE T-RCH-IMPORTE(WS-RCH-IX-HALLADO) TO RCH-IMPORTE
              MOVE T-RCH-FECDEP(WS-RCH-IX-HALLADO)  TO RCH-FECDEP
              MOVE T-RCH-FECACRED(WS-RCH-IX-HALLADO)
                                                    TO RCH-FECACRED
           END-IF.

           MOVE 'DEVUELTO'                    TO RPD-EVENTO.
           MOVE SPACES                        TO RPD-OBSERV.

           EVALUATE TRUE
             WHEN RETENCION-HALLADA AND
                  T-RCH-ESTADO(WS-RCH-IX-HALLADO) IS EQUAL TO 'R'
               ADD 1                          TO CNT-DEV-DUPLICADOS
               MOVE 'YA REVERTIDO, SE IGNORA'  TO RPD-OBSERV

             WHEN CNT-DEV-REVERTIDOS IS NOT LESS THAN
                  CT-MAX-REVERSIONES
               ADD 1                          TO CNT-DEV-SOBRE-TOPE
               MOVE 'TOPE DE LA FRANJA, REINGR.' TO RPD-OBSERV

             WHEN OTHER
               IF RETENCION-HALLADA
                  MOVE 'R'           TO T-RCH-ESTADO(WS-RCH-IX-HALLADO)
               ELSE
                  ADD 1                       TO CNT-DEV-SIN-RETENCION
               END-IF

               PERFORM 2400-GRABAR-REVERSION
                  THRU 2400-F-GRABAR-REVERSION
           END-EVALUATE.

           PERFORM 2700-IMPRIMIR-DETALLE
              THRU 2700-F-IMPRIMIR-DETALLE.

           PERFORM 2310-LEER-CHQDEV
              THRU 2310-F-LEER-CHQDEV.

       2300-F-PROCESAR-DEVUELTO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 1 0 - L E E R - C H Q D E V                      *
      *----------------------------------------------------------------*

       2310-LEER-CHQDEV.

           MOVE '2310-LEER-CHQDEV'            TO WS-PARRAFO.

           READ CHQDEV INTO WS-REG-CHQDEV.

           EVALUATE TRUE
               WHEN FS-CHQDEV-OK
                    ADD 1                     TO CNT-DEV-LEIDOS

               WHEN FS-CHQDEV-EOF
                    SET FS-CHQDEV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CHQDEV            TO AUX-ERR-NOMBRE
                    MOVE FS-CHQDEV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2310-F-LEER-CHQDEV.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 0 0 - G R A B A R - R E V E R S I O N               *
      *----------------------------------------------------------------*
      *   DEBITO POR EL IMPORTE DEL CHEQUE EN LA CUENTA DEL DEPOSITO,  *
      *   POR EL CIRCUITO NORMAL: REGISTRO MOVIMCC CON IMPORTE         *
      *   NEGATIVO, REFERENCIA 'CH' + NRO DEL MOVIMIENTO DE DEPOSITO   *
      *   ( ASI PGMAPCAB UBICA LA RETENCION A LIBERAR ) Y NRO DE       *
      *   MOVIMIENTO EN LA FRANJA RESERVADA.                           *
      *----------------------------------------------------------------*

       2400-GRABAR-REVERSION.

           MOVE '2400-GRABAR-REVERSION'       TO WS-PARRAFO.

           ADD 1                              TO CNT-DEV-REVERTIDOS.

           MOVE RCH-IMPORTE                   TO WS-IMPORTE-REVERTIR.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-REVERSION         TO WS-MOV-TIPO.
           MOVE RCH-CUENTA                    TO WS-MOV-CUENTA.
           COMPUTE WS-MOV-IMPORTE = ZEROS - WS-IMPORTE-REVERTIR.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-REVERSION + CNT-DEV-REVERTIDOS.
           MOVE 'CH'                          TO WS-MOV-REFER(1:2).
           MOVE RCH-NROMOV                    TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE RCH-TIPCUEN                   TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE RCH-TIPCUEN                   TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-CHQREV FROM WS-REG-MOVIMI.

           IF NOT FS-CHQREV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CHQREV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD WS-IMPORTE-REVERTIR            TO ACM-REVERTIDO.

           IF RETENCION-HALLADA
              STRING 'REVERSION NRO '  DELIMITED BY SIZE
                     WS-MOV-NRO        DELIMITED BY SIZE
                 INTO RPD-OBSERV
              END-STRING
           ELSE
              STRING 'SIN RETENCION, REV. '
                                       DELIMITED BY SIZE
                     WS-MOV-NRO        DELIMITED BY SIZE
                 INTO RPD-OBSERV
              END-STRING
           END-IF.

       2400-F-GRABAR-REVERSION.
           EXIT.

      *----------------------------------------------------------------*
      *       2 5 0 0 - L I B E R A R - R E T E N C I O N              *
      *----------------------------------------------------------------*
      *   'D' SE DA DE BAJA ( LA REVERSION YA SE APLICO ); 'P' CON     *
      *   FECHA DE ACREDITACION CUMPLIDA SE LIBERA; EL RESTO ( 'P'     *
      *   AUN EN CANJE Y 'R' A LA ESPERA DE SU REVERSION ) SIGUE       *
      *   RETENIDO EN RETSAL.                                          *
      *----------------------------------------------------------------*

       2500-LIBERAR-RETENCION.

           MOVE '2500-LIBERAR-RETENCION'      TO WS-PARRAFO.

           MOVE T-RCH-TIPCUEN(WS-RCH-IX)      TO RCH-TIPCUEN.
           MOVE T-RCH-CUENTA(WS-RCH-IX)       TO RCH-CUENTA.
           MOVE T-RCH-NROMOV(WS-RCH-IX)       TO RCH-NROMOV.
           MOVE T-RCH-TIPO-MOV(WS-RCH-IX)     TO RCH-TIPO-MOV.
           MOVE T-RCH-IMPORTE(WS-RCH-IX)      TO RCH-IMPORTE.
           MOVE T-RCH-FECDEP(WS-RCH-IX)       TO RCH-FECDEP.
           MOVE T-RCH-FECACRED(WS-RCH-IX)     TO RCH-FECACRED.
           MOVE T-RCH-ESTADO(WS-RCH-IX)       TO RCH-ESTADO.
           MOVE T-RCH-RUNID(WS-RCH-IX)        TO RCH-RUNID.

           EVALUATE TRUE
             WHEN RCH-DADO-DE-BAJA
               ADD 1                          TO CNT-RET-BAJAS

               MOVE 'BAJA REVERTIDO'          TO RPD-EVENTO
               MOVE SPACES                    TO RPD-OBSERV

               PERFORM 2700-IMPRIMIR-DETALLE
                  THRU 2700-F-IMPRIMIR-DETALLE

             WHEN RCH-PENDIENTE AND
                  RCH-FECACRED IS NOT GREATER THAN WS-FECHA-PROCESO
               ADD 1                          TO CNT-RET-ACREDITADAS
               ADD RCH-IMPORTE                TO ACM-ACREDITADO

               MOVE 'ACREDITADO'              TO RPD-EVENTO
               MOVE SPACES                    TO RPD-OBSERV

               PERFORM 2700-IMPRIMIR-DETALLE
                  THRU 2700-F-IMPRIMIR-DETALLE

             WHEN OTHER
               ADD 1                          TO CNT-RET-VIGENTES
               ADD RCH-IMPORTE                TO ACM-RETENIDO-VIGENTE

               PERFORM 2600-GRABAR-RETSAL
                  THRU 2600-F-GRABAR-RETSAL
           END-EVALUATE.

           ADD 1                              TO WS-RCH-IX.

       2500-F-LIBERAR-RETENCION.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - G R A B A R - R E T S A L                  *
      *----------------------------------------------------------------*

       2600-GRABAR-RETSAL.

           MOVE '2600-GRABAR-RETSAL'          TO WS-PARRAFO.

           WRITE REG-RETSAL FROM WS-REG-RETCHQ.

           IF NOT FS-RETSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RETSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-RETSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-RETSAL.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 0 0 - I M P R I M I R - D E T A L L E                *
      *----------------------------------------------------------------*
      *   UNA LINEA POR NOVEDAD CON LOS DATOS DE WS-REG-RETCHQ; EL     *
      *   EVENTO Y LA OBSERVACION LOS CARGA QUIEN LLAMA.               *
      *----------------------------------------------------------------*

       2700-IMPRIMIR-DETALLE.

           MOVE '2700-IMPRIMIR-DETALLE'       TO WS-PARRAFO.

           MOVE RCH-TIPCUEN                   TO RPD-TIPCUEN.
           MOVE RCH-CUENTA                    TO RPD-CUENTA.
           MOVE RCH-NROMOV                    TO RPD-NROMOV.
           MOVE RCH-IMPORTE                   TO RPD-IMPORTE.

           MOVE SPACES                        TO RPD-FECDEP
                                                 RPD-FECACRED.

           IF RCH-FECDEP IS GREATER THAN ZEROS
              MOVE RCH-FECDEP                 TO WS-FECHA-AUX-N
              PERFORM 2790-EDITAR-FECHA
                 THRU 2790-F-EDITAR-FECHA
              MOVE WS-FECHA-EDIT              TO RPD-FECDEP
           END-IF.

           IF RCH-FECACRED IS GREATER THAN ZEROS
              MOVE RCH-FECACRED               TO WS-FECHA-AUX-N
              PERFORM 2790-EDITAR-FECHA
                 THRU 2790-F-EDITAR-FECHA
              MOVE WS-FECHA-EDIT              TO RPD-FECACRED
           END-IF.

           WRITE LINEA-REPCHQ FROM WS-REP-DETALLE
                 AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

       2700-F-IMPRIMIR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 9 0 - E D I T A R - F E C H A                  *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 9 5 - C O N T R O L A R - R E P C H Q               *
      *----------------------------------------------------------------*

       2795-CONTROLAR-REPCHQ.

           IF NOT FS-REPCHQ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPCHQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCHQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2795-F-CONTROLAR-REPCHQ.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

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
      *   TOTAL REVERTIDO DEL DIA: ES EL IMPORTE QUE DEBE FIGURAR EN   *
      *   EL RENGLON DEL TIPO 91 DEL ASIENTO DE PGMSIN64 UNA VEZ QUE   *
      *   PGMAPCAB APLIQUE CHQREV.                                     *
      *----------------------------------------------------------------*

       3100-IMPRIMIR-TOTALES.

           MOVE '3100-IMPRIMIR-TOTALES'       TO WS-PARRAFO.

           MOVE CNT-NOV-ALTAS                 TO WS-MASCARA.
           MOVE ACM-RETENIDO-NUEVO            TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPCHQ.

           STRING '     CHEQUES RETENIDOS HOY: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   IMPORTE: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPCHQ
           END-STRING.

           WRITE LINEA-REPCHQ AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

           MOVE CNT-RET-ACREDITADAS           TO WS-MASCARA.
           MOVE ACM-ACREDITADO                TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPCHQ.

           STRING '     RETENCIONES ACREDITADAS: ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   IMPORTE: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPCHQ
           END-STRING.

           WRITE LINEA-REPCHQ AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

           MOVE CNT-DEV-REVERTIDOS            TO WS-MASCARA.
           MOVE ACM-REVERTIDO                 TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPCHQ.

           STRING '     REVERSIONES EMITIDAS ( TIPO 91 ): '
                                    DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   IMPORTE: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPCHQ
           END-STRING.

           WRITE LINEA-REPCHQ AFTER ADVANCING 1 LINE.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

           MOVE CNT-RET-VIGENTES              TO WS-MASCARA.
           MOVE ACM-RETENIDO-VIGENTE          TO WS-IMPORTE-EDIT.
           MOVE SPACES                        TO LINEA-REPCHQ.

           STRING '     QUEDAN RETENIDOS: '  DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  '   IMPORTE: '    DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
              INTO LINEA-REPCHQ
           END-STRING.

           WRITE LINEA-REPCHQ AFTER ADVANCING 2 LINES.

           PERFORM 2795-CONTROLAR-REPCHQ
              THRU 2795-F-CONTROLAR-REPCHQ.

       3100-F-IMPRIMIR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE CHQNOV
                 CHQDEV
                 RETSAL
                 CHQREV
                 REPCHQ.

           IF NOT FS-RETSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RETSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-RETSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CHQREV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CHQREV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQREV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPCHQ-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPCHQ                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCHQ                  TO AUX-ERR-STATUS
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

           MOVE CNT-RET-INICIALES             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI129               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* RETENCIONES AL INICIO DEL DIA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOV-LEIDAS                TO WS-MASCARA.
           DISPLAY '* NOVEDADES CHQNOV LEIDAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOV-ALTAS                 TO WS-MASCARA.
           DISPLAY '* CHEQUES RETENIDOS HOY:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOV-BAJAS                 TO WS-MASCARA.
           DISPLAY '* RETENCIONES LIBERADAS POR REVERSION:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NOV-IGNORADAS             TO WS-MASCARA.
           DISPLAY '* NOVEDADES IGNORADAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEV-LEIDOS                TO WS-MASCARA.
           DISPLAY '* CHEQUES DEVUELTOS LEIDOS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEV-REVERTIDOS            TO WS-MASCARA.
           DISPLAY '* REVERSIONES EMITIDAS EN CHQREV:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEV-SIN-RETENCION         TO WS-MASCARA.
           DISPLAY '* DEVUELTOS SIN RETENCION VIGENTE:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEV-DUPLICADOS            TO WS-MASCARA.
           DISPLAY '* DEVUELTOS YA REVERTIDOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEV-SOBRE-TOPE            TO WS-MASCARA.
           DISPLAY '* DEVUELTOS SOBRE EL TOPE DE LA FRANJA:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RET-ACREDITADAS           TO WS-MASCARA.
           DISPLAY '* RETENCIONES ACREDITADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RET-BAJAS                 TO WS-MASCARA.
           DISPLAY '* RETENCIONES DADAS DE BAJA:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RET-VIGENTES              TO WS-MASCARA.
           DISPLAY '* RETENCIONES GRABADAS EN RETSAL:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-REVERTIDO                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL REVERTIDO: ' WS-IMPORTE-EDIT.

           STRING 'NOV='           DELIMITED BY SIZE
                  CNT-NOV-LEIDAS   DELIMITED BY SIZE
                  ' DEV='          DELIMITED BY SIZE
                  CNT-DEV-LEIDOS   DELIMITED BY SIZE
                  ' REV='          DELIMITED BY SIZE
                  CNT-DEV-REVERTIDOS DELIMITED BY SIZE
                  ' ACRED='        DELIMITED BY SIZE
                  CNT-RET-ACREDITADAS DELIMITED BY SIZE
                  ' VIG='          DELIMITED BY SIZE
                  CNT-RET-VIGENTES DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-CHQREV                     TO WS-CTL-ARCHIVO.
           MOVE CNT-DEV-REVERTIDOS            TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 1 5 - C A R G A R - R E T E N C I O N E S           *
      *----------------------------------------------------------------*

           COPY RETCHQLE.

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
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

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

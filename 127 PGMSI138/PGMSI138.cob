      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI138.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   SALIDA A LA CAMARA Y CONCILIACION DE TRANSFERENCIAS          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CIERRA EL CIRCUITO DE TRANSFERENCIAS             *
      * INTERBANCARIAS DEL DIA. CORRE DESPUES DE PGMAPCAB Y DE         *
      * PGMSIN64:                                                      *
      *   - CARGA EN MEMORIA LOS RECHAZOS DE PGMAPCAB ( RECHMOV ) DE   *
      *     LOS TIPOS 96 DEBITO POR TRANSFERENCIA EMITIDA, 97 CREDITO  *
      *     POR TRANSFERENCIA RECIBIDA Y 98 REACREDITO POR             *
      *     DEVOLUCION, CON SU CODIGO TRADUCIDO A MOTIVO: 'SOBR'       *
      *     ( 'SF' ), 'ONP ' ( 'OP' ) Y CUALQUIER OTRO ( 'RB' ).       *
      *   - LEE TRFENV ( PGMSI136 ): LA ORDEN RECHAZADA EN LA EMISION  *
      *     O CUYO DEBITO RECHAZO PGMAPCAB NO SE CURSA; LA DEMAS SALE  *
      *     A LA CAMARA ( CAMSAL ) COMO TRANSFERENCIA 'T'.             *
      *   - LEE TRFREC ( PGMSI137 ): LA TRANSFERENCIA RECIBIDA QUE NO  *
      *     SE PUDO ACREDITAR, O CUYO CREDITO RECHAZO PGMAPCAB, SE     *
      *     DEVUELVE AL BANCO DE ORIGEN COMO DEVOLUCION 'D' CON SU     *
      *     MOTIVO. LA DEVOLUCION RECIBIDA QUE NO SE PUDO REACREDITAR  *
      *     NO SE DEVUELVE: QUEDA A REVISAR EN EL LISTADO.             *
      *   - CAMSAL LLEVA CABECERA Y COLA CON CANTIDAD E IMPORTE DE LOS *
      *     DETALLES ( COPY CPTRFINT ). LA CAMARA RUTEA CADA DETALLE   *
      *     POR LA ENTIDAD DE SU CBU DESTINO; EL PASO DE TRANSMISION   *
      *     ORDENA LOS DETALLES POR CBU DESTINO ENTRE CABECERA Y COLA. *
      *   - CONCILIA LO EFECTIVAMENTE DEBITADO Y ACREDITADO POR LA     *
      *     INTERFAZ CONTRA LA LINEA DEL DEBE DE CADA TIPO EN EL       *
      *     ASIENTO DE PGMSIN64. UNA DIFERENCIA SE IMPRIME EN REPTRF Y *
      *     DEJA RETURN-CODE 8; CAMSAL SALE IGUAL PORQUE LOS           *
      *     MOVIMIENTOS YA ESTAN APLICADOS A LAS CUENTAS.              *
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

           SELECT TRFENV ASSIGN TO TRFENV
                                    FILE STATUS IS FS-TRFENV.

           SELECT TRFREC ASSIGN TO TRFREC
                                    FILE STATUS IS FS-TRFREC.

           SELECT RECHMOV ASSIGN TO RECHMOV
                                    FILE STATUS IS FS-RECHMOV.

           SELECT ASIENTO ASSIGN TO ASIENTO
                                    FILE STATUS IS FS-ASIENTO.

           SELECT CAMSAL ASSIGN TO CAMSAL
                                    FILE STATUS IS FS-CAMSAL.

           SELECT REPTRF ASSIGN TO REPTRF
                                    FILE STATUS IS FS-REPTRF.

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
      *   RESULTADO DE LA EMISION DE PGMSI136 ( COPY CPTRFINT ).       *
      *----------------------------------------------------------------*

       FD   TRFENV
            RECORDING MODE IS F.
       01   REG-TRFENV                                      PIC X(200).

      *----------------------------------------------------------------*
      *   RESULTADO DE LA RECEPCION DE PGMSI137 ( COPY CPTRFINT ).     *
      *----------------------------------------------------------------*

       FD   TRFREC
            RECORDING MODE IS F.
       01   REG-TRFREC                                      PIC X(300).

      *----------------------------------------------------------------*
      *   RECHAZOS DE PGMAPCAB: IMAGEN DEL MOVIMIENTO Y CODIGO DE      *
      *   RECHAZO ( MISMO LAYOUT QUE GRABA PGMAPCAB ).                 *
      *----------------------------------------------------------------*

       FD   RECHMOV
            RECORDING MODE IS F.
       01   REG-RECHMOV.
            02 RECM-DATOS                                   PIC X(72).
            02 RECM-DATOS-R REDEFINES RECM-DATOS.
               03 RECM-MOVTO.
                  04 RECM-MOV-TIPO                          PIC 9(02).
                  04 RECM-MOV-CUENTA                        PIC 9(08).
                  04 RECM-MOV-IMPORTE                     PIC S9(11)V99.
                  04 RECM-MOV-NRO                           PIC 9(06).
                  04 RECM-MOV-REFER                         PIC X(08).
                  04 RECM-MOV-DIGITO                        PIC 9(01).
                  04 RECM-MOV-FECVAL                        PIC 9(08).
                  04 RECM-MOV-TIPCUEN                       PIC X(02).
               03 RECM-COD-RECHAZO                          PIC X(04).
               03 RECM-MOTIVO-ORDEN                         PIC X(02).
               03 RECM-REFER-ORDEN                          PIC X(08).
               03 FILLER                                    PIC X(10).
            02 RECM-RUNID                                   PIC X(08).

      *----------------------------------------------------------------*
      *   ASIENTO DE DOBLE PARTIDA DE PGMSIN64 ( MISMO LAYOUT ).       *
      *----------------------------------------------------------------*

       FD   ASIENTO
            RECORDING MODE IS F.
       01   REG-ASIENTO.
           02 ASI-LADO                      PIC X(01).
           02 ASI-CUENTA                    PIC X(08).
           02 ASI-TIPO-MOV                  PIC 9(02).
           02 ASI-IMPORTE                   PIC S9(13)V99.
           02 FILLER                        PIC X(14).

      *----------------------------------------------------------------*
      *   SALIDA A LA CAMARA COMPENSADORA ( COPY CPTRFINT ).           *
      *----------------------------------------------------------------*

       FD   CAMSAL
            RECORDING MODE IS F.
       01   REG-CAMSAL                                      PIC X(200).

      *----------------------------------------------------------------*
      *   LISTADO DE TRANSFERENCIAS Y CONCILIACION CONTABLE.           *
      *----------------------------------------------------------------*

       FD   REPTRF
            RECORDING MODE IS F.
       01   REG-REPTRF                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI138'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-TRFENV                     PIC X(08)  VALUE 'TRFENV  '.
           02 CT-TRFREC                     PIC X(08)  VALUE 'TRFREC  '.
           02 CT-RECHMOV                    PIC X(08)  VALUE 'RECHMOV '.
           02 CT-ASIENTO                    PIC X(08)  VALUE 'ASIENTO '.
           02 CT-CAMSAL                     PIC X(08)  VALUE 'CAMSAL  '.
           02 CT-REPTRF                     PIC X(08)  VALUE 'REPTRF  '.

      *----------------------------------------------------------------*
      *   TIPOS DE MOVIMIENTO DE LA INTERFAZ ( PGMSI136 / PGMSI137 ),  *
      *   CODIGOS DE RECHAZO DE PGMAPCAB QUE TIENEN MOTIVO PROPIO,     *
      *   CLASES DEL IDENTIFICADOR DE CAMARA Y TOPE DE LA TABLA ( LAS  *
      *   FRANJAS DE LOS TRES TIPOS SUMAN MENOS DE 9999 MOVIMIENTOS ). *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-ENVIO             PIC 9(02)  VALUE 96.
           02 CT-TIPO-MOV-CREDITO           PIC 9(02)  VALUE 97.
           02 CT-TIPO-MOV-REACREDITO        PIC 9(02)  VALUE 98.
           02 CT-COD-RECHAZO-SOBREGIRO      PIC X(04)  VALUE 'SOBR'.
           02 CT-COD-RECHAZO-ONP            PIC X(04)  VALUE 'ONP '.
           02 CT-CLASE-TRANSFERENCIA        PIC X(03)  VALUE 'TRF'.
           02 CT-CLASE-DEVOLUCION           PIC X(03)  VALUE 'DEV'.
           02 CT-MAX-RECHAZOS               PIC 9(04)  VALUE 9999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-COD-MOTIVO                 PIC X(02).

       01 WS-FECHA-PROCESO                  PIC 9(08).

       01 WS-FECHA-AUX                      PIC 9(08).
       01 WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           02 WS-FAX-ANIO                   PIC 9(04).
           02 WS-FAX-MES                    PIC 9(02).
           02 WS-FAX-DIA                    PIC 9(02).

       01 WS-FECHA-EDIT.
           02 WS-FED-DIA                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-MES                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-ANIO                   PIC 9(04).

      *----------------------------------------------------------------*
      *   CONTRAPARTE DE LA TRANSFERENCIA QUE SE DEVUELVE: EN LA       *
      *   DEVOLUCION EL ORIGEN Y EL DESTINO SE INVIERTEN.              *
      *----------------------------------------------------------------*

       01 WS-CONTRAPARTE.
           02 WS-CTP-CBU                    PIC X(22).
           02 WS-CTP-DOC                    PIC 9(11).
           02 WS-CTP-TITULAR                PIC X(30).

      *----------------------------------------------------------------*
      *   TABLA DE MOVIMIENTOS DE LA INTERFAZ RECHAZADOS POR PGMAPCAB, *
      *   CON EL MOTIVO YA TRADUCIDO.                                  *
      *----------------------------------------------------------------*

       01 WS-CANT-RECHAZOS                  PIC 9(04)  VALUE ZEROS.

       01 WS-T-RECHAZOS.
           02 T-RCH OCCURS 9999 TIMES.
              03 T-RCH-TIPO                 PIC 9(02).
              03 T-RCH-TIPCUEN              PIC X(02).
              03 T-RCH-CUENTA               PIC 9(08).
              03 T-RCH-NRO                  PIC 9(06).
              03 T-RCH-MOTIVO               PIC X(02).

       01 WS-RCH-BUSQUEDA.
           02 WS-RCH-TIPO                   PIC 9(02)  VALUE ZEROS.
           02 WS-RCH-TIPCUEN                PIC X(02)  VALUE SPACES.
           02 WS-RCH-CUENTA                 PIC 9(08)  VALUE ZEROS.
           02 WS-RCH-NRO                    PIC 9(06)  VALUE ZEROS.
           02 WS-RCH-IX                     PIC 9(04)  VALUE ZEROS.
           02 WS-RCH-IX-HALLADO             PIC 9(04)  VALUE ZEROS.
           02 WS-RCH-HALLADO-SW             PIC X(01)  VALUE 'N'.
              88 RECHAZO-HALLADO                       VALUE 'S'.
              88 SIN-RECHAZO                           VALUE 'N'.

      *----------------------------------------------------------------*
      *   CONCILIACION CONTRA EL ASIENTO                               *
      *----------------------------------------------------------------*

       01 WS-CONCILIACION.
           02 WS-CON-CONCEPTO               PIC X(30).
           02 WS-CON-INTERFAZ               PIC S9(13)V99.
           02 WS-CON-MAYOR                  PIC S9(13)V99.
           02 WS-CON-DIFERENCIA             PIC S9(13)V99.
           02 WS-CON-CUADRA-SW              PIC X(01)  VALUE 'S'.
              88 CONCILIACION-CUADRA                   VALUE 'S'.
              88 CONCILIACION-NO-CUADRA                VALUE 'N'.

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPTRF                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(47)  VALUE
              'TRANSFERENCIAS INTERBANCARIAS - CAMARA DEL DIA '.
           02 LTI-PROCESO                   PIC X(10).
           02 FILLER                        PIC X(75)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 FILLER                        PIC X(12)  VALUE
              'CIRCUITO'.
           02 FILLER                        PIC X(22)  VALUE
              'IDENTIFICADOR'.
           02 FILLER                        PIC X(13)  VALUE
              'CUENTA'.
           02 FILLER                        PIC X(24)  VALUE
              'CBU CONTRAPARTE'.
           02 FILLER                        PIC X(21)  VALUE
              '            IMPORTE  '.
           02 FILLER                        PIC X(32)  VALUE
              'RESULTADO'.
           02 FILLER                        PIC X(07)  VALUE
              'MOTIVO'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CIRCUITO                  PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-ID                        PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-CUENTA                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-CBU                       PIC X(22).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-IMPORTE                   PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-RESULTADO                 PIC X(30).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-MOTIVO                    PIC X(02).
           02 FILLER                        PIC X(05)  VALUE SPACES.

       01 WS-LIN-CONCILIA.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCO-CONCEPTO                  PIC X(30).
           02 FILLER                        PIC X(10)  VALUE
              ' INTERFAZ '.
           02 LCO-INTERFAZ                  PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(09)  VALUE
              '  ASIENTO'.
           02 LCO-MAYOR                     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(08)  VALUE
              '  DIF. '.
           02 LCO-DIFERENCIA                PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCO-RESULTADO                 PIC X(09).
           02 FILLER                        PIC X(06)  VALUE SPACES.

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOT-ENVIADO               PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-ACREDITADO            PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-REACREDITADO          PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-DEVUELTO              PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-CAMSAL                PIC 9(13)V99 VALUE ZEROS.
           02 ACM-MAYOR-ENVIADO             PIC S9(13)V99 VALUE ZEROS.
           02 ACM-MAYOR-ACREDITADO          PIC S9(13)V99 VALUE ZEROS.
           02 ACM-MAYOR-REACREDITADO        PIC S9(13)V99 VALUE ZEROS.

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
           02 CNT-RECHMOV-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-TRFENV-LEIDOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-TRFREC-LEIDOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-ASIENTO-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-ENVIADAS                  PIC 9(05)  VALUE ZEROS.
           02 CNT-NO-CURSADAS-EMISION       PIC 9(05)  VALUE ZEROS.
           02 CNT-NO-CURSADAS-APLICACION    PIC 9(05)  VALUE ZEROS.
           02 CNT-ACREDITADAS               PIC 9(05)  VALUE ZEROS.
           02 CNT-REACREDITADAS             PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-RECEPCION       PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-APLICACION      PIC 9(05)  VALUE ZEROS.
           02 CNT-A-REVISAR                 PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMSAL-DETALLES           PIC 9(06)  VALUE ZEROS.
           02 CNT-CAMSAL-GRABADOS           PIC 9(06)  VALUE ZEROS.
           02 CNT-NRO-DEVOLUCION            PIC 9(06)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-TRFENV                     PIC X(02).
              88 FS-TRFENV-OK                          VALUE '00'.
              88 FS-TRFENV-EOF                         VALUE '10'.

           02 FS-TRFREC                     PIC X(02).
              88 FS-TRFREC-OK                          VALUE '00'.
              88 FS-TRFREC-EOF                         VALUE '10'.

           02 FS-RECHMOV                    PIC X(02).
              88 FS-RECHMOV-OK                         VALUE '00'.
              88 FS-RECHMOV-EOF                        VALUE '10'.

           02 FS-ASIENTO                    PIC X(02).
              88 FS-ASIENTO-OK                         VALUE '00'.
              88 FS-ASIENTO-EOF                        VALUE '10'.

           02 FS-CAMSAL                     PIC X(02).
              88 FS-CAMSAL-OK                          VALUE '00'.

           02 FS-REPTRF                     PIC X(02).
              88 FS-REPTRF-OK                          VALUE '00'.

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

           COPY CPTRFINT.

           COPY CPCBU.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO-ENVIOS
              THRU 2000-F-PROCESO-ENVIOS
             UNTIL FS-TRFENV-EOF.

           PERFORM 2300-PROCESO-RECEPCION
              THRU 2300-F-PROCESO-RECEPCION
             UNTIL FS-TRFREC-EOF.

           PERFORM 2600-CONCILIAR-ASIENTO
              THRU 2600-F-CONCILIAR-ASIENTO.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      ACM-ACUMULADORES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-CARGAR-RECHAZOS
              THRU 1100-F-CARGAR-RECHAZOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-INICIAR-SALIDAS
              THRU 1300-F-INICIAR-SALIDAS.

           PERFORM 1400-LEER-TRFENV
              THRU 1400-F-LEER-TRFENV.

           PERFORM 1450-LEER-TRFREC
              THRU 1450-F-LEER-TRFREC.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - C A R G A R - R E C H A Z O S               *
      *----------------------------------------------------------------*
      *   SIN ARCHIVO RECHMOV NO HUBO RECHAZOS EN LA APLICACION: TODO  *
      *   DEBITO Y CREDITO DE LA INTERFAZ SE DA POR APLICADO.          *
      *----------------------------------------------------------------*

       1100-CARGAR-RECHAZOS.

           MOVE '1100-CARGAR-RECHAZOS'        TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-CANT-RECHAZOS.

           OPEN INPUT RECHMOV.

           IF FS-RECHMOV-OK
              PERFORM 1130-LEER-RECHMOV
                 THRU 1130-F-LEER-RECHMOV

              PERFORM 1120-GUARDAR-RECHAZO
                 THRU 1120-F-GUARDAR-RECHAZO
                UNTIL FS-RECHMOV-EOF

              CLOSE RECHMOV
           ELSE
              DISPLAY '* SIN ARCHIVO RECHMOV: NO HAY TRANSFERENCIAS '
                      'RECHAZADAS *'
           END-IF.

       1100-F-CARGAR-RECHAZOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 2 0 - G U A R D A R - R E C H A Z O               *
      *----------------------------------------------------------------*

       1120-GUARDAR-RECHAZO.

           MOVE '1120-GUARDAR-RECHAZO'        TO WS-PARRAFO.

           IF RECM-MOV-TIPO IS EQUAL TO CT-TIPO-MOV-ENVIO OR
              RECM-MOV-TIPO IS EQUAL TO CT-TIPO-MOV-CREDITO OR
              RECM-MOV-TIPO IS EQUAL TO CT-TIPO-MOV-REACREDITO
              PERFORM 1125-AGREGAR-RECHAZO
                 THRU 1125-F-AGREGAR-RECHAZO
           END-IF.

           PERFORM 1130-LEER-RECHMOV
              THRU 1130-F-LEER-RECHMOV.

       1120-F-GUARDAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *         1 1 2 5 - A G R E G A R - R E C H A Z O                *
      *----------------------------------------------------------------*

       1125-AGREGAR-RECHAZO.

           IF WS-CANT-RECHAZOS IS NOT LESS THAN CT-MAX-RECHAZOS
      *       SIN LUGAR PARA UN RECHAZO, UNA TRANSFERENCIA NO DEBITADA
      *       SALDRIA A LA CAMARA: SE ABORTA.
              DISPLAY '* TABLA DE RECHAZOS DE TRANSFERENCIAS LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-RECHMOV                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHMOV                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-RECHAZOS.

           MOVE RECM-MOV-TIPO       TO T-RCH-TIPO(WS-CANT-RECHAZOS).
           MOVE RECM-MOV-TIPCUEN    TO T-RCH-TIPCUEN(WS-CANT-RECHAZOS).
           MOVE RECM-MOV-CUENTA     TO T-RCH-CUENTA(WS-CANT-RECHAZOS).
           MOVE RECM-MOV-NRO        TO T-RCH-NRO(WS-CANT-RECHAZOS).

           EVALUATE RECM-COD-RECHAZO
               WHEN CT-COD-RECHAZO-SOBREGIRO
                    MOVE 'SF'       TO T-RCH-MOTIVO(WS-CANT-RECHAZOS)
               WHEN CT-COD-RECHAZO-ONP
                    MOVE 'OP'       TO T-RCH-MOTIVO(WS-CANT-RECHAZOS)
               WHEN OTHER
                    MOVE 'RB'       TO T-RCH-MOTIVO(WS-CANT-RECHAZOS)
           END-EVALUATE.

       1125-F-AGREGAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 1 3 0 - L E E R - R E C H M O V                    *
      *----------------------------------------------------------------*

       1130-LEER-RECHMOV.

           MOVE '1130-LEER-RECHMOV'           TO WS-PARRAFO.

           READ RECHMOV.

           EVALUATE TRUE
               WHEN FS-RECHMOV-OK
                    ADD 1                     TO CNT-RECHMOV-LEIDOS

               WHEN FS-RECHMOV-EOF
                    SET FS-RECHMOV-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-RECHMOV           TO AUX-ERR-NOMBRE
                    MOVE FS-RECHMOV           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1130-F-LEER-RECHMOV.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   TRFENV
                        TRFREC
                        ASIENTO
                OUTPUT  CAMSAL
                        REPTRF.

           IF NOT FS-TRFENV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFENV                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFREC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFREC                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFREC                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ASIENTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ASIENTO                 TO AUX-ERR-NOMBRE
              MOVE FS-ASIENTO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CAMSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CAMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-CAMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPTRF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPTRF                  TO AUX-ERR-NOMBRE
              MOVE FS-REPTRF                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 0 0 - I N I C I A R - S A L I D A S               *
      *----------------------------------------------------------------*
      *   CABECERA DE CAMSAL Y TITULOS DEL LISTADO.                    *
      *----------------------------------------------------------------*

       1300-INICIAR-SALIDAS.

           MOVE '1300-INICIAR-SALIDAS'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CAMARA.
           SET CAM-CABECERA                   TO TRUE.
           MOVE CBU-ENTIDAD-BANCO             TO CAM-CAB-ENTIDAD.
           MOVE WS-FECHA-PROCESO              TO CAM-CAB-FECHA.

           PERFORM 2850-GRABAR-CAMSAL
              THRU 2850-F-GRABAR-CAMSAL.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-PROCESO.
           MOVE WS-LIN-TITULO                 TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

           MOVE SPACES                        TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

           MOVE WS-LIN-COLUMNAS               TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

       1300-F-INICIAR-SALIDAS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - T R F E N V                      *
      *----------------------------------------------------------------*

       1400-LEER-TRFENV.

           MOVE '1400-LEER-TRFENV'            TO WS-PARRAFO.

           READ TRFENV INTO WS-REG-TRFENV.

           EVALUATE TRUE
               WHEN FS-TRFENV-OK
                    ADD 1                     TO CNT-TRFENV-LEIDOS

               WHEN FS-TRFENV-EOF
                    SET FS-TRFENV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRFENV            TO AUX-ERR-NOMBRE
                    MOVE FS-TRFENV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-TRFENV.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 5 0 - L E E R - T R F R E C                      *
      *----------------------------------------------------------------*

       1450-LEER-TRFREC.

           MOVE '1450-LEER-TRFREC'            TO WS-PARRAFO.

           READ TRFREC INTO WS-REG-TRFREC.

           EVALUATE TRUE
               WHEN FS-TRFREC-OK
                    ADD 1                     TO CNT-TRFREC-LEIDOS

               WHEN FS-TRFREC-EOF
                    SET FS-TRFREC-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRFREC            TO AUX-ERR-NOMBRE
                    MOVE FS-TRFREC            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1450-F-LEER-TRFREC.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 8 0 - L E E R - A S I E N T O                    *
      *----------------------------------------------------------------*

       1480-LEER-ASIENTO.

           MOVE '1480-LEER-ASIENTO'           TO WS-PARRAFO.

           READ ASIENTO.

           EVALUATE TRUE
               WHEN FS-ASIENTO-OK
                    ADD 1                     TO CNT-ASIENTO-LEIDOS

               WHEN FS-ASIENTO-EOF
                    SET FS-ASIENTO-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ASIENTO           TO AUX-ERR-NOMBRE
                    MOVE FS-ASIENTO           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1480-F-LEER-ASIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 0 0 - P R O C E S O - E N V I O S                 *
      *----------------------------------------------------------------*
      *   LA ORDEN RECHAZADA EN LA EMISION NO TIENE DEBITO; LA ENVIADA *
      *   SE BUSCA EN LOS RECHAZOS DE PGMAPCAB: SI SU DEBITO NO SE     *
      *   APLICO TAMPOCO SE CURSA. LA DEMAS SALE A LA CAMARA.          *
      *----------------------------------------------------------------*

       2000-PROCESO-ENVIOS.

           MOVE '2000-PROCESO-ENVIOS'         TO WS-PARRAFO.

           MOVE TEN-ORDEN                     TO WS-REG-TRFORD.

           MOVE 'EMITIDA'                     TO LDE-CIRCUITO.
           MOVE CBU-ENTIDAD-BANCO             TO CAM-ID-ENTIDAD.
           MOVE WS-FECHA-PROCESO              TO CAM-ID-FECHA.
           MOVE ORD-NRO-ORDEN                 TO CAM-ID-NUMERO.
           MOVE CT-CLASE-TRANSFERENCIA        TO CAM-ID-CLASE.
           MOVE CAM-ID-TRANSF                 TO LDE-ID.
           MOVE ORD-TIPCUEN                   TO LDE-TIPCUEN.
           COMPUTE LDE-CUENTA = ORD-SUCUEN * 1000000 + ORD-NROCUEN.
           MOVE ORD-CBU-DESTINO               TO LDE-CBU.
           MOVE ORD-IMPORTE                   TO LDE-IMPORTE.

           EVALUATE TRUE
             WHEN TEN-RECHAZADA
               ADD 1                          TO CNT-NO-CURSADAS-EMISION
               MOVE 'NO CURSADA - EMISION'    TO LDE-RESULTADO
               MOVE TEN-COD-MOTIVO            TO LDE-MOTIVO

             WHEN OTHER
               MOVE CT-TIPO-MOV-ENVIO         TO WS-RCH-TIPO
               MOVE ORD-TIPCUEN               TO WS-RCH-TIPCUEN
               MOVE TEN-CUENTA                TO WS-RCH-CUENTA
               MOVE TEN-NROMOV                TO WS-RCH-NRO

               PERFORM 2200-BUSCAR-RECHAZO
                  THRU 2200-F-BUSCAR-RECHAZO

               IF RECHAZO-HALLADO
                  ADD 1                    TO CNT-NO-CURSADAS-APLICACION
                  MOVE 'NO CURSADA - DEBITO RECHAZADO'
                                              TO LDE-RESULTADO
                  MOVE T-RCH-MOTIVO(WS-RCH-IX-HALLADO)
                                              TO LDE-MOTIVO
               ELSE
                  PERFORM 2100-ENVIAR-TRANSFERENCIA
                     THRU 2100-F-ENVIAR-TRANSFERENCIA

                  MOVE 'ENVIADA A CAMARA'     TO LDE-RESULTADO
                  MOVE SPACES                 TO LDE-MOTIVO
               END-IF
           END-EVALUATE.

           PERFORM 2950-GRABAR-DETALLE
              THRU 2950-F-GRABAR-DETALLE.

           PERFORM 1400-LEER-TRFENV
              THRU 1400-F-LEER-TRFENV.

       2000-F-PROCESO-ENVIOS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - E N V I A R - T R A N S F E R E N C I A         *
      *----------------------------------------------------------------*
      *   EL IDENTIFICADOR DE LA TRANSFERENCIA LLEVA EL NUMERO DE      *
      *   ORDEN: ES EL QUE VUELVE EN CAM-ID-ORIGINAL SI EL BANCO       *
      *   DESTINO LA DEVUELVE ( PGMSI137 ).                            *
      *----------------------------------------------------------------*

       2100-ENVIAR-TRANSFERENCIA.

           MOVE '2100-ENVIAR-TRANSFERENCIA'   TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CAMARA.
           SET CAM-TRANSFERENCIA              TO TRUE.
           MOVE CBU-ENTIDAD-BANCO             TO CAM-ID-ENTIDAD.
           MOVE WS-FECHA-PROCESO              TO CAM-ID-FECHA.
           MOVE ORD-NRO-ORDEN                 TO CAM-ID-NUMERO.
           MOVE CT-CLASE-TRANSFERENCIA        TO CAM-ID-CLASE.
           MOVE TEN-CBU-ORIGEN                TO CAM-CBU-ORIGEN.
           MOVE TEN-DOC-ORIGEN                TO CAM-DOC-ORIGEN.
           MOVE TEN-TITULAR-ORIGEN            TO CAM-TITULAR-ORIGEN.
           MOVE ORD-CBU-DESTINO               TO CAM-CBU-DESTINO.
           MOVE ORD-DOC-DESTINO               TO CAM-DOC-DESTINO.
           MOVE ORD-TITULAR-DESTINO           TO CAM-TITULAR-DESTINO.
           MOVE ORD-IMPORTE                   TO CAM-IMPORTE.
           MOVE ORD-CONCEPTO                  TO CAM-CONCEPTO.
           MOVE ZEROS                         TO CAM-IDO-ENTIDAD
                                                 CAM-IDO-FECHA
                                                 CAM-IDO-NUMERO.

           PERFORM 2800-GRABAR-DETALLE-CAMSAL
              THRU 2800-F-GRABAR-DETALLE-CAMSAL.

           ADD 1                              TO CNT-ENVIADAS.
           ADD ORD-IMPORTE                    TO ACM-TOT-ENVIADO.

       2100-F-ENVIAR-TRANSFERENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - B U S C A R - R E C H A Z O                 *
      *----------------------------------------------------------------*
      *   EL NROMOV SOLO ES UNICO POR CUENTA: LA CLAVE ES TIPO DE      *
      *   MOVIMIENTO + TIPO DE CUENTA + CUENTA + NROMOV.               *
      *----------------------------------------------------------------*

       2200-BUSCAR-RECHAZO.

           SET SIN-RECHAZO                    TO TRUE.
           MOVE ZEROS                         TO WS-RCH-IX-HALLADO.
           MOVE 1                             TO WS-RCH-IX.

           PERFORM 2250-EXAMINAR-RECHAZO
              THRU 2250-F-EXAMINAR-RECHAZO
             UNTIL WS-RCH-IX IS GREATER THAN WS-CANT-RECHAZOS
                OR RECHAZO-HALLADO.

       2200-F-BUSCAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 5 0 - E X A M I N A R - R E C H A Z O               *
      *----------------------------------------------------------------*

       2250-EXAMINAR-RECHAZO.

           IF T-RCH-TIPO(WS-RCH-IX) IS EQUAL TO WS-RCH-TIPO AND
              T-RCH-TIPCUEN(WS-RCH-IX) IS EQUAL TO WS-RCH-TIPCUEN AND
              T-RCH-CUENTA(WS-RCH-IX) IS EQUAL TO WS-RCH-CUENTA AND
              T-RCH-NRO(WS-RCH-IX) IS EQUAL TO WS-RCH-NRO
              SET RECHAZO-HALLADO             TO TRUE
              MOVE WS-RCH-IX                  TO WS-RCH-IX-HALLADO
           END-IF.

           ADD 1                              TO WS-RCH-IX.

       2250-F-EXAMINAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 0 0 - P R O C E S O - R E C E P C I O N             *
      *----------------------------------------------------------------*
      *   - ACREDITADA: SI PGMAPCAB RECHAZO EL CREDITO SE DEVUELVE     *
      *     CON EL MOTIVO DEL RECHAZO.                                 *
      *   - A DEVOLVER: SE DEVUELVE CON EL MOTIVO DE PGMSI137.         *
      *   - REACREDITADA: SI PGMAPCAB RECHAZO EL REACREDITO QUEDA A    *
      *     REVISAR ( UNA DEVOLUCION NO SE DEVUELVE ).                 *
      *   - A REVISAR: SOLO SE LISTA.                                  *
      *----------------------------------------------------------------*

       2300-PROCESO-RECEPCION.

           MOVE '2300-PROCESO-RECEPCION'      TO WS-PARRAFO.

           MOVE TRC-CAMARA                    TO WS-REG-CAMARA.

           IF CAM-DEVOLUCION
              MOVE 'DEVOLUCION'               TO LDE-CIRCUITO
           ELSE
              MOVE 'RECIBIDA'                 TO LDE-CIRCUITO
           END-IF.

           MOVE CAM-ID-TRANSF                 TO LDE-ID.
           MOVE TRC-TIPCUEN                   TO LDE-TIPCUEN.
           MOVE TRC-CUENTA                    TO LDE-CUENTA.
           MOVE CAM-CBU-ORIGEN                TO LDE-CBU.
           MOVE CAM-IMPORTE                   TO LDE-IMPORTE.
           MOVE SPACES                        TO LDE-MOTIVO.

           MOVE TRC-TIPCUEN                   TO WS-RCH-TIPCUEN.
           MOVE TRC-CUENTA                    TO WS-RCH-CUENTA.
           MOVE TRC-NROMOV                    TO WS-RCH-NRO.

           EVALUATE TRUE
             WHEN TRC-ACREDITADA
               MOVE CT-TIPO-MOV-CREDITO       TO WS-RCH-TIPO

               PERFORM 2200-BUSCAR-RECHAZO
                  THRU 2200-F-BUSCAR-RECHAZO

               IF RECHAZO-HALLADO
                  ADD 1                    TO CNT-DEVUELTAS-APLICACION
                  MOVE T-RCH-MOTIVO(WS-RCH-IX-HALLADO)
                                              TO WS-COD-MOTIVO
                  MOVE 'DEVUELTA - CREDITO RECHAZADO'
                                              TO LDE-RESULTADO
                  MOVE WS-COD-MOTIVO          TO LDE-MOTIVO

                  PERFORM 2400-DEVOLVER-TRANSFERENCIA
                     THRU 2400-F-DEVOLVER-TRANSFERENCIA
               ELSE
                  ADD 1                       TO CNT-ACREDITADAS
                  ADD CAM-IMPORTE             TO ACM-TOT-ACREDITADO
                  MOVE 'ACREDITADA'           TO LDE-RESULTADO
               END-IF

             WHEN TRC-A-DEVOLVER
               ADD 1                          TO CNT-DEVUELTAS-RECEPCION
               MOVE TRC-COD-MOTIVO            TO WS-COD-MOTIVO
               MOVE 'DEVUELTA - RECEPCION'    TO LDE-RESULTADO
               MOVE WS-COD-MOTIVO             TO LDE-MOTIVO

               PERFORM 2400-DEVOLVER-TRANSFERENCIA
                  THRU 2400-F-DEVOLVER-TRANSFERENCIA

             WHEN TRC-REACREDITADA
               MOVE CT-TIPO-MOV-REACREDITO    TO WS-RCH-TIPO

               PERFORM 2200-BUSCAR-RECHAZO
                  THRU 2200-F-BUSCAR-RECHAZO

               IF RECHAZO-HALLADO
                  ADD 1                       TO CNT-A-REVISAR
                  MOVE 'A REVISAR - REACREDITO RECHAZ.'
                                              TO LDE-RESULTADO
                  MOVE T-RCH-MOTIVO(WS-RCH-IX-HALLADO)
                                              TO LDE-MOTIVO
               ELSE
                  ADD 1                       TO CNT-REACREDITADAS
                  ADD CAM-IMPORTE             TO ACM-TOT-REACREDITADO
                  MOVE 'REACREDITADA'         TO LDE-RESULTADO
               END-IF

             WHEN OTHER
               ADD 1                          TO CNT-A-REVISAR
               MOVE 'A REVISAR - RECEPCION'   TO LDE-RESULTADO
               MOVE TRC-COD-MOTIVO            TO LDE-MOTIVO
           END-EVALUATE.

           PERFORM 2950-GRABAR-DETALLE
              THRU 2950-F-GRABAR-DETALLE.

           PERFORM 1450-LEER-TRFREC
              THRU 1450-F-LEER-TRFREC.

       2300-F-PROCESO-RECEPCION.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 0 0 - D E V O L V E R - T R A N S F E R E N C I A      *
      *----------------------------------------------------------------*
      *   LA DEVOLUCION PARTE DEL DETALLE RECIBIDO: EL IDENTIFICADOR   *
      *   RECIBIDO PASA A CAM-ID-ORIGINAL, SE ASIGNA UNO PROPIO CON EL *
      *   NUMERO DE DEVOLUCION DEL DIA Y SE INVIERTEN ORIGEN Y         *
      *   DESTINO PARA QUE EL DINERO VUELVA A LA CUENTA QUE LO ENVIO.  *
      *----------------------------------------------------------------*

       2400-DEVOLVER-TRANSFERENCIA.

           MOVE '2400-DEVOLVER-TRANSFERENCIA' TO WS-PARRAFO.

           MOVE TRC-CAMARA                    TO WS-REG-CAMARA.
           MOVE CAM-ID-TRANSF                 TO CAM-ID-ORIGINAL.

           ADD 1                              TO CNT-NRO-DEVOLUCION.

           SET CAM-DEVOLUCION                 TO TRUE.
           MOVE CBU-ENTIDAD-BANCO             TO CAM-ID-ENTIDAD.
           MOVE WS-FECHA-PROCESO              TO CAM-ID-FECHA.
           MOVE CNT-NRO-DEVOLUCION            TO CAM-ID-NUMERO.
           MOVE CT-CLASE-DEVOLUCION           TO CAM-ID-CLASE.

           MOVE CAM-CBU-ORIGEN                TO WS-CTP-CBU.
           MOVE CAM-DOC-ORIGEN                TO WS-CTP-DOC.
           MOVE CAM-TITULAR-ORIGEN            TO WS-CTP-TITULAR.
           MOVE CAM-CBU-DESTINO               TO CAM-CBU-ORIGEN.
           MOVE CAM-DOC-DESTINO               TO CAM-DOC-ORIGEN.
           MOVE CAM-TITULAR-DESTINO           TO CAM-TITULAR-ORIGEN.
           MOVE WS-CTP-CBU                    TO CAM-CBU-DESTINO.
           MOVE WS-CTP-DOC                    TO CAM-DOC-DESTINO.
           MOVE WS-CTP-TITULAR                TO CAM-TITULAR-DESTINO.

           MOVE WS-COD-MOTIVO                 TO CAM-COD-MOTIVO.

           PERFORM 2800-GRABAR-DETALLE-CAMSAL
              THRU 2800-F-GRABAR-DETALLE-CAMSAL.

           IF CAM-IMPORTE IS NUMERIC
              ADD CAM-IMPORTE                 TO ACM-TOT-DEVUELTO
           END-IF.

       2400-F-DEVOLVER-TRANSFERENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 0 0 - C O N C I L I A R - A S I E N T O             *
      *----------------------------------------------------------------*
      *   LA LINEA DEL DEBE DE CADA TIPO TRAE LA SUMA CON SIGNO DE LO  *
      *   APLICADO: EL DEBITO 96 VIENE NEGATIVO Y SE INVIERTE PARA     *
      *   COMPARARLO CON LO ENVIADO. UN TIPO SIN LINEA EN EL ASIENTO   *
      *   SUMA CERO.                                                   *
      *----------------------------------------------------------------*

       2600-CONCILIAR-ASIENTO.

           MOVE '2600-CONCILIAR-ASIENTO'      TO WS-PARRAFO.

           SET CONCILIACION-CUADRA            TO TRUE.

           PERFORM 1480-LEER-ASIENTO
              THRU 1480-F-LEER-ASIENTO.

           PERFORM 2650-SUMAR-ASIENTO
              THRU 2650-F-SUMAR-ASIENTO
             UNTIL FS-ASIENTO-EOF.

           MOVE SPACES                        TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

           MOVE 'CONCILIACION CONTRA ASIENTO'  TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

           MOVE 'DEBITOS ENVIADOS ( 96 )'      TO WS-CON-CONCEPTO.
           MOVE ACM-TOT-ENVIADO               TO WS-CON-INTERFAZ.
           MOVE ACM-MAYOR-ENVIADO             TO WS-CON-MAYOR.

           PERFORM 2700-LINEA-CONCILIACION
              THRU 2700-F-LINEA-CONCILIACION.

           MOVE 'CREDITOS RECIBIDOS ( 97 )'    TO WS-CON-CONCEPTO.
           MOVE ACM-TOT-ACREDITADO            TO WS-CON-INTERFAZ.
           MOVE ACM-MAYOR-ACREDITADO          TO WS-CON-MAYOR.

           PERFORM 2700-LINEA-CONCILIACION
              THRU 2700-F-LINEA-CONCILIACION.

           MOVE 'REACREDITOS ( 98 )'           TO WS-CON-CONCEPTO.
           MOVE ACM-TOT-REACREDITADO          TO WS-CON-INTERFAZ.
           MOVE ACM-MAYOR-REACREDITADO        TO WS-CON-MAYOR.

           PERFORM 2700-LINEA-CONCILIACION
              THRU 2700-F-LINEA-CONCILIACION.

           IF CONCILIACION-NO-CUADRA
              DISPLAY '* LA INTERFAZ DE TRANSFERENCIAS NO CUADRA CON '
                      'EL ASIENTO: VER REPTRF *'
              MOVE 8                          TO RETURN-CODE
           END-IF.

       2600-F-CONCILIAR-ASIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 5 0 - S U M A R - A S I E N T O                   *
      *----------------------------------------------------------------*

       2650-SUMAR-ASIENTO.

           MOVE '2650-SUMAR-ASIENTO'          TO WS-PARRAFO.

           IF ASI-LADO IS EQUAL TO 'D'
              EVALUATE ASI-TIPO-MOV
                  WHEN CT-TIPO-MOV-ENVIO
                       SUBTRACT ASI-IMPORTE  FROM ACM-MAYOR-ENVIADO
                  WHEN CT-TIPO-MOV-CREDITO
                       ADD ASI-IMPORTE       TO ACM-MAYOR-ACREDITADO
                  WHEN CT-TIPO-MOV-REACREDITO
                       ADD ASI-IMPORTE       TO ACM-MAYOR-REACREDITADO
              END-EVALUATE
           END-IF.

           PERFORM 1480-LEER-ASIENTO
              THRU 1480-F-LEER-ASIENTO.

       2650-F-SUMAR-ASIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 7 0 0 - L I N E A - C O N C I L I A C I O N            *
      *----------------------------------------------------------------*

       2700-LINEA-CONCILIACION.

           MOVE '2700-LINEA-CONCILIACION'     TO WS-PARRAFO.

           COMPUTE WS-CON-DIFERENCIA = WS-CON-INTERFAZ - WS-CON-MAYOR.

           MOVE WS-CON-CONCEPTO               TO LCO-CONCEPTO.
           MOVE WS-CON-INTERFAZ               TO LCO-INTERFAZ.
           MOVE WS-CON-MAYOR                  TO LCO-MAYOR.
           MOVE WS-CON-DIFERENCIA             TO LCO-DIFERENCIA.

           IF WS-CON-DIFERENCIA IS EQUAL TO ZEROS
              MOVE 'CUADRA'                   TO LCO-RESULTADO
           ELSE
              MOVE 'NO CUADRA'                TO LCO-RESULTADO
              SET CONCILIACION-NO-CUADRA      TO TRUE
           END-IF.

           MOVE WS-LIN-CONCILIA               TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

       2700-F-LINEA-CONCILIACION.
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
      *     2 8 0 0 - G R A B A R - D E T A L L E - C A M S A L        *
      *----------------------------------------------------------------*

       2800-GRABAR-DETALLE-CAMSAL.

           PERFORM 2850-GRABAR-CAMSAL
              THRU 2850-F-GRABAR-CAMSAL.

           ADD 1                              TO CNT-CAMSAL-DETALLES.

           IF CAM-IMPORTE IS NUMERIC
              ADD CAM-IMPORTE                 TO ACM-TOT-CAMSAL
           END-IF.

       2800-F-GRABAR-DETALLE-CAMSAL.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 5 0 - G R A B A R - C A M S A L                 *
      *----------------------------------------------------------------*

       2850-GRABAR-CAMSAL.

           WRITE REG-CAMSAL FROM WS-REG-CAMARA.

           IF NOT FS-CAMSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CAMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-CAMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CAMSAL-GRABADOS.

       2850-F-GRABAR-CAMSAL.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - R E P T R F                 *
      *----------------------------------------------------------------*

       2900-GRABAR-REPTRF.

           WRITE REG-REPTRF.

           IF NOT FS-REPTRF-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPTRF                  TO AUX-ERR-NOMBRE
              MOVE FS-REPTRF                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-REPTRF.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - D E T A L L E                *
      *----------------------------------------------------------------*

       2950-GRABAR-DETALLE.

           MOVE WS-LIN-DETALLE                TO REG-REPTRF.

           PERFORM 2900-GRABAR-REPTRF
              THRU 2900-F-GRABAR-REPTRF.

       2950-F-GRABAR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-GRABAR-COLA
              THRU 3100-F-GRABAR-COLA.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *               3 1 0 0 - G R A B A R - C O L A                  *
      *----------------------------------------------------------------*

       3100-GRABAR-COLA.

           MOVE '3100-GRABAR-COLA'            TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CAMARA.
           SET CAM-COLA                       TO TRUE.
           MOVE CNT-CAMSAL-DETALLES           TO CAM-COL-CANT.
           MOVE ACM-TOT-CAMSAL                TO CAM-COL-IMPORTE.

           PERFORM 2850-GRABAR-CAMSAL
              THRU 2850-F-GRABAR-CAMSAL.

       3100-F-GRABAR-COLA.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE TRFENV
                 TRFREC
                 ASIENTO
                 CAMSAL
                 REPTRF.

           IF NOT FS-CAMSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CAMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-CAMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPTRF-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPTRF                  TO AUX-ERR-NOMBRE
              MOVE FS-REPTRF                  TO AUX-ERR-STATUS
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

           MOVE CNT-TRFENV-LEIDOS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI138               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ORDENES LEIDAS DE TRFENV:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ENVIADAS                  TO WS-MASCARA.
           DISPLAY '* TRANSFERENCIAS ENVIADAS A CAMARA:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NO-CURSADAS-EMISION       TO WS-MASCARA.
           DISPLAY '* NO CURSADAS EN LA EMISION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-NO-CURSADAS-APLICACION    TO WS-MASCARA.
           DISPLAY '* NO CURSADAS POR DEBITO RECHAZADO:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRFREC-LEIDOS             TO WS-MASCARA.
           DISPLAY '* DETALLES LEIDOS DE TRFREC:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ACREDITADAS               TO WS-MASCARA.
           DISPLAY '* TRANSFERENCIAS ACREDITADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REACREDITADAS             TO WS-MASCARA.
           DISPLAY '* DEVOLUCIONES REACREDITADAS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-RECEPCION       TO WS-MASCARA.
           DISPLAY '* DEVUELTAS EN LA RECEPCION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-APLICACION      TO WS-MASCARA.
           DISPLAY '* DEVUELTAS POR CREDITO RECHAZADO:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-A-REVISAR                 TO WS-MASCARA.
           DISPLAY '* DETALLES A REVISAR:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAMSAL-GRABADOS           TO WS-MASCARA.
           DISPLAY '* REGISTROS GRABADOS EN CAMSAL:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-ENVIADO               TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ENVIADO:      ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-ACREDITADO            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ACREDITADO:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-REACREDITADO          TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL REACREDITADO: ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-DEVUELTO              TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DEVUELTO:     ' WS-IMPORTE-EDIT.

           IF CONCILIACION-CUADRA
              DISPLAY 'CONCILIACION CONTRA ASIENTO: CUADRA'
           ELSE
              DISPLAY 'CONCILIACION CONTRA ASIENTO: NO CUADRA'
           END-IF.

           STRING 'ENVIADAS='      DELIMITED BY SIZE
                  CNT-ENVIADAS     DELIMITED BY SIZE
                  ' ACREDITADAS='  DELIMITED BY SIZE
                  CNT-ACREDITADAS  DELIMITED BY SIZE
                  ' DEVUELTAS='    DELIMITED BY SIZE
                  CNT-NRO-DEVOLUCION DELIMITED BY SIZE
                  ' CUADRA='       DELIMITED BY SIZE
                  WS-CON-CUADRA-SW DELIMITED BY SIZE
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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI134.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DEVOLUCION DE DEBITOS DIRECTOS IMPAGOS A LAS EMPRESAS        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA ARMA EL ARCHIVO ESTANDAR DE DEVOLUCION DE LOS    *
      * DEBITOS DIRECTOS QUE NO SE COBRARON. CORRE DESPUES DE PGMAPCAB:*
      *   - CARGA EN MEMORIA LOS RECHAZOS DE PGMAPCAB ( RECHMOV ) DE   *
      *     TIPO 95 DEBITO DIRECTO, CON SU CODIGO TRADUCIDO A MOTIVO   *
      *     DE DEVOLUCION: 'SOBR' FONDOS INSUFICIENTES ( 'SF' ),       *
      *     'ONP ' ORDEN DE NO PAGAR DEL CLIENTE ( 'OP' ) Y CUALQUIER  *
      *     OTRO RECHAZO DE LA APLICACION ( 'RB' ).                    *
      *   - LEE DEBENV ( COPY CPDEBDIR ), EL RESULTADO DE LA RECEPCION *
      *     DE PGMSI133: LA SOLICITUD RECHAZADA EN LA RECEPCION SE     *
      *     DEVUELVE CON SU MOTIVO ( SIN MANDATO, MANDATO REVOCADO,    *
      *     SUPERA TOPE, ETC. ); LA ENVIADA SE BUSCA POR TIPO DE       *
      *     CUENTA, CUENTA Y NROMOV EN LOS RECHAZOS: SI ESTA SE        *
      *     DEVUELVE CON EL MOTIVO DEL RECHAZO, SI NO SE DA POR        *
      *     COBRADA.                                                   *
      *   - CADA IMPAGO SALE EN DEVDEB ( REGISTRO ESTANDAR CPDEBDIR )  *
      *     CON LA EMPRESA AL FRENTE: EL PASO DE TRANSMISION LO ORDENA *
      *     Y LO PARTE POR EMPRESA.                                    *
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

           SELECT DEBENV ASSIGN TO DEBENV
                                    FILE STATUS IS FS-DEBENV.

           SELECT RECHMOV ASSIGN TO RECHMOV
                                    FILE STATUS IS FS-RECHMOV.

           SELECT DEVDEB ASSIGN TO DEVDEB
                                    FILE STATUS IS FS-DEVDEB.

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
      *   RESULTADO DE LA RECEPCION DE PGMSI133 ( COPY CPDEBDIR ).     *
      *----------------------------------------------------------------*

       FD   DEBENV
            RECORDING MODE IS F.
       01   REG-DEBENV                                      PIC X(120).

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
      *   DEVOLUCION ESTANDAR A LAS EMPRESAS ( COPY CPDEBDIR ).        *
      *----------------------------------------------------------------*

       FD   DEVDEB
            RECORDING MODE IS F.
       01   REG-DEVDEB                                      PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI134'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-DEBENV                     PIC X(08)  VALUE 'DEBENV  '.
           02 CT-RECHMOV                    PIC X(08)  VALUE 'RECHMOV '.
           02 CT-DEVDEB                     PIC X(08)  VALUE 'DEVDEB  '.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DEL DEBITO DIRECTO ( PGMSI133 ), CODIGOS  *
      *   DE RECHAZO DE PGMAPCAB QUE TIENEN MOTIVO PROPIO Y TOPE DE LA *
      *   TABLA ( LOS DEBITOS DE UNA CORRIDA NO PASAN DE 1999 ).       *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-DEBITO            PIC 9(02)  VALUE 95.
           02 CT-COD-RECHAZO-SOBREGIRO      PIC X(04)  VALUE 'SOBR'.
           02 CT-COD-RECHAZO-ONP            PIC X(04)  VALUE 'ONP '.
           02 CT-MAX-RECHAZOS               PIC 9(04)  VALUE 1999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.

       01 WS-FECHA-PROCESO                  PIC 9(08).

      *----------------------------------------------------------------*
      *   TABLA DE DEBITOS DIRECTOS RECHAZADOS POR PGMAPCAB, CON EL    *
      *   MOTIVO DE DEVOLUCION YA TRADUCIDO.                           *
      *----------------------------------------------------------------*

       01 WS-CANT-RECHAZOS                  PIC 9(04)  VALUE ZEROS.

       01 WS-T-RECHAZOS.
           02 T-RCH OCCURS 1999 TIMES.
              03 T-RCH-TIPCUEN              PIC X(02).
              03 T-RCH-CUENTA               PIC 9(08).
              03 T-RCH-NRO                  PIC 9(06).
              03 T-RCH-MOTIVO               PIC X(02).

       01 WS-RCH-BUSQUEDA.
           02 WS-RCH-IX                     PIC 9(04)  VALUE ZEROS.
           02 WS-RCH-IX-HALLADO             PIC 9(04)  VALUE ZEROS.
           02 WS-RCH-HALLADO-SW             PIC X(01)  VALUE 'N'.
              88 RECHAZO-HALLADO                       VALUE 'S'.
              88 SIN-RECHAZO                           VALUE 'N'.

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-TOT-COBRADO               PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-DEVUELTO              PIC 9(13)V99 VALUE ZEROS.

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
           02 CNT-SOLICITUDES-LEIDAS        PIC 9(05)  VALUE ZEROS.
           02 CNT-COBRADAS                  PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-RECEPCION       PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-SIN-FONDOS      PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-ORDEN           PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVUELTAS-OTROS           PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVDEB-GRABADOS           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-DEBENV                     PIC X(02).
              88 FS-DEBENV-OK                          VALUE '00'.
              88 FS-DEBENV-EOF                         VALUE '10'.

           02 FS-RECHMOV                    PIC X(02).
              88 FS-RECHMOV-OK                         VALUE '00'.
              88 FS-RECHMOV-EOF                        VALUE '10'.

           02 FS-DEVDEB                     PIC X(02).
              88 FS-DEVDEB-OK                          VALUE '00'.

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

           COPY CPDEBDIR.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-DEBENV-EOF.

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

           PERFORM 1400-LEER-DEBENV
              THRU 1400-F-LEER-DEBENV.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - C A R G A R - R E C H A Z O S               *
      *----------------------------------------------------------------*
      *   SIN ARCHIVO RECHMOV NO HUBO RECHAZOS EN LA APLICACION: TODO  *
      *   DEBITO ENVIADO SE DA POR COBRADO.                            *
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
              DISPLAY '* SIN ARCHIVO RECHMOV: NO HAY DEBITOS '
                      'DIRECTOS RECHAZADOS *'
           END-IF.

       1100-F-CARGAR-RECHAZOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 2 0 - G U A R D A R - R E C H A Z O               *
      *----------------------------------------------------------------*

       1120-GUARDAR-RECHAZO.

           MOVE '1120-GUARDAR-RECHAZO'        TO WS-PARRAFO.

           IF RECM-MOV-TIPO IS EQUAL TO CT-TIPO-MOV-DEBITO
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
      *       SIN LUGAR PARA UN RECHAZO, UN DEBITO IMPAGO SE
      *       INFORMARIA COBRADO A LA EMPRESA: SE ABORTA.
              DISPLAY '* TABLA DE RECHAZOS DE DEBITO DIRECTO LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-RECHMOV                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHMOV                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-RECHAZOS.

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

           OPEN INPUT   DEBENV
                OUTPUT  DEVDEB.

           IF NOT FS-DEBENV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEBENV                  TO AUX-ERR-NOMBRE
              MOVE FS-DEBENV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DEVDEB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEVDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVDEB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - D E B E N V                      *
      *----------------------------------------------------------------*

       1400-LEER-DEBENV.

           MOVE '1400-LEER-DEBENV'            TO WS-PARRAFO.

           READ DEBENV INTO WS-REG-DEBENV.

           EVALUATE TRUE
               WHEN FS-DEBENV-OK
                    ADD 1                     TO CNT-SOLICITUDES-LEIDAS

               WHEN FS-DEBENV-EOF
                    SET FS-DEBENV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DEBENV            TO AUX-ERR-NOMBRE
                    MOVE FS-DEBENV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-DEBENV.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE ENV-SOLICITUD                 TO WS-REG-DEBEMP.

           EVALUATE TRUE
             WHEN ENV-RECHAZADA
               ADD 1                          TO CNT-DEVUELTAS-RECEPCION

               PERFORM 2700-GRABAR-DEVDEB
                  THRU 2700-F-GRABAR-DEVDEB

             WHEN OTHER
               PERFORM 2200-BUSCAR-RECHAZO
                  THRU 2200-F-BUSCAR-RECHAZO

               IF RECHAZO-HALLADO
                  MOVE T-RCH-MOTIVO(WS-RCH-IX-HALLADO)
                                              TO ENV-COD-MOTIVO

                  EVALUATE ENV-COD-MOTIVO
                      WHEN 'SF'
                           ADD 1          TO CNT-DEVUELTAS-SIN-FONDOS
                      WHEN 'OP'
                           ADD 1          TO CNT-DEVUELTAS-ORDEN
                      WHEN OTHER
                           ADD 1          TO CNT-DEVUELTAS-OTROS
                  END-EVALUATE

                  PERFORM 2700-GRABAR-DEVDEB
                     THRU 2700-F-GRABAR-DEVDEB
               ELSE
                  ADD 1                       TO CNT-COBRADAS
                  ADD DBE-IMPORTE             TO ACM-TOT-COBRADO
               END-IF
           END-EVALUATE.

           PERFORM 1400-LEER-DEBENV
              THRU 1400-F-LEER-DEBENV.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - B U S C A R - R E C H A Z O                 *
      *----------------------------------------------------------------*
      *   EL NROMOV SOLO ES UNICO POR CUENTA: LA CLAVE ES TIPO DE      *
      *   CUENTA + CUENTA + NROMOV.                                    *
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

           IF T-RCH-TIPCUEN(WS-RCH-IX) IS EQUAL TO ENV-TIPCUEN AND
              T-RCH-CUENTA(WS-RCH-IX) IS EQUAL TO ENV-CUENTA AND
              T-RCH-NRO(WS-RCH-IX) IS EQUAL TO ENV-NROMOV
              SET RECHAZO-HALLADO             TO TRUE
              MOVE WS-RCH-IX                  TO WS-RCH-IX-HALLADO
           END-IF.

           ADD 1                              TO WS-RCH-IX.

       2250-F-EXAMINAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - G R A B A R - D E V D E B                   *
      *----------------------------------------------------------------*

       2700-GRABAR-DEVDEB.

           MOVE '2700-GRABAR-DEVDEB'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-DEVDEB.
           MOVE DBE-EMPRESA                   TO DVD-EMPRESA.
           MOVE DBE-NROCLI-EMP                TO DVD-NROCLI-EMP.
           MOVE DBE-FACTURA                   TO DVD-FACTURA.
           MOVE DBE-IMPORTE                   TO DVD-IMPORTE.
           MOVE DBE-FECVTO                    TO DVD-FECVTO.
           MOVE ENV-COD-MOTIVO                TO DVD-COD-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO DVD-FECPROC.

           WRITE REG-DEVDEB FROM WS-REG-DEVDEB.

           IF NOT FS-DEVDEB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEVDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVDEB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-DEVDEB-GRABADOS.

           IF DBE-IMPORTE IS NUMERIC
              ADD DBE-IMPORTE                 TO ACM-TOT-DEVUELTO
           END-IF.

       2700-F-GRABAR-DEVDEB.
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

           CLOSE DEBENV
                 DEVDEB.

           IF NOT FS-DEVDEB-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DEVDEB                  TO AUX-ERR-NOMBRE
              MOVE FS-DEVDEB                  TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI134               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* SOLICITUDES LEIDAS DE DEBENV:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-RECHAZOS              TO WS-MASCARA.
           DISPLAY '* DEBITOS RECHAZADOS EN RECHMOV:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COBRADAS                  TO WS-MASCARA.
           DISPLAY '* DEBITOS COBRADOS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-RECEPCION       TO WS-MASCARA.
           DISPLAY '* DEVUELTOS EN LA RECEPCION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-SIN-FONDOS      TO WS-MASCARA.
           DISPLAY '* DEVUELTOS SIN FONDOS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-ORDEN           TO WS-MASCARA.
           DISPLAY '* DEVUELTOS POR ORDEN DE NO PAGAR:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVUELTAS-OTROS           TO WS-MASCARA.
           DISPLAY '* DEVUELTOS POR OTROS RECHAZOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVDEB-GRABADOS           TO WS-MASCARA.
           DISPLAY '* REGISTROS GRABADOS EN DEVDEB:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-COBRADO               TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COBRADO:      ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-DEVUELTO              TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DEVUELTO:     ' WS-IMPORTE-EDIT.

           STRING 'SOLICITUDES='   DELIMITED BY SIZE
                  CNT-SOLICITUDES-LEIDAS DELIMITED BY SIZE
                  ' COBRADAS='     DELIMITED BY SIZE
                  CNT-COBRADAS     DELIMITED BY SIZE
                  ' DEVUELTAS='    DELIMITED BY SIZE
                  CNT-DEVDEB-GRABADOS DELIMITED BY SIZE
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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI135.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   GENERACION Y CONTROL DEL CBU DE LAS CUENTAS DE TBCURCTA      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA DEJA A TODAS LAS CUENTAS DE KC02787.TBCURCTA     *
      * CON SU CLAVE BANCARIA UNIFORME ( CBU, COPYS CPCBU / CBURU /    *
      * CBUASIG ). SE CORRE UNA VEZ PARA LA CARGA INICIAL Y QUEDA      *
      * REPETIBLE COMO CONTROL:                                        *
      *   - RECORRE TBCURCTA CON UN CURSOR FOR UPDATE.                 *
      *   - A LA CUENTA SIN CBU LE ASIGNA UNO LIBRE ( NO TOMADO POR    *
      *     OTRA CUENTA ABIERTA NI POR UNA CERRADA DE TBCURBAJ ) Y LO  *
      *     ACTUALIZA POSICIONADO ( WHERE CURRENT OF ).                *
      *   - A LA CUENTA QUE YA TIENE CBU SE LO VALIDA CON LA RUTINA    *
      *     COMUN ( DIGITOS VERIFICADORES, ENTIDAD, SUCURSAL Y CUENTA  *
      *     DE OCHO ) Y, SI NO CORRESPONDE, SE INFORMA SIN TOCARLO:    *
      *     UN CBU YA COMUNICADO AL CLIENTE NO SE CAMBIA EN BATCH.     *
      * LAS ASIGNACIONES Y LAS INCONSISTENCIAS SALEN EN EL LISTADO     *
      * REPCBU. LAS CUENTAS NUEVAS RECIBEN SU CBU AL ABRIRSE           *
      * ( PGMSIN60 ) Y LAS CERRADAS LO CONSERVAN EN TBCURBAJ           *
      * ( PGMSIN70 ).                                                  *
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

           SELECT REPCBU ASSIGN TO REPCBU
                                    FILE STATUS IS FS-REPCBU.

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
      *   LISTADO DE CBU ASIGNADOS E INCONSISTENTES.                   *
      *----------------------------------------------------------------*

       FD   REPCBU
            RECORDING MODE IS F.
       01   REG-REPCBU                                      PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI135'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-UPDATE                     PIC X(08)  VALUE 'UPDATE  '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-REPCBU                     PIC X(08)  VALUE 'REPCBU  '.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-CUENTA-OCHO                PIC 9(08).
           02 WS-MOTIVO                     PIC X(30).

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
           02 CNT-CUENTAS-LEIDAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CBU-ASIGNADOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-CBU-CORRECTOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-CBU-INCONSISTENTES        PIC 9(05)  VALUE ZEROS.
           02 CNT-SIN-CBU-LIBRE             PIC 9(05)  VALUE ZEROS.
           02 CNT-REPCBU-GRABADOS           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-REPCBU                     PIC X(02).
              88 FS-REPCBU-OK                          VALUE '00'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY NOVCTA.

           COPY CPCTADIG.

           COPY CPCBU.

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

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   SIN ORDER BY: UN CURSOR FOR UPDATE NO LO ADMITE, Y PARA LA   *
      *   ASIGNACION EL ORDEN DE RECORRIDA ES INDISTINTO.              *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CBU_CURSOR CURSOR FOR
               SELECT TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      CBU
                FROM KC02787.TBCURCTA
                 FOR UPDATE OF CBU
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF NOT CS-CURSOR-EOC
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL CS-CURSOR-EOC
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

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN OUTPUT REPCBU.

           IF NOT FS-REPCBU-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPCBU                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCBU                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN CBU_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-OPEN              TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1400-F-ABRIR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF WS-CTA-CBU IS EQUAL TO SPACES
              PERFORM 2200-ASIGNAR-CBU
                 THRU 2200-F-ASIGNAR-CBU
           ELSE
              PERFORM 2400-CONTROLAR-CBU
                 THRU 2400-F-CONTROLAR-CBU
           END-IF.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  CBU_CURSOR
                     INTO
                        :DCLTBCURCTA.WS-CTA-TIPCUEN,
                        :DCLTBCURCTA.WS-CTA-NROCUEN,
                        :DCLTBCURCTA.WS-CTA-SUCUEN,
                        :DCLTBCURCTA.WS-CTA-CBU
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-CUENTAS-LEIDAS

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-CURSOR-EOC         TO TRUE

             WHEN OTHER
               SET CS-CURSOR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 0 0 - A S I G N A R - C B U                   *
      *----------------------------------------------------------------*
      *   BUSCA UN CBU LIBRE PARA LA CUENTA Y LO GRABA EN LA FILA EN   *
      *   PROCESO. UN ERROR DB2 EN LA BUSQUEDA CANCELA EL PROGRAMA.    *
      *----------------------------------------------------------------*

       2200-ASIGNAR-CBU.

           MOVE '2200-ASIGNAR-CBU'            TO WS-PARRAFO.

           MOVE WS-CTA-TIPCUEN                TO CBU-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO CBU-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO CBU-SUCUEN.

           PERFORM 8790-ASIGNAR-CBU
              THRU 8790-F-ASIGNAR-CBU.

           IF CBU-ERROR-SQL
              MOVE CBU-SQLCODE          TO CT-SQLCODE-EDIT

              MOVE CT-SELECT            TO AUX-ERR-ACCION
              MOVE CT-TBCURCTA          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF CBU-AGOTADO
              ADD 1                           TO CNT-SIN-CBU-LIBRE
              MOVE 'SIN CBU LIBRE PARA LA CUENTA' TO WS-MOTIVO
              MOVE SPACES                     TO CBU-NUMERO

              PERFORM 2800-GRABAR-INCONSISTENCIA
                 THRU 2800-F-GRABAR-INCONSISTENCIA

              GO TO 2200-F-ASIGNAR-CBU
           END-IF.

           MOVE CBU-NUMERO                    TO WS-CTA-CBU.

           EXEC SQL
              UPDATE KC02787.TBCURCTA
                 SET CBU = :DCLTBCURCTA.WS-CTA-CBU
               WHERE CURRENT OF CBU_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-UPDATE            TO AUX-ERR-ACCION
              MOVE CT-TBCURCTA          TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CBU-ASIGNADOS.

           STRING 'ASIGNADO     '  DELIMITED BY SIZE
                  WS-CTA-TIPCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CTA-NROCUEN   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CTA-SUCUEN    DELIMITED BY SIZE
                  ' CBU '          DELIMITED BY SIZE
                  WS-CTA-CBU       DELIMITED BY SIZE
              INTO REG-REPCBU
           END-STRING.

           PERFORM 2850-GRABAR-LINEA
              THRU 2850-F-GRABAR-LINEA.

       2200-F-ASIGNAR-CBU.
           EXIT.

      *----------------------------------------------------------------*
      *             2 4 0 0 - C O N T R O L A R - C B U                *
      *----------------------------------------------------------------*
      *   VALIDA EL CBU YA GRABADO Y QUE IDENTIFIQUE A ESTA MISMA      *
      *   CUENTA ( ENTIDAD, SUCURSAL, TIPO Y CUENTA DE OCHO ).         *
      *----------------------------------------------------------------*

       2400-CONTROLAR-CBU.

           MOVE '2400-CONTROLAR-CBU'          TO WS-PARRAFO.

           MOVE WS-CTA-CBU                    TO CBU-NUMERO.

           PERFORM 8760-VERIFICAR-CBU
              THRU 8760-F-VERIFICAR-CBU.

           IF CBU-ERRONEO
              MOVE CBU-MOTIVO                 TO WS-MOTIVO
              GO TO 2400-INFORMAR
           END-IF.

           IF NOT CBU-DE-LA-ENTIDAD
              MOVE 'CBU DE OTRA ENTIDAD'      TO WS-MOTIVO
              GO TO 2400-INFORMAR
           END-IF.

           COMPUTE WS-CUENTA-OCHO =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

           MOVE WS-CTA-TIPCUEN                TO DIG-TIPO.
           MOVE WS-CUENTA-OCHO                TO DIG-CUENTA.
           MOVE CBU-CTA-DIGITO                TO DIG-INFORMADO.

           PERFORM 8700-VERIFICAR-DIGITO
              THRU 8700-F-VERIFICAR-DIGITO.

           IF CBU-SUCURSAL-N IS NOT EQUAL TO WS-CTA-SUCUEN
              OR CBU-CTA-TIPO IS NOT EQUAL TO DIG-CAD-TIPO
              OR CBU-CTA-CUENTA IS NOT EQUAL TO WS-CUENTA-OCHO
              OR DIGITO-ERRONEO
              MOVE 'CBU NO CORRESPONDE A LA CUENTA' TO WS-MOTIVO
              GO TO 2400-INFORMAR
           END-IF.

           ADD 1                              TO CNT-CBU-CORRECTOS.

           GO TO 2400-F-CONTROLAR-CBU.

       2400-INFORMAR.

           ADD 1                              TO CNT-CBU-INCONSISTENTES.

           PERFORM 2800-GRABAR-INCONSISTENCIA
              THRU 2800-F-GRABAR-INCONSISTENCIA.

       2400-F-CONTROLAR-CBU.
           EXIT.

      *----------------------------------------------------------------*
      *     2 8 0 0 - G R A B A R - I N C O N S I S T E N C I A        *
      *----------------------------------------------------------------*

       2800-GRABAR-INCONSISTENCIA.

           MOVE '2800-GRABAR-INCONSISTENCIA'  TO WS-PARRAFO.

           STRING 'INCONSISTENTE '  DELIMITED BY SIZE
                  WS-CTA-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CTA-NROCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CTA-SUCUEN     DELIMITED BY SIZE
                  ' CBU '           DELIMITED BY SIZE
                  WS-CTA-CBU        DELIMITED BY SIZE
              INTO REG-REPCBU
           END-STRING.

           PERFORM 2850-GRABAR-LINEA
              THRU 2850-F-GRABAR-LINEA.

           STRING '              MOTIVO: ' DELIMITED BY SIZE
                  WS-MOTIVO                DELIMITED BY SIZE
              INTO REG-REPCBU
           END-STRING.

           PERFORM 2850-GRABAR-LINEA
              THRU 2850-F-GRABAR-LINEA.

       2800-F-GRABAR-INCONSISTENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 5 0 - G R A B A R - L I N E A                     *
      *----------------------------------------------------------------*

       2850-GRABAR-LINEA.

           MOVE '2850-GRABAR-LINEA'           TO WS-PARRAFO.

           WRITE REG-REPCBU.

           IF FS-REPCBU-OK
              ADD 1                           TO CNT-REPCBU-GRABADOS
           ELSE
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPCBU                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCBU                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-REPCBU.

       2850-F-GRABAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           EXEC SQL
              CLOSE CBU_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-CLOSE             TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

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

           CLOSE REPCBU.

           IF NOT FS-REPCBU-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPCBU                  TO AUX-ERR-NOMBRE
              MOVE FS-REPCBU                  TO AUX-ERR-STATUS
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

           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI135               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CUENTAS LEIDAS ( TBCURCTA ):            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CBU-ASIGNADOS             TO WS-MASCARA.
           DISPLAY '* CBU ASIGNADOS:                          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CBU-CORRECTOS             TO WS-MASCARA.
           DISPLAY '* CBU EXISTENTES CORRECTOS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CBU-INCONSISTENTES        TO WS-MASCARA.
           DISPLAY '* CBU EXISTENTES INCONSISTENTES:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SIN-CBU-LIBRE             TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN CBU LIBRE:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REPCBU-GRABADOS           TO WS-MASCARA.
           DISPLAY '* LINEAS GRABADAS ( REPCBU ):             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-CUENTAS-LEIDAS DELIMITED BY SIZE
                  ' ASIGNADOS='    DELIMITED BY SIZE
                  CNT-CBU-ASIGNADOS DELIMITED BY SIZE
                  ' CORRECTOS='    DELIMITED BY SIZE
                  CNT-CBU-CORRECTOS DELIMITED BY SIZE
                  ' INCONS='       DELIMITED BY SIZE
                  CNT-CBU-INCONSISTENTES DELIMITED BY SIZE
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
      *        8 7 0 0 - V E R I F I C A R - D I G I T O               *
      *----------------------------------------------------------------*

           COPY CTADIGRU.

      *----------------------------------------------------------------*
      *        8 7 5 0 - C L A V E - B A N C A R I A - U N I F O R M E *
      *----------------------------------------------------------------*

           COPY CBURU.

      *----------------------------------------------------------------*
      *        8 7 9 0 - A S I G N A C I O N - D E - C B U             *
      *----------------------------------------------------------------*

           COPY CBUASIG.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI116.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   REGIMEN INFORMATIVO MENSUAL DE LA CENTRAL DE DEUDORES        *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES, DESPUES DE LA       *
      * CORRIDA NOCTURNA DE PGMSIN77 Y DE PGMSI111, Y ARMA EL          *
      * REGIMEN DE SITUACION DE DEUDORES PARA EL BANCO CENTRAL:        *
      *   - TOMA LAS CUENTAS EN DESCUBIERTO DEL ESTADO DE MORA QUE     *
      *     DEJA PGMSIN77 ( MOROSAL ), CON LOS DIAS CORRIDOS DESDE LA  *
      *     FECHA DE INICIO DE LA MORA A LA FECHA DE PROCESO, Y LOS    *
      *     PRESTAMOS NO CANCELADOS DE KC02787.TBCURPRE CON LOS DIAS   *
      *     DE ATRASO QUE MANTIENE PGMSI111.                           *
      *   - AGRUPA LAS DEUDAS POR DOCUMENTO ( TIPDOC / NRODOC, DE      *
      *     KC02787.TBCURCLI PARA LAS CUENTAS ) Y LE ASIGNA A CADA     *
      *     DEUDOR LA SITUACION 1 A 5 DE SU PEOR OPERACION SEGUN LOS   *
      *     DIAS DE ATRASO: HASTA 31 NORMAL (1), HASTA 90 (2), HASTA   *
      *     180 (3), HASTA 365 (4) Y MAS DE 365 (5).                   *
      *   - GRABA CENDEU, EL ARCHIVO DE FORMATO FIJO PARA EL BANCO     *
      *     CENTRAL ( UN REGISTRO POR DEUDOR ORDENADO POR DOCUMENTO Y  *
      *     UN REGISTRO FINAL DE CONTROL ), QUE EL MES SIGUIENTE       *
      *     ENTRA COMO SITANT.                                         *
      *   - APAREA CONTRA EL ARCHIVO DEL MES ANTERIOR ( SITANT ) Y     *
      *     LISTA EN CENDEINF CADA CAMBIO DE SITUACION ( EMPEORA,      *
      *     MEJORA, ALTA EN SITUACION IRREGULAR Y SALIDA DE UN DEUDOR  *
      *     IRREGULAR ) CON LOS DIAS Y LA DEUDA QUE LO EXPLICAN, MAS   *
      *     EL RESUMEN DE DEUDORES Y DEUDA POR SITUACION.              *
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

           SELECT MOROSAL ASSIGN TO MOROSAL
                                    FILE STATUS IS FS-MOROSAL.

           SELECT SITANT ASSIGN TO SITANT
                                    FILE STATUS IS FS-SITANT.

           SELECT CENDEU ASSIGN TO CENDEU
                                    FILE STATUS IS FS-CENDEU.

           SELECT CENDEINF ASSIGN TO CENDEINF
                                    FILE STATUS IS FS-CENDEINF.

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
      *   ESTADO DE MORA DE LAS CUENTAS A LA VISTA QUE DEJA PGMSIN77.  *
      *----------------------------------------------------------------*

       FD   MOROSAL
            RECORDING MODE IS F.
       01   REG-MOROSAL                                     PIC X(60).

      *----------------------------------------------------------------*
      *   ARCHIVO CENDEU DEL MES ANTERIOR ( MISMO LAYOUT ).            *
      *----------------------------------------------------------------*

       FD   SITANT
            RECORDING MODE IS F.
       01   REG-SITANT                                      PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVO PARA EL BANCO CENTRAL: DETALLE POR DEUDOR Y          *
      *   REGISTRO FINAL DE CONTROL.                                   *
      *----------------------------------------------------------------*

       FD   CENDEU
            RECORDING MODE IS F.
       01   REG-CENDEU                                      PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE CONTROL DE CAMBIOS DE SITUACION.                  *
      *----------------------------------------------------------------*

       FD   CENDEINF
            RECORDING MODE IS F.
       01   REG-CENDEINF                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI116'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-MOROSAL                    PIC X(08)  VALUE 'MOROSAL '.
           02 CT-SITANT                     PIC X(08)  VALUE 'SITANT  '.
           02 CT-CENDEU                     PIC X(08)  VALUE 'CENDEU  '.
           02 CT-CENDEINF                   PIC X(08)  VALUE 'CENDEINF'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MAX-DEUDORES               PIC 9(04)  VALUE 5000.
           02 CT-DIAS-SIT-1                 PIC 9(05)  VALUE 31.
           02 CT-DIAS-SIT-2                 PIC 9(05)  VALUE 90.
           02 CT-DIAS-SIT-3                 PIC 9(05)  VALUE 180.
           02 CT-DIAS-SIT-4                 PIC 9(05)  VALUE 365.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-PER-AAAAMM                 PIC 9(06).
           02 WS-DIAS-HOY                   PIC S9(07)  VALUE ZEROS.
           02 WS-DIAS-INICIO                PIC S9(07)  VALUE ZEROS.
           02 WS-DIAS-ATRASO                PIC S9(07)  VALUE ZEROS.
           02 WS-SITUACION                  PIC 9(01)  VALUE ZEROS.
           02 WS-DEUDA                      PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-D                          PIC 9(04)  VALUE ZEROS.
           02 WS-J                          PIC 9(04)  VALUE ZEROS.
           02 WS-S                          PIC 9(01)  VALUE ZEROS.
           02 WS-SIT-ANT                    PIC 9(01)  VALUE ZEROS.
           02 WS-DIAS-EDIT                  PIC ZZZZ9.
           02 WS-DEUDA-EDIT                 PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 WS-CANT-EDIT                  PIC ZZZ.ZZ9.
           02 WS-MOTIVO                     PIC X(10).
           02 WS-POSICION-SW                PIC X(01)  VALUE 'N'.
              88 POSICION-HALLADA                      VALUE 'S'.
              88 POSICION-NO-HALLADA                   VALUE 'N'.

      *----------------------------------------------------------------*
      *   CLAVES DEL APAREO CONTRA EL MES ANTERIOR ( HIGH-VALUES AL    *
      *   AGOTARSE CADA LADO ).                                        *
      *----------------------------------------------------------------*

       01 WS-CLAVE-NUEVA.
           02 WS-NUE-TIPDOC                 PIC X(02).
           02 WS-NUE-NRODOC                 PIC 9(11).

       01 WS-CLAVE-ACT                      PIC X(13)  VALUE SPACES.

       01 WS-CLAVE-ANT                      PIC X(13)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ESTADO DE MORA ( LAYOUT PGMSIN77 )   *
      *----------------------------------------------------------------*

       01 WS-REG-MOROSO.
           02 MOR-TIPCUEN                   PIC X(02).
           02 MOR-NROCUEN                   PIC 9(04).
           02 MOR-SUCUEN                    PIC 9(02).
           02 MOR-NROCLI                    PIC 9(08).
           02 MOR-FECINI                    PIC 9(08).
           02 MOR-SALDO                     PIC S9(11)V99.
           02 MOR-NIVEL                     PIC 9(01).
           02 FILLER                        PIC X(22).

      *----------------------------------------------------------------*
      *   REGISTRO DEL ARCHIVO PARA EL BANCO CENTRAL ( CENDEU ), 80    *
      *   BYTES: 'D' DETALLE POR DEUDOR, 'T' CONTROL FINAL.            *
      *----------------------------------------------------------------*

       01 WS-REG-CENDEU.
           02 CDE-TIPO-REG                  PIC X(01).
              88 CDE-ES-DETALLE                        VALUE 'D'.
              88 CDE-ES-CONTROL                        VALUE 'T'.
           02 CDE-PERIODO                   PIC 9(06).
           02 CDE-DETALLE.
              03 CDE-CLAVE.
                 04 CDE-TIPDOC              PIC X(02).
                 04 CDE-NRODOC              PIC 9(11).
              03 CDE-SITUACION              PIC 9(01).
              03 CDE-DIAS-ATRASO            PIC 9(05).
              03 CDE-DEUDA                  PIC 9(13)V99.
              03 CDE-CANT-OPER              PIC 9(03).
              03 FILLER                     PIC X(36).
           02 CDE-CONTROL REDEFINES CDE-DETALLE.
              03 CDE-CANT-DEUDORES          PIC 9(09).
              03 CDE-TOT-DEUDA              PIC 9(13)V99.
              03 FILLER                     PIC X(49).

      *----------------------------------------------------------------*
      *   REGISTRO DEL MES ANTERIOR ( MISMO LAYOUT QUE CENDEU )        *
      *----------------------------------------------------------------*

       01 WS-REG-SITANT.
           02 SAN-TIPO-REG                  PIC X(01).
              88 SAN-ES-DETALLE                        VALUE 'D'.
           02 SAN-PERIODO                   PIC 9(06).
           02 SAN-CLAVE                     PIC X(13).
           02 SAN-SITUACION                 PIC 9(01).
           02 SAN-DIAS-ATRASO               PIC 9(05).
           02 SAN-DEUDA                     PIC 9(13)V99.
           02 SAN-CANT-OPER                 PIC 9(03).
           02 FILLER                        PIC X(36).

      *----------------------------------------------------------------*
      *   TABLA DE DEUDORES DEL MES, ORDENADA POR DOCUMENTO            *
      *----------------------------------------------------------------*

       01 WS-CANT-DEUDORES                  PIC 9(04)  VALUE ZEROS.

       01 WS-T-DEUDORES.
           02 T-DEU                         OCCURS 5000 TIMES.
              03 T-DEU-CLAVE.
                 04 T-DEU-TIPDOC            PIC X(02).
                 04 T-DEU-NRODOC            PIC 9(11).
              03 T-DEU-SITUACION            PIC 9(01).
              03 T-DEU-DIAS-ATRASO          PIC 9(05).
              03 T-DEU-DEUDA                PIC S9(13)V99 COMP-3.
              03 T-DEU-CANT-OPER            PIC 9(03).

      *----------------------------------------------------------------*
      *   RESUMEN POR SITUACION                                        *
      *----------------------------------------------------------------*

       01 WS-T-SITUACIONES.
           02 T-SIT                         OCCURS 5 TIMES.
              03 T-SIT-CANT                 PIC 9(07).
              03 T-SIT-DEUDA                PIC S9(13)V99 COMP-3.

       01 ACM-ACUMULADORES.
           02 ACM-DEUDA                     PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

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
           02 CNT-MOROSOS-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-PRESTAMOS-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-CLI-SIN-TBCURCLI          PIC 9(05)  VALUE ZEROS.
           02 CNT-SITANT-LEIDOS             PIC 9(05)  VALUE ZEROS.
           02 CNT-DEUDORES-INFORMADOS       PIC 9(05)  VALUE ZEROS.
           02 CNT-EMPEORAN                  PIC 9(05)  VALUE ZEROS.
           02 CNT-MEJORAN                   PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS-IRREGULARES         PIC 9(05)  VALUE ZEROS.
           02 CNT-SALIDAS-IRREGULARES       PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-MOROSAL                    PIC X(02).
              88 FS-MOROSAL-OK                         VALUE '00'.
              88 FS-MOROSAL-EOF                        VALUE '10'.

           02 FS-SITANT                     PIC X(02).
              88 FS-SITANT-OK                          VALUE '00'.
              88 FS-SITANT-EOF                         VALUE '10'.

           02 FS-CENDEU                     PIC X(02).
              88 FS-CENDEU-OK                          VALUE '00'.

           02 FS-CENDEINF                   PIC X(02).
              88 FS-CENDEINF-OK                        VALUE '00'.

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

           COPY CPCURPRE.

           COPY CPFECPRO.

           COPY CPRUNID.

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
             INCLUDE TBCURCLI
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   PRESTAMOS CON DEUDA: VIGENTES Y EN MORA.                     *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PRE_CURSOR CURSOR FOR
               SELECT TIPDOC,
                      NRODOC,
                      SALDO,
                      INTMORA,
                      DIASATR
                 FROM KC02787.TBCURPRE
                WHERE ESTADO IN ('V', 'M')
                  AND SALDO  > 0
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESAR-MOROSO
              THRU 2000-F-PROCESAR-MOROSO
             UNTIL FS-MOROSAL-EOF.

           PERFORM 2200-PROCESAR-PRESTAMO
              THRU 2200-F-PROCESAR-PRESTAMO
             UNTIL CS-CURSOR-EOC.

           PERFORM 2500-INICIAR-APAREO
              THRU 2500-F-INICIAR-APAREO.

           PERFORM 2600-COMPARAR-SITUACION
              THRU 2600-F-COMPARAR-SITUACION
             UNTIL WS-CLAVE-ACT IS EQUAL TO HIGH-VALUES
               AND WS-CLAVE-ANT IS EQUAL TO HIGH-VALUES.

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
                      WS-T-SITUACIONES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PER-AAAAMM.

           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-MOROSAL
              THRU 1300-F-LEER-MOROSAL.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           PERFORM 2650-LEER-SITANT
              THRU 2650-F-LEER-SITANT.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   MOROSAL
                        SITANT
                OUTPUT  CENDEU
                        CENDEINF.

           IF NOT FS-MOROSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MOROSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-MOROSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SITANT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SITANT                  TO AUX-ERR-NOMBRE
              MOVE FS-SITANT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CENDEU-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CENDEU                  TO AUX-ERR-NOMBRE
              MOVE FS-CENDEU                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CENDEINF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CENDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-CENDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 0 0 - L E E R - M O R O S A L                   *
      *----------------------------------------------------------------*

       1300-LEER-MOROSAL.

           MOVE '1300-LEER-MOROSAL'           TO WS-PARRAFO.

           READ MOROSAL INTO WS-REG-MOROSO.

           EVALUATE TRUE
               WHEN FS-MOROSAL-OK
                    ADD 1                     TO CNT-MOROSOS-LEIDOS

               WHEN FS-MOROSAL-EOF
                    SET FS-MOROSAL-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-MOROSAL           TO AUX-ERR-NOMBRE
                    MOVE FS-MOROSAL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1300-F-LEER-MOROSAL.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN PRE_CURSOR
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
      *        2 0 0 0 - P R O C E S A R - M O R O S O                 *
      *----------------------------------------------------------------*
      *   UNA CUENTA EN DESCUBIERTO: LA DEUDA ES EL SALDO DEUDOR Y EL  *
      *   ATRASO LOS DIAS CORRIDOS DESDE EL INICIO DE LA MORA.         *
      *----------------------------------------------------------------*

       2000-PROCESAR-MOROSO.

           MOVE '2000-PROCESAR-MOROSO'        TO WS-PARRAFO.

           IF MOR-SALDO IS NOT LESS THAN ZEROS
              GO TO 2000-SIGUIENTE
           END-IF.

           PERFORM 2050-BUSCAR-DOCUMENTO
              THRU 2050-F-BUSCAR-DOCUMENTO.

           IF WS-NUE-NRODOC IS EQUAL TO ZEROS
              GO TO 2000-SIGUIENTE
           END-IF.

           COMPUTE WS-DEUDA = ZEROS - MOR-SALDO.

           COMPUTE WS-DIAS-INICIO =
                   FUNCTION INTEGER-OF-DATE(MOR-FECINI).
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY - WS-DIAS-INICIO.

           IF WS-DIAS-ATRASO IS LESS THAN ZEROS
              MOVE ZEROS                      TO WS-DIAS-ATRASO
           END-IF.

           PERFORM 2400-INCORPORAR-DEUDOR
              THRU 2400-F-INCORPORAR-DEUDOR.

       2000-SIGUIENTE.

           PERFORM 1300-LEER-MOROSAL
              THRU 1300-F-LEER-MOROSAL.

       2000-F-PROCESAR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 0 5 0 - B U S C A R - D O C U M E N T O                  *
      *----------------------------------------------------------------*
      *   SIN FILA EN TBCURCLI NO HAY DOCUMENTO QUE INFORMAR: LA       *
      *   CUENTA SE LISTA Y QUEDA AFUERA PARA SU REVISION.             *
      *----------------------------------------------------------------*

       2050-BUSCAR-DOCUMENTO.

           MOVE '2050-BUSCAR-DOCUMENTO'       TO WS-PARRAFO.

           MOVE SPACES                        TO WS-NUE-TIPDOC.
           MOVE ZEROS                         TO WS-NUE-NRODOC.
           MOVE MOR-NROCLI                    TO WS-CLI-NROCLI.

           EXEC SQL
             SELECT TIPDOC,
                    NRODOC
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC
               FROM KC02787.TBCURCLI
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    MOVE WS-CLI-TIPDOC        TO WS-NUE-TIPDOC
                    MOVE WS-CLI-NRODOC        TO WS-NUE-NRODOC

               WHEN CT-NOT-FOUND
                    ADD 1                     TO CNT-CLI-SIN-TBCURCLI
                    DISPLAY '* NROCLI SIN FILA EN TBCURCLI: '
                            MOR-NROCLI ' CTA ' MOR-TIPCUEN '-'
                            MOR-NROCUEN ' SUC ' MOR-SUCUEN

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN SELECT --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
           END-EVALUATE.

       2050-F-BUSCAR-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  PRE_CURSOR
                     INTO
                        :WS-PRE-TIPDOC,
                        :WS-PRE-NRODOC,
                        :WS-PRE-SALDO,
                        :WS-PRE-INTMORA,
                        :WS-PRE-DIASATR
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-PRESTAMOS-LEIDOS

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
      *        2 2 0 0 - P R O C E S A R - P R E S T A M O             *
      *----------------------------------------------------------------*
      *   UN PRESTAMO: LA DEUDA ES EL CAPITAL ADEUDADO MAS EL          *
      *   PUNITORIO DEVENGADO Y EL ATRASO EL DE SU CUOTA MAS VIEJA.    *
      *----------------------------------------------------------------*

       2200-PROCESAR-PRESTAMO.

           MOVE '2200-PROCESAR-PRESTAMO'      TO WS-PARRAFO.

           MOVE WS-PRE-TIPDOC                 TO WS-NUE-TIPDOC.
           MOVE WS-PRE-NRODOC                 TO WS-NUE-NRODOC.
           COMPUTE WS-DEUDA = WS-PRE-SALDO + WS-PRE-INTMORA.
           MOVE WS-PRE-DIASATR                TO WS-DIAS-ATRASO.

           PERFORM 2400-INCORPORAR-DEUDOR
              THRU 2400-F-INCORPORAR-DEUDOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2200-F-PROCESAR-PRESTAMO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 0 0 - I N C O R P O R A R - D E U D O R                *
      *----------------------------------------------------------------*
      *   UBICA EL DOCUMENTO EN LA TABLA ORDENADA: SI YA ESTA SUMA LA  *
      *   DEUDA Y SE QUEDA CON LA PEOR SITUACION; SI NO, LO INSERTA    *
      *   EN SU LUGAR CORRIENDO UN LUGAR LOS QUE LE SIGUEN.            *
      *----------------------------------------------------------------*

       2400-INCORPORAR-DEUDOR.

           MOVE '2400-INCORPORAR-DEUDOR'      TO WS-PARRAFO.

           PERFORM 2420-CALCULAR-SITUACION
              THRU 2420-F-CALCULAR-SITUACION.

           SET POSICION-NO-HALLADA            TO TRUE.
           MOVE 1                             TO WS-D.

           PERFORM 2440-BUSCAR-POSICION
              THRU 2440-F-BUSCAR-POSICION
             UNTIL POSICION-HALLADA
                OR WS-D IS GREATER THAN WS-CANT-DEUDORES.

           IF POSICION-HALLADA
              IF T-DEU-CLAVE(WS-D) IS EQUAL TO WS-CLAVE-NUEVA
                 PERFORM 2480-SUMAR-DEUDOR
                    THRU 2480-F-SUMAR-DEUDOR
                 GO TO 2400-F-INCORPORAR-DEUDOR
              END-IF
           END-IF.

           IF WS-CANT-DEUDORES IS NOT LESS THAN CT-MAX-DEUDORES
              DISPLAY '* TABLA DE DEUDORES LLENA ( '
                      CT-MAX-DEUDORES ' ), NO SE PUEDE INFORMAR *'
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CENDEU                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 2460-DESPLAZAR-DEUDOR
              THRU 2460-F-DESPLAZAR-DEUDOR
             VARYING WS-J FROM WS-CANT-DEUDORES BY -1
               UNTIL WS-J IS LESS THAN WS-D.

           ADD 1                              TO WS-CANT-DEUDORES.

           MOVE WS-CLAVE-NUEVA                TO T-DEU-CLAVE(WS-D).
           MOVE WS-SITUACION                  TO T-DEU-SITUACION(WS-D).
           MOVE WS-DIAS-ATRASO              TO T-DEU-DIAS-ATRASO(WS-D).
           MOVE WS-DEUDA                      TO T-DEU-DEUDA(WS-D).
           MOVE 1                             TO T-DEU-CANT-OPER(WS-D).

       2400-F-INCORPORAR-DEUDOR.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 2 0 - C A L C U L A R - S I T U A C I O N              *
      *----------------------------------------------------------------*

       2420-CALCULAR-SITUACION.

           EVALUATE TRUE
             WHEN WS-DIAS-ATRASO IS NOT GREATER THAN CT-DIAS-SIT-1
               MOVE 1                         TO WS-SITUACION
             WHEN WS-DIAS-ATRASO IS NOT GREATER THAN CT-DIAS-SIT-2
               MOVE 2                         TO WS-SITUACION
             WHEN WS-DIAS-ATRASO IS NOT GREATER THAN CT-DIAS-SIT-3
               MOVE 3                         TO WS-SITUACION
             WHEN WS-DIAS-ATRASO IS NOT GREATER THAN CT-DIAS-SIT-4
               MOVE 4                         TO WS-SITUACION
             WHEN OTHER
               MOVE 5                         TO WS-SITUACION
           END-EVALUATE.

           IF WS-DIAS-ATRASO IS GREATER THAN 99999
              MOVE 99999                      TO WS-DIAS-ATRASO
           END-IF.

       2420-F-CALCULAR-SITUACION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 4 0 - B U S C A R - P O S I C I O N                 *
      *----------------------------------------------------------------*

       2440-BUSCAR-POSICION.

           IF T-DEU-CLAVE(WS-D) IS NOT LESS THAN WS-CLAVE-NUEVA
              SET POSICION-HALLADA            TO TRUE
           ELSE
              ADD 1                           TO WS-D
           END-IF.

       2440-F-BUSCAR-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 6 0 - D E S P L A Z A R - D E U D O R               *
      *----------------------------------------------------------------*

       2460-DESPLAZAR-DEUDOR.

           MOVE T-DEU(WS-J)                   TO T-DEU(WS-J + 1).

       2460-F-DESPLAZAR-DEUDOR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 8 0 - S U M A R - D E U D O R                    *
      *----------------------------------------------------------------*

       2480-SUMAR-DEUDOR.

           ADD WS-DEUDA                       TO T-DEU-DEUDA(WS-D).
           ADD 1                              TO T-DEU-CANT-OPER(WS-D).

           IF WS-SITUACION IS GREATER THAN T-DEU-SITUACION(WS-D)
              MOVE WS-SITUACION               TO T-DEU-SITUACION(WS-D)
           END-IF.

           IF WS-DIAS-ATRASO IS GREATER THAN T-DEU-DIAS-ATRASO(WS-D)
              MOVE WS-DIAS-ATRASO           TO T-DEU-DIAS-ATRASO(WS-D)
           END-IF.

       2480-F-SUMAR-DEUDOR.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - I N I C I A R - A P A R E O                   *
      *----------------------------------------------------------------*

       2500-INICIAR-APAREO.

           MOVE '2500-INICIAR-APAREO'         TO WS-PARRAFO.

           MOVE 1                             TO WS-D.

           IF WS-CANT-DEUDORES IS EQUAL TO ZEROS
              MOVE HIGH-VALUES                TO WS-CLAVE-ACT
           END-IF.

       2500-F-INICIAR-APAREO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 6 0 0 - C O M P A R A R - S I T U A C I O N              *
      *----------------------------------------------------------------*
      *   APAREO DE LA TABLA DEL MES CONTRA SITANT, AMBOS POR          *
      *   DOCUMENTO. CADA DEUDOR DEL MES SE GRABA EN CENDEU; SE LISTAN *
      *   LOS CAMBIOS DE SITUACION, LAS ALTAS QUE YA ENTRAN            *
      *   IRREGULARES Y LOS DEUDORES IRREGULARES QUE DEJARON DE SERLO  *
      *   POR NO TENER MAS DEUDA.                                      *
      *----------------------------------------------------------------*

       2600-COMPARAR-SITUACION.

           MOVE '2600-COMPARAR-SITUACION'     TO WS-PARRAFO.

           IF WS-D IS GREATER THAN WS-CANT-DEUDORES
              MOVE HIGH-VALUES                TO WS-CLAVE-ACT
           ELSE
              MOVE T-DEU-CLAVE(WS-D)          TO WS-CLAVE-ACT
           END-IF.

           EVALUATE TRUE
             WHEN WS-CLAVE-ACT IS EQUAL TO HIGH-VALUES
              AND WS-CLAVE-ANT IS EQUAL TO HIGH-VALUES
               CONTINUE

             WHEN WS-CLAVE-ACT IS LESS THAN WS-CLAVE-ANT
               IF T-DEU-SITUACION(WS-D) IS GREATER THAN 1
                  ADD 1                       TO CNT-ALTAS-IRREGULARES
                  MOVE 'ALTA'                 TO WS-MOTIVO
                  MOVE ZEROS                  TO WS-SIT-ANT
                  PERFORM 2680-LISTAR-CAMBIO
                     THRU 2680-F-LISTAR-CAMBIO
               END-IF
               PERFORM 2700-GRABAR-DEUDOR
                  THRU 2700-F-GRABAR-DEUDOR
               ADD 1                          TO WS-D

             WHEN WS-CLAVE-ACT IS GREATER THAN WS-CLAVE-ANT
               IF SAN-SITUACION IS GREATER THAN 1
                  ADD 1                     TO CNT-SALIDAS-IRREGULARES
                  MOVE 'SIN DEUDA'            TO WS-MOTIVO
                  PERFORM 2690-LISTAR-SALIDA
                     THRU 2690-F-LISTAR-SALIDA
               END-IF
               PERFORM 2650-LEER-SITANT
                  THRU 2650-F-LEER-SITANT

             WHEN OTHER
               MOVE SAN-SITUACION             TO WS-SIT-ANT
               EVALUATE TRUE
                 WHEN T-DEU-SITUACION(WS-D) IS GREATER THAN
                      SAN-SITUACION
                   ADD 1                      TO CNT-EMPEORAN
                   MOVE 'EMPEORA'             TO WS-MOTIVO
                   PERFORM 2680-LISTAR-CAMBIO
                      THRU 2680-F-LISTAR-CAMBIO
                 WHEN T-DEU-SITUACION(WS-D) IS LESS THAN
                      SAN-SITUACION
                   ADD 1                      TO CNT-MEJORAN
                   MOVE 'MEJORA'              TO WS-MOTIVO
                   PERFORM 2680-LISTAR-CAMBIO
                      THRU 2680-F-LISTAR-CAMBIO
               END-EVALUATE
               PERFORM 2700-GRABAR-DEUDOR
                  THRU 2700-F-GRABAR-DEUDOR
               ADD 1                          TO WS-D
               PERFORM 2650-LEER-SITANT
                  THRU 2650-F-LEER-SITANT
           END-EVALUATE.

       2600-F-COMPARAR-SITUACION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 5 0 - L E E R - S I T A N T                     *
      *----------------------------------------------------------------*
      *   EL REGISTRO DE CONTROL CIERRA EL ARCHIVO DEL MES ANTERIOR.   *
      *   EN EL PRIMER MES SITANT VIENE VACIO Y TODO ES ALTA.          *
      *----------------------------------------------------------------*

       2650-LEER-SITANT.

           MOVE '2650-LEER-SITANT'            TO WS-PARRAFO.

           IF FS-SITANT-EOF
              GO TO 2650-F-LEER-SITANT
           END-IF.

           READ SITANT INTO WS-REG-SITANT.

           EVALUATE TRUE
               WHEN FS-SITANT-OK
                    IF SAN-ES-DETALLE
                       ADD 1                  TO CNT-SITANT-LEIDOS
                       MOVE SAN-CLAVE         TO WS-CLAVE-ANT
                    ELSE
                       SET FS-SITANT-EOF      TO TRUE
                       MOVE HIGH-VALUES       TO WS-CLAVE-ANT
                    END-IF

               WHEN FS-SITANT-EOF
                    MOVE HIGH-VALUES          TO WS-CLAVE-ANT

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SITANT            TO AUX-ERR-NOMBRE
                    MOVE FS-SITANT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2650-F-LEER-SITANT.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 8 0 - L I S T A R - C A M B I O                  *
      *----------------------------------------------------------------*

       2680-LISTAR-CAMBIO.

           MOVE '2680-LISTAR-CAMBIO'          TO WS-PARRAFO.

           MOVE T-DEU-DIAS-ATRASO(WS-D)       TO WS-DIAS-EDIT.
           MOVE T-DEU-DEUDA(WS-D)             TO WS-DEUDA-EDIT.

           STRING T-DEU-TIPDOC(WS-D)  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  T-DEU-NRODOC(WS-D)  DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  WS-SIT-ANT          DELIMITED BY SIZE
                  ' -> '              DELIMITED BY SIZE
                  T-DEU-SITUACION(WS-D) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DIAS-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DEUDA-EDIT       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-MOTIVO           DELIMITED BY SIZE
              INTO REG-CENDEINF
           END-STRING.

           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       2680-F-LISTAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 9 0 - L I S T A R - S A L I D A                  *
      *----------------------------------------------------------------*

       2690-LISTAR-SALIDA.

           MOVE '2690-LISTAR-SALIDA'          TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-DIAS-EDIT.
           MOVE ZEROS                         TO WS-DEUDA-EDIT.

           STRING SAN-CLAVE(1:2)      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SAN-CLAVE(3:11)     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  SAN-SITUACION       DELIMITED BY SIZE
                  ' -> '              DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DIAS-EDIT        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-DEUDA-EDIT       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-MOTIVO           DELIMITED BY SIZE
              INTO REG-CENDEINF
           END-STRING.

           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       2690-F-LISTAR-SALIDA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 0 0 - G R A B A R - D E U D O R                  *
      *----------------------------------------------------------------*

       2700-GRABAR-DEUDOR.

           MOVE '2700-GRABAR-DEUDOR'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CENDEU.
           SET CDE-ES-DETALLE                 TO TRUE.
           MOVE WS-PER-AAAAMM                 TO CDE-PERIODO.
           MOVE T-DEU-CLAVE(WS-D)             TO CDE-CLAVE.
           MOVE T-DEU-SITUACION(WS-D)         TO CDE-SITUACION.
           MOVE T-DEU-DIAS-ATRASO(WS-D)       TO CDE-DIAS-ATRASO.
           MOVE T-DEU-DEUDA(WS-D)             TO CDE-DEUDA.
           MOVE T-DEU-CANT-OPER(WS-D)         TO CDE-CANT-OPER.

           PERFORM 2900-GRABAR-CENDEU
              THRU 2900-F-GRABAR-CENDEU.

           ADD 1                          TO CNT-DEUDORES-INFORMADOS.
           ADD T-DEU-DEUDA(WS-D)              TO ACM-DEUDA.

           MOVE T-DEU-SITUACION(WS-D)         TO WS-S.
           ADD 1                              TO T-SIT-CANT(WS-S).
           ADD T-DEU-DEUDA(WS-D)              TO T-SIT-DEUDA(WS-S).

       2700-F-GRABAR-DEUDOR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - C E N D E U                  *
      *----------------------------------------------------------------*

       2900-GRABAR-CENDEU.

           MOVE '2900-GRABAR-CENDEU'          TO WS-PARRAFO.

           WRITE REG-CENDEU FROM WS-REG-CENDEU.

           IF NOT FS-CENDEU-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CENDEU                  TO AUX-ERR-NOMBRE
              MOVE FS-CENDEU                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-CENDEU.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - L I N E A                    *
      *----------------------------------------------------------------*

       2950-GRABAR-LINEA.

           MOVE '2950-GRABAR-LINEA'           TO WS-PARRAFO.

           WRITE REG-CENDEINF.

           IF NOT FS-CENDEINF-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CENDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-CENDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CENDEINF.

       2950-F-GRABAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3250-GRABAR-CONTROL
              THRU 3250-F-GRABAR-CONTROL.

           PERFORM 3300-GRABAR-RESUMEN
              THRU 3300-F-GRABAR-RESUMEN.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 1 0 0 - C E R R A R - C U R S O R               *
      *----------------------------------------------------------------*

       3100-CERRAR-CURSOR.

           MOVE '3100-CERRAR-CURSOR'          TO WS-PARRAFO.

           EXEC SQL
              CLOSE PRE_CURSOR
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

       3100-F-CERRAR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE MOROSAL
                 SITANT
                 CENDEU
                 CENDEINF.

           IF NOT FS-CENDEU-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CENDEU                  TO AUX-ERR-NOMBRE
              MOVE FS-CENDEU                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CENDEINF-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CENDEINF                TO AUX-ERR-NOMBRE
              MOVE FS-CENDEINF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - G R A B A R - C O N T R O L                 *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL.

           MOVE '3250-GRABAR-CONTROL'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CENDEU.
           SET CDE-ES-CONTROL                 TO TRUE.
           MOVE WS-PER-AAAAMM                 TO CDE-PERIODO.
           MOVE CNT-DEUDORES-INFORMADOS       TO CDE-CANT-DEUDORES.
           MOVE ACM-DEUDA                     TO CDE-TOT-DEUDA.

           PERFORM 2900-GRABAR-CENDEU
              THRU 2900-F-GRABAR-CENDEU.

       3250-F-GRABAR-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 0 0 - G R A B A R - R E S U M E N                 *
      *----------------------------------------------------------------*

       3300-GRABAR-RESUMEN.

           MOVE '3300-GRABAR-RESUMEN'         TO WS-PARRAFO.

           STRING 'CENTRAL DE DEUDORES - RESUMEN DEL PERIODO '
                                    DELIMITED BY SIZE
                  WS-PER-AAAAMM     DELIMITED BY SIZE
              INTO REG-CENDEINF
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           PERFORM 3340-GRABAR-SITUACION
              THRU 3340-F-GRABAR-SITUACION
             VARYING WS-S FROM 1 BY 1
               UNTIL WS-S IS GREATER THAN 5.

           MOVE CNT-DEUDORES-INFORMADOS       TO WS-CANT-EDIT.
           MOVE ACM-DEUDA                     TO WS-DEUDA-EDIT.

           STRING 'TOTAL        '   DELIMITED BY SIZE
                  WS-CANT-EDIT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DEUDA-EDIT     DELIMITED BY SIZE
              INTO REG-CENDEINF
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       3300-F-GRABAR-RESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *       3 3 4 0 - G R A B A R - S I T U A C I O N                *
      *----------------------------------------------------------------*

       3340-GRABAR-SITUACION.

           MOVE T-SIT-CANT(WS-S)              TO WS-CANT-EDIT.
           MOVE T-SIT-DEUDA(WS-S)             TO WS-DEUDA-EDIT.

           STRING 'SITUACION '      DELIMITED BY SIZE
                  WS-S              DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-CANT-EDIT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DEUDA-EDIT     DELIMITED BY SIZE
              INTO REG-CENDEINF
           END-STRING.

           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       3340-F-GRABAR-SITUACION.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-MOROSOS-LEIDOS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI116               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CUENTAS EN MORA LEIDAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PRESTAMOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '* PRESTAMOS LEIDOS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLI-SIN-TBCURCLI          TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN FILA EN TBCURCLI:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEUDORES-INFORMADOS       TO WS-MASCARA.
           DISPLAY '* DEUDORES INFORMADOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EMPEORAN                  TO WS-MASCARA.
           DISPLAY '* DEUDORES QUE EMPEORAN:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MEJORAN                   TO WS-MASCARA.
           DISPLAY '* DEUDORES QUE MEJORAN:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-IRREGULARES         TO WS-MASCARA.
           DISPLAY '* ALTAS EN SITUACION IRREGULAR:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SALIDAS-IRREGULARES       TO WS-MASCARA.
           DISPLAY '* IRREGULARES SIN DEUDA ESTE MES:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'DEUDORES='      DELIMITED BY SIZE
                  CNT-DEUDORES-INFORMADOS DELIMITED BY SIZE
                  ' EMPEORAN='     DELIMITED BY SIZE
                  CNT-EMPEORAN     DELIMITED BY SIZE
                  ' MEJORAN='      DELIMITED BY SIZE
                  CNT-MEJORAN      DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
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
      *        1 8 5 5 - L E E R - F E C P R O C                       *
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

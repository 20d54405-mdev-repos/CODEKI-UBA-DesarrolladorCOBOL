      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI110.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   GENERACION DIARIA DE DEBITOS DE CUOTAS DE PRESTAMOS          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE CADA NOCHE ANTES DE PGMAPCAB Y PONE AL     *
      * COBRO LAS CUOTAS DE LOS PRESTAMOS PERSONALES, IGUAL QUE        *
      * PGMSIN76 CON LAS ORDENES PERMANENTES:                          *
      *   - SOLO EN DIA HABIL DE PROCESO ( CALENDAR ), YA QUE LOS      *
      *     VENCIMIENTOS DE TBCURCUO ESTAN CORRIDOS A DIA HABIL.       *
      *   - RECORRE LAS CUOTAS PENDIENTES ( ESTADO 'P' ) VENCIDAS HOY  *
      *     O ANTES DE LOS PRESTAMOS VIGENTES O EN MORA: LAS DE HOY    *
      *     SE COBRAN POR PRIMERA VEZ Y LAS ATRASADAS SE REINTENTAN.   *
      *   - A LA CUOTA ATRASADA LE DEVENGA EL INTERES PUNITORIO        *
      *     ( CT-RECARGO-PUNITORIO POR CIENTO DE LA TNA DEL PRESTAMO,  *
      *     SOBRE EL IMPORTE DE LA CUOTA, POR DIA CORRIDO DESDE EL     *
      *     VENCIMIENTO ) Y LO SUMA AL DEBITO.                         *
      *   - GRABA EL DEBITO EN LAYOUT MOVIMCC ( ARCHIVO DEBCUOTA,      *
      *     TIPO 87, REFERENCIA 'PR' + NROPRE, NRO DE MOVIMIENTO EN    *
      *     LA FRANJA 993501-993999 ) PARA EL CIRCUITO DE PGMAPCAB, Y  *
      *     EN CUOENVIA ( COPY CPCUOENV ) LA CUOTA QUE CORRESPONDE A   *
      *     CADA NRO DE MOVIMIENTO, PARA QUE PGMSI111 LA DE POR        *
      *     COBRADA O LA DEVUELVA A PENDIENTE SEGUN LO APLICADO.       *
      *   - MARCA LA CUOTA COMO ENVIADA AL COBRO ( ESTADO 'E' ) CON EL *
      *     PUNITORIO DEVENGADO: SI PGMSI111 NO LLEGA A CORRER, LA     *
      *     CUOTA NO SE VUELVE A DEBITAR A CIEGAS LA NOCHE SIGUIENTE.  *
      *   - LAS CUOTAS QUE NO ENTRAN EN LA FRANJA DEL DIA QUEDAN       *
      *     PENDIENTES PARA LA CORRIDA SIGUIENTE Y SE INFORMAN.        *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA EL RESUMEN  *
      * DE BATCH HABITUAL.                                             *
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

           SELECT DEBCUOTA ASSIGN TO DEBCUOTA
                                    FILE STATUS IS FS-DEBCUOTA.

           SELECT CUOENVIA ASSIGN TO CUOENVIA
                                    FILE STATUS IS FS-CUOENVIA.

           SELECT CALENDAR ASSIGN TO CALENDAR
                                    FILE STATUS IS FS-CALENDAR.

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
      *   DEBITOS DE CUOTAS ( LAYOUT MOVIMCC ) PARA EL CIRCUITO DE     *
      *   APLICACION DE PGMAPCAB.                                      *
      *----------------------------------------------------------------*

       FD   DEBCUOTA
            RECORDING MODE IS F.
       01   REG-DEBCUOTA                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CUOTAS ENVIADAS AL COBRO ( COPY CPCUOENV ), PARA PGMSI111.   *
      *----------------------------------------------------------------*

       FD   CUOENVIA
            RECORDING MODE IS F.
       01   REG-CUOENVIA                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CALENDARIO DE FERIADOS Y CIERRES ( COPY CALENDFD ).          *
      *----------------------------------------------------------------*

           COPY CALENDFD.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI110'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-DEBCUOTA                   PIC X(08)  VALUE 'DEBCUOTA'.
           02 CT-CUOENVIA                   PIC X(08)  VALUE 'CUOENVIA'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   INTERES PUNITORIO: PORCENTAJE DE LA TNA DEL PRESTAMO QUE SE  *
      *   APLICA SOBRE LA CUOTA VENCIDA POR CADA DIA DE ATRASO.        *
      *----------------------------------------------------------------*

           02 CT-RECARGO-PUNITORIO          PIC 9(03)  VALUE 50.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DEL COBRO DE CUOTA ( DEBITO, MAPEADO EN   *
      *   TIPMOV Y EN MAPACON ) Y FRANJA DE NROMOV RESERVADA PARA LOS  *
      *   DEBITOS DE CUOTAS ( DOMINIO NROMOV DEL MAESTRO CODREF ).     *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-CUOTA             PIC 9(02)  VALUE 87.
           02 CT-NROMOV-CUOTA               PIC 9(06)  VALUE 993500.
           02 CT-MAX-DEBITOS                PIC 9(03)  VALUE 499.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS-ATRASO                PIC S9(05) COMP VALUE ZEROS.
           02 WS-IMPORTE-DEBITO             PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.

       01 WS-DIA-HABIL-SW                   PIC X(01)  VALUE 'N'.
           88 DIA-HABIL-DE-PROCESO                     VALUE 'S'.

       01 WS-CUOTA-MARCADA-SW               PIC X(01)  VALUE 'N'.
           88 CUOTA-MARCADA                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   ACUMULADORES DEL DIA                                         *
      *----------------------------------------------------------------*

       01 ACM-DEBITADO                      PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
       01 ACM-PUNITORIO                     PIC S9(13)V99 COMP-3
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
           02 CNT-CUOTAS-LEIDAS             PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-DEL-DIA            PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-ATRASADAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-DEBITOS-GENERADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-DIFERIDAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-DEBCUOTA                   PIC X(02).
              88 FS-DEBCUOTA-OK                        VALUE '00'.

           02 FS-CUOENVIA                   PIC X(02).
              88 FS-CUOENVIA-OK                        VALUE '00'.

           02 FS-CALENDAR                   PIC X(02).
              88 FS-CALENDAR-OK                        VALUE '00'.
              88 FS-CALENDAR-EOF                       VALUE '10'.

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

           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPCURPRE.

           COPY CPCURCUO.

           COPY MOVIMCC.

           COPY CPCUOENV.

           COPY CPCALEND.

           COPY CPCTLCNT.

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
             INCLUDE TBCURPRE
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCUO
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   CUOTAS PENDIENTES VENCIDAS A LA FECHA DE PROCESO, CON LA     *
      *   CUENTA DE DEBITO Y LA TASA DEL PRESTAMO. EL ORDEN POR NRO DE *
      *   CUOTA HACE QUE PGMAPCAB INTENTE SIEMPRE PRIMERO LA MAS VIEJA.*
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CUO_CURSOR CURSOR FOR
               SELECT C.NROPRE,
                      C.NROCUO,
                      C.FECVTO,
                      C.CAPITAL,
                      C.IMPORTE,
                      P.TIPCUEN,
                      P.NROCUEN,
                      P.SUCUEN,
                      P.TNA
                 FROM KC02787.TBCURCUO C,
                      KC02787.TBCURPRE P
                WHERE C.NROPRE  = P.NROPRE
                  AND C.ESTADO  = 'P'
                  AND C.FECVTO <= :WS-FECHA-PROCESO
                  AND P.ESTADO IN ('V', 'M')
             ORDER BY C.NROPRE, C.NROCUO
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF DIA-HABIL-DE-PROCESO AND NOT CS-CURSOR-EOC
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

           MOVE ZEROS                         TO ACM-DEBITADO
                                                 ACM-PUNITORIO.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    LOS DEBITOS Y EL ATRASO SE CALCULAN CON LA FECHA DE
      *    PROCESO, NO LA DE MAQUINA, PARA QUE EL REPROCESO CORRIDO
      *    DE DIA NO COBRE PUNITORIOS DE MAS.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1870-CARGAR-CALENDARIO
              THRU 1870-F-CARGAR-CALENDARIO.

           MOVE WS-FECHA-PROCESO              TO CAL-FECHA-CONSULTA-N.

           PERFORM 1875-ES-DIA-HABIL
              THRU 1875-F-ES-DIA-HABIL.

           IF CAL-ES-HABIL
              SET DIA-HABIL-DE-PROCESO        TO TRUE

              PERFORM 1400-ABRIR-CURSOR
                 THRU 1400-F-ABRIR-CURSOR

              PERFORM 2100-FETCH-CURSOR
                 THRU 2100-F-FETCH-CURSOR
           ELSE
              DISPLAY '* FECHA DE PROCESO NO HABIL: NO SE DEBITAN '
                      'CUOTAS *'
              SET CS-CURSOR-EOC               TO TRUE
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN OUTPUT DEBCUOTA
                       CUOENVIA.

           IF NOT FS-DEBCUOTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DEBCUOTA                TO AUX-ERR-NOMBRE
              MOVE FS-DEBCUOTA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CUOENVIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CUOENVIA                TO AUX-ERR-NOMBRE
              MOVE FS-CUOENVIA                TO AUX-ERR-STATUS
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
              OPEN CUO_CURSOR
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

           IF CNT-DEBITOS-GENERADOS IS NOT LESS THAN CT-MAX-DEBITOS
              ADD 1                           TO CNT-CUOTAS-DIFERIDAS
           ELSE
              PERFORM 2200-CALCULAR-PUNITORIO
                 THRU 2200-F-CALCULAR-PUNITORIO

              PERFORM 2300-MARCAR-ENVIADA
                 THRU 2300-F-MARCAR-ENVIADA

              IF CUOTA-MARCADA
                 PERFORM 2400-GRABAR-DEBITO
                    THRU 2400-F-GRABAR-DEBITO

                 PERFORM 2500-GRABAR-ENVIO
                    THRU 2500-F-GRABAR-ENVIO
              END-IF
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
              FETCH  CUO_CURSOR
                     INTO
                        :WS-CUO-NROPRE,
                        :WS-CUO-NROCUO,
                        :WS-CUO-FECVTO,
                        :WS-CUO-CAPITAL,
                        :WS-CUO-IMPORTE,
                        :WS-PRE-TIPCUEN,
                        :WS-PRE-NROCUEN,
                        :WS-PRE-SUCUEN,
                        :WS-PRE-TNA
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-CUOTAS-LEIDAS

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
      *     2 2 0 0 - C A L C U L A R - P U N I T O R I O              *
      *----------------------------------------------------------------*
      *   EL PUNITORIO SE RECALCULA CADA NOCHE DESDE EL VENCIMIENTO,   *
      *   ASI QUE CRECE CON LOS DIAS DE ATRASO SIN ARRASTRAR SALDOS.   *
      *----------------------------------------------------------------*

       2200-CALCULAR-PUNITORIO.

           MOVE '2200-CALCULAR-PUNITORIO'     TO WS-PARRAFO.

           COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE(WS-CUO-FECVTO).

           IF WS-DIAS-ATRASO IS GREATER THAN ZEROS
              ADD 1                           TO CNT-CUOTAS-ATRASADAS

              COMPUTE WS-CUO-INTMORA ROUNDED =
                      WS-CUO-IMPORTE * WS-PRE-TNA
                    * CT-RECARGO-PUNITORIO * WS-DIAS-ATRASO
                    / 3650000
           ELSE
              ADD 1                           TO CNT-CUOTAS-DEL-DIA
              MOVE ZEROS                      TO WS-CUO-INTMORA
           END-IF.

           COMPUTE WS-IMPORTE-DEBITO =
                   WS-CUO-IMPORTE + WS-CUO-INTMORA.

       2200-F-CALCULAR-PUNITORIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 0 0 - M A R C A R - E N V I A D A                  *
      *----------------------------------------------------------------*

       2300-MARCAR-ENVIADA.

           MOVE '2300-MARCAR-ENVIADA'         TO WS-PARRAFO.

           MOVE 'N'                           TO WS-CUOTA-MARCADA-SW.

           EXEC SQL
             UPDATE KC02787.TBCURCUO
             SET ESTADO  = 'E',
                 INTMORA = :WS-CUO-INTMORA
             WHERE NROPRE = :WS-CUO-NROPRE
               AND NROCUO = :WS-CUO-NROCUO
               AND ESTADO = 'P'
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               SET CUOTA-MARCADA              TO TRUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               DISPLAY ' * CUOTA YA TOMADA POR OTRO PROCESO --> '
                       WS-CUO-NROPRE '-' WS-CUO-NROCUO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
           END-EVALUATE.

       2300-F-MARCAR-ENVIADA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - G R A B A R - D E B I T O                   *
      *----------------------------------------------------------------*

       2400-GRABAR-DEBITO.

           MOVE '2400-GRABAR-DEBITO'          TO WS-PARRAFO.

           ADD 1                              TO CNT-DEBITOS-GENERADOS.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE CT-TIPO-MOV-CUOTA             TO WS-MOV-TIPO.
           COMPUTE WS-MOV-CUENTA =
                   WS-PRE-SUCUEN * 1000000 + WS-PRE-NROCUEN.
           COMPUTE WS-MOV-IMPORTE = ZEROS - WS-IMPORTE-DEBITO.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-CUOTA + CNT-DEBITOS-GENERADOS.
           MOVE 'PR'                          TO WS-MOV-REFER(1:2).
           MOVE WS-CUO-NROPRE                 TO WS-MOV-REFER(3:6).
           MOVE WS-PRE-TIPCUEN                TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE WS-PRE-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-DEBCUOTA FROM WS-REG-MOVIMI.

           IF NOT FS-DEBCUOTA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DEBCUOTA                TO AUX-ERR-NOMBRE
              MOVE FS-DEBCUOTA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD WS-IMPORTE-DEBITO              TO ACM-DEBITADO.
           ADD WS-CUO-INTMORA                 TO ACM-PUNITORIO.

       2400-F-GRABAR-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - G R A B A R - E N V I O                    *
      *----------------------------------------------------------------*

       2500-GRABAR-ENVIO.

           MOVE '2500-GRABAR-ENVIO'           TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-CUOENV.
           MOVE WS-MOV-NRO                    TO ENV-NROMOV.
           MOVE WS-CUO-NROPRE                 TO ENV-NROPRE.
           MOVE WS-CUO-NROCUO                 TO ENV-NROCUO.
           MOVE WS-PRE-TIPCUEN                TO ENV-TIPCUEN.
           MOVE WS-PRE-NROCUEN                TO ENV-NROCUEN.
           MOVE WS-PRE-SUCUEN                 TO ENV-SUCUEN.
           MOVE WS-CUO-CAPITAL                TO ENV-CAPITAL.
           MOVE WS-IMPORTE-DEBITO             TO ENV-IMPORTE.
           MOVE WS-CUO-INTMORA                TO ENV-INTMORA.

           WRITE REG-CUOENVIA FROM WS-REG-CUOENV.

           IF NOT FS-CUOENVIA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CUOENVIA                TO AUX-ERR-NOMBRE
              MOVE FS-CUOENVIA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2500-F-GRABAR-ENVIO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           IF DIA-HABIL-DE-PROCESO
              EXEC SQL
                 CLOSE CUO_CURSOR
              END-EXEC

              IF SQLCODE NOT EQUAL ZEROS
                 MOVE SQLCODE              TO CT-SQLCODE-EDIT

                 MOVE CT-CLOSE             TO AUX-ERR-ACCION
                 MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
                 MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                 MOVE 10                   TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
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

           CLOSE DEBCUOTA
                 CUOENVIA.

           IF NOT FS-DEBCUOTA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DEBCUOTA                TO AUX-ERR-NOMBRE
              MOVE FS-DEBCUOTA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CUOENVIA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CUOENVIA                TO AUX-ERR-NOMBRE
              MOVE FS-CUOENVIA                TO AUX-ERR-STATUS
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

           MOVE CNT-CUOTAS-LEIDAS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI110               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CUOTAS VENCIDAS LEIDAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-DEL-DIA            TO WS-MASCARA.
           DISPLAY '* CUOTAS QUE VENCEN HOY:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-ATRASADAS          TO WS-MASCARA.
           DISPLAY '* CUOTAS ATRASADAS REINTENTADAS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEBITOS-GENERADOS         TO WS-MASCARA.
           DISPLAY '* DEBITOS GENERADOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-DIFERIDAS          TO WS-MASCARA.
           DISPLAY '* CUOTAS DIFERIDAS ( FRANJA LLENA ):      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-DEBITADO                  TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL DEBITADO:     ' WS-IMPORTE-EDIT.

           MOVE ACM-PUNITORIO                 TO WS-IMPORTE-EDIT.
           DISPLAY 'PUNITORIOS:         ' WS-IMPORTE-EDIT.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-CUOTAS-LEIDAS DELIMITED BY SIZE
                  ' DEBITOS='      DELIMITED BY SIZE
                  CNT-DEBITOS-GENERADOS DELIMITED BY SIZE
                  ' ATRASADAS='    DELIMITED BY SIZE
                  CNT-CUOTAS-ATRASADAS DELIMITED BY SIZE
                  ' DIFERIDAS='    DELIMITED BY SIZE
                  CNT-CUOTAS-DIFERIDAS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-DEBCUOTA                   TO WS-CTL-ARCHIVO.
           MOVE CNT-DEBITOS-GENERADOS         TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

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
      *          1 8 7 0 - C A L E N D A R I O                         *
      *----------------------------------------------------------------*

           COPY CALENDLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        3 4 7 0 - G R A B A R - C T L C N T                     *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - C A L C U L A R - D I G I T O                 *
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

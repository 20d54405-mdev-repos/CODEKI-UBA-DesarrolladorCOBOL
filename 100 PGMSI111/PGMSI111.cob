      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI111.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   COBRO DE CUOTAS APLICADO, MORA DE PRESTAMOS E INFORME DIARIO *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE CADA NOCHE DESPUES DE PGMAPCAB Y CIERRA EL *
      * CIRCUITO DE COBRO DE CUOTAS QUE ABRE PGMSI110:                 *
      *   - CARGA LAS CUOTAS ENVIADAS AL COBRO ( CUOENVIA, COPY        *
      *     CPCUOENV ) Y RECORRE APLICADO ( VALIDANDO LA CABECERA DE   *
      *     LA UNIDAD DE TRABAJO, COPY CPUOWAPL ): CADA DEBITO TIPO 87 *
      *     APLICADO DA POR COBRADA SU CUOTA ( ESTADO 'C', FECPAGO ) Y *
      *     BAJA EL CAPITAL ADEUDADO DEL PRESTAMO.                     *
      *   - LAS CUOTAS ENVIADAS QUE NO FIGURAN EN APLICADO ( RECHAZADAS*
      *     POR PGMAPCAB EN 2220-CONTROLAR-SOBREGIRO O POR CUALQUIER   *
      *     OTRA VALIDACION ) VUELVEN A PENDIENTE: SIGUEN IMPAGAS Y    *
      *     PGMSI110 LAS REINTENTA CON PUNITORIO A PARTIR DE MANIANA.  *
      *   - RECALCULA EL ESTADO DE MORA DE CADA PRESTAMO VIGENTE O EN  *
      *     MORA EN LA PROPIA TBCURPRE ( CUOTAS VENCIDAS IMPAGAS, DIAS *
      *     DE ATRASO DE LA MAS VIEJA Y PUNITORIO DEVENGADO ), APARTE  *
      *     DEL MOROSAL DE CUENTAS A LA VISTA DE PGMSIN77. EL PRESTAMO *
      *     SIN CUOTAS POR COBRAR PASA A CANCELADO.                    *
      *   - IMPRIME PARA COBRANZAS EL INFORME DIARIO DE MORA DE        *
      *     PRESTAMOS ( MORAPRE ) CORTADO POR SUCURSAL, CON SUBTOTALES *
      *     Y TOTAL GENERAL.                                           *
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

           SELECT CUOENVIA ASSIGN TO CUOENVIA
                                    FILE STATUS IS FS-CUOENVIA.

           SELECT APLICADO ASSIGN TO APLICADO
                                    FILE STATUS IS FS-APLICADO.

           SELECT MORAPRE ASSIGN TO MORAPRE
                                    FILE STATUS IS FS-MORAPRE.

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
      *   CUOTAS ENVIADAS AL COBRO POR PGMSI110 ( COPY CPCUOENV ).     *
      *----------------------------------------------------------------*

       FD   CUOENVIA
            RECORDING MODE IS F.
       01   REG-CUOENVIA                                    PIC X(80).

      *----------------------------------------------------------------*
      *   MOVIMIENTOS APLICADOS POR PGMAPCAB ( LAYOUT MOVIMCC, CON     *
      *   CABECERA Y COLA DE LA UNIDAD DE TRABAJO ).                   *
      *----------------------------------------------------------------*

       FD   APLICADO
            RECORDING MODE IS F.
       01   REG-APLICADO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   INFORME DIARIO DE MORA DE PRESTAMOS POR SUCURSAL.            *
      *----------------------------------------------------------------*

       FD   MORAPRE
            RECORDING MODE IS F.
       01   LINEA-MORAPRE                                   PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI111'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-CUOENVIA                   PIC X(08)  VALUE 'CUOENVIA'.
           02 CT-APLICADO                   PIC X(08)  VALUE 'APLICADO'.
           02 CT-MORAPRE                    PIC X(08)  VALUE 'MORAPRE '.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MAX-LINEAS                 PIC 9(03)  VALUE 060.

      *----------------------------------------------------------------*
      *   TIPO DE MOVIMIENTO DEL COBRO DE CUOTA Y FRANJA DE NROMOV DE  *
      *   LOS DEBITOS QUE GENERA PGMSI110.                             *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-CUOTA             PIC 9(02)  VALUE 87.
           02 CT-NROMOV-CUOTA-DESDE         PIC 9(06)  VALUE 993501.
           02 CT-NROMOV-CUOTA-HASTA         PIC 9(06)  VALUE 993999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-LINEAS                     PIC 9(03)  VALUE ZEROS.
           02 WS-HOJA                       PIC 9(04)  VALUE ZEROS.
           02 WS-SUC-ANTERIOR               PIC 9(02)  VALUE ZEROS.

       01 WS-SUC-ABIERTA-SW                 PIC X(01)  VALUE 'N'.
           88 HAY-SUCURSAL-ABIERTA                     VALUE 'S'.

       01 WS-CABECERA-SW                    PIC X(01)  VALUE 'N'.
           88 CABECERA-VALIDADA                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   CUOTAS ENVIADAS AL COBRO HOY ( UNA POR NRO DE MOVIMIENTO DE  *
      *   LA FRANJA; EL TOPE ES EL ANCHO DE LA FRANJA ).               *
      *----------------------------------------------------------------*

       01 WS-T-ENVIOS.
           02 WS-CANT-ENVIOS                PIC 9(03)  VALUE ZEROS.
           02 T-ENV                         OCCURS 499 TIMES.
              03 T-ENV-NROMOV               PIC 9(06).
              03 T-ENV-NROPRE               PIC 9(06).
              03 T-ENV-NROCUO               PIC 9(03).
              03 T-ENV-CAPITAL              PIC S9(11)V99 COMP-3.
              03 T-ENV-IMPORTE              PIC S9(11)V99 COMP-3.
              03 T-ENV-APLICADO-SW          PIC X(01).
                 88 T-ENV-APLICADO                     VALUE 'S'.

      *----------------------------------------------------------------*
      *   RESULTADO DEL RECALCULO DE MORA DE UN PRESTAMO               *
      *----------------------------------------------------------------*

       01 WS-MORA-PRESTAMO.
           02 WS-MOR-CUOVENC                PIC S9(09) COMP VALUE ZEROS.
           02 WS-MOR-FECVTO-MIN             PIC 9(08)  VALUE ZEROS.
           02 WS-MOR-IMPVENC                PIC S9(11)V99 VALUE ZEROS.
           02 WS-MOR-INTMORA                PIC S9(11)V99 VALUE ZEROS.
           02 WS-MOR-PENDIENTES             PIC S9(09) COMP VALUE ZEROS.

      *----------------------------------------------------------------*
      *   ACUMULADORES DEL INFORME: POR SUCURSAL Y TOTAL GENERAL       *
      *----------------------------------------------------------------*

       01 ACM-SUCURSAL.
           02 ACM-SUC-PRESTAMOS             PIC 9(05)  VALUE ZEROS.
           02 ACM-SUC-SALDO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-SUC-VENCIDO               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-SUC-PUNITORIO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

       01 ACM-GENERAL.
           02 ACM-GEN-PRESTAMOS             PIC 9(05)  VALUE ZEROS.
           02 ACM-GEN-SALDO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-GEN-VENCIDO               PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-GEN-PUNITORIO             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

       01 ACM-COBRADO                       PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *       F O R M A T O S  D E L  I N F O R M E  M O R A P R E     *
      *----------------------------------------------------------------*

       01 WS-MOR-TITULO.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 FILLER                        PIC X(46)  VALUE
              'INFORME DIARIO DE MORA DE PRESTAMOS PERSONALES'.
           02 FILLER                        PIC X(10)  VALUE SPACES.
           02 FILLER                        PIC X(07)  VALUE 'FECHA: '.
           02 MTT-FECHA                     PIC 9999/99/99.
           02 FILLER                        PIC X(10)  VALUE SPACES.
           02 FILLER                        PIC X(06)  VALUE 'HOJA: '.
           02 MTT-HOJA                      PIC ZZZ9.
           02 FILLER                        PIC X(34)  VALUE SPACES.

       01 WS-MOR-COLUMNAS.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 FILLER                        PIC X(40)  VALUE
              'PRESTAMO  CUENTA      CLIENTE  CUO  DIAS'.
           02 FILLER                        PIC X(23)  VALUE
              '      CAPITAL ADEUDADO'.
           02 FILLER                        PIC X(23)  VALUE
              '       IMPORTE VENCIDO'.
           02 FILLER                        PIC X(23)  VALUE
              '            PUNITORIO'.
           02 FILLER                        PIC X(20)  VALUE SPACES.

       01 WS-MOR-SUCURSAL.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 FILLER                        PIC X(10)  VALUE
              'SUCURSAL '.
           02 MSU-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(117) VALUE SPACES.

       01 WS-MOR-DETALLE.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MDT-NROPRE                    PIC 9(06).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 MDT-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 MDT-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 MDT-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 MDT-CUOVENC                   PIC ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 MDT-DIASATR                   PIC ZZZZ9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MDT-SALDO                     PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MDT-VENCIDO                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MDT-PUNITORIO                 PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(22)  VALUE SPACES.

       01 WS-MOR-TOTALES.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MTO-LEYENDA                   PIC X(15).
           02 MTO-PRESTAMOS                 PIC ZZZZ9.
           02 FILLER                        PIC X(15)  VALUE
              ' PRESTAMOS    '.
           02 MTO-SALDO                     PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MTO-VENCIDO                   PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 MTO-PUNITORIO                 PIC -$ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(28)  VALUE SPACES.

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
           02 CNT-APLICADOS-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-COBRADAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-CUOTAS-IMPAGAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-PRESTAMOS-LEIDOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-PRESTAMOS-EN-MORA         PIC 9(05)  VALUE ZEROS.
           02 CNT-PRE-CANCELADOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CUOENVIA                   PIC X(02).
              88 FS-CUOENVIA-OK                        VALUE '00'.
              88 FS-CUOENVIA-EOF                       VALUE '10'.

           02 FS-APLICADO                   PIC X(02).
              88 FS-APLICADO-OK                        VALUE '00'.
              88 FS-APLICADO-EOF                       VALUE '10'.

           02 FS-MORAPRE                    PIC X(02).
              88 FS-MORAPRE-OK                         VALUE '00'.

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

           COPY CPUOWAPL.

           COPY CPCUOENV.

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
      *   PRESTAMOS VIVOS EN ORDEN DE SUCURSAL PARA EL CORTE DEL       *
      *   INFORME DE MORA.                                             *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PRE_CURSOR CURSOR FOR
               SELECT NROPRE,
                      TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      NROCLI,
                      SALDO
                 FROM KC02787.TBCURPRE
                WHERE ESTADO IN ('V', 'M')
             ORDER BY SUCUEN, NROPRE
           END-EXEC.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-APLICADO-EOF.

           PERFORM 2500-RESOLVER-ENVIO
              THRU 2500-F-RESOLVER-ENVIO
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-ENVIOS.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           PERFORM 2600-ACTUALIZAR-MORA
              THRU 2600-F-ACTUALIZAR-MORA
             UNTIL CS-CURSOR-EOC.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-ENVIOS
                      CNT-CONTADORES
                      ACM-SUCURSAL
                      ACM-GENERAL

           MOVE ZEROS                         TO ACM-COBRADO.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

      *    EL COBRO Y LOS DIAS DE ATRASO SE FECHAN CON LA FECHA DE
      *    PROCESO, NO LA DE MAQUINA.
           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-LEER-CUOENVIA
              THRU 1300-F-LEER-CUOENVIA.

           PERFORM 1320-CARGAR-ENVIO
              THRU 1320-F-CARGAR-ENVIO
             UNTIL FS-CUOENVIA-EOF.

           PERFORM 2700-IMPRIMIR-TITULOS
              THRU 2700-F-IMPRIMIR-TITULOS.

           PERFORM 1450-LEER-APLICADO
              THRU 1450-F-LEER-APLICADO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   CUOENVIA
                        APLICADO
                OUTPUT  MORAPRE.

           IF NOT FS-CUOENVIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CUOENVIA                TO AUX-ERR-NOMBRE
              MOVE FS-CUOENVIA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-APLICADO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-APLICADO                TO AUX-ERR-NOMBRE
              MOVE FS-APLICADO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MORAPRE-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MORAPRE                 TO AUX-ERR-NOMBRE
              MOVE FS-MORAPRE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - L E E R - C U O E N V I A                  *
      *----------------------------------------------------------------*

       1300-LEER-CUOENVIA.

           MOVE '1300-LEER-CUOENVIA'          TO WS-PARRAFO.

           READ CUOENVIA INTO WS-REG-CUOENV.

           EVALUATE TRUE
               WHEN FS-CUOENVIA-OK
                    CONTINUE

               WHEN FS-CUOENVIA-EOF
                    SET FS-CUOENVIA-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CUOENVIA          TO AUX-ERR-NOMBRE
                    MOVE FS-CUOENVIA          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1300-F-LEER-CUOENVIA.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 2 0 - C A R G A R - E N V I O                    *
      *----------------------------------------------------------------*

       1320-CARGAR-ENVIO.

           MOVE '1320-CARGAR-ENVIO'           TO WS-PARRAFO.

           IF WS-CANT-ENVIOS IS NOT LESS THAN 499
              DISPLAY '* CUOENVIA EXCEDE LA FRANJA DE COBRO DE CUOTAS *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-CUOENVIA                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ENVIOS.

           MOVE ENV-NROMOV              TO T-ENV-NROMOV(WS-CANT-ENVIOS).
           MOVE ENV-NROPRE              TO T-ENV-NROPRE(WS-CANT-ENVIOS).
           MOVE ENV-NROCUO              TO T-ENV-NROCUO(WS-CANT-ENVIOS).
           MOVE ENV-CAPITAL            TO T-ENV-CAPITAL(WS-CANT-ENVIOS).
           MOVE ENV-IMPORTE            TO T-ENV-IMPORTE(WS-CANT-ENVIOS).
           MOVE 'N'               TO T-ENV-APLICADO-SW(WS-CANT-ENVIOS).

           PERFORM 1300-LEER-CUOENVIA
              THRU 1300-F-LEER-CUOENVIA.

       1320-F-CARGAR-ENVIO.
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
      *           1 4 5 0 - L E E R - A P L I C A D O                  *
      *----------------------------------------------------------------*

       1450-LEER-APLICADO.

           MOVE '1450-LEER-APLICADO'          TO WS-PARRAFO.

           READ APLICADO INTO WS-REG-MOVIMI.

           EVALUATE TRUE
               WHEN FS-APLICADO-OK
                    ADD 1                     TO CNT-APLICADOS-LEIDOS

               WHEN FS-APLICADO-EOF
                    SET FS-APLICADO-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-APLICADO          TO AUX-ERR-NOMBRE
                    MOVE FS-APLICADO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1450-F-LEER-APLICADO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   SOLO INTERESAN LOS DEBITOS DE CUOTA ( TIPO 87 DE LA FRANJA   *
      *   DE PGMSI110 ); EL RESTO DE APLICADO SE SALTEA.               *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-REG-MOVIMI                 TO WS-REG-UOWAPL.

           EVALUATE TRUE
             WHEN UOW-ES-CABECERA
               PERFORM 2020-VALIDAR-CABECERA
                  THRU 2020-F-VALIDAR-CABECERA

             WHEN UOW-ES-COLA
               CONTINUE

             WHEN WS-MOV-TIPO IS EQUAL TO CT-TIPO-MOV-CUOTA AND
                  WS-MOV-NRO IS NOT LESS THAN CT-NROMOV-CUOTA-DESDE AND
                  WS-MOV-NRO IS NOT GREATER THAN CT-NROMOV-CUOTA-HASTA
               PERFORM 2050-MARCAR-APLICADO
                  THRU 2050-F-MARCAR-APLICADO
                 VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-CANT-ENVIOS

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 1450-LEER-APLICADO
              THRU 1450-F-LEER-APLICADO.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *   2 0 2 0 - V A L I D A R - C A B E C E R A                    *
      *----------------------------------------------------------------*

       2020-VALIDAR-CABECERA.

           MOVE '2020-VALIDAR-CABECERA'       TO WS-PARRAFO.

           IF UOW-RUNID IS EQUAL TO WS-RUN-ID
              SET CABECERA-VALIDADA           TO TRUE
           ELSE
              DISPLAY '* CABECERA DE APLICADO DE OTRA CORRIDA *'
              DISPLAY ' - TOKEN ESPERADO: ' WS-RUN-ID
              DISPLAY ' - RECIBIDO......: ' UOW-RUNID

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-UOW                     TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2020-F-VALIDAR-CABECERA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 0 5 0 - M A R C A R - A P L I C A D O                 *
      *----------------------------------------------------------------*

       2050-MARCAR-APLICADO.

           IF T-ENV-NROMOV(WS-I) IS EQUAL TO WS-MOV-NRO
              SET T-ENV-APLICADO(WS-I)        TO TRUE
           END-IF.

       2050-F-MARCAR-APLICADO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  PRE_CURSOR
                     INTO
                        :WS-PRE-NROPRE,
                        :WS-PRE-TIPCUEN,
                        :WS-PRE-NROCUEN,
                        :WS-PRE-SUCUEN,
                        :WS-PRE-NROCLI,
                        :WS-PRE-SALDO
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
      *         2 5 0 0 - R E S O L V E R - E N V I O                  *
      *----------------------------------------------------------------*
      *   CUOTA CON DEBITO APLICADO: COBRADA. CUOTA SIN DEBITO         *
      *   APLICADO: VUELVE A PENDIENTE Y QUEDA EN MORA.                *
      *----------------------------------------------------------------*

       2500-RESOLVER-ENVIO.

           MOVE '2500-RESOLVER-ENVIO'         TO WS-PARRAFO.

           MOVE T-ENV-NROPRE(WS-I)            TO WS-CUO-NROPRE.
           MOVE T-ENV-NROCUO(WS-I)            TO WS-CUO-NROCUO.

           IF T-ENV-APLICADO(WS-I)
              PERFORM 2520-COBRAR-CUOTA
                 THRU 2520-F-COBRAR-CUOTA
           ELSE
              PERFORM 2540-DEVOLVER-CUOTA
                 THRU 2540-F-DEVOLVER-CUOTA
           END-IF.

       2500-F-RESOLVER-ENVIO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 0 - C O B R A R - C U O T A                     *
      *----------------------------------------------------------------*

       2520-COBRAR-CUOTA.

           MOVE '2520-COBRAR-CUOTA'           TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-CUO-FECPAGO.
           MOVE T-ENV-CAPITAL(WS-I)           TO WS-CUO-CAPITAL.

           EXEC SQL
             UPDATE KC02787.TBCURCUO
             SET ESTADO  = 'C',
                 FECPAGO = :WS-CUO-FECPAGO
             WHERE NROPRE = :WS-CUO-NROPRE
               AND NROCUO = :WS-CUO-NROCUO
               AND ESTADO = 'E'
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              EXEC SQL
                UPDATE KC02787.TBCURPRE
                SET SALDO = SALDO - :WS-CUO-CAPITAL
                WHERE NROPRE = :WS-CUO-NROPRE
              END-EXEC
           END-IF.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-CUOTAS-COBRADAS
              ADD T-ENV-IMPORTE(WS-I)         TO ACM-COBRADO
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' PRESTAMO ' WS-CUO-NROPRE '-' WS-CUO-NROCUO
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2520-F-COBRAR-CUOTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 4 0 - D E V O L V E R - C U O T A                  *
      *----------------------------------------------------------------*

       2540-DEVOLVER-CUOTA.

           MOVE '2540-DEVOLVER-CUOTA'         TO WS-PARRAFO.

           EXEC SQL
             UPDATE KC02787.TBCURCUO
             SET ESTADO  = 'P'
             WHERE NROPRE = :WS-CUO-NROPRE
               AND NROCUO = :WS-CUO-NROCUO
               AND ESTADO = 'E'
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-CUOTAS-IMPAGAS
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' PRESTAMO ' WS-CUO-NROPRE '-' WS-CUO-NROCUO
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2540-F-DEVOLVER-CUOTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 0 0 - A C T U A L I Z A R - M O R A                  *
      *----------------------------------------------------------------*
      *   CUOTAS IMPAGAS CON VENCIMIENTO HASTA HOY: CANTIDAD, LA MAS   *
      *   VIEJA ( DIAS DE ATRASO ), IMPORTE Y PUNITORIO. SI NO QUEDA   *
      *   NINGUNA CUOTA POR COBRAR EL PRESTAMO SE DA POR CANCELADO.    *
      *----------------------------------------------------------------*

       2600-ACTUALIZAR-MORA.

           MOVE '2600-ACTUALIZAR-MORA'        TO WS-PARRAFO.

           INITIALIZE WS-MORA-PRESTAMO.

           EXEC SQL
             SELECT COUNT(*),
                    VALUE(MIN(FECVTO), 0),
                    VALUE(SUM(IMPORTE), 0),
                    VALUE(SUM(INTMORA), 0)
               INTO :WS-MOR-CUOVENC,
                    :WS-MOR-FECVTO-MIN,
                    :WS-MOR-IMPVENC,
                    :WS-MOR-INTMORA
               FROM KC02787.TBCURCUO
              WHERE NROPRE  = :WS-PRE-NROPRE
                AND ESTADO  = 'P'
                AND FECVTO <= :WS-FECHA-PROCESO
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MOR-PENDIENTES
                  FROM KC02787.TBCURCUO
                 WHERE NROPRE  = :WS-PRE-NROPRE
                   AND ESTADO <> 'C'
              END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
                      ' PRESTAMO ' WS-PRE-NROPRE
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2600-SIGUIENTE
           END-IF.

           EVALUATE TRUE
             WHEN WS-MOR-PENDIENTES IS EQUAL TO ZEROS
               MOVE 'C'                       TO WS-PRE-ESTADO
               MOVE ZEROS                     TO WS-PRE-CUOVENC
                                                 WS-PRE-DIASATR
                                                 WS-PRE-INTMORA
               ADD 1                          TO CNT-PRE-CANCELADOS

             WHEN WS-MOR-CUOVENC IS GREATER THAN ZEROS
               MOVE 'M'                       TO WS-PRE-ESTADO
               MOVE WS-MOR-CUOVENC            TO WS-PRE-CUOVENC
               COMPUTE WS-PRE-DIASATR =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                     - FUNCTION INTEGER-OF-DATE(WS-MOR-FECVTO-MIN)
               MOVE WS-MOR-INTMORA            TO WS-PRE-INTMORA
               ADD 1                          TO CNT-PRESTAMOS-EN-MORA

             WHEN OTHER
               MOVE 'V'                       TO WS-PRE-ESTADO
               MOVE ZEROS                     TO WS-PRE-CUOVENC
                                                 WS-PRE-DIASATR
                                                 WS-PRE-INTMORA
           END-EVALUATE.

           EXEC SQL
             UPDATE KC02787.TBCURPRE
             SET ESTADO  = :WS-PRE-ESTADO,
                 CUOVENC = :WS-PRE-CUOVENC,
                 DIASATR = :WS-PRE-DIASATR,
                 INTMORA = :WS-PRE-INTMORA
             WHERE NROPRE = :WS-PRE-NROPRE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' PRESTAMO ' WS-PRE-NROPRE
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

           IF WS-PRE-ESTADO IS EQUAL TO 'M'
              PERFORM 2720-IMPRIMIR-MOROSO
                 THRU 2720-F-IMPRIMIR-MOROSO
           END-IF.

       2600-SIGUIENTE.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2600-F-ACTUALIZAR-MORA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - I M P R I M I R - T I T U L O S               *
      *----------------------------------------------------------------*

       2700-IMPRIMIR-TITULOS.

           MOVE '2700-IMPRIMIR-TITULOS'       TO WS-PARRAFO.

           ADD 1                              TO WS-HOJA.
           MOVE WS-FECHA-PROCESO              TO MTT-FECHA.
           MOVE WS-HOJA                       TO MTT-HOJA.

           WRITE LINEA-MORAPRE FROM WS-MOR-TITULO
              AFTER ADVANCING PAGE.
           PERFORM 2790-CONTROLAR-MORAPRE
              THRU 2790-F-CONTROLAR-MORAPRE.

           WRITE LINEA-MORAPRE FROM WS-MOR-COLUMNAS
              AFTER ADVANCING 2 LINES.
           PERFORM 2790-CONTROLAR-MORAPRE
              THRU 2790-F-CONTROLAR-MORAPRE.

           MOVE 3                             TO WS-LINEAS.

       2700-F-IMPRIMIR-TITULOS.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 2 0 - I M P R I M I R - M O R O S O                 *
      *----------------------------------------------------------------*
      *   CORTE DE CONTROL POR SUCURSAL ( EL CURSOR VIENE ORDENADO ).  *
      *----------------------------------------------------------------*

       2720-IMPRIMIR-MOROSO.

           MOVE '2720-IMPRIMIR-MOROSO'        TO WS-PARRAFO.

           IF HAY-SUCURSAL-ABIERTA AND
              WS-PRE-SUCUEN IS NOT EQUAL TO WS-SUC-ANTERIOR
              PERFORM 2740-CERRAR-SUCURSAL
                 THRU 2740-F-CERRAR-SUCURSAL
           END-IF.

           IF WS-LINEAS IS NOT LESS THAN CT-MAX-LINEAS
              PERFORM 2700-IMPRIMIR-TITULOS
                 THRU 2700-F-IMPRIMIR-TITULOS
           END-IF.

           IF NOT HAY-SUCURSAL-ABIERTA
              SET HAY-SUCURSAL-ABIERTA        TO TRUE
              MOVE WS-PRE-SUCUEN              TO WS-SUC-ANTERIOR
              MOVE WS-PRE-SUCUEN              TO MSU-SUCUEN

              WRITE LINEA-MORAPRE FROM WS-MOR-SUCURSAL
                 AFTER ADVANCING 2 LINES
              PERFORM 2790-CONTROLAR-MORAPRE
                 THRU 2790-F-CONTROLAR-MORAPRE
              ADD 2                           TO WS-LINEAS
           END-IF.

           MOVE WS-PRE-NROPRE                 TO MDT-NROPRE.
           MOVE WS-PRE-TIPCUEN                TO MDT-TIPCUEN.
           MOVE WS-PRE-NROCUEN                TO MDT-NROCUEN.
           MOVE WS-PRE-NROCLI                 TO MDT-NROCLI.
           MOVE WS-PRE-CUOVENC                TO MDT-CUOVENC.
           MOVE WS-PRE-DIASATR                TO MDT-DIASATR.
           MOVE WS-PRE-SALDO                  TO MDT-SALDO.
           MOVE WS-MOR-IMPVENC                TO MDT-VENCIDO.
           MOVE WS-PRE-INTMORA                TO MDT-PUNITORIO.

           WRITE LINEA-MORAPRE FROM WS-MOR-DETALLE
              AFTER ADVANCING 1 LINE.
           PERFORM 2790-CONTROLAR-MORAPRE
              THRU 2790-F-CONTROLAR-MORAPRE.
           ADD 1                              TO WS-LINEAS.

           ADD 1                              TO ACM-SUC-PRESTAMOS.
           ADD WS-PRE-SALDO                   TO ACM-SUC-SALDO.
           ADD WS-MOR-IMPVENC                 TO ACM-SUC-VENCIDO.
           ADD WS-PRE-INTMORA                 TO ACM-SUC-PUNITORIO.

       2720-F-IMPRIMIR-MOROSO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 4 0 - C E R R A R - S U C U R S A L                 *
      *----------------------------------------------------------------*

       2740-CERRAR-SUCURSAL.

           MOVE '2740-CERRAR-SUCURSAL'        TO WS-PARRAFO.

           MOVE 'TOTAL SUCURSAL '             TO MTO-LEYENDA.
           MOVE ACM-SUC-PRESTAMOS             TO MTO-PRESTAMOS.
           MOVE ACM-SUC-SALDO                 TO MTO-SALDO.
           MOVE ACM-SUC-VENCIDO               TO MTO-VENCIDO.
           MOVE ACM-SUC-PUNITORIO             TO MTO-PUNITORIO.

           WRITE LINEA-MORAPRE FROM WS-MOR-TOTALES
              AFTER ADVANCING 2 LINES.
           PERFORM 2790-CONTROLAR-MORAPRE
              THRU 2790-F-CONTROLAR-MORAPRE.
           ADD 2                              TO WS-LINEAS.

           ADD ACM-SUC-PRESTAMOS              TO ACM-GEN-PRESTAMOS.
           ADD ACM-SUC-SALDO                  TO ACM-GEN-SALDO.
           ADD ACM-SUC-VENCIDO                TO ACM-GEN-VENCIDO.
           ADD ACM-SUC-PUNITORIO              TO ACM-GEN-PUNITORIO.

           INITIALIZE ACM-SUCURSAL.
           MOVE 'N'                           TO WS-SUC-ABIERTA-SW.

       2740-F-CERRAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 9 0 - C O N T R O L A R - M O R A P R E               *
      *----------------------------------------------------------------*

       2790-CONTROLAR-MORAPRE.

           IF NOT FS-MORAPRE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MORAPRE                 TO AUX-ERR-NOMBRE
              MOVE FS-MORAPRE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2790-F-CONTROLAR-MORAPRE.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           IF HAY-SUCURSAL-ABIERTA
              PERFORM 2740-CERRAR-SUCURSAL
                 THRU 2740-F-CERRAR-SUCURSAL
           END-IF.

           MOVE 'TOTAL GENERAL  '             TO MTO-LEYENDA.
           MOVE ACM-GEN-PRESTAMOS             TO MTO-PRESTAMOS.
           MOVE ACM-GEN-SALDO                 TO MTO-SALDO.
           MOVE ACM-GEN-VENCIDO               TO MTO-VENCIDO.
           MOVE ACM-GEN-PUNITORIO             TO MTO-PUNITORIO.

           WRITE LINEA-MORAPRE FROM WS-MOR-TOTALES
              AFTER ADVANCING 3 LINES.
           PERFORM 2790-CONTROLAR-MORAPRE
              THRU 2790-F-CONTROLAR-MORAPRE.

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

           IF NOT CABECERA-VALIDADA
              DISPLAY '* APLICADO SIN CABECERA DE UNIDAD DE TRABAJO *'
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

           CLOSE CUOENVIA
                 APLICADO
                 MORAPRE.

           IF NOT FS-MORAPRE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-MORAPRE                 TO AUX-ERR-NOMBRE
              MOVE FS-MORAPRE                 TO AUX-ERR-STATUS
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

           MOVE WS-CANT-ENVIOS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI111               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CUOTAS ENVIADAS AL COBRO:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-COBRADAS           TO WS-MASCARA.
           DISPLAY '* CUOTAS COBRADAS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUOTAS-IMPAGAS            TO WS-MASCARA.
           DISPLAY '* CUOTAS IMPAGAS ( NO APLICADAS ):        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PRESTAMOS-LEIDOS          TO WS-MASCARA.
           DISPLAY '* PRESTAMOS REVISADOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PRESTAMOS-EN-MORA         TO WS-MASCARA.
           DISPLAY '* PRESTAMOS EN MORA:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PRE-CANCELADOS            TO WS-MASCARA.
           DISPLAY '* PRESTAMOS CANCELADOS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2:                            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-COBRADO                   TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL COBRADO:      ' WS-IMPORTE-EDIT.

           STRING 'ENVIADAS='      DELIMITED BY SIZE
                  WS-CANT-ENVIOS   DELIMITED BY SIZE
                  ' COBRADAS='     DELIMITED BY SIZE
                  CNT-CUOTAS-COBRADAS DELIMITED BY SIZE
                  ' IMPAGAS='      DELIMITED BY SIZE
                  CNT-CUOTAS-IMPAGAS DELIMITED BY SIZE
                  ' MORA='         DELIMITED BY SIZE
                  CNT-PRESTAMOS-EN-MORA DELIMITED BY SIZE
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

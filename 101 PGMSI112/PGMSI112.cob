      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI112.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   INTERESES DEUDORES MENSUALES SOBRE SALDOS EN DESCUBIERTO     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMSIN40 SOLO DEVENGA SOBRE SALDOS ACREEDORES; LOS INTERESES   *
      * DEL DESCUBIERTO LOS ESTIMABAN LAS SUCURSALES A MANO SOBRE EL   *
      * LISTADO COBRANZA DE PGMSIN41. ESTE PROGRAMA CORRE AL CIERRE    *
      * DEL MES Y LOS LIQUIDA:                                         *
      *   - RECORRE LAS FOTOS DIARIAS DEL MES EN KC02787.TBCURSAL DE   *
      *     LAS CUENTAS QUE ESTUVIERON EN NEGATIVO ALGUN DIA; CADA     *
      *     FOTO PESA LOS DIAS CORRIDOS HASTA LA FOTO SIGUIENTE ( LA   *
      *     ULTIMA, HASTA FIN DE MES ), ASI LOS DIAS NO HABILES QUEDAN *
      *     CUBIERTOS CON EL SALDO DEL ULTIMO DIA HABIL.               *
      *   - LA PARTE DEL SALDO DEUDOR DENTRO DEL ACUERDO DE LA CUENTA  *
      *     ( ARCHIVO LIMITES, RUTINA COMUN LIMAUTLE ) PAGA LA TASA    *
      *     PACTADA; LO QUE EXCEDE EL ACUERDO PAGA LA TASA PUNITORIA.  *
      *     UN TIPO DE CUENTA QUE NO ADMITE DESCUBIERTO EN EL CATALOGO *
      *     DE PRODUCTOS TIENE ACUERDO CERO ( COMO EN PGMAPCAB ).      *
      *   - LAS DOS TASAS NOMINALES ANUALES POR TIPO DE CUENTA SE LEEN *
      *     DE LA VISTA VIGENTE TASDEVIG QUE DEJA EL CONTROL DE        *
      *     CAMBIOS ( PGMSIN95 ); NO ESTAN FIJADAS EN EL PROGRAMA.     *
      *   - EL INTERES SE DEBITA DEL SALDO EN KC02787.TBCURCTA ( CON   *
      *     SU FILA EN EL DIARIO DE AUDITORIA AUDCTA ) Y SE GRABA COMO *
      *     MOVIMIENTO EN KC02787.TBCURMOV CON NROMOV EN LA FRANJA     *
      *     RESERVADA 994001-996999 ( DOMINIO NROMOV DEL MAESTRO       *
      *     CODREF ), PARA QUE EL RESUMEN DE PGMSIN35 Y LA PRUEBA DE   *
      *     POSICION DE PGMSIN88 SIGAN CONCILIANDO.                    *
      *   - EL LISTADO INTDEUD DETALLA CADA CUENTA LIQUIDADA ( DIAS EN *
      *     DESCUBIERTO, INTERES POR ACUERDO Y POR EXCESO ) Y CIERRA   *
      *     CON TOTALES POR SUCURSAL PARA EL ASIENTO DEL INGRESO.      *
      *   - LAS CUENTAS CUYO TIPO NO FIGURA EN TASDEVIG SE INFORMAN    *
      *     COMO SIN TASA Y NO SE TOCAN.                               *
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

      *    SE LEE LA VISTA VIGENTE QUE DEJA EL CONTROL DE CAMBIOS
      *    ( PGMSIN95 ), NO EL ARCHIVO CRUDO EDITABLE.
           SELECT TASADEU ASSIGN TO TASDEVIG
                                    FILE STATUS IS FS-TASADEU.

           SELECT LIMITES ASSIGN TO LIMITES
                                    FILE STATUS IS FS-LIMITES.

           SELECT INTDEUD ASSIGN TO INTDEUD
                                    FILE STATUS IS FS-INTDEUD.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT AUDCTA ASSIGN TO AUDCTA
                                    FILE STATUS IS FS-AUDCTA.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

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
      *   TASAS DE DESCUBIERTO: UN REGISTRO POR TIPO DE CUENTA CON LA  *
      *   TNA PACTADA ( DENTRO DEL ACUERDO ) Y LA TNA PUNITORIA        *
      *   ( EXCESO SOBRE EL ACUERDO ).                                 *
      *----------------------------------------------------------------*

       FD   TASADEU
            RECORDING MODE IS F.
       01   REG-TASADEU                                     PIC X(80).

      *----------------------------------------------------------------*
      *   LIMITES DE SOBREGIRO AUTORIZADOS ( COPY LIMAUMAE ).          *
      *----------------------------------------------------------------*

           COPY LIMAUMAE.

      *----------------------------------------------------------------*
      *   LISTADO DE LIQUIDACION: UNA LINEA POR CUENTA MAS LOS         *
      *   TOTALES POR SUCURSAL.                                        *
      *----------------------------------------------------------------*

       FD   INTDEUD
            RECORDING MODE IS F.
       01   REG-INTDEUD                                     PIC X(80).

      *----------------------------------------------------------------*
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*

           COPY FECPROFD.

      *----------------------------------------------------------------*
      *   IDENTIFICADOR DE LA CORRIDA EN CURSO ( COPY RUNIDFD ).       *
      *----------------------------------------------------------------*

           COPY RUNIDFD.

      *----------------------------------------------------------------*
      *   DIARIO DE AUDITORIA DE SALDOS DE TBCURCTA ( COPY CPAUDCTA /  *
      *   AUDCTAGR ).                                                  *
      *----------------------------------------------------------------*

       FD  AUDCTA
           RECORDING MODE IS F.
       01  REG-AUDCTA                       PIC X(80).

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   PRODUCLE ).                                                  *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.
       01  REG-PRODUCTO                     PIC X(30).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI112'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-TASADEU                    PIC X(08)  VALUE 'TASDEVIG'.
           02 CT-LIMITES                    PIC X(08)  VALUE 'LIMITES '.
           02 CT-INTDEUD                    PIC X(08)  VALUE 'INTDEUD '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LOS INTERESES DEUDORES       *
      *   ( DOMINIO NROMOV DEL MAESTRO CODREF ): 994001-996999.        *
      *----------------------------------------------------------------*

           02 CT-NROMOV-INTDEU              PIC 9(06)  VALUE 994000.
           02 CT-MAX-MOVTOS                 PIC 9(05)  VALUE 02999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(03)  VALUE 1.
           02 WS-SUC                        PIC 9(02)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS                       PIC S9(05) COMP VALUE ZEROS.
           02 WS-DEUDA                      PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DENTRO                     PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-EXCESO                     PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INT-ACUERDO                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INT-EXCESO                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INTERES                    PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-ACUERDO-EDIT               PIC $$$.$$$.$$9,99-.
           02 WS-EXCESO-EDIT                PIC $$$.$$$.$$9,99-.
           02 WS-INTERES-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-DIAS-EDIT                  PIC ZZ9.

       01 WS-CORTE-SW                       PIC X(01)  VALUE 'N'.
           88 CORTE-DE-CUENTA                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   PERIODO LIQUIDADO: DEL PRIMERO DEL MES DE LA FECHA DE        *
      *   PROCESO HASTA LA FECHA DE PROCESO. LA ULTIMA FOTO DE CADA    *
      *   CUENTA PESA HASTA EL PRIMERO DEL MES SIGUIENTE.              *
      *----------------------------------------------------------------*

       01 WS-PERIODO.
           02 WS-PER-AAAAMM                 PIC 9(06).
           02 WS-PER-AAAAMM-R REDEFINES WS-PER-AAAAMM.
              03 WS-PER-ANIO                PIC 9(04).
              03 WS-PER-MES                 PIC 9(02).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-FECHA-HASTA                PIC 9(08).
           02 WS-FECHA-MES-SIG              PIC 9(08).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO TASADEU                      *
      *----------------------------------------------------------------*

       01 WS-REG-TASADEU.
           02 TDE-TIPCUEN                   PIC X(02).
           02 TDE-TNA-ACUERDO               PIC 9(03)V9(04).
           02 TDE-TNA-EXCESO                PIC 9(03)V9(04).
           02 FILLER                        PIC X(64).

      *----------------------------------------------------------------*
      *   TABLA DE TASAS DE DESCUBIERTO POR TIPO DE CUENTA, CARGADA    *
      *   EN 1300- DESDE TASADEU.                                      *
      *----------------------------------------------------------------*

       01 WS-CANT-TASAS                     PIC 9(02)  VALUE ZEROS.

       01 WS-T-TASAS.
           02 T-TDE                         OCCURS 20 TIMES.
              03 T-TDE-TIPCUEN              PIC X(02).
              03 T-TDE-TNA-ACUERDO          PIC 9(03)V9(04).
              03 T-TDE-TNA-EXCESO           PIC 9(03)V9(04).

      *----------------------------------------------------------------*
      *   TABLA DE TOTALES POR SUCURSAL ( SUBINDICE = NRO SUCURSAL )   *
      *----------------------------------------------------------------*

       01 WS-T-SUCURSALES.
           02 T-SUC                         OCCURS 99 TIMES.
              03 T-SUC-CANT                 PIC 9(05).
              03 T-SUC-INTERES              PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE FOTOS ( TBCURSAL ): FOTO RECIEN *
      *   LEIDA Y FOTO ANTERIOR, QUE ES LA QUE SE LIQUIDA CUANDO SE    *
      *   CONOCE CUANTOS DIAS RIGIO.                                   *
      *----------------------------------------------------------------*

       01 WS-HOST-TBCURSAL.
           02 WS-SAL-CLAVE.
              03 WS-SAL-TIPCUEN             PIC X(02).
              03 WS-SAL-NROCUEN             PIC 9(04).
              03 WS-SAL-SUCUEN              PIC 9(02).
           02 WS-SAL-FECFOTO                PIC 9(08).
           02 WS-SAL-SALDO                  PIC S9(11)V99.

       01 WS-FOTO-ANTERIOR.
           02 WS-ANT-CLAVE.
              03 WS-ANT-TIPCUEN             PIC X(02).
              03 WS-ANT-NROCUEN             PIC 9(04).
              03 WS-ANT-SUCUEN              PIC 9(02).
           02 WS-ANT-FECFOTO                PIC 9(08).
           02 WS-ANT-SALDO                  PIC S9(11)V99.

      *----------------------------------------------------------------*
      *   ACUMULADORES DE LA CUENTA EN CURSO                           *
      *----------------------------------------------------------------*

       01 ACM-CUENTA.
           02 ACM-CUE-DIAS                  PIC 9(03)  VALUE ZEROS.
           02 ACM-CUE-ACUERDO               PIC S9(11)V9(06) COMP-3
                                                       VALUE ZEROS.
           02 ACM-CUE-EXCESO                PIC S9(11)V9(06) COMP-3
                                                       VALUE ZEROS.
           02 ACM-CUE-LIMITE                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-CUE-TASA-SW               PIC X(01)  VALUE 'N'.
              88 CUENTA-CON-TASA                       VALUE 'S'.

       01 ACM-TOTAL-INTERES                 PIC S9(13)V99 COMP-3
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
           02 CNT-TASAS-LEIDAS              PIC 9(03)  VALUE ZEROS.
           02 CNT-FOTOS-LEIDAS              PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-LEIDAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-DEBITADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-SIN-TASA          PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-SIN-INTERES       PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-SIN-FRANJA        PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-TASADEU                    PIC X(02).
              88 FS-TASADEU-OK                         VALUE '00'.
              88 FS-TASADEU-EOF                        VALUE '10'.

           02 FS-LIMITES                    PIC X(02).
              88 FS-LIMITES-OK                         VALUE '00'.
              88 FS-LIMITES-EOF                        VALUE '10'.

           02 FS-INTDEUD                    PIC X(02).
              88 FS-INTDEUD-OK                         VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-AUDCTA                     PIC X(02).
              88 FS-AUDCTA-OK                          VALUE '00'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY NOVCTA.

           COPY CPCURMOV.

           COPY CPLIMAUT.

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
             INCLUDE TBCURMOV
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURSAL
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   TODAS LAS FOTOS DEL MES DE LAS CUENTAS QUE TUVIERON SALDO    *
      *   NEGATIVO AL MENOS UN DIA DEL PERIODO, EN ORDEN DE CUENTA Y   *
      *   FECHA PARA PODER PESAR CADA FOTO CON LA SIGUIENTE.           *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE SAL_CURSOR CURSOR FOR
               SELECT S.TIPCUEN,
                      S.NROCUEN,
                      S.SUCUEN,
                      S.FECFOTO,
                      S.SALDO
                 FROM KC02787.TBCURSAL S
                WHERE S.FECFOTO BETWEEN :WS-FECHA-DESDE
                                    AND :WS-FECHA-HASTA
                  AND EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURSAL N
                        WHERE N.TIPCUEN = S.TIPCUEN
                          AND N.NROCUEN = S.NROCUEN
                          AND N.SUCUEN  = S.SUCUEN
                          AND N.FECFOTO BETWEEN :WS-FECHA-DESDE
                                            AND :WS-FECHA-HASTA
                          AND N.SALDO   < 0)
             ORDER BY S.SUCUEN, S.TIPCUEN, S.NROCUEN, S.FECFOTO
           END-EXEC.


           COPY CPFECPRO.

           COPY CPAUDCTA.

           COPY CPPRODUC.

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
                      WS-T-TASAS
                      WS-T-SUCURSALES

           MOVE ZEROS                         TO ACM-TOTAL-INTERES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1100-ARMAR-PERIODO
              THRU 1100-F-ARMAR-PERIODO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-TASAS
              THRU 1300-F-CARGAR-TASAS.

           PERFORM 1891-CARGAR-LIMITES
              THRU 1891-F-CARGAR-LIMITES.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF NOT CS-CURSOR-EOC
              PERFORM 2050-INICIAR-CUENTA
                 THRU 2050-F-INICIAR-CUENTA
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 0 0 - A R M A R - P E R I O D O                 *
      *----------------------------------------------------------------*

       1100-ARMAR-PERIODO.

           MOVE '1100-ARMAR-PERIODO'          TO WS-PARRAFO.

           DIVIDE WS-FECHA-PROCESO BY 100 GIVING WS-PER-AAAAMM.

           COMPUTE WS-FECHA-DESDE = WS-PER-AAAAMM * 100 + 1.
           MOVE WS-FECHA-PROCESO              TO WS-FECHA-HASTA.

           IF WS-PER-MES IS EQUAL TO 12
              COMPUTE WS-FECHA-MES-SIG = (WS-PER-ANIO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-MES-SIG = (WS-PER-AAAAMM + 1) * 100 + 1
           END-IF.

           DISPLAY 'PERIODO LIQUIDADO: ' WS-FECHA-DESDE
                   ' AL ' WS-FECHA-HASTA.

       1100-F-ARMAR-PERIODO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   TASADEU
                OUTPUT  INTDEUD.

           IF NOT FS-TASADEU-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TASADEU                 TO AUX-ERR-NOMBRE
              MOVE FS-TASADEU                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-INTDEUD-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-INTDEUD                 TO AUX-ERR-NOMBRE
              MOVE FS-INTDEUD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 0 0 - C A R G A R - T A S A S                  *
      *----------------------------------------------------------------*

       1300-CARGAR-TASAS.

           MOVE '1300-CARGAR-TASAS'           TO WS-PARRAFO.

           PERFORM 1320-LEER-TASA
              THRU 1320-F-LEER-TASA.

           PERFORM 1340-GUARDAR-TASA
              THRU 1340-F-GUARDAR-TASA
             UNTIL FS-TASADEU-EOF.

           CLOSE TASADEU.

           IF WS-CANT-TASAS IS EQUAL TO ZEROS
              DISPLAY '* EL ARCHIVO TASDEVIG VINO VACIO, NO  *'
              DISPLAY '* SE PUEDE LIQUIDAR NINGUN DESCUBIERTO *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-TASADEU                 TO AUX-ERR-NOMBRE
              MOVE FS-TASADEU                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-TASAS.
           EXIT.

      *----------------------------------------------------------------*
      *                1 3 2 0 - L E E R - T A S A                     *
      *----------------------------------------------------------------*

       1320-LEER-TASA.

           MOVE '1320-LEER-TASA'              TO WS-PARRAFO.

           READ TASADEU INTO WS-REG-TASADEU.

           EVALUATE TRUE
               WHEN FS-TASADEU-OK
                    ADD 1                     TO CNT-TASAS-LEIDAS

               WHEN FS-TASADEU-EOF
                    SET FS-TASADEU-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TASADEU           TO AUX-ERR-NOMBRE
                    MOVE FS-TASADEU           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 4 0 - G U A R D A R - T A S A                 *
      *----------------------------------------------------------------*

       1340-GUARDAR-TASA.

           MOVE '1340-GUARDAR-TASA'           TO WS-PARRAFO.

           IF WS-CANT-TASAS >= 20
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-TASADEU                 TO AUX-ERR-NOMBRE
              MOVE FS-TASADEU                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-TASAS.

           MOVE TDE-TIPCUEN      TO T-TDE-TIPCUEN(WS-CANT-TASAS).
           MOVE TDE-TNA-ACUERDO  TO T-TDE-TNA-ACUERDO(WS-CANT-TASAS).
           MOVE TDE-TNA-EXCESO   TO T-TDE-TNA-EXCESO(WS-CANT-TASAS).

           PERFORM 1320-LEER-TASA
              THRU 1320-F-LEER-TASA.

       1340-F-GUARDAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN SAL_CURSOR
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
      *   LA FOTO EN MANO PASA A SER LA ANTERIOR Y SE LEE LA SIGUIENTE:*
      *   RECIEN AHI SE SABE CUANTOS DIAS RIGIO EL SALDO ANTERIOR. SI  *
      *   LA SIGUIENTE ES DE OTRA CUENTA ( O NO HAY MAS ), EL SALDO    *
      *   RIGE HASTA FIN DE MES Y LA CUENTA SE LIQUIDA.                *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-SAL-CLAVE                  TO WS-ANT-CLAVE.
           MOVE WS-SAL-FECFOTO                TO WS-ANT-FECFOTO.
           MOVE WS-SAL-SALDO                  TO WS-ANT-SALDO.
           MOVE 'N'                           TO WS-CORTE-SW.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF CS-CURSOR-EOC OR
              WS-SAL-CLAVE IS NOT EQUAL TO WS-ANT-CLAVE
              SET CORTE-DE-CUENTA             TO TRUE
              COMPUTE WS-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-MES-SIG)
                    - FUNCTION INTEGER-OF-DATE(WS-ANT-FECFOTO)
           ELSE
              COMPUTE WS-DIAS =
                      FUNCTION INTEGER-OF-DATE(WS-SAL-FECFOTO)
                    - FUNCTION INTEGER-OF-DATE(WS-ANT-FECFOTO)
           END-IF.

           PERFORM 2200-DEVENGAR-FOTO
              THRU 2200-F-DEVENGAR-FOTO.

           IF CORTE-DE-CUENTA
              PERFORM 2300-LIQUIDAR-CUENTA
                 THRU 2300-F-LIQUIDAR-CUENTA

              IF NOT CS-CURSOR-EOC
                 PERFORM 2050-INICIAR-CUENTA
                    THRU 2050-F-INICIAR-CUENTA
              END-IF
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 5 0 - I N I C I A R - C U E N T A                 *
      *----------------------------------------------------------------*
      *   PRIMERA FOTO DE UNA CUENTA: SE RESUELVEN UNA SOLA VEZ SU     *
      *   TASA Y SU ACUERDO DE DESCUBIERTO.                            *
      *----------------------------------------------------------------*

       2050-INICIAR-CUENTA.

           MOVE '2050-INICIAR-CUENTA'         TO WS-PARRAFO.

           INITIALIZE ACM-CUENTA.
           ADD 1                              TO CNT-CUENTAS-LEIDAS.

           PERFORM 2060-BUSCAR-TASA
              THRU 2060-F-BUSCAR-TASA.

           IF WS-I IS NOT GREATER THAN WS-CANT-TASAS
              SET CUENTA-CON-TASA             TO TRUE
           END-IF.

           MOVE WS-SAL-TIPCUEN                TO WS-LIM-BUSQ-CTA-TIPO.
           COMPUTE WS-LIM-BUSQ-CTA-CUENTA =
                   WS-SAL-SUCUEN * 1000000 + WS-SAL-NROCUEN.

           PERFORM 1897-BUSCAR-LIMITE
              THRU 1897-F-BUSCAR-LIMITE.

      *    EL CATALOGO DE PRODUCTOS MANDA: UN TIPO QUE NO ADMITE
      *    DESCUBIERTO TIENE ACUERDO CERO AUNQUE EXISTA LIMITE.
           IF CATALOGO-CARGADO
              MOVE WS-SAL-TIPCUEN             TO WS-PRO-BUSCADO
              PERFORM 1867-BUSCAR-PRODUCTO
                 THRU 1867-F-BUSCAR-PRODUCTO

              IF PRODUCTO-HALLADO AND
                 T-PRO-PERMITE-DESCUB(WS-PRO-IX) IS EQUAL TO 'N'
                 MOVE ZEROS                   TO WS-LIM-AUTORIZADO
              END-IF
           END-IF.

           MOVE WS-LIM-AUTORIZADO             TO ACM-CUE-LIMITE.

       2050-F-INICIAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 0 6 0 - B U S C A R - T A S A                   *
      *----------------------------------------------------------------*
      *   AL SALIR, WS-I QUEDA APUNTANDO A LA ENTRADA DEL TIPO DE      *
      *   CUENTA O CON UN VALOR MAYOR A WS-CANT-TASAS SI NO HAY TASA.  *
      *----------------------------------------------------------------*

       2060-BUSCAR-TASA.

           MOVE '2060-BUSCAR-TASA'            TO WS-PARRAFO.

           MOVE 1                             TO WS-I.

           PERFORM 2070-COMPARAR-TASA
              THRU 2070-F-COMPARAR-TASA
             UNTIL WS-I > WS-CANT-TASAS
                OR T-TDE-TIPCUEN(WS-I) IS EQUAL TO WS-SAL-TIPCUEN.

       2060-F-BUSCAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 0 7 0 - C O M P A R A R - T A S A                 *
      *----------------------------------------------------------------*

       2070-COMPARAR-TASA.

           IF T-TDE-TIPCUEN(WS-I) IS NOT EQUAL TO WS-SAL-TIPCUEN
              ADD 1                           TO WS-I
           END-IF.

       2070-F-COMPARAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  SAL_CURSOR
                     INTO
                        :WS-SAL-TIPCUEN,
                        :WS-SAL-NROCUEN,
                        :WS-SAL-SUCUEN,
                        :WS-SAL-FECFOTO,
                        :WS-SAL-SALDO
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-FOTOS-LEIDAS

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
      *           2 2 0 0 - D E V E N G A R - F O T O                  *
      *----------------------------------------------------------------*
      *   SALDO DEUDOR DE LA FOTO ANTERIOR POR LOS DIAS QUE RIGIO:     *
      *   HASTA EL ACUERDO A LA TASA PACTADA, EL EXCESO A LA           *
      *   PUNITORIA. ANIO CIVIL DE 365 DIAS.                           *
      *----------------------------------------------------------------*

       2200-DEVENGAR-FOTO.

           MOVE '2200-DEVENGAR-FOTO'          TO WS-PARRAFO.

           IF WS-ANT-SALDO IS NOT LESS THAN ZEROS OR
              WS-DIAS IS NOT GREATER THAN ZEROS OR
              NOT CUENTA-CON-TASA
              IF WS-ANT-SALDO IS LESS THAN ZEROS
                 ADD WS-DIAS                  TO ACM-CUE-DIAS
              END-IF
              GO TO 2200-F-DEVENGAR-FOTO
           END-IF.

           COMPUTE WS-DEUDA = ZEROS - WS-ANT-SALDO.

           IF WS-DEUDA IS GREATER THAN ACM-CUE-LIMITE
              MOVE ACM-CUE-LIMITE             TO WS-DENTRO
           ELSE
              MOVE WS-DEUDA                   TO WS-DENTRO
           END-IF.

           COMPUTE WS-EXCESO = WS-DEUDA - WS-DENTRO.

           COMPUTE ACM-CUE-ACUERDO = ACM-CUE-ACUERDO
                 + WS-DENTRO * T-TDE-TNA-ACUERDO(WS-I) * WS-DIAS
                 / 36500.

           COMPUTE ACM-CUE-EXCESO = ACM-CUE-EXCESO
                 + WS-EXCESO * T-TDE-TNA-EXCESO(WS-I) * WS-DIAS
                 / 36500.

           ADD WS-DIAS                        TO ACM-CUE-DIAS.

       2200-F-DEVENGAR-FOTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - L I Q U I D A R - C U E N T A               *
      *----------------------------------------------------------------*

       2300-LIQUIDAR-CUENTA.

           MOVE '2300-LIQUIDAR-CUENTA'        TO WS-PARRAFO.

           IF NOT CUENTA-CON-TASA
              ADD 1                           TO CNT-CUENTAS-SIN-TASA
              PERFORM 2600-GRABAR-SIN-TASA
                 THRU 2600-F-GRABAR-SIN-TASA
              GO TO 2300-F-LIQUIDAR-CUENTA
           END-IF.

           COMPUTE WS-INT-ACUERDO ROUNDED = ACM-CUE-ACUERDO.
           COMPUTE WS-INT-EXCESO  ROUNDED = ACM-CUE-EXCESO.
           COMPUTE WS-INTERES = WS-INT-ACUERDO + WS-INT-EXCESO.

           IF WS-INTERES IS NOT GREATER THAN ZEROS
              ADD 1                           TO CNT-CUENTAS-SIN-INTERES
              GO TO 2300-F-LIQUIDAR-CUENTA
           END-IF.

      *    SIN LUGAR EN LA FRANJA EL MOVIMIENTO NO PUEDE NUMERARSE:
      *    LA CUENTA SE INFORMA Y NO SE DEBITA.
           IF CNT-CUENTAS-DEBITADAS IS NOT LESS THAN CT-MAX-MOVTOS
              ADD 1                           TO CNT-CUENTAS-SIN-FRANJA
              PERFORM 2650-GRABAR-SIN-FRANJA
                 THRU 2650-F-GRABAR-SIN-FRANJA
              GO TO 2300-F-LIQUIDAR-CUENTA
           END-IF.

           PERFORM 2400-DEBITAR-TBCURCTA
              THRU 2400-F-DEBITAR-TBCURCTA.

       2300-F-LIQUIDAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 0 0 - D E B I T A R - T B C U R C T A                *
      *----------------------------------------------------------------*

       2400-DEBITAR-TBCURCTA.

           MOVE '2400-DEBITAR-TBCURCTA'       TO WS-PARRAFO.

           MOVE WS-ANT-TIPCUEN                TO WS-CTA-TIPCUEN.
           MOVE WS-ANT-NROCUEN                TO WS-CTA-NROCUEN.
           MOVE WS-ANT-SUCUEN                 TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT SALDO
               INTO :DCLTBCURCTA.WS-CTA-SALDO
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              EXEC SQL
                UPDATE KC02787.TBCURCTA
                SET SALDO  = SALDO - :WS-INTERES,
                    FECSAL = :WS-FECHA-PROCESO
                WHERE TIPCUEN = :WS-CTA-TIPCUEN
                  AND NROCUEN = :WS-CTA-NROCUEN
                  AND SUCUEN  = :WS-CTA-SUCUEN
              END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' CTA ' WS-CTA-TIPCUEN '-' WS-CTA-NROCUEN
                      ' SUC ' WS-CTA-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2400-F-DEBITAR-TBCURCTA
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO AUD-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO AUD-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO AUD-SUCUEN.
           MOVE WS-CTA-SALDO                  TO AUD-SALDO-ANTES.
           COMPUTE AUD-SALDO-DESPUES = WS-CTA-SALDO - WS-INTERES.

           PERFORM 8800-GRABAR-AUDCTA
              THRU 8800-F-GRABAR-AUDCTA.

           ADD 1                              TO CNT-CUENTAS-DEBITADAS.
           ADD WS-INTERES                     TO ACM-TOTAL-INTERES.

           MOVE WS-CTA-SUCUEN                 TO WS-SUC.
           IF WS-SUC IS GREATER THAN ZEROS
              ADD 1                           TO T-SUC-CANT(WS-SUC)
              ADD WS-INTERES                  TO T-SUC-INTERES(WS-SUC)
           END-IF.

           PERFORM 2450-GRABAR-TBCURMOV
              THRU 2450-F-GRABAR-TBCURMOV.

           PERFORM 2500-GRABAR-DETALLE
              THRU 2500-F-GRABAR-DETALLE.

       2400-F-DEBITAR-TBCURCTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - G R A B A R - T B C U R M O V                 *
      *----------------------------------------------------------------*
      *   EL INTERES DEBITADO VA COMO MOVIMIENTO NEGATIVO EN TBCURMOV, *
      *   CON NROMOV CORRELATIVO DENTRO DE LA FRANJA RESERVADA, PARA   *
      *   QUE EL RESUMEN DE CUENTA LO MUESTRE Y CONCILIE CON EL SALDO. *
      *----------------------------------------------------------------*

       2450-GRABAR-TBCURMOV.

           MOVE '2450-GRABAR-TBCURMOV'        TO WS-PARRAFO.

           MOVE WS-CTA-TIPCUEN                TO WS-CVM-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO WS-CVM-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           MOVE WS-FECHA-PROCESO              TO WS-CVM-FECMOV.
           COMPUTE WS-CVM-NROMOV =
                   CT-NROMOV-INTDEU + CNT-CUENTAS-DEBITADAS.
           COMPUTE WS-CVM-IMPORTE = ZEROS - WS-INTERES.

           EXEC SQL INSERT
             INTO KC02787.TBCURMOV
               (TIPCUEN, NROCUEN, SUCUEN, FECMOV, NROMOV, IMPORTE)
             VALUES (:WS-CVM-TIPCUEN,
                     :WS-CVM-NROCUEN,
                     :WS-CVM-SUCUEN,
                     :WS-CVM-FECMOV,
                     :WS-CVM-NROMOV,
                     :WS-CVM-IMPORTE)
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-MOVTOS-INSERTADOS
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2450-F-GRABAR-TBCURMOV.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 0 0 - G R A B A R - D E T A L L E               *
      *----------------------------------------------------------------*

       2500-GRABAR-DETALLE.

           MOVE '2500-GRABAR-DETALLE'         TO WS-PARRAFO.

           MOVE ACM-CUE-DIAS                  TO WS-DIAS-EDIT.
           MOVE WS-INT-ACUERDO                TO WS-ACUERDO-EDIT.
           MOVE WS-INT-EXCESO                 TO WS-EXCESO-EDIT.

           STRING 'SUC '            DELIMITED BY SIZE
                  WS-CTA-SUCUEN     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-CTA-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CTA-NROCUEN    DELIMITED BY SIZE
                  ' DIAS '          DELIMITED BY SIZE
                  WS-DIAS-EDIT      DELIMITED BY SIZE
                  ' ACUERDO '       DELIMITED BY SIZE
                  WS-ACUERDO-EDIT   DELIMITED BY SIZE
                  ' EXCESO '        DELIMITED BY SIZE
                  WS-EXCESO-EDIT    DELIMITED BY SIZE
              INTO REG-INTDEUD
           END-STRING.

           PERFORM 2900-GRABAR-INTDEUD
              THRU 2900-F-GRABAR-INTDEUD.

       2500-F-GRABAR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - G R A B A R - S I N - T A S A               *
      *----------------------------------------------------------------*

       2600-GRABAR-SIN-TASA.

           MOVE '2600-GRABAR-SIN-TASA'        TO WS-PARRAFO.

           STRING 'SUC '            DELIMITED BY SIZE
                  WS-ANT-SUCUEN     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-ANT-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-ANT-NROCUEN    DELIMITED BY SIZE
                  ' SIN TASA DE DESCUBIERTO, NO SE LIQUIDA'
                                    DELIMITED BY SIZE
              INTO REG-INTDEUD
           END-STRING.

           PERFORM 2900-GRABAR-INTDEUD
              THRU 2900-F-GRABAR-INTDEUD.

       2600-F-GRABAR-SIN-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 5 0 - G R A B A R - S I N - F R A N J A             *
      *----------------------------------------------------------------*

       2650-GRABAR-SIN-FRANJA.

           MOVE '2650-GRABAR-SIN-FRANJA'      TO WS-PARRAFO.

           MOVE WS-INTERES                    TO WS-INTERES-EDIT.

           STRING 'SUC '            DELIMITED BY SIZE
                  WS-ANT-SUCUEN     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-ANT-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-ANT-NROCUEN    DELIMITED BY SIZE
                  ' FRANJA NROMOV AGOTADA '
                                    DELIMITED BY SIZE
                  WS-INTERES-EDIT   DELIMITED BY SIZE
              INTO REG-INTDEUD
           END-STRING.

           PERFORM 2900-GRABAR-INTDEUD
              THRU 2900-F-GRABAR-INTDEUD.

       2650-F-GRABAR-SIN-FRANJA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - I N T D E U D                *
      *----------------------------------------------------------------*

       2900-GRABAR-INTDEUD.

           MOVE '2900-GRABAR-INTDEUD'         TO WS-PARRAFO.

           WRITE REG-INTDEUD.

           IF NOT FS-INTDEUD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-INTDEUD                 TO AUX-ERR-NOMBRE
              MOVE FS-INTDEUD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-INTDEUD.

       2900-F-GRABAR-INTDEUD.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3300-GRABAR-TOTALES
              THRU 3300-F-GRABAR-TOTALES.

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
              CLOSE SAL_CURSOR
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
      *           3 3 0 0 - G R A B A R - T O T A L E S                *
      *----------------------------------------------------------------*
      *   TOTALES POR SUCURSAL Y GENERAL PARA EL ASIENTO DEL INGRESO.  *
      *----------------------------------------------------------------*

       3300-GRABAR-TOTALES.

           MOVE '3300-GRABAR-TOTALES'         TO WS-PARRAFO.

           MOVE 'TOTALES POR SUCURSAL'        TO REG-INTDEUD.
           PERFORM 2900-GRABAR-INTDEUD
              THRU 2900-F-GRABAR-INTDEUD.

           MOVE 1                             TO WS-SUC.

           PERFORM 3320-GRABAR-TOTAL-SUC
              THRU 3320-F-GRABAR-TOTAL-SUC
             UNTIL WS-SUC > 99.

           MOVE ACM-TOTAL-INTERES             TO WS-INTERES-EDIT.
           MOVE CNT-CUENTAS-DEBITADAS         TO WS-MASCARA.

           STRING 'TOTAL GENERAL CUENTAS ' DELIMITED BY SIZE
                  WS-MASCARA        DELIMITED BY SIZE
                  ' INTERES '       DELIMITED BY SIZE
                  WS-INTERES-EDIT   DELIMITED BY SIZE
              INTO REG-INTDEUD
           END-STRING.

           PERFORM 2900-GRABAR-INTDEUD
              THRU 2900-F-GRABAR-INTDEUD.

       3300-F-GRABAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        3 3 2 0 - G R A B A R - T O T A L - S U C               *
      *----------------------------------------------------------------*

       3320-GRABAR-TOTAL-SUC.

           MOVE '3320-GRABAR-TOTAL-SUC'       TO WS-PARRAFO.

           IF T-SUC-CANT(WS-SUC) IS GREATER THAN ZEROS
              MOVE T-SUC-INTERES(WS-SUC)      TO WS-INTERES-EDIT
              MOVE T-SUC-CANT(WS-SUC)         TO WS-MASCARA

              STRING '   SUC '        DELIMITED BY SIZE
                     WS-SUC           DELIMITED BY SIZE
                     ' CUENTAS '      DELIMITED BY SIZE
                     WS-MASCARA       DELIMITED BY SIZE
                     ' INTERES '      DELIMITED BY SIZE
                     WS-INTERES-EDIT  DELIMITED BY SIZE
                 INTO REG-INTDEUD
              END-STRING

              PERFORM 2900-GRABAR-INTDEUD
                 THRU 2900-F-GRABAR-INTDEUD
           END-IF.

           ADD 1                              TO WS-SUC.

       3320-F-GRABAR-TOTAL-SUC.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE INTDEUD.

           IF NOT FS-INTDEUD-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-INTDEUD                 TO AUX-ERR-NOMBRE
              MOVE FS-INTDEUD                 TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI112               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CUENTAS CON DESCUBIERTO EN EL MES:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-DEBITADAS         TO WS-MASCARA.
           DISPLAY '* CUENTAS DEBITADAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-SIN-TASA          TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN TASA DE DESCUBIERTO:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-SIN-INTERES       TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN INTERES A COBRAR:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-SIN-FRANJA        TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN LUGAR EN LA FRANJA NROMOV:  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-INSERTADOS         TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS GRABADOS EN TBCURMOV:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CUENTAS='       DELIMITED BY SIZE
                  CNT-CUENTAS-LEIDAS DELIMITED BY SIZE
                  ' DEBITADAS='    DELIMITED BY SIZE
                  CNT-CUENTAS-DEBITADAS DELIMITED BY SIZE
                  ' SINTASA='      DELIMITED BY SIZE
                  CNT-CUENTAS-SIN-TASA DELIMITED BY SIZE
                  ' MOVTOS='       DELIMITED BY SIZE
                  CNT-MOVTOS-INSERTADOS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 6 5 - C A R G A R - P R O D U C T O S               *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

      *----------------------------------------------------------------*
      *        1 8 9 1 - C A R G A R - L I M I T E S                   *
      *----------------------------------------------------------------*

           COPY LIMAUTLE.

      *----------------------------------------------------------------*
      *          8 8 0 0 - G R A B A R - A U D C T A                   *
      *----------------------------------------------------------------*

           COPY AUDCTAGR.

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

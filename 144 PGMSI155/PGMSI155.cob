      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI155.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   GESTION DE RECLAMOS DE CLIENTES SOBRE DEBITOS DE SU CUENTA   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE TODAS LAS NOCHES ANTES DE PGMAPCAB Y       *
      * MANTIENE EL KSDS DE RECLAMOS DISPUTA ( COPY CPDISPUT ), UNO    *
      * POR MOVIMIENTO DE TBCURMOV RECLAMADO:                          *
      *   - APLICA LAS TRANSACCIONES QUE CARGAN LAS SUCURSALES         *
      *     ( TRANDIS, OPCIONAL ): 'A' APERTURA DEL RECLAMO, 'P'       *
      *     CREDITO PROVISORIO, 'C' RESOLUCION A FAVOR DEL CLIENTE,    *
      *     'B' RESOLUCION A FAVOR DEL BANCO.                          *
      *   - LA APERTURA EXIGE QUE EL MOVIMIENTO EXISTA EN TBCURMOV O   *
      *     EN SU HISTORICO TBCURMOVH, QUE SEA UN DEBITO Y QUE QUIEN   *
      *     RECLAMA SEA EL TITULAR O UN COTITULAR PLENO ( TBCURTIT ).  *
      *     EL PLAZO DE RESPUESTA AL CLIENTE SE CUENTA EN DIAS         *
      *     HABILES DESDE LA APERTURA ( RUTINA COMUN CALENDLE ).       *
      *   - EL CREDITO PROVISORIO, EL CREDITO DEFINITIVO ( SALDO NO    *
      *     ACREDITADO DEL RECLAMO ) Y LA REVERSION DEL PROVISORIO     *
      *     SALEN EN DISAPL ( LAYOUT MOVIMCC, TIPOS 99, 80 Y 79,       *
      *     FRANJA 948001-948999, REFERENCIA 'DS' + NROMOV RECLAMADO ) *
      *     PARA QUE PGMAPCAB LOS APLIQUE POR EL CIRCUITO NORMAL.      *
      *   - LOS RECLAMOS RESUELTOS PASAN AL HISTORICO HISDISP Y SE     *
      *     BORRAN DEL KSDS. TODA TRANSACCION ( APLICADA O RECHAZADA ) *
      *     QUEDA EN LA PISTA DE AUDITORIA MOVDISP.                    *
      *   - AL FINAL RECORRE LOS RECLAMOS ABIERTOS Y ARMA EL LISTADO   *
      *     DE ANTIGUEDAD AGEDISP CONTRA EL PLAZO DE RESPUESTA.        *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA LA CANTIDAD DE DISAPL   *
      * EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA EL RESUMEN DE BATCH    *
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

           SELECT TRANDIS ASSIGN TO TRANDIS
                                    FILE STATUS IS FS-TRANDIS.

           SELECT DISPUTA  ASSIGN TO DISPUTA
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-DISPUTA
                           FILE STATUS IS FS-DISPUTA.

           SELECT HISDISP ASSIGN TO HISDISP
                                    FILE STATUS IS FS-HISDISP.

           SELECT MOVDISP ASSIGN TO MOVDISP
                                    FILE STATUS IS FS-MOVDISP.

           SELECT DISAPL ASSIGN TO DISAPL
                                    FILE STATUS IS FS-DISAPL.

           SELECT AGEDISP ASSIGN TO AGEDISP
                                    FILE STATUS IS FS-AGEDISP.

           SELECT CALENDAR ASSIGN TO CALENDAR
                                    FILE STATUS IS FS-CALENDAR.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

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
      *   TRANSACCIONES DE RECLAMOS CARGADAS EN LAS SUCURSALES.        *
      *----------------------------------------------------------------*

       FD   TRANDIS
            RECORDING MODE IS F.
       01   REG-TRANDIS                                     PIC X(100).

      * DISPUTA ( ARCHIVO VSAM DE RECLAMOS ABIERTOS, COPY CPDISPUT )

       FD   DISPUTA.

       01 REG-DISPUTA.
          03 KEY-DISPUTA  PIC X(22).
          03 FILLER       PIC X(178).

      *----------------------------------------------------------------*
      *   HISTORICO DE RECLAMOS RESUELTOS ( LAYOUT CPDISPUT ).         *
      *----------------------------------------------------------------*

       FD   HISDISP
            RECORDING MODE IS F.
       01   REG-HISDISP                                     PIC X(200).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA DE LAS TRANSACCIONES DE RECLAMOS.         *
      *----------------------------------------------------------------*

       FD   MOVDISP
            RECORDING MODE IS F.
       01   REG-MOVDISP                                     PIC X(100).

      *----------------------------------------------------------------*
      *   SALIDA DE CREDITOS Y REVERSIONES ( LAYOUT MOVIMCC ) PARA EL  *
      *   CIRCUITO DE APLICACION DE PGMAPCAB.                          *
      *----------------------------------------------------------------*

       FD   DISAPL
            RECORDING MODE IS F.
       01   REG-DISAPL                                      PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE ANTIGUEDAD DE RECLAMOS ABIERTOS.                  *
      *----------------------------------------------------------------*

       FD   AGEDISP
            RECORDING MODE IS F.
       01   REG-AGEDISP                                     PIC X(132).

      *----------------------------------------------------------------*
      *   CALENDARIO DE FERIADOS Y CIERRES ( COPY CALENDFD ).          *
      *----------------------------------------------------------------*

           COPY CALENDFD.

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI155'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-DELETE                     PIC X(08)  VALUE 'DELETE  '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-TRANDIS                    PIC X(08)  VALUE 'TRANDIS '.
           02 CT-DISPUTA                    PIC X(08)  VALUE 'DISPUTA '.
           02 CT-HISDISP                    PIC X(08)  VALUE 'HISDISP '.
           02 CT-MOVDISP                    PIC X(08)  VALUE 'MOVDISP '.
           02 CT-DISAPL                     PIC X(08)  VALUE 'DISAPL  '.
           02 CT-AGEDISP                    PIC X(08)  VALUE 'AGEDISP '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PLAZO DE RESPUESTA AL CLIENTE EN DIAS HABILES DESDE LA       *
      *   APERTURA Y AVISO PREVIO ( DIAS CORRIDOS ) DEL LISTADO.       *
      *----------------------------------------------------------------*

           02 CT-DIAS-HABILES-PLAZO         PIC 9(03)  VALUE 010.
           02 CT-DIAS-AVISO                 PIC 9(03)  VALUE 003.

      *----------------------------------------------------------------*
      *   TIPOS DE MOVIMIENTO DEL CIRCUITO ( MAPEADOS EN TIPMOV Y EN   *
      *   MAPACON ): CREDITO PROVISORIO Y DEFINITIVO ( SIGNO C ) Y     *
      *   REVERSION DEL PROVISORIO ( SIGNO D, CLASE COMUN: NO ES UNA   *
      *   REVERSION FORZADA DE CHEQUE ). FRANJA DE NROMOV RESERVADA    *
      *   ( DOMINIO NROMOV DEL MAESTRO CODREF ), TRAMO ALTO DEL BLOQUE *
      *   940000 DE PGMSIN75; EL TOPE ES EL ANCHO DE LA FRANJA.        *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-PROVISORIO        PIC 9(02)  VALUE 99.
           02 CT-TIPO-MOV-DEFINITIVO        PIC 9(02)  VALUE 80.
           02 CT-TIPO-MOV-REVERSION         PIC 9(02)  VALUE 79.
           02 CT-NROMOV-DISPUTA             PIC 9(06)  VALUE 948000.
           02 CT-MAX-MOVIMIENTOS            PIC 9(05)  VALUE 999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS-HOY                   PIC 9(07).
           02 WS-DIAS-APERTURA              PIC 9(07).
           02 WS-DIAS-LIMITE                PIC 9(07).
           02 WS-DIAS-ABIERTO               PIC 9(05).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-IMPORTE-DEBITO             PIC S9(11)V99 VALUE ZEROS.
           02 WS-IMPORTE-MOVTO              PIC S9(11)V99 VALUE ZEROS.
           02 WS-TIPO-MOVTO                 PIC 9(02)  VALUE ZEROS.
           02 WS-NROMOV-GENERADO            PIC 9(06)  VALUE ZEROS.
           02 WS-CANT-COTITULAR             PIC S9(9) COMP VALUE ZEROS.

       01 WS-DISPUTA-SW                     PIC X(01)  VALUE 'N'.
           88 DISPUTA-EXISTENTE                        VALUE 'S'.
           88 DISPUTA-INEXISTENTE                      VALUE 'N'.

       01 WS-TRANDIS-DISP-SW                PIC X(01)  VALUE 'N'.
           88 TRANDIS-DISPONIBLE                       VALUE 'S'.

       01 WS-FIN-DISPUTAS-SW                PIC X(01)  VALUE 'N'.
           88 FIN-DISPUTAS                             VALUE 'S'.

      *----------------------------------------------------------------*
      *   TRANSACCION DE RECLAMO ( TRANDIS ), 100 BYTES. LA CLAVE ES   *
      *   LA DEL MOVIMIENTO RECLAMADO EN TBCURMOV. MOTIVO, DOCUMENTO   *
      *   DEL RECLAMANTE E IMPORTE SOLO SE INFORMAN EN LA APERTURA     *
      *   ( IMPORTE CERO = EL DEBITO COMPLETO ); EN EL CREDITO         *
      *   PROVISORIO EL IMPORTE CERO ES EL TOTAL RECLAMADO. EL         *
      *   OPERADOR ES SIEMPRE OBLIGATORIO Y EL FUNDAMENTO LO ES PARA   *
      *   RESOLVER.                                                    *
      *----------------------------------------------------------------*

       01 WS-REG-TRANDIS.
           02 TRD-ACCION                    PIC X(01).
              88 TRD-APERTURA                          VALUE 'A'.
              88 TRD-PROVISORIO                        VALUE 'P'.
              88 TRD-FAVOR-CLIENTE                     VALUE 'C'.
              88 TRD-FAVOR-BANCO                       VALUE 'B'.
           02 TRD-CLAVE.
              03 TRD-TIPCUEN                PIC X(02).
              03 TRD-NROCUEN                PIC 9(04).
              03 TRD-SUCUEN                 PIC 9(02).
              03 TRD-FECMOV                 PIC 9(08).
              03 TRD-NROMOV                 PIC 9(06).
           02 TRD-MOTIVO                    PIC X(02).
           02 TRD-TIPDOC                    PIC X(02).
           02 TRD-NRODOC                    PIC 9(11).
           02 TRD-IMPORTE                   PIC 9(11)V99.
           02 TRD-OPERADOR                  PIC X(08).
           02 TRD-FUNDAMENTO                PIC X(40).
           02 FILLER                        PIC X(01).

      *----------------------------------------------------------------*
      *   VARIABLES HOST PARA LA CONSULTA DEL RECLAMANTE EN TBCURCLI   *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA ( MOVDISP ), 100 BYTES. TIPO: LA ACCION   *
      *   APLICADA ( 'A' / 'P' / 'C' / 'B' ) O 'X' TRANSACCION         *
      *   RECHAZADA. IMPORTE Y NROMOV SON LOS DEL MOVIMIENTO GENERADO, *
      *   SI LO HUBO.                                                  *
      *----------------------------------------------------------------*

       01 WS-REG-MOVDISP.
           02 MVD-FECHA                     PIC 9(08).
           02 MVD-RUNID                     PIC X(08).
           02 MVD-CLAVE                     PIC X(22).
           02 MVD-TIPO                      PIC X(01).
           02 MVD-OPERADOR                  PIC X(08).
           02 MVD-IMPORTE                   PIC S9(11)V99.
           02 MVD-NROMOV-GEN                PIC 9(06).
           02 MVD-DETALLE                   PIC X(34).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO AGEDISP                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'ANTIGUEDAD DE RECLAMOS ABIERTOS AL     '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(84)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(40)
              VALUE 'CUENTA        FECMOV   NROMOV MO E APERT'.
           02 FILLER                        PIC X(40)
              VALUE 'URA LIMITE   DIAS         RECLAMADO     '.
           02 FILLER                        PIC X(40)
              VALUE '   PROVISORIO SITUACION   OPERADOR      '.
           02 FILLER                        PIC X(12)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 LDT-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LDT-FECMOV                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NROMOV                    PIC 9(06).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-MOTIVO                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-ESTADO                    PIC X(01).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FECHA-APERTURA            PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FECHA-LIMITE              PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-DIAS                      PIC ZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-RECLAMADO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-PROVISORIO                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-SITUACION                 PIC X(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-OPERADOR                  PIC X(08).
           02 FILLER                        PIC X(18)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 LTO-LEYENDA                   PIC X(30).
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(97)  VALUE SPACES.

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
           02 CNT-TRANS-LEIDAS              PIC 9(07)  VALUE ZEROS.
           02 CNT-TRANS-APLICADAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-TRANS-RECHAZADAS          PIC 9(07)  VALUE ZEROS.
           02 CNT-RECLAMOS-NUEVOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-PROVISORIOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-FAVOR-CLIENTE             PIC 9(07)  VALUE ZEROS.
           02 CNT-FAVOR-BANCO               PIC 9(07)  VALUE ZEROS.
           02 CNT-MOVIMIENTOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-RECLAMOS-ABIERTOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-EN-PLAZO                  PIC 9(07)  VALUE ZEROS.
           02 CNT-POR-VENCER                PIC 9(07)  VALUE ZEROS.
           02 CNT-VENCIDOS                  PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *              A R E A  D E  A C U M U L A D O R E S             *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-PROVISORIO                PIC S9(13)V99 VALUE ZEROS.
           02 ACM-DEFINITIVO                PIC S9(13)V99 VALUE ZEROS.
           02 ACM-REVERTIDO                 PIC S9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-TRANDIS                    PIC X(02).
              88 FS-TRANDIS-OK                         VALUE '00'.
              88 FS-TRANDIS-EOF                        VALUE '10'.

           02 FS-DISPUTA                    PIC X(02).
              88 FS-DISPUTA-OK                         VALUE '00'.
              88 FS-DISPUTA-EOF                        VALUE '10'.
              88 FS-DISPUTA-NOTFND                     VALUE '23'.

           02 FS-HISDISP                    PIC X(02).
              88 FS-HISDISP-OK                         VALUE '00'.

           02 FS-MOVDISP                    PIC X(02).
              88 FS-MOVDISP-OK                         VALUE '00'.

           02 FS-DISAPL                     PIC X(02).
              88 FS-DISAPL-OK                          VALUE '00'.

           02 FS-AGEDISP                    PIC X(02).
              88 FS-AGEDISP-OK                         VALUE '00'.

           02 FS-CALENDAR                   PIC X(02).
              88 FS-CALENDAR-OK                        VALUE '00'.
              88 FS-CALENDAR-EOF                       VALUE '10'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

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

           COPY CPDISPUT.

           COPY MOVIMCC.

           COPY CPCURMOV.

           COPY CPCURTIT.

           COPY CPCALEND.

           COPY CPCTLCNT.

           COPY CPCTADIG.

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
             INCLUDE TBCURCTA
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURMOV
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURTIT
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF TRANDIS-DISPONIBLE
              PERFORM 2000-APLICAR-TRANSACCIONES
                 THRU 2000-F-APLICAR-TRANSACCIONES
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
                      ACM-ACUMULADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1870-CARGAR-CALENDARIO
              THRU 1870-F-CARGAR-CALENDARIO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     DISPUTA
                OUTPUT  HISDISP
                        MOVDISP
                        DISAPL
                        AGEDISP.

           IF NOT FS-DISPUTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-HISDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-HISDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MOVDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MOVDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-MOVDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DISAPL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DISAPL                  TO AUX-ERR-NOMBRE
              MOVE FS-DISAPL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AGEDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AGEDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-AGEDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT TRANDIS.

           IF FS-TRANDIS-OK
              SET TRANDIS-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TRANDIS: NO HAY TRANSACCIONES '
                      'DE RECLAMOS *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *    2 0 0 0 - A P L I C A R - T R A N S A C C I O N E S         *
      *----------------------------------------------------------------*

       2000-APLICAR-TRANSACCIONES.

           MOVE '2000-APLICAR-TRANSACCIONES'  TO WS-PARRAFO.

           PERFORM 2020-LEER-TRANDIS
              THRU 2020-F-LEER-TRANDIS.

           PERFORM 2100-APLICAR-TRANSACCION
              THRU 2100-F-APLICAR-TRANSACCION
             UNTIL FS-TRANDIS-EOF.

           CLOSE TRANDIS.

       2000-F-APLICAR-TRANSACCIONES.
           EXIT.

      *----------------------------------------------------------------*
      *             2 0 2 0 - L E E R - T R A N D I S                  *
      *----------------------------------------------------------------*

       2020-LEER-TRANDIS.

           MOVE '2020-LEER-TRANDIS'           TO WS-PARRAFO.

           READ TRANDIS INTO WS-REG-TRANDIS.

           EVALUATE TRUE
               WHEN FS-TRANDIS-OK
                    ADD 1                     TO CNT-TRANS-LEIDAS

               WHEN FS-TRANDIS-EOF
                    SET FS-TRANDIS-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANDIS           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANDIS           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2020-F-LEER-TRANDIS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - A P L I C A R - T R A N S A C C I O N           *
      *----------------------------------------------------------------*
      *   CICLO DE VIDA: 'A' ABRE; 'P' SOLO SOBRE UN RECLAMO ABIERTO   *
      *   SIN CREDITO PROVISORIO; 'C' Y 'B' RESUELVEN UN RECLAMO       *
      *   ABIERTO, TENGA O NO CREDITO PROVISORIO.                      *
      *----------------------------------------------------------------*

       2100-APLICAR-TRANSACCION.

           MOVE '2100-APLICAR-TRANSACCION'    TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.
           MOVE ZEROS                         TO WS-IMPORTE-MOVTO
                                                 WS-NROMOV-GENERADO.

           PERFORM 2120-VALIDAR-TRANSACCION
              THRU 2120-F-VALIDAR-TRANSACCION.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-RECHAZAR
           END-IF.

           EVALUATE TRUE
             WHEN TRD-APERTURA
               PERFORM 2200-ABRIR-RECLAMO
                  THRU 2200-F-ABRIR-RECLAMO

             WHEN TRD-PROVISORIO
               PERFORM 2300-ACREDITAR-PROVISORIO
                  THRU 2300-F-ACREDITAR-PROVISORIO

             WHEN TRD-FAVOR-CLIENTE
               PERFORM 2400-RESOLVER-FAVOR-CLIENTE
                  THRU 2400-F-RESOLVER-FAVOR-CLIENTE

             WHEN TRD-FAVOR-BANCO
               PERFORM 2450-RESOLVER-FAVOR-BANCO
                  THRU 2450-F-RESOLVER-FAVOR-BANCO
           END-EVALUATE.

           ADD 1                              TO CNT-TRANS-APLICADAS.

           MOVE TRD-ACCION                    TO MVD-TIPO.
           MOVE TRD-FUNDAMENTO                TO MVD-DETALLE.

           PERFORM 2900-GRABAR-MOVDISP
              THRU 2900-F-GRABAR-MOVDISP.

           GO TO 2100-SIGUIENTE.

       2100-RECHAZAR.

           ADD 1                              TO CNT-TRANS-RECHAZADAS.

           DISPLAY '* TRANSACCION RECHAZADA: ' TRD-ACCION ' '
                   TRD-TIPCUEN '-' TRD-NROCUEN '-' TRD-SUCUEN ' '
                   TRD-FECMOV ' ' TRD-NROMOV ' ' WS-MOTIVO.

           MOVE 'X'                           TO MVD-TIPO.
           MOVE SPACES                        TO MVD-DETALLE.
           STRING TRD-ACCION        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO MVD-DETALLE
           END-STRING.

           PERFORM 2900-GRABAR-MOVDISP
              THRU 2900-F-GRABAR-MOVDISP.

       2100-SIGUIENTE.

           PERFORM 2020-LEER-TRANDIS
              THRU 2020-F-LEER-TRANDIS.

       2100-F-APLICAR-TRANSACCION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 2 0 - V A L I D A R - T R A N S A C C I O N           *
      *----------------------------------------------------------------*
      *   CONTROLES EN ORDEN: EL PRIMERO QUE FALLA DEJA EL MOTIVO Y    *
      *   CORTA EL RESTO. LA APERTURA CONSULTA DB2; EL RESTO TRABAJA   *
      *   SOBRE EL RECLAMO ABIERTO DEL KSDS.                           *
      *----------------------------------------------------------------*

       2120-VALIDAR-TRANSACCION.

           MOVE '2120-VALIDAR-TRANSACCION'    TO WS-PARRAFO.

           MOVE TRD-CLAVE                     TO MVD-CLAVE.
           MOVE TRD-OPERADOR                  TO MVD-OPERADOR.

           EVALUATE TRUE
             WHEN NOT TRD-APERTURA AND NOT TRD-PROVISORIO AND
                  NOT TRD-FAVOR-CLIENTE AND NOT TRD-FAVOR-BANCO
               MOVE 'ACCION INVALIDA'         TO WS-MOTIVO
             WHEN TRD-NROCUEN IS NOT NUMERIC OR
                  TRD-SUCUEN  IS NOT NUMERIC OR
                  TRD-FECMOV  IS NOT NUMERIC OR
                  TRD-NROMOV  IS NOT NUMERIC
               MOVE 'MOVIMIENTO INVALIDO'     TO WS-MOTIVO
             WHEN TRD-IMPORTE IS NOT NUMERIC
               MOVE 'IMPORTE INVALIDO'        TO WS-MOTIVO
             WHEN TRD-OPERADOR IS EQUAL TO SPACES
               MOVE 'FALTA EL OPERADOR'       TO WS-MOTIVO
             WHEN (TRD-FAVOR-CLIENTE OR TRD-FAVOR-BANCO) AND
                  TRD-FUNDAMENTO IS EQUAL TO SPACES
               MOVE 'FALTA EL FUNDAMENTO'     TO WS-MOTIVO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2120-F-VALIDAR-TRANSACCION
           END-IF.

           MOVE TRD-CLAVE                     TO DIS-CLAVE.

           PERFORM 2800-LEER-DISPUTA
              THRU 2800-F-LEER-DISPUTA.

           IF TRD-APERTURA
              PERFORM 2130-VALIDAR-APERTURA
                 THRU 2130-F-VALIDAR-APERTURA
              GO TO 2120-F-VALIDAR-TRANSACCION
           END-IF.

           EVALUATE TRUE
             WHEN DISPUTA-INEXISTENTE
               MOVE 'NO HAY RECLAMO ABIERTO'  TO WS-MOTIVO

             WHEN TRD-PROVISORIO AND NOT DIS-ABIERTA
               MOVE 'YA TIENE CREDITO PROVISORIO'
                                              TO WS-MOTIVO

             WHEN TRD-PROVISORIO AND
                  TRD-IMPORTE IS GREATER THAN DIS-IMPORTE-RECLAMO
               MOVE 'IMPORTE MAYOR AL RECLAMADO'
                                              TO WS-MOTIVO

             WHEN TRD-PROVISORIO AND
                  CNT-MOVIMIENTOS IS NOT LESS THAN CT-MAX-MOVIMIENTOS
               MOVE 'TOPE DE LA FRANJA, REINGRESAR'
                                              TO WS-MOTIVO

             WHEN TRD-FAVOR-CLIENTE AND
                  DIS-IMPORTE-PROVISORIO IS LESS THAN
                  DIS-IMPORTE-RECLAMO AND
                  CNT-MOVIMIENTOS IS NOT LESS THAN CT-MAX-MOVIMIENTOS
               MOVE 'TOPE DE LA FRANJA, REINGRESAR'
                                              TO WS-MOTIVO

             WHEN TRD-FAVOR-BANCO AND
                  DIS-IMPORTE-PROVISORIO IS GREATER THAN ZEROS AND
                  CNT-MOVIMIENTOS IS NOT LESS THAN CT-MAX-MOVIMIENTOS
               MOVE 'TOPE DE LA FRANJA, REINGRESAR'
                                              TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2120-F-VALIDAR-TRANSACCION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 1 3 0 - V A L I D A R - A P E R T U R A              *
      *----------------------------------------------------------------*
      *   NO SE RECLAMAN LOS MOVIMIENTOS QUE GENERA ESTE MISMO         *
      *   CIRCUITO ( FRANJA PROPIA ).                                  *
      *----------------------------------------------------------------*

       2130-VALIDAR-APERTURA.

           MOVE '2130-VALIDAR-APERTURA'       TO WS-PARRAFO.

           MOVE TRD-MOTIVO                    TO DIS-MOTIVO.

           EVALUATE TRUE
             WHEN DISPUTA-EXISTENTE
               MOVE 'MOVIMIENTO YA RECLAMADO' TO WS-MOTIVO
             WHEN NOT DIS-MOTIVO-VALIDO
               MOVE 'MOTIVO DE RECLAMO INVALIDO'
                                              TO WS-MOTIVO
             WHEN TRD-TIPDOC IS EQUAL TO SPACES OR
                  TRD-NRODOC IS NOT NUMERIC
               MOVE 'DOCUMENTO DEL RECLAMANTE INV'
                                              TO WS-MOTIVO
             WHEN TRD-NROMOV IS GREATER THAN CT-NROMOV-DISPUTA AND
                  TRD-NROMOV IS NOT GREATER THAN
                  CT-NROMOV-DISPUTA + CT-MAX-MOVIMIENTOS
               MOVE 'MOVIMIENTO DE UN RECLAMO'
                                              TO WS-MOTIVO
             WHEN OTHER
               PERFORM 2140-BUSCAR-CUENTA
                  THRU 2140-F-BUSCAR-CUENTA
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2150-BUSCAR-MOVIMIENTO
                 THRU 2150-F-BUSCAR-MOVIMIENTO
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2170-BUSCAR-RECLAMANTE
                 THRU 2170-F-BUSCAR-RECLAMANTE
           END-IF.

           IF WS-MOTIVO IS EQUAL TO SPACES AND
              TRD-IMPORTE IS GREATER THAN WS-IMPORTE-DEBITO
              MOVE 'IMPORTE MAYOR AL DEBITO'  TO WS-MOTIVO
           END-IF.

       2130-F-VALIDAR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 4 0 - B U S C A R - C U E N T A                   *
      *----------------------------------------------------------------*

       2140-BUSCAR-CUENTA.

           MOVE '2140-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE TRD-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE TRD-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE TRD-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT NROCLI
               INTO :WS-CTA-NROCLI
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2140-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 1 5 0 - B U S C A R - M O V I M I E N T O              *
      *----------------------------------------------------------------*
      *   EL MOVIMIENTO SE BUSCA EN LA TABLA VIVA Y, SI YA PASO AL     *
      *   HISTORICO ( PGMSI145 ), EN TBCURMOVH. SOLO SE RECLAMAN       *
      *   DEBITOS ( IMPORTE NEGATIVO ).                                *
      *----------------------------------------------------------------*

       2150-BUSCAR-MOVIMIENTO.

           MOVE '2150-BUSCAR-MOVIMIENTO'      TO WS-PARRAFO.

           MOVE TRD-TIPCUEN                   TO WS-CVM-TIPCUEN.
           MOVE TRD-NROCUEN                   TO WS-CVM-NROCUEN.
           MOVE TRD-SUCUEN                    TO WS-CVM-SUCUEN.
           MOVE TRD-FECMOV                    TO WS-CVM-FECMOV.
           MOVE TRD-NROMOV                    TO WS-CVM-NROMOV.

           EXEC SQL
             SELECT IMPORTE
               INTO :WS-CVM-IMPORTE
               FROM KC02787.TBCURMOV
              WHERE TIPCUEN = :WS-CVM-TIPCUEN
                AND NROCUEN = :WS-CVM-NROCUEN
                AND SUCUEN  = :WS-CVM-SUCUEN
                AND FECMOV  = :WS-CVM-FECMOV
                AND NROMOV  = :WS-CVM-NROMOV
           END-EXEC.

           IF SQLCODE IS EQUAL TO CT-NOT-FOUND
              EXEC SQL
                SELECT IMPORTE
                  INTO :WS-CVM-IMPORTE
                  FROM KC02787.TBCURMOVH
                 WHERE TIPCUEN = :WS-CVM-TIPCUEN
                   AND NROCUEN = :WS-CVM-NROCUEN
                   AND SUCUEN  = :WS-CVM-SUCUEN
                   AND FECMOV  = :WS-CVM-FECMOV
                   AND NROMOV  = :WS-CVM-NROMOV
              END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CVM-IMPORTE IS NOT LESS THAN ZEROS
                  MOVE 'SOLO SE RECLAMAN DEBITOS' TO WS-MOTIVO
               ELSE
                  COMPUTE WS-IMPORTE-DEBITO = WS-CVM-IMPORTE * -1
               END-IF
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'MOVIMIENTO INEXISTENTE'  TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2150-F-BUSCAR-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 1 7 0 - B U S C A R - R E C L A M A N T E              *
      *----------------------------------------------------------------*
      *   EL RECLAMANTE DEBE EXISTIR EN TBCURCLI Y SER EL TITULAR DE   *
      *   LA CUENTA O UN COTITULAR PLENO ( ROL 'C' EN TBCURTIT ); LOS  *
      *   FIRMANTES Y USUFRUCTUARIOS NO RECLAMAN POR LA CUENTA.        *
      *----------------------------------------------------------------*

       2170-BUSCAR-RECLAMANTE.

           MOVE '2170-BUSCAR-RECLAMANTE'      TO WS-PARRAFO.

           MOVE TRD-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE TRD-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, NOMAPE
               INTO :WS-TB-NROCLI,
                    :WS-TB-NOMAPE
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'RECLAMANTE INEXISTENTE'  TO WS-MOTIVO
               GO TO 2170-F-BUSCAR-RECLAMANTE
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
               GO TO 2170-F-BUSCAR-RECLAMANTE
           END-EVALUATE.

           IF WS-TB-NROCLI IS EQUAL TO WS-CTA-NROCLI
              GO TO 2170-F-BUSCAR-RECLAMANTE
           END-IF.

           MOVE TRD-TIPCUEN                   TO WS-TIT-TIPCUEN.
           MOVE TRD-NROCUEN                   TO WS-TIT-NROCUEN.
           MOVE TRD-SUCUEN                    TO WS-TIT-SUCUEN.
           MOVE WS-TB-NROCLI                  TO WS-TIT-NROCLI.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-COTITULAR
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-TIT-TIPCUEN
                AND NROCUEN = :WS-TIT-NROCUEN
                AND SUCUEN  = :WS-TIT-SUCUEN
                AND NROCLI  = :WS-TIT-NROCLI
                AND ROL     = 'C'
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS NOT EQUAL TO 0
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
             WHEN WS-CANT-COTITULAR IS EQUAL TO ZEROS
               MOVE 'RECLAMANTE NO ES TITULAR' TO WS-MOTIVO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2170-F-BUSCAR-RECLAMANTE.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 0 0 - A B R I R - R E C L A M O               *
      *----------------------------------------------------------------*
      *   EL PLAZO DE RESPUESTA VENCE CT-DIAS-HABILES-PLAZO DIAS       *
      *   HABILES DESPUES DE LA FECHA DE PROCESO.                      *
      *----------------------------------------------------------------*

       2200-ABRIR-RECLAMO.

           MOVE '2200-ABRIR-RECLAMO'          TO WS-PARRAFO.

           MOVE SPACES                        TO REG-DISPUTA-TRAB.
           INITIALIZE REG-DISPUTA-TRAB.
           MOVE TRD-CLAVE                     TO DIS-CLAVE.
           SET DIS-ABIERTA                    TO TRUE.
           MOVE TRD-MOTIVO                    TO DIS-MOTIVO.
           MOVE TRD-TIPDOC                    TO DIS-TIPDOC.
           MOVE TRD-NRODOC                    TO DIS-NRODOC.
           MOVE WS-TB-NOMAPE                  TO DIS-NOMAPE.
           MOVE WS-CVM-IMPORTE                TO DIS-IMPORTE-MOVIM.

           IF TRD-IMPORTE IS GREATER THAN ZEROS
              MOVE TRD-IMPORTE                TO DIS-IMPORTE-RECLAMO
           ELSE
              MOVE WS-IMPORTE-DEBITO          TO DIS-IMPORTE-RECLAMO
           END-IF.

           MOVE WS-FECHA-PROCESO              TO DIS-FECHA-APERTURA.
           MOVE WS-FECHA-PROCESO              TO CAL-FECHA-CONSULTA-N.

           PERFORM 1885-DIA-HABIL-SIGUIENTE
              THRU 1885-F-DIA-HABIL-SIGUIENTE
                   CT-DIAS-HABILES-PLAZO TIMES.

           MOVE CAL-FECHA-CONSULTA-N          TO DIS-FECHA-LIMITE.
           MOVE TRD-OPERADOR                  TO DIS-OPERADOR.
           MOVE TRD-FUNDAMENTO                TO DIS-FUNDAMENTO.

           PERFORM 2870-GRABAR-DISPUTA-NUEVA
              THRU 2870-F-GRABAR-DISPUTA-NUEVA.

           ADD 1                              TO CNT-RECLAMOS-NUEVOS.

       2200-F-ABRIR-RECLAMO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 3 0 0 - A C R E D I T A R - P R O V I S O R I O         *
      *----------------------------------------------------------------*

       2300-ACREDITAR-PROVISORIO.

           MOVE '2300-ACREDITAR-PROVISORIO'   TO WS-PARRAFO.

           IF TRD-IMPORTE IS GREATER THAN ZEROS
              MOVE TRD-IMPORTE                TO WS-IMPORTE-MOVTO
           ELSE
              MOVE DIS-IMPORTE-RECLAMO        TO WS-IMPORTE-MOVTO
           END-IF.

           MOVE CT-TIPO-MOV-PROVISORIO        TO WS-TIPO-MOVTO.

           PERFORM 2600-GRABAR-MOVIMIENTO
              THRU 2600-F-GRABAR-MOVIMIENTO.

           SET DIS-CON-PROVISORIO             TO TRUE.
           MOVE WS-IMPORTE-MOVTO              TO DIS-IMPORTE-PROVISORIO.
           MOVE WS-FECHA-PROCESO              TO DIS-FECHA-PROVISORIO.
           MOVE WS-NROMOV-GENERADO            TO DIS-NROMOV-PROVISORIO.
           MOVE TRD-OPERADOR                  TO DIS-OPERADOR.

           PERFORM 2850-REGRABAR-DISPUTA
              THRU 2850-F-REGRABAR-DISPUTA.

           ADD 1                              TO CNT-PROVISORIOS.
           ADD WS-IMPORTE-MOVTO               TO ACM-PROVISORIO.

       2300-F-ACREDITAR-PROVISORIO.
           EXIT.

      *----------------------------------------------------------------*
      *    2 4 0 0 - R E S O L V E R - F A V O R - C L I E N T E       *
      *----------------------------------------------------------------*
      *   EL CREDITO PROVISORIO QUEDA FIRME Y SE ACREDITA LO QUE FALTE *
      *   HASTA EL TOTAL RECLAMADO ( NADA SI YA ESTABA ACREDITADO ).   *
      *----------------------------------------------------------------*

       2400-RESOLVER-FAVOR-CLIENTE.

           MOVE '2400-RESOLVER-FAVOR-CLIENTE' TO WS-PARRAFO.

           COMPUTE WS-IMPORTE-MOVTO = DIS-IMPORTE-RECLAMO
                                    - DIS-IMPORTE-PROVISORIO.

           IF WS-IMPORTE-MOVTO IS GREATER THAN ZEROS
              MOVE CT-TIPO-MOV-DEFINITIVO     TO WS-TIPO-MOVTO
              PERFORM 2600-GRABAR-MOVIMIENTO
                 THRU 2600-F-GRABAR-MOVIMIENTO
              ADD WS-IMPORTE-MOVTO            TO ACM-DEFINITIVO
           ELSE
              MOVE ZEROS                      TO WS-IMPORTE-MOVTO
           END-IF.

           SET DIS-A-FAVOR-CLIENTE            TO TRUE.

           PERFORM 2700-CERRAR-DISPUTA
              THRU 2700-F-CERRAR-DISPUTA.

           ADD 1                              TO CNT-FAVOR-CLIENTE.

       2400-F-RESOLVER-FAVOR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 5 0 - R E S O L V E R - F A V O R - B A N C O         *
      *----------------------------------------------------------------*
      *   SI HUBO CREDITO PROVISORIO SE REVIERTE CON UN DEBITO POR EL  *
      *   MISMO IMPORTE. LA REVERSION PASA POR EL CONTROL DE           *
      *   SOBREGIRO DE PGMAPCAB COMO CUALQUIER DEBITO.                 *
      *----------------------------------------------------------------*

       2450-RESOLVER-FAVOR-BANCO.

           MOVE '2450-RESOLVER-FAVOR-BANCO'   TO WS-PARRAFO.

           IF DIS-IMPORTE-PROVISORIO IS GREATER THAN ZEROS
              COMPUTE WS-IMPORTE-MOVTO = DIS-IMPORTE-PROVISORIO * -1
              MOVE CT-TIPO-MOV-REVERSION      TO WS-TIPO-MOVTO
              PERFORM 2600-GRABAR-MOVIMIENTO
                 THRU 2600-F-GRABAR-MOVIMIENTO
              ADD DIS-IMPORTE-PROVISORIO      TO ACM-REVERTIDO
           ELSE
              MOVE ZEROS                      TO WS-IMPORTE-MOVTO
           END-IF.

           SET DIS-A-FAVOR-BANCO              TO TRUE.

           PERFORM 2700-CERRAR-DISPUTA
              THRU 2700-F-CERRAR-DISPUTA.

           ADD 1                              TO CNT-FAVOR-BANCO.

       2450-F-RESOLVER-FAVOR-BANCO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 0 0 - G R A B A R - M O V I M I E N T O              *
      *----------------------------------------------------------------*
      *   REGISTRO MOVIMCC SOBRE LA CUENTA DEL RECLAMO CON EL TIPO Y   *
      *   EL IMPORTE CON SIGNO DE WS-TIPO-MOVTO / WS-IMPORTE-MOVTO,    *
      *   REFERENCIA 'DS' + NROMOV RECLAMADO Y NRO DE MOVIMIENTO EN    *
      *   LA FRANJA RESERVADA.                                         *
      *----------------------------------------------------------------*

       2600-GRABAR-MOVIMIENTO.

           MOVE '2600-GRABAR-MOVIMIENTO'      TO WS-PARRAFO.

           ADD 1                              TO CNT-MOVIMIENTOS.
           COMPUTE WS-NROMOV-GENERADO =
                   CT-NROMOV-DISPUTA + CNT-MOVIMIENTOS.

           MOVE SPACES                        TO WS-REG-MOVIMI.
           MOVE WS-TIPO-MOVTO                 TO WS-MOV-TIPO.
           COMPUTE WS-MOV-CUENTA =
                   DIS-SUCUEN * 1000000 + DIS-NROCUEN.
           MOVE WS-IMPORTE-MOVTO              TO WS-MOV-IMPORTE.
           MOVE WS-NROMOV-GENERADO            TO WS-MOV-NRO.
           MOVE 'DS'                          TO WS-MOV-REFER(1:2).
           MOVE DIS-NROMOV                    TO WS-MOV-REFER(3:6).
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE DIS-TIPCUEN                   TO WS-MOV-TIPCUEN.

      *    EL DIGITO SE GENERA SOBRE TIPO DE CUENTA + CUENTA, LA
      *    MISMA DEFINICION QUE VALIDA PGMAPCAB.
           MOVE DIS-TIPCUEN                   TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-DISAPL FROM WS-REG-MOVIMI.

           IF NOT FS-DISAPL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DISAPL                  TO AUX-ERR-NOMBRE
              MOVE FS-DISAPL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2600-F-GRABAR-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 0 0 - C E R R A R - D I S P U T A              *
      *----------------------------------------------------------------*
      *   EL RECLAMO RESUELTO PASA AL HISTORICO CON EL IMPORTE DE LA   *
      *   RESOLUCION ( CREDITO DEFINITIVO O REVERSION ) Y SE BORRA     *
      *   DEL KSDS.                                                    *
      *----------------------------------------------------------------*

       2700-CERRAR-DISPUTA.

           MOVE '2700-CERRAR-DISPUTA'         TO WS-PARRAFO.

           SET DIS-RESUELTA                   TO TRUE.
           MOVE WS-FECHA-PROCESO              TO DIS-FECHA-RESOLUCION.
           MOVE WS-IMPORTE-MOVTO              TO DIS-IMPORTE-RESOLUCION.
           MOVE WS-NROMOV-GENERADO            TO DIS-NROMOV-RESOLUCION.
           MOVE TRD-OPERADOR                  TO DIS-OPERADOR.
           MOVE TRD-FUNDAMENTO                TO DIS-FUNDAMENTO.

           WRITE REG-HISDISP FROM REG-DISPUTA-TRAB.

           IF NOT FS-HISDISP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-HISDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-HISDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE DIS-CLAVE                     TO KEY-DISPUTA.

           DELETE DISPUTA RECORD.

           IF NOT FS-DISPUTA-OK
              MOVE CT-DELETE                  TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2700-F-CERRAR-DISPUTA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 8 0 0 - L E E R - D I S P U T A                 *
      *----------------------------------------------------------------*
      *   LEE EL RECLAMO ABIERTO DEL MOVIMIENTO QUE ESTA EN DIS-CLAVE. *
      *----------------------------------------------------------------*

       2800-LEER-DISPUTA.

           MOVE '2800-LEER-DISPUTA'           TO WS-PARRAFO.

           MOVE DIS-CLAVE                     TO KEY-DISPUTA.

           READ DISPUTA INTO REG-DISPUTA-TRAB.

           EVALUATE TRUE
             WHEN FS-DISPUTA-OK
               SET DISPUTA-EXISTENTE          TO TRUE

             WHEN FS-DISPUTA-NOTFND
               SET DISPUTA-INEXISTENTE        TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-DISPUTA                TO AUX-ERR-NOMBRE
               MOVE FS-DISPUTA                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2800-F-LEER-DISPUTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 5 0 - R E G R A B A R - D I S P U T A             *
      *----------------------------------------------------------------*

       2850-REGRABAR-DISPUTA.

           MOVE '2850-REGRABAR-DISPUTA'       TO WS-PARRAFO.

           MOVE REG-DISPUTA-TRAB              TO REG-DISPUTA.

           REWRITE REG-DISPUTA.

           IF NOT FS-DISPUTA-OK
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2850-F-REGRABAR-DISPUTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 7 0 - G R A B A R - D I S P U T A - N U E V A         *
      *----------------------------------------------------------------*

       2870-GRABAR-DISPUTA-NUEVA.

           MOVE '2870-GRABAR-DISPUTA-NUEVA'   TO WS-PARRAFO.

           MOVE REG-DISPUTA-TRAB              TO REG-DISPUTA.

           WRITE REG-DISPUTA.

           IF NOT FS-DISPUTA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2870-F-GRABAR-DISPUTA-NUEVA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - M O V D I S P                *
      *----------------------------------------------------------------*

       2900-GRABAR-MOVDISP.

           MOVE '2900-GRABAR-MOVDISP'         TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO MVD-FECHA.
           MOVE WS-RUN-ID                     TO MVD-RUNID.
           MOVE WS-IMPORTE-MOVTO              TO MVD-IMPORTE.
           MOVE WS-NROMOV-GENERADO            TO MVD-NROMOV-GEN.

           WRITE REG-MOVDISP FROM WS-REG-MOVDISP.

           IF NOT FS-MOVDISP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MOVDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-MOVDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-MOVDISP.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3300-LISTAR-ANTIGUEDAD
              THRU 3300-F-LISTAR-ANTIGUEDAD.

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

           CLOSE DISPUTA
                 HISDISP
                 MOVDISP
                 DISAPL
                 AGEDISP.

           IF NOT FS-DISPUTA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DISAPL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-DISAPL                  TO AUX-ERR-NOMBRE
              MOVE FS-DISAPL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        3 3 0 0 - L I S T A R - A N T I G U E D A D             *
      *----------------------------------------------------------------*
      *   RECORRE EL KSDS COMPLETO, YA CON LAS TRANSACCIONES DEL DIA   *
      *   APLICADAS.                                                   *
      *----------------------------------------------------------------*

       3300-LISTAR-ANTIGUEDAD.

           MOVE '3300-LISTAR-ANTIGUEDAD'      TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE WS-LIN-COLUMNAS               TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE LOW-VALUES                    TO KEY-DISPUTA.

           START DISPUTA KEY IS NOT LESS THAN KEY-DISPUTA.

           IF NOT FS-DISPUTA-OK
              SET FIN-DISPUTAS                TO TRUE
           ELSE
              PERFORM 3320-LEER-DISPUTA-SIG
                 THRU 3320-F-LEER-DISPUTA-SIG
           END-IF.

           PERFORM 3340-LISTAR-DISPUTA
              THRU 3340-F-LISTAR-DISPUTA
             UNTIL FIN-DISPUTAS.

           MOVE SPACES                        TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE 'RECLAMOS ABIERTOS:'          TO LTO-LEYENDA.
           MOVE CNT-RECLAMOS-ABIERTOS         TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE '  EN PLAZO:'                 TO LTO-LEYENDA.
           MOVE CNT-EN-PLAZO                  TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE '  POR VENCER:'               TO LTO-LEYENDA.
           MOVE CNT-POR-VENCER                TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           MOVE '  VENCIDOS:'                 TO LTO-LEYENDA.
           MOVE CNT-VENCIDOS                  TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

       3300-F-LISTAR-ANTIGUEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 2 0 - L E E R - D I S P U T A - S I G              *
      *----------------------------------------------------------------*

       3320-LEER-DISPUTA-SIG.

           MOVE '3320-LEER-DISPUTA-SIG'       TO WS-PARRAFO.

           READ DISPUTA NEXT INTO REG-DISPUTA-TRAB.

           EVALUATE TRUE
             WHEN FS-DISPUTA-OK
               CONTINUE

             WHEN FS-DISPUTA-EOF
               SET FIN-DISPUTAS               TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-DISPUTA                TO AUX-ERR-NOMBRE
               MOVE FS-DISPUTA                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       3320-F-LEER-DISPUTA-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 4 0 - L I S T A R - D I S P U T A                *
      *----------------------------------------------------------------*
      *   VENCIDO: PASO LA FECHA LIMITE DE RESPUESTA. POR VENCER:      *
      *   FALTAN CT-DIAS-AVISO DIAS O MENOS.                           *
      *----------------------------------------------------------------*

       3340-LISTAR-DISPUTA.

           ADD 1                              TO CNT-RECLAMOS-ABIERTOS.

           COMPUTE WS-DIAS-APERTURA =
                   FUNCTION INTEGER-OF-DATE(DIS-FECHA-APERTURA).
           COMPUTE WS-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(DIS-FECHA-LIMITE).
           COMPUTE WS-DIAS-ABIERTO = WS-DIAS-HOY - WS-DIAS-APERTURA.

           EVALUATE TRUE
             WHEN WS-DIAS-HOY IS GREATER THAN WS-DIAS-LIMITE
               MOVE 'VENCIDO'                 TO LDT-SITUACION
               ADD 1                          TO CNT-VENCIDOS

             WHEN WS-DIAS-LIMITE - WS-DIAS-HOY
                  IS NOT GREATER THAN CT-DIAS-AVISO
               MOVE 'POR VENCER'              TO LDT-SITUACION
               ADD 1                          TO CNT-POR-VENCER

             WHEN OTHER
               MOVE 'EN PLAZO'                TO LDT-SITUACION
               ADD 1                          TO CNT-EN-PLAZO
           END-EVALUATE.

           MOVE DIS-TIPCUEN                   TO LDT-TIPCUEN.
           MOVE DIS-NROCUEN                   TO LDT-NROCUEN.
           MOVE DIS-SUCUEN                    TO LDT-SUCUEN.
           MOVE DIS-FECMOV                    TO LDT-FECMOV.
           MOVE DIS-NROMOV                    TO LDT-NROMOV.
           MOVE DIS-MOTIVO                    TO LDT-MOTIVO.
           MOVE DIS-ESTADO                    TO LDT-ESTADO.
           MOVE DIS-FECHA-APERTURA            TO LDT-FECHA-APERTURA.
           MOVE DIS-FECHA-LIMITE              TO LDT-FECHA-LIMITE.
           MOVE WS-DIAS-ABIERTO               TO LDT-DIAS.
           MOVE DIS-IMPORTE-RECLAMO           TO LDT-RECLAMADO.
           MOVE DIS-IMPORTE-PROVISORIO        TO LDT-PROVISORIO.
           MOVE DIS-OPERADOR                  TO LDT-OPERADOR.
           MOVE WS-LIN-DETALLE                TO REG-AGEDISP.

           PERFORM 3500-GRABAR-AGEDISP
              THRU 3500-F-GRABAR-AGEDISP.

           PERFORM 3320-LEER-DISPUTA-SIG
              THRU 3320-F-LEER-DISPUTA-SIG.

       3340-F-LISTAR-DISPUTA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-TRANS-LEIDAS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI155               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TRANSACCIONES LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRANS-APLICADAS           TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES APLICADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRANS-RECHAZADAS          TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECLAMOS-NUEVOS           TO WS-MASCARA.
           DISPLAY '* RECLAMOS ABIERTOS HOY:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PROVISORIOS               TO WS-MASCARA.
           DISPLAY '* CREDITOS PROVISORIOS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FAVOR-CLIENTE             TO WS-MASCARA.
           DISPLAY '* RESUELTOS A FAVOR DEL CLIENTE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FAVOR-BANCO               TO WS-MASCARA.
           DISPLAY '* RESUELTOS A FAVOR DEL BANCO:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVIMIENTOS               TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS GRABADOS EN DISAPL:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECLAMOS-ABIERTOS         TO WS-MASCARA.
           DISPLAY '* RECLAMOS ABIERTOS AL CIERRE:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENCIDOS                  TO WS-MASCARA.
           DISPLAY '* RECLAMOS ABIERTOS VENCIDOS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-PROVISORIO                TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL CREDITO PROVISORIO:  ' WS-IMPORTE-EDIT.
           MOVE ACM-DEFINITIVO                TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL CREDITO DEFINITIVO:  ' WS-IMPORTE-EDIT.
           MOVE ACM-REVERTIDO                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL REVERTIDO:           ' WS-IMPORTE-EDIT.

           STRING 'NUEVOS='        DELIMITED BY SIZE
                  CNT-RECLAMOS-NUEVOS DELIMITED BY SIZE
                  ' MOVTOS='       DELIMITED BY SIZE
                  CNT-MOVIMIENTOS  DELIMITED BY SIZE
                  ' ABIERTOS='     DELIMITED BY SIZE
                  CNT-RECLAMOS-ABIERTOS DELIMITED BY SIZE
                  ' VENCIDOS='     DELIMITED BY SIZE
                  CNT-VENCIDOS     DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-DISAPL                     TO WS-CTL-ARCHIVO.
           MOVE CNT-MOVIMIENTOS               TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - A G E D I S P                *
      *----------------------------------------------------------------*

       3500-GRABAR-AGEDISP.

           WRITE REG-AGEDISP.

           IF NOT FS-AGEDISP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AGEDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-AGEDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3500-F-GRABAR-AGEDISP.
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
      *     1 8 7 0 - C A R G A R - C A L E N D A R I O                *
      *----------------------------------------------------------------*

           COPY CALENDLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *           3 4 7 0 - G R A B A R - C T L C N T                  *
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

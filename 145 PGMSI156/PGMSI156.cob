      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI156.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   INFORME MENSUAL DE RECLAMOS PARA DEFENSA DEL CONSUMIDOR      *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE EL ULTIMO DIA HABIL DEL MES, DESPUES DE    *
      * PGMSI155, Y ARMA EL INFORME DE RECLAMOS DEL MES DE PROCESO:    *
      *   - LEE EL HISTORICO HISDISP DEL MES ( LOS ARCHIVOS DIARIOS    *
      *     CONCATENADOS, COPY CPDISPUT ) Y TOMA LOS RECLAMOS          *
      *     RESUELTOS EN EL MES: A FAVOR DEL CLIENTE O DEL BANCO, DIAS *
      *     DESDE LA APERTURA Y SI SE RESOLVIERON FUERA DEL PLAZO.     *
      *   - RECORRE EL KSDS DISPUTA Y TOMA LOS RECLAMOS QUE QUEDAN     *
      *     PENDIENTES AL CIERRE DEL MES Y CUANTOS YA VENCIERON.       *
      *   - GRABA EL ARCHIVO PARA EL REGULADOR REGDISP CON UN          *
      *     REGISTRO 'D' POR RECLAMO INFORMADO Y UN REGISTRO 'T' DE    *
      *     CONTROL CON CANTIDADES E IMPORTES.                         *
      *   - GRABA EL LISTADO ESTDISP CON UNA LINEA POR MOTIVO DE       *
      *     RECLAMO Y EL TOTAL GENERAL.                                *
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

           SELECT HISDISP ASSIGN TO HISDISP
                                    FILE STATUS IS FS-HISDISP.

           SELECT DISPUTA  ASSIGN TO DISPUTA
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-DISPUTA
                           FILE STATUS IS FS-DISPUTA.

           SELECT REGDISP ASSIGN TO REGDISP
                                    FILE STATUS IS FS-REGDISP.

           SELECT ESTDISP ASSIGN TO ESTDISP
                                    FILE STATUS IS FS-ESTDISP.

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
      *   HISTORICO DE RECLAMOS RESUELTOS ( LAYOUT CPDISPUT ).         *
      *----------------------------------------------------------------*

       FD   HISDISP
            RECORDING MODE IS F.
       01   REG-HISDISP                                     PIC X(200).

      * DISPUTA ( ARCHIVO VSAM DE RECLAMOS ABIERTOS, COPY CPDISPUT )

       FD   DISPUTA.

       01 REG-DISPUTA.
          03 KEY-DISPUTA  PIC X(22).
          03 FILLER       PIC X(178).

      *----------------------------------------------------------------*
      *   ARCHIVO DE RECLAMOS PARA EL REGULADOR.                       *
      *----------------------------------------------------------------*

       FD   REGDISP
            RECORDING MODE IS F.
       01   REG-REGDISP                                     PIC X(100).

      *----------------------------------------------------------------*
      *   LISTADO DE ESTADISTICA DE RECLAMOS POR MOTIVO.               *
      *----------------------------------------------------------------*

       FD   ESTDISP
            RECORDING MODE IS F.
       01   REG-ESTDISP                                     PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI156'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-HISDISP                    PIC X(08)  VALUE 'HISDISP '.
           02 CT-DISPUTA                    PIC X(08)  VALUE 'DISPUTA '.
           02 CT-REGDISP                    PIC X(08)  VALUE 'REGDISP '.
           02 CT-ESTDISP                    PIC X(08)  VALUE 'ESTDISP '.
           02 CT-CANT-MOTIVOS               PIC 9(02)  VALUE 05.

      *----------------------------------------------------------------*
      *   MOTIVOS DE RECLAMO ( LOS MISMOS DE CPDISPUT ) CON SU         *
      *   LEYENDA PARA EL LISTADO. LA ULTIMA ENTRADA ( 'OT' ) JUNTA    *
      *   CUALQUIER CODIGO QUE NO FIGURE EN LA TABLA.                  *
      *----------------------------------------------------------------*

       01 WS-T-MOTIVOS-VALORES.
           02 FILLER                        PIC X(16)
                          VALUE 'NRNO RECONOCIDO '.
           02 FILLER                        PIC X(16)
                          VALUE 'DUDUPLICADO     '.
           02 FILLER                        PIC X(16)
                          VALUE 'IMIMPORTE DIST. '.
           02 FILLER                        PIC X(16)
                          VALUE 'CNNO CONVENIDO  '.
           02 FILLER                        PIC X(16)
                          VALUE 'OTOTROS         '.
       01 WS-T-MOTIVOS REDEFINES WS-T-MOTIVOS-VALORES.
           02 T-MOT-DEF                     OCCURS 5 TIMES.
              03 T-MOT-CODIGO               PIC X(02).
              03 T-MOT-LEYENDA              PIC X(14).

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROCESO-AAAAMM          PIC 9(06).
              03 WS-PROCESO-DIA             PIC 9(02).
           02 WS-M                          PIC 9(02)  VALUE ZEROS.
           02 WS-DIAS-RECLAMO               PIC 9(05)  VALUE ZEROS.
           02 WS-IMPORTE-ACREDITADO         PIC S9(11)V99 VALUE ZEROS.

       01 WS-MOTIVO-SW                      PIC X(01)  VALUE 'N'.
           88 MOTIVO-HALLADO                           VALUE 'S'.
           88 MOTIVO-NO-HALLADO                        VALUE 'N'.

       01 WS-FUERA-PLAZO-SW                 PIC X(01)  VALUE 'N'.
           88 FUERA-DE-PLAZO                           VALUE 'S'.
           88 DENTRO-DE-PLAZO                          VALUE 'N'.

       01 WS-FIN-DISPUTAS-SW                PIC X(01)  VALUE 'N'.
           88 FIN-DISPUTAS                             VALUE 'S'.

      *----------------------------------------------------------------*
      *   TABLA DE ACUMULADOS POR MOTIVO ( MISMO ORDEN QUE LA TABLA    *
      *   DE MOTIVOS ).                                                *
      *----------------------------------------------------------------*

       01 WS-T-ACUMULADOS.
           02 T-ACU                         OCCURS 5 TIMES.
              03 T-ACU-ABIERTOS-MES         PIC 9(05).
              03 T-ACU-FAVOR-CLIENTE        PIC 9(05).
              03 T-ACU-FAVOR-BANCO          PIC 9(05).
              03 T-ACU-DIAS-RESOLUCION      PIC 9(09).
              03 T-ACU-FUERA-PLAZO          PIC 9(05).
              03 T-ACU-PENDIENTES           PIC 9(05).
              03 T-ACU-VENCIDOS             PIC 9(05).

       01 WS-TOTALES.
           02 TOT-ABIERTOS-MES              PIC 9(07)  VALUE ZEROS.
           02 TOT-FAVOR-CLIENTE             PIC 9(07)  VALUE ZEROS.
           02 TOT-FAVOR-BANCO               PIC 9(07)  VALUE ZEROS.
           02 TOT-DIAS-RESOLUCION           PIC 9(09)  VALUE ZEROS.
           02 TOT-FUERA-PLAZO               PIC 9(07)  VALUE ZEROS.
           02 TOT-PENDIENTES                PIC 9(07)  VALUE ZEROS.
           02 TOT-VENCIDOS                  PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   REGISTRO DEL ARCHIVO PARA EL REGULADOR ( REGDISP ), 100      *
      *   BYTES: 'D' DETALLE POR RECLAMO ( RESUELTO EN EL MES O        *
      *   PENDIENTE AL CIERRE ), 'T' CONTROL FINAL. EL IMPORTE         *
      *   ACREDITADO ES EL NETO QUE QUEDO A FAVOR DEL CLIENTE: EN UN   *
      *   RECLAMO A FAVOR DEL BANCO EL PROVISORIO SE REVIRTIO Y DA 0.  *
      *----------------------------------------------------------------*

       01 WS-REG-REGDISP.
           02 RDI-TIPO-REG                  PIC X(01).
              88 RDI-ES-DETALLE                        VALUE 'D'.
              88 RDI-ES-CONTROL                        VALUE 'T'.
           02 RDI-PERIODO                   PIC 9(06).
           02 RDI-DETALLE.
              03 RDI-CUENTA                 PIC X(08).
              03 RDI-FECMOV                 PIC 9(08).
              03 RDI-NROMOV                 PIC 9(06).
              03 RDI-MOTIVO                 PIC X(02).
              03 RDI-ESTADO                 PIC X(01).
              03 RDI-RESULTADO              PIC X(01).
              03 RDI-TIPDOC                 PIC X(02).
              03 RDI-NRODOC                 PIC 9(11).
              03 RDI-FECHA-APERTURA         PIC 9(08).
              03 RDI-FECHA-LIMITE           PIC 9(08).
              03 RDI-FECHA-RESOLUCION       PIC 9(08).
              03 RDI-IMPORTE-RECLAMO        PIC 9(11)V99.
              03 RDI-IMPORTE-ACREDITADO     PIC 9(11)V99.
              03 RDI-FUERA-PLAZO            PIC X(01).
              03 FILLER                     PIC X(03).
           02 RDI-CONTROL REDEFINES RDI-DETALLE.
              03 RDI-CANT-ABIERTOS-MES      PIC 9(07).
              03 RDI-CANT-FAVOR-CLIENTE     PIC 9(07).
              03 RDI-CANT-FAVOR-BANCO       PIC 9(07).
              03 RDI-CANT-FUERA-PLAZO       PIC 9(07).
              03 RDI-CANT-PENDIENTES        PIC 9(07).
              03 RDI-CANT-VENCIDOS          PIC 9(07).
              03 RDI-TOT-RECLAMADO          PIC 9(13)V99.
              03 RDI-TOT-ACREDITADO         PIC 9(13)V99.
              03 FILLER                     PIC X(21).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO ESTDISP                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'RECLAMOS DE CLIENTES POR MOTIVO - MES  '.
           02 LTI-AAAAMM                    PIC 9(06).
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-COLUMNAS-1.
           02 FILLER                        PIC X(40)
              VALUE '                  ABIERTOS  ---- RESUELT'.
           02 FILLER                        PIC X(40)
              VALUE 'OS EN EL MES -----  -- AL CIERRE --     '.
           02 FILLER                        PIC X(20)  VALUE SPACES.

       01 WS-LIN-COLUMNAS-2.
           02 FILLER                        PIC X(40)
              VALUE 'MOTIVO              EN MES  CLIENTE  BAN'.
           02 FILLER                        PIC X(40)
              VALUE 'CO DIAS PR F.PLAZO    PEND. VENCIDOS    '.
           02 FILLER                        PIC X(20)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 LDT-CODIGO                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-LEYENDA                   PIC X(14).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-ABIERTOS-MES              PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-FAVOR-CLIENTE             PIC ZZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FAVOR-BANCO               PIC ZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-DIAS-PROMEDIO             PIC ZZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FUERA-PLAZO               PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-PENDIENTES                PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-VENCIDOS                  PIC ZZZZZZ9.
           02 FILLER                        PIC X(23)  VALUE SPACES.

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
           02 CNT-HISDISP-LEIDOS            PIC 9(07)  VALUE ZEROS.
           02 CNT-RESUELTOS-MES             PIC 9(07)  VALUE ZEROS.
           02 CNT-RESUELTOS-OTRO-MES        PIC 9(07)  VALUE ZEROS.
           02 CNT-PENDIENTES                PIC 9(07)  VALUE ZEROS.
           02 CNT-REGDISP                   PIC 9(07)  VALUE ZEROS.
           02 CNT-LINEAS-ESTDISP            PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *              A R E A  D E  A C U M U L A D O R E S             *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-RECLAMADO                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-ACREDITADO                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-HISDISP                    PIC X(02).
              88 FS-HISDISP-OK                         VALUE '00'.
              88 FS-HISDISP-EOF                        VALUE '10'.

           02 FS-DISPUTA                    PIC X(02).
              88 FS-DISPUTA-OK                         VALUE '00'.
              88 FS-DISPUTA-EOF                        VALUE '10'.

           02 FS-REGDISP                    PIC X(02).
              88 FS-REGDISP-OK                         VALUE '00'.

           02 FS-ESTDISP                    PIC X(02).
              88 FS-ESTDISP-OK                         VALUE '00'.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO-RESUELTOS
              THRU 2000-F-PROCESO-RESUELTOS
             UNTIL FS-HISDISP-EOF.

           PERFORM 2500-PROCESO-PENDIENTES
              THRU 2500-F-PROCESO-PENDIENTES
             UNTIL FIN-DISPUTAS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-ACUMULADOS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 2100-LEER-HISDISP
              THRU 2100-F-LEER-HISDISP.

           MOVE LOW-VALUES                    TO KEY-DISPUTA.

           START DISPUTA KEY IS NOT LESS THAN KEY-DISPUTA.

           IF NOT FS-DISPUTA-OK
              SET FIN-DISPUTAS                TO TRUE
           ELSE
              PERFORM 2600-LEER-DISPUTA-SIG
                 THRU 2600-F-LEER-DISPUTA-SIG
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   HISDISP
                        DISPUTA
                OUTPUT  REGDISP
                        ESTDISP.

           IF NOT FS-HISDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-HISDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DISPUTA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DISPUTA                 TO AUX-ERR-NOMBRE
              MOVE FS-DISPUTA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REGDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REGDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-REGDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ESTDISP-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ESTDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *       2 0 0 0 - P R O C E S O - R E S U E L T O S              *
      *----------------------------------------------------------------*
      *   SOLO CUENTAN LOS RECLAMOS RESUELTOS EN EL MES DE PROCESO; UN *
      *   ARCHIVO DIARIO DE OTRO MES EN LA CONCATENACION SE SALTEA.    *
      *   FUERA DE PLAZO: SE RESOLVIO DESPUES DE LA FECHA LIMITE.      *
      *----------------------------------------------------------------*

       2000-PROCESO-RESUELTOS.

           MOVE '2000-PROCESO-RESUELTOS'      TO WS-PARRAFO.

           IF DIS-RESOLUCION-AAAAMM IS NOT EQUAL TO WS-PROCESO-AAAAMM
              ADD 1                           TO CNT-RESUELTOS-OTRO-MES
              GO TO 2000-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-RESUELTOS-MES.

           PERFORM 2200-UBICAR-MOTIVO
              THRU 2200-F-UBICAR-MOTIVO.

           IF DIS-APERTURA-AAAAMM IS EQUAL TO WS-PROCESO-AAAAMM
              ADD 1                        TO T-ACU-ABIERTOS-MES(WS-M)
           END-IF.

           COMPUTE WS-DIAS-RECLAMO =
                   FUNCTION INTEGER-OF-DATE(DIS-FECHA-RESOLUCION)
                 - FUNCTION INTEGER-OF-DATE(DIS-FECHA-APERTURA).

           ADD WS-DIAS-RECLAMO          TO T-ACU-DIAS-RESOLUCION(WS-M).

           EVALUATE TRUE
             WHEN DIS-A-FAVOR-CLIENTE
               ADD 1                        TO T-ACU-FAVOR-CLIENTE(WS-M)

             WHEN DIS-A-FAVOR-BANCO
               ADD 1                        TO T-ACU-FAVOR-BANCO(WS-M)
           END-EVALUATE.

           IF DIS-FECHA-RESOLUCION IS GREATER THAN DIS-FECHA-LIMITE
              SET FUERA-DE-PLAZO              TO TRUE
              ADD 1                         TO T-ACU-FUERA-PLAZO(WS-M)
           ELSE
              SET DENTRO-DE-PLAZO             TO TRUE
           END-IF.

           COMPUTE WS-IMPORTE-ACREDITADO = DIS-IMPORTE-PROVISORIO
                                         + DIS-IMPORTE-RESOLUCION.

           PERFORM 2800-GRABAR-DETALLE
              THRU 2800-F-GRABAR-DETALLE.

       2000-SIGUIENTE.

           PERFORM 2100-LEER-HISDISP
              THRU 2100-F-LEER-HISDISP.

       2000-F-PROCESO-RESUELTOS.
           EXIT.

      *----------------------------------------------------------------*
      *              2 1 0 0 - L E E R - H I S D I S P                 *
      *----------------------------------------------------------------*

       2100-LEER-HISDISP.

           MOVE '2100-LEER-HISDISP'           TO WS-PARRAFO.

           READ HISDISP INTO REG-DISPUTA-TRAB.

           EVALUATE TRUE
               WHEN FS-HISDISP-OK
                    ADD 1                     TO CNT-HISDISP-LEIDOS

               WHEN FS-HISDISP-EOF
                    SET FS-HISDISP-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HISDISP           TO AUX-ERR-NOMBRE
                    MOVE FS-HISDISP           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-LEER-HISDISP.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - U B I C A R - M O T I V O                 *
      *----------------------------------------------------------------*
      *   DEJA EN WS-M LA ENTRADA DEL MOTIVO DEL RECLAMO; UN CODIGO    *
      *   FUERA DE LA TABLA VA A LA ULTIMA ENTRADA ( OTROS ).          *
      *----------------------------------------------------------------*

       2200-UBICAR-MOTIVO.

           SET MOTIVO-NO-HALLADO              TO TRUE.
           MOVE 1                             TO WS-M.

           PERFORM 2220-COMPARAR-MOTIVO
              THRU 2220-F-COMPARAR-MOTIVO
             UNTIL MOTIVO-HALLADO
                OR WS-M IS GREATER THAN CT-CANT-MOTIVOS.

           IF MOTIVO-NO-HALLADO
              MOVE CT-CANT-MOTIVOS            TO WS-M
           END-IF.

       2200-F-UBICAR-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 2 0 - C O M P A R A R - M O T I V O               *
      *----------------------------------------------------------------*

       2220-COMPARAR-MOTIVO.

           IF T-MOT-CODIGO(WS-M) IS EQUAL TO DIS-MOTIVO
              SET MOTIVO-HALLADO              TO TRUE
           ELSE
              ADD 1                           TO WS-M
           END-IF.

       2220-F-COMPARAR-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 5 0 0 - P R O C E S O - P E N D I E N T E S             *
      *----------------------------------------------------------------*
      *   VENCIDO: LA FECHA LIMITE DE RESPUESTA YA PASO A LA FECHA DE  *
      *   PROCESO ( MISMO CRITERIO QUE EL LISTADO AGEDISP ).           *
      *----------------------------------------------------------------*

       2500-PROCESO-PENDIENTES.

           MOVE '2500-PROCESO-PENDIENTES'     TO WS-PARRAFO.

           ADD 1                              TO CNT-PENDIENTES.

           PERFORM 2200-UBICAR-MOTIVO
              THRU 2200-F-UBICAR-MOTIVO.

           ADD 1                              TO T-ACU-PENDIENTES(WS-M).

           IF DIS-APERTURA-AAAAMM IS EQUAL TO WS-PROCESO-AAAAMM
              ADD 1                        TO T-ACU-ABIERTOS-MES(WS-M)
           END-IF.

           IF DIS-FECHA-LIMITE IS LESS THAN WS-FECHA-PROCESO
              SET FUERA-DE-PLAZO              TO TRUE
              ADD 1                           TO T-ACU-VENCIDOS(WS-M)
           ELSE
              SET DENTRO-DE-PLAZO             TO TRUE
           END-IF.

           MOVE DIS-IMPORTE-PROVISORIO        TO WS-IMPORTE-ACREDITADO.

           PERFORM 2800-GRABAR-DETALLE
              THRU 2800-F-GRABAR-DETALLE.

           PERFORM 2600-LEER-DISPUTA-SIG
              THRU 2600-F-LEER-DISPUTA-SIG.

       2500-F-PROCESO-PENDIENTES.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - L E E R - D I S P U T A - S I G              *
      *----------------------------------------------------------------*

       2600-LEER-DISPUTA-SIG.

           MOVE '2600-LEER-DISPUTA-SIG'       TO WS-PARRAFO.

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

       2600-F-LEER-DISPUTA-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 0 0 - G R A B A R - D E T A L L E               *
      *----------------------------------------------------------------*
      *   REGISTRO 'D' DEL RECLAMO QUE ESTA EN REG-DISPUTA-TRAB. UN    *
      *   RECLAMO PENDIENTE VA SIN RESULTADO NI FECHA DE RESOLUCION.   *
      *----------------------------------------------------------------*

       2800-GRABAR-DETALLE.

           MOVE '2800-GRABAR-DETALLE'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-REGDISP.
           SET RDI-ES-DETALLE                 TO TRUE.
           MOVE WS-PROCESO-AAAAMM             TO RDI-PERIODO.
           MOVE DIS-CUENTA                    TO RDI-CUENTA.
           MOVE DIS-FECMOV                    TO RDI-FECMOV.
           MOVE DIS-NROMOV                    TO RDI-NROMOV.
           MOVE DIS-MOTIVO                    TO RDI-MOTIVO.
           MOVE DIS-ESTADO                    TO RDI-ESTADO.
           MOVE DIS-RESULTADO                 TO RDI-RESULTADO.
           MOVE DIS-TIPDOC                    TO RDI-TIPDOC.
           MOVE DIS-NRODOC                    TO RDI-NRODOC.
           MOVE DIS-FECHA-APERTURA            TO RDI-FECHA-APERTURA.
           MOVE DIS-FECHA-LIMITE              TO RDI-FECHA-LIMITE.
           MOVE DIS-FECHA-RESOLUCION          TO RDI-FECHA-RESOLUCION.
           MOVE DIS-IMPORTE-RECLAMO           TO RDI-IMPORTE-RECLAMO.
           MOVE WS-IMPORTE-ACREDITADO         TO RDI-IMPORTE-ACREDITADO.

           IF FUERA-DE-PLAZO
              MOVE 'S'                        TO RDI-FUERA-PLAZO
           ELSE
              MOVE 'N'                        TO RDI-FUERA-PLAZO
           END-IF.

           PERFORM 2900-GRABAR-REGDISP
              THRU 2900-F-GRABAR-REGDISP.

           ADD DIS-IMPORTE-RECLAMO            TO ACM-RECLAMADO.
           ADD WS-IMPORTE-ACREDITADO          TO ACM-ACREDITADO.

       2800-F-GRABAR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - R E G D I S P               *
      *----------------------------------------------------------------*

       2900-GRABAR-REGDISP.

           WRITE REG-REGDISP FROM WS-REG-REGDISP.

           IF NOT FS-REGDISP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REGDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-REGDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-REGDISP.

       2900-F-GRABAR-REGDISP.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-LISTAR-ESTADISTICA
              THRU 3100-F-LISTAR-ESTADISTICA.

           PERFORM 3250-GRABAR-CONTROL
              THRU 3250-F-GRABAR-CONTROL.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *       3 1 0 0 - L I S T A R - E S T A D I S T I C A            *
      *----------------------------------------------------------------*

       3100-LISTAR-ESTADISTICA.

           MOVE '3100-LISTAR-ESTADISTICA'     TO WS-PARRAFO.

           INITIALIZE WS-TOTALES.

           MOVE WS-PROCESO-AAAAMM             TO LTI-AAAAMM.
           MOVE WS-LIN-TITULO                 TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           MOVE SPACES                        TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           MOVE WS-LIN-COLUMNAS-1             TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           MOVE WS-LIN-COLUMNAS-2             TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           PERFORM 3120-LISTAR-MOTIVO
              THRU 3120-F-LISTAR-MOTIVO
             VARYING WS-M FROM 1 BY 1
               UNTIL WS-M IS GREATER THAN CT-CANT-MOTIVOS.

           MOVE SPACES                        TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           MOVE SPACES                        TO LDT-CODIGO.
           MOVE 'TOTAL'                       TO LDT-LEYENDA.
           MOVE TOT-ABIERTOS-MES              TO LDT-ABIERTOS-MES.
           MOVE TOT-FAVOR-CLIENTE             TO LDT-FAVOR-CLIENTE.
           MOVE TOT-FAVOR-BANCO               TO LDT-FAVOR-BANCO.
           MOVE ZEROS                         TO LDT-DIAS-PROMEDIO.

           IF TOT-FAVOR-CLIENTE + TOT-FAVOR-BANCO IS GREATER THAN ZEROS
              COMPUTE LDT-DIAS-PROMEDIO ROUNDED =
                      TOT-DIAS-RESOLUCION /
                      (TOT-FAVOR-CLIENTE + TOT-FAVOR-BANCO)
           END-IF.

           MOVE TOT-FUERA-PLAZO               TO LDT-FUERA-PLAZO.
           MOVE TOT-PENDIENTES                TO LDT-PENDIENTES.
           MOVE TOT-VENCIDOS                  TO LDT-VENCIDOS.
           MOVE WS-LIN-DETALLE                TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

       3100-F-LISTAR-ESTADISTICA.
           EXIT.

      *----------------------------------------------------------------*
      *           3 1 2 0 - L I S T A R - M O T I V O                  *
      *----------------------------------------------------------------*

       3120-LISTAR-MOTIVO.

           MOVE T-MOT-CODIGO(WS-M)            TO LDT-CODIGO.
           MOVE T-MOT-LEYENDA(WS-M)           TO LDT-LEYENDA.
           MOVE T-ACU-ABIERTOS-MES(WS-M)      TO LDT-ABIERTOS-MES.
           MOVE T-ACU-FAVOR-CLIENTE(WS-M)     TO LDT-FAVOR-CLIENTE.
           MOVE T-ACU-FAVOR-BANCO(WS-M)       TO LDT-FAVOR-BANCO.
           MOVE ZEROS                         TO LDT-DIAS-PROMEDIO.

           IF T-ACU-FAVOR-CLIENTE(WS-M) + T-ACU-FAVOR-BANCO(WS-M)
              IS GREATER THAN ZEROS
              COMPUTE LDT-DIAS-PROMEDIO ROUNDED =
                      T-ACU-DIAS-RESOLUCION(WS-M) /
                      (T-ACU-FAVOR-CLIENTE(WS-M) +
                       T-ACU-FAVOR-BANCO(WS-M))
           END-IF.

           MOVE T-ACU-FUERA-PLAZO(WS-M)       TO LDT-FUERA-PLAZO.
           MOVE T-ACU-PENDIENTES(WS-M)        TO LDT-PENDIENTES.
           MOVE T-ACU-VENCIDOS(WS-M)          TO LDT-VENCIDOS.
           MOVE WS-LIN-DETALLE                TO REG-ESTDISP.

           PERFORM 3500-GRABAR-ESTDISP
              THRU 3500-F-GRABAR-ESTDISP.

           ADD T-ACU-ABIERTOS-MES(WS-M)       TO TOT-ABIERTOS-MES.
           ADD T-ACU-FAVOR-CLIENTE(WS-M)      TO TOT-FAVOR-CLIENTE.
           ADD T-ACU-FAVOR-BANCO(WS-M)        TO TOT-FAVOR-BANCO.
           ADD T-ACU-DIAS-RESOLUCION(WS-M)    TO TOT-DIAS-RESOLUCION.
           ADD T-ACU-FUERA-PLAZO(WS-M)        TO TOT-FUERA-PLAZO.
           ADD T-ACU-PENDIENTES(WS-M)         TO TOT-PENDIENTES.
           ADD T-ACU-VENCIDOS(WS-M)           TO TOT-VENCIDOS.

       3120-F-LISTAR-MOTIVO.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE HISDISP
                 DISPUTA
                 REGDISP
                 ESTDISP.

           IF NOT FS-REGDISP-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REGDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-REGDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ESTDISP-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ESTDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTDISP                 TO AUX-ERR-STATUS
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
      *   REGISTRO FINAL DEL ARCHIVO PARA EL REGULADOR CON LAS         *
      *   CANTIDADES DEL MES Y LOS IMPORTES INFORMADOS.                *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL.

           MOVE '3250-GRABAR-CONTROL'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-REGDISP.
           SET RDI-ES-CONTROL                 TO TRUE.
           MOVE WS-PROCESO-AAAAMM             TO RDI-PERIODO.
           MOVE TOT-ABIERTOS-MES              TO RDI-CANT-ABIERTOS-MES.
           MOVE TOT-FAVOR-CLIENTE             TO RDI-CANT-FAVOR-CLIENTE.
           MOVE TOT-FAVOR-BANCO               TO RDI-CANT-FAVOR-BANCO.
           MOVE TOT-FUERA-PLAZO               TO RDI-CANT-FUERA-PLAZO.
           MOVE TOT-PENDIENTES                TO RDI-CANT-PENDIENTES.
           MOVE TOT-VENCIDOS                  TO RDI-CANT-VENCIDOS.
           MOVE ACM-RECLAMADO                 TO RDI-TOT-RECLAMADO.
           MOVE ACM-ACREDITADO                TO RDI-TOT-ACREDITADO.

           PERFORM 2900-GRABAR-REGDISP
              THRU 2900-F-GRABAR-REGDISP.

       3250-F-GRABAR-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-HISDISP-LEIDOS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI156               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* RECLAMOS RESUELTOS LEIDOS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RESUELTOS-MES             TO WS-MASCARA.
           DISPLAY '* RESUELTOS EN EL MES:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RESUELTOS-OTRO-MES        TO WS-MASCARA.
           DISPLAY '* RESUELTOS EN OTRO MES ( SALTEADOS ):    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PENDIENTES                TO WS-MASCARA.
           DISPLAY '* RECLAMOS PENDIENTES AL CIERRE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE TOT-FUERA-PLAZO               TO WS-MASCARA.
           DISPLAY '* RESUELTOS FUERA DE PLAZO:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REGDISP                   TO WS-MASCARA.
           DISPLAY '* REGISTROS GRABADOS EN REGDISP:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-ESTDISP            TO WS-MASCARA.
           DISPLAY '* LINEAS GRABADAS EN ESTDISP:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-RECLAMADO                 TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL RECLAMADO INFORMADO:  ' WS-IMPORTE-EDIT.
           MOVE ACM-ACREDITADO                TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ACREDITADO INFORMADO: ' WS-IMPORTE-EDIT.

           STRING 'RESUELTOS='     DELIMITED BY SIZE
                  CNT-RESUELTOS-MES DELIMITED BY SIZE
                  ' CLIENTE='      DELIMITED BY SIZE
                  TOT-FAVOR-CLIENTE DELIMITED BY SIZE
                  ' BANCO='        DELIMITED BY SIZE
                  TOT-FAVOR-BANCO  DELIMITED BY SIZE
                  ' PENDIENTES='   DELIMITED BY SIZE
                  CNT-PENDIENTES   DELIMITED BY SIZE
                  ' VENCIDOS='     DELIMITED BY SIZE
                  TOT-VENCIDOS     DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - E S T D I S P                *
      *----------------------------------------------------------------*

       3500-GRABAR-ESTDISP.

           WRITE REG-ESTDISP.

           IF NOT FS-ESTDISP-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ESTDISP                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTDISP                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LINEAS-ESTDISP.

       3500-F-GRABAR-ESTDISP.
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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI153.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CARGA DE LIMITES DE DESCUBIERTO APROBADOS                    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA APLICA EN EL ARCHIVO LIMITES LAS PROPUESTAS DE   *
      * LIMITE DE PGMSI152 ( PROPLIM, COPY CPPROLIM ) YA DECIDIDAS     *
      * POR LOS OFICIALES DE CREDITO ( SYSIN: TRIMESTRE AAAAMM ):      *
      *   - SOLO SE CARGAN LAS LINEAS DEL TRIMESTRE INFORMADO CON      *
      *     DECISION 'A' Y OFICIAL INFORMADO; LAS RECHAZADAS Y LAS     *
      *     PENDIENTES SE CUENTAN Y NO SE TOCAN.                       *
      *   - SI EL LIMITE VIGENTE DE LA CUENTA YA NO ES EL QUE TENIA    *
      *     AL PROPONERSE, LA LINEA SE OMITE: EL ACUERDO CAMBIO POR    *
      *     OTRA VIA Y LA PROPUESTA QUEDO VIEJA.                       *
      *   - CADA LIMITE CARGADO DEJA UNA FILA EN LIMAUDIT ( COPY       *
      *     CPLIMAUD ) CON EL LIMITE ANTERIOR Y EL NUEVO, EL OFICIAL   *
      *     Y LA CORRIDA, Y UN AVISO AL CLIENTE EN COMUNLOG ( TIPO     *
      *     'LIM' ), POR CORREO ELECTRONICO SI EL CLIENTE ELIGIO       *
      *     RESUMEN ELECTRONICO EN PREFCLI, SI NO POR CORREO POSTAL.   *
      *   - AL FINALIZAR GRABA LIMSAL CON LA TABLA DE LIMITES          *
      *     ACTUALIZADA: ES EL LIMITES DE LA PROXIMA CORRIDA.          *
      * EL LISTADO REPLIMA DETALLA EL RESULTADO DE CADA LINEA; AL      *
      * FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH      *
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

           SELECT PROPLIM ASSIGN TO PROPLIM
                                    FILE STATUS IS FS-PROPLIM.

           SELECT LIMITES ASSIGN TO LIMITES
                                    FILE STATUS IS FS-LIMITES.

           SELECT LIMSAL ASSIGN TO LIMSAL
                                    FILE STATUS IS FS-LIMSAL.

           SELECT LIMAUDIT ASSIGN TO LIMAUDIT
                                    FILE STATUS IS FS-LIMAUDIT.

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

           SELECT REPLIMA ASSIGN TO REPLIMA
                                    FILE STATUS IS FS-REPLIMA.

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
      *   PROPUESTAS DECIDIDAS POR LOS OFICIALES ( COPY CPPROLIM ).    *
      *----------------------------------------------------------------*

       FD   PROPLIM
            RECORDING MODE IS F.
       01   REG-PROPLIM                                     PIC X(160).

      *----------------------------------------------------------------*
      *   LIMITES DE SOBREGIRO AUTORIZADOS VIGENTES ( COPY LIMAUMAE ). *
      *----------------------------------------------------------------*

           COPY LIMAUMAE.

      *----------------------------------------------------------------*
      *   LIMITES ACTUALIZADOS ( MISMO LAYOUT, COPY CPLIMAUT ).        *
      *----------------------------------------------------------------*

       FD   LIMSAL
            RECORDING MODE IS F.
       01   REG-LIMSAL                                      PIC X(40).

      *----------------------------------------------------------------*
      *   AUDITORIA DE CAMBIOS DE LIMITE ( COPY CPLIMAUD ).            *
      *----------------------------------------------------------------*

       FD   LIMAUDIT
            RECORDING MODE IS F.
       01   REG-LIMAUDIT                                    PIC X(100).

      * PREFCLI ( ARCHIVO VSAM )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG ).      *
      *----------------------------------------------------------------*

       FD  COMUNLOG
           RECORDING MODE IS F.
       01  REG-COMUNLOG                     PIC X(50).

      *----------------------------------------------------------------*
      *   LISTADO DEL RESULTADO POR LINEA.                             *
      *----------------------------------------------------------------*

       FD   REPLIMA
            RECORDING MODE IS F.
       01   REG-REPLIMA                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI153'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-PROPLIM                    PIC X(08)  VALUE 'PROPLIM '.
           02 CT-LIMITES                    PIC X(08)  VALUE 'LIMITES '.
           02 CT-LIMSAL                     PIC X(08)  VALUE 'LIMSAL  '.
           02 CT-LIMAUDIT                   PIC X(08)  VALUE 'LIMAUDIT'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-REPLIMA                    PIC X(08)  VALUE 'REPLIMA '.
           02 CT-TIPO-EMISION-LIMITE        PIC X(03)  VALUE 'LIM'.
           02 CT-VIA-CORREO                 PIC X(03)  VALUE 'COR'.
           02 CT-VIA-EMAIL                  PIC X(03)  VALUE 'EML'.
           02 CT-MAX-LIMITES                PIC 9(03)  VALUE 500.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-LIMITE-ANTES               PIC 9(11)V99 VALUE ZEROS.
           02 WS-RESULTADO                  PIC X(30)  VALUE SPACES.

      *----------------------------------------------------------------*
      *             A R E A  D E  P A R A M E T R O S                  *
      *----------------------------------------------------------------*
      *   SYSIN: MES DE CIERRE DEL TRIMESTRE ( AAAAMM ) EN COL 1-6,    *
      *   EL MISMO INFORMADO A PGMSI152.                               *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-PERIODO               PIC X(06).
           02 FILLER                        PIC X(74).

       01 WS-PERIODO.
           02 WS-PER-ANIO                   PIC 9(04).
           02 WS-PER-MES                    PIC 9(02).
       01 WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

           COPY CPPROLIM.

           COPY CPLIMAUD.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO REPLIMA                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'CARGA DE LIMITES DE DESCUBIERTO - TRIMESTRE '.
           02 LTI-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-MES                       PIC 9(02).
           02 FILLER                        PIC X(10)  VALUE
              '  CORRIDA '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(57)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(14)  VALUE
              ' TIPO  CUENTA'.
           02 FILLER                        PIC X(15)  VALUE
              'DOCUMENTO'.
           02 FILLER                        PIC X(31)  VALUE
              'APELLIDO Y NOMBRE'.
           02 FILLER                        PIC X(16)  VALUE
              '  LIMITE ACTUAL'.
           02 FILLER                        PIC X(16)  VALUE
              '  PROPUESTO'.
           02 FILLER                        PIC X(09)  VALUE
              'OFICIAL'.
           02 FILLER                        PIC X(31)  VALUE
              'RESULTADO'.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CTA-TIPO                  PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDE-CTA-CUENTA                PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDE-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-LIMITE-ACTUAL             PIC Z.ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDE-LIMITE-PROPUESTO          PIC Z.ZZZ.ZZZ.ZZ9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDE-OFICIAL                   PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-RESULTADO                 PIC X(30).

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
           02 CNT-LINEAS-LEIDAS             PIC 9(07)  VALUE ZEROS.
           02 CNT-OTRO-PERIODO              PIC 9(07)  VALUE ZEROS.
           02 CNT-PENDIENTES                PIC 9(07)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(07)  VALUE ZEROS.
           02 CNT-ERRONEAS                  PIC 9(07)  VALUE ZEROS.
           02 CNT-LIMITE-CAMBIADO           PIC 9(07)  VALUE ZEROS.
           02 CNT-APLICADAS                 PIC 9(07)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-EMAIL              PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-CORREO             PIC 9(07)  VALUE ZEROS.
           02 CNT-LIMSAL-GRABADOS           PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PROPLIM                    PIC X(02).
              88 FS-PROPLIM-OK                         VALUE '00'.
              88 FS-PROPLIM-EOF                        VALUE '10'.

           02 FS-LIMITES                    PIC X(02).
              88 FS-LIMITES-OK                         VALUE '00'.
              88 FS-LIMITES-EOF                        VALUE '10'.

           02 FS-LIMSAL                     PIC X(02).
              88 FS-LIMSAL-OK                          VALUE '00'.

           02 FS-LIMAUDIT                   PIC X(02).
              88 FS-LIMAUDIT-OK                        VALUE '00'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.

           02 FS-REPLIMA                    PIC X(02).
              88 FS-REPLIMA-OK                         VALUE '00'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPLIMAUT.

           COPY CPPREFCL.

           COPY CPCOMLOG.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-PROPLIM-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1891-CARGAR-LIMITES
              THRU 1891-F-CARGAR-LIMITES.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           MOVE WS-PER-ANIO                   TO LTI-ANIO.
           MOVE WS-PER-MES                    TO LTI-MES.
           MOVE WS-RUN-ID                     TO LTI-RUNID.
           MOVE WS-LIN-TITULO                 TO REG-REPLIMA.

           PERFORM 2990-GRABAR-REPLIMA
              THRU 2990-F-GRABAR-REPLIMA.

           MOVE SPACES                        TO REG-REPLIMA.

           PERFORM 2990-GRABAR-REPLIMA
              THRU 2990-F-GRABAR-REPLIMA.

           MOVE WS-LIN-COLUMNAS               TO REG-REPLIMA.

           PERFORM 2990-GRABAR-REPLIMA
              THRU 2990-F-GRABAR-REPLIMA.

           PERFORM 2100-LEER-PROPLIM
              THRU 2100-F-LEER-PROPLIM.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 0 5 0 - L E E R - P A R A M E T R O S             *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-PARM-CARD.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           IF WS-PARM-PERIODO IS NOT NUMERIC OR
              WS-PARM-PERIODO IS EQUAL TO ZEROS
              DISPLAY '* PERIODO INVALIDO EN SYSIN: ' WS-PARM-CARD
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE 'SYSIN'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE WS-PARM-PERIODO               TO WS-PERIODO.

           IF WS-PER-MES IS LESS THAN 1 OR
              WS-PER-MES IS GREATER THAN 12
              DISPLAY '* MES INVALIDO EN SYSIN: ' WS-PARM-CARD
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE 'SYSIN'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*
      *   LIMAUDIT SE ABRE EN EXTEND PARA ACUMULAR TRIMESTRE TRAS      *
      *   TRIMESTRE, CREANDO EL ARCHIVO LA PRIMERA VEZ.                *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  PROPLIM
                       PREFCLI
                OUTPUT LIMSAL
                       REPLIMA.

           IF NOT FS-PROPLIM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PROPLIM                 TO AUX-ERR-NOMBRE
              MOVE FS-PROPLIM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PREFCLI-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREFCLI                 TO AUX-ERR-NOMBRE
              MOVE FS-PREFCLI                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIMSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-LIMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-LIMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPLIMA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPLIMA                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLIMA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN EXTEND LIMAUDIT.

           IF NOT FS-LIMAUDIT-OK
              OPEN OUTPUT LIMAUDIT
           END-IF.

           IF NOT FS-LIMAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-LIMAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-LIMAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D   ( C O P Y )           *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 9 1 - C A R G A   Y   C O N S U L T A   D E         *
      *                  L I M I T E S   ( C O P Y )                   *
      *----------------------------------------------------------------*

           COPY LIMAUTLE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2200-EVALUAR-PROPUESTA
              THRU 2200-F-EVALUAR-PROPUESTA.

           PERFORM 2100-LEER-PROPLIM
              THRU 2100-F-LEER-PROPLIM.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 1 0 0 - L E E R - P R O P L I M                 *
      *----------------------------------------------------------------*

       2100-LEER-PROPLIM.

           MOVE '2100-LEER-PROPLIM'           TO WS-PARRAFO.

           READ PROPLIM INTO WS-REG-PROPLIM.

           EVALUATE TRUE
               WHEN FS-PROPLIM-OK
                    ADD 1                     TO CNT-LINEAS-LEIDAS

               WHEN FS-PROPLIM-EOF
                    SET FS-PROPLIM-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PROPLIM           TO AUX-ERR-NOMBRE
                    MOVE FS-PROPLIM           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-LEER-PROPLIM.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - E V A L U A R - P R O P U E S T A           *
      *----------------------------------------------------------------*
      *   LAS LINEAS DE OTRO TRIMESTRE NO SE LISTAN; EL RESTO DEJA SU  *
      *   RESULTADO EN REPLIMA.                                        *
      *----------------------------------------------------------------*

       2200-EVALUAR-PROPUESTA.

           MOVE '2200-EVALUAR-PROPUESTA'      TO WS-PARRAFO.

           IF PRL-PERIODO IS NOT NUMERIC OR
              PRL-PERIODO IS NOT EQUAL TO WS-PERIODO-N
              ADD 1                           TO CNT-OTRO-PERIODO
              GO TO 2200-F-EVALUAR-PROPUESTA
           END-IF.

           EVALUATE TRUE
             WHEN PRL-PENDIENTE
               ADD 1                          TO CNT-PENDIENTES
               MOVE 'PENDIENTE DE DECISION'   TO WS-RESULTADO

             WHEN PRL-RECHAZADA
               ADD 1                          TO CNT-RECHAZADAS
               MOVE 'RECHAZADA POR EL OFICIAL' TO WS-RESULTADO

             WHEN NOT PRL-APROBADA
               ADD 1                          TO CNT-ERRONEAS
               MOVE 'ERROR: DECISION INVALIDA' TO WS-RESULTADO

             WHEN PRL-OFICIAL IS EQUAL TO SPACES
               ADD 1                          TO CNT-ERRONEAS
               MOVE 'ERROR: SIN OFICIAL'      TO WS-RESULTADO

             WHEN PRL-CTA-TIPO IS NOT NUMERIC OR
                  PRL-CTA-CUENTA IS NOT NUMERIC OR
                  PRL-LIMITE-ACTUAL IS NOT NUMERIC OR
                  PRL-LIMITE-PROPUESTO IS NOT NUMERIC
               ADD 1                          TO CNT-ERRONEAS
               MOVE 'ERROR: DATOS NO NUMERICOS' TO WS-RESULTADO

             WHEN OTHER
               PERFORM 2300-APLICAR-LIMITE
                  THRU 2300-F-APLICAR-LIMITE
           END-EVALUATE.

           PERFORM 2900-LISTAR-LINEA
              THRU 2900-F-LISTAR-LINEA.

       2200-F-EVALUAR-PROPUESTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - A P L I C A R - L I M I T E               *
      *----------------------------------------------------------------*
      *   EL LIMITE VIGENTE DEBE SER EL MISMO QUE AL PROPONERSE. LA    *
      *   CUENTA SIN ACUERDO SE AGREGA AL FINAL DE LA TABLA; CON LA    *
      *   TABLA LLENA EL PROCESO CANCELA, COMO EN LA CARGA.            *
      *----------------------------------------------------------------*

       2300-APLICAR-LIMITE.

           MOVE '2300-APLICAR-LIMITE'         TO WS-PARRAFO.

           MOVE PRL-CTA-TIPO                  TO WS-LIM-BUSQ-CTA-TIPO.
           MOVE PRL-CTA-CUENTA                TO WS-LIM-BUSQ-CTA-CUENTA.

           PERFORM 1897-BUSCAR-LIMITE
              THRU 1897-F-BUSCAR-LIMITE.

           IF WS-LIM-AUTORIZADO IS NOT EQUAL TO PRL-LIMITE-ACTUAL
              ADD 1                           TO CNT-LIMITE-CAMBIADO
              MOVE 'OMITIDA: EL LIMITE CAMBIO'
                                              TO WS-RESULTADO
              GO TO 2300-F-APLICAR-LIMITE
           END-IF.

           MOVE WS-LIM-AUTORIZADO             TO WS-LIMITE-ANTES.

           IF SIN-LIMITE
              IF WS-CANT-LIMITES >= CT-MAX-LIMITES
                 DISPLAY '* TABLA DE LIMITES LLENA: NO SE PUEDE '
                         'AGREGAR LA CUENTA ' PRL-CTA-TIPO '-'
                         PRL-CTA-CUENTA ' *'

                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-LIMITES              TO AUX-ERR-NOMBRE
                 MOVE FS-LIMITES              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-LIMITES
              MOVE WS-CANT-LIMITES            TO WS-LIM-IX
              MOVE PRL-CTA-TIPO           TO T-LIM-CTA-TIPO(WS-LIM-IX)
              MOVE PRL-CTA-CUENTA       TO T-LIM-CTA-CUENTA(WS-LIM-IX)
              ADD 1                           TO CNT-ALTAS
           END-IF.

           MOVE PRL-LIMITE-PROPUESTO        TO T-LIM-IMPORTE(WS-LIM-IX).

           ADD 1                              TO CNT-APLICADAS.
           MOVE 'LIMITE CARGADO'              TO WS-RESULTADO.

           PERFORM 2400-GRABAR-AUDITORIA
              THRU 2400-F-GRABAR-AUDITORIA.

           PERFORM 2500-AVISAR-CLIENTE
              THRU 2500-F-AVISAR-CLIENTE.

       2300-F-APLICAR-LIMITE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - G R A B A R - A U D I T O R I A             *
      *----------------------------------------------------------------*

       2400-GRABAR-AUDITORIA.

           MOVE '2400-GRABAR-AUDITORIA'       TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-LIMAUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8)    TO LAU-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:8)    TO LAU-HORA.
           MOVE CT-PROGRAMA                   TO LAU-PROGRAMA.
           MOVE WS-RUN-ID                     TO LAU-RUNID.
           MOVE PRL-CTA-TIPO                  TO LAU-CTA-TIPO.
           MOVE PRL-CTA-CUENTA                TO LAU-CTA-CUENTA.
           MOVE WS-LIMITE-ANTES               TO LAU-LIMITE-ANTES.
           MOVE PRL-LIMITE-PROPUESTO          TO LAU-LIMITE-DESPUES.
           MOVE PRL-OFICIAL                   TO LAU-OFICIAL.
           MOVE PRL-PERIODO                   TO LAU-PERIODO.

           WRITE REG-LIMAUDIT FROM WS-REG-LIMAUDIT.

           IF NOT FS-LIMAUDIT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LIMAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-LIMAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2400-F-GRABAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 0 0 - A V I S A R - C L I E N T E               *
      *----------------------------------------------------------------*
      *   VIA DEL AVISO: CORREO ELECTRONICO SI EL CLIENTE ELIGIO EL    *
      *   RESUMEN ELECTRONICO ( SOLO O JUNTO CON EL PAPEL ) Y TIENE    *
      *   DIRECCION CARGADA; SI NO, O SI NO ESTA EN PREFCLI, CORREO    *
      *   POSTAL.                                                      *
      *----------------------------------------------------------------*

       2500-AVISAR-CLIENTE.

           MOVE '2500-AVISAR-CLIENTE'         TO WS-PARRAFO.

           MOVE CT-VIA-CORREO                 TO CLG-VIA.

           MOVE PRL-TIPDOC                    TO KEY-PREFCLI(1:2).
           MOVE PRL-NRODOC                    TO KEY-PREFCLI(3:11).

           READ PREFCLI INTO REG-PREFCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               IF ( PRF-RES-ELECTRONICO OR PRF-RES-AMBOS ) AND
                  PRF-EMAIL IS NOT EQUAL TO SPACES
                  MOVE CT-VIA-EMAIL           TO CLG-VIA
               END-IF

             WHEN FS-PREFCLI-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CLG-VIA IS EQUAL TO CT-VIA-EMAIL
              ADD 1                           TO CNT-AVISOS-EMAIL
           ELSE
              ADD 1                           TO CNT-AVISOS-CORREO
           END-IF.

           MOVE CT-TIPO-EMISION-LIMITE        TO CLG-TIPO-EMISION.
           MOVE PRL-TIPDOC                    TO CLG-TIPDOC.
           MOVE PRL-NRODOC                    TO CLG-NRODOC.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

       2500-F-AVISAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *              2 9 0 0 - L I S T A R - L I N E A                 *
      *----------------------------------------------------------------*

       2900-LISTAR-LINEA.

           MOVE '2900-LISTAR-LINEA'           TO WS-PARRAFO.

           MOVE PRL-CTA-TIPO                  TO LDE-CTA-TIPO.
           MOVE PRL-CTA-CUENTA                TO LDE-CTA-CUENTA.
           MOVE PRL-TIPDOC                    TO LDE-TIPDOC.
           MOVE PRL-NRODOC                    TO LDE-NRODOC.
           MOVE PRL-NOMAPE                    TO LDE-NOMAPE.
           MOVE PRL-OFICIAL                   TO LDE-OFICIAL.
           MOVE WS-RESULTADO                  TO LDE-RESULTADO.

           IF PRL-LIMITE-ACTUAL IS NUMERIC
              MOVE PRL-LIMITE-ACTUAL          TO LDE-LIMITE-ACTUAL
           ELSE
              MOVE ZEROS                      TO LDE-LIMITE-ACTUAL
           END-IF.

           IF PRL-LIMITE-PROPUESTO IS NUMERIC
              MOVE PRL-LIMITE-PROPUESTO       TO LDE-LIMITE-PROPUESTO
           ELSE
              MOVE ZEROS                      TO LDE-LIMITE-PROPUESTO
           END-IF.

           MOVE WS-LIN-DETALLE                TO REG-REPLIMA.

           PERFORM 2990-GRABAR-REPLIMA
              THRU 2990-F-GRABAR-REPLIMA.

       2900-F-LISTAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 9 0 - G R A B A R - R E P L I M A               *
      *----------------------------------------------------------------*

       2990-GRABAR-REPLIMA.

           WRITE REG-REPLIMA.

           IF NOT FS-REPLIMA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPLIMA                 TO AUX-ERR-NOMBRE
              MOVE FS-REPLIMA                 TO AUX-ERR-STATUS
              MOVE '2990-GRABAR-REPLIMA'      TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2990-F-GRABAR-REPLIMA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           MOVE 1                             TO WS-LIM-IX.

           PERFORM 3100-GRABAR-LIMSAL
              THRU 3100-F-GRABAR-LIMSAL
             UNTIL WS-LIM-IX > WS-CANT-LIMITES.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 1 0 0 - G R A B A R - L I M S A L               *
      *----------------------------------------------------------------*

       3100-GRABAR-LIMSAL.

           MOVE '3100-GRABAR-LIMSAL'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-LIMITE.
           MOVE T-LIM-CTA-TIPO(WS-LIM-IX)     TO LIM-CTA-TIPO.
           MOVE T-LIM-CTA-CUENTA(WS-LIM-IX)   TO LIM-CTA-CUENTA.
           MOVE T-LIM-IMPORTE(WS-LIM-IX)      TO LIM-IMPORTE.

           WRITE REG-LIMSAL FROM WS-REG-LIMITE.

           IF NOT FS-LIMSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-LIMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-LIMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LIMSAL-GRABADOS.
           ADD 1                              TO WS-LIM-IX.

       3100-F-GRABAR-LIMSAL.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE PROPLIM
                 PREFCLI
                 LIMSAL
                 LIMAUDIT
                 REPLIMA.

           IF NOT FS-LIMSAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LIMSAL                  TO AUX-ERR-NOMBRE
              MOVE FS-LIMSAL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-LIMAUDIT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-LIMAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-LIMAUDIT                TO AUX-ERR-STATUS
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

           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI153               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           MOVE CNT-LINEAS-LEIDAS             TO WS-MASCARA.
           DISPLAY '* LINEAS DE PROPLIM LEIDAS:              '
                                                      WS-MASCARA '   *'.
           MOVE CNT-OTRO-PERIODO              TO WS-MASCARA.
           DISPLAY '*   DE OTRO TRIMESTRE:                   '
                                                      WS-MASCARA '   *'.
           MOVE CNT-PENDIENTES                TO WS-MASCARA.
           DISPLAY '*   PENDIENTES DE DECISION:              '
                                                      WS-MASCARA '   *'.
           MOVE CNT-RECHAZADAS                TO WS-MASCARA.
           DISPLAY '*   RECHAZADAS:                          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-ERRONEAS                  TO WS-MASCARA.
           DISPLAY '*   CON ERROR:                           '
                                                      WS-MASCARA '   *'.
           MOVE CNT-LIMITE-CAMBIADO           TO WS-MASCARA.
           DISPLAY '*   OMITIDAS, EL LIMITE CAMBIO:          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-APLICADAS                 TO WS-MASCARA.
           DISPLAY '* LIMITES CARGADOS:                      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '*   ACUERDOS NUEVOS:                     '
                                                      WS-MASCARA '   *'.
           MOVE CNT-AVISOS-EMAIL              TO WS-MASCARA.
           DISPLAY '*   AVISOS POR CORREO ELECTRONICO:       '
                                                      WS-MASCARA '   *'.
           MOVE CNT-AVISOS-CORREO             TO WS-MASCARA.
           DISPLAY '*   AVISOS POR CORREO POSTAL:            '
                                                      WS-MASCARA '   *'.
           MOVE CNT-LIMSAL-GRABADOS           TO WS-MASCARA.
           DISPLAY '* REGISTROS GRABADOS EN LIMSAL:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'TRIMESTRE='     DELIMITED BY SIZE
                  WS-PARM-PERIODO  DELIMITED BY SIZE
                  ' LEIDAS='       DELIMITED BY SIZE
                  CNT-LINEAS-LEIDAS DELIMITED BY SIZE
                  ' CARGADAS='     DELIMITED BY SIZE
                  CNT-APLICADAS    DELIMITED BY SIZE
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
      *         8 6 0 0 - G R A B A R - C O M L O G   ( C O P Y )      *
      *----------------------------------------------------------------*

           COPY COMLOGGR.

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

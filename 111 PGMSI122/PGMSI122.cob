      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI122.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   ESTADISTICA MENSUAL DE CASOS DE LAVADO POR ANALISTA          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE EL ULTIMO DIA HABIL DEL MES, DESPUES DE    *
      * PGMSI121, Y ARMA PARA CUMPLIMIENTO LA ESTADISTICA DE CASOS:    *
      *   - LEE EL HISTORICO HISCASO DEL MES ( LOS ARCHIVOS DIARIOS    *
      *     CONCATENADOS, COPY CPCASAML ) Y CUENTA POR ANALISTA LOS    *
      *     CASOS CERRADOS EN EL MES DE PROCESO SEGUN SU RESULTADO:    *
      *     FALSO POSITIVO O REPORTADO A LA UIF, CON LOS DIAS          *
      *     PROMEDIO DESDE LA APERTURA HASTA EL CIERRE.                *
      *   - RECORRE EL KSDS CASOAML Y CUENTA POR ANALISTA LOS CASOS    *
      *     QUE QUEDAN ABIERTOS AL CIERRE DEL MES SEGUN SU ESTADO Y    *
      *     CUANTOS YA PASARON LA FECHA LIMITE DE REVISION. LOS CASOS  *
      *     NUEVOS SIN ANALISTA VAN EN LA LINEA 'SIN ASIGNAR'.         *
      *   - GRABA EL LISTADO ESTCASO CON UNA LINEA POR ANALISTA Y EL   *
      *     TOTAL GENERAL.                                             *
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

           SELECT HISCASO ASSIGN TO HISCASO
                                    FILE STATUS IS FS-HISCASO.

           SELECT CASOAML  ASSIGN TO CASOAML
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-CASOAML
                           FILE STATUS IS FS-CASOAML.

           SELECT ESTCASO ASSIGN TO ESTCASO
                                    FILE STATUS IS FS-ESTCASO.

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
      *   HISTORICO DE CASOS CERRADOS ( LAYOUT CPCASAML ).             *
      *----------------------------------------------------------------*

       FD   HISCASO
            RECORDING MODE IS F.
       01   REG-HISCASO                                     PIC X(200).

      * CASOAML ( ARCHIVO VSAM DE CASOS ABIERTOS, COPY CPCASAML )

       FD   CASOAML.

       01 REG-CASOAML.
          03 KEY-CASOAML  PIC X(08).
          03 FILLER       PIC X(192).

      *----------------------------------------------------------------*
      *   LISTADO DE ESTADISTICA DE CASOS POR ANALISTA.                *
      *----------------------------------------------------------------*

       FD   ESTCASO
            RECORDING MODE IS F.
       01   REG-ESTCASO                                     PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI122'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-HISCASO                    PIC X(08)  VALUE 'HISCASO '.
           02 CT-CASOAML                    PIC X(08)  VALUE 'CASOAML '.
           02 CT-ESTCASO                    PIC X(08)  VALUE 'ESTCASO '.
           02 CT-MAX-ANALISTAS              PIC 9(03)  VALUE 200.
           02 CT-SIN-ASIGNAR                PIC X(11)
                                            VALUE 'SIN ASIGNAR'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROCESO-AAAAMM          PIC 9(06).
              03 WS-PROCESO-DIA             PIC 9(02).
           02 WS-A                          PIC 9(03)  VALUE ZEROS.
           02 WS-DIAS-CASO                  PIC 9(05)  VALUE ZEROS.
           02 WS-ANALISTA-BUS               PIC X(08)  VALUE SPACES.

       01 WS-ANALISTA-SW                    PIC X(01)  VALUE 'N'.
           88 ANALISTA-HALLADO                         VALUE 'S'.
           88 ANALISTA-NUEVO                           VALUE 'N'.

       01 WS-FIN-CASOS-SW                   PIC X(01)  VALUE 'N'.
           88 FIN-CASOS                                VALUE 'S'.

      *----------------------------------------------------------------*
      *   TABLA DE ACUMULADOS POR ANALISTA. LA ENTRADA CON ANALISTA EN *
      *   BLANCO JUNTA LOS CASOS NUEVOS SIN ASIGNAR.                   *
      *----------------------------------------------------------------*

       01 WS-CANT-ANALISTAS                 PIC 9(03)  VALUE ZEROS.

       01 WS-T-ANALISTAS.
           02 T-ANA                         OCCURS 200 TIMES.
              03 T-ANA-ANALISTA             PIC X(08).
              03 T-ANA-FALSO-POS            PIC 9(05).
              03 T-ANA-REPORTADOS           PIC 9(05).
              03 T-ANA-DIAS-CIERRE          PIC 9(09).
              03 T-ANA-NUEVOS               PIC 9(05).
              03 T-ANA-EN-ANALISIS          PIC 9(05).
              03 T-ANA-ESCALADOS            PIC 9(05).
              03 T-ANA-VENCIDOS             PIC 9(05).

       01 WS-TOTALES.
           02 TOT-FALSO-POS                 PIC 9(07)  VALUE ZEROS.
           02 TOT-REPORTADOS                PIC 9(07)  VALUE ZEROS.
           02 TOT-DIAS-CIERRE               PIC 9(09)  VALUE ZEROS.
           02 TOT-NUEVOS                    PIC 9(07)  VALUE ZEROS.
           02 TOT-EN-ANALISIS               PIC 9(07)  VALUE ZEROS.
           02 TOT-ESCALADOS                 PIC 9(07)  VALUE ZEROS.
           02 TOT-VENCIDOS                  PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO ESTCASO                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'ESTADISTICA DE CASOS DE LAVADO - MES   '.
           02 LTI-AAAAMM                    PIC 9(06).
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-COLUMNAS-1.
           02 FILLER                        PIC X(50)
              VALUE '            ---- CERRADOS EN EL MES ----  ------'.
           02 FILLER                        PIC X(50)
              VALUE '-- ABIERTOS AL CIERRE ---------'.

       01 WS-LIN-COLUMNAS-2.
           02 FILLER                        PIC X(50)
              VALUE 'ANALISTA    FALSO POS  REPORT. DIAS PROM  NUEVOS'.
           02 FILLER                        PIC X(50)
              VALUE ' ANALISIS ESCALADOS VENCIDOS'.

       01 WS-LIN-DETALLE.
           02 LDT-ANALISTA                  PIC X(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FALSO-POS                 PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-REPORTADOS                PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-DIAS-PROMEDIO             PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-NUEVOS                    PIC ZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-EN-ANALISIS               PIC ZZZZZZ9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDT-ESCALADOS                 PIC ZZZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-VENCIDOS                  PIC ZZZZZZ9.
           02 FILLER                        PIC X(27)  VALUE SPACES.

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
           02 CNT-HISCASO-LEIDOS            PIC 9(07)  VALUE ZEROS.
           02 CNT-CERRADOS-MES              PIC 9(07)  VALUE ZEROS.
           02 CNT-CERRADOS-OTRO-MES         PIC 9(07)  VALUE ZEROS.
           02 CNT-ABIERTOS                  PIC 9(07)  VALUE ZEROS.
           02 CNT-LINEAS-ESTCASO            PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-HISCASO                    PIC X(02).
              88 FS-HISCASO-OK                         VALUE '00'.
              88 FS-HISCASO-EOF                        VALUE '10'.

           02 FS-CASOAML                    PIC X(02).
              88 FS-CASOAML-OK                         VALUE '00'.
              88 FS-CASOAML-EOF                        VALUE '10'.

           02 FS-ESTCASO                    PIC X(02).
              88 FS-ESTCASO-OK                         VALUE '00'.

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

           COPY CPCASAML.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO-CERRADOS
              THRU 2000-F-PROCESO-CERRADOS
             UNTIL FS-HISCASO-EOF.

           PERFORM 2500-PROCESO-ABIERTOS
              THRU 2500-F-PROCESO-ABIERTOS
             UNTIL FIN-CASOS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-ANALISTAS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 2100-LEER-HISCASO
              THRU 2100-F-LEER-HISCASO.

           MOVE LOW-VALUES                    TO KEY-CASOAML.

           START CASOAML KEY IS NOT LESS THAN KEY-CASOAML.

           IF NOT FS-CASOAML-OK
              SET FIN-CASOS                   TO TRUE
           ELSE
              PERFORM 2600-LEER-CASO-SIG
                 THRU 2600-F-LEER-CASO-SIG
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   HISCASO
                        CASOAML
                OUTPUT  ESTCASO.

           IF NOT FS-HISCASO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-HISCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CASOAML-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ESTCASO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ESTCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *       2 0 0 0 - P R O C E S O - C E R R A D O S                *
      *----------------------------------------------------------------*
      *   SOLO CUENTAN LOS CASOS CERRADOS EN EL MES DE PROCESO; UN     *
      *   ARCHIVO DIARIO DE OTRO MES EN LA CONCATENACION SE SALTEA.    *
      *----------------------------------------------------------------*

       2000-PROCESO-CERRADOS.

           MOVE '2000-PROCESO-CERRADOS'       TO WS-PARRAFO.

           IF CAS-CIERRE-AAAAMM IS NOT EQUAL TO WS-PROCESO-AAAAMM
              ADD 1                           TO CNT-CERRADOS-OTRO-MES
              GO TO 2000-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-CERRADOS-MES.

           MOVE CAS-ANALISTA                  TO WS-ANALISTA-BUS.

           PERFORM 2200-UBICAR-ANALISTA
              THRU 2200-F-UBICAR-ANALISTA.

           COMPUTE WS-DIAS-CASO =
                   FUNCTION INTEGER-OF-DATE(CAS-FECHA-CIERRE)
                 - FUNCTION INTEGER-OF-DATE(CAS-FECHA-APERTURA).

           ADD WS-DIAS-CASO                TO T-ANA-DIAS-CIERRE(WS-A).

           EVALUATE TRUE
             WHEN CAS-FALSO-POSITIVO
               ADD 1                          TO T-ANA-FALSO-POS(WS-A)

             WHEN CAS-REPORTADO
               ADD 1                          TO T-ANA-REPORTADOS(WS-A)
           END-EVALUATE.

       2000-SIGUIENTE.

           PERFORM 2100-LEER-HISCASO
              THRU 2100-F-LEER-HISCASO.

       2000-F-PROCESO-CERRADOS.
           EXIT.

      *----------------------------------------------------------------*
      *              2 1 0 0 - L E E R - H I S C A S O                 *
      *----------------------------------------------------------------*

       2100-LEER-HISCASO.

           MOVE '2100-LEER-HISCASO'           TO WS-PARRAFO.

           READ HISCASO INTO REG-CASOAML-TRAB.

           EVALUATE TRUE
               WHEN FS-HISCASO-OK
                    ADD 1                     TO CNT-HISCASO-LEIDOS

               WHEN FS-HISCASO-EOF
                    SET FS-HISCASO-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HISCASO           TO AUX-ERR-NOMBRE
                    MOVE FS-HISCASO           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-LEER-HISCASO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - U B I C A R - A N A L I S T A               *
      *----------------------------------------------------------------*
      *   DEJA EN WS-A LA ENTRADA DEL ANALISTA BUSCADO; SI NO ESTA LA  *
      *   AGREGA AL FINAL DE LA TABLA.                                 *
      *----------------------------------------------------------------*

       2200-UBICAR-ANALISTA.

           MOVE '2200-UBICAR-ANALISTA'        TO WS-PARRAFO.

           SET ANALISTA-NUEVO                 TO TRUE.
           MOVE 1                             TO WS-A.

           PERFORM 2220-COMPARAR-ANALISTA
              THRU 2220-F-COMPARAR-ANALISTA
             UNTIL ANALISTA-HALLADO
                OR WS-A IS GREATER THAN WS-CANT-ANALISTAS.

           IF ANALISTA-HALLADO
              GO TO 2200-F-UBICAR-ANALISTA
           END-IF.

           IF WS-CANT-ANALISTAS IS NOT LESS THAN CT-MAX-ANALISTAS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE 'T-ANA'                    TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ANALISTAS.
           MOVE WS-CANT-ANALISTAS             TO WS-A.
           MOVE WS-ANALISTA-BUS               TO T-ANA-ANALISTA(WS-A).

       2200-F-UBICAR-ANALISTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 2 2 0 - C O M P A R A R - A N A L I S T A              *
      *----------------------------------------------------------------*

       2220-COMPARAR-ANALISTA.

           IF T-ANA-ANALISTA(WS-A) IS EQUAL TO WS-ANALISTA-BUS
              SET ANALISTA-HALLADO            TO TRUE
           ELSE
              ADD 1                           TO WS-A
           END-IF.

       2220-F-COMPARAR-ANALISTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - P R O C E S O - A B I E R T O S               *
      *----------------------------------------------------------------*
      *   VENCIDO: LA FECHA LIMITE DE REVISION YA PASO A LA FECHA DE   *
      *   PROCESO ( MISMO CRITERIO QUE EL LISTADO AGECASO ).           *
      *----------------------------------------------------------------*

       2500-PROCESO-ABIERTOS.

           MOVE '2500-PROCESO-ABIERTOS'       TO WS-PARRAFO.

           ADD 1                              TO CNT-ABIERTOS.

           MOVE CAS-ANALISTA                  TO WS-ANALISTA-BUS.

           PERFORM 2200-UBICAR-ANALISTA
              THRU 2200-F-UBICAR-ANALISTA.

           EVALUATE TRUE
             WHEN CAS-NUEVO
               ADD 1                          TO T-ANA-NUEVOS(WS-A)

             WHEN CAS-EN-ANALISIS
               ADD 1                          TO T-ANA-EN-ANALISIS(WS-A)

             WHEN CAS-ESCALADO
               ADD 1                          TO T-ANA-ESCALADOS(WS-A)
           END-EVALUATE.

           IF CAS-FECHA-LIMITE IS LESS THAN WS-FECHA-PROCESO
              ADD 1                           TO T-ANA-VENCIDOS(WS-A)
           END-IF.

           PERFORM 2600-LEER-CASO-SIG
              THRU 2600-F-LEER-CASO-SIG.

       2500-F-PROCESO-ABIERTOS.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - L E E R - C A S O - S I G                  *
      *----------------------------------------------------------------*

       2600-LEER-CASO-SIG.

           MOVE '2600-LEER-CASO-SIG'          TO WS-PARRAFO.

           READ CASOAML NEXT INTO REG-CASOAML-TRAB.

           EVALUATE TRUE
             WHEN FS-CASOAML-OK
               CONTINUE

             WHEN FS-CASOAML-EOF
               SET FIN-CASOS                  TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CASOAML                TO AUX-ERR-NOMBRE
               MOVE FS-CASOAML                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2600-F-LEER-CASO-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-LISTAR-ESTADISTICA
              THRU 3100-F-LISTAR-ESTADISTICA.

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
           MOVE WS-LIN-TITULO                 TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           MOVE SPACES                        TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           MOVE WS-LIN-COLUMNAS-1             TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           MOVE WS-LIN-COLUMNAS-2             TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           PERFORM 3120-LISTAR-ANALISTA
              THRU 3120-F-LISTAR-ANALISTA
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN WS-CANT-ANALISTAS.

           MOVE SPACES                        TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           MOVE 'TOTAL'                       TO LDT-ANALISTA.
           MOVE TOT-FALSO-POS                 TO LDT-FALSO-POS.
           MOVE TOT-REPORTADOS                TO LDT-REPORTADOS.
           MOVE ZEROS                         TO LDT-DIAS-PROMEDIO.

           IF TOT-FALSO-POS + TOT-REPORTADOS IS GREATER THAN ZEROS
              COMPUTE LDT-DIAS-PROMEDIO ROUNDED =
                      TOT-DIAS-CIERRE / (TOT-FALSO-POS + TOT-REPORTADOS)
           END-IF.

           MOVE TOT-NUEVOS                    TO LDT-NUEVOS.
           MOVE TOT-EN-ANALISIS               TO LDT-EN-ANALISIS.
           MOVE TOT-ESCALADOS                 TO LDT-ESCALADOS.
           MOVE TOT-VENCIDOS                  TO LDT-VENCIDOS.
           MOVE WS-LIN-DETALLE                TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

       3100-F-LISTAR-ESTADISTICA.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 2 0 - L I S T A R - A N A L I S T A                *
      *----------------------------------------------------------------*

       3120-LISTAR-ANALISTA.

           IF T-ANA-ANALISTA(WS-A) IS EQUAL TO SPACES
              MOVE CT-SIN-ASIGNAR             TO LDT-ANALISTA
           ELSE
              MOVE T-ANA-ANALISTA(WS-A)       TO LDT-ANALISTA
           END-IF.

           MOVE T-ANA-FALSO-POS(WS-A)         TO LDT-FALSO-POS.
           MOVE T-ANA-REPORTADOS(WS-A)        TO LDT-REPORTADOS.
           MOVE ZEROS                         TO LDT-DIAS-PROMEDIO.

           IF T-ANA-FALSO-POS(WS-A) + T-ANA-REPORTADOS(WS-A)
              IS GREATER THAN ZEROS
              COMPUTE LDT-DIAS-PROMEDIO ROUNDED =
                      T-ANA-DIAS-CIERRE(WS-A) /
                      (T-ANA-FALSO-POS(WS-A) + T-ANA-REPORTADOS(WS-A))
           END-IF.

           MOVE T-ANA-NUEVOS(WS-A)            TO LDT-NUEVOS.
           MOVE T-ANA-EN-ANALISIS(WS-A)       TO LDT-EN-ANALISIS.
           MOVE T-ANA-ESCALADOS(WS-A)         TO LDT-ESCALADOS.
           MOVE T-ANA-VENCIDOS(WS-A)          TO LDT-VENCIDOS.
           MOVE WS-LIN-DETALLE                TO REG-ESTCASO.

           PERFORM 3500-GRABAR-ESTCASO
              THRU 3500-F-GRABAR-ESTCASO.

           ADD T-ANA-FALSO-POS(WS-A)          TO TOT-FALSO-POS.
           ADD T-ANA-REPORTADOS(WS-A)         TO TOT-REPORTADOS.
           ADD T-ANA-DIAS-CIERRE(WS-A)        TO TOT-DIAS-CIERRE.
           ADD T-ANA-NUEVOS(WS-A)             TO TOT-NUEVOS.
           ADD T-ANA-EN-ANALISIS(WS-A)        TO TOT-EN-ANALISIS.
           ADD T-ANA-ESCALADOS(WS-A)          TO TOT-ESCALADOS.
           ADD T-ANA-VENCIDOS(WS-A)           TO TOT-VENCIDOS.

       3120-F-LISTAR-ANALISTA.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE HISCASO
                 CASOAML
                 ESTCASO.

           IF NOT FS-ESTCASO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ESTCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTCASO                 TO AUX-ERR-STATUS
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

           MOVE CNT-HISCASO-LEIDOS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI122               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CASOS CERRADOS LEIDOS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CERRADOS-MES              TO WS-MASCARA.
           DISPLAY '* CERRADOS EN EL MES:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CERRADOS-OTRO-MES         TO WS-MASCARA.
           DISPLAY '* CERRADOS EN OTRO MES ( SALTEADOS ):     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ABIERTOS                  TO WS-MASCARA.
           DISPLAY '* CASOS ABIERTOS AL CIERRE:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-ANALISTAS             TO WS-MASCARA.
           DISPLAY '* ANALISTAS LISTADOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-LINEAS-ESTCASO            TO WS-MASCARA.
           DISPLAY '* LINEAS GRABADAS EN ESTCASO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CERRADOS='      DELIMITED BY SIZE
                  CNT-CERRADOS-MES DELIMITED BY SIZE
                  ' FALSOPOS='     DELIMITED BY SIZE
                  TOT-FALSO-POS    DELIMITED BY SIZE
                  ' REPORT='       DELIMITED BY SIZE
                  TOT-REPORTADOS   DELIMITED BY SIZE
                  ' ABIERTOS='     DELIMITED BY SIZE
                  CNT-ABIERTOS     DELIMITED BY SIZE
                  ' VENCIDOS='     DELIMITED BY SIZE
                  TOT-VENCIDOS     DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - E S T C A S O                *
      *----------------------------------------------------------------*

       3500-GRABAR-ESTCASO.

           WRITE REG-ESTCASO.

           IF NOT FS-ESTCASO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ESTCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-ESTCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-LINEAS-ESTCASO.

       3500-F-GRABAR-ESTCASO.
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

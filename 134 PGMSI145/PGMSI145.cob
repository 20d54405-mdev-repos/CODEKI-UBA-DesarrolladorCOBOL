      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI145.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   PASAJE A HISTORICO DE MOVIMIENTOS Y FOTOS DE SALDO           *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * KC02787.TBCURMOV Y KC02787.TBCURSAL CRECEN UNA FILA POR        *
      * MOVIMIENTO O POR CUENTA CADA NOCHE Y NADA LAS PODABA, Y LOS    *
      * CURSORES NOCTURNOS ( PGMSIN81, PGMSIN88, PGMSIN52 ) SE         *
      * VOLVIAN CADA VEZ MAS LENTOS. ESTE PROGRAMA CORRE UNA VEZ POR   *
      * MES:                                                           *
      *   - EL HORIZONTE EN MESES LLEGA POR SYSIN ( POR OMISION 24,    *
      *     NUNCA MENOS DE 13 PARA NO SACARLE A LOS INFORMES ANUALES   *
      *     LA FOTO DEL 31/12 ). LA FECHA DE CORTE ES EL PRIMER DIA    *
      *     DEL MES QUE QUEDA ESE NUMERO DE MESES ANTES DEL MES DE     *
      *     PROCESO: TODO LO ANTERIOR AL CORTE PASA A HISTORICO.       *
      *   - POR CADA TABLA: TOMA CANTIDAD E IMPORTE VIVOS ANTERIORES   *
      *     AL CORTE, LOS COPIA A LA TABLA HISTORICA ( TBCURMOVH /     *
      *     TBCURSALH, MISMAS COLUMNAS Y CLAVE QUE LA TABLA VIVA ),    *
      *     VERIFICA QUE LO COPIADO CUADRE EN CANTIDAD E IMPORTE Y     *
      *     RECIEN ENTONCES LO BORRA DE LA TABLA VIVA, EXIGIENDO QUE   *
      *     LO BORRADO SEA LA MISMA CANTIDAD. CUALQUIER DIFERENCIA     *
      *     ABORTA SIN BORRAR.                                         *
      *   - LA COPIA SALTEA LO QUE YA ESTA EN EL HISTORICO, ASI UNA    *
      *     CORRIDA CORTADA ENTRE LA COPIA Y EL BORRADO SE REPITE SIN  *
      *     DUPLICAR.                                                  *
      *   - GRABA EL INFORME DE TOTALES DE CONTROL ( CTLHIST ).        *
      * PGMSI104 Y PGMSI105 LEEN EL HISTORICO CUANDO EL RANGO PEDIDO   *
      * LLEGA A FECHAS YA PASADAS. CON 'SIMULA' EN LA TARJETA SOLO SE  *
      * CUENTA: NO SE COPIA NI SE BORRA NADA.                          *
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

           SELECT CTLHIST ASSIGN TO CTLHIST
                                    FILE STATUS IS FS-CTLHIST.

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
      *   INFORME DE TOTALES DE CONTROL DEL PASAJE A HISTORICO.        *
      *----------------------------------------------------------------*

       FD   CTLHIST
            RECORDING MODE IS F.
       01   REG-CTLHIST                                     PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI145'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-CONTROL                    PIC X(08)  VALUE 'CONTROL '.
           02 CT-CTLHIST                    PIC X(08)  VALUE 'CTLHIST '.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-TBCURSAL                   PIC X(08)  VALUE 'TBCURSAL'.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MESES-HORIZONTE            PIC 9(02)  VALUE 24.
           02 CT-MESES-MINIMO               PIC 9(02)  VALUE 13.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZZZ9.
           02 WS-CANT-EDIT                  PIC Z.ZZZ.ZZZ.ZZ9.
           02 WS-IMPORTE-EDIT          PIC $$$$.$$$.$$$.$$$.$$9,00-.
           02 WS-MESES-HORIZONTE            PIC 9(02)  VALUE ZEROS.
           02 WS-MESES-TOTALES              PIC 9(06)  VALUE ZEROS.
           02 WS-TABLA                      PIC X(08)  VALUE SPACES.

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   FECHA DE CORTE: PRIMER DIA DEL MES, HORIZONTE MESES ANTES    *
      *   DEL MES DE PROCESO. ES VARIABLE HOST DE TODAS LAS QUERYS.    *
      *----------------------------------------------------------------*

       01 WS-FECHA-CORTE.
           02 WS-COR-ANIO                   PIC 9(04).
           02 WS-COR-MES                    PIC 9(02).
           02 WS-COR-DIA                    PIC 9(02).
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   PARAMETRO DE SYSIN: MODO ( 'SIMULA' = SOLO CUENTA ) Y        *
      *   HORIZONTE EN MESES ( EN BLANCO, EL HORIZONTE POR OMISION ).  *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-MODO                  PIC X(06).
           02 FILLER                        PIC X(01).
           02 WS-PARM-MESES                 PIC X(02).
           02 FILLER                        PIC X(71).

       01 WS-MODO-SIMULACION-SW             PIC X(01)  VALUE 'N'.
           88 MODO-SIMULACION                          VALUE 'S'.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LOS TOTALES DE CONTROL DE CADA TABLA.      *
      *----------------------------------------------------------------*

       01 WS-HOST-CONTROL.
           02 WS-HIS-CANT-VIVA              PIC S9(09) COMP.
           02 WS-HIS-SUMA-VIVA              PIC S9(15)V99 COMP-3.
           02 WS-HIS-CANT-COPIADA           PIC S9(09) COMP.
           02 WS-HIS-CANT-VERIF             PIC S9(09) COMP.
           02 WS-HIS-SUMA-VERIF             PIC S9(15)V99 COMP-3.
           02 WS-HIS-CANT-BORRADA           PIC S9(09) COMP.

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
           02 CNT-MOV-PASADOS               PIC 9(09)  VALUE ZEROS.
           02 CNT-MOV-YA-EN-HISTORICO       PIC 9(09)  VALUE ZEROS.
           02 CNT-SAL-PASADOS               PIC 9(09)  VALUE ZEROS.
           02 CNT-SAL-YA-EN-HISTORICO       PIC 9(09)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CTLHIST                    PIC X(02).
              88 FS-CTLHIST-OK                         VALUE '00'.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO.

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

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO-N.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1100-CALCULAR-CORTE
              THRU 1100-F-CALCULAR-CORTE.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 0 5 0 - L E E R - P A R A M E T R O S             *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-PARM-CARD.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           MOVE CT-MESES-HORIZONTE            TO WS-MESES-HORIZONTE.

           IF WS-PARM-MESES IS NUMERIC AND
              WS-PARM-MESES IS NOT EQUAL TO ZEROS
              MOVE WS-PARM-MESES              TO WS-MESES-HORIZONTE
           END-IF.

           IF WS-MESES-HORIZONTE IS LESS THAN CT-MESES-MINIMO
              DISPLAY '* HORIZONTE MENOR AL MINIMO DE '
                      CT-MESES-MINIMO ' MESES: ' WS-PARM-CARD
              MOVE 16                         TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY 'HORIZONTE EN MESES: ' WS-MESES-HORIZONTE.

           IF WS-PARM-MODO IS EQUAL TO 'SIMULA'
              MOVE 'S'                   TO WS-MODO-SIMULACION-SW
              DISPLAY '*************************************'
              DISPLAY '* CORRIDA EN MODO SIMULACION: NO SE *'
              DISPLAY '* COPIA NI SE BORRA NINGUNA FILA    *'
              DISPLAY '*************************************'
           END-IF.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 0 0 - C A L C U L A R - C O R T E               *
      *----------------------------------------------------------------*
      *   SE PASA EL MES DE PROCESO A MESES CORRIDOS, SE RESTA EL      *
      *   HORIZONTE Y SE VUELVE A ANIO Y MES; EL DIA ES SIEMPRE EL 1.  *
      *----------------------------------------------------------------*

       1100-CALCULAR-CORTE.

           MOVE '1100-CALCULAR-CORTE'         TO WS-PARRAFO.

           COMPUTE WS-MESES-TOTALES = WS-FPR-ANIO * 12
                                    + WS-FPR-MES - 1
                                    - WS-MESES-HORIZONTE.

           DIVIDE WS-MESES-TOTALES BY 12
              GIVING WS-COR-ANIO
              REMAINDER WS-COR-MES.

           ADD 1                              TO WS-COR-MES.
           MOVE 01                            TO WS-COR-DIA.

           DISPLAY 'FECHA DE CORTE ( PASA LO ANTERIOR ): '
                   WS-FECHA-CORTE-N.

       1100-F-CALCULAR-CORTE.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN OUTPUT CTLHIST.

           IF NOT FS-CTLHIST-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CTLHIST                 TO AUX-ERR-NOMBRE
              MOVE FS-CTLHIST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CTLHIST.

           IF MODO-SIMULACION
              MOVE 'SIMULACION - PASAJE A HISTORICO - CONTROL'
                                              TO REG-CTLHIST
           ELSE
              MOVE 'PASAJE A HISTORICO - TOTALES DE CONTROL'
                                              TO REG-CTLHIST
           END-IF.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
                  WS-FECHA-PROCESO-N        DELIMITED BY SIZE
                  '  CORRIDA: '             DELIMITED BY SIZE
                  WS-RUN-ID                 DELIMITED BY SIZE
                  '  HORIZONTE: '           DELIMITED BY SIZE
                  WS-MESES-HORIZONTE        DELIMITED BY SIZE
                  ' MESES  CORTE: '         DELIMITED BY SIZE
                  WS-FECHA-CORTE-N          DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2100-PASAR-MOVIMIENTOS
              THRU 2100-F-PASAR-MOVIMIENTOS.

           PERFORM 2200-PASAR-FOTOS
              THRU 2200-F-PASAR-FOTOS.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 1 0 0 - P A S A R - M O V I M I E N T O S              *
      *----------------------------------------------------------------*

       2100-PASAR-MOVIMIENTOS.

           MOVE '2100-PASAR-MOVIMIENTOS'      TO WS-PARRAFO.

           INITIALIZE WS-HOST-CONTROL.
           MOVE CT-TBCURMOV                   TO WS-TABLA.

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(IMPORTE), 0)
               INTO :WS-HIS-CANT-VIVA,
                    :WS-HIS-SUMA-VIVA
               FROM KC02787.TBCURMOV
              WHERE FECMOV < :WS-FECHA-CORTE-N
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           IF WS-HIS-CANT-VIVA IS EQUAL TO ZEROS OR
              MODO-SIMULACION
              PERFORM 2800-INFORMAR-TABLA
                 THRU 2800-F-INFORMAR-TABLA
              GO TO 2100-F-PASAR-MOVIMIENTOS
           END-IF.

      *    LA COPIA SALTEA LAS FILAS QUE UNA CORRIDA ANTERIOR CORTADA
      *    YA HABIA DEJADO EN EL HISTORICO.

           MOVE '2100-PASAR-MOVIMIENTOS ( COPIA )' TO WS-PARRAFO.

           EXEC SQL
             INSERT INTO KC02787.TBCURMOVH
               SELECT *
                 FROM KC02787.TBCURMOV V
                WHERE V.FECMOV < :WS-FECHA-CORTE-N
                  AND NOT EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURMOVH H
                        WHERE H.TIPCUEN = V.TIPCUEN
                          AND H.NROCUEN = V.NROCUEN
                          AND H.SUCUEN  = V.SUCUEN
                          AND H.FECMOV  = V.FECMOV
                          AND H.NROMOV  = V.NROMOV)
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               MOVE SQLERRD(3)                TO WS-HIS-CANT-COPIADA
             WHEN SQLCODE IS EQUAL TO +100
               MOVE ZEROS                     TO WS-HIS-CANT-COPIADA
             WHEN OTHER
               PERFORM 9100-ERROR-DB2
                  THRU 9100-F-ERROR-DB2
           END-EVALUATE.

      *    CONTROL: LAS FILAS VIVAS A BORRAR TIENEN QUE ESTAR TODAS EN
      *    EL HISTORICO Y CON EL MISMO IMPORTE.

           MOVE '2100-PASAR-MOVIMIENTOS ( CONTROL )' TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(H.IMPORTE), 0)
               INTO :WS-HIS-CANT-VERIF,
                    :WS-HIS-SUMA-VERIF
               FROM KC02787.TBCURMOV  V,
                    KC02787.TBCURMOVH H
              WHERE V.FECMOV < :WS-FECHA-CORTE-N
                AND H.TIPCUEN = V.TIPCUEN
                AND H.NROCUEN = V.NROCUEN
                AND H.SUCUEN  = V.SUCUEN
                AND H.FECMOV  = V.FECMOV
                AND H.NROMOV  = V.NROMOV
                AND H.IMPORTE = V.IMPORTE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           PERFORM 2700-VERIFICAR-COPIA
              THRU 2700-F-VERIFICAR-COPIA.

           MOVE '2100-PASAR-MOVIMIENTOS ( BORRADO )' TO WS-PARRAFO.

           EXEC SQL
             DELETE FROM KC02787.TBCURMOV
              WHERE FECMOV < :WS-FECHA-CORTE-N
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           MOVE SQLERRD(3)                    TO WS-HIS-CANT-BORRADA.

           PERFORM 2750-VERIFICAR-BORRADO
              THRU 2750-F-VERIFICAR-BORRADO.

           MOVE WS-HIS-CANT-BORRADA           TO CNT-MOV-PASADOS.
           COMPUTE CNT-MOV-YA-EN-HISTORICO = WS-HIS-CANT-VIVA
                                           - WS-HIS-CANT-COPIADA.

           PERFORM 2800-INFORMAR-TABLA
              THRU 2800-F-INFORMAR-TABLA.

       2100-F-PASAR-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - P A S A R - F O T O S                     *
      *----------------------------------------------------------------*

       2200-PASAR-FOTOS.

           MOVE '2200-PASAR-FOTOS'            TO WS-PARRAFO.

           INITIALIZE WS-HOST-CONTROL.
           MOVE CT-TBCURSAL                   TO WS-TABLA.

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(SALDO), 0)
               INTO :WS-HIS-CANT-VIVA,
                    :WS-HIS-SUMA-VIVA
               FROM KC02787.TBCURSAL
              WHERE FECFOTO < :WS-FECHA-CORTE-N
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           IF WS-HIS-CANT-VIVA IS EQUAL TO ZEROS OR
              MODO-SIMULACION
              PERFORM 2800-INFORMAR-TABLA
                 THRU 2800-F-INFORMAR-TABLA
              GO TO 2200-F-PASAR-FOTOS
           END-IF.

           MOVE '2200-PASAR-FOTOS ( COPIA )'  TO WS-PARRAFO.

           EXEC SQL
             INSERT INTO KC02787.TBCURSALH
               SELECT *
                 FROM KC02787.TBCURSAL V
                WHERE V.FECFOTO < :WS-FECHA-CORTE-N
                  AND NOT EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURSALH H
                        WHERE H.TIPCUEN = V.TIPCUEN
                          AND H.NROCUEN = V.NROCUEN
                          AND H.SUCUEN  = V.SUCUEN
                          AND H.FECFOTO = V.FECFOTO)
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               MOVE SQLERRD(3)                TO WS-HIS-CANT-COPIADA
             WHEN SQLCODE IS EQUAL TO +100
               MOVE ZEROS                     TO WS-HIS-CANT-COPIADA
             WHEN OTHER
               PERFORM 9100-ERROR-DB2
                  THRU 9100-F-ERROR-DB2
           END-EVALUATE.

           MOVE '2200-PASAR-FOTOS ( CONTROL )' TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(H.SALDO), 0)
               INTO :WS-HIS-CANT-VERIF,
                    :WS-HIS-SUMA-VERIF
               FROM KC02787.TBCURSAL  V,
                    KC02787.TBCURSALH H
              WHERE V.FECFOTO < :WS-FECHA-CORTE-N
                AND H.TIPCUEN = V.TIPCUEN
                AND H.NROCUEN = V.NROCUEN
                AND H.SUCUEN  = V.SUCUEN
                AND H.FECFOTO = V.FECFOTO
                AND H.SALDO   = V.SALDO
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           PERFORM 2700-VERIFICAR-COPIA
              THRU 2700-F-VERIFICAR-COPIA.

           MOVE '2200-PASAR-FOTOS ( BORRADO )' TO WS-PARRAFO.

           EXEC SQL
             DELETE FROM KC02787.TBCURSAL
              WHERE FECFOTO < :WS-FECHA-CORTE-N
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           MOVE SQLERRD(3)                    TO WS-HIS-CANT-BORRADA.

           PERFORM 2750-VERIFICAR-BORRADO
              THRU 2750-F-VERIFICAR-BORRADO.

           MOVE WS-HIS-CANT-BORRADA           TO CNT-SAL-PASADOS.
           COMPUTE CNT-SAL-YA-EN-HISTORICO = WS-HIS-CANT-VIVA
                                           - WS-HIS-CANT-COPIADA.

           PERFORM 2800-INFORMAR-TABLA
              THRU 2800-F-INFORMAR-TABLA.

       2200-F-PASAR-FOTOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - V E R I F I C A R - C O P I A               *
      *----------------------------------------------------------------*
      *   SI EL HISTORICO NO CUADRA CON LO VIVO EN CANTIDAD E IMPORTE  *
      *   NO SE BORRA NADA: SE INFORMA Y SE ABORTA.                    *
      *----------------------------------------------------------------*

       2700-VERIFICAR-COPIA.

           IF WS-HIS-CANT-VERIF IS EQUAL TO WS-HIS-CANT-VIVA AND
              WS-HIS-SUMA-VERIF IS EQUAL TO WS-HIS-SUMA-VIVA
              GO TO 2700-F-VERIFICAR-COPIA
           END-IF.

           PERFORM 2800-INFORMAR-TABLA
              THRU 2800-F-INFORMAR-TABLA.

           MOVE SPACES                        TO REG-CTLHIST.
           STRING '*** ' WS-TABLA ': EL HISTORICO NO CUADRA CON LO '
                                            DELIMITED BY SIZE
                  'VIVO, NO SE BORRA NADA ***'
                                            DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           CLOSE CTLHIST.

           MOVE 16                            TO RETURN-CODE.
           MOVE CT-CONTROL                    TO AUX-ERR-ACCION.
           MOVE WS-TABLA                      TO AUX-ERR-NOMBRE.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       2700-F-VERIFICAR-COPIA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 5 0 - V E R I F I C A R - B O R R A D O             *
      *----------------------------------------------------------------*

       2750-VERIFICAR-BORRADO.

           IF WS-HIS-CANT-BORRADA IS EQUAL TO WS-HIS-CANT-VIVA
              GO TO 2750-F-VERIFICAR-BORRADO
           END-IF.

           PERFORM 2800-INFORMAR-TABLA
              THRU 2800-F-INFORMAR-TABLA.

           MOVE SPACES                        TO REG-CTLHIST.
           STRING '*** ' WS-TABLA ': FILAS BORRADAS DISTINTAS DE '
                                            DELIMITED BY SIZE
                  'LAS CONTADAS ***'        DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           CLOSE CTLHIST.

           MOVE 16                            TO RETURN-CODE.
           MOVE CT-CONTROL                    TO AUX-ERR-ACCION.
           MOVE WS-TABLA                      TO AUX-ERR-NOMBRE.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       2750-F-VERIFICAR-BORRADO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - I N F O R M A R - T A B L A                 *
      *----------------------------------------------------------------*

       2800-INFORMAR-TABLA.

           MOVE SPACES                        TO REG-CTLHIST.
           MOVE WS-HIS-CANT-VIVA              TO WS-CANT-EDIT.
           MOVE WS-HIS-SUMA-VIVA              TO WS-IMPORTE-EDIT.

           STRING WS-TABLA                  DELIMITED BY SIZE
                  '  VIVAS ANTERIORES AL CORTE: ' DELIMITED BY SIZE
                  WS-CANT-EDIT              DELIMITED BY SIZE
                  '  IMPORTE: '             DELIMITED BY SIZE
                  WS-IMPORTE-EDIT           DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           MOVE WS-HIS-CANT-COPIADA           TO WS-CANT-EDIT.

           STRING WS-TABLA                  DELIMITED BY SIZE
                  '  COPIADAS AL HISTORICO:     ' DELIMITED BY SIZE
                  WS-CANT-EDIT              DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           MOVE WS-HIS-CANT-VERIF             TO WS-CANT-EDIT.
           MOVE WS-HIS-SUMA-VERIF             TO WS-IMPORTE-EDIT.

           STRING WS-TABLA                  DELIMITED BY SIZE
                  '  VERIFICADAS EN HISTORICO:  ' DELIMITED BY SIZE
                  WS-CANT-EDIT              DELIMITED BY SIZE
                  '  IMPORTE: '             DELIMITED BY SIZE
                  WS-IMPORTE-EDIT           DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

           MOVE WS-HIS-CANT-BORRADA           TO WS-CANT-EDIT.

           STRING WS-TABLA                  DELIMITED BY SIZE
                  '  BORRADAS DE LA TABLA VIVA: ' DELIMITED BY SIZE
                  WS-CANT-EDIT              DELIMITED BY SIZE
              INTO REG-CTLHIST
           END-STRING.

           PERFORM 2900-GRABAR-CTLHIST
              THRU 2900-F-GRABAR-CTLHIST.

       2800-F-INFORMAR-TABLA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - C T L H I S T               *
      *----------------------------------------------------------------*

       2900-GRABAR-CTLHIST.

           WRITE REG-CTLHIST.

           IF NOT FS-CTLHIST-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CTLHIST                 TO AUX-ERR-NOMBRE
              MOVE FS-CTLHIST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CTLHIST.

       2900-F-GRABAR-CTLHIST.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           CLOSE CTLHIST.

           IF NOT FS-CTLHIST-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CTLHIST                 TO AUX-ERR-NOMBRE
              MOVE FS-CTLHIST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI145               *'.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOV-PASADOS               TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS PASADOS A HISTORICO:      '
                                                      WS-MASCARA '   *'.

           MOVE CNT-MOV-YA-EN-HISTORICO       TO WS-MASCARA.
           DISPLAY '*   YA COPIADOS EN CORRIDA ANTERIOR:    '
                                                      WS-MASCARA '   *'.

           MOVE CNT-SAL-PASADOS               TO WS-MASCARA.
           DISPLAY '* FOTOS DE SALDO PASADAS A HISTORICO:   '
                                                      WS-MASCARA '   *'.

           MOVE CNT-SAL-YA-EN-HISTORICO       TO WS-MASCARA.
           DISPLAY '*   YA COPIADAS EN CORRIDA ANTERIOR:    '
                                                      WS-MASCARA '   *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           STRING 'CORTE='         DELIMITED BY SIZE
                  WS-FECHA-CORTE-N DELIMITED BY SIZE
                  ' MOV='          DELIMITED BY SIZE
                  CNT-MOV-PASADOS  DELIMITED BY SIZE
                  ' SAL='          DELIMITED BY SIZE
                  CNT-SAL-PASADOS  DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3000-F-FIN.
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
      *        9 1 0 0 - E R R O R - D B 2                             *
      *----------------------------------------------------------------*

       9100-ERROR-DB2.

           MOVE SQLCODE                       TO CT-SQLCODE-EDIT.
           DISPLAY ' * ERROR DB2 EN ' WS-PARRAFO.
           DISPLAY ' * SQLCODE --> ' CT-SQLCODE-EDIT.
           ADD 1                              TO CNT-SQL-ERROR.

           MOVE 16                            TO RETURN-CODE.

           GOBACK.

       9100-F-ERROR-DB2.
           EXIT.

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

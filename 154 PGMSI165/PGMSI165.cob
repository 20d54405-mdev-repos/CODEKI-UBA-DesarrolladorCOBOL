      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI165.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO BATCH DEL CATALOGO DE PRODUCTOS PRODUCT1 POR   *
      *   TRANSACCIONES                                                *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMTACAB SOLO ACTUALIZA PRECIOS: LAS ALTAS DE PRODUCTOS, LAS   *
      * BAJAS Y LOS CAMBIOS DE DENOMINACION SE HACEN CON ESTE          *
      * PROGRAMA, EN EL MISMO ESQUEMA QUE PGMSIN57 PARA CLIENTES:      *
      *   - LEE EL ARCHIVO PRODTRX DE TRANSACCIONES: UNA LETRA DE      *
      *     ACCION ( 'A' ALTA / 'B' BAJA / 'M' MODIFICACION ) SEGUIDA  *
      *     DEL REGISTRO COMPLETO DE PRODUCTO ( MISMO LAYOUT QUE       *
      *     PRODUCT1 ).                                                *
      *   - EL CATALOGO VIGENTE ( PRODUCTO ) SE CARGA EN MEMORIA POR   *
      *     CODIGO, JUNTO CON LOS PRECIOS A FUTURO QUE PGMTACAB DEJO   *
      *     EN EL ARCHIVO PENDIENTE.                                   *
      *   - CADA TRANSACCION SE VALIDA ANTES DE TOCAR EL CATALOGO:     *
      *     CODIGO NUMERICO, ALTA DE UN CODIGO QUE NO EXISTA, BAJA O   *
      *     MODIFICACION DE UNO QUE SI, NINGUNA BAJA DE UN PRODUCTO    *
      *     CON PRECIOS PENDIENTES, DENOMINACION NO EN BLANCO Y        *
      *     PRECIO NUMERICO Y NO NEGATIVO.                             *
      *   - LAS VALIDAS SE APLICAN SOBRE LA TABLA Y SU IMAGEN ANTES /  *
      *     DESPUES QUEDA EN EL LISTADO DE AUDITORIA AUDPROD; LAS      *
      *     RECHAZADAS VAN AL ARCHIVO RECHPROD CON EL MOTIVO.          *
      *   - AL FINAL SE GRABA LA NUEVA GENERACION DE PRODUCT1          *
      *     ( PRODNUE ) ORDENADA POR CODIGO, COMO LA ESPERA PGMTACAB.  *
      * COMO REEMPLAZA UN MAESTRO, SOLO CORRE CON AUTORIZACION         *
      * FIRMADA ( COPY AUTORIRU ).                                     *
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

           SELECT PRODTRX  ASSIGN TO PRODTRX
                                    FILE STATUS IS FS-PRODTRX.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT PENDIENTE ASSIGN TO PENDIENT
                                    FILE STATUS IS FS-PENDIENTE.

           SELECT PRODNUE  ASSIGN TO PRODNUE
                                    FILE STATUS IS FS-PRODNUE.

           SELECT AUDPROD  ASSIGN TO AUDPROD
                                    FILE STATUS IS FS-AUDPROD.

           SELECT RECHPROD ASSIGN TO RECHPROD
                                    FILE STATUS IS FS-RECHPROD.

           SELECT AUTORIZA ASSIGN TO AUTORIZA
                                    FILE STATUS IS FS-AUTORIZA.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

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
      *   TRANSACCIONES DE MANTENIMIENTO DEL CATALOGO.                 *
      *----------------------------------------------------------------*

       FD   PRODTRX
            RECORDING MODE IS F.
       01   REG-PRODTRX                                     PIC X(40).

      *----------------------------------------------------------------*
      *   CATALOGO VIGENTE ( PRODUCT1 ) Y SU NUEVA GENERACION.         *
      *----------------------------------------------------------------*

       FD   PRODUCTO
            RECORDING MODE IS F.
       01   REG-PRODUCTO                                    PIC X(32).

       FD   PRODNUE
            RECORDING MODE IS F.
       01   REG-PRODNUE                                     PIC X(32).

      *----------------------------------------------------------------*
      *   PRECIOS A FUTURO ARRASTRADOS POR PGMTACAB.                   *
      *----------------------------------------------------------------*

       FD   PENDIENTE
            RECORDING MODE IS F.
       01   REG-PENDIENTE                                   PIC X(15).

      *----------------------------------------------------------------*
      *   LISTADO DE AUDITORIA: IMAGEN ANTES / DESPUES DE CADA CAMBIO. *
      *----------------------------------------------------------------*

       FD   AUDPROD
            RECORDING MODE IS F.
       01   REG-AUDPROD                                     PIC X(132).

      *----------------------------------------------------------------*
      *   TRANSACCIONES RECHAZADAS CON SU MOTIVO.                      *
      *----------------------------------------------------------------*

       FD   RECHPROD
            RECORDING MODE IS F.
       01   REG-RECHPROD                                    PIC X(80).

      *----------------------------------------------------------------*
      *   AUTORIZACION FIRMADA Y AUDITORIA DE SEGURIDAD ( COPY         *
      *   CPAUTORI / AUTORIRU ): ESTE PROGRAMA NO CORRE PARA           *
      *   CUALQUIERA QUE ENVIE EL JOB.                                 *
      *----------------------------------------------------------------*

       FD  AUTORIZA
           RECORDING MODE IS F.
       01  REG-AUTORIZA                     PIC X(30).

       FD  SEGAUDIT
           RECORDING MODE IS F.
       01  REG-SEGAUDIT                     PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI165'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-PRODTRX                    PIC X(08)  VALUE 'PRODTRX '.
           02 CT-PRODUCTO                   PIC X(08)  VALUE 'PRODUCTO'.
           02 CT-PENDIENTE                  PIC X(08)  VALUE 'PENDIENT'.
           02 CT-PRODNUE                    PIC X(08)  VALUE 'PRODNUE '.
           02 CT-AUDPROD                    PIC X(08)  VALUE 'AUDPROD '.
           02 CT-RECHPROD                   PIC X(08)  VALUE 'RECHPROD'.
           02 CT-MAX-PRODUCTOS              PIC 9(03)  VALUE 100.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-IDX                        PIC 9(03)  VALUE ZEROS.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: LA ACCION  *
      *   SEGUIDA DEL REGISTRO COMPLETO EN EL LAYOUT DE PRODUCT1.      *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
           02 TRX-REGISTRO.
              03 TRX-COD-PRODUCTO           PIC 9(02).
              03 TRX-DENOMINACION           PIC X(22).
              03 TRX-PRECIO                 PIC 9(03)V99.
              03 FILLER                     PIC X(03).
           02 FILLER                        PIC X(07).

      *----------------------------------------------------------------*
      *   REGISTRO DE PRODUCT1 ( MISMO LAYOUT QUE EN PGMTACAB ).       *
      *----------------------------------------------------------------*

       01 WS-REG-PRODUCTO.
           02 PRO-COD-PRODUCTO              PIC 9(02).
           02 PRO-DENOMINACION              PIC X(22).
           02 PRO-PRECIO                    PIC 9(03)V99.
           02 FILLER                        PIC X(03).

      *----------------------------------------------------------------*
      *   REGISTRO DE PENDIENTE ( LAYOUT DEL ARCHIVO PRECIO ).         *
      *----------------------------------------------------------------*

       01 WS-REG-PENDIENTE.
           02 PEN-COD-PRODUCTO              PIC 9(02).
           02 PEN-PRECIO                    PIC 9(03)V99.
           02 PEN-FECHA-VIGENCIA            PIC 9(08).

      *----------------------------------------------------------------*
      *   CATALOGO EN MEMORIA: UNA POSICION POR CODIGO ( 00 A 99 ) EN  *
      *   LA POSICION CODIGO + 1, CON LA CANTIDAD DE PRECIOS           *
      *   PENDIENTES DE CADA UNO.                                      *
      *----------------------------------------------------------------*

       01 WS-T-PRODUCTOS.
           02 T-PROD                        OCCURS 100 TIMES.
              03 T-PROD-EXISTE-SW           PIC X(01).
                 88 T-PROD-EXISTE                      VALUE 'S'.
                 88 T-PROD-NO-EXISTE                   VALUE 'N'.
              03 T-PROD-DENOMINACION        PIC X(22).
              03 T-PROD-PRECIO              PIC 9(03)V99.
              03 T-PROD-PENDIENTES          PIC 9(04).

      *----------------------------------------------------------------*
      *   REGISTRO DE RECHAZOS ( RECHPROD )                            *
      *----------------------------------------------------------------*

       01 WS-REG-RECHPROD.
           02 REC-ACCION                    PIC X(01).
           02 REC-REGISTRO                  PIC X(32).
           02 REC-MOTIVO                    PIC X(30).
           02 REC-FECHA-PROCESO             PIC 9(08).
           02 REC-RUNID                     PIC X(08).
           02 FILLER                        PIC X(01).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO DE AUDITORIA AUDPROD                      *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(51)  VALUE
              'ALTAS, BAJAS Y MODIFICACIONES DEL CATALOGO PRODUCT1'.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(36)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(45)  VALUE
              '  ACCION         CD   DENOMINACION ANTERIOR  '.
           02 FILLER                        PIC X(45)  VALUE
              ' PRECIO    DENOMINACION NUEVA      PRECIO    '.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-ACCION                    PIC X(13).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-COD-PRODUCTO              PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LDE-DENOM-ANT                 PIC X(22).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-PRECIO-ANT                PIC ZZ9,99.
           02 LDE-PRECIO-ANT-X REDEFINES LDE-PRECIO-ANT
                                            PIC X(06).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LDE-DENOM-NUE                 PIC X(22).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-PRECIO-NUE                PIC ZZ9,99.
           02 LDE-PRECIO-NUE-X REDEFINES LDE-PRECIO-NUE
                                            PIC X(06).
           02 FILLER                        PIC X(46)  VALUE SPACES.

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
           02 CNT-PROD-LEIDOS               PIC 9(03)  VALUE ZEROS.
           02 CNT-PEND-LEIDOS               PIC 9(05)  VALUE ZEROS.
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-PROD-GRABADOS             PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PRODTRX                    PIC X(02).
              88 FS-PRODTRX-OK                         VALUE '00'.
              88 FS-PRODTRX-EOF                        VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-PENDIENTE                  PIC X(02).
              88 FS-PENDIENTE-OK                       VALUE '00'.
              88 FS-PENDIENTE-EOF                      VALUE '10'.

           02 FS-PRODNUE                    PIC X(02).
              88 FS-PRODNUE-OK                         VALUE '00'.

           02 FS-AUDPROD                    PIC X(02).
              88 FS-AUDPROD-OK                         VALUE '00'.

           02 FS-RECHPROD                   PIC X(02).
              88 FS-RECHPROD-OK                        VALUE '00'.

           02 FS-AUTORIZA                   PIC X(02).
              88 FS-AUTORIZA-OK                        VALUE '00'.
              88 FS-AUTORIZA-EOF                       VALUE '10'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.

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

           COPY CPAUTORI.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-PRODTRX-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-PRODUCTOS
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.
           MOVE 'S'                           TO WS-TRX-VALIDA-SW.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

      *    SIN AUTORIZACION FIRMADA NO SE TOCA NINGUN MAESTRO.
           PERFORM 1805-CONTROLAR-AUTORIZACION
              THRU 1805-F-CONTROLAR-AUTORIZACION.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-CATALOGO
              THRU 1300-F-CARGAR-CATALOGO.

           PERFORM 1350-CARGAR-PENDIENTES
              THRU 1350-F-CARGAR-PENDIENTES.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-RUN-ID                     TO LTI-RUNID.

           MOVE WS-LIN-TITULO                 TO REG-AUDPROD.
           PERFORM 2950-GRABAR-AUDPROD
              THRU 2950-F-GRABAR-AUDPROD.

           MOVE SPACES                        TO REG-AUDPROD.
           PERFORM 2950-GRABAR-AUDPROD
              THRU 2950-F-GRABAR-AUDPROD.

           MOVE WS-LIN-COLUMNAS               TO REG-AUDPROD.
           PERFORM 2950-GRABAR-AUDPROD
              THRU 2950-F-GRABAR-AUDPROD.

           PERFORM 1400-LEER-PRODTRX
              THRU 1400-F-LEER-PRODTRX.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  PRODTRX
                       PRODUCTO
                       PENDIENTE
                OUTPUT PRODNUE
                       AUDPROD
                       RECHPROD.

           IF NOT FS-PRODTRX-OK
              MOVE CT-PRODTRX                 TO AUX-ERR-NOMBRE
              MOVE FS-PRODTRX                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-PRODUCTO-OK
              MOVE CT-PRODUCTO                TO AUX-ERR-NOMBRE
              MOVE FS-PRODUCTO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

      *    SIN PENDIENTE NO SE PUEDE CONTROLAR LA BAJA: SE ABORTA.
           IF NOT FS-PENDIENTE-OK
              MOVE CT-PENDIENTE               TO AUX-ERR-NOMBRE
              MOVE FS-PENDIENTE               TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-PRODNUE-OK
              MOVE CT-PRODNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-PRODNUE                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-AUDPROD-OK
              MOVE CT-AUDPROD                 TO AUX-ERR-NOMBRE
              MOVE FS-AUDPROD                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RECHPROD-OK
              MOVE CT-RECHPROD                TO AUX-ERR-NOMBRE
              MOVE FS-RECHPROD                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 9 0 - E R R O R - A P E R T U R A                 *
      *----------------------------------------------------------------*

       1290-ERROR-APERTURA.

           MOVE CT-OPEN                       TO AUX-ERR-ACCION.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1290-F-ERROR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 0 0 - C A R G A R - C A T A L O G O               *
      *----------------------------------------------------------------*
      *   UN CODIGO NO NUMERICO O REPETIDO EN PRODUCT1 ES UN MAESTRO   *
      *   DANADO: SE ABORTA ANTES DE GRABAR UNA GENERACION QUE LO      *
      *   PIERDA O LO DUPLIQUE. LOS PRECIOS NO CARGADOS SE TOMAN COMO  *
      *   CERO, IGUAL QUE EN PGMTACAB.                                 *
      *----------------------------------------------------------------*

       1300-CARGAR-CATALOGO.

           MOVE '1300-CARGAR-CATALOGO'        TO WS-PARRAFO.

           PERFORM 1310-LEER-PRODUCTO
              THRU 1310-F-LEER-PRODUCTO.

           PERFORM 1320-CARGAR-PRODUCTO
              THRU 1320-F-CARGAR-PRODUCTO
             UNTIL FS-PRODUCTO-EOF.

       1300-F-CARGAR-CATALOGO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 1 0 - L E E R - P R O D U C T O                 *
      *----------------------------------------------------------------*

       1310-LEER-PRODUCTO.

           MOVE '1310-LEER-PRODUCTO'          TO WS-PARRAFO.

           READ PRODUCTO INTO WS-REG-PRODUCTO.

           EVALUATE TRUE
               WHEN FS-PRODUCTO-OK
                    ADD 1                     TO CNT-PROD-LEIDOS

               WHEN FS-PRODUCTO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PRODUCTO          TO AUX-ERR-NOMBRE
                    MOVE FS-PRODUCTO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-PRODUCTO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 2 0 - C A R G A R - P R O D U C T O               *
      *----------------------------------------------------------------*

       1320-CARGAR-PRODUCTO.

           MOVE '1320-CARGAR-PRODUCTO'        TO WS-PARRAFO.

           IF PRO-COD-PRODUCTO IS NOT NUMERIC
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-PRODUCTO                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'CODIGO DE PRODUCTO NO NUMERICO EN PRODUCT1'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           COMPUTE WS-IDX = PRO-COD-PRODUCTO + 1.

           IF T-PROD-EXISTE (WS-IDX)
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-PRODUCTO                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'CODIGO DE PRODUCTO REPETIDO EN PRODUCT1'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           SET T-PROD-EXISTE (WS-IDX)         TO TRUE.
           MOVE PRO-DENOMINACION              TO
                T-PROD-DENOMINACION (WS-IDX).

           IF PRO-PRECIO IS NUMERIC
              MOVE PRO-PRECIO                 TO T-PROD-PRECIO (WS-IDX)
           ELSE
              MOVE ZEROS                      TO T-PROD-PRECIO (WS-IDX)
           END-IF.

           PERFORM 1310-LEER-PRODUCTO
              THRU 1310-F-LEER-PRODUCTO.

       1320-F-CARGAR-PRODUCTO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 5 0 - C A R G A R - P E N D I E N T E S             *
      *----------------------------------------------------------------*

       1350-CARGAR-PENDIENTES.

           MOVE '1350-CARGAR-PENDIENTES'      TO WS-PARRAFO.

           PERFORM 1360-LEER-PENDIENTE
              THRU 1360-F-LEER-PENDIENTE.

           PERFORM 1370-MARCAR-PENDIENTE
              THRU 1370-F-MARCAR-PENDIENTE
             UNTIL FS-PENDIENTE-EOF.

       1350-F-CARGAR-PENDIENTES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 6 0 - L E E R - P E N D I E N T E                 *
      *----------------------------------------------------------------*

       1360-LEER-PENDIENTE.

           MOVE '1360-LEER-PENDIENTE'         TO WS-PARRAFO.

           READ PENDIENTE INTO WS-REG-PENDIENTE.

           EVALUATE TRUE
               WHEN FS-PENDIENTE-OK
                    ADD 1                     TO CNT-PEND-LEIDOS

               WHEN FS-PENDIENTE-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PENDIENTE         TO AUX-ERR-NOMBRE
                    MOVE FS-PENDIENTE         TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1360-F-LEER-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 7 0 - M A R C A R - P E N D I E N T E               *
      *----------------------------------------------------------------*

       1370-MARCAR-PENDIENTE.

           MOVE '1370-MARCAR-PENDIENTE'       TO WS-PARRAFO.

           IF PEN-COD-PRODUCTO IS NUMERIC
              COMPUTE WS-IDX = PEN-COD-PRODUCTO + 1
              ADD 1                           TO
                  T-PROD-PENDIENTES (WS-IDX)
           END-IF.

           PERFORM 1360-LEER-PENDIENTE
              THRU 1360-F-LEER-PENDIENTE.

       1370-F-MARCAR-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - P R O D T R X                    *
      *----------------------------------------------------------------*

       1400-LEER-PRODTRX.

           MOVE '1400-LEER-PRODTRX'           TO WS-PARRAFO.

           READ PRODTRX INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-PRODTRX-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-PRODTRX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PRODTRX           TO AUX-ERR-NOMBRE
                    MOVE FS-PRODTRX           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-PRODTRX.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2200-VALIDAR-TRX
              THRU 2200-F-VALIDAR-TRX.

           IF TRX-VALIDA
              EVALUATE TRUE
                WHEN TRX-ALTA
                  PERFORM 2300-APLICAR-ALTA
                     THRU 2300-F-APLICAR-ALTA

                WHEN TRX-BAJA
                  PERFORM 2400-APLICAR-BAJA
                     THRU 2400-F-APLICAR-BAJA

                WHEN TRX-MODIF
                  PERFORM 2500-APLICAR-MODIF
                     THRU 2500-F-APLICAR-MODIF
              END-EVALUATE
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-PRODTRX
              THRU 1400-F-LEER-PRODTRX.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   SE VALIDA CONTRA EL CATALOGO EN MEMORIA, QUE YA REFLEJA LAS  *
      *   TRANSACCIONES ANTERIORES DE LA MISMA CORRIDA. LA BAJA SOLO   *
      *   NECESITA IDENTIFICAR EL PRODUCTO POR SU CODIGO.              *
      *----------------------------------------------------------------*

       2200-VALIDAR-TRX.

           MOVE '2200-VALIDAR-TRX'            TO WS-PARRAFO.

           IF NOT TRX-ALTA AND NOT TRX-BAJA AND NOT TRX-MODIF
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF TRX-COD-PRODUCTO IS NOT NUMERIC
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CODIGO DE PRODUCTO INVALIDO'
                                              TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           COMPUTE WS-IDX = TRX-COD-PRODUCTO + 1.

           IF TRX-ALTA AND T-PROD-EXISTE (WS-IDX)
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CODIGO YA EXISTENTE'      TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF NOT TRX-ALTA AND NOT T-PROD-EXISTE (WS-IDX)
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CODIGO INEXISTENTE'       TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF TRX-BAJA
              IF T-PROD-PENDIENTES (WS-IDX) IS GREATER THAN ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIENE PRECIOS PENDIENTES'
                                              TO WS-MOTIVO
              END-IF
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

           IF TRX-DENOMINACION IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'DENOMINACION EN BLANCO'   TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-TRX
           END-IF.

      *    EL PRECIO NO TIENE SIGNO: UN NEGATIVO ( SIGNO SOBREIMPRESO )
      *    O UN VALOR CON BASURA NO PASA LA PRUEBA NUMERICA.
           IF TRX-PRECIO IS NOT NUMERIC
              SET TRX-INVALIDA                TO TRUE
              MOVE 'PRECIO NO NUMERICO O NEGATIVO'
                                              TO WS-MOTIVO
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*

       2300-APLICAR-ALTA.

           MOVE '2300-APLICAR-ALTA'           TO WS-PARRAFO.

           MOVE 'ALTA'                        TO LDE-ACCION.
           MOVE SPACES                        TO LDE-DENOM-ANT
                                                 LDE-PRECIO-ANT-X.
           MOVE TRX-DENOMINACION              TO LDE-DENOM-NUE.
           MOVE TRX-PRECIO                    TO LDE-PRECIO-NUE.

           SET T-PROD-EXISTE (WS-IDX)         TO TRUE.
           MOVE TRX-DENOMINACION              TO
                T-PROD-DENOMINACION (WS-IDX).
           MOVE TRX-PRECIO                    TO T-PROD-PRECIO (WS-IDX).

           ADD 1                              TO CNT-ALTAS.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2300-F-APLICAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - A P L I C A R - B A J A                     *
      *----------------------------------------------------------------*

       2400-APLICAR-BAJA.

           MOVE '2400-APLICAR-BAJA'           TO WS-PARRAFO.

           MOVE 'BAJA'                        TO LDE-ACCION.
           MOVE T-PROD-DENOMINACION (WS-IDX)  TO LDE-DENOM-ANT.
           MOVE T-PROD-PRECIO (WS-IDX)        TO LDE-PRECIO-ANT.
           MOVE SPACES                        TO LDE-DENOM-NUE
                                                 LDE-PRECIO-NUE-X.

           SET T-PROD-NO-EXISTE (WS-IDX)      TO TRUE.
           MOVE SPACES                        TO
                T-PROD-DENOMINACION (WS-IDX).
           MOVE ZEROS                         TO T-PROD-PRECIO (WS-IDX).

           ADD 1                              TO CNT-BAJAS.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2400-F-APLICAR-BAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - A P L I C A R - M O D I F                   *
      *----------------------------------------------------------------*

       2500-APLICAR-MODIF.

           MOVE '2500-APLICAR-MODIF'          TO WS-PARRAFO.

           MOVE 'MODIFICACION'                TO LDE-ACCION.
           MOVE T-PROD-DENOMINACION (WS-IDX)  TO LDE-DENOM-ANT.
           MOVE T-PROD-PRECIO (WS-IDX)        TO LDE-PRECIO-ANT.
           MOVE TRX-DENOMINACION              TO LDE-DENOM-NUE.
           MOVE TRX-PRECIO                    TO LDE-PRECIO-NUE.

           MOVE TRX-DENOMINACION              TO
                T-PROD-DENOMINACION (WS-IDX).
           MOVE TRX-PRECIO                    TO T-PROD-PRECIO (WS-IDX).

           ADD 1                              TO CNT-MODIFICACIONES.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2500-F-APLICAR-MODIF.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - R E C H A Z A R - T R X                     *
      *----------------------------------------------------------------*

       2700-RECHAZAR-TRX.

           MOVE '2700-RECHAZAR-TRX'           TO WS-PARRAFO.

           ADD 1                              TO CNT-RECHAZADAS.

           DISPLAY '* TRANSACCION RECHAZADA: ' WS-MOTIVO.
           DISPLAY ' - ACCION: ' TRX-ACCION
                   ' PRODUCTO: ' TRX-REGISTRO(1:2).

           MOVE SPACES                        TO WS-REG-RECHPROD.
           MOVE TRX-ACCION                    TO REC-ACCION.
           MOVE TRX-REGISTRO                  TO REC-REGISTRO.
           MOVE WS-MOTIVO                     TO REC-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO REC-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO REC-RUNID.

           WRITE REG-RECHPROD FROM WS-REG-RECHPROD.

           IF NOT FS-RECHPROD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHPROD                TO AUX-ERR-NOMBRE
              MOVE FS-RECHPROD                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2700-F-RECHAZAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 0 0 - G R A B A R - A U D I T O R I A                 *
      *----------------------------------------------------------------*

       2800-GRABAR-AUDITORIA.

           MOVE '2800-GRABAR-AUDITORIA'       TO WS-PARRAFO.

           MOVE TRX-COD-PRODUCTO              TO LDE-COD-PRODUCTO.

           MOVE WS-LIN-DETALLE                TO REG-AUDPROD.

           PERFORM 2950-GRABAR-AUDPROD
              THRU 2950-F-GRABAR-AUDPROD.

       2800-F-GRABAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 5 0 - G R A B A R - A U D P R O D                 *
      *----------------------------------------------------------------*

       2950-GRABAR-AUDPROD.

           WRITE REG-AUDPROD.

           IF NOT FS-AUDPROD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDPROD                 TO AUX-ERR-NOMBRE
              MOVE FS-AUDPROD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-GRABAR-AUDPROD.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-GRABAR-CATALOGO
              THRU 3100-F-GRABAR-CATALOGO
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > CT-MAX-PRODUCTOS.

           CLOSE PRODTRX
                 PRODUCTO
                 PENDIENTE
                 PRODNUE
                 AUDPROD
                 RECHPROD.

           IF NOT FS-PRODNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PRODNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-PRODNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 0 0 - G R A B A R - C A T A L O G O                *
      *----------------------------------------------------------------*
      *   RECORRER LA TABLA POR CODIGO DEJA LA NUEVA GENERACION EN     *
      *   ORDEN ASCENDENTE, COMO LA APAREA PGMTACAB CON PRECIO.        *
      *----------------------------------------------------------------*

       3100-GRABAR-CATALOGO.

           MOVE '3100-GRABAR-CATALOGO'        TO WS-PARRAFO.

           IF NOT T-PROD-EXISTE (WS-I)
              GO TO 3100-F-GRABAR-CATALOGO
           END-IF.

           MOVE SPACES                        TO WS-REG-PRODUCTO.
           COMPUTE PRO-COD-PRODUCTO = WS-I - 1.
           MOVE T-PROD-DENOMINACION (WS-I)    TO PRO-DENOMINACION.
           MOVE T-PROD-PRECIO (WS-I)          TO PRO-PRECIO.

           WRITE REG-PRODNUE FROM WS-REG-PRODUCTO.

           IF NOT FS-PRODNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PRODNUE                 TO AUX-ERR-NOMBRE
              MOVE FS-PRODNUE                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-PROD-GRABADOS.

       3100-F-GRABAR-CATALOGO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-PROD-LEIDOS               TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI165               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PRODUCTOS EN EL CATALOGO ANTERIOR:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PEND-LEIDOS               TO WS-MASCARA.
           DISPLAY '* PRECIOS PENDIENTES LEIDOS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRX-LEIDAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES LEIDAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS                     TO WS-MASCARA.
           DISPLAY '* ALTAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BAJAS                     TO WS-MASCARA.
           DISPLAY '* BAJAS APLICADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MODIFICACIONES            TO WS-MASCARA.
           DISPLAY '* MODIFICACIONES APLICADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADAS                TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PROD-GRABADOS             TO WS-MASCARA.
           DISPLAY '* PRODUCTOS EN LA NUEVA GENERACION:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDAS='        DELIMITED BY SIZE
                  CNT-TRX-LEIDAS   DELIMITED BY SIZE
                  ' ALTAS='        DELIMITED BY SIZE
                  CNT-ALTAS        DELIMITED BY SIZE
                  ' BAJAS='        DELIMITED BY SIZE
                  CNT-BAJAS        DELIMITED BY SIZE
                  ' MODIF='        DELIMITED BY SIZE
                  CNT-MODIFICACIONES DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
                  ' PROD='         DELIMITED BY SIZE
                  CNT-PROD-GRABADOS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           MOVE BTOT-DETALLE                  TO AUT-RESUMEN.

           PERFORM 1808-AUDITAR-RESUMEN
              THRU 1808-F-AUDITAR-RESUMEN.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 0 5 - A U T O R I Z A C I O N                       *
      *----------------------------------------------------------------*

           COPY AUTORIRU.

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

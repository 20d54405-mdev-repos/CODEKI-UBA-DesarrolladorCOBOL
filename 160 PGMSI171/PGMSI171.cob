      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI171.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO BATCH DEL INVENTARIO DE CAJAS DE SEGURIDAD Y   *
      *   DE LOS CONTRATOS DE ALQUILER POR TRANSACCIONES               *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * CADA SUCURSAL ALQUILA CAJAS DE SEGURIDAD ( COPY CPCAJSEG ).    *
      * ESTE PROGRAMA MANTIENE SUS DOS MAESTROS EN EL MISMO ESQUEMA    *
      * QUE PGMSI167:                                                  *
      *   - LEE EL ARCHIVO CAJTRX DE TRANSACCIONES: UNA LETRA DE       *
      *     ARCHIVO ( 'I' INVENTARIO DE CAJAS / 'C' CONTRATO DE        *
      *     ALQUILER ), UNA LETRA DE ACCION ( 'A' ALTA / 'B' BAJA /    *
      *     'M' MODIFICACION ) Y EL REGISTRO COMPLETO EN EL LAYOUT DEL *
      *     MAESTRO QUE CORRESPONDE.                                   *
      *   - EL INVENTARIO ( CAJASEG ) Y LOS CONTRATOS ( CONTRCAJ ),    *
      *     AMBOS ORDENADOS POR SUCURSAL Y NUMERO DE CAJA, SE CARGAN   *
      *     EN MEMORIA; LAS SUCURSALES SALEN DE SUCMAES ( COPY         *
      *     SUCURLEE ) Y LOS TAMANIOS DE TARCAJA ( COPY CAJTARLE ).    *
      *   - CAJA: SUCURSAL EXISTENTE ( ABIERTA PARA UNA ALTA ), NUMERO *
      *     NO CERO, TAMANIO CON TARIFA, ESTADO 'D' DISPONIBLE O 'X'   *
      *     FUERA DE SERVICIO. UNA CAJA ALQUILADA NO SE DA DE BAJA NI  *
      *     SE MODIFICA.                                               *
      *   - CONTRATO: CAJA EXISTENTE Y DISPONIBLE ( ALTA ), SUCURSAL   *
      *     ABIERTA, CLIENTE NUMERICO Y CUENTA A DEBITAR EXISTENTE EN  *
      *     KC02787.TBCURCTA Y DEL MISMO CLIENTE. LA ALTA VENCE EN LA  *
      *     FECHA DE PROCESO ( EL PRIMER CANON LO COBRA LA CORRIDA     *
      *     SIGUIENTE DE PGMSI172 ) Y DEJA LA CAJA ALQUILADA; LA       *
      *     MODIFICACION SOLO CAMBIA LA CUENTA A DEBITAR; LA BAJA      *
      *     LIBERA LA CAJA Y NO SE ADMITE CON DEUDA SALVO QUE EL       *
      *     CONTRATO ESTE EN APERTURA FORZADA.                         *
      *   - LAS VALIDAS SE APLICAN SOBRE LAS TABLAS Y SU IMAGEN ANTES  *
      *     / DESPUES QUEDA EN EL LISTADO DE AUDITORIA AUDCAJ; LAS     *
      *     RECHAZADAS VAN AL ARCHIVO RECHCAJ CON EL MOTIVO.           *
      *   - AL FINAL SE GRABAN LAS NUEVAS GENERACIONES CAJNUE Y CONNUE *
      *     EN EL MISMO ORDEN, QUE LEEN PGMSI172 Y PGMSI173.           *
      * COMO REEMPLAZA MAESTROS, SOLO CORRE CON AUTORIZACION FIRMADA   *
      * ( COPY AUTORIRU ).                                             *
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

           SELECT CAJTRX   ASSIGN TO CAJTRX
                                    FILE STATUS IS FS-CAJTRX.

           SELECT CAJASEG  ASSIGN TO CAJASEG
                                    FILE STATUS IS FS-CAJASEG.

           SELECT CONTRCAJ ASSIGN TO CONTRCAJ
                                    FILE STATUS IS FS-CONTRCAJ.

           SELECT TARCAJA  ASSIGN TO TARCAJA
                                    FILE STATUS IS FS-TARCAJA.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT CAJNUE   ASSIGN TO CAJNUE
                                    FILE STATUS IS FS-CAJNUE.

           SELECT CONNUE   ASSIGN TO CONNUE
                                    FILE STATUS IS FS-CONNUE.

           SELECT AUDCAJ   ASSIGN TO AUDCAJ
                                    FILE STATUS IS FS-AUDCAJ.

           SELECT RECHCAJ  ASSIGN TO RECHCAJ
                                    FILE STATUS IS FS-RECHCAJ.

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
      *   TRANSACCIONES DE MANTENIMIENTO DE CAJAS Y CONTRATOS.         *
      *----------------------------------------------------------------*

       FD   CAJTRX
            RECORDING MODE IS F.
       01   REG-CAJTRX                                      PIC X(110).

      *----------------------------------------------------------------*
      *   INVENTARIO DE CAJAS VIGENTE Y SU NUEVA GENERACION.           *
      *----------------------------------------------------------------*

       FD   CAJASEG
            RECORDING MODE IS F.
       01   REG-CAJASEG                                     PIC X(40).

       FD   CAJNUE
            RECORDING MODE IS F.
       01   REG-CAJNUE                                      PIC X(40).

      *----------------------------------------------------------------*
      *   CONTRATOS DE ALQUILER VIGENTES Y SU NUEVA GENERACION.        *
      *----------------------------------------------------------------*

       FD   CONTRCAJ
            RECORDING MODE IS F.
       01   REG-CONTRCAJ                                    PIC X(100).

       FD   CONNUE
            RECORDING MODE IS F.
       01   REG-CONNUE                                      PIC X(100).

      *----------------------------------------------------------------*
      *   TARIFAS POR TAMANIO DE CAJA ( COPY CPCAJSEG / CAJTARLE ).    *
      *----------------------------------------------------------------*

       FD   TARCAJA
            RECORDING MODE IS F.
       01   REG-TARCAJA                                     PIC X(40).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   LISTADO DE AUDITORIA: IMAGEN ANTES / DESPUES DE CADA CAMBIO. *
      *----------------------------------------------------------------*

       FD   AUDCAJ
            RECORDING MODE IS F.
       01   REG-AUDCAJ                                      PIC X(132).

      *----------------------------------------------------------------*
      *   TRANSACCIONES RECHAZADAS CON SU MOTIVO.                      *
      *----------------------------------------------------------------*

       FD   RECHCAJ
            RECORDING MODE IS F.
       01   REG-RECHCAJ                                     PIC X(150).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI171'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-CAJTRX                     PIC X(08)  VALUE 'CAJTRX  '.
           02 CT-CAJASEG                    PIC X(08)  VALUE 'CAJASEG '.
           02 CT-CONTRCAJ                   PIC X(08)  VALUE 'CONTRCAJ'.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-CAJNUE                     PIC X(08)  VALUE 'CAJNUE  '.
           02 CT-CONNUE                     PIC X(08)  VALUE 'CONNUE  '.
           02 CT-AUDCAJ                     PIC X(08)  VALUE 'AUDCAJ  '.
           02 CT-RECHCAJ                    PIC X(08)  VALUE 'RECHCAJ '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MAX-CAJAS                  PIC 9(05)  VALUE 5000.
           02 CT-MAX-CONTRATOS              PIC 9(05)  VALUE 5000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-I                          PIC 9(05)  VALUE ZEROS.
           02 WS-J                          PIC 9(05)  VALUE ZEROS.
           02 WS-IDX-CAJ                    PIC 9(05)  VALUE ZEROS.
           02 WS-IDX-CON                    PIC 9(05)  VALUE ZEROS.
           02 WS-CANT-CAJAS                 PIC 9(05)  VALUE ZEROS.
           02 WS-CANT-CONTRATOS             PIC 9(05)  VALUE ZEROS.
           02 WS-CAJ-BUSCADA                PIC X(06)  VALUE SPACES.
           02 WS-CON-BUSCADO                PIC X(06)  VALUE SPACES.
           02 WS-CAJ-CLAVE-ANT              PIC X(06)  VALUE SPACES.
           02 WS-CON-CLAVE-ANT              PIC X(06)  VALUE SPACES.
           02 WS-CTA-NUEVA                  PIC X(08)  VALUE SPACES.
           02 WS-CAJ-ESTADO-NUEVO           PIC X(01)  VALUE SPACES.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

       01 WS-CAJ-HALLADA-SW                 PIC X(01)  VALUE 'N'.
           88 CAJA-HALLADA                             VALUE 'S'.
           88 CAJA-NO-HALLADA                          VALUE 'N'.

       01 WS-CON-HALLADO-SW                 PIC X(01)  VALUE 'N'.
           88 CONTRATO-HALLADO                         VALUE 'S'.
           88 CONTRATO-NO-HALLADO                      VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: ARCHIVO Y  *
      *   ACCION, SEGUIDOS DEL REGISTRO COMPLETO DEL MAESTRO ( LAYOUT  *
      *   WS-REG-CAJASEG O WS-REG-CONTRCAJ DE CPCAJSEG ).              *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ARCHIVO                   PIC X(01).
              88 TRX-DE-CAJA                           VALUE 'I'.
              88 TRX-DE-CONTRATO                       VALUE 'C'.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
           02 TRX-REGISTRO                  PIC X(100).
           02 FILLER                        PIC X(08).

      *----------------------------------------------------------------*
      *   INVENTARIO EN MEMORIA ORDENADO POR SUCURSAL Y NUMERO DE      *
      *   CAJA. LA ALTA SE INSERTA EN SU LUGAR CORRIENDO LAS           *
      *   SIGUIENTES; LA BAJA DEJA LA POSICION MARCADA.                *
      *----------------------------------------------------------------*

       01 WS-T-CAJAS.
           02 T-CAJ                         OCCURS 5000 TIMES.
              03 T-CAJ-VIGENTE-SW           PIC X(01).
                 88 T-CAJ-VIGENTE                      VALUE 'S'.
                 88 T-CAJ-BORRADA                      VALUE 'N'.
              03 T-CAJ-REGISTRO.
                 04 T-CAJ-CLAVE             PIC X(06).
                 04 T-CAJ-TAMANIO           PIC X(01).
                 04 T-CAJ-ESTADO            PIC X(01).
                    88 T-CAJ-ALQUILADA                 VALUE 'A'.
                 04 T-CAJ-FECHA-ESTADO      PIC 9(08).
                 04 T-CAJ-RUNID             PIC X(08).
                 04 FILLER                  PIC X(16).

      *----------------------------------------------------------------*
      *   CONTRATOS EN MEMORIA EN EL MISMO ORDEN, CON EL MISMO         *
      *   TRATAMIENTO DE ALTAS Y BAJAS.                                *
      *----------------------------------------------------------------*

       01 WS-T-CONTRATOS.
           02 T-CON                         OCCURS 5000 TIMES.
              03 T-CON-VIGENTE-SW           PIC X(01).
                 88 T-CON-VIGENTE                      VALUE 'S'.
                 88 T-CON-BORRADO                      VALUE 'N'.
              03 T-CON-REGISTRO.
                 04 T-CON-CLAVE             PIC X(06).
                 04 T-CON-NROCLI            PIC 9(08).
                 04 FILLER                  PIC X(32).
                 04 T-CON-DEUDA             PIC 9(09)V99.
                 04 FILLER                  PIC X(23).
                 04 T-CON-ESTADO            PIC X(01).
                    88 T-CON-APERTURA-FORZADA          VALUE 'F'.
                 04 FILLER                  PIC X(19).

      *----------------------------------------------------------------*
      *   VARIABLE HOST PARA VALIDAR LA CUENTA A DEBITAR.              *
      *----------------------------------------------------------------*

       01 WS-TB-CUENTA.
           02 WS-TB-NROCLI                  PIC 9(08).

      *----------------------------------------------------------------*
      *   REGISTRO DE RECHAZOS ( RECHCAJ )                             *
      *----------------------------------------------------------------*

       01 WS-REG-RECHCAJ.
           02 REC-ARCHIVO                   PIC X(01).
           02 REC-ACCION                    PIC X(01).
           02 REC-REGISTRO                  PIC X(100).
           02 REC-MOTIVO                    PIC X(30).
           02 REC-FECHA-PROCESO             PIC 9(08).
           02 REC-RUNID                     PIC X(08).
           02 FILLER                        PIC X(02).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO DE AUDITORIA AUDCAJ                       *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'ALTAS, BAJAS Y MODIFICACIONES DE CAJAS DE SEGURIDAD '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(39)  VALUE
              ' ACCION       ARCHIVO  IMAGEN  REGISTRO'.
           02 FILLER                        PIC X(93)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ACCION                    PIC X(12).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ARCHIVO                   PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-IMAGEN                    PIC X(07).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-REGISTRO                  PIC X(100).
           02 FILLER                        PIC X(01)  VALUE SPACES.

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
           02 CNT-CAJ-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-SIN-CAJA              PIC 9(05)  VALUE ZEROS.
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.
           02 CNT-CAJ-GRABADAS              PIC 9(05)  VALUE ZEROS.
           02 CNT-CON-GRABADOS              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CAJTRX                     PIC X(02).
              88 FS-CAJTRX-OK                          VALUE '00'.
              88 FS-CAJTRX-EOF                         VALUE '10'.

           02 FS-CAJASEG                    PIC X(02).
              88 FS-CAJASEG-OK                         VALUE '00'.
              88 FS-CAJASEG-EOF                        VALUE '10'.

           02 FS-CONTRCAJ                   PIC X(02).
              88 FS-CONTRCAJ-OK                        VALUE '00'.
              88 FS-CONTRCAJ-EOF                       VALUE '10'.

           02 FS-TARCAJA                    PIC X(02).
              88 FS-TARCAJA-OK                         VALUE '00'.
              88 FS-TARCAJA-EOF                        VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-CAJNUE                     PIC X(02).
              88 FS-CAJNUE-OK                          VALUE '00'.

           02 FS-CONNUE                     PIC X(02).
              88 FS-CONNUE-OK                          VALUE '00'.

           02 FS-AUDCAJ                     PIC X(02).
              88 FS-AUDCAJ-OK                          VALUE '00'.

           02 FS-RECHCAJ                    PIC X(02).
              88 FS-RECHCAJ-OK                         VALUE '00'.

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

           COPY CPCAJSEG.

           COPY CPSUCUR.

           COPY CPAUTORI.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-CAJTRX-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-CAJAS
                      WS-T-CONTRATOS
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

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1843-CARGAR-TARIFAS
              THRU 1843-F-CARGAR-TARIFAS.

           PERFORM 1300-CARGAR-CAJAS
              THRU 1300-F-CARGAR-CAJAS.

           PERFORM 1350-CARGAR-CONTRATOS
              THRU 1350-F-CARGAR-CONTRATOS.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-RUN-ID                     TO LTI-RUNID.

           MOVE WS-LIN-TITULO                 TO REG-AUDCAJ.
           PERFORM 2950-GRABAR-AUDCAJ
              THRU 2950-F-GRABAR-AUDCAJ.

           MOVE SPACES                        TO REG-AUDCAJ.
           PERFORM 2950-GRABAR-AUDCAJ
              THRU 2950-F-GRABAR-AUDCAJ.

           MOVE WS-LIN-COLUMNAS               TO REG-AUDCAJ.
           PERFORM 2950-GRABAR-AUDCAJ
              THRU 2950-F-GRABAR-AUDCAJ.

           PERFORM 1400-LEER-CAJTRX
              THRU 1400-F-LEER-CAJTRX.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  CAJTRX
                       CAJASEG
                       CONTRCAJ
                OUTPUT CAJNUE
                       CONNUE
                       AUDCAJ
                       RECHCAJ.

           IF NOT FS-CAJTRX-OK
              MOVE CT-CAJTRX                  TO AUX-ERR-NOMBRE
              MOVE FS-CAJTRX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CAJASEG-OK
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE FS-CAJASEG                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CONTRCAJ-OK
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE FS-CONTRCAJ                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CAJNUE-OK
              MOVE CT-CAJNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAJNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CONNUE-OK
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-AUDCAJ-OK
              MOVE CT-AUDCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDCAJ                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RECHCAJ-OK
              MOVE CT-RECHCAJ                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHCAJ                 TO AUX-ERR-STATUS
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
      *            1 3 0 0 - C A R G A R - C A J A S                   *
      *----------------------------------------------------------------*
      *   CAJASEG VIENE ORDENADO POR SUCURSAL Y NUMERO DE CAJA SIN     *
      *   REPETIDOS; UNA CLAVE NO NUMERICA, REPETIDA O FUERA DE ORDEN  *
      *   ES UN MAESTRO DANADO Y SE ABORTA ANTES DE GRABAR UNA         *
      *   GENERACION QUE LA PIERDA O LA DUPLIQUE.                      *
      *----------------------------------------------------------------*

       1300-CARGAR-CAJAS.

           MOVE '1300-CARGAR-CAJAS'           TO WS-PARRAFO.

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA.

           PERFORM 1320-CARGAR-CAJA
              THRU 1320-F-CARGAR-CAJA
             UNTIL FS-CAJASEG-EOF.

       1300-F-CARGAR-CAJAS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 1 0 - L E E R - C A J A                       *
      *----------------------------------------------------------------*

       1310-LEER-CAJA.

           MOVE '1310-LEER-CAJA'              TO WS-PARRAFO.

           READ CAJASEG INTO WS-REG-CAJASEG.

           EVALUATE TRUE
               WHEN FS-CAJASEG-OK
                    ADD 1                     TO CNT-CAJ-LEIDAS

               WHEN FS-CAJASEG-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAJASEG           TO AUX-ERR-NOMBRE
                    MOVE FS-CAJASEG           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 2 0 - C A R G A R - C A J A                     *
      *----------------------------------------------------------------*

       1320-CARGAR-CAJA.

           MOVE '1320-CARGAR-CAJA'            TO WS-PARRAFO.

           IF CAJ-SUCURSAL IS NOT NUMERIC
              OR CAJ-NROCAJA IS NOT NUMERIC
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE 'CLAVE NO NUMERICA EN CAJASEG'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-MAESTRO
                 THRU 1390-F-ERROR-MAESTRO
           END-IF.

           IF CAJ-CLAVE IS NOT GREATER THAN WS-CAJ-CLAVE-ANT
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE 'CAJA REPETIDA O FUERA DE ORDEN EN CAJASEG'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-MAESTRO
                 THRU 1390-F-ERROR-MAESTRO
           END-IF.

           IF WS-CANT-CAJAS >= CT-MAX-CAJAS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CAJASEG                 TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE CAJ-CLAVE                     TO WS-CAJ-CLAVE-ANT.

           ADD 1                              TO WS-CANT-CAJAS.
           SET T-CAJ-VIGENTE (WS-CANT-CAJAS)  TO TRUE.
           MOVE WS-REG-CAJASEG                TO
                T-CAJ-REGISTRO (WS-CANT-CAJAS).

           PERFORM 1310-LEER-CAJA
              THRU 1310-F-LEER-CAJA.

       1320-F-CARGAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 5 0 - C A R G A R - C O N T R A T O S               *
      *----------------------------------------------------------------*
      *   CONTRCAJ VIENE EN EL MISMO ORDEN QUE CAJASEG, CON LOS MISMOS *
      *   CONTROLES. UN CONTRATO CUYA CAJA NO ESTA EN EL INVENTARIO SE *
      *   CONSERVA Y SE AVISA ( PGMSI172 NO LO COBRA Y LO INFORMA );   *
      *   SE CORRIGE CON UNA BAJA.                                     *
      *----------------------------------------------------------------*

       1350-CARGAR-CONTRATOS.

           MOVE '1350-CARGAR-CONTRATOS'       TO WS-PARRAFO.

           PERFORM 1360-LEER-CONTRATO
              THRU 1360-F-LEER-CONTRATO.

           PERFORM 1370-CARGAR-CONTRATO
              THRU 1370-F-CARGAR-CONTRATO
             UNTIL FS-CONTRCAJ-EOF.

       1350-F-CARGAR-CONTRATOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 6 0 - L E E R - C O N T R A T O                   *
      *----------------------------------------------------------------*

       1360-LEER-CONTRATO.

           MOVE '1360-LEER-CONTRATO'          TO WS-PARRAFO.

           READ CONTRCAJ INTO WS-REG-CONTRCAJ.

           EVALUATE TRUE
               WHEN FS-CONTRCAJ-OK
                    ADD 1                     TO CNT-CON-LEIDOS

               WHEN FS-CONTRCAJ-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CONTRCAJ          TO AUX-ERR-NOMBRE
                    MOVE FS-CONTRCAJ          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1360-F-LEER-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 7 0 - C A R G A R - C O N T R A T O               *
      *----------------------------------------------------------------*

       1370-CARGAR-CONTRATO.

           MOVE '1370-CARGAR-CONTRATO'        TO WS-PARRAFO.

           IF CON-SUCURSAL IS NOT NUMERIC
              OR CON-NROCAJA IS NOT NUMERIC
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE 'CLAVE NO NUMERICA EN CONTRCAJ'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-MAESTRO
                 THRU 1390-F-ERROR-MAESTRO
           END-IF.

           IF CON-CLAVE IS NOT GREATER THAN WS-CON-CLAVE-ANT
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE 'CAJA REPETIDA O FUERA DE ORDEN EN CONTRCAJ'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-MAESTRO
                 THRU 1390-F-ERROR-MAESTRO
           END-IF.

           IF WS-CANT-CONTRATOS >= CT-MAX-CONTRATOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CONTRCAJ                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE CON-CLAVE                     TO WS-CON-CLAVE-ANT.

           ADD 1                              TO WS-CANT-CONTRATOS.
           SET T-CON-VIGENTE (WS-CANT-CONTRATOS) TO TRUE.
           MOVE WS-REG-CONTRCAJ               TO
                T-CON-REGISTRO (WS-CANT-CONTRATOS).

           MOVE CON-CLAVE                     TO WS-CAJ-BUSCADA.

           PERFORM 2210-BUSCAR-CAJA
              THRU 2210-F-BUSCAR-CAJA.

           IF CAJA-NO-HALLADA
              ADD 1                           TO CNT-CON-SIN-CAJA
              DISPLAY '* CONTRATO DE LA CAJA ' CON-NROCAJA
                      ' SUCURSAL ' CON-SUCURSAL
                      ' INEXISTENTE EN EL INVENTARIO'
           END-IF.

           PERFORM 1360-LEER-CONTRATO
              THRU 1360-F-LEER-CONTRATO.

       1370-F-CARGAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 9 0 - E R R O R - M A E S T R O                  *
      *----------------------------------------------------------------*

       1390-ERROR-MAESTRO.

           MOVE CT-DATOS                      TO AUX-ERR-ACCION.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1390-F-ERROR-MAESTRO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - C A J T R X                      *
      *----------------------------------------------------------------*

       1400-LEER-CAJTRX.

           MOVE '1400-LEER-CAJTRX'            TO WS-PARRAFO.

           READ CAJTRX INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-CAJTRX-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-CAJTRX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAJTRX            TO AUX-ERR-NOMBRE
                    MOVE FS-CAJTRX            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-CAJTRX.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           EVALUATE TRUE
             WHEN TRX-DE-CAJA
               MOVE TRX-REGISTRO              TO WS-REG-CAJASEG
               PERFORM 2200-VALIDAR-CAJA
                  THRU 2200-F-VALIDAR-CAJA

             WHEN TRX-DE-CONTRATO
               MOVE TRX-REGISTRO              TO WS-REG-CONTRCAJ
               PERFORM 2250-VALIDAR-CONTRATO
                  THRU 2250-F-VALIDAR-CONTRATO

             WHEN OTHER
               SET TRX-INVALIDA               TO TRUE
               MOVE 'ARCHIVO DESCONOCIDO'     TO WS-MOTIVO
           END-EVALUATE.

           IF TRX-VALIDA
              IF TRX-DE-CAJA
                 PERFORM 2300-APLICAR-CAJA
                    THRU 2300-F-APLICAR-CAJA
              ELSE
                 PERFORM 2400-APLICAR-CONTRATO
                    THRU 2400-F-APLICAR-CONTRATO
              END-IF
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-CAJTRX
              THRU 1400-F-LEER-CAJTRX.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - V A L I D A R - C A J A                   *
      *----------------------------------------------------------------*
      *   SE VALIDA CONTRA EL INVENTARIO EN MEMORIA, QUE YA REFLEJA    *
      *   LAS TRANSACCIONES ANTERIORES DE LA MISMA CORRIDA. EL ESTADO  *
      *   'A' NO SE CARGA A MANO: LO PONE Y LO SACA EL CONTRATO.       *
      *----------------------------------------------------------------*

       2200-VALIDAR-CAJA.

           MOVE '2200-VALIDAR-CAJA'           TO WS-PARRAFO.

           IF NOT TRX-ALTA AND NOT TRX-BAJA AND NOT TRX-MODIF
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           IF CAJ-SUCURSAL IS NOT NUMERIC
              OR CAJ-NROCAJA IS NOT NUMERIC
              OR CAJ-NROCAJA IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NUMERO DE CAJA INVALIDO'  TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           MOVE CAJ-CLAVE                     TO WS-CAJ-BUSCADA.

           PERFORM 2210-BUSCAR-CAJA
              THRU 2210-F-BUSCAR-CAJA.

           IF TRX-ALTA AND CAJA-HALLADA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CAJA YA EXISTENTE'        TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           IF NOT TRX-ALTA AND NOT CAJA-HALLADA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CAJA INEXISTENTE'         TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           IF NOT TRX-ALTA
              IF T-CAJ-ALQUILADA (WS-IDX-CAJ)
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'CAJA ALQUILADA'        TO WS-MOTIVO
                 GO TO 2200-F-VALIDAR-CAJA
              END-IF
           END-IF.

           IF TRX-BAJA
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           MOVE CAJ-SUCURSAL                  TO WS-SUCUR-NRO-BUSCADA.

           PERFORM 1868-BUSCAR-SUCURSAL
              THRU 1868-F-BUSCAR-SUCURSAL.

           IF SUCURSAL-DESCONOCIDA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'SUCURSAL INEXISTENTE'     TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           IF TRX-ALTA
              AND T-SUCM-ESTADO (CAJ-SUCURSAL) IS EQUAL TO 'C'
              SET TRX-INVALIDA                TO TRUE
              MOVE 'SUCURSAL CERRADA'         TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           MOVE CAJ-TAMANIO                   TO WS-TAR-BUSCADO.

           PERFORM 1847-BUSCAR-TARIFA
              THRU 1847-F-BUSCAR-TARIFA.

           IF TARIFA-DESCONOCIDA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TAMANIO SIN TARIFA'       TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-CAJA
           END-IF.

           IF NOT CAJ-DISPONIBLE AND NOT CAJ-FUERA-SERVICIO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ESTADO DE CAJA INVALIDO'  TO WS-MOTIVO
           END-IF.

       2200-F-VALIDAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 1 0 - B U S C A R - C A J A                     *
      *----------------------------------------------------------------*
      *   LA TABLA ESTA ORDENADA POR CLAVE: LA BUSQUEDA SE DETIENE EN  *
      *   LA PRIMERA CLAVE MAYOR O IGUAL A LA BUSCADA. AL SALIR,       *
      *   WS-IDX-CAJ QUEDA EN ESA POSICION, QUE ES TAMBIEN DONDE VA    *
      *   UNA ALTA; CAJA-HALLADA SOLO SI ESTA VIGENTE.                 *
      *----------------------------------------------------------------*

       2210-BUSCAR-CAJA.

           SET CAJA-NO-HALLADA                TO TRUE.
           MOVE 1                             TO WS-IDX-CAJ.

           PERFORM 2215-AVANZAR-CAJA
              THRU 2215-F-AVANZAR-CAJA
             UNTIL WS-IDX-CAJ > WS-CANT-CAJAS
                OR T-CAJ-CLAVE (WS-IDX-CAJ) >= WS-CAJ-BUSCADA.

           IF WS-IDX-CAJ IS NOT GREATER THAN WS-CANT-CAJAS
              IF T-CAJ-CLAVE (WS-IDX-CAJ) IS EQUAL TO WS-CAJ-BUSCADA
                 AND T-CAJ-VIGENTE (WS-IDX-CAJ)
                 SET CAJA-HALLADA             TO TRUE
              END-IF
           END-IF.

       2210-F-BUSCAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 1 5 - A V A N Z A R - C A J A                   *
      *----------------------------------------------------------------*

       2215-AVANZAR-CAJA.

           ADD 1                              TO WS-IDX-CAJ.

       2215-F-AVANZAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 5 0 - V A L I D A R - C O N T R A T O              *
      *----------------------------------------------------------------*
      *   LA BAJA SOLO NECESITA IDENTIFICAR EL CONTRATO; CON DEUDA     *
      *   PENDIENTE SE RECHAZA, SALVO QUE EL CONTRATO YA ESTE EN EL    *
      *   PROCEDIMIENTO DE APERTURA FORZADA. LA MODIFICACION NO CAMBIA *
      *   EL CLIENTE, SOLO LA CUENTA A DEBITAR.                        *
      *----------------------------------------------------------------*

       2250-VALIDAR-CONTRATO.

           MOVE '2250-VALIDAR-CONTRATO'       TO WS-PARRAFO.

           IF NOT TRX-ALTA AND NOT TRX-BAJA AND NOT TRX-MODIF
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           IF CON-SUCURSAL IS NOT NUMERIC
              OR CON-NROCAJA IS NOT NUMERIC
              OR CON-NROCAJA IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NUMERO DE CAJA INVALIDO'  TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           MOVE CON-CLAVE                     TO WS-CON-BUSCADO.

           PERFORM 2260-BUSCAR-CONTRATO
              THRU 2260-F-BUSCAR-CONTRATO.

           IF TRX-ALTA AND CONTRATO-HALLADO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CAJA YA ALQUILADA'        TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           IF NOT TRX-ALTA AND NOT CONTRATO-HALLADO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CONTRATO INEXISTENTE'     TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           IF TRX-BAJA
              IF T-CON-DEUDA (WS-IDX-CON) IS GREATER THAN ZEROS
                 AND NOT T-CON-APERTURA-FORZADA (WS-IDX-CON)
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'CONTRATO CON DEUDA'    TO WS-MOTIVO
              END-IF
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           MOVE CON-CLAVE                     TO WS-CAJ-BUSCADA.

           PERFORM 2210-BUSCAR-CAJA
              THRU 2210-F-BUSCAR-CAJA.

           IF NOT CAJA-HALLADA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CAJA INEXISTENTE'         TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           IF TRX-ALTA
              IF T-CAJ-ESTADO (WS-IDX-CAJ) IS NOT EQUAL TO 'D'
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'CAJA NO DISPONIBLE'    TO WS-MOTIVO
                 GO TO 2250-F-VALIDAR-CONTRATO
              END-IF

              MOVE CON-SUCURSAL               TO WS-SUCUR-NRO-BUSCADA

              PERFORM 1868-BUSCAR-SUCURSAL
                 THRU 1868-F-BUSCAR-SUCURSAL

              IF SUCURSAL-DESCONOCIDA
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'SUCURSAL INEXISTENTE'  TO WS-MOTIVO
                 GO TO 2250-F-VALIDAR-CONTRATO
              END-IF

              IF T-SUCM-ESTADO (CON-SUCURSAL) IS EQUAL TO 'C'
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'SUCURSAL CERRADA'      TO WS-MOTIVO
                 GO TO 2250-F-VALIDAR-CONTRATO
              END-IF
           END-IF.

           IF CON-NROCLI IS NOT NUMERIC
              OR CON-NROCLI IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NUMERO DE CLIENTE INVALIDO'
                                              TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           IF TRX-MODIF
              AND CON-NROCLI IS NOT EQUAL TO T-CON-NROCLI (WS-IDX-CON)
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NO SE PUEDE CAMBIAR EL CLIENTE'
                                              TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CONTRATO
           END-IF.

           PERFORM 2270-VALIDAR-CUENTA
              THRU 2270-F-VALIDAR-CUENTA.

       2250-F-VALIDAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 6 0 - B U S C A R - C O N T R A T O                *
      *----------------------------------------------------------------*
      *   MISMO CRITERIO QUE 2210-BUSCAR-CAJA SOBRE LA TABLA DE        *
      *   CONTRATOS: WS-IDX-CON QUEDA DONDE ESTA O DONDE VA LA CLAVE.  *
      *----------------------------------------------------------------*

       2260-BUSCAR-CONTRATO.

           SET CONTRATO-NO-HALLADO            TO TRUE.
           MOVE 1                             TO WS-IDX-CON.

           PERFORM 2265-AVANZAR-CONTRATO
              THRU 2265-F-AVANZAR-CONTRATO
             UNTIL WS-IDX-CON > WS-CANT-CONTRATOS
                OR T-CON-CLAVE (WS-IDX-CON) >= WS-CON-BUSCADO.

           IF WS-IDX-CON IS NOT GREATER THAN WS-CANT-CONTRATOS
              IF T-CON-CLAVE (WS-IDX-CON) IS EQUAL TO WS-CON-BUSCADO
                 AND T-CON-VIGENTE (WS-IDX-CON)
                 SET CONTRATO-HALLADO         TO TRUE
              END-IF
           END-IF.

       2260-F-BUSCAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 6 5 - A V A N Z A R - C O N T R A T O               *
      *----------------------------------------------------------------*

       2265-AVANZAR-CONTRATO.

           ADD 1                              TO WS-IDX-CON.

       2265-F-AVANZAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 7 0 - V A L I D A R - C U E N T A                 *
      *----------------------------------------------------------------*
      *   LA CUENTA A DEBITAR DEBE EXISTIR EN TBCURCTA Y SER DEL       *
      *   CLIENTE DEL CONTRATO. UN ERROR DB2 RECHAZA SOLO LA           *
      *   TRANSACCION.                                                 *
      *----------------------------------------------------------------*

       2270-VALIDAR-CUENTA.

           MOVE '2270-VALIDAR-CUENTA'         TO WS-PARRAFO.

           IF CON-TIPCUEN IS EQUAL TO SPACES
              OR CON-NROCUEN IS NOT NUMERIC
              OR CON-SUCUEN IS NOT NUMERIC
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CUENTA A DEBITAR INVALIDA'
                                              TO WS-MOTIVO
              GO TO 2270-F-VALIDAR-CUENTA
           END-IF.

           MOVE CON-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE CON-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE CON-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT NROCLI
               INTO :WS-TB-NROCLI
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-TB-NROCLI IS NOT EQUAL TO CON-NROCLI
                  SET TRX-INVALIDA            TO TRUE
                  MOVE 'CUENTA DE OTRO CLIENTE'
                                              TO WS-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET TRX-INVALIDA               TO TRUE
               MOVE 'CUENTA INEXISTENTE'      TO WS-MOTIVO

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               SET TRX-INVALIDA               TO TRUE
               MOVE 'ERROR DB2'               TO WS-MOTIVO
           END-EVALUATE.

       2270-F-VALIDAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - A P L I C A R - C A J A                   *
      *----------------------------------------------------------------*
      *   ALTA Y MODIFICACION LLEVAN LA FECHA DE PROCESO Y LA CORRIDA. *
      *   WS-IDX-CAJ VIENE DE LA VALIDACION.                           *
      *----------------------------------------------------------------*

       2300-APLICAR-CAJA.

           MOVE '2300-APLICAR-CAJA'           TO WS-PARRAFO.

           MOVE 'CAJA'                        TO LDE-ARCHIVO.

           IF NOT TRX-BAJA
              MOVE WS-FECHA-PROCESO           TO CAJ-FECHA-ESTADO
              MOVE WS-RUN-ID                  TO CAJ-RUNID
           END-IF.

           EVALUATE TRUE
             WHEN TRX-ALTA
               PERFORM 2350-INSERTAR-CAJA
                  THRU 2350-F-INSERTAR-CAJA
               ADD 1                          TO CNT-ALTAS
               MOVE 'ALTA'                    TO LDE-ACCION
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-CAJ-REGISTRO (WS-IDX-CAJ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN TRX-BAJA
               MOVE 'BAJA'                    TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-CAJ-REGISTRO (WS-IDX-CAJ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               SET T-CAJ-BORRADA (WS-IDX-CAJ) TO TRUE
               ADD 1                          TO CNT-BAJAS

             WHEN TRX-MODIF
               MOVE 'MODIFICACION'            TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-CAJ-REGISTRO (WS-IDX-CAJ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               MOVE WS-REG-CAJASEG            TO
                    T-CAJ-REGISTRO (WS-IDX-CAJ)
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-CAJ-REGISTRO (WS-IDX-CAJ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               ADD 1                          TO CNT-MODIFICACIONES
           END-EVALUATE.

       2300-F-APLICAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 5 0 - I N S E R T A R - C A J A                  *
      *----------------------------------------------------------------*
      *   WS-IDX-CAJ VIENE DE LA BUSQUEDA: SI AHI ESTA LA MISMA CAJA   *
      *   DADA DE BAJA EN LA CORRIDA SE REUTILIZA LA POSICION; SI NO,  *
      *   SE CORREN UN LUGAR LAS SIGUIENTES PARA CONSERVAR EL ORDEN.   *
      *----------------------------------------------------------------*

       2350-INSERTAR-CAJA.

           MOVE '2350-INSERTAR-CAJA'          TO WS-PARRAFO.

           SET CAJA-NO-HALLADA                TO TRUE.

           IF WS-IDX-CAJ IS NOT GREATER THAN WS-CANT-CAJAS
              IF T-CAJ-CLAVE (WS-IDX-CAJ) IS EQUAL TO CAJ-CLAVE
                 SET CAJA-HALLADA             TO TRUE
              END-IF
           END-IF.

           IF CAJA-NO-HALLADA
              IF WS-CANT-CAJAS >= CT-MAX-CAJAS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-CAJASEG              TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              PERFORM 2355-CORRER-CAJA
                 THRU 2355-F-CORRER-CAJA
                VARYING WS-J FROM WS-CANT-CAJAS BY -1
                  UNTIL WS-J < WS-IDX-CAJ

              ADD 1                           TO WS-CANT-CAJAS
           END-IF.

           SET T-CAJ-VIGENTE (WS-IDX-CAJ)     TO TRUE.
           MOVE WS-REG-CAJASEG                TO
                T-CAJ-REGISTRO (WS-IDX-CAJ).

       2350-F-INSERTAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 5 5 - C O R R E R - C A J A                     *
      *----------------------------------------------------------------*

       2355-CORRER-CAJA.

           COMPUTE WS-I = WS-J + 1.

           MOVE T-CAJ (WS-J)                  TO T-CAJ (WS-I).

       2355-F-CORRER-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 0 0 - A P L I C A R - C O N T R A T O               *
      *----------------------------------------------------------------*
      *   LA ALTA ARRANCA AL DIA, SIN DEUDA, CON VENCIMIENTO EN LA     *
      *   FECHA DE PROCESO, Y DEJA LA CAJA ALQUILADA; LA BAJA LA       *
      *   DEVUELVE A DISPONIBLE. LA MODIFICACION CONSERVA TODO EL      *
      *   CONTRATO VIGENTE Y SOLO REEMPLAZA LA CUENTA A DEBITAR.       *
      *   WS-IDX-CON Y ( SALVO EN LA BAJA ) WS-IDX-CAJ VIENEN DE LA    *
      *   VALIDACION.                                                  *
      *----------------------------------------------------------------*

       2400-APLICAR-CONTRATO.

           MOVE '2400-APLICAR-CONTRATO'       TO WS-PARRAFO.

           MOVE 'CONTRATO'                    TO LDE-ARCHIVO.

           EVALUATE TRUE
             WHEN TRX-ALTA
               MOVE WS-FECHA-PROCESO          TO CON-FECHA-ALTA
                                                 CON-FECHA-VENCE
               MOVE ZEROS                     TO CON-FECHA-IMPAGO
                                                 CON-DEUDA
                                                 CON-FECHA-PAGO
                                                 CON-ANIO-COBRO
                                                 CON-COBRADO-ANIO
               SET CON-AL-DIA                 TO TRUE
               MOVE WS-RUN-ID                 TO CON-RUNID
               PERFORM 2450-INSERTAR-CONTRATO
                  THRU 2450-F-INSERTAR-CONTRATO
               ADD 1                          TO CNT-ALTAS
               MOVE 'ALTA'                    TO LDE-ACCION
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-CON-REGISTRO (WS-IDX-CON) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               MOVE 'A'                       TO WS-CAJ-ESTADO-NUEVO
               PERFORM 2480-CAMBIAR-ESTADO-CAJA
                  THRU 2480-F-CAMBIAR-ESTADO-CAJA

             WHEN TRX-BAJA
               MOVE 'BAJA'                    TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-CON-REGISTRO (WS-IDX-CON) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               SET T-CON-BORRADO (WS-IDX-CON) TO TRUE
               ADD 1                          TO CNT-BAJAS
               MOVE T-CON-CLAVE (WS-IDX-CON)  TO WS-CAJ-BUSCADA
               PERFORM 2210-BUSCAR-CAJA
                  THRU 2210-F-BUSCAR-CAJA
               IF CAJA-HALLADA
                  MOVE 'D'                    TO WS-CAJ-ESTADO-NUEVO
                  PERFORM 2480-CAMBIAR-ESTADO-CAJA
                     THRU 2480-F-CAMBIAR-ESTADO-CAJA
               END-IF

             WHEN TRX-MODIF
               MOVE CON-CTA-DEBITO            TO WS-CTA-NUEVA
               MOVE 'MODIFICACION'            TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-CON-REGISTRO (WS-IDX-CON) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               MOVE T-CON-REGISTRO (WS-IDX-CON) TO WS-REG-CONTRCAJ
               MOVE WS-CTA-NUEVA              TO CON-CTA-DEBITO
               MOVE WS-RUN-ID                 TO CON-RUNID
               MOVE WS-REG-CONTRCAJ           TO
                    T-CON-REGISTRO (WS-IDX-CON)
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-CON-REGISTRO (WS-IDX-CON) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               ADD 1                          TO CNT-MODIFICACIONES
           END-EVALUATE.

       2400-F-APLICAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - I N S E R T A R - C O N T R A T O             *
      *----------------------------------------------------------------*
      *   MISMO CRITERIO QUE 2350-INSERTAR-CAJA.                       *
      *----------------------------------------------------------------*

       2450-INSERTAR-CONTRATO.

           MOVE '2450-INSERTAR-CONTRATO'      TO WS-PARRAFO.

           SET CONTRATO-NO-HALLADO            TO TRUE.

           IF WS-IDX-CON IS NOT GREATER THAN WS-CANT-CONTRATOS
              IF T-CON-CLAVE (WS-IDX-CON) IS EQUAL TO CON-CLAVE
                 SET CONTRATO-HALLADO         TO TRUE
              END-IF
           END-IF.

           IF CONTRATO-NO-HALLADO
              IF WS-CANT-CONTRATOS >= CT-MAX-CONTRATOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-CONTRCAJ             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              PERFORM 2455-CORRER-CONTRATO
                 THRU 2455-F-CORRER-CONTRATO
                VARYING WS-J FROM WS-CANT-CONTRATOS BY -1
                  UNTIL WS-J < WS-IDX-CON

              ADD 1                           TO WS-CANT-CONTRATOS
           END-IF.

           SET T-CON-VIGENTE (WS-IDX-CON)     TO TRUE.
           MOVE WS-REG-CONTRCAJ               TO
                T-CON-REGISTRO (WS-IDX-CON).

       2450-F-INSERTAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 5 5 - C O R R E R - C O N T R A T O                *
      *----------------------------------------------------------------*

       2455-CORRER-CONTRATO.

           COMPUTE WS-I = WS-J + 1.

           MOVE T-CON (WS-J)                  TO T-CON (WS-I).

       2455-F-CORRER-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 4 8 0 - C A M B I A R - E S T A D O - C A J A            *
      *----------------------------------------------------------------*
      *   EL ALTA Y LA BAJA DEL CONTRATO MUEVEN EL ESTADO DE LA CAJA   *
      *   ( WS-IDX-CAJ ); EL CAMBIO QUEDA TAMBIEN EN LA AUDITORIA.     *
      *----------------------------------------------------------------*

       2480-CAMBIAR-ESTADO-CAJA.

           MOVE '2480-CAMBIAR-ESTADO-CAJA'    TO WS-PARRAFO.

           MOVE WS-CAJ-ESTADO-NUEVO           TO
                T-CAJ-ESTADO (WS-IDX-CAJ).
           MOVE WS-FECHA-PROCESO              TO
                T-CAJ-FECHA-ESTADO (WS-IDX-CAJ).
           MOVE WS-RUN-ID                     TO
                T-CAJ-RUNID (WS-IDX-CAJ).

           MOVE 'ESTADO'                      TO LDE-ACCION.
           MOVE 'CAJA'                        TO LDE-ARCHIVO.
           MOVE 'DESPUES'                     TO LDE-IMAGEN.
           MOVE T-CAJ-REGISTRO (WS-IDX-CAJ)   TO LDE-REGISTRO.

           PERFORM 2800-GRABAR-AUDITORIA
              THRU 2800-F-GRABAR-AUDITORIA.

       2480-F-CAMBIAR-ESTADO-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - R E C H A Z A R - T R X                     *
      *----------------------------------------------------------------*

       2700-RECHAZAR-TRX.

           MOVE '2700-RECHAZAR-TRX'           TO WS-PARRAFO.

           ADD 1                              TO CNT-RECHAZADAS.

           DISPLAY '* TRANSACCION RECHAZADA: ' WS-MOTIVO.
           DISPLAY ' - ARCHIVO: ' TRX-ARCHIVO
                   ' ACCION: ' TRX-ACCION
                   ' CLAVE: ' TRX-REGISTRO(1:6).

           MOVE SPACES                        TO WS-REG-RECHCAJ.
           MOVE TRX-ARCHIVO                   TO REC-ARCHIVO.
           MOVE TRX-ACCION                    TO REC-ACCION.
           MOVE TRX-REGISTRO                  TO REC-REGISTRO.
           MOVE WS-MOTIVO                     TO REC-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO REC-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO REC-RUNID.

           WRITE REG-RECHCAJ FROM WS-REG-RECHCAJ.

           IF NOT FS-RECHCAJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHCAJ                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHCAJ                 TO AUX-ERR-STATUS
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

           MOVE WS-LIN-DETALLE                TO REG-AUDCAJ.

           PERFORM 2950-GRABAR-AUDCAJ
              THRU 2950-F-GRABAR-AUDCAJ.

       2800-F-GRABAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 5 0 - G R A B A R - A U D C A J                   *
      *----------------------------------------------------------------*

       2950-GRABAR-AUDCAJ.

           WRITE REG-AUDCAJ.

           IF NOT FS-AUDCAJ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDCAJ                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDCAJ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-GRABAR-AUDCAJ.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-GRABAR-CAJA
              THRU 3100-F-GRABAR-CAJA
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CAJAS.

           PERFORM 3150-GRABAR-CONTRATO
              THRU 3150-F-GRABAR-CONTRATO
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-CONTRATOS.

           CLOSE CAJTRX
                 CAJASEG
                 CONTRCAJ
                 CAJNUE
                 CONNUE
                 AUDCAJ
                 RECHCAJ.

           IF NOT FS-CAJNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CAJNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAJNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CONNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
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
      *            3 1 0 0 - G R A B A R - C A J A                     *
      *----------------------------------------------------------------*

       3100-GRABAR-CAJA.

           MOVE '3100-GRABAR-CAJA'            TO WS-PARRAFO.

           IF NOT T-CAJ-VIGENTE (WS-I)
              GO TO 3100-F-GRABAR-CAJA
           END-IF.

           WRITE REG-CAJNUE FROM T-CAJ-REGISTRO (WS-I).

           IF NOT FS-CAJNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CAJNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAJNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CAJ-GRABADAS.

       3100-F-GRABAR-CAJA.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 5 0 - G R A B A R - C O N T R A T O               *
      *----------------------------------------------------------------*
      *   RECORRER LA TABLA EN ORDEN DEJA LA NUEVA GENERACION          *
      *   ORDENADA POR SUCURSAL Y CAJA, COMO LA APAREA PGMSI172.       *
      *----------------------------------------------------------------*

       3150-GRABAR-CONTRATO.

           MOVE '3150-GRABAR-CONTRATO'        TO WS-PARRAFO.

           IF NOT T-CON-VIGENTE (WS-I)
              GO TO 3150-F-GRABAR-CONTRATO
           END-IF.

           WRITE REG-CONNUE FROM T-CON-REGISTRO (WS-I).

           IF NOT FS-CONNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CONNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CONNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CON-GRABADOS.

       3150-F-GRABAR-CONTRATO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CAJ-LEIDAS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI171               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CAJAS EN EL INVENTARIO ANTERIOR:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-LEIDOS                TO WS-MASCARA.
           DISPLAY '* CONTRATOS ANTERIORES:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-SIN-CAJA              TO WS-MASCARA.
           DISPLAY '* CONTRATOS SIN CAJA EN EL INVENTARIO:   '
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

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* ERRORES DB2 AL VALIDAR CUENTAS:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAJ-GRABADAS              TO WS-MASCARA.
           DISPLAY '* CAJAS EN LA NUEVA GENERACION:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CON-GRABADOS              TO WS-MASCARA.
           DISPLAY '* CONTRATOS EN LA NUEVA GENERACION:      '
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
                  ' CAJ='          DELIMITED BY SIZE
                  CNT-CAJ-GRABADAS DELIMITED BY SIZE
                  ' CON='          DELIMITED BY SIZE
                  CNT-CON-GRABADOS DELIMITED BY SIZE
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
      *        1 8 4 3 - T A R I F A S - C A J A S                     *
      *----------------------------------------------------------------*

           COPY CAJTARLE.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 6 0 - C A R G A R - S U C U R S A L E S             *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

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

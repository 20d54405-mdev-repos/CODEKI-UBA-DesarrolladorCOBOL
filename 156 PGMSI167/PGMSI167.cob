      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI167.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   MANTENIMIENTO BATCH DEL CATALOGO DE PAQUETES DE CUENTAS Y    *
      *   DE LAS ADHESIONES DE CLIENTES POR TRANSACCIONES              *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * UN PAQUETE AGRUPA VARIOS TIPOS DE CUENTA DEL MISMO CLIENTE     *
      * POR UNA SOLA COMISION MENSUAL ( COPY CPPAQUET ). ESTE PROGRAMA *
      * MANTIENE SUS DOS MAESTROS EN EL MISMO ESQUEMA QUE PGMSI165:    *
      *   - LEE EL ARCHIVO PAQTRX DE TRANSACCIONES: UNA LETRA DE       *
      *     ARCHIVO ( 'P' CATALOGO DE PAQUETES / 'C' ADHESION DE       *
      *     CLIENTE ), UNA LETRA DE ACCION ( 'A' ALTA / 'B' BAJA /     *
      *     'M' MODIFICACION ) Y EL REGISTRO COMPLETO EN EL LAYOUT DEL *
      *     MAESTRO QUE CORRESPONDE.                                   *
      *   - EL CATALOGO VIGENTE ( PAQUETES ) Y LAS ADHESIONES          *
      *     VIGENTES ( ADHPAQ, ORDENADAS POR NROCLI ) SE CARGAN EN     *
      *     MEMORIA, CON LA CANTIDAD DE CLIENTES ADHERIDOS A CADA      *
      *     PAQUETE.                                                   *
      *   - PAQUETE: CODIGO NO EN BLANCO, ALTA DE UNO QUE NO EXISTA,   *
      *     BAJA O MODIFICACION DE UNO QUE SI, NINGUNA BAJA DE UN      *
      *     PAQUETE CON CLIENTES ADHERIDOS, DESCRIPCION NO EN BLANCO,  *
      *     COMISION Y UMBRAL NUMERICOS, DE UNO A CINCO TIPOS DE       *
      *     CUENTA SIN REPETIR Y ( SI HAY CATALOGO PRODUCTO )          *
      *     EXISTENTES EN EL CATALOGO DE PRODUCTOS.                    *
      *   - ADHESION: NROCLI NUMERICO, UNA SOLA ADHESION POR CLIENTE,  *
      *     PAQUETE EXISTENTE EN EL CATALOGO YA ACTUALIZADO. LA ALTA Y *
      *     EL CAMBIO DE PAQUETE LLEVAN LA FECHA DE PROCESO Y LA       *
      *     CORRIDA.                                                   *
      *   - LAS VALIDAS SE APLICAN SOBRE LAS TABLAS Y SU IMAGEN ANTES  *
      *     / DESPUES QUEDA EN EL LISTADO DE AUDITORIA AUDPAQ; LAS     *
      *     RECHAZADAS VAN AL ARCHIVO RECHPAQ CON EL MOTIVO.           *
      *   - AL FINAL SE GRABAN LAS NUEVAS GENERACIONES PAQNUE Y ADHNUE *
      *     ( ESTA ULTIMA ORDENADA POR NROCLI ), QUE LEE PGMSIN53 PARA *
      *     EL COBRO MENSUAL DE MANTENIMIENTO.                         *
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

           SELECT PAQTRX   ASSIGN TO PAQTRX
                                    FILE STATUS IS FS-PAQTRX.

           SELECT PAQUETES ASSIGN TO PAQUETES
                                    FILE STATUS IS FS-PAQUETES.

           SELECT ADHPAQ   ASSIGN TO ADHPAQ
                                    FILE STATUS IS FS-ADHPAQ.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT PAQNUE   ASSIGN TO PAQNUE
                                    FILE STATUS IS FS-PAQNUE.

           SELECT ADHNUE   ASSIGN TO ADHNUE
                                    FILE STATUS IS FS-ADHNUE.

           SELECT AUDPAQ   ASSIGN TO AUDPAQ
                                    FILE STATUS IS FS-AUDPAQ.

           SELECT RECHPAQ  ASSIGN TO RECHPAQ
                                    FILE STATUS IS FS-RECHPAQ.

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
      *   TRANSACCIONES DE MANTENIMIENTO DE PAQUETES Y ADHESIONES.     *
      *----------------------------------------------------------------*

       FD   PAQTRX
            RECORDING MODE IS F.
       01   REG-PAQTRX                                      PIC X(90).

      *----------------------------------------------------------------*
      *   CATALOGO DE PAQUETES VIGENTE Y SU NUEVA GENERACION.          *
      *----------------------------------------------------------------*

       FD   PAQUETES
            RECORDING MODE IS F.
       01   REG-PAQUETES                                    PIC X(80).

       FD   PAQNUE
            RECORDING MODE IS F.
       01   REG-PAQNUE                                      PIC X(80).

      *----------------------------------------------------------------*
      *   ADHESIONES VIGENTES Y SU NUEVA GENERACION.                   *
      *----------------------------------------------------------------*

       FD   ADHPAQ
            RECORDING MODE IS F.
       01   REG-ADHPAQ                                      PIC X(40).

       FD   ADHNUE
            RECORDING MODE IS F.
       01   REG-ADHNUE                                      PIC X(40).

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   PRODUCLE ).                                                  *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.
       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   LISTADO DE AUDITORIA: IMAGEN ANTES / DESPUES DE CADA CAMBIO. *
      *----------------------------------------------------------------*

       FD   AUDPAQ
            RECORDING MODE IS F.
       01   REG-AUDPAQ                                      PIC X(132).

      *----------------------------------------------------------------*
      *   TRANSACCIONES RECHAZADAS CON SU MOTIVO.                      *
      *----------------------------------------------------------------*

       FD   RECHPAQ
            RECORDING MODE IS F.
       01   REG-RECHPAQ                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI167'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-PAQTRX                     PIC X(08)  VALUE 'PAQTRX  '.
           02 CT-PAQUETES                   PIC X(08)  VALUE 'PAQUETES'.
           02 CT-ADHPAQ                     PIC X(08)  VALUE 'ADHPAQ  '.
           02 CT-PAQNUE                     PIC X(08)  VALUE 'PAQNUE  '.
           02 CT-ADHNUE                     PIC X(08)  VALUE 'ADHNUE  '.
           02 CT-AUDPAQ                     PIC X(08)  VALUE 'AUDPAQ  '.
           02 CT-RECHPAQ                    PIC X(08)  VALUE 'RECHPAQ '.
           02 CT-MAX-PAQUETES               PIC 9(03)  VALUE 50.
           02 CT-MAX-ADHESIONES             PIC 9(05)  VALUE 5000.
           02 CT-MAX-TIPOS                  PIC 9(01)  VALUE 5.

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
           02 WS-K                          PIC 9(01)  VALUE ZEROS.
           02 WS-L                          PIC 9(01)  VALUE ZEROS.
           02 WS-IDX-PAQ                    PIC 9(03)  VALUE ZEROS.
           02 WS-IDX-PAQ-NUEVO              PIC 9(03)  VALUE ZEROS.
           02 WS-IDX-ADH                    PIC 9(05)  VALUE ZEROS.
           02 WS-CANT-PAQUETES              PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-ADHESIONES            PIC 9(05)  VALUE ZEROS.
           02 WS-PAQ-BUSCADO                PIC X(04)  VALUE SPACES.
           02 WS-ADH-BUSCADO                PIC 9(08)  VALUE ZEROS.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.

       01 WS-TRX-VALIDA-SW                  PIC X(01)  VALUE 'S'.
           88 TRX-VALIDA                               VALUE 'S'.
           88 TRX-INVALIDA                             VALUE 'N'.

       01 WS-PAQ-HALLADO-SW                 PIC X(01)  VALUE 'N'.
           88 PAQUETE-HALLADO                          VALUE 'S'.
           88 PAQUETE-NO-HALLADO                       VALUE 'N'.

       01 WS-ADH-HALLADA-SW                 PIC X(01)  VALUE 'N'.
           88 ADHESION-HALLADA                         VALUE 'S'.
           88 ADHESION-NO-HALLADA                      VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO DE TRANSACCIONES: ARCHIVO Y  *
      *   ACCION, SEGUIDOS DEL REGISTRO COMPLETO DEL MAESTRO ( LAYOUT  *
      *   WS-REG-PAQUETE O WS-REG-ADHPAQ DE CPPAQUET ).                *
      *----------------------------------------------------------------*

       01 WS-REG-TRX.
           02 TRX-ARCHIVO                   PIC X(01).
              88 TRX-DE-PAQUETE                        VALUE 'P'.
              88 TRX-DE-ADHESION                       VALUE 'C'.
           02 TRX-ACCION                    PIC X(01).
              88 TRX-ALTA                              VALUE 'A'.
              88 TRX-BAJA                              VALUE 'B'.
              88 TRX-MODIF                             VALUE 'M'.
           02 TRX-REGISTRO                  PIC X(80).
           02 FILLER                        PIC X(08).

      *----------------------------------------------------------------*
      *   CATALOGO DE PAQUETES EN MEMORIA, EN EL ORDEN DEL MAESTRO,    *
      *   CON LA CANTIDAD DE CLIENTES ADHERIDOS A CADA UNO. UNA BAJA   *
      *   DEJA LA POSICION MARCADA Y UNA ALTA POSTERIOR DEL MISMO      *
      *   CODIGO LA REUTILIZA.                                         *
      *----------------------------------------------------------------*

       01 WS-T-PAQUETES.
           02 T-PAQ                         OCCURS 50 TIMES.
              03 T-PAQ-VIGENTE-SW           PIC X(01).
                 88 T-PAQ-VIGENTE                      VALUE 'S'.
                 88 T-PAQ-BORRADO                      VALUE 'N'.
              03 T-PAQ-REGISTRO.
                 04 T-PAQ-CODIGO            PIC X(04).
                 04 FILLER                  PIC X(76).
              03 T-PAQ-ADHERIDOS            PIC 9(05).

      *----------------------------------------------------------------*
      *   ADHESIONES EN MEMORIA ORDENADAS POR NROCLI. LA ALTA SE       *
      *   INSERTA EN SU LUGAR CORRIENDO LAS SIGUIENTES; LA BAJA DEJA   *
      *   LA POSICION MARCADA.                                         *
      *----------------------------------------------------------------*

       01 WS-T-ADHESIONES.
           02 T-ADH                         OCCURS 5000 TIMES.
              03 T-ADH-VIGENTE-SW           PIC X(01).
                 88 T-ADH-VIGENTE                      VALUE 'S'.
                 88 T-ADH-BORRADA                      VALUE 'N'.
              03 T-ADH-REGISTRO.
                 04 T-ADH-NROCLI            PIC 9(08).
                 04 T-ADH-CODIGO            PIC X(04).
                 04 FILLER                  PIC X(28).

      *----------------------------------------------------------------*
      *   REGISTRO DE RECHAZOS ( RECHPAQ )                             *
      *----------------------------------------------------------------*

       01 WS-REG-RECHPAQ.
           02 REC-ARCHIVO                   PIC X(01).
           02 REC-ACCION                    PIC X(01).
           02 REC-REGISTRO                  PIC X(80).
           02 REC-MOTIVO                    PIC X(30).
           02 REC-FECHA-PROCESO             PIC 9(08).
           02 REC-RUNID                     PIC X(08).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO DE AUDITORIA AUDPAQ                       *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(51)  VALUE
              'ALTAS, BAJAS Y MODIFICACIONES DE PAQUETES DE CTAS. '.
           02 FILLER                        PIC X(18)  VALUE
              ' - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(11)  VALUE
              '  CORRIDA: '.
           02 LTI-RUNID                     PIC X(08).
           02 FILLER                        PIC X(36)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(47)  VALUE
              '  ACCION         ARCHIVO     IMAGEN    REGISTRO'.
           02 FILLER                        PIC X(85)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-ACCION                    PIC X(13).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-ARCHIVO                   PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-IMAGEN                    PIC X(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-REGISTRO                  PIC X(80).
           02 FILLER                        PIC X(13)  VALUE SPACES.

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
           02 CNT-PAQ-LEIDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ADH-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ADH-SIN-PAQUETE           PIC 9(05)  VALUE ZEROS.
           02 CNT-TRX-LEIDAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ALTAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-BAJAS                     PIC 9(05)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(05)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(05)  VALUE ZEROS.
           02 CNT-PAQ-GRABADOS              PIC 9(05)  VALUE ZEROS.
           02 CNT-ADH-GRABADAS              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PAQTRX                     PIC X(02).
              88 FS-PAQTRX-OK                          VALUE '00'.
              88 FS-PAQTRX-EOF                         VALUE '10'.

           02 FS-PAQUETES                   PIC X(02).
              88 FS-PAQUETES-OK                        VALUE '00'.
              88 FS-PAQUETES-EOF                       VALUE '10'.

           02 FS-ADHPAQ                     PIC X(02).
              88 FS-ADHPAQ-OK                          VALUE '00'.
              88 FS-ADHPAQ-EOF                         VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-PAQNUE                     PIC X(02).
              88 FS-PAQNUE-OK                          VALUE '00'.

           02 FS-ADHNUE                     PIC X(02).
              88 FS-ADHNUE-OK                          VALUE '00'.

           02 FS-AUDPAQ                     PIC X(02).
              88 FS-AUDPAQ-OK                          VALUE '00'.

           02 FS-RECHPAQ                    PIC X(02).
              88 FS-RECHPAQ-OK                         VALUE '00'.

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

           COPY CPPAQUET.

           COPY CPPRODUC.

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
             UNTIL FS-PAQTRX-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-PAQUETES
                      WS-T-ADHESIONES
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

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1300-CARGAR-PAQUETES
              THRU 1300-F-CARGAR-PAQUETES.

           PERFORM 1350-CARGAR-ADHESIONES
              THRU 1350-F-CARGAR-ADHESIONES.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-RUN-ID                     TO LTI-RUNID.

           MOVE WS-LIN-TITULO                 TO REG-AUDPAQ.
           PERFORM 2950-GRABAR-AUDPAQ
              THRU 2950-F-GRABAR-AUDPAQ.

           MOVE SPACES                        TO REG-AUDPAQ.
           PERFORM 2950-GRABAR-AUDPAQ
              THRU 2950-F-GRABAR-AUDPAQ.

           MOVE WS-LIN-COLUMNAS               TO REG-AUDPAQ.
           PERFORM 2950-GRABAR-AUDPAQ
              THRU 2950-F-GRABAR-AUDPAQ.

           PERFORM 1400-LEER-PAQTRX
              THRU 1400-F-LEER-PAQTRX.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  PAQTRX
                       PAQUETES
                       ADHPAQ
                OUTPUT PAQNUE
                       ADHNUE
                       AUDPAQ
                       RECHPAQ.

           IF NOT FS-PAQTRX-OK
              MOVE CT-PAQTRX                  TO AUX-ERR-NOMBRE
              MOVE FS-PAQTRX                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-PAQUETES-OK
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE FS-PAQUETES                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-ADHPAQ-OK
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHPAQ                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-PAQNUE-OK
              MOVE CT-PAQNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-PAQNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-ADHNUE-OK
              MOVE CT-ADHNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-AUDPAQ-OK
              MOVE CT-AUDPAQ                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDPAQ                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RECHPAQ-OK
              MOVE CT-RECHPAQ                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHPAQ                 TO AUX-ERR-STATUS
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
      *          1 3 0 0 - C A R G A R - P A Q U E T E S               *
      *----------------------------------------------------------------*
      *   UN CODIGO EN BLANCO O REPETIDO EN PAQUETES ES UN MAESTRO     *
      *   DANADO: SE ABORTA ANTES DE GRABAR UNA GENERACION QUE LO      *
      *   PIERDA O LO DUPLIQUE.                                        *
      *----------------------------------------------------------------*

       1300-CARGAR-PAQUETES.

           MOVE '1300-CARGAR-PAQUETES'        TO WS-PARRAFO.

           PERFORM 1310-LEER-PAQUETE
              THRU 1310-F-LEER-PAQUETE.

           PERFORM 1320-CARGAR-PAQUETE
              THRU 1320-F-CARGAR-PAQUETE
             UNTIL FS-PAQUETES-EOF.

       1300-F-CARGAR-PAQUETES.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 1 0 - L E E R - P A Q U E T E                   *
      *----------------------------------------------------------------*

       1310-LEER-PAQUETE.

           MOVE '1310-LEER-PAQUETE'           TO WS-PARRAFO.

           READ PAQUETES INTO WS-REG-PAQUETE.

           EVALUATE TRUE
               WHEN FS-PAQUETES-OK
                    ADD 1                     TO CNT-PAQ-LEIDOS

               WHEN FS-PAQUETES-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PAQUETES          TO AUX-ERR-NOMBRE
                    MOVE FS-PAQUETES          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1310-F-LEER-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 2 0 - C A R G A R - P A Q U E T E                 *
      *----------------------------------------------------------------*

       1320-CARGAR-PAQUETE.

           MOVE '1320-CARGAR-PAQUETE'         TO WS-PARRAFO.

           IF PAQ-CODIGO IS EQUAL TO SPACES
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'CODIGO DE PAQUETE EN BLANCO EN PAQUETES'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE PAQ-CODIGO                    TO WS-PAQ-BUSCADO.

           PERFORM 2210-BUSCAR-PAQUETE
              THRU 2210-F-BUSCAR-PAQUETE.

           IF PAQUETE-HALLADO
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'CODIGO DE PAQUETE REPETIDO EN PAQUETES'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-CANT-PAQUETES >= CT-MAX-PAQUETES
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PAQUETES.
           SET T-PAQ-VIGENTE (WS-CANT-PAQUETES) TO TRUE.
           MOVE WS-REG-PAQUETE                TO
                T-PAQ-REGISTRO (WS-CANT-PAQUETES).
           MOVE ZEROS                         TO
                T-PAQ-ADHERIDOS (WS-CANT-PAQUETES).

           PERFORM 1310-LEER-PAQUETE
              THRU 1310-F-LEER-PAQUETE.

       1320-F-CARGAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 5 0 - C A R G A R - A D H E S I O N E S             *
      *----------------------------------------------------------------*
      *   ADHPAQ VIENE ORDENADO POR NROCLI SIN REPETIDOS; UN NROCLI NO *
      *   NUMERICO, REPETIDO O FUERA DE ORDEN ES UN MAESTRO DANADO Y   *
      *   SE ABORTA. UNA ADHESION A UN PAQUETE QUE YA NO ESTA EN EL    *
      *   CATALOGO SE CONSERVA Y SE AVISA ( PGMSIN53 NO LA COBRA Y LA  *
      *   INFORMA ); SE CORRIGE CON UNA MODIFICACION O UNA BAJA.       *
      *----------------------------------------------------------------*

       1350-CARGAR-ADHESIONES.

           MOVE '1350-CARGAR-ADHESIONES'      TO WS-PARRAFO.

           PERFORM 1360-LEER-ADHESION
              THRU 1360-F-LEER-ADHESION.

           PERFORM 1370-CARGAR-ADHESION
              THRU 1370-F-CARGAR-ADHESION
             UNTIL FS-ADHPAQ-EOF.

       1350-F-CARGAR-ADHESIONES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 6 0 - L E E R - A D H E S I O N                   *
      *----------------------------------------------------------------*

       1360-LEER-ADHESION.

           MOVE '1360-LEER-ADHESION'          TO WS-PARRAFO.

           READ ADHPAQ INTO WS-REG-ADHPAQ.

           EVALUATE TRUE
               WHEN FS-ADHPAQ-OK
                    ADD 1                     TO CNT-ADH-LEIDAS

               WHEN FS-ADHPAQ-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ADHPAQ            TO AUX-ERR-NOMBRE
                    MOVE FS-ADHPAQ            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1360-F-LEER-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 7 0 - C A R G A R - A D H E S I O N               *
      *----------------------------------------------------------------*

       1370-CARGAR-ADHESION.

           MOVE '1370-CARGAR-ADHESION'        TO WS-PARRAFO.

           IF ADP-NROCLI IS NOT NUMERIC
              MOVE 'NROCLI NO NUMERICO EN ADHPAQ'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-ADHPAQ
                 THRU 1390-F-ERROR-ADHPAQ
           END-IF.

           IF ADP-NROCLI IS NOT GREATER THAN WS-NROCLI-ANT
              MOVE 'NROCLI REPETIDO O FUERA DE ORDEN EN ADHPAQ'
                                              TO AUX-ERR-MENSAJE
              PERFORM 1390-ERROR-ADHPAQ
                 THRU 1390-F-ERROR-ADHPAQ
           END-IF.

           IF WS-CANT-ADHESIONES >= CT-MAX-ADHESIONES
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE ADP-NROCLI                    TO WS-NROCLI-ANT.

           ADD 1                              TO WS-CANT-ADHESIONES.
           SET T-ADH-VIGENTE (WS-CANT-ADHESIONES) TO TRUE.
           MOVE WS-REG-ADHPAQ                 TO
                T-ADH-REGISTRO (WS-CANT-ADHESIONES).

           MOVE ADP-CODIGO                    TO WS-PAQ-BUSCADO.

           PERFORM 2210-BUSCAR-PAQUETE
              THRU 2210-F-BUSCAR-PAQUETE.

           IF PAQUETE-HALLADO
              ADD 1                           TO
                  T-PAQ-ADHERIDOS (WS-IDX-PAQ)
           ELSE
              ADD 1                           TO CNT-ADH-SIN-PAQUETE
              DISPLAY '* CLIENTE ' ADP-NROCLI
                      ' ADHERIDO AL PAQUETE INEXISTENTE ' ADP-CODIGO
           END-IF.

           PERFORM 1360-LEER-ADHESION
              THRU 1360-F-LEER-ADHESION.

       1370-F-CARGAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 9 0 - E R R O R - A D H P A Q                    *
      *----------------------------------------------------------------*

       1390-ERROR-ADHPAQ.

           MOVE CT-DATOS                      TO AUX-ERR-ACCION.
           MOVE CT-ADHPAQ                     TO AUX-ERR-NOMBRE.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1390-F-ERROR-ADHPAQ.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - P A Q T R X                      *
      *----------------------------------------------------------------*

       1400-LEER-PAQTRX.

           MOVE '1400-LEER-PAQTRX'            TO WS-PARRAFO.

           READ PAQTRX INTO WS-REG-TRX.

           EVALUATE TRUE
               WHEN FS-PAQTRX-OK
                    ADD 1                     TO CNT-TRX-LEIDAS

               WHEN FS-PAQTRX-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PAQTRX            TO AUX-ERR-NOMBRE
                    MOVE FS-PAQTRX            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-PAQTRX.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           SET TRX-VALIDA                     TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           EVALUATE TRUE
             WHEN TRX-DE-PAQUETE
               MOVE TRX-REGISTRO              TO WS-REG-PAQUETE
               PERFORM 2200-VALIDAR-PAQUETE
                  THRU 2200-F-VALIDAR-PAQUETE

             WHEN TRX-DE-ADHESION
               MOVE TRX-REGISTRO              TO WS-REG-ADHPAQ
               PERFORM 2250-VALIDAR-ADHESION
                  THRU 2250-F-VALIDAR-ADHESION

             WHEN OTHER
               SET TRX-INVALIDA               TO TRUE
               MOVE 'ARCHIVO DESCONOCIDO'     TO WS-MOTIVO
           END-EVALUATE.

           IF TRX-VALIDA
              IF TRX-DE-PAQUETE
                 PERFORM 2300-APLICAR-PAQUETE
                    THRU 2300-F-APLICAR-PAQUETE
              ELSE
                 PERFORM 2400-APLICAR-ADHESION
                    THRU 2400-F-APLICAR-ADHESION
              END-IF
           ELSE
              PERFORM 2700-RECHAZAR-TRX
                 THRU 2700-F-RECHAZAR-TRX
           END-IF.

           PERFORM 1400-LEER-PAQTRX
              THRU 1400-F-LEER-PAQTRX.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - V A L I D A R - P A Q U E T E               *
      *----------------------------------------------------------------*
      *   SE VALIDA CONTRA EL CATALOGO EN MEMORIA, QUE YA REFLEJA LAS  *
      *   TRANSACCIONES ANTERIORES DE LA MISMA CORRIDA. LA BAJA SOLO   *
      *   NECESITA IDENTIFICAR EL PAQUETE POR SU CODIGO.               *
      *----------------------------------------------------------------*

       2200-VALIDAR-PAQUETE.

           MOVE '2200-VALIDAR-PAQUETE'        TO WS-PARRAFO.

           IF NOT TRX-ALTA AND NOT TRX-BAJA AND NOT TRX-MODIF
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF PAQ-CODIGO IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CODIGO DE PAQUETE EN BLANCO'
                                              TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           MOVE PAQ-CODIGO                    TO WS-PAQ-BUSCADO.

           PERFORM 2210-BUSCAR-PAQUETE
              THRU 2210-F-BUSCAR-PAQUETE.

           IF TRX-ALTA AND PAQUETE-HALLADO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'PAQUETE YA EXISTENTE'     TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF NOT TRX-ALTA AND NOT PAQUETE-HALLADO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'PAQUETE INEXISTENTE'      TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF TRX-BAJA
              IF T-PAQ-ADHERIDOS (WS-IDX-PAQ) IS GREATER THAN ZEROS
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'PAQUETE CON CLIENTES ADHERIDOS'
                                              TO WS-MOTIVO
              END-IF
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF PAQ-DESCRIPCION IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'DESCRIPCION EN BLANCO'    TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

      *    IMPORTES SIN SIGNO: UN NEGATIVO ( SIGNO SOBREIMPRESO ) O UN
      *    VALOR CON BASURA NO PASA LA PRUEBA NUMERICA.
           IF PAQ-IMPORTE IS NOT NUMERIC
              SET TRX-INVALIDA                TO TRUE
              MOVE 'COMISION NO NUMERICA O NEGATIVA'
                                              TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF PAQ-UMBRAL-EXENTO IS NOT NUMERIC
              SET TRX-INVALIDA                TO TRUE
              MOVE 'UMBRAL NO NUMERICO O NEGATIVO'
                                              TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           IF PAQ-CANT-TIPOS IS NOT NUMERIC
              OR PAQ-CANT-TIPOS IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CANTIDAD DE TIPOS INVALIDA'
                                              TO WS-MOTIVO
              GO TO 2200-F-VALIDAR-PAQUETE
           END-IF.

           PERFORM 2220-VALIDAR-TIPO
              THRU 2220-F-VALIDAR-TIPO
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > CT-MAX-TIPOS
                  OR TRX-INVALIDA.

       2200-F-VALIDAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 1 0 - B U S C A R - P A Q U E T E                 *
      *----------------------------------------------------------------*
      *   BUSCA WS-PAQ-BUSCADO EN EL CATALOGO EN MEMORIA. AL SALIR,    *
      *   WS-IDX-PAQ APUNTA A LA POSICION DEL CODIGO ( VIGENTE O DADO  *
      *   DE BAJA EN LA CORRIDA ) O ES MAYOR A WS-CANT-PAQUETES; EL    *
      *   88 PAQUETE-HALLADO SOLO SE ENCIENDE PARA UN PAQUETE VIGENTE. *
      *----------------------------------------------------------------*

       2210-BUSCAR-PAQUETE.

           SET PAQUETE-NO-HALLADO             TO TRUE.
           MOVE 1                             TO WS-IDX-PAQ.

           PERFORM 2215-COMPARAR-PAQUETE
              THRU 2215-F-COMPARAR-PAQUETE
             UNTIL WS-IDX-PAQ > WS-CANT-PAQUETES
                OR T-PAQ-CODIGO (WS-IDX-PAQ) IS EQUAL TO WS-PAQ-BUSCADO.

           IF WS-IDX-PAQ IS NOT GREATER THAN WS-CANT-PAQUETES
              IF T-PAQ-VIGENTE (WS-IDX-PAQ)
                 SET PAQUETE-HALLADO          TO TRUE
              END-IF
           END-IF.

       2210-F-BUSCAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 1 5 - C O M P A R A R - P A Q U E T E               *
      *----------------------------------------------------------------*

       2215-COMPARAR-PAQUETE.

           IF T-PAQ-CODIGO (WS-IDX-PAQ) IS NOT EQUAL TO WS-PAQ-BUSCADO
              ADD 1                           TO WS-IDX-PAQ
           END-IF.

       2215-F-COMPARAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 2 0 - V A L I D A R - T I P O                   *
      *----------------------------------------------------------------*
      *   LOS PRIMEROS PAQ-CANT-TIPOS TIPOS DE CUENTA VAN INFORMADOS,  *
      *   SIN REPETIR Y, SI HAY CATALOGO PRODUCTO, EXISTENTES EN EL;   *
      *   LOS RESTANTES VAN EN BLANCO.                                 *
      *----------------------------------------------------------------*

       2220-VALIDAR-TIPO.

           IF WS-K > PAQ-CANT-TIPOS
              IF PAQ-TIPCUEN (WS-K) IS NOT EQUAL TO SPACES
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO FUERA DE LA CANTIDAD'
                                              TO WS-MOTIVO
              END-IF
              GO TO 2220-F-VALIDAR-TIPO
           END-IF.

           IF PAQ-TIPCUEN (WS-K) IS EQUAL TO SPACES
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TIPO DE CUENTA EN BLANCO' TO WS-MOTIVO
              GO TO 2220-F-VALIDAR-TIPO
           END-IF.

           IF CATALOGO-CARGADO
              MOVE PAQ-TIPCUEN (WS-K)         TO WS-PRO-BUSCADO
              PERFORM 1867-BUSCAR-PRODUCTO
                 THRU 1867-F-BUSCAR-PRODUCTO
              IF PRODUCTO-DESCONOCIDO
                 SET TRX-INVALIDA             TO TRUE
                 MOVE 'TIPO DE CUENTA INEXISTENTE'
                                              TO WS-MOTIVO
                 GO TO 2220-F-VALIDAR-TIPO
              END-IF
           END-IF.

           PERFORM 2225-COMPARAR-TIPO
              THRU 2225-F-COMPARAR-TIPO
             VARYING WS-L FROM 1 BY 1
               UNTIL WS-L >= WS-K
                  OR TRX-INVALIDA.

       2220-F-VALIDAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 2 5 - C O M P A R A R - T I P O                 *
      *----------------------------------------------------------------*

       2225-COMPARAR-TIPO.

           IF PAQ-TIPCUEN (WS-L) IS EQUAL TO PAQ-TIPCUEN (WS-K)
              SET TRX-INVALIDA                TO TRUE
              MOVE 'TIPO DE CUENTA REPETIDO'  TO WS-MOTIVO
           END-IF.

       2225-F-COMPARAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 5 0 - V A L I D A R - A D H E S I O N             *
      *----------------------------------------------------------------*
      *   UN CLIENTE TIENE A LO SUMO UNA ADHESION. EL PAQUETE SE       *
      *   VALIDA CONTRA EL CATALOGO YA ACTUALIZADO POR LAS             *
      *   TRANSACCIONES ANTERIORES DE LA CORRIDA.                      *
      *----------------------------------------------------------------*

       2250-VALIDAR-ADHESION.

           MOVE '2250-VALIDAR-ADHESION'       TO WS-PARRAFO.

           IF NOT TRX-ALTA AND NOT TRX-BAJA AND NOT TRX-MODIF
              SET TRX-INVALIDA                TO TRUE
              MOVE 'ACCION DESCONOCIDA'       TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-ADHESION
           END-IF.

           IF ADP-NROCLI IS NOT NUMERIC
              OR ADP-NROCLI IS EQUAL TO ZEROS
              SET TRX-INVALIDA                TO TRUE
              MOVE 'NUMERO DE CLIENTE INVALIDO'
                                              TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-ADHESION
           END-IF.

           MOVE ADP-NROCLI                    TO WS-ADH-BUSCADO.

           PERFORM 2260-BUSCAR-ADHESION
              THRU 2260-F-BUSCAR-ADHESION.

           IF TRX-ALTA AND ADHESION-HALLADA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CLIENTE YA ADHERIDO A UN PAQ.'
                                              TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-ADHESION
           END-IF.

           IF NOT TRX-ALTA AND NOT ADHESION-HALLADA
              SET TRX-INVALIDA                TO TRUE
              MOVE 'CLIENTE SIN ADHESION'     TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-ADHESION
           END-IF.

           IF TRX-BAJA
              GO TO 2250-F-VALIDAR-ADHESION
           END-IF.

           MOVE ADP-CODIGO                    TO WS-PAQ-BUSCADO.

           PERFORM 2210-BUSCAR-PAQUETE
              THRU 2210-F-BUSCAR-PAQUETE.

           IF NOT PAQUETE-HALLADO
              SET TRX-INVALIDA                TO TRUE
              MOVE 'PAQUETE INEXISTENTE'      TO WS-MOTIVO
           END-IF.

       2250-F-VALIDAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 6 0 - B U S C A R - A D H E S I O N               *
      *----------------------------------------------------------------*
      *   LA TABLA ESTA ORDENADA POR NROCLI: LA BUSQUEDA SE DETIENE EN *
      *   EL PRIMER NROCLI MAYOR O IGUAL AL BUSCADO. AL SALIR,         *
      *   WS-IDX-ADH QUEDA EN ESA POSICION, QUE ES TAMBIEN DONDE VA    *
      *   UNA ALTA; ADHESION-HALLADA SOLO SI ESTA VIGENTE.             *
      *----------------------------------------------------------------*

       2260-BUSCAR-ADHESION.

           SET ADHESION-NO-HALLADA            TO TRUE.
           MOVE 1                             TO WS-IDX-ADH.

           PERFORM 2265-AVANZAR-ADHESION
              THRU 2265-F-AVANZAR-ADHESION
             UNTIL WS-IDX-ADH > WS-CANT-ADHESIONES
                OR T-ADH-NROCLI (WS-IDX-ADH) >= WS-ADH-BUSCADO.

           IF WS-IDX-ADH IS NOT GREATER THAN WS-CANT-ADHESIONES
              IF T-ADH-NROCLI (WS-IDX-ADH) IS EQUAL TO WS-ADH-BUSCADO
                 AND T-ADH-VIGENTE (WS-IDX-ADH)
                 SET ADHESION-HALLADA         TO TRUE
              END-IF
           END-IF.

       2260-F-BUSCAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 6 5 - A V A N Z A R - A D H E S I O N               *
      *----------------------------------------------------------------*

       2265-AVANZAR-ADHESION.

           ADD 1                              TO WS-IDX-ADH.

       2265-F-AVANZAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - P A Q U E T E               *
      *----------------------------------------------------------------*
      *   UNA ALTA DE UN CODIGO DADO DE BAJA EN LA MISMA CORRIDA       *
      *   REUTILIZA SU POSICION ( SIN ADHERIDOS, PORQUE LA BAJA LO     *
      *   EXIGE ).                                                     *
      *----------------------------------------------------------------*

       2300-APLICAR-PAQUETE.

           MOVE '2300-APLICAR-PAQUETE'        TO WS-PARRAFO.

           MOVE 'PAQUETE'                     TO LDE-ARCHIVO.

           EVALUATE TRUE
             WHEN TRX-ALTA
               IF WS-IDX-PAQ > WS-CANT-PAQUETES
                  IF WS-CANT-PAQUETES >= CT-MAX-PAQUETES
                     MOVE CT-SIZE             TO AUX-ERR-ACCION
                     MOVE CT-PAQUETES         TO AUX-ERR-NOMBRE
                     MOVE SPACES              TO AUX-ERR-STATUS
                     MOVE WS-PARRAFO          TO AUX-ERR-MENSAJE
                     MOVE 10                  TO W-N-ERROR

                     PERFORM 9000-SALIDA-ERRORES
                        THRU 9000-F-SALIDA-ERRORES
                  END-IF
                  ADD 1                       TO WS-CANT-PAQUETES
                  MOVE WS-CANT-PAQUETES       TO WS-IDX-PAQ
                  MOVE ZEROS                  TO
                       T-PAQ-ADHERIDOS (WS-IDX-PAQ)
               END-IF
               SET T-PAQ-VIGENTE (WS-IDX-PAQ) TO TRUE
               MOVE WS-REG-PAQUETE            TO
                    T-PAQ-REGISTRO (WS-IDX-PAQ)
               ADD 1                          TO CNT-ALTAS
               MOVE 'ALTA'                    TO LDE-ACCION
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-PAQ-REGISTRO (WS-IDX-PAQ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN TRX-BAJA
               MOVE 'BAJA'                    TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-PAQ-REGISTRO (WS-IDX-PAQ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               SET T-PAQ-BORRADO (WS-IDX-PAQ) TO TRUE
               ADD 1                          TO CNT-BAJAS

             WHEN TRX-MODIF
               MOVE 'MODIFICACION'            TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-PAQ-REGISTRO (WS-IDX-PAQ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               MOVE WS-REG-PAQUETE            TO
                    T-PAQ-REGISTRO (WS-IDX-PAQ)
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-PAQ-REGISTRO (WS-IDX-PAQ) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               ADD 1                          TO CNT-MODIFICACIONES
           END-EVALUATE.

       2300-F-APLICAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - A P L I C A R - A D H E S I O N             *
      *----------------------------------------------------------------*
      *   ALTA Y CAMBIO DE PAQUETE LLEVAN LA FECHA DE PROCESO Y LA     *
      *   CORRIDA; LA CANTIDAD DE ADHERIDOS DE CADA PAQUETE SE         *
      *   MANTIENE AL DIA PARA CONTROLAR LAS BAJAS DE PAQUETES         *
      *   SIGUIENTES. WS-IDX-PAQ VIENE DE LA VALIDACION ( PAQUETE      *
      *   NUEVO ).                                                     *
      *----------------------------------------------------------------*

       2400-APLICAR-ADHESION.

           MOVE '2400-APLICAR-ADHESION'       TO WS-PARRAFO.

           MOVE 'ADHESION'                    TO LDE-ARCHIVO.

           IF NOT TRX-BAJA
              MOVE WS-FECHA-PROCESO           TO ADP-FECHA-ALTA
              MOVE WS-RUN-ID                  TO ADP-RUNID
           END-IF.

           EVALUATE TRUE
             WHEN TRX-ALTA
               PERFORM 2450-INSERTAR-ADHESION
                  THRU 2450-F-INSERTAR-ADHESION
               ADD 1                          TO
                   T-PAQ-ADHERIDOS (WS-IDX-PAQ)
               ADD 1                          TO CNT-ALTAS
               MOVE 'ALTA'                    TO LDE-ACCION
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-ADH-REGISTRO (WS-IDX-ADH) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA

             WHEN TRX-BAJA
               MOVE 'BAJA'                    TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-ADH-REGISTRO (WS-IDX-ADH) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               PERFORM 2460-DESCONTAR-ADHERIDO
                  THRU 2460-F-DESCONTAR-ADHERIDO
               SET T-ADH-BORRADA (WS-IDX-ADH) TO TRUE
               ADD 1                          TO CNT-BAJAS

             WHEN TRX-MODIF
               MOVE WS-IDX-PAQ                TO WS-IDX-PAQ-NUEVO
               MOVE 'MODIFICACION'            TO LDE-ACCION
               MOVE 'ANTES'                   TO LDE-IMAGEN
               MOVE T-ADH-REGISTRO (WS-IDX-ADH) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               PERFORM 2460-DESCONTAR-ADHERIDO
                  THRU 2460-F-DESCONTAR-ADHERIDO
               MOVE WS-IDX-PAQ-NUEVO          TO WS-IDX-PAQ
               ADD 1                          TO
                   T-PAQ-ADHERIDOS (WS-IDX-PAQ)
               MOVE WS-REG-ADHPAQ             TO
                    T-ADH-REGISTRO (WS-IDX-ADH)
               MOVE 'DESPUES'                 TO LDE-IMAGEN
               MOVE T-ADH-REGISTRO (WS-IDX-ADH) TO LDE-REGISTRO
               PERFORM 2800-GRABAR-AUDITORIA
                  THRU 2800-F-GRABAR-AUDITORIA
               ADD 1                          TO CNT-MODIFICACIONES
           END-EVALUATE.

       2400-F-APLICAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 5 0 - I N S E R T A R - A D H E S I O N            *
      *----------------------------------------------------------------*
      *   WS-IDX-ADH VIENE DE LA BUSQUEDA: SI AHI ESTA EL MISMO        *
      *   CLIENTE DADO DE BAJA EN LA CORRIDA SE REUTILIZA LA POSICION; *
      *   SI NO, SE CORREN UN LUGAR LAS SIGUIENTES PARA CONSERVAR EL   *
      *   ORDEN POR NROCLI.                                            *
      *----------------------------------------------------------------*

       2450-INSERTAR-ADHESION.

           MOVE '2450-INSERTAR-ADHESION'      TO WS-PARRAFO.

           SET ADHESION-NO-HALLADA            TO TRUE.

           IF WS-IDX-ADH IS NOT GREATER THAN WS-CANT-ADHESIONES
              IF T-ADH-NROCLI (WS-IDX-ADH) IS EQUAL TO ADP-NROCLI
                 SET ADHESION-HALLADA         TO TRUE
              END-IF
           END-IF.

           IF ADHESION-NO-HALLADA
              PERFORM 2452-ABRIR-LUGAR
                 THRU 2452-F-ABRIR-LUGAR
           END-IF.

           SET T-ADH-VIGENTE (WS-IDX-ADH)     TO TRUE.
           MOVE WS-REG-ADHPAQ                 TO
                T-ADH-REGISTRO (WS-IDX-ADH).

       2450-F-INSERTAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 5 2 - A B R I R - L U G A R                     *
      *----------------------------------------------------------------*

       2452-ABRIR-LUGAR.

           IF WS-CANT-ADHESIONES >= CT-MAX-ADHESIONES
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 2455-CORRER-ADHESION
              THRU 2455-F-CORRER-ADHESION
             VARYING WS-J FROM WS-CANT-ADHESIONES BY -1
               UNTIL WS-J < WS-IDX-ADH.

           ADD 1                              TO WS-CANT-ADHESIONES.

       2452-F-ABRIR-LUGAR.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 5 5 - C O R R E R - A D H E S I O N               *
      *----------------------------------------------------------------*

       2455-CORRER-ADHESION.

           COMPUTE WS-I = WS-J + 1.

           MOVE T-ADH (WS-J)                  TO T-ADH (WS-I).

       2455-F-CORRER-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 6 0 - D E S C O N T A R - A D H E R I D O            *
      *----------------------------------------------------------------*
      *   RESTA LA ADHESION QUE SE DA DE BAJA O SE CAMBIA DEL PAQUETE  *
      *   AL QUE ESTABA ADHERIDA ( SI TODAVIA ESTA EN EL CATALOGO ).   *
      *----------------------------------------------------------------*

       2460-DESCONTAR-ADHERIDO.

           MOVE T-ADH-CODIGO (WS-IDX-ADH)     TO WS-PAQ-BUSCADO.

           PERFORM 2210-BUSCAR-PAQUETE
              THRU 2210-F-BUSCAR-PAQUETE.

           IF PAQUETE-HALLADO
              IF T-PAQ-ADHERIDOS (WS-IDX-PAQ) IS GREATER THAN ZEROS
                 SUBTRACT 1                   FROM
                          T-PAQ-ADHERIDOS (WS-IDX-PAQ)
              END-IF
           END-IF.

       2460-F-DESCONTAR-ADHERIDO.
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
                   ' CLAVE: ' TRX-REGISTRO(1:8).

           MOVE SPACES                        TO WS-REG-RECHPAQ.
           MOVE TRX-ARCHIVO                   TO REC-ARCHIVO.
           MOVE TRX-ACCION                    TO REC-ACCION.
           MOVE TRX-REGISTRO                  TO REC-REGISTRO.
           MOVE WS-MOTIVO                     TO REC-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO REC-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO REC-RUNID.

           WRITE REG-RECHPAQ FROM WS-REG-RECHPAQ.

           IF NOT FS-RECHPAQ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECHPAQ                 TO AUX-ERR-NOMBRE
              MOVE FS-RECHPAQ                 TO AUX-ERR-STATUS
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

           MOVE WS-LIN-DETALLE                TO REG-AUDPAQ.

           PERFORM 2950-GRABAR-AUDPAQ
              THRU 2950-F-GRABAR-AUDPAQ.

       2800-F-GRABAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 5 0 - G R A B A R - A U D P A Q                   *
      *----------------------------------------------------------------*

       2950-GRABAR-AUDPAQ.

           WRITE REG-AUDPAQ.

           IF NOT FS-AUDPAQ-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDPAQ                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDPAQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-GRABAR-AUDPAQ.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-GRABAR-PAQUETE
              THRU 3100-F-GRABAR-PAQUETE
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-PAQUETES.

           PERFORM 3150-GRABAR-ADHESION
              THRU 3150-F-GRABAR-ADHESION
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-ADHESIONES.

           CLOSE PAQTRX
                 PAQUETES
                 ADHPAQ
                 PAQNUE
                 ADHNUE
                 AUDPAQ
                 RECHPAQ.

           IF NOT FS-PAQNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PAQNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-PAQNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ADHNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-ADHNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHNUE                  TO AUX-ERR-STATUS
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
      *          3 1 0 0 - G R A B A R - P A Q U E T E                 *
      *----------------------------------------------------------------*

       3100-GRABAR-PAQUETE.

           MOVE '3100-GRABAR-PAQUETE'         TO WS-PARRAFO.

           IF NOT T-PAQ-VIGENTE (WS-I)
              GO TO 3100-F-GRABAR-PAQUETE
           END-IF.

           WRITE REG-PAQNUE FROM T-PAQ-REGISTRO (WS-I).

           IF NOT FS-PAQNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PAQNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-PAQNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-PAQ-GRABADOS.

       3100-F-GRABAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 5 0 - G R A B A R - A D H E S I O N               *
      *----------------------------------------------------------------*
      *   RECORRER LA TABLA EN ORDEN DEJA LA NUEVA GENERACION          *
      *   ORDENADA POR NROCLI, COMO LA ESPERA PGMSIN53.                *
      *----------------------------------------------------------------*

       3150-GRABAR-ADHESION.

           MOVE '3150-GRABAR-ADHESION'        TO WS-PARRAFO.

           IF NOT T-ADH-VIGENTE (WS-I)
              GO TO 3150-F-GRABAR-ADHESION
           END-IF.

           WRITE REG-ADHNUE FROM T-ADH-REGISTRO (WS-I).

           IF NOT FS-ADHNUE-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ADHNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-ADH-GRABADAS.

       3150-F-GRABAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-PAQ-LEIDOS                TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI167               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* PAQUETES EN EL CATALOGO ANTERIOR:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ADH-LEIDAS                TO WS-MASCARA.
           DISPLAY '* ADHESIONES ANTERIORES:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ADH-SIN-PAQUETE           TO WS-MASCARA.
           DISPLAY '* ADHESIONES A PAQUETES INEXISTENTES:    '
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

           MOVE CNT-PAQ-GRABADOS              TO WS-MASCARA.
           DISPLAY '* PAQUETES EN LA NUEVA GENERACION:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ADH-GRABADAS              TO WS-MASCARA.
           DISPLAY '* ADHESIONES EN LA NUEVA GENERACION:     '
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
                  ' PAQ='          DELIMITED BY SIZE
                  CNT-PAQ-GRABADOS DELIMITED BY SIZE
                  ' ADH='          DELIMITED BY SIZE
                  CNT-ADH-GRABADAS DELIMITED BY SIZE
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
      *        1 8 6 5 - C A T A L O G O - P R O D U C T O             *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

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

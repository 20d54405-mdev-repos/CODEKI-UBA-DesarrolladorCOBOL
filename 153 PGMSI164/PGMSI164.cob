      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI164.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   SANEAMIENTO DE DOMICILIOS DE CONTACTO CONTRA EL MAESTRO      *
      *   OFICIAL DE CODIGOS POSTALES                                  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PGMSIN69 VALIDA EL CODIGO POSTAL DE CADA ALTA O MODIFICACION   *
      * CONTRA EL MAESTRO CODPOS, PERO LOS DOMICILIOS YA CARGADOS EN   *
      * EL KSDS CONTACTO NUNCA PASARON ESE CONTROL. ESTE PROGRAMA LOS  *
      * RECORRE TODOS: LA PRIMERA CORRIDA ES EL SANEAMIENTO INICIAL Y  *
      * DESPUES CORRE UNA VEZ POR MES, ANTES DEL RESUMEN DE CUENTA     *
      * ( PGMSIN35 ), PARA QUE LOS DOMICILIOS SE CORRIJAN ANTES DE     *
      * IMPRIMIR:                                                      *
      *   - CADA DOMICILIO PASA POR LA VALIDACION COMUN ( COPY         *
      *     CODPOSVA ). SI EL CODIGO EXISTE Y LA LOCALIDAD ES LA DEL   *
      *     CODIGO SALVO LA GRAFIA ( MINUSCULAS, ACENTOS, PUNTUACION,  *
      *     BLANCOS ), O VINO EN BLANCO, SE CORRIGE SOLO: SE REGRABA   *
      *     CON LA FORMA OFICIAL Y EL ANTES / DESPUES QUEDA EN CPACOR. *
      *     LA MARCA DE DOMICILIO DEVUELTO ( PGMSI102 ) NO SE TOCA.    *
      *   - LO QUE NO SE PUEDE CORREGIR SIN EL CLIENTE ( CODIGO        *
      *     INEXISTENTE O DADO DE BAJA, LOCALIDAD DE OTRO CODIGO ) VA  *
      *     AL ARCHIVO DE PENDIENTES CPAPEN, CON LA SUCURSAL DEL       *
      *     CLIENTE ( KSDS CLIENTES ) EN LAS PRIMERAS POSICIONES, Y AL *
      *     LISTADO CPALIS AGRUPADO POR SUCURSAL PARA QUE CADA UNA     *
      *     LLAME A SUS CLIENTES. LOS DOMICILIOS YA DEVUELTOS POR EL   *
      *     CORREO SE SENALAN EN EL LISTADO.                           *
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

           SELECT CONTACTO  ASSIGN TO CONTACTO
                            ORGANIZATION IS INDEXED
                            ACCESS IS SEQUENTIAL
                            RECORD KEY IS    KEY-CONTACTO
                            FILE STATUS IS FS-CONTACTO.

           SELECT CLIENTES  ASSIGN TO CLIENTES
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CLAVE
                            FILE STATUS IS FS-CLIENTES.

           SELECT CODPOS    ASSIGN TO CODPOS
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CODPOS
                            FILE STATUS IS FS-CODPOS.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT CPACOR ASSIGN TO CPACOR
                                    FILE STATUS IS FS-CPACOR.

           SELECT CPAPEN ASSIGN TO CPAPEN
                                    FILE STATUS IS FS-CPAPEN.

           SELECT CPALIS ASSIGN TO CPALIS
                                    FILE STATUS IS FS-CPALIS.

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

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, COPY CPCONTAC )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * CLIENTES ( ARCHIVO VSAM, COPY CPCLIE )

       FD   CLIENTES.

       01 REG-CLIENTES.
          03 KEY-CLAVE    PIC X(13).
          03 FILLER       PIC X(64).

      * CODPOS ( ARCHIVO VSAM, MAESTRO OFICIAL DE CODIGOS POSTALES )

       FD   CODPOS.

       01 REG-CODPOS.
          03 KEY-CODPOS   PIC X(08).
          03 FILLER       PIC X(72).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   CORRECCIONES AUTOMATICAS: ANTES Y DESPUES DE CADA DOMICILIO  *
      *   REGRABADO.                                                   *
      *----------------------------------------------------------------*

       FD   CPACOR
            RECORDING MODE IS F.
       01   REG-CPACOR                                      PIC X(100).

      *----------------------------------------------------------------*
      *   DOMICILIOS PENDIENTES DE CORRECCION POR LA SUCURSAL.         *
      *----------------------------------------------------------------*

       FD   CPAPEN
            RECORDING MODE IS F.
       01   REG-CPAPEN                                      PIC X(100).

      *----------------------------------------------------------------*
      *   LISTADO DE PENDIENTES POR SUCURSAL.                          *
      *----------------------------------------------------------------*

       FD   CPALIS
            RECORDING MODE IS F.
       01   REG-CPALIS                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI164'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-CODPOS                     PIC X(08)  VALUE 'CODPOS  '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-CPACOR                     PIC X(08)  VALUE 'CPACOR  '.
           02 CT-CPAPEN                     PIC X(08)  VALUE 'CPAPEN  '.
           02 CT-CPALIS                     PIC X(08)  VALUE 'CPALIS  '.
           02 CT-MAX-PENDIENTES             PIC 9(04)  VALUE 2000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-SUCURSAL                   PIC 9(02)  VALUE ZEROS.
           02 WS-S                          PIC 9(03)  VALUE ZEROS.
           02 WS-P                          PIC 9(04)  VALUE ZEROS.
           02 WS-CODPOS-ANTERIOR            PIC X(08)  VALUE SPACES.
           02 WS-LOCALIDAD-ANTERIOR         PIC X(20)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   REGISTRO DE CORRECCIONES ( CPACOR )                          *
      *----------------------------------------------------------------*

       01 WS-REG-CPACOR.
           02 COR-TIP-DOC                   PIC X(02).
           02 COR-NRO-DOC                   PIC 9(11).
           02 COR-CODPOS-ANT                PIC X(08).
           02 COR-LOCALIDAD-ANT             PIC X(20).
           02 COR-CODPOS-NUE                PIC X(08).
           02 COR-LOCALIDAD-NUE             PIC X(20).
           02 COR-PROVINCIA                 PIC X(20).
           02 COR-RUNID                     PIC X(08).
           02 FILLER                        PIC X(03).

      *----------------------------------------------------------------*
      *   REGISTRO DE PENDIENTES ( CPAPEN ): SUCURSAL PRIMERO PARA     *
      *   REPARTIRLO.                                                  *
      *----------------------------------------------------------------*

       01 WS-REG-CPAPEN.
           02 PEN-SUCURSAL                  PIC 9(02).
           02 PEN-TIP-DOC                   PIC X(02).
           02 PEN-NRO-DOC                   PIC 9(11).
           02 PEN-CODPOS                    PIC X(08).
           02 PEN-LOCALIDAD                 PIC X(20).
           02 PEN-MOTIVO                    PIC X(30).
           02 PEN-DEVUELTO                  PIC X(01).
              88 PEN-DOMICILIO-DEVUELTO                VALUE 'S'.
           02 PEN-FECHA-PROCESO             PIC 9(08).
           02 PEN-RUNID                     PIC X(08).
           02 FILLER                        PIC X(10).

      *----------------------------------------------------------------*
      *   PENDIENTES PARA EL LISTADO POR SUCURSAL. SI NO ENTRAN, EL    *
      *   ARCHIVO CPAPEN LOS TIENE IGUAL Y EL LISTADO LOS CUENTA.      *
      *----------------------------------------------------------------*

       01 WS-CANT-PENDIENTES                PIC 9(04)  VALUE ZEROS.

       01 WS-T-PENDIENTES.
           02 T-PEN                         OCCURS 2000 TIMES.
              03 T-PEN-SUCURSAL             PIC 9(02).
              03 T-PEN-TIP-DOC              PIC X(02).
              03 T-PEN-NRO-DOC              PIC 9(11).
              03 T-PEN-CODPOS               PIC X(08).
              03 T-PEN-LOCALIDAD            PIC X(20).
              03 T-PEN-MOTIVO               PIC X(30).
              03 T-PEN-DEVUELTO             PIC X(01).

       01 WS-T-SUC-PENDIENTES.
           02 T-SPE-CANTIDAD                PIC 9(07)
                                            OCCURS 100 TIMES.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO CPALIS                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'DOMICILIOS A CORREGIR POR SUCURSAL - FECHA PROCESO'.
           02 FILLER                        PIC X(02)  VALUE ': '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(72)  VALUE SPACES.

       01 WS-LIN-SUCURSAL.
           02 FILLER                        PIC X(10)  VALUE
              'SUCURSAL: '.
           02 LSU-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LSU-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 FILLER                        PIC X(12)  VALUE
              'PENDIENTES: '.
           02 LSU-CANTIDAD                  PIC ZZZZZZ9.
           02 FILLER                        PIC X(77)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(45)  VALUE
              '  DOCUMENTO       COD.POS.  LOCALIDAD        '.
           02 FILLER                        PIC X(45)  VALUE
              '     MOTIVO                          DEVUELTO'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-TIP-DOC                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-NRO-DOC                   PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-CODPOS                    PIC X(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-LOCALIDAD                 PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-MOTIVO                    PIC X(30).
           02 FILLER                        PIC X(08)  VALUE SPACES.
           02 LDE-DEVUELTO                  PIC X(02).
           02 FILLER                        PIC X(42)  VALUE SPACES.

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
           02 CNT-CONTACTO-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-DOMICILIOS-OK             PIC 9(07)  VALUE ZEROS.
           02 CNT-CORREGIDOS                PIC 9(07)  VALUE ZEROS.
           02 CNT-PENDIENTES                PIC 9(07)  VALUE ZEROS.
           02 CNT-PEND-CODPOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-PEND-LOCALIDAD            PIC 9(07)  VALUE ZEROS.
           02 CNT-PEND-NO-LISTADOS          PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-EOF                       VALUE '10'.

           02 FS-CLIENTES                   PIC X(02).
              88 FS-CLIENTES-OK                        VALUE '00'.
              88 FS-CLIENTES-NOTFND                    VALUE '23'.

           02 FS-CODPOS                     PIC X(02).
              88 FS-CODPOS-OK                          VALUE '00'.
              88 FS-CODPOS-NOTFND                      VALUE '23'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-CPACOR                     PIC X(02).
              88 FS-CPACOR-OK                          VALUE '00'.

           02 FS-CPAPEN                     PIC X(02).
              88 FS-CPAPEN-OK                          VALUE '00'.

           02 FS-CPALIS                     PIC X(02).
              88 FS-CPALIS-OK                          VALUE '00'.

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

           COPY CPCONTAC.

           COPY CPCLIE.

           COPY CPCODPOS.

           COPY CPNOMNOR.

           COPY CPSUCUR.

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-CONTACTO-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-SUC-PENDIENTES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1400-LEER-CONTACTO
              THRU 1400-F-LEER-CONTACTO.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O    CONTACTO.
           OPEN INPUT  CLIENTES
                       CODPOS
                OUTPUT CPACOR
                       CPAPEN
                       CPALIS.

           IF NOT FS-CONTACTO-OK
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CLIENTES-OK
              MOVE CT-CLIENTES                TO AUX-ERR-NOMBRE
              MOVE FS-CLIENTES                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CODPOS-OK
              MOVE CT-CODPOS                  TO AUX-ERR-NOMBRE
              MOVE FS-CODPOS                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CPACOR-OK
              MOVE CT-CPACOR                  TO AUX-ERR-NOMBRE
              MOVE FS-CPACOR                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CPAPEN-OK
              MOVE CT-CPAPEN                  TO AUX-ERR-NOMBRE
              MOVE FS-CPAPEN                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CPALIS-OK
              MOVE CT-CPALIS                  TO AUX-ERR-NOMBRE
              MOVE FS-CPALIS                  TO AUX-ERR-STATUS
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
      *            1 4 0 0 - L E E R - C O N T A C T O                 *
      *----------------------------------------------------------------*

       1400-LEER-CONTACTO.

           MOVE '1400-LEER-CONTACTO'          TO WS-PARRAFO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
               WHEN FS-CONTACTO-OK
                    ADD 1                     TO CNT-CONTACTO-LEIDOS

               WHEN FS-CONTACTO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CONTACTO          TO AUX-ERR-NOMBRE
                    MOVE FS-CONTACTO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE CTT-CODPOS                    TO WS-CODPOS-ANTERIOR
                                                 CPV-CODPOS.
           MOVE CTT-LOCALIDAD                 TO WS-LOCALIDAD-ANTERIOR
                                                 CPV-LOCALIDAD.

           PERFORM 8850-VALIDAR-CODPOS
              THRU 8850-F-VALIDAR-CODPOS.

           EVALUATE TRUE
             WHEN CPV-DOMICILIO-OK
               ADD 1                          TO CNT-DOMICILIOS-OK

             WHEN CPV-ESTANDARIZADO
               PERFORM 2200-CORREGIR-DOMICILIO
                  THRU 2200-F-CORREGIR-DOMICILIO

             WHEN OTHER
               PERFORM 2400-REGISTRAR-PENDIENTE
                  THRU 2400-F-REGISTRAR-PENDIENTE
           END-EVALUATE.

           PERFORM 1400-LEER-CONTACTO
              THRU 1400-F-LEER-CONTACTO.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 0 0 - C O R R E G I R - D O M I C I L I O           *
      *----------------------------------------------------------------*
      *   REGRABA EL DOMICILIO CON EL CODIGO Y LA LOCALIDAD OFICIALES; *
      *   EL RESTO DEL REGISTRO ( INCLUIDA LA MARCA DE DEVUELTO )      *
      *   QUEDA COMO ESTABA.                                           *
      *----------------------------------------------------------------*

       2200-CORREGIR-DOMICILIO.

           MOVE '2200-CORREGIR-DOMICILIO'     TO WS-PARRAFO.

           MOVE CPV-CODPOS                    TO CTT-CODPOS.
           MOVE CPV-LOCALIDAD                 TO CTT-LOCALIDAD.

           REWRITE REG-CONTACTO FROM REG-CONTACTO-TRAB.

           IF NOT FS-CONTACTO-OK
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CORREGIDOS.

           MOVE CTT-TIP-DOC                   TO COR-TIP-DOC.
           MOVE CTT-NRO-DOC                   TO COR-NRO-DOC.
           MOVE WS-CODPOS-ANTERIOR            TO COR-CODPOS-ANT.
           MOVE WS-LOCALIDAD-ANTERIOR         TO COR-LOCALIDAD-ANT.
           MOVE CTT-CODPOS                    TO COR-CODPOS-NUE.
           MOVE CTT-LOCALIDAD                 TO COR-LOCALIDAD-NUE.
           MOVE CPV-PROVINCIA                 TO COR-PROVINCIA.
           MOVE WS-RUN-ID                     TO COR-RUNID.

           WRITE REG-CPACOR FROM WS-REG-CPACOR.

           IF NOT FS-CPACOR-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CPACOR                  TO AUX-ERR-NOMBRE
              MOVE FS-CPACOR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2200-F-CORREGIR-DOMICILIO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 0 0 - R E G I S T R A R - P E N D I E N T E          *
      *----------------------------------------------------------------*
      *   LA SUCURSAL SALE DEL KSDS CLIENTES; UN CONTACTO SIN CLIENTE  *
      *   O CON SUCURSAL NO NUMERICA VA A LA SUCURSAL 00.              *
      *----------------------------------------------------------------*

       2400-REGISTRAR-PENDIENTE.

           MOVE '2400-REGISTRAR-PENDIENTE'    TO WS-PARRAFO.

           ADD 1                              TO CNT-PENDIENTES.

           IF CPV-CODPOS-INEXISTENTE
              ADD 1                           TO CNT-PEND-CODPOS
           ELSE
              ADD 1                           TO CNT-PEND-LOCALIDAD
           END-IF.

           MOVE ZEROS                         TO WS-SUCURSAL.
           MOVE CTT-CLAVE                     TO KEY-CLAVE.

           READ CLIENTES INTO REG-CLIENTE.

           EVALUATE TRUE
             WHEN FS-CLIENTES-OK
               IF CLI-NRO-SUC IS NUMERIC
                  MOVE CLI-NRO-SUC            TO WS-SUCURSAL
               END-IF

             WHEN FS-CLIENTES-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CLIENTES               TO AUX-ERR-NOMBRE
               MOVE FS-CLIENTES               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           MOVE WS-SUCURSAL                   TO PEN-SUCURSAL.
           MOVE CTT-TIP-DOC                   TO PEN-TIP-DOC.
           MOVE CTT-NRO-DOC                   TO PEN-NRO-DOC.
           MOVE WS-CODPOS-ANTERIOR            TO PEN-CODPOS.
           MOVE WS-LOCALIDAD-ANTERIOR         TO PEN-LOCALIDAD.
           MOVE CPV-MOTIVO                    TO PEN-MOTIVO.
           MOVE WS-FECHA-PROCESO              TO PEN-FECHA-PROCESO.
           MOVE WS-RUN-ID                     TO PEN-RUNID.

           IF CTT-DOMICILIO-INVALIDO
              MOVE 'S'                        TO PEN-DEVUELTO
           ELSE
              MOVE 'N'                        TO PEN-DEVUELTO
           END-IF.

           WRITE REG-CPAPEN FROM WS-REG-CPAPEN.

           IF NOT FS-CPAPEN-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CPAPEN                  TO AUX-ERR-NOMBRE
              MOVE FS-CPAPEN                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           COMPUTE WS-S = WS-SUCURSAL + 1.
           ADD 1                              TO T-SPE-CANTIDAD(WS-S).

           IF WS-CANT-PENDIENTES IS NOT LESS THAN CT-MAX-PENDIENTES
              ADD 1                           TO CNT-PEND-NO-LISTADOS
              GO TO 2400-F-REGISTRAR-PENDIENTE
           END-IF.

           ADD 1                              TO WS-CANT-PENDIENTES.
           MOVE WS-CANT-PENDIENTES            TO WS-P.

           MOVE PEN-SUCURSAL                  TO T-PEN-SUCURSAL(WS-P).
           MOVE PEN-TIP-DOC                   TO T-PEN-TIP-DOC(WS-P).
           MOVE PEN-NRO-DOC                   TO T-PEN-NRO-DOC(WS-P).
           MOVE PEN-CODPOS                    TO T-PEN-CODPOS(WS-P).
           MOVE PEN-LOCALIDAD                 TO T-PEN-LOCALIDAD(WS-P).
           MOVE PEN-MOTIVO                    TO T-PEN-MOTIVO(WS-P).
           MOVE PEN-DEVUELTO                  TO T-PEN-DEVUELTO(WS-P).

       2400-F-REGISTRAR-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - C P A L I S                  *
      *----------------------------------------------------------------*

       2950-GRABAR-CPALIS.

           WRITE REG-CPALIS.

           IF NOT FS-CPALIS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CPALIS                  TO AUX-ERR-NOMBRE
              MOVE FS-CPALIS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CPALIS.

       2950-F-GRABAR-CPALIS.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-EMITIR-LISTADO
              THRU 3100-F-EMITIR-LISTADO.

           CLOSE CONTACTO
                 CLIENTES
                 CODPOS
                 CPACOR
                 CPAPEN
                 CPALIS.

           IF NOT FS-CONTACTO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
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
      *           3 1 0 0 - E M I T I R - L I S T A D O                *
      *----------------------------------------------------------------*

       3100-EMITIR-LISTADO.

           MOVE '3100-EMITIR-LISTADO'         TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-CPALIS.

           PERFORM 2950-GRABAR-CPALIS
              THRU 2950-F-GRABAR-CPALIS.

           IF CNT-PENDIENTES IS EQUAL TO ZEROS
              MOVE ' SIN DOMICILIOS PENDIENTES DE CORRECCION'
                                              TO REG-CPALIS
              PERFORM 2950-GRABAR-CPALIS
                 THRU 2950-F-GRABAR-CPALIS
              GO TO 3100-F-EMITIR-LISTADO
           END-IF.

           PERFORM 3120-LISTAR-SUCURSAL
              THRU 3120-F-LISTAR-SUCURSAL
             VARYING WS-S FROM 1 BY 1
               UNTIL WS-S IS GREATER THAN 100.

           IF CNT-PEND-NO-LISTADOS IS GREATER THAN ZEROS
              MOVE CNT-PEND-NO-LISTADOS       TO WS-MASCARA
              PERFORM 2950-GRABAR-CPALIS
                 THRU 2950-F-GRABAR-CPALIS
              STRING ' PENDIENTES NO LISTADOS ( VER ARCHIVO CPAPEN ): '
                                              DELIMITED BY SIZE
                     WS-MASCARA               DELIMITED BY SIZE
                 INTO REG-CPALIS
              END-STRING
              PERFORM 2950-GRABAR-CPALIS
                 THRU 2950-F-GRABAR-CPALIS
           END-IF.

       3100-F-EMITIR-LISTADO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 1 2 0 - L I S T A R - S U C U R S A L               *
      *----------------------------------------------------------------*

       3120-LISTAR-SUCURSAL.

           IF T-SPE-CANTIDAD(WS-S) IS EQUAL TO ZEROS
              GO TO 3120-F-LISTAR-SUCURSAL
           END-IF.

           COMPUTE WS-SUCUR-NRO-BUSCADA = WS-S - 1.

           IF WS-SUCUR-NRO-BUSCADA IS EQUAL TO ZEROS
              MOVE 'SIN SUCURSAL'             TO WS-SUCUR-NOMBRE
           ELSE
              PERFORM 1868-BUSCAR-SUCURSAL
                 THRU 1868-F-BUSCAR-SUCURSAL
           END-IF.

           MOVE WS-SUCUR-NRO-BUSCADA          TO LSU-SUCURSAL.
           MOVE WS-SUCUR-NOMBRE               TO LSU-NOMBRE.
           MOVE T-SPE-CANTIDAD(WS-S)          TO LSU-CANTIDAD.

           PERFORM 2950-GRABAR-CPALIS
              THRU 2950-F-GRABAR-CPALIS.

           MOVE WS-LIN-SUCURSAL               TO REG-CPALIS.

           PERFORM 2950-GRABAR-CPALIS
              THRU 2950-F-GRABAR-CPALIS.

           MOVE WS-LIN-COLUMNAS               TO REG-CPALIS.

           PERFORM 2950-GRABAR-CPALIS
              THRU 2950-F-GRABAR-CPALIS.

           PERFORM 3140-LISTAR-PENDIENTE
              THRU 3140-F-LISTAR-PENDIENTE
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PENDIENTES.

       3120-F-LISTAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *         3 1 4 0 - L I S T A R - P E N D I E N T E              *
      *----------------------------------------------------------------*

       3140-LISTAR-PENDIENTE.

           IF T-PEN-SUCURSAL(WS-P) IS NOT EQUAL TO WS-SUCUR-NRO-BUSCADA
              GO TO 3140-F-LISTAR-PENDIENTE
           END-IF.

           MOVE T-PEN-TIP-DOC(WS-P)           TO LDE-TIP-DOC.
           MOVE T-PEN-NRO-DOC(WS-P)           TO LDE-NRO-DOC.
           MOVE T-PEN-CODPOS(WS-P)            TO LDE-CODPOS.
           MOVE T-PEN-LOCALIDAD(WS-P)         TO LDE-LOCALIDAD.
           MOVE T-PEN-MOTIVO(WS-P)            TO LDE-MOTIVO.

           IF T-PEN-DEVUELTO(WS-P) IS EQUAL TO 'S'
              MOVE 'SI'                       TO LDE-DEVUELTO
           ELSE
              MOVE SPACES                     TO LDE-DEVUELTO
           END-IF.

           MOVE WS-LIN-DETALLE                TO REG-CPALIS.

           PERFORM 2950-GRABAR-CPALIS
              THRU 2950-F-GRABAR-CPALIS.

       3140-F-LISTAR-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CONTACTO-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI164               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* DOMICILIOS LEIDOS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DOMICILIOS-OK             TO WS-MASCARA.
           DISPLAY '*   - CORRECTOS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CORREGIDOS                TO WS-MASCARA.
           DISPLAY '*   - CORREGIDOS AUTOMATICAMENTE:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PENDIENTES                TO WS-MASCARA.
           DISPLAY '*   - PENDIENTES PARA LA SUCURSAL:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PEND-CODPOS               TO WS-MASCARA.
           DISPLAY '*     - CODIGO POSTAL INEXISTENTE:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PEND-LOCALIDAD            TO WS-MASCARA.
           DISPLAY '*     - LOCALIDAD DE OTRO CODIGO:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PEND-NO-LISTADOS          TO WS-MASCARA.
           DISPLAY '* PENDIENTES FUERA DEL LISTADO:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'LEIDOS='        DELIMITED BY SIZE
                  CNT-CONTACTO-LEIDOS DELIMITED BY SIZE
                  ' OK='           DELIMITED BY SIZE
                  CNT-DOMICILIOS-OK DELIMITED BY SIZE
                  ' CORR='         DELIMITED BY SIZE
                  CNT-CORREGIDOS   DELIMITED BY SIZE
                  ' PEND='         DELIMITED BY SIZE
                  CNT-PENDIENTES   DELIMITED BY SIZE
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
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *     1 8 6 0 - C A R G A R - S U C U R S A L E S                *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *       8 6 0 0 - N O R M A L I Z A R - N O M B R E              *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

      *----------------------------------------------------------------*
      *          8 8 5 0 - V A L I D A R - C O D P O S                 *
      *----------------------------------------------------------------*

           COPY CODPOSVA.

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

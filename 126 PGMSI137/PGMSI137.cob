      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI137.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RECEPCION DE TRANSFERENCIAS Y DEVOLUCIONES DE OTROS BANCOS   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA EL TIPEO MANUAL DE LAS TRANSFERENCIAS  *
      * QUE LLEGAN DE OTROS BANCOS POR LA CAMARA COMPENSADORA. CORRE   *
      * ANTES DE PGMAPCAB:                                             *
      *   - LEE EL ARCHIVO CAMENT ( COPY CPTRFINT ): CABECERA DE LA    *
      *     CAMARA, QUE DEBE SER PARA ESTA ENTIDAD Y ESTA FECHA DE     *
      *     PROCESO, DETALLES Y COLA CON CANTIDAD E IMPORTE, QUE DEBEN *
      *     CUADRAR CON LO LEIDO. UN ARCHIVO QUE NO CUADRA CANCELA EL  *
      *     PASO SIN LIBERAR NINGUN CREDITO.                           *
      *   - TRANSFERENCIA ( 'T' ): EL CBU DESTINO DEBE SER VALIDO Y DE *
      *     ESTA ENTIDAD ( RUTINA COMUN CBURU ) Y PERTENECER A UNA     *
      *     CUENTA ABIERTA EN PESOS DE TBCURCTA. SI CORRESPONDE SALE   *
      *     EN TRFACR ( LAYOUT MOVIMCC ) UN CREDITO TIPO 97 CON        *
      *     REFERENCIA 'TR' + ENTIDAD DE ORIGEN; SI NO, LA             *
      *     TRANSFERENCIA QUEDA PARA DEVOLVER CON SU MOTIVO ( CBU      *
      *     INVALIDO, CUENTA INEXISTENTE, CUENTA CERRADA EN TBCURBAJ,  *
      *     CUENTA NO EN PESOS ).                                      *
      *   - DEVOLUCION ( 'D' ) DE UNA TRANSFERENCIA QUE ENVIO EL BANCO *
      *     ( PGMSI136 ): SE REACREDITA AUTOMATICAMENTE A LA CUENTA    *
      *     DEL CBU DESTINO, QUE ES LA QUE HIZO LA TRANSFERENCIA, CON  *
      *     UN CREDITO TIPO 98 Y REFERENCIA 'DV' + NRO DE ORDEN        *
      *     ORIGINAL. UNA DEVOLUCION QUE NO SE PUEDE REACREDITAR NO SE *
      *     DEVUELVE A SU VEZ: QUEDA A REVISAR POR EL BACK OFFICE.     *
      *   - TODO DETALLE QUEDA EN TRFREC CON SU RESULTADO ( ACREDITADO,*
      *     REACREDITADO, A DEVOLVER O A REVISAR ) Y LA CUENTA /       *
      *     NROMOV DEL CREDITO EMITIDO. PGMSI138 LO CRUZA DESPUES CON  *
      *     RECHMOV PARA ARMAR LAS DEVOLUCIONES A LA CAMARA.           *
      * UN ERROR DB2 EN LA BUSQUEDA DE LA CUENTA CANCELA EL PASO: UN   *
      * CREDITO NO SE DEVUELVE POR UNA FALLA PROPIA.                   *
      * AL FINALIZAR INFORMA ESTADISTICA, DEJA EL CONTROL DE           *
      * CANTIDADES DE TRFACR EN CTLCNT PARA EL PASO PGMAPCAB Y GRABA   *
      * EL RESUMEN DE BATCH HABITUAL.                                  *
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

           SELECT CAMENT ASSIGN TO CAMENT
                                    FILE STATUS IS FS-CAMENT.

           SELECT TRFACR ASSIGN TO TRFACR
                                    FILE STATUS IS FS-TRFACR.

           SELECT TRFREC ASSIGN TO TRFREC
                                    FILE STATUS IS FS-TRFREC.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   ARCHIVO RECIBIDO DE LA CAMARA COMPENSADORA ( COPY CPTRFINT ).*
      *----------------------------------------------------------------*

       FD   CAMENT
            RECORDING MODE IS F.
       01   REG-CAMENT                                      PIC X(200).

      *----------------------------------------------------------------*
      *   SALIDA DE CREDITOS Y REACREDITOS ( LAYOUT MOVIMCC ) PARA EL  *
      *   CIRCUITO DE APLICACION DE PGMAPCAB.                          *
      *----------------------------------------------------------------*

       FD   TRFACR
            RECORDING MODE IS F.
       01   REG-TRFACR                                      PIC X(80).

      *----------------------------------------------------------------*
      *   RESULTADO DE LA RECEPCION POR DETALLE ( COPY CPTRFINT ).     *
      *----------------------------------------------------------------*

       FD   TRFREC
            RECORDING MODE IS F.
       01   REG-TRFREC                                      PIC X(300).

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

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
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*

           COPY FECPROFD.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI137'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-CAMENT                     PIC X(08)  VALUE 'CAMENT  '.
           02 CT-TRFACR                     PIC X(08)  VALUE 'TRFACR  '.
           02 CT-TRFREC                     PIC X(08)  VALUE 'TRFREC  '.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-TBCURBAJ                   PIC X(08)  VALUE 'TBCURBAJ'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *   TIPO 97 TRANSFERENCIA RECIBIDA DE OTRO BANCO Y TIPO 98       *
      *   REACREDITO DE UNA TRANSFERENCIA ENVIADA Y DEVUELTA, AMBOS    *
      *   SIGNO 'C' ( MAPEADOS EN TIPMOV Y EN MAPACON ). FRANJAS DE    *
      *   NROMOV RESERVADAS ( DOMINIO NROMOV DEL MAESTRO CODREF ):     *
      *   975001-979999 PARA LOS CREDITOS, TRAMO ALTO DEL BLOQUE       *
      *   970000 DE LOS RECLAMOS ( PGMSIN79 ), Y 969001-969999 PARA    *
      *   LOS REACREDITOS, A CONTINUACION DE LAS TRANSFERENCIAS        *
      *   ENVIADAS DE PGMSI136. SIN NROMOV LIBRE, EL CREDITO SE        *
      *   DEVUELVE Y EL REACREDITO QUEDA A REVISAR.                    *
      *----------------------------------------------------------------*

           02 CT-TIPO-MOV-RECIBIDA          PIC 9(02)  VALUE 97.
           02 CT-NROMOV-RECIBIDA            PIC 9(06)  VALUE 975000.
           02 CT-MAX-RECIBIDAS              PIC 9(04)  VALUE 4999.
           02 CT-REFER-RECIBIDA             PIC X(02)  VALUE 'TR'.
           02 CT-TIPO-MOV-REACREDITO        PIC 9(02)  VALUE 98.
           02 CT-NROMOV-REACREDITO          PIC 9(06)  VALUE 969000.
           02 CT-MAX-REACREDITOS            PIC 9(04)  VALUE 999.
           02 CT-REFER-REACREDITO           PIC X(02)  VALUE 'DV'.
           02 CT-CLASE-TRANSFERENCIA        PIC X(03)  VALUE 'TRF'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-COD-MOTIVO                 PIC X(02)  VALUE SPACES.
           02 WS-CUENTA-OCHO                PIC 9(08).
           02 WS-CANT-BAJA                  PIC S9(9) COMP VALUE ZEROS.

       01 WS-FECHA-PROCESO                  PIC 9(08).

       01 WS-COLA-SW                        PIC X(01)  VALUE 'N'.
           88 COLA-VALIDADA                            VALUE 'S'.
           88 COLA-PENDIENTE                           VALUE 'N'.

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-IMPORTE-LEIDO             PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-ACREDITADO            PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-REACREDITADO          PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-A-DEVOLVER            PIC 9(13)V99 VALUE ZEROS.
           02 ACM-TOT-A-REVISAR             PIC 9(13)V99 VALUE ZEROS.

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
           02 CNT-DETALLES-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-TRANSF-RECIBIDAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-DEVOL-RECIBIDAS           PIC 9(05)  VALUE ZEROS.
           02 CNT-CREDITOS-EMITIDOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-REACREDITOS-EMITIDOS      PIC 9(05)  VALUE ZEROS.
           02 CNT-A-DEVOLVER                PIC 9(05)  VALUE ZEROS.
           02 CNT-A-REVISAR                 PIC 9(05)  VALUE ZEROS.
           02 CNT-TRFACR-GRABADOS           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CAMENT                     PIC X(02).
              88 FS-CAMENT-OK                          VALUE '00'.
              88 FS-CAMENT-EOF                         VALUE '10'.

           02 FS-TRFACR                     PIC X(02).
              88 FS-TRFACR-OK                          VALUE '00'.

           02 FS-TRFREC                     PIC X(02).
              88 FS-TRFREC-OK                          VALUE '00'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPTRFINT.

           COPY NOVCTA.

           COPY MOVIMCC.

           COPY CPCTLCNT.

           COPY CPCTADIG.

           COPY CPCBU.

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
             UNTIL FS-CAMENT-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      ACM-ACUMULADORES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           SET COLA-PENDIENTE                 TO TRUE.

           PERFORM 1400-LEER-CAMENT
              THRU 1400-F-LEER-CAMENT.

           IF FS-CAMENT-EOF
              DISPLAY '* CAMENT VACIO: SIN TRANSFERENCIAS RECIBIDAS *'
              SET COLA-VALIDADA               TO TRUE
           ELSE
              PERFORM 1500-VALIDAR-CABECERA
                 THRU 1500-F-VALIDAR-CABECERA

              PERFORM 1400-LEER-CAMENT
                 THRU 1400-F-LEER-CAMENT
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   CAMENT
                OUTPUT  TRFACR
                        TRFREC.

           IF NOT FS-CAMENT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CAMENT                  TO AUX-ERR-NOMBRE
              MOVE FS-CAMENT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFACR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFACR                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFACR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFREC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRFREC                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFREC                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 0 0 - L E E R - C A M E N T                      *
      *----------------------------------------------------------------*

       1400-LEER-CAMENT.

           MOVE '1400-LEER-CAMENT'            TO WS-PARRAFO.

           READ CAMENT INTO WS-REG-CAMARA.

           EVALUATE TRUE
               WHEN FS-CAMENT-OK
                    CONTINUE

               WHEN FS-CAMENT-EOF
                    SET FS-CAMENT-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAMENT            TO AUX-ERR-NOMBRE
                    MOVE FS-CAMENT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-CAMENT.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 0 0 - V A L I D A R - C A B E C E R A               *
      *----------------------------------------------------------------*
      *   UN ARCHIVO DE OTRA ENTIDAD O DE OTRO DIA ACREDITARIA DOS     *
      *   VECES O A QUIEN NO CORRESPONDE: SE CANCELA.                  *
      *----------------------------------------------------------------*

       1500-VALIDAR-CABECERA.

           MOVE '1500-VALIDAR-CABECERA'       TO WS-PARRAFO.

           IF NOT CAM-CABECERA OR
              CAM-CAB-ENTIDAD IS NOT EQUAL TO CBU-ENTIDAD-BANCO OR
              CAM-CAB-FECHA IS NOT EQUAL TO WS-FECHA-PROCESO
              DISPLAY '* CABECERA DE CAMENT INVALIDA: ' CAM-TIPO-REG
                      ' ENTIDAD ' CAM-CAB-ENTIDAD
                      ' FECHA ' CAM-CAB-FECHA

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-CAMENT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1500-F-VALIDAR-CABECERA.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   DESPUES DE LA COLA NO PUEDE VENIR NADA MAS.                  *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF COLA-VALIDADA
              DISPLAY '* REGISTROS DESPUES DE LA COLA DE CAMENT *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-CAMENT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           EVALUATE TRUE
             WHEN CAM-TRANSFERENCIA
               PERFORM 2100-INICIAR-DETALLE
                  THRU 2100-F-INICIAR-DETALLE

               PERFORM 2200-RECIBIR-TRANSFERENCIA
                  THRU 2200-F-RECIBIR-TRANSFERENCIA

               PERFORM 2800-GRABAR-TRFREC
                  THRU 2800-F-GRABAR-TRFREC

             WHEN CAM-DEVOLUCION
               PERFORM 2100-INICIAR-DETALLE
                  THRU 2100-F-INICIAR-DETALLE

               PERFORM 2400-RECIBIR-DEVOLUCION
                  THRU 2400-F-RECIBIR-DEVOLUCION

               PERFORM 2800-GRABAR-TRFREC
                  THRU 2800-F-GRABAR-TRFREC

             WHEN CAM-COLA
               PERFORM 2900-VALIDAR-COLA
                  THRU 2900-F-VALIDAR-COLA

             WHEN OTHER
               DISPLAY '* TIPO DE REGISTRO INVALIDO EN CAMENT: '
                       CAM-TIPO-REG

               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CAMENT                 TO AUX-ERR-NOMBRE
               MOVE SPACES                    TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           PERFORM 1400-LEER-CAMENT
              THRU 1400-F-LEER-CAMENT.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 0 0 - I N I C I A R - D E T A L L E               *
      *----------------------------------------------------------------*

       2100-INICIAR-DETALLE.

           MOVE '2100-INICIAR-DETALLE'        TO WS-PARRAFO.

           ADD 1                              TO CNT-DETALLES-LEIDOS.

           IF CAM-IMPORTE IS NUMERIC
              ADD CAM-IMPORTE                 TO ACM-IMPORTE-LEIDO
           END-IF.

           MOVE SPACES                        TO WS-REG-TRFREC.
           MOVE WS-REG-CAMARA                 TO TRC-CAMARA.
           MOVE ZEROS                         TO TRC-CUENTA
                                                 TRC-NROMOV.
           MOVE SPACES                        TO WS-COD-MOTIVO
                                                 WS-REG-MOVIMI.

       2100-F-INICIAR-DETALLE.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 0 0 - R E C I B I R - T R A N S F E R E N C I A        *
      *----------------------------------------------------------------*

       2200-RECIBIR-TRANSFERENCIA.

           MOVE '2200-RECIBIR-TRANSFERENCIA'  TO WS-PARRAFO.

           ADD 1                              TO CNT-TRANSF-RECIBIDAS.

           PERFORM 2300-VALIDAR-DESTINO
              THRU 2300-F-VALIDAR-DESTINO.

           IF WS-COD-MOTIVO IS EQUAL TO SPACES AND
              CNT-CREDITOS-EMITIDOS IS NOT LESS THAN CT-MAX-RECIBIDAS
              MOVE 'FA'                       TO WS-COD-MOTIVO
           END-IF.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              SET TRC-A-DEVOLVER              TO TRUE
              MOVE WS-COD-MOTIVO              TO TRC-COD-MOTIVO
              ADD 1                           TO CNT-A-DEVOLVER

              IF CAM-IMPORTE IS NUMERIC
                 ADD CAM-IMPORTE              TO ACM-TOT-A-DEVOLVER
              END-IF

              DISPLAY '* TRANSFERENCIA A DEVOLVER ' WS-COD-MOTIVO
                      ' ID: ' CAM-ID-TRANSF
                      ' CBU: ' CAM-CBU-DESTINO

              GO TO 2200-F-RECIBIR-TRANSFERENCIA
           END-IF.

           ADD 1                              TO CNT-CREDITOS-EMITIDOS.

           MOVE CT-TIPO-MOV-RECIBIDA          TO WS-MOV-TIPO.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-RECIBIDA + CNT-CREDITOS-EMITIDOS.
           MOVE CT-REFER-RECIBIDA             TO WS-MOV-REFER(1:2).
           MOVE CAM-CBU-ORIGEN(1:3)           TO WS-MOV-REFER(3:3).

           PERFORM 2600-EMITIR-CREDITO
              THRU 2600-F-EMITIR-CREDITO.

           SET TRC-ACREDITADA                 TO TRUE.
           ADD CAM-IMPORTE                    TO ACM-TOT-ACREDITADO.

       2200-F-RECIBIR-TRANSFERENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 0 0 - V A L I D A R - D E S T I N O                *
      *----------------------------------------------------------------*
      *   COMUN A TRANSFERENCIAS Y DEVOLUCIONES: IMPORTE, CBU DESTINO  *
      *   VALIDO Y DE ESTA ENTIDAD, Y CUENTA ABIERTA EN PESOS CON ESE  *
      *   CBU. LA PRIMERA CONDICION QUE FALLA DEFINE EL MOTIVO.        *
      *----------------------------------------------------------------*

       2300-VALIDAR-DESTINO.

           MOVE '2300-VALIDAR-DESTINO'        TO WS-PARRAFO.

           IF CAM-IMPORTE IS NOT NUMERIC OR
              CAM-IMPORTE IS EQUAL TO ZEROS
              MOVE 'DI'                       TO WS-COD-MOTIVO
              GO TO 2300-F-VALIDAR-DESTINO
           END-IF.

           MOVE CAM-CBU-DESTINO               TO CBU-NUMERO.

           PERFORM 8760-VERIFICAR-CBU
              THRU 8760-F-VERIFICAR-CBU.

           IF CBU-ERRONEO OR CBU-DE-OTRA-ENTIDAD
              MOVE 'CB'                       TO WS-COD-MOTIVO
              GO TO 2300-F-VALIDAR-DESTINO
           END-IF.

           PERFORM 2350-BUSCAR-CUENTA
              THRU 2350-F-BUSCAR-CUENTA.

       2300-F-VALIDAR-DESTINO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 5 0 - B U S C A R - C U E N T A                  *
      *----------------------------------------------------------------*
      *   EL CBU IDENTIFICA LA CUENTA EN TBCURCTA. SI NO ESTA, SE      *
      *   BUSCA ENTRE LAS CERRADAS DE TBCURBAJ PARA DISTINGUIR CUENTA  *
      *   CERRADA DE CUENTA INEXISTENTE.                               *
      *----------------------------------------------------------------*

       2350-BUSCAR-CUENTA.

           MOVE '2350-BUSCAR-CUENTA'          TO WS-PARRAFO.

           MOVE CAM-CBU-DESTINO               TO WS-CTA-CBU.

           EXEC SQL
             SELECT TIPCUEN, NROCUEN, SUCUEN, MONEDA
               INTO :WS-CTA-TIPCUEN,
                    :WS-CTA-NROCUEN,
                    :WS-CTA-SUCUEN,
                    :WS-CTA-MONEDA
               FROM KC02787.TBCURCTA
              WHERE CBU = :WS-CTA-CBU
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CTA-MONEDA IS NOT EQUAL TO CT-MONEDA-PESOS
                  MOVE 'MO'                   TO WS-COD-MOTIVO
               END-IF

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               PERFORM 2360-BUSCAR-BAJA
                  THRU 2360-F-BUSCAR-BAJA

             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT

               MOVE CT-SELECT                 TO AUX-ERR-ACCION
               MOVE CT-TBCURCTA               TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT           TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2350-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 6 0 - B U S C A R - B A J A                     *
      *----------------------------------------------------------------*

       2360-BUSCAR-BAJA.

           MOVE '2360-BUSCAR-BAJA'            TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-BAJA
               FROM KC02787.TBCURBAJ
              WHERE CBU = :WS-CTA-CBU
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZEROS
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURBAJ                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-CANT-BAJA IS GREATER THAN ZEROS
              MOVE 'CC'                       TO WS-COD-MOTIVO
           ELSE
              MOVE 'CI'                       TO WS-COD-MOTIVO
           END-IF.

       2360-F-BUSCAR-BAJA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 0 0 - R E C I B I R - D E V O L U C I O N            *
      *----------------------------------------------------------------*
      *   SOLO SE REACREDITA LA DEVOLUCION DE UNA TRANSFERENCIA CUYO   *
      *   IDENTIFICADOR ORIGINAL ES DE ESTA ENTIDAD Y DE CLASE 'TRF'   *
      *   ( UNA ORDEN DE PGMSI136 ). LO QUE NO SE                      *
      *   PUEDE REACREDITAR QUEDA A REVISAR: NO SE DEVUELVE UNA        *
      *   DEVOLUCION.                                                  *
      *----------------------------------------------------------------*

       2400-RECIBIR-DEVOLUCION.

           MOVE '2400-RECIBIR-DEVOLUCION'     TO WS-PARRAFO.

           ADD 1                              TO CNT-DEVOL-RECIBIDAS.

           IF CAM-IDO-ENTIDAD IS NOT NUMERIC OR
              CAM-IDO-ENTIDAD IS NOT EQUAL TO CBU-ENTIDAD-BANCO OR
              CAM-IDO-CLASE IS NOT EQUAL TO CT-CLASE-TRANSFERENCIA
              MOVE 'DO'                       TO WS-COD-MOTIVO
           ELSE
              PERFORM 2300-VALIDAR-DESTINO
                 THRU 2300-F-VALIDAR-DESTINO
           END-IF.

           IF WS-COD-MOTIVO IS EQUAL TO SPACES AND
              CNT-REACREDITOS-EMITIDOS IS NOT LESS THAN
                                               CT-MAX-REACREDITOS
              MOVE 'FA'                       TO WS-COD-MOTIVO
           END-IF.

           IF WS-COD-MOTIVO IS NOT EQUAL TO SPACES
              SET TRC-A-REVISAR               TO TRUE
              MOVE WS-COD-MOTIVO              TO TRC-COD-MOTIVO
              ADD 1                           TO CNT-A-REVISAR

              IF CAM-IMPORTE IS NUMERIC
                 ADD CAM-IMPORTE              TO ACM-TOT-A-REVISAR
              END-IF

              DISPLAY '* DEVOLUCION A REVISAR ' WS-COD-MOTIVO
                      ' ID: ' CAM-ID-ORIGINAL
                      ' CBU: ' CAM-CBU-DESTINO

              GO TO 2400-F-RECIBIR-DEVOLUCION
           END-IF.

           ADD 1                         TO CNT-REACREDITOS-EMITIDOS.

           MOVE CT-TIPO-MOV-REACREDITO        TO WS-MOV-TIPO.
           COMPUTE WS-MOV-NRO =
                   CT-NROMOV-REACREDITO + CNT-REACREDITOS-EMITIDOS.
           MOVE CT-REFER-REACREDITO           TO WS-MOV-REFER(1:2).
           MOVE CAM-IDO-NUMERO                TO WS-MOV-REFER(3:6).

           PERFORM 2600-EMITIR-CREDITO
              THRU 2600-F-EMITIR-CREDITO.

           SET TRC-REACREDITADA               TO TRUE.
           ADD CAM-IMPORTE                    TO ACM-TOT-REACREDITADO.

       2400-F-RECIBIR-DEVOLUCION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - E M I T I R - C R E D I T O                 *
      *----------------------------------------------------------------*
      *   EL LLAMADOR CARGA TIPO, NROMOV Y REFERENCIA; ACA SE COMPLETA *
      *   LA CUENTA HALLADA POR CBU CON EL DIGITO VERIFICADOR QUE      *
      *   VALIDA PGMAPCAB ( TIPO DE CUENTA + CUENTA ).                 *
      *----------------------------------------------------------------*

       2600-EMITIR-CREDITO.

           MOVE '2600-EMITIR-CREDITO'         TO WS-PARRAFO.

           COMPUTE WS-CUENTA-OCHO =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

           MOVE WS-CUENTA-OCHO                TO WS-MOV-CUENTA.
           MOVE CAM-IMPORTE                   TO WS-MOV-IMPORTE.
           MOVE ZEROS                         TO WS-MOV-FECVAL.
           MOVE WS-CTA-TIPCUEN                TO WS-MOV-TIPCUEN.

           MOVE WS-MOV-TIPCUEN                TO DIG-TIPO.
           MOVE WS-MOV-CUENTA                 TO DIG-CUENTA.

           PERFORM 8710-CALCULAR-DIGITO
              THRU 8710-F-CALCULAR-DIGITO.

           MOVE DIG-CALCULADO                 TO WS-MOV-DIGITO.

           WRITE REG-TRFACR FROM WS-REG-MOVIMI.

           IF NOT FS-TRFACR-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRFACR                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFACR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-TRFACR-GRABADOS.

           MOVE WS-MOV-TIPCUEN                TO TRC-TIPCUEN.
           MOVE WS-MOV-CUENTA                 TO TRC-CUENTA.
           MOVE WS-MOV-NRO                    TO TRC-NROMOV.

       2600-F-EMITIR-CREDITO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - G R A B A R - T R F R E C                   *
      *----------------------------------------------------------------*

       2800-GRABAR-TRFREC.

           MOVE '2800-GRABAR-TRFREC'          TO WS-PARRAFO.

           WRITE REG-TRFREC FROM WS-REG-TRFREC.

           IF NOT FS-TRFREC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRFREC                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFREC                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-GRABAR-TRFREC.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - V A L I D A R - C O L A                    *
      *----------------------------------------------------------------*

       2900-VALIDAR-COLA.

           MOVE '2900-VALIDAR-COLA'           TO WS-PARRAFO.

           IF CAM-COL-CANT IS EQUAL TO CNT-DETALLES-LEIDOS AND
              CAM-COL-IMPORTE IS EQUAL TO ACM-IMPORTE-LEIDO
              SET COLA-VALIDADA               TO TRUE
           ELSE
              DISPLAY '* LA COLA DE CAMENT NO CUADRA *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-CAMENT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-VALIDAR-COLA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*
      *   SIN COLA EL ARCHIVO LLEGO CORTADO: NO SE LIBERA TRFACR.      *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           IF COLA-PENDIENTE
              DISPLAY '* CAMENT SIN COLA: ARCHIVO INCOMPLETO *'

              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-CAMENT                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

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

           CLOSE CAMENT
                 TRFACR
                 TRFREC.

           IF NOT FS-TRFACR-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-TRFACR                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFACR                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRFREC-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-TRFREC                  TO AUX-ERR-NOMBRE
              MOVE FS-TRFREC                  TO AUX-ERR-STATUS
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

           MOVE CNT-DETALLES-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI137               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* DETALLES LEIDOS DE CAMENT:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRANSF-RECIBIDAS          TO WS-MASCARA.
           DISPLAY '* TRANSFERENCIAS RECIBIDAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CREDITOS-EMITIDOS         TO WS-MASCARA.
           DISPLAY '* CREDITOS TIPO 97 A TRFACR:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-A-DEVOLVER                TO WS-MASCARA.
           DISPLAY '* TRANSFERENCIAS A DEVOLVER:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVOL-RECIBIDAS           TO WS-MASCARA.
           DISPLAY '* DEVOLUCIONES RECIBIDAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REACREDITOS-EMITIDOS      TO WS-MASCARA.
           DISPLAY '* REACREDITOS TIPO 98 A TRFACR:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-A-REVISAR                 TO WS-MASCARA.
           DISPLAY '* DEVOLUCIONES A REVISAR:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-TOT-ACREDITADO            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ACREDITADO:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-REACREDITADO          TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL REACREDITADO: ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-A-DEVOLVER            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL A DEVOLVER:   ' WS-IMPORTE-EDIT.

           MOVE ACM-TOT-A-REVISAR             TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL A REVISAR:    ' WS-IMPORTE-EDIT.

           STRING 'DETALLES='      DELIMITED BY SIZE
                  CNT-DETALLES-LEIDOS DELIMITED BY SIZE
                  ' CREDITOS='     DELIMITED BY SIZE
                  CNT-CREDITOS-EMITIDOS DELIMITED BY SIZE
                  ' REACRED='      DELIMITED BY SIZE
                  CNT-REACREDITOS-EMITIDOS DELIMITED BY SIZE
                  ' A DEVOLVER='   DELIMITED BY SIZE
                  CNT-A-DEVOLVER DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

           MOVE CT-PROGRAMA                   TO WS-CTL-PROGRAMA.
           MOVE CT-TRFACR                     TO WS-CTL-ARCHIVO.
           MOVE CNT-TRFACR-GRABADOS           TO WS-CTL-CANT.

           PERFORM 3470-GRABAR-CTLCNT
              THRU 3470-F-GRABAR-CTLCNT.

       3400-F-MOSTRAR-TOTALES.
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
      *          3 4 7 0 - G R A B A R - C T L C N T                   *
      *----------------------------------------------------------------*

           COPY CTLCNTGR.

      *----------------------------------------------------------------*
      *        8 7 1 0 - C A L C U L A R - D I G I T O                 *
      *----------------------------------------------------------------*

           COPY CTADIGRU.

      *----------------------------------------------------------------*
      *          8 7 5 0 - R U T I N A - C B U                         *
      *----------------------------------------------------------------*

           COPY CBURU.

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

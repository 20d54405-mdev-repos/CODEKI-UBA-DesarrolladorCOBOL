      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI146.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CONSULTA DE CAJA EN LINEA ( CICS, TRANSACCION SICO )         *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * PARA CONTESTAR "CUANTO TENGO Y CUALES FUERON MIS ULTIMOS       *
      * MOVIMIENTOS" LA CAJA DEBIA PEDIR UN PGMSIN71 O UN PGMSI104 Y   *
      * ESPERAR EL LISTADO. ESTA TRANSACCION PSEUDOCONVERSACIONAL      *
      * ( MAPSET MSI146 ) LO RESUELVE EN PANTALLA:                     *
      *   - AL INGRESAR VALIDA AL OPERADOR CONTRA EL KSDS OPERADOR     *
      *     ( COPY CPOPERAD ): SIN REGISTRO O NO HABILITADO, NO ENTRA. *
      *   - MAPCLI: SE BUSCA POR TIPO Y NRO DE DOCUMENTO O POR LA      *
      *     CUENTA ( TIPO, NRO Y SUCURSAL ). MUESTRA LOS DATOS DE      *
      *     TBCURCLI Y DEL KSDS CLIENTES, EL DOMICILIO DEL KSDS        *
      *     CONTACTO, Y HASTA OCHO CUENTAS ( COMO TITULAR O COMO       *
      *     COTITULAR DE TBCURTIT ) CON MONEDA, SALDO, BLOQUEO LEGAL   *
      *     ( ARCHIVO BLOQUEOS ), ROL Y CANTIDAD DE COTITULARES.       *
      *   - ELIGIENDO UNA CUENTA PASA A MAPMOV: TITULAR, COTITULARES   *
      *     Y SUS MOVIMIENTOS DE TBCURMOV DEL MAS RECIENTE HACIA       *
      *     ATRAS, DE A DOCE POR PAGINA ( PF8 SIGUIENTE, PF7 ANTERIOR, *
      *     PF3 VUELVE AL CLIENTE ).                                   *
      *   - ES SOLO CONSULTA: NO ACTUALIZA NINGUNA TABLA NI ARCHIVO.   *
      *   - AL PERFIL CAJERO LOS DOCUMENTOS LE SALEN ENMASCARADOS CON  *
      *     LA REGLA COMUN ( COPY CPDOCMSK / DOCMSKRU ).               *
      *   - CADA PANTALLA CON DATOS DE CLIENTE, Y CADA INGRESO         *
      *     DENEGADO, DEJA UN REGISTRO EN LA COLA TD AUDC ( COPY       *
      *     CPAUDCON ) PARA EL DIARIO DE AUDITORIA AUDCONS.            *
      * LOS ERRORES DE CICS O DB2 TERMINAN LA TAREA CON UN MENSAJE EN  *
      * LA TERMINAL QUE INDICA ACCION, RECURSO Y PARRAFO.              *
      *----------------------------------------------------------------*

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI146'.
           02 CT-TRANSID                    PIC X(04)  VALUE 'SICO'.
           02 CT-MAPSET                     PIC X(07)  VALUE 'MSI146'.
           02 CT-MAPA-CLIENTE               PIC X(07)  VALUE 'MAPCLI'.
           02 CT-MAPA-MOVIMIENTOS           PIC X(07)  VALUE 'MAPMOV'.
           02 CT-OPERADOR                   PIC X(08)  VALUE 'OPERADOR'.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-COLA-AUDITORIA             PIC X(04)  VALUE 'AUDC'.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-STARTBR                    PIC X(08)  VALUE 'STARTBR '.
           02 CT-READNEXT                   PIC X(08)  VALUE 'READNEXT'.
           02 CT-RECEIVE                    PIC X(08)  VALUE 'RECEIVE '.
           02 CT-SEND                       PIC X(08)  VALUE 'SEND    '.
           02 CT-WRITEQ                     PIC X(08)  VALUE 'WRITEQ  '.
           02 CT-TBCURCLI                   PIC X(08)  VALUE 'TBCURCLI'.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-TBCURTIT                   PIC X(08)  VALUE 'TBCURTIT'.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MAX-CUENTAS                PIC 9(02)  VALUE 8.
           02 CT-MAX-COTITULARES            PIC 9(02)  VALUE 3.
           02 CT-LINEAS-PAGINA              PIC 9(02)  VALUE 12.
           02 CT-MAX-PAGINAS                PIC 9(03)  VALUE 50.
           02 CT-FECMOV-INICIAL             PIC 9(08)  VALUE 99999999.
           02 CT-NROMOV-INICIAL             PIC 9(06)  VALUE 999999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-RESP                       PIC S9(08) COMP.
           02 WS-RESP-EDIT                  PIC ZZZ9.
           02 WS-USUARIO                    PIC X(08).
           02 WS-ABSTIME                    PIC S9(15) COMP-3.
           02 WS-FECHA-HOY                  PIC X(08).
           02 WS-FECHA-PANTALLA             PIC X(10).
           02 WS-HORA-PANTALLA              PIC X(08).
           02 WS-MENSAJE                    PIC X(79).
           02 WS-TEXTO-ERROR                PIC X(160).
           02 WS-I                          PIC 9(03).
           02 WS-J                          PIC 9(03).
           02 WS-LINEA                      PIC 9(03).
           02 WS-SALDO-EDIT                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 WS-ROL-CODIGO                 PIC X(01).
           02 WS-ROL-TEXTO                  PIC X(13).
           02 WS-BLQ-RBA                    PIC S9(08) COMP.
           02 WS-BLQ-CTA-TIPO               PIC 9(02).
           02 WS-BLQ-CTA-CUENTA             PIC 9(08).

      *----------------------------------------------------------------*
      *   CLAVE DE LOS KSDS CLIENTES Y CONTACTO ( TIPO + NRO DE DOC ). *
      *----------------------------------------------------------------*

       01 WS-CLAVE-CLIENTE.
           02 WS-CLV-TIP-DOC                PIC X(02).
           02 WS-CLV-NRO-DOC                PIC 9(11).

      *----------------------------------------------------------------*
      *   SWITCHES DE LA TAREA.                                        *
      *----------------------------------------------------------------*

       01 WS-FIN-CUENTAS-SW                 PIC X(01)  VALUE 'N'.
           88 FIN-CUENTAS                              VALUE 'S'.

       01 WS-FIN-BLOQUEOS-SW                PIC X(01)  VALUE 'N'.
           88 FIN-BLOQUEOS                             VALUE 'S'.

       01 WS-FIN-COTITULARES-SW             PIC X(01)  VALUE 'N'.
           88 FIN-COTITULARES                          VALUE 'S'.

       01 WS-FIN-MOVIMIENTOS-SW             PIC X(01)  VALUE 'N'.
           88 FIN-MOVIMIENTOS                          VALUE 'S'.

       01 WS-MAS-CUENTAS-SW                 PIC X(01)  VALUE 'N'.
           88 HAY-MAS-CUENTAS                          VALUE 'S'.

       01 WS-REGISTRAR-SW                   PIC X(01)  VALUE 'S'.
           88 REGISTRAR-CONSULTA                       VALUE 'S'.

      *----------------------------------------------------------------*
      *   FECHA AAAAMMDD Y SU VERSION DD/MM/AAAA PARA LA PANTALLA.     *
      *----------------------------------------------------------------*

       01 WS-FECHA-TRABAJO.
           02 WS-FTR-ANIO                   PIC 9(04).
           02 WS-FTR-MES                    PIC 9(02).
           02 WS-FTR-DIA                    PIC 9(02).
       01 WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                            PIC 9(08).

       01 WS-FECHA-EDIT.
           02 WS-FED-DIA                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-MES                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-ANIO                   PIC 9(04).

      *----------------------------------------------------------------*
      *   DOCUMENTO COMO SE MUESTRA ( ENMASCARADO SEGUN EL PERFIL ).   *
      *----------------------------------------------------------------*

       01 WS-DOC-PANTALLA.
           02 WS-DPA-TIP-DOC                PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 WS-DPA-NRO-DOC                PIC X(11).

      *----------------------------------------------------------------*
      *   RENGLONES DE LAS PANTALLAS ( 79 POSICIONES, ALINEADOS CON    *
      *   LOS TITULOS DEL MAPSET ).                                    *
      *----------------------------------------------------------------*

       01 WS-LINEA-CUENTA.
           02 LC-OPCION                     PIC 9(01).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-TIPCUEN                    PIC X(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-NROCUEN                    PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-SUCUEN                     PIC 9(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-MONEDA                     PIC X(03).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-SALDO                      PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-BLOQUEO                    PIC X(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-ROL                        PIC X(13).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LC-COTITULARES                PIC Z9.
           02 FILLER                        PIC X(12)  VALUE SPACES.

       01 WS-LINEA-COTITULAR.
           02 LT-ROL                        PIC X(13).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LT-NOMAPE                     PIC X(30).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LT-DOCUMENTO                  PIC X(14).
           02 FILLER                        PIC X(18)  VALUE SPACES.

       01 WS-LINEA-MOVIMIENTO.
           02 LM-FECMOV                     PIC X(10).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LM-NROMOV                     PIC ZZZZZ9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LM-IMPORTE                    PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LM-TIPO                       PIC X(07).
           02 FILLER                        PIC X(30)  VALUE SPACES.

       01 WS-CUENTA-PANTALLA.
           02 WS-CPA-TIPCUEN                PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 WS-CPA-NROCUEN                PIC 9(04).
           02 FILLER                        PIC X(05)  VALUE ' SUC '.
           02 WS-CPA-SUCUEN                 PIC 9(02).

      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION ENTRE TAREAS ( COMMAREA ): PANTALLA EN  *
      *   CURSO, OPERADOR, CLIENTE CONSULTADO CON SUS CUENTAS, CUENTA  *
      *   ELEGIDA Y PILA DE CLAVES DE COMIENZO DE CADA PAGINA DE       *
      *   MOVIMIENTOS ( FECMOV + NROMOV, DE LA MAS RECIENTE HACIA      *
      *   ATRAS ).                                                     *
      *----------------------------------------------------------------*

       01 WS-COMMAREA.
           02 COM-PANTALLA                  PIC X(01).
              88 COM-EN-CLIENTE                        VALUE '1'.
              88 COM-EN-MOVIMIENTOS                    VALUE '2'.
           02 COM-USUARIO                   PIC X(08).
           02 COM-PERFIL                    PIC X(01).
              88 COM-PERFIL-CAJERO                     VALUE 'C'.
           02 COM-TIP-DOC                   PIC X(02).
           02 COM-NRO-DOC                   PIC 9(11).
           02 COM-NROCLI                    PIC 9(08).
           02 COM-NOMAPE                    PIC X(30).
           02 COM-DOC-BLOQUEADO             PIC X(01).
           02 COM-CANT-CUENTAS              PIC 9(02).
           02 COM-CUENTA OCCURS 8 TIMES.
              03 COM-TIPCUEN                PIC X(02).
              03 COM-NROCUEN                PIC 9(04).
              03 COM-SUCUEN                 PIC 9(02).
              03 COM-MONEDA                 PIC X(03).
              03 COM-SALDO                  PIC S9(11)V99.
              03 COM-ROL                    PIC X(01).
              03 COM-BLOQUEADA              PIC X(01).
              03 COM-COTITULARES            PIC 9(02).
           02 COM-CTA-ELEGIDA               PIC 9(02).
           02 COM-PAGINA                    PIC 9(03).
           02 COM-HAY-MAS-SW                PIC X(01).
              88 COM-HAY-MAS                           VALUE 'S'.
           02 COM-PILA OCCURS 50 TIMES.
              03 COM-PIL-FECMOV             PIC 9(08).
              03 COM-PIL-NROMOV             PIC 9(06).
           02 FILLER                        PIC X(06).

      *----------------------------------------------------------------*
      *   VARIABLES HOST PROPIAS DE LA CONSULTA.                       *
      *----------------------------------------------------------------*

       01 WS-HOST-CONSULTA.
           02 WS-CON-ESTADO                 PIC X(01).
           02 WS-CON-ROL                    PIC X(01).
           02 WS-CON-COTITULARES            PIC S9(04) COMP.
           02 WS-CON-FECMOV-CLAVE           PIC 9(08).
           02 WS-CON-NROMOV-CLAVE           PIC 9(06).
           02 WS-CON-TIT-TIPDOC             PIC X(02).
           02 WS-CON-TIT-NRODOC             PIC 9(11).
           02 WS-CON-TIT-NOMAPE             PIC X(30).

      *----------------------------------------------------------------*
      *           A U X I L I A R E S  P A R A  E R R O R E S          *
      *----------------------------------------------------------------*

       01 AUXILIARES.
           02 W-N-ERROR                     PIC 9(02)  VALUE ZEROS.
           02 AUX-ERR-ACCION                PIC X(10)  VALUE SPACES.
           02 AUX-ERR-NOMBRE                PIC X(18)  VALUE SPACES.
           02 AUX-ERR-STATUS                PIC X(10)  VALUE SPACES.
           02 AUX-ERR-MENSAJE               PIC X(50)  VALUE SPACES.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPOPERAD.

           COPY CPAUDCON.

           COPY CPCLIE.

           COPY CPCONTAC.

           COPY CPLEGHLD.

           COPY CPDOCMSK.

           COPY CPCURTIT.

           COPY CPCURMOV.

           COPY MSI146.

           COPY DFHAID.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *                    TABLA DE CUENTAS | DB2                      *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE TBCURCTA
           END-EXEC.

      *----------------------------------------------------------------*
      *                    TABLA DE CLIENTES | DB2                     *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

      *----------------------------------------------------------------*
      *   CUENTAS DEL CLIENTE: LAS QUE TIENE COMO TITULAR ( ROL 'T' )  *
      *   MAS LAS QUE TIENE COMO COTITULAR EN TBCURTIT, CADA UNA CON   *
      *   LA CANTIDAD DE COTITULARES QUE TIENE LA CUENTA.              *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CTA_CURSOR CURSOR FOR
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.MONEDA,
                      A.SALDO,
                      'T',
                      (SELECT COUNT(*)
                         FROM KC02787.TBCURTIT X
                        WHERE X.TIPCUEN = A.TIPCUEN
                          AND X.NROCUEN = A.NROCUEN
                          AND X.SUCUEN  = A.SUCUEN)
                 FROM KC02787.TBCURCTA A
                WHERE A.NROCLI = :WS-CLI-NROCLI
             UNION ALL
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.MONEDA,
                      A.SALDO,
                      T.ROL,
                      (SELECT COUNT(*)
                         FROM KC02787.TBCURTIT X
                        WHERE X.TIPCUEN = A.TIPCUEN
                          AND X.NROCUEN = A.NROCUEN
                          AND X.SUCUEN  = A.SUCUEN)
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE T.NROCLI  = :WS-CLI-NROCLI
                  AND T.TIPCUEN = A.TIPCUEN
                  AND T.NROCUEN = A.NROCUEN
                  AND T.SUCUEN  = A.SUCUEN
             ORDER BY 1, 3, 2
           END-EXEC.

      *----------------------------------------------------------------*
      *   COTITULARES DE LA CUENTA ELEGIDA, CON SU NOMBRE Y DOCUMENTO. *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE TIT_CURSOR CURSOR FOR
               SELECT T.ROL,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE
                 FROM KC02787.TBCURTIT T,
                      KC02787.TBCURCLI C
                WHERE T.TIPCUEN = :WS-CTA-TIPCUEN
                  AND T.NROCUEN = :WS-CTA-NROCUEN
                  AND T.SUCUEN  = :WS-CTA-SUCUEN
                  AND C.NROCLI  = T.NROCLI
             ORDER BY T.ROL, C.NOMAPE
           END-EXEC.

      *----------------------------------------------------------------*
      *   MOVIMIENTOS DE LA CUENTA ELEGIDA, DEL MAS RECIENTE HACIA     *
      *   ATRAS, A PARTIR DE LA CLAVE DE COMIENZO DE LA PAGINA.        *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE MOV_CURSOR CURSOR FOR
               SELECT FECMOV,
                      NROMOV,
                      IMPORTE
                 FROM KC02787.TBCURMOV
                WHERE TIPCUEN = :WS-CTA-TIPCUEN
                  AND NROCUEN = :WS-CTA-NROCUEN
                  AND SUCUEN  = :WS-CTA-SUCUEN
                  AND (FECMOV < :WS-CON-FECMOV-CLAVE
                   OR (FECMOV = :WS-CON-FECMOV-CLAVE
                  AND  NROMOV < :WS-CON-NROMOV-CLAVE))
             ORDER BY FECMOV DESC, NROMOV DESC
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01 DFHCOMMAREA                       PIC X(1000).

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

           INITIALIZE WS-VARIABLES.

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           PERFORM 1200-OBTENER-FECHA-HORA
              THRU 1200-F-OBTENER-FECHA-HORA.

           IF EIBCALEN IS EQUAL TO ZERO
              INITIALIZE WS-COMMAREA
              MOVE '1'                        TO COM-PANTALLA

              PERFORM 1100-VALIDAR-OPERADOR
                 THRU 1100-F-VALIDAR-OPERADOR
           ELSE
              MOVE DFHCOMMAREA                TO WS-COMMAREA
           END-IF.

           IF COM-PERFIL-CAJERO
              MOVE 'M'                        TO WS-DOC-MASCARA-SW
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - V A L I D A R - O P E R A D O R             *
      *----------------------------------------------------------------*
      *   SOLO ENTRA UN USUARIO CICS CARGADO Y HABILITADO EN EL KSDS   *
      *   OPERADOR; EL RESTO QUEDA REGISTRADO COMO INGRESO DENEGADO.   *
      *----------------------------------------------------------------*

       1100-VALIDAR-OPERADOR.

           MOVE '1100-VALIDAR-OPERADOR'       TO WS-PARRAFO.

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
           END-EXEC.

           EXEC CICS
                READ FILE(CT-OPERADOR)
                     INTO(REG-OPERADOR-TRAB)
                     RIDFLD(WS-USUARIO)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    INITIALIZE REG-OPERADOR-TRAB
               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-OPERADOR          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           MOVE WS-USUARIO                    TO COM-USUARIO.
           MOVE OPE-PERFIL                    TO COM-PERFIL.

           IF OPE-HABILITADO
              GO TO 1100-F-VALIDAR-OPERADOR
           END-IF.

           INITIALIZE WS-REG-AUDCON.
           SET ACO-INGRESO-DENEGADO           TO TRUE.

           IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)
              SET ACO-RESULTADO-INEXISTENTE   TO TRUE
              MOVE 'OPERADOR NO REGISTRADO PARA LA CONSULTA DE CAJA'
                                              TO WS-TEXTO-ERROR
           ELSE
              SET ACO-RESULTADO-ERROR         TO TRUE
              MOVE 'OPERADOR NO HABILITADO PARA LA CONSULTA DE CAJA'
                                              TO WS-TEXTO-ERROR
           END-IF.

           PERFORM 8300-REGISTRAR-AUDITORIA
              THRU 8300-F-REGISTRAR-AUDITORIA.

           EXEC CICS
                SEND TEXT FROM(WS-TEXTO-ERROR)
                     LENGTH(LENGTH OF WS-TEXTO-ERROR)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS
                RETURN
           END-EXEC.

       1100-F-VALIDAR-OPERADOR.
           EXIT.

      *----------------------------------------------------------------*
      *        1 2 0 0 - O B T E N E R - F E C H A - H O R A           *
      *----------------------------------------------------------------*

       1200-OBTENER-FECHA-HORA.

           MOVE '1200-OBTENER-FECHA-HORA'     TO WS-PARRAFO.

           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                           YYYYMMDD(WS-FECHA-HOY)
                           DDMMYYYY(WS-FECHA-PANTALLA)
                           DATESEP('/')
                           TIME(WS-HORA-PANTALLA)
                           TIMESEP(':')
           END-EXEC.

       1200-F-OBTENER-FECHA-HORA.
           EXIT.

      *----------------------------------------------------------------*
      *                   2 0 0 0 - P R O C E S O                      *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           EVALUATE TRUE
               WHEN EIBCALEN IS EQUAL TO ZERO
                    MOVE LOW-VALUES           TO MAPCLIO
                    MOVE 'INGRESE TIPO Y NRO DE DOCUMENTO O LA CUENTA'
                                              TO WS-MENSAJE

                    PERFORM 8100-ENVIAR-CLIENTE
                       THRU 8100-F-ENVIAR-CLIENTE
               WHEN EIBAID IS EQUAL TO DFHCLEAR OR
                    EIBAID IS EQUAL TO DFHPF12
                    PERFORM 3100-TERMINAR
                       THRU 3100-F-TERMINAR
               WHEN COM-EN-CLIENTE
                    PERFORM 2100-PANTALLA-CLIENTE
                       THRU 2100-F-PANTALLA-CLIENTE
               WHEN COM-EN-MOVIMIENTOS
                    PERFORM 2500-PANTALLA-MOVIMIENTOS
                       THRU 2500-F-PANTALLA-MOVIMIENTOS
           END-EVALUATE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 0 0 - P A N T A L L A - C L I E N T E             *
      *----------------------------------------------------------------*

       2100-PANTALLA-CLIENTE.

           MOVE '2100-PANTALLA-CLIENTE'       TO WS-PARRAFO.

           EVALUATE EIBAID
               WHEN DFHPF3
                    PERFORM 3100-TERMINAR
                       THRU 3100-F-TERMINAR
               WHEN DFHENTER
                    PERFORM 2110-RECIBIR-CLIENTE
                       THRU 2110-F-RECIBIR-CLIENTE
               WHEN OTHER
                    MOVE 'TECLA INVALIDA'     TO WS-MENSAJE

                    PERFORM 8150-AVISO-CLIENTE
                       THRU 8150-F-AVISO-CLIENTE
           END-EVALUATE.

       2100-F-PANTALLA-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 1 0 - R E C I B I R - C L I E N T E              *
      *----------------------------------------------------------------*
      *   UNA OPCION CARGADA ELIGE UNA CUENTA DEL CLIENTE EN PANTALLA; *
      *   SI NO, SE BUSCA POR DOCUMENTO O, EN SU DEFECTO, POR CUENTA.  *
      *----------------------------------------------------------------*

       2110-RECIBIR-CLIENTE.

           MOVE '2110-RECIBIR-CLIENTE'        TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPCLII.

           EXEC CICS
                RECEIVE MAP(CT-MAPA-CLIENTE)
                        MAPSET(CT-MAPSET)
                        INTO(MAPCLII)
                        RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(MAPFAIL)
                    MOVE 'INGRESE TIPO Y NRO DE DOCUMENTO O LA CUENTA'
                                              TO WS-MENSAJE

                    PERFORM 8150-AVISO-CLIENTE
                       THRU 8150-F-AVISO-CLIENTE

                    GO TO 2110-F-RECIBIR-CLIENTE
               WHEN OTHER
                    MOVE CT-RECEIVE           TO AUX-ERR-ACCION
                    MOVE CT-MAPA-CLIENTE      TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF OPCIONL IS GREATER THAN ZERO AND
              OPCIONI IS NOT EQUAL TO SPACES
              PERFORM 2120-ELEGIR-CUENTA
                 THRU 2120-F-ELEGIR-CUENTA

              GO TO 2110-F-RECIBIR-CLIENTE
           END-IF.

           EVALUATE TRUE
               WHEN TIPDOCL IS GREATER THAN ZERO AND
                    NRODOCL IS GREATER THAN ZERO
                    IF NRODOCI IS NOT NUMERIC
                       MOVE 'EL NRO DE DOCUMENTO DEBE SER NUMERICO'
                                              TO WS-MENSAJE

                       PERFORM 8150-AVISO-CLIENTE
                          THRU 8150-F-AVISO-CLIENTE

                       GO TO 2110-F-RECIBIR-CLIENTE
                    END-IF

                    MOVE TIPDOCI              TO WS-CLI-TIPDOC
                    MOVE NRODOCI              TO WS-CLI-NRODOC
               WHEN TIPCTAL IS GREATER THAN ZERO AND
                    NROCTAL IS GREATER THAN ZERO AND
                    SUCCTAL IS GREATER THAN ZERO
                    IF NROCTAI IS NOT NUMERIC OR
                       SUCCTAI IS NOT NUMERIC
                       MOVE 'NRO Y SUCURSAL DE CUENTA NO NUMERICOS'
                                              TO WS-MENSAJE

                       PERFORM 8150-AVISO-CLIENTE
                          THRU 8150-F-AVISO-CLIENTE

                       GO TO 2110-F-RECIBIR-CLIENTE
                    END-IF

                    PERFORM 2150-BUSCAR-POR-CUENTA
                       THRU 2150-F-BUSCAR-POR-CUENTA

                    IF SQLCODE IS EQUAL TO +100
                       GO TO 2110-F-RECIBIR-CLIENTE
                    END-IF
               WHEN OTHER
                    MOVE 'INGRESE DOCUMENTO O CUENTA COMPLETA'
                                              TO WS-MENSAJE

                    PERFORM 8150-AVISO-CLIENTE
                       THRU 8150-F-AVISO-CLIENTE

                    GO TO 2110-F-RECIBIR-CLIENTE
           END-EVALUATE.

           MOVE 'S'                           TO WS-REGISTRAR-SW.

           PERFORM 2200-CARGAR-CLIENTE
              THRU 2200-F-CARGAR-CLIENTE.

       2110-F-RECIBIR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *             2 1 2 0 - E L E G I R - C U E N T A                *
      *----------------------------------------------------------------*

       2120-ELEGIR-CUENTA.

           MOVE '2120-ELEGIR-CUENTA'          TO WS-PARRAFO.

           IF OPCIONI IS NOT NUMERIC OR
              OPCIONI IS GREATER THAN COM-CANT-CUENTAS OR
              OPCIONI IS EQUAL TO ZERO OR
              COM-NROCLI IS EQUAL TO ZEROS
              MOVE 'OPCION INEXISTENTE: ELIJA UNA CUENTA DE LA LISTA'
                                              TO WS-MENSAJE

              PERFORM 8150-AVISO-CLIENTE
                 THRU 8150-F-AVISO-CLIENTE

              GO TO 2120-F-ELEGIR-CUENTA
           END-IF.

           MOVE OPCIONI                       TO COM-CTA-ELEGIDA.
           MOVE 1                             TO COM-PAGINA.
           MOVE CT-FECMOV-INICIAL             TO COM-PIL-FECMOV(1).
           MOVE CT-NROMOV-INICIAL             TO COM-PIL-NROMOV(1).
           MOVE '2'                           TO COM-PANTALLA.

           PERFORM 2600-MOSTRAR-MOVIMIENTOS
              THRU 2600-F-MOSTRAR-MOVIMIENTOS.

       2120-F-ELEGIR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 5 0 - B U S C A R - P O R - C U E N T A           *
      *----------------------------------------------------------------*
      *   LA CUENTA SE TRADUCE AL DOCUMENTO DE SU TITULAR; UNA CUENTA  *
      *   INEXISTENTE QUEDA AUDITADA Y SE AVISA EN LA PANTALLA.        *
      *----------------------------------------------------------------*

       2150-BUSCAR-POR-CUENTA.

           MOVE '2150-BUSCAR-POR-CUENTA'      TO WS-PARRAFO.

           MOVE TIPCTAI                       TO WS-CTA-TIPCUEN.
           MOVE NROCTAI                       TO WS-CTA-NROCUEN.
           MOVE SUCCTAI                       TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT B.TIPDOC,
                    B.NRODOC
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI B
              WHERE A.TIPCUEN = :WS-CTA-TIPCUEN
                AND A.NROCUEN = :WS-CTA-NROCUEN
                AND A.SUCUEN  = :WS-CTA-SUCUEN
                AND B.NROCLI  = A.NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    INITIALIZE WS-REG-AUDCON
                    SET ACO-CONSULTA-CLIENTE  TO TRUE
                    MOVE WS-CTA-TIPCUEN       TO ACO-TIPCUEN
                    MOVE WS-CTA-NROCUEN       TO ACO-NROCUEN
                    MOVE WS-CTA-SUCUEN        TO ACO-SUCUEN
                    SET ACO-RESULTADO-INEXISTENTE
                                              TO TRUE

                    PERFORM 8300-REGISTRAR-AUDITORIA
                       THRU 8300-F-REGISTRAR-AUDITORIA

                    MOVE 'CUENTA INEXISTENTE' TO WS-MENSAJE

                    PERFORM 8150-AVISO-CLIENTE
                       THRU 8150-F-AVISO-CLIENTE
               WHEN OTHER
                    MOVE CT-TBCURCTA          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

       2150-F-BUSCAR-POR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 0 0 - C A R G A R - C L I E N T E               *
      *----------------------------------------------------------------*
      *   ARMA LA PANTALLA DEL CLIENTE WS-CLI-TIPDOC / WS-CLI-NRODOC.  *
      *   AL VOLVER DE LOS MOVIMIENTOS ( SIN REGISTRAR-CONSULTA ) SE   *
      *   REARMA SIN DEJAR OTRO REGISTRO DE AUDITORIA.                 *
      *----------------------------------------------------------------*

       2200-CARGAR-CLIENTE.

           MOVE '2200-CARGAR-CLIENTE'         TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPCLIO.
           MOVE SPACES                        TO WS-MENSAJE.
           MOVE '1'                           TO COM-PANTALLA.
           MOVE ZEROS                         TO COM-NROCLI
                                                 COM-CANT-CUENTAS
                                                 COM-CTA-ELEGIDA.
           MOVE 'N'                           TO COM-DOC-BLOQUEADO.

           EXEC SQL
             SELECT NROCLI,
                    NOMAPE,
                    FECNAC,
                    SEXO,
                    ESTADO
               INTO :WS-CLI-NROCLI,
                    :WS-CLI-NOMAPE,
                    :WS-CLI-FECNAC,
                    :WS-CLI-SEXO,
                    :WS-CON-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    INITIALIZE WS-REG-AUDCON
                    SET ACO-CONSULTA-CLIENTE  TO TRUE
                    MOVE WS-CLI-TIPDOC        TO ACO-TIPDOC
                    MOVE WS-CLI-NRODOC        TO ACO-NRODOC
                    SET ACO-RESULTADO-INEXISTENTE
                                              TO TRUE

                    PERFORM 8300-REGISTRAR-AUDITORIA
                       THRU 8300-F-REGISTRAR-AUDITORIA

                    MOVE 'CLIENTE INEXISTENTE'
                                              TO WS-MENSAJE

                    PERFORM 8100-ENVIAR-CLIENTE
                       THRU 8100-F-ENVIAR-CLIENTE

                    GO TO 2200-F-CARGAR-CLIENTE
               WHEN OTHER
                    MOVE CT-TBCURCLI          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

           MOVE WS-CLI-TIPDOC                 TO COM-TIP-DOC
                                                 WS-CLV-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO COM-NRO-DOC
                                                 WS-CLV-NRO-DOC.
           MOVE WS-CLI-NROCLI                 TO COM-NROCLI.
           MOVE WS-CLI-NOMAPE                 TO COM-NOMAPE.

           PERFORM 2210-LEER-CLIENTES
              THRU 2210-F-LEER-CLIENTES.

           PERFORM 2220-LEER-CONTACTO
              THRU 2220-F-LEER-CONTACTO.

           PERFORM 2230-CARGAR-CUENTAS
              THRU 2230-F-CARGAR-CUENTAS.

           PERFORM 2240-LEER-BLOQUEOS
              THRU 2240-F-LEER-BLOQUEOS.

           PERFORM 2260-ARMAR-PANTALLA-CLIENTE
              THRU 2260-F-ARMAR-PANTALLA-CLIENTE.

           IF REGISTRAR-CONSULTA
              INITIALIZE WS-REG-AUDCON
              SET ACO-CONSULTA-CLIENTE        TO TRUE
              MOVE COM-TIP-DOC                TO ACO-TIPDOC
              MOVE COM-NRO-DOC                TO ACO-NRODOC
              SET ACO-RESULTADO-OK            TO TRUE

              PERFORM 8300-REGISTRAR-AUDITORIA
                 THRU 8300-F-REGISTRAR-AUDITORIA
           END-IF.

           PERFORM 8100-ENVIAR-CLIENTE
              THRU 8100-F-ENVIAR-CLIENTE.

       2200-F-CARGAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 1 0 - L E E R - C L I E N T E S                *
      *----------------------------------------------------------------*
      *   DEL KSDS CLIENTES SOLO SE TOMA LA SUCURSAL; UN CLIENTE QUE   *
      *   TODAVIA NO PASO AL MAESTRO SE MUESTRA SIN ELLA.              *
      *----------------------------------------------------------------*

       2210-LEER-CLIENTES.

           MOVE '2210-LEER-CLIENTES'          TO WS-PARRAFO.

           EXEC CICS
                READ FILE(CT-CLIENTES)
                     INTO(REG-CLIENTE)
                     RIDFLD(WS-CLAVE-CLIENTE)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE CLI-NRO-SUC          TO SUCCLIO
               WHEN DFHRESP(NOTFND)
                    MOVE SPACES               TO SUCCLIO
               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CLIENTES          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2210-F-LEER-CLIENTES.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 2 0 - L E E R - C O N T A C T O                *
      *----------------------------------------------------------------*

       2220-LEER-CONTACTO.

           MOVE '2220-LEER-CONTACTO'          TO WS-PARRAFO.

           EXEC CICS
                READ FILE(CT-CONTACTO)
                     INTO(REG-CONTACTO-TRAB)
                     RIDFLD(WS-CLAVE-CLIENTE)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE CTT-CALLE            TO CALLEO
                    MOVE CTT-CODPOS           TO CODPOSO
                    MOVE CTT-LOCALIDAD        TO LOCALO
                    MOVE CTT-TELEFONO         TO TELEFO

                    IF CTT-DOMICILIO-INVALIDO
                       MOVE '*** DOMICILIO DEVUELTO ***'
                                              TO DOMINVO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    MOVE 'SIN DOMICILIO REGISTRADO'
                                              TO CALLEO
               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CONTACTO          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2220-F-LEER-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 3 0 - C A R G A R - C U E N T A S               *
      *----------------------------------------------------------------*

       2230-CARGAR-CUENTAS.

           MOVE '2230-CARGAR-CUENTAS'         TO WS-PARRAFO.

           MOVE 'N'                           TO WS-FIN-CUENTAS-SW
                                                 WS-MAS-CUENTAS-SW.

           EXEC SQL
              OPEN CTA_CURSOR
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              MOVE CT-TBCURCTA                TO AUX-ERR-NOMBRE

              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           PERFORM 2232-FETCH-CUENTA
              THRU 2232-F-FETCH-CUENTA.

           PERFORM 2234-GUARDAR-CUENTA
              THRU 2234-F-GUARDAR-CUENTA
             UNTIL FIN-CUENTAS OR
                   COM-CANT-CUENTAS IS EQUAL TO CT-MAX-CUENTAS.

           IF NOT FIN-CUENTAS
              MOVE 'S'                        TO WS-MAS-CUENTAS-SW
           END-IF.

           EXEC SQL
              CLOSE CTA_CURSOR
           END-EXEC.

       2230-F-CARGAR-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 3 2 - F E T C H - C U E N T A                 *
      *----------------------------------------------------------------*

       2232-FETCH-CUENTA.

           MOVE '2232-FETCH-CUENTA'           TO WS-PARRAFO.

           EXEC SQL
              FETCH CTA_CURSOR
               INTO :WS-CTA-TIPCUEN,
                    :WS-CTA-NROCUEN,
                    :WS-CTA-SUCUEN,
                    :WS-CTA-MONEDA,
                    :WS-CTA-SALDO,
                    :WS-CON-ROL,
                    :WS-CON-COTITULARES
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'S'                  TO WS-FIN-CUENTAS-SW
               WHEN OTHER
                    MOVE CT-TBCURCTA          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

       2232-F-FETCH-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 3 4 - G U A R D A R - C U E N T A              *
      *----------------------------------------------------------------*

       2234-GUARDAR-CUENTA.

           MOVE '2234-GUARDAR-CUENTA'         TO WS-PARRAFO.

           ADD 1                              TO COM-CANT-CUENTAS.
           MOVE COM-CANT-CUENTAS              TO WS-I.

           MOVE WS-CTA-TIPCUEN                TO COM-TIPCUEN(WS-I).
           MOVE WS-CTA-NROCUEN                TO COM-NROCUEN(WS-I).
           MOVE WS-CTA-SUCUEN                 TO COM-SUCUEN(WS-I).
           MOVE WS-CTA-MONEDA                 TO COM-MONEDA(WS-I).
           MOVE WS-CTA-SALDO                  TO COM-SALDO(WS-I).
           MOVE WS-CON-ROL                    TO COM-ROL(WS-I).
           MOVE 'N'                           TO COM-BLOQUEADA(WS-I).
           MOVE WS-CON-COTITULARES            TO COM-COTITULARES(WS-I).

           PERFORM 2232-FETCH-CUENTA
              THRU 2232-F-FETCH-CUENTA.

       2234-F-GUARDAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 4 0 - L E E R - B L O Q U E O S                *
      *----------------------------------------------------------------*
      *   RECORRE BLOQUEOS ( ESDS EN LINEA ) Y MARCA EL BLOQUEO DEL    *
      *   DOCUMENTO Y EL DE CADA CUENTA CARGADA. LA CLAVE DE CUENTA    *
      *   DEL BLOQUEO ES SUCURSAL * 1000000 + NRO DE CUENTA.           *
      *----------------------------------------------------------------*

       2240-LEER-BLOQUEOS.

           MOVE '2240-LEER-BLOQUEOS'          TO WS-PARRAFO.

           MOVE 'N'                           TO WS-FIN-BLOQUEOS-SW.
           MOVE ZEROS                         TO WS-BLQ-RBA.

           EXEC CICS
                STARTBR FILE(CT-BLOQUEOS)
                        RIDFLD(WS-BLQ-RBA)
                        RBA
                        RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    GO TO 2240-F-LEER-BLOQUEOS
               WHEN OTHER
                    MOVE CT-STARTBR           TO AUX-ERR-ACCION
                    MOVE CT-BLOQUEOS          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           PERFORM 2242-LEER-SIGUIENTE-BLOQUEO
              THRU 2242-F-LEER-SIGUIENTE-BLOQUEO
             UNTIL FIN-BLOQUEOS.

           EXEC CICS
                ENDBR FILE(CT-BLOQUEOS)
           END-EXEC.

       2240-F-LEER-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *    2 2 4 2 - L E E R - S I G U I E N T E - B L O Q U E O       *
      *----------------------------------------------------------------*

       2242-LEER-SIGUIENTE-BLOQUEO.

           MOVE '2242-LEER-SIGUIENTE-BLOQUEO' TO WS-PARRAFO.

           EXEC CICS
                READNEXT FILE(CT-BLOQUEOS)
                         INTO(WS-REG-BLOQUEO)
                         RIDFLD(WS-BLQ-RBA)
                         RBA
                         RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(ENDFILE)
                    MOVE 'S'                  TO WS-FIN-BLOQUEOS-SW
                    GO TO 2242-F-LEER-SIGUIENTE-BLOQUEO
               WHEN OTHER
                    MOVE CT-READNEXT          TO AUX-ERR-ACCION
                    MOVE CT-BLOQUEOS          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF BLQ-POR-DOCUMENTO AND
              BLQ-TIP-DOC IS EQUAL TO COM-TIP-DOC AND
              BLQ-NRO-DOC IS EQUAL TO COM-NRO-DOC
              MOVE 'S'                        TO COM-DOC-BLOQUEADO
           END-IF.

           IF BLQ-POR-CUENTA
              PERFORM 2244-MARCAR-CUENTA
                 THRU 2244-F-MARCAR-CUENTA
                VARYING WS-J FROM 1 BY 1
                  UNTIL WS-J IS GREATER THAN COM-CANT-CUENTAS
           END-IF.

       2242-F-LEER-SIGUIENTE-BLOQUEO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 4 4 - M A R C A R - C U E N T A               *
      *----------------------------------------------------------------*

       2244-MARCAR-CUENTA.

           MOVE COM-TIPCUEN(WS-J)             TO WS-BLQ-CTA-TIPO.
           COMPUTE WS-BLQ-CTA-CUENTA =
                   COM-SUCUEN(WS-J) * 1000000 + COM-NROCUEN(WS-J).

           IF BLQ-CTA-TIPO IS EQUAL TO WS-BLQ-CTA-TIPO AND
              BLQ-CTA-CUENTA IS EQUAL TO WS-BLQ-CTA-CUENTA
              MOVE 'S'                        TO COM-BLOQUEADA(WS-J)
           END-IF.

       2244-F-MARCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 6 0 - A R M A R - P A N T A L L A - C L I E N T E      *
      *----------------------------------------------------------------*

       2260-ARMAR-PANTALLA-CLIENTE.

           MOVE '2260-ARMAR-PANTALLA-CLIENTE' TO WS-PARRAFO.

           MOVE COM-NROCLI                    TO NROCLIO.
           MOVE COM-NOMAPE                    TO NOMAPEO.

           MOVE COM-TIP-DOC                   TO WS-CON-TIT-TIPDOC.
           MOVE COM-NRO-DOC                   TO WS-CON-TIT-NRODOC.

           PERFORM 8700-FORMATEAR-DOCUMENTO
              THRU 8700-F-FORMATEAR-DOCUMENTO.

           MOVE WS-DOC-PANTALLA               TO DOCIMPO.

           IF WS-CLI-FECNAC IS GREATER THAN ZEROS
              MOVE WS-CLI-FECNAC              TO WS-FECHA-TRABAJO-N

              PERFORM 8710-FORMATEAR-FECHA
                 THRU 8710-F-FORMATEAR-FECHA

              MOVE WS-FECHA-EDIT              TO FECNACO
           END-IF.

           MOVE WS-CLI-SEXO                   TO SEXOO.

           EVALUATE WS-CON-ESTADO
               WHEN 'B'
                    MOVE 'BAJA'               TO ESTADOO
               WHEN 'A'
               WHEN SPACE
                    MOVE 'ACTIVO'             TO ESTADOO
               WHEN OTHER
                    MOVE WS-CON-ESTADO        TO ESTADOO
           END-EVALUATE.

           IF COM-DOC-BLOQUEADO IS EQUAL TO 'S'
              MOVE 'BLOQUEO LEGAL'            TO BLQCLIO
           END-IF.

           PERFORM 2262-ARMAR-LINEA-CUENTA
              THRU 2262-F-ARMAR-LINEA-CUENTA
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN COM-CANT-CUENTAS.

           EVALUATE TRUE
               WHEN COM-CANT-CUENTAS IS EQUAL TO ZERO
                    MOVE 'EL CLIENTE NO TIENE CUENTAS'
                                              TO WS-MENSAJE
               WHEN HAY-MAS-CUENTAS
                    MOVE 'MAS DE 8 CUENTAS: SE MUESTRAN LAS PRIMERAS'
                                              TO WS-MENSAJE
               WHEN OTHER
                    MOVE 'ELIJA UNA CUENTA PARA VER SUS MOVIMIENTOS'
                                              TO WS-MENSAJE
           END-EVALUATE.

           MOVE -1                            TO OPCIONL.

       2260-F-ARMAR-PANTALLA-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *         2 2 6 2 - A R M A R - L I N E A - C U E N T A          *
      *----------------------------------------------------------------*

       2262-ARMAR-LINEA-CUENTA.

           MOVE WS-I                          TO LC-OPCION.
           MOVE COM-TIPCUEN(WS-I)             TO LC-TIPCUEN.
           MOVE COM-NROCUEN(WS-I)             TO LC-NROCUEN.
           MOVE COM-SUCUEN(WS-I)              TO LC-SUCUEN.
           MOVE COM-MONEDA(WS-I)              TO LC-MONEDA.
           MOVE COM-SALDO(WS-I)               TO LC-SALDO.
           MOVE COM-COTITULARES(WS-I)         TO LC-COTITULARES.

           IF COM-BLOQUEADA(WS-I) IS EQUAL TO 'S' OR
              COM-DOC-BLOQUEADO IS EQUAL TO 'S'
              MOVE 'BLOQ'                     TO LC-BLOQUEO
           ELSE
              MOVE SPACES                     TO LC-BLOQUEO
           END-IF.

           MOVE COM-ROL(WS-I)                 TO WS-ROL-CODIGO.

           PERFORM 8720-TEXTO-ROL
              THRU 8720-F-TEXTO-ROL.

           MOVE WS-ROL-TEXTO                  TO LC-ROL.

           MOVE WS-LINEA-CUENTA               TO LINCTAO(WS-I).

       2262-F-ARMAR-LINEA-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 5 0 0 - P A N T A L L A - M O V I M I E N T O S         *
      *----------------------------------------------------------------*

       2500-PANTALLA-MOVIMIENTOS.

           MOVE '2500-PANTALLA-MOVIMIENTOS'   TO WS-PARRAFO.

           EVALUATE EIBAID
               WHEN DFHPF3
                    MOVE COM-TIP-DOC          TO WS-CLI-TIPDOC
                    MOVE COM-NRO-DOC          TO WS-CLI-NRODOC
                    MOVE 'N'                  TO WS-REGISTRAR-SW

                    PERFORM 2200-CARGAR-CLIENTE
                       THRU 2200-F-CARGAR-CLIENTE
               WHEN DFHPF8
                    IF COM-HAY-MAS
                       ADD 1                  TO COM-PAGINA

                       PERFORM 2600-MOSTRAR-MOVIMIENTOS
                          THRU 2600-F-MOSTRAR-MOVIMIENTOS
                    ELSE
                       MOVE 'NO HAY MAS MOVIMIENTOS PARA MOSTRAR'
                                              TO WS-MENSAJE

                       PERFORM 8250-AVISO-MOVIMIENTOS
                          THRU 8250-F-AVISO-MOVIMIENTOS
                    END-IF
               WHEN DFHPF7
                    IF COM-PAGINA IS GREATER THAN 1
                       SUBTRACT 1             FROM COM-PAGINA

                       PERFORM 2600-MOSTRAR-MOVIMIENTOS
                          THRU 2600-F-MOSTRAR-MOVIMIENTOS
                    ELSE
                       MOVE 'YA ESTA EN LA PRIMERA PAGINA'
                                              TO WS-MENSAJE

                       PERFORM 8250-AVISO-MOVIMIENTOS
                          THRU 8250-F-AVISO-MOVIMIENTOS
                    END-IF
               WHEN DFHENTER
                    PERFORM 2600-MOSTRAR-MOVIMIENTOS
                       THRU 2600-F-MOSTRAR-MOVIMIENTOS
               WHEN OTHER
                    MOVE 'TECLA INVALIDA'     TO WS-MENSAJE

                    PERFORM 8250-AVISO-MOVIMIENTOS
                       THRU 8250-F-AVISO-MOVIMIENTOS
           END-EVALUATE.

       2500-F-PANTALLA-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *       2 6 0 0 - M O S T R A R - M O V I M I E N T O S          *
      *----------------------------------------------------------------*
      *   CABECERA DE LA CUENTA ELEGIDA, TITULAR, COTITULARES Y LA     *
      *   PAGINA COM-PAGINA DE MOVIMIENTOS.                            *
      *----------------------------------------------------------------*

       2600-MOSTRAR-MOVIMIENTOS.

           MOVE '2600-MOSTRAR-MOVIMIENTOS'    TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPMOVO.
           MOVE SPACES                        TO WS-MENSAJE.
           MOVE COM-CTA-ELEGIDA               TO WS-I.

           MOVE COM-TIPCUEN(WS-I)             TO WS-CTA-TIPCUEN
                                                 WS-CPA-TIPCUEN.
           MOVE COM-NROCUEN(WS-I)             TO WS-CTA-NROCUEN
                                                 WS-CPA-NROCUEN.
           MOVE COM-SUCUEN(WS-I)              TO WS-CTA-SUCUEN
                                                 WS-CPA-SUCUEN.

           MOVE WS-CUENTA-PANTALLA            TO CTAMOVO.
           MOVE COM-MONEDA(WS-I)              TO MONMOVO.
           MOVE COM-SALDO(WS-I)               TO WS-SALDO-EDIT.
           MOVE WS-SALDO-EDIT                 TO SALMOVO.

           IF COM-BLOQUEADA(WS-I) IS EQUAL TO 'S' OR
              COM-DOC-BLOQUEADO IS EQUAL TO 'S'
              MOVE 'BLOQUEO LEGAL'            TO BLQMOVO
           END-IF.

           IF COM-ROL(WS-I) IS NOT EQUAL TO 'T'
              MOVE COM-ROL(WS-I)              TO WS-ROL-CODIGO

              PERFORM 8720-TEXTO-ROL
                 THRU 8720-F-TEXTO-ROL

              STRING 'CLIENTE: '              DELIMITED BY SIZE
                     WS-ROL-TEXTO             DELIMITED BY SIZE
                INTO ROLMOVO
           END-IF.

           PERFORM 2610-LEER-TITULARES
              THRU 2610-F-LEER-TITULARES.

           PERFORM 2620-LEER-MOVIMIENTOS
              THRU 2620-F-LEER-MOVIMIENTOS.

           MOVE COM-PAGINA                    TO PAGMOVO.

           INITIALIZE WS-REG-AUDCON.
           SET ACO-CONSULTA-MOVIMIENTOS       TO TRUE.
           MOVE COM-TIP-DOC                   TO ACO-TIPDOC.
           MOVE COM-NRO-DOC                   TO ACO-NRODOC.
           MOVE WS-CTA-TIPCUEN                TO ACO-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO ACO-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO ACO-SUCUEN.
           SET ACO-RESULTADO-OK               TO TRUE.

           PERFORM 8300-REGISTRAR-AUDITORIA
              THRU 8300-F-REGISTRAR-AUDITORIA.

           PERFORM 8200-ENVIAR-MOVIMIENTOS
              THRU 8200-F-ENVIAR-MOVIMIENTOS.

       2600-F-MOSTRAR-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 1 0 - L E E R - T I T U L A R E S                *
      *----------------------------------------------------------------*

       2610-LEER-TITULARES.

           MOVE '2610-LEER-TITULARES'         TO WS-PARRAFO.

           EXEC SQL
             SELECT B.TIPDOC,
                    B.NRODOC,
                    B.NOMAPE
               INTO :WS-CON-TIT-TIPDOC,
                    :WS-CON-TIT-NRODOC,
                    :WS-CON-TIT-NOMAPE
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI B
              WHERE A.TIPCUEN = :WS-CTA-TIPCUEN
                AND A.NROCUEN = :WS-CTA-NROCUEN
                AND A.SUCUEN  = :WS-CTA-SUCUEN
                AND B.NROCLI  = A.NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              MOVE CT-TBCURCLI                TO AUX-ERR-NOMBRE

              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           MOVE WS-CON-TIT-NOMAPE             TO TITMOVO.

           PERFORM 8700-FORMATEAR-DOCUMENTO
              THRU 8700-F-FORMATEAR-DOCUMENTO.

           MOVE WS-DOC-PANTALLA               TO DOCMOVO.

           MOVE 'N'                           TO WS-FIN-COTITULARES-SW.
           MOVE ZEROS                         TO WS-LINEA.

           EXEC SQL
              OPEN TIT_CURSOR
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              MOVE CT-TBCURTIT                TO AUX-ERR-NOMBRE

              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           PERFORM 2612-FETCH-COTITULAR
              THRU 2612-F-FETCH-COTITULAR
             UNTIL FIN-COTITULARES OR
                   WS-LINEA IS EQUAL TO CT-MAX-COTITULARES.

           EXEC SQL
              CLOSE TIT_CURSOR
           END-EXEC.

       2610-F-LEER-TITULARES.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 1 2 - F E T C H - C O T I T U L A R              *
      *----------------------------------------------------------------*

       2612-FETCH-COTITULAR.

           MOVE '2612-FETCH-COTITULAR'        TO WS-PARRAFO.

           EXEC SQL
              FETCH TIT_CURSOR
               INTO :WS-TIT-ROL,
                    :WS-CON-TIT-TIPDOC,
                    :WS-CON-TIT-NRODOC,
                    :WS-CON-TIT-NOMAPE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'S'                  TO WS-FIN-COTITULARES-SW
                    GO TO 2612-F-FETCH-COTITULAR
               WHEN OTHER
                    MOVE CT-TBCURTIT          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

           ADD 1                              TO WS-LINEA.

           MOVE WS-TIT-ROL                    TO WS-ROL-CODIGO.

           PERFORM 8720-TEXTO-ROL
              THRU 8720-F-TEXTO-ROL.

           PERFORM 8700-FORMATEAR-DOCUMENTO
              THRU 8700-F-FORMATEAR-DOCUMENTO.

           MOVE WS-ROL-TEXTO                  TO LT-ROL.
           MOVE WS-CON-TIT-NOMAPE             TO LT-NOMAPE.
           MOVE WS-DOC-PANTALLA               TO LT-DOCUMENTO.

           MOVE WS-LINEA-COTITULAR            TO LINTITO(WS-LINEA).

       2612-F-FETCH-COTITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *        2 6 2 0 - L E E R - M O V I M I E N T O S               *
      *----------------------------------------------------------------*
      *   LEE UNA PAGINA DESDE LA CLAVE GUARDADA PARA COM-PAGINA Y UNA *
      *   FILA MAS PARA SABER SI HAY SIGUIENTE; LA CLAVE DEL ULTIMO    *
      *   RENGLON MOSTRADO QUEDA COMO COMIENZO DE LA PAGINA SIGUIENTE. *
      *----------------------------------------------------------------*

       2620-LEER-MOVIMIENTOS.

           MOVE '2620-LEER-MOVIMIENTOS'       TO WS-PARRAFO.

           MOVE 'N'                           TO WS-FIN-MOVIMIENTOS-SW
                                                 COM-HAY-MAS-SW.
           MOVE ZEROS                         TO WS-LINEA.
           MOVE COM-PIL-FECMOV(COM-PAGINA)    TO WS-CON-FECMOV-CLAVE.
           MOVE COM-PIL-NROMOV(COM-PAGINA)    TO WS-CON-NROMOV-CLAVE.

           EXEC SQL
              OPEN MOV_CURSOR
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE

              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           PERFORM 2622-FETCH-MOVIMIENTO
              THRU 2622-F-FETCH-MOVIMIENTO.

           PERFORM 2624-ARMAR-LINEA-MOVIMIENTO
              THRU 2624-F-ARMAR-LINEA-MOVIMIENTO
             UNTIL FIN-MOVIMIENTOS OR
                   WS-LINEA IS EQUAL TO CT-LINEAS-PAGINA.

           EXEC SQL
              CLOSE MOV_CURSOR
           END-EXEC.

           EVALUATE TRUE
               WHEN WS-LINEA IS EQUAL TO ZERO AND
                    COM-PAGINA IS EQUAL TO 1
                    MOVE 'LA CUENTA NO TIENE MOVIMIENTOS'
                                              TO WS-MENSAJE
               WHEN FIN-MOVIMIENTOS
                    MOVE 'FIN DE LOS MOVIMIENTOS DE LA CUENTA'
                                              TO WS-MENSAJE
               WHEN COM-PAGINA IS EQUAL TO CT-MAX-PAGINAS
                    MOVE 'ULTIMA PAGINA EN PANTALLA: PIDA EL RESUMEN'
                                              TO WS-MENSAJE
               WHEN OTHER
                    MOVE 'S'                  TO COM-HAY-MAS-SW
                    COMPUTE WS-J = COM-PAGINA + 1
                    MOVE WS-CVM-FECMOV        TO COM-PIL-FECMOV(WS-J)
                    MOVE WS-CVM-NROMOV        TO COM-PIL-NROMOV(WS-J)
           END-EVALUATE.

       2620-F-LEER-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 2 2 - F E T C H - M O V I M I E N T O             *
      *----------------------------------------------------------------*

       2622-FETCH-MOVIMIENTO.

           MOVE '2622-FETCH-MOVIMIENTO'       TO WS-PARRAFO.

           EXEC SQL
              FETCH MOV_CURSOR
               INTO :WS-CVM-FECMOV,
                    :WS-CVM-NROMOV,
                    :WS-CVM-IMPORTE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'S'                  TO WS-FIN-MOVIMIENTOS-SW
               WHEN OTHER
                    MOVE CT-TBCURMOV          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

       2622-F-FETCH-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *    2 6 2 4 - A R M A R - L I N E A - M O V I M I E N T O       *
      *----------------------------------------------------------------*
      *   AL SALIR, WS-CVM-FECMOV / WS-CVM-NROMOV TIENEN LA CLAVE DEL  *
      *   RENGLON RECIEN MOSTRADO SI LA PAGINA SE LLENO ( LA FILA DE   *
      *   MAS SE LEE SOLO PARA SABER SI HAY SIGUIENTE ).               *
      *----------------------------------------------------------------*

       2624-ARMAR-LINEA-MOVIMIENTO.

           ADD 1                              TO WS-LINEA.

           MOVE WS-CVM-FECMOV                 TO WS-FECHA-TRABAJO-N.

           PERFORM 8710-FORMATEAR-FECHA
              THRU 8710-F-FORMATEAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LM-FECMOV.
           MOVE WS-CVM-NROMOV                 TO LM-NROMOV.
           MOVE WS-CVM-IMPORTE                TO LM-IMPORTE.

           IF WS-CVM-IMPORTE IS LESS THAN ZERO
              MOVE 'DEBITO'                   TO LM-TIPO
           ELSE
              MOVE 'CREDITO'                  TO LM-TIPO
           END-IF.

           MOVE WS-LINEA-MOVIMIENTO           TO LINMOVO(WS-LINEA).

           IF WS-LINEA IS LESS THAN CT-LINEAS-PAGINA
              PERFORM 2622-FETCH-MOVIMIENTO
                 THRU 2622-F-FETCH-MOVIMIENTO
           ELSE
              PERFORM 2626-VER-SI-HAY-MAS
                 THRU 2626-F-VER-SI-HAY-MAS
           END-IF.

       2624-F-ARMAR-LINEA-MOVIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 2 6 - V E R - S I - H A Y - M A S               *
      *----------------------------------------------------------------*
      *   CON LA PAGINA LLENA SE LEE UNA FILA MAS SIN PISAR LA CLAVE   *
      *   DEL ULTIMO RENGLON MOSTRADO.                                 *
      *----------------------------------------------------------------*

       2626-VER-SI-HAY-MAS.

           MOVE '2626-VER-SI-HAY-MAS'         TO WS-PARRAFO.

           EXEC SQL
              FETCH MOV_CURSOR
               INTO :WS-CON-FECMOV-CLAVE,
                    :WS-CON-NROMOV-CLAVE,
                    :WS-CVM-IMPORTE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                    CONTINUE
               WHEN +100
                    MOVE 'S'                  TO WS-FIN-MOVIMIENTOS-SW
               WHEN OTHER
                    MOVE CT-TBCURMOV          TO AUX-ERR-NOMBRE

                    PERFORM 9100-ERROR-DB2
                       THRU 9100-F-ERROR-DB2
           END-EVALUATE.

       2626-F-VER-SI-HAY-MAS.
           EXIT.

      *----------------------------------------------------------------*
      *                        3 0 0 0 - F I N                         *
      *----------------------------------------------------------------*
      *   DEVUELVE EL CONTROL A CICS DEJANDO LA TRANSACCION SICO A LA  *
      *   ESPERA DE LA PROXIMA TECLA, CON EL ESTADO EN LA COMMAREA.    *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           EXEC CICS
                RETURN TRANSID(CT-TRANSID)
                       COMMAREA(WS-COMMAREA)
                       LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *                 3 1 0 0 - T E R M I N A R                      *
      *----------------------------------------------------------------*

       3100-TERMINAR.

           MOVE '3100-TERMINAR'               TO WS-PARRAFO.

           MOVE 'CONSULTA DE CAJA FINALIZADA' TO WS-TEXTO-ERROR.

           EXEC CICS
                SEND TEXT FROM(WS-TEXTO-ERROR)
                     LENGTH(LENGTH OF WS-TEXTO-ERROR)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS
                RETURN
           END-EXEC.

       3100-F-TERMINAR.
           EXIT.

      *----------------------------------------------------------------*
      *            8 1 0 0 - E N V I A R - C L I E N T E               *
      *----------------------------------------------------------------*

       8100-ENVIAR-CLIENTE.

           MOVE '8100-ENVIAR-CLIENTE'         TO WS-PARRAFO.

           MOVE WS-FECHA-PANTALLA             TO FECCLIO.
           MOVE WS-HORA-PANTALLA              TO HORCLIO.
           MOVE WS-MENSAJE                    TO MSGCLIO.

           IF OPCIONL IS NOT EQUAL TO -1
              MOVE -1                         TO TIPDOCL
           END-IF.

           EXEC CICS
                SEND MAP(CT-MAPA-CLIENTE)
                     MAPSET(CT-MAPSET)
                     FROM(MAPCLIO)
                     ERASE
                     CURSOR
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-CLIENTE            TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8100-F-ENVIAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *             8 1 5 0 - A V I S O - C L I E N T E                *
      *----------------------------------------------------------------*
      *   SOLO CAMBIA EL MENSAJE: LO DEMAS QUEDA COMO ESTA EN PANTALLA.*
      *----------------------------------------------------------------*

       8150-AVISO-CLIENTE.

           MOVE '8150-AVISO-CLIENTE'          TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPCLIO.
           MOVE WS-MENSAJE                    TO MSGCLIO.

           EXEC CICS
                SEND MAP(CT-MAPA-CLIENTE)
                     MAPSET(CT-MAPSET)
                     FROM(MAPCLIO)
                     DATAONLY
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-CLIENTE            TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8150-F-AVISO-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *        8 2 0 0 - E N V I A R - M O V I M I E N T O S           *
      *----------------------------------------------------------------*

       8200-ENVIAR-MOVIMIENTOS.

           MOVE '8200-ENVIAR-MOVIMIENTOS'     TO WS-PARRAFO.

           MOVE WS-FECHA-PANTALLA             TO FECMVSO.
           MOVE WS-HORA-PANTALLA              TO HORMVSO.
           MOVE WS-MENSAJE                    TO MSGMOVO.

           EXEC CICS
                SEND MAP(CT-MAPA-MOVIMIENTOS)
                     MAPSET(CT-MAPSET)
                     FROM(MAPMOVO)
                     ERASE
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-MOVIMIENTOS        TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8200-F-ENVIAR-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *         8 2 5 0 - A V I S O - M O V I M I E N T O S            *
      *----------------------------------------------------------------*

       8250-AVISO-MOVIMIENTOS.

           MOVE '8250-AVISO-MOVIMIENTOS'      TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPMOVO.
           MOVE WS-MENSAJE                    TO MSGMOVO.

           EXEC CICS
                SEND MAP(CT-MAPA-MOVIMIENTOS)
                     MAPSET(CT-MAPSET)
                     FROM(MAPMOVO)
                     DATAONLY
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-MOVIMIENTOS        TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8250-F-AVISO-MOVIMIENTOS.
           EXIT.

      *----------------------------------------------------------------*
      *       8 3 0 0 - R E G I S T R A R - A U D I T O R I A          *
      *----------------------------------------------------------------*
      *   EL LLAMADOR CARGA TIPO, CLAVE Y RESULTADO; ACA SE COMPLETAN  *
      *   FECHA, HORA, TRANSACCION, TERMINAL Y OPERADOR.               *
      *----------------------------------------------------------------*

       8300-REGISTRAR-AUDITORIA.

           MOVE WS-FECHA-HOY                  TO ACO-FECHA.
           MOVE WS-HORA-PANTALLA              TO ACO-HORA.
           MOVE EIBTRNID                      TO ACO-TRANSID.
           MOVE EIBTRMID                      TO ACO-TERMINAL.
           MOVE COM-USUARIO                   TO ACO-USUARIO.
           MOVE COM-PERFIL                    TO ACO-PERFIL.

           EXEC CICS
                WRITEQ TD QUEUE(CT-COLA-AUDITORIA)
                          FROM(WS-REG-AUDCON)
                          LENGTH(LENGTH OF WS-REG-AUDCON)
                          RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-WRITEQ                  TO AUX-ERR-ACCION
              MOVE CT-COLA-AUDITORIA          TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8300-F-REGISTRAR-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *       8 7 0 0 - F O R M A T E A R - D O C U M E N T O          *
      *----------------------------------------------------------------*
      *   WS-CON-TIT-TIPDOC / WS-CON-TIT-NRODOC A WS-DOC-PANTALLA, CON *
      *   LA MASCARA DEL PERFIL CAJERO.                                *
      *----------------------------------------------------------------*

       8700-FORMATEAR-DOCUMENTO.

           MOVE WS-CON-TIT-TIPDOC             TO WS-DPA-TIP-DOC.
           MOVE WS-CON-TIT-NRODOC             TO WS-DOC-IMPRESO.

           PERFORM 8650-ENMASCARAR-DOC
              THRU 8650-F-ENMASCARAR-DOC.

           MOVE WS-DOC-IMPRESO                TO WS-DPA-NRO-DOC.

       8700-F-FORMATEAR-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *          8 7 1 0 - F O R M A T E A R - F E C H A               *
      *----------------------------------------------------------------*

       8710-FORMATEAR-FECHA.

           MOVE WS-FTR-DIA                    TO WS-FED-DIA.
           MOVE WS-FTR-MES                    TO WS-FED-MES.
           MOVE WS-FTR-ANIO                   TO WS-FED-ANIO.

       8710-F-FORMATEAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *               8 7 2 0 - T E X T O - R O L                      *
      *----------------------------------------------------------------*

       8720-TEXTO-ROL.

           EVALUATE WS-ROL-CODIGO
               WHEN 'T'
                    MOVE 'TITULAR'            TO WS-ROL-TEXTO
               WHEN 'C'
                    MOVE 'COTITULAR'          TO WS-ROL-TEXTO
               WHEN 'F'
                    MOVE 'FIRMANTE'           TO WS-ROL-TEXTO
               WHEN 'U'
                    MOVE 'USUFRUCTUARIO'      TO WS-ROL-TEXTO
               WHEN OTHER
                    MOVE WS-ROL-CODIGO        TO WS-ROL-TEXTO
           END-EVALUATE.

       8720-F-TEXTO-ROL.
           EXIT.

      *----------------------------------------------------------------*
      *    R U T I N A  C O M U N  D E  E N M A S C A R A D O          *
      *----------------------------------------------------------------*

           COPY DOCMSKRU.

      *----------------------------------------------------------------*
      *             9 1 0 0 - E R R O R - D B 2                        *
      *----------------------------------------------------------------*

       9100-ERROR-DB2.

           MOVE SQLCODE                       TO CT-SQLCODE-EDIT.
           MOVE 'SQL'                         TO AUX-ERR-ACCION.
           MOVE CT-SQLCODE-EDIT               TO AUX-ERR-STATUS.
           MOVE 20                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       9100-F-ERROR-DB2.
           EXIT.

      *----------------------------------------------------------------*
      *             9 0 0 0 - S A L I D A - E R R O R E S              *
      *----------------------------------------------------------------*
      *   EN LINEA NO HAY CONSOLA: EL ERROR SE INFORMA EN LA TERMINAL  *
      *   Y LA TAREA TERMINA SIN VOLVER A LA TRANSACCION.              *
      *----------------------------------------------------------------*

       9000-SALIDA-ERRORES.

           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.

           IF W-N-ERROR IS EQUAL TO 10
              MOVE WS-RESP                    TO WS-RESP-EDIT
              MOVE WS-RESP-EDIT               TO AUX-ERR-STATUS
           END-IF.

           MOVE SPACES                        TO WS-TEXTO-ERROR.

           EVALUATE W-N-ERROR
               WHEN 10
                    STRING CT-PROGRAMA ' ERROR CICS - ACCION: '
                                              DELIMITED BY SIZE
                           AUX-ERR-ACCION     DELIMITED BY SPACE
                           ' RECURSO: '       DELIMITED BY SIZE
                           AUX-ERR-NOMBRE     DELIMITED BY SPACE
                           ' RESP: '          DELIMITED BY SIZE
                           AUX-ERR-STATUS     DELIMITED BY SIZE
                           ' PARRAFO: '       DELIMITED BY SIZE
                           AUX-ERR-MENSAJE    DELIMITED BY SPACE
                      INTO WS-TEXTO-ERROR
               WHEN 20
                    STRING CT-PROGRAMA ' ERROR DB2 - TABLA: '
                                              DELIMITED BY SIZE
                           AUX-ERR-NOMBRE     DELIMITED BY SPACE
                           ' SQLCODE: '       DELIMITED BY SIZE
                           AUX-ERR-STATUS     DELIMITED BY SIZE
                           ' PARRAFO: '       DELIMITED BY SIZE
                           AUX-ERR-MENSAJE    DELIMITED BY SPACE
                      INTO WS-TEXTO-ERROR
           END-EVALUATE.

           EXEC CICS
                SEND TEXT FROM(WS-TEXTO-ERROR)
                     LENGTH(LENGTH OF WS-TEXTO-ERROR)
                     ERASE
                     FREEKB
           END-EXEC.

           EXEC CICS
                RETURN
           END-EXEC.

       9000-F-SALIDA-ERRORES.
           EXIT.

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI147.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   ALTA DE CLIENTE EN LINEA ( CICS, TRANSACCION SIAL )          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LAS SUCURSALES LLENABAN EL ALTA DE CLIENTE EN PAPEL Y LA       *
      * TIPEABAN DESPUES EN EL ARCHIVO NOVEDAD; MUCHAS REBOTABAN A LA  *
      * MANANA SIGUIENTE EN PGMSIN14 / PGMVACAB. ESTA TRANSACCION      *
      * PSEUDOCONVERSACIONAL ( MAPSET MSI147 ) TOMA EL ALTA EN         *
      * PANTALLA Y LA VALIDA EN EL MOMENTO:                            *
      *   - SOLO ENTRAN OPERADORES HABILITADOS EN EL KSDS OPERADOR     *
      *     ( COPY CPOPERAD ) CON PERFIL OFICIAL O SUPERVISOR.         *
      *   - LAS MISMAS REGLAS DE LA PREVALIDACION DE NOVEDADES         *
      *     ( NOVVALID / PGMVACAB ): TIPO DE DOCUMENTO ACTIVO EN EL    *
      *     DOMINIO TIPDOC DE CODREF, SUCURSAL 1 A 99, TIPO DE CUENTA  *
      *     1 A 3 Y FECHA VALIDA ( ANIO MINIMO, MES Y DIA CON ANIOS    *
      *     BISIESTOS ). EL SEXO SE VALIDA CONTRA EL DOMINIO SEXO.     *
      *   - EL DOCUMENTO NO PUEDE EXISTIR EN TBCURCLI, NI EN EL KSDS   *
      *     CLIENTES, NI TENER OTRA ALTA EN LINEA PENDIENTE DE ENVIO.  *
      *   - EL NOMBRE, NORMALIZADO CON LA RUTINA COMUN ( NOMNORMA ),   *
      *     SE COMPARA CONTRA LA LISTA NEGATIVA LISTNEG: LA            *
      *     COINCIDENCIA EXACTA RETIENE EL ALTA PARA CUMPLIMIENTO; LA  *
      *     PARCIAL LA ACEPTA MARCADA PARA INFORMARLA.                 *
      *   - SE EXIGE CALLE Y LOCALIDAD DEL DOMICILIO PARA CONTACTO.    *
      * EL ALTA ACEPTADA SE GRABA EN EL KSDS ALTAONL ( COPY CPALTONL ),*
      * DE DONDE PGMSI148 ARMA CADA NOCHE EL ARCHIVO DE NOVEDADES EN   *
      * LINEA ( CON SU HEADER 'HH' Y TRAILER 'TT' ) QUE PGMSIN43       *
      * CONSOLIDA CON LOS DE LAS SUCURSALES, Y LAS ALTAS DE DOMICILIO  *
      * PARA PGMSIN69. CADA ALTA ACEPTADA, RECHAZADA POR DUPLICADA O   *
      * RETENIDA, Y CADA INGRESO DENEGADO, DEJA SU REGISTRO EN LA COLA *
      * TD AUDC ( COPY CPAUDCON ).                                     *
      * CODREF Y LISTNEG SE LEEN EN CICS COMO ESDS. LOS ERRORES DE     *
      * CICS O DB2 TERMINAN LA TAREA CON UN MENSAJE EN LA TERMINAL     *
      * QUE INDICA ACCION, RECURSO Y PARRAFO.                          *
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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI147'.
           02 CT-TRANSID                    PIC X(04)  VALUE 'SIAL'.
           02 CT-MAPSET                     PIC X(07)  VALUE 'MSI147'.
           02 CT-MAPA-ALTA                  PIC X(07)  VALUE 'MAPALT'.
           02 CT-OPERADOR                   PIC X(08)  VALUE 'OPERADOR'.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-ALTAONL                    PIC X(08)  VALUE 'ALTAONL '.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.
           02 CT-LISTNEG                    PIC X(08)  VALUE 'LISTNEG '.
           02 CT-COLA-AUDITORIA             PIC X(04)  VALUE 'AUDC'.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-STARTBR                    PIC X(08)  VALUE 'STARTBR '.
           02 CT-READNEXT                   PIC X(08)  VALUE 'READNEXT'.
           02 CT-RECEIVE                    PIC X(08)  VALUE 'RECEIVE '.
           02 CT-SEND                       PIC X(08)  VALUE 'SEND    '.
           02 CT-WRITEQ                     PIC X(08)  VALUE 'WRITEQ  '.
           02 CT-TBCURCLI                   PIC X(08)  VALUE 'TBCURCLI'.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-ANIO-MIN                   PIC 9(04)  VALUE 2025.

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
           02 WS-ESDS-RBA                   PIC S9(08) COMP.
           02 WS-MAX-DIA                    PIC 9(02).
           02 WS-COCIENTE                   PIC 9(04).
           02 WS-RESTO-4                    PIC 9(04).
           02 WS-RESTO-100                  PIC 9(04).
           02 WS-RESTO-400                  PIC 9(04).
           02 WS-CON-CANTIDAD               PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *   CLAVE DEL KSDS CLIENTES ( TIPO + NRO DE DOCUMENTO ).         *
      *----------------------------------------------------------------*

       01 WS-CLAVE-CLIENTE.
           02 WS-CLV-TIP-DOC                PIC X(02).
           02 WS-CLV-NRO-DOC                PIC 9(11).

      *----------------------------------------------------------------*
      *   SWITCHES DE LA TAREA.                                        *
      *----------------------------------------------------------------*

       01 WS-ALTA-VALIDA-SW                 PIC X(01)  VALUE 'S'.
           88 ALTA-VALIDA                              VALUE 'S'.
           88 ALTA-INVALIDA                            VALUE 'N'.

       01 WS-FIN-ESDS-SW                    PIC X(01)  VALUE 'N'.
           88 FIN-ESDS                                 VALUE 'S'.

       01 WS-ALTA-PREVIA-SW                 PIC X(01)  VALUE 'N'.
           88 SIN-ALTA-PREVIA                          VALUE 'N'.
           88 ALTA-PREVIA-PENDIENTE                    VALUE 'P'.
           88 ALTA-PREVIA-ENVIADA                      VALUE 'E'.

      *----------------------------------------------------------------*
      *   FECHA DE LA NOVEDAD DESARMADA PARA SU VALIDACION.            *
      *----------------------------------------------------------------*

       01 WS-FECHA-TRABAJO.
           02 WS-FTR-ANIO                   PIC 9(04).
           02 WS-FTR-MES                    PIC 9(02).
           02 WS-FTR-DIA                    PIC 9(02).
       01 WS-FECHA-TRABAJO-N REDEFINES WS-FECHA-TRABAJO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   RENGLON DE LA ULTIMA ALTA ACEPTADA ( 65 POSICIONES ).        *
      *----------------------------------------------------------------*

       01 WS-LINEA-ULTIMA.
           02 LU-TIP-DOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LU-NRO-DOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LU-NOMAPE                     PIC X(30).
           02 FILLER                        PIC X(06)  VALUE '  SUC '.
           02 LU-SUC                        PIC 9(02).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LU-HORA                       PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   AREA DE COMUNICACION ENTRE TAREAS ( COMMAREA ): OPERADOR CON *
      *   SU SUCURSAL ( VALOR PROPUESTO EN PANTALLA ) Y EL RENGLON DE  *
      *   LA ULTIMA ALTA ACEPTADA EN LA TERMINAL.                      *
      *----------------------------------------------------------------*

       01 WS-COMMAREA.
           02 COM-USUARIO                   PIC X(08).
           02 COM-PERFIL                    PIC X(01).
           02 COM-NOMBRE-OPE                PIC X(30).
           02 COM-SUCURSAL-OPE              PIC 9(02).
           02 COM-ULTIMA-ALTA               PIC X(65).
           02 FILLER                        PIC X(14).

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

           COPY CPNOVCLI.

           COPY CPALTONL.

           COPY CPCODREF.

           COPY CPLISTNG.

           COPY CPNOMNOR.

           COPY MSI147.

           COPY DFHAID.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *----------------------------------------------------------------*
      *                    TABLA DE CLIENTES | DB2                     *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

      *----------------------------------------------------------------*
       LINKAGE SECTION.
      *----------------------------------------------------------------*

       01 DFHCOMMAREA                       PIC X(120).

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

              PERFORM 1100-VALIDAR-OPERADOR
                 THRU 1100-F-VALIDAR-OPERADOR
           ELSE
              MOVE DFHCOMMAREA                TO WS-COMMAREA
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - V A L I D A R - O P E R A D O R             *
      *----------------------------------------------------------------*
      *   SOLO ENTRA UN USUARIO CICS HABILITADO EN EL KSDS OPERADOR    *
      *   CON PERFIL OFICIAL O SUPERVISOR; EL RESTO QUEDA REGISTRADO   *
      *   COMO INGRESO DENEGADO.                                       *
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
           MOVE OPE-NOMBRE                    TO COM-NOMBRE-OPE.
           MOVE OPE-SUCURSAL                  TO COM-SUCURSAL-OPE.

           IF OPE-HABILITADO AND
              ( OPE-PERFIL-OFICIAL OR OPE-PERFIL-SUPERVISOR )
              GO TO 1100-F-VALIDAR-OPERADOR
           END-IF.

           INITIALIZE WS-REG-AUDCON.
           SET ACO-INGRESO-DENEGADO           TO TRUE.

           EVALUATE TRUE
               WHEN WS-RESP IS EQUAL TO DFHRESP(NOTFND)
                    SET ACO-RESULTADO-INEXISTENTE
                                              TO TRUE
                    MOVE 'OPERADOR NO REGISTRADO PARA DAR ALTAS'
                                              TO WS-TEXTO-ERROR
               WHEN OPE-HABILITADO
                    SET ACO-RESULTADO-ERROR   TO TRUE
                    MOVE 'EL PERFIL DEL OPERADOR NO PERMITE DAR ALTAS'
                                              TO WS-TEXTO-ERROR
               WHEN OTHER
                    SET ACO-RESULTADO-ERROR   TO TRUE
                    MOVE 'OPERADOR NO HABILITADO PARA DAR ALTAS'
                                              TO WS-TEXTO-ERROR
           END-EVALUATE.

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
                    MOVE 'INGRESE LOS DATOS DEL CLIENTE NUEVO'
                                              TO WS-MENSAJE

                    PERFORM 2050-PANTALLA-VACIA
                       THRU 2050-F-PANTALLA-VACIA
               WHEN EIBAID IS EQUAL TO DFHCLEAR OR
                    EIBAID IS EQUAL TO DFHPF3 OR
                    EIBAID IS EQUAL TO DFHPF12
                    PERFORM 3100-TERMINAR
                       THRU 3100-F-TERMINAR
               WHEN EIBAID IS EQUAL TO DFHPF5
                    MOVE 'PANTALLA LIMPIA: INGRESE EL CLIENTE NUEVO'
                                              TO WS-MENSAJE

                    PERFORM 2050-PANTALLA-VACIA
                       THRU 2050-F-PANTALLA-VACIA
               WHEN EIBAID IS EQUAL TO DFHENTER
                    PERFORM 2100-RECIBIR-ALTA
                       THRU 2100-F-RECIBIR-ALTA
               WHEN OTHER
                    MOVE 'TECLA INVALIDA'     TO WS-MENSAJE

                    PERFORM 8150-AVISO-ALTA
                       THRU 8150-F-AVISO-ALTA
           END-EVALUATE.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 0 5 0 - P A N T A L L A - V A C I A               *
      *----------------------------------------------------------------*
      *   PANTALLA EN BLANCO CON LOS VALORES PROPUESTOS: LA SUCURSAL   *
      *   DEL OPERADOR Y LA FECHA DEL DIA COMO FECHA DE ALTA.          *
      *----------------------------------------------------------------*

       2050-PANTALLA-VACIA.

           MOVE '2050-PANTALLA-VACIA'         TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPALTO.

           IF COM-SUCURSAL-OPE IS GREATER THAN ZEROS
              MOVE COM-SUCURSAL-OPE           TO SUCALTO
           END-IF.

           MOVE WS-FECHA-HOY                  TO FECNOVO.
           MOVE -1                            TO TIPDOCL.

           PERFORM 8100-ENVIAR-ALTA
              THRU 8100-F-ENVIAR-ALTA.

       2050-F-PANTALLA-VACIA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 1 0 0 - R E C I B I R - A L T A                 *
      *----------------------------------------------------------------*
      *   CADA PASO DEJA EL MENSAJE Y EL CURSOR EN EL PRIMER CAMPO CON *
      *   PROBLEMAS Y DEVUELVE LA PANTALLA TAL COMO LA CARGO EL        *
      *   OPERADOR; SOLO EL ALTA QUE PASA TODOS LOS CONTROLES SE GRABA.*
      *----------------------------------------------------------------*

       2100-RECIBIR-ALTA.

           MOVE '2100-RECIBIR-ALTA'           TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPALTI.

           EXEC CICS
                RECEIVE MAP(CT-MAPA-ALTA)
                        MAPSET(CT-MAPSET)
                        INTO(MAPALTI)
                        RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(MAPFAIL)
                    MOVE 'INGRESE LOS DATOS DEL CLIENTE NUEVO'
                                              TO WS-MENSAJE

                    PERFORM 2050-PANTALLA-VACIA
                       THRU 2050-F-PANTALLA-VACIA

                    GO TO 2100-F-RECIBIR-ALTA
               WHEN OTHER
                    MOVE CT-RECEIVE           TO AUX-ERR-ACCION
                    MOVE CT-MAPA-ALTA         TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           SET ALTA-VALIDA                    TO TRUE.

           PERFORM 2200-VALIDAR-ALTA
              THRU 2200-F-VALIDAR-ALTA.

           IF ALTA-VALIDA
              PERFORM 2300-VERIFICAR-DUPLICADOS
                 THRU 2300-F-VERIFICAR-DUPLICADOS
           END-IF.

           IF ALTA-VALIDA
              PERFORM 2400-VERIFICAR-LISTNEG
                 THRU 2400-F-VERIFICAR-LISTNEG
           END-IF.

           IF ALTA-INVALIDA
              PERFORM 8100-ENVIAR-ALTA
                 THRU 8100-F-ENVIAR-ALTA

              GO TO 2100-F-RECIBIR-ALTA
           END-IF.

           PERFORM 2500-GRABAR-ALTA
              THRU 2500-F-GRABAR-ALTA.

       2100-F-RECIBIR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 0 0 - V A L I D A R - A L T A                 *
      *----------------------------------------------------------------*
      *   MISMAS REGLAS DE LA PREVALIDACION DE NOVEDADES: EL REGISTRO  *
      *   SE ARMA EN EL LAYOUT CPNOVCLI Y SE CONTROLA CAMPO POR CAMPO. *
      *----------------------------------------------------------------*

       2200-VALIDAR-ALTA.

           MOVE '2200-VALIDAR-ALTA'           TO WS-PARRAFO.

           INITIALIZE WS-REG-NOVCLIE.
           SET NOV-NOVEDAD-INTEGRAL           TO TRUE.
           MOVE COM-USUARIO                   TO NOV-USUARIO.

           IF TIPDOCL IS EQUAL TO ZERO OR
              TIPDOCI IS EQUAL TO SPACES
              MOVE 'INGRESE EL TIPO DE DOCUMENTO'
                                              TO WS-MENSAJE
              MOVE -1                         TO TIPDOCL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           MOVE TIPDOCI                       TO NOV-TIP-DOC.

           IF NRODOCI IS NOT NUMERIC
              MOVE 'EL NRO DE DOCUMENTO DEBE SER NUMERICO'
                                              TO WS-MENSAJE
              MOVE -1                         TO NRODOCL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           MOVE NRODOCI                       TO NOV-NRO-DOC.

           IF NOV-NRO-DOC IS EQUAL TO ZEROS
              MOVE 'EL NRO DE DOCUMENTO NO PUEDE SER CERO'
                                              TO WS-MENSAJE
              MOVE -1                         TO NRODOCL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           MOVE 'TIPDOC'                      TO WS-CODREF-DOMINIO.
           MOVE NOV-TIP-DOC                   TO WS-CODREF-CODIGO.

           PERFORM 2250-BUSCAR-CODREF
              THRU 2250-F-BUSCAR-CODREF.

           IF CODREF-DESCONOCIDO
              MOVE 'TIPO DE DOCUMENTO INEXISTENTE O INACTIVO'
                                              TO WS-MENSAJE
              MOVE -1                         TO TIPDOCL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           IF NOMAPEL IS EQUAL TO ZERO
              MOVE SPACES                     TO NOR-NOMBRE
           ELSE
              MOVE NOMAPEI                    TO NOR-NOMBRE

              PERFORM 8600-NORMALIZAR-NOMBRE
                 THRU 8600-F-NORMALIZAR-NOMBRE
           END-IF.

           IF NOR-NOMBRE IS EQUAL TO SPACES
              MOVE 'INGRESE APELLIDO Y NOMBRE DEL CLIENTE'
                                              TO WS-MENSAJE
              MOVE -1                         TO NOMAPEL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           MOVE 'SEXO'                        TO WS-CODREF-DOMINIO.
           MOVE SPACES                        TO WS-CODREF-CODIGO.

           IF SEXOL IS GREATER THAN ZERO
              MOVE SEXOI                      TO WS-CODREF-CODIGO
           END-IF.

           PERFORM 2250-BUSCAR-CODREF
              THRU 2250-F-BUSCAR-CODREF.

           IF CODREF-DESCONOCIDO
              MOVE 'SEXO INEXISTENTE O INACTIVO'
                                              TO WS-MENSAJE
              MOVE -1                         TO SEXOL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           IF SUCALTI IS NOT NUMERIC
              MOVE ZEROS                      TO NOV-SUC
           ELSE
              MOVE SUCALTI                    TO NOV-SUC
           END-IF.

           IF NOV-SUC < 1 OR NOV-SUC > 99
              MOVE 'SUCURSAL INVALIDA: DEBE SER DE 01 A 99'
                                              TO WS-MENSAJE
              MOVE -1                         TO SUCALTL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           IF TIPCTAI IS NOT NUMERIC
              MOVE ZEROS                      TO NOV-CLI-TIPO
           ELSE
              MOVE TIPCTAI                    TO NOV-CLI-TIPO
           END-IF.

           IF NOV-CLI-TIPO < 1 OR NOV-CLI-TIPO > 3
              MOVE 'TIPO DE CUENTA INVALIDO: DEBE SER DE 1 A 3'
                                              TO WS-MENSAJE
              MOVE -1                         TO TIPCTAL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           PERFORM 2280-VALIDAR-FECHA
              THRU 2280-F-VALIDAR-FECHA.

           IF ALTA-INVALIDA
              MOVE 'FECHA DE ALTA INVALIDA ( AAAAMMDD )'
                                              TO WS-MENSAJE
              MOVE -1                         TO FECNOVL
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           IF CALLEL IS EQUAL TO ZERO OR
              CALLEI IS EQUAL TO SPACES
              MOVE 'INGRESE LA CALLE DEL DOMICILIO'
                                              TO WS-MENSAJE
              MOVE -1                         TO CALLEL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

           IF LOCALL IS EQUAL TO ZERO OR
              LOCALI IS EQUAL TO SPACES
              MOVE 'INGRESE LA LOCALIDAD DEL DOMICILIO'
                                              TO WS-MENSAJE
              MOVE -1                         TO LOCALL
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2200-F-VALIDAR-ALTA
           END-IF.

       2200-F-VALIDAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 5 0 - B U S C A R - C O D R E F                *
      *----------------------------------------------------------------*
      *   RECORRE CODREF BUSCANDO WS-CODREF-DOMINIO + WS-CODREF-CODIGO *
      *   ACTIVO; DEJA EL RESULTADO EN CODREF-HALLADO / -DESCONOCIDO.  *
      *----------------------------------------------------------------*

       2250-BUSCAR-CODREF.

           MOVE '2250-BUSCAR-CODREF'          TO WS-PARRAFO.

           SET CODREF-DESCONOCIDO             TO TRUE.
           MOVE 'N'                           TO WS-FIN-ESDS-SW.
           MOVE ZEROS                         TO WS-ESDS-RBA.

           EXEC CICS
                STARTBR FILE(CT-CODREF)
                        RIDFLD(WS-ESDS-RBA)
                        RBA
                        RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    GO TO 2250-F-BUSCAR-CODREF
               WHEN OTHER
                    MOVE CT-STARTBR           TO AUX-ERR-ACCION
                    MOVE CT-CODREF            TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           PERFORM 2252-LEER-SIGUIENTE-CODREF
              THRU 2252-F-LEER-SIGUIENTE-CODREF
             UNTIL FIN-ESDS OR CODREF-HALLADO.

           EXEC CICS
                ENDBR FILE(CT-CODREF)
           END-EXEC.

       2250-F-BUSCAR-CODREF.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 5 2 - L E E R - S I G U I E N T E - C O D R E F        *
      *----------------------------------------------------------------*

       2252-LEER-SIGUIENTE-CODREF.

           MOVE '2252-LEER-SIGUIENTE-CODREF'  TO WS-PARRAFO.

           EXEC CICS
                READNEXT FILE(CT-CODREF)
                         INTO(WS-REG-CODREF)
                         RIDFLD(WS-ESDS-RBA)
                         RBA
                         RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(ENDFILE)
                    MOVE 'S'                  TO WS-FIN-ESDS-SW
                    GO TO 2252-F-LEER-SIGUIENTE-CODREF
               WHEN OTHER
                    MOVE CT-READNEXT          TO AUX-ERR-ACCION
                    MOVE CT-CODREF            TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CODR-DOMINIO IS EQUAL TO WS-CODREF-DOMINIO AND
              CODR-CODIGO IS EQUAL TO WS-CODREF-CODIGO AND
              CODR-ESTA-ACTIVO
              SET CODREF-HALLADO              TO TRUE
           END-IF.

       2252-F-LEER-SIGUIENTE-CODREF.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 8 0 - V A L I D A R - F E C H A                 *
      *----------------------------------------------------------------*
      *   ANIO NO MENOR AL MINIMO DE NOVEDADES, MES 1 A 12 Y DIA       *
      *   SEGUN EL MES, CON FEBRERO DE 29 EN LOS ANIOS BISIESTOS.      *
      *----------------------------------------------------------------*

       2280-VALIDAR-FECHA.

           MOVE '2280-VALIDAR-FECHA'          TO WS-PARRAFO.

           IF FECNOVI IS NOT NUMERIC
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2280-F-VALIDAR-FECHA
           END-IF.

           MOVE FECNOVI                       TO NOV-CLI-FECHA.
           MOVE NOV-CLI-FECHA                 TO WS-FECHA-TRABAJO-N.

           IF WS-FTR-ANIO < CT-ANIO-MIN
              SET ALTA-INVALIDA               TO TRUE
              GO TO 2280-F-VALIDAR-FECHA
           END-IF.

           EVALUATE WS-FTR-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                    MOVE 31                   TO WS-MAX-DIA
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30                   TO WS-MAX-DIA
               WHEN 2
                    PERFORM 2285-VALIDAR-BISIESTO
                       THRU 2285-F-VALIDAR-BISIESTO
               WHEN OTHER
                    SET ALTA-INVALIDA         TO TRUE
                    GO TO 2280-F-VALIDAR-FECHA
           END-EVALUATE.

           IF WS-FTR-DIA < 1 OR WS-FTR-DIA > WS-MAX-DIA
              SET ALTA-INVALIDA               TO TRUE
           END-IF.

       2280-F-VALIDAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 8 5 - V A L I D A R - B I S I E S T O          *
      *----------------------------------------------------------------*

       2285-VALIDAR-BISIESTO.

           MOVE '2285-VALIDAR-BISIESTO'       TO WS-PARRAFO.

           DIVIDE WS-FTR-ANIO BY 4   GIVING WS-COCIENTE
                                  REMAINDER WS-RESTO-4.
           DIVIDE WS-FTR-ANIO BY 100 GIVING WS-COCIENTE
                                  REMAINDER WS-RESTO-100.
           DIVIDE WS-FTR-ANIO BY 400 GIVING WS-COCIENTE
                                  REMAINDER WS-RESTO-400.

           IF WS-RESTO-4 IS EQUAL TO ZERO AND
              ( WS-RESTO-100 IS NOT EQUAL TO ZERO OR
                WS-RESTO-400 IS EQUAL TO ZERO )
              MOVE 29                         TO WS-MAX-DIA
           ELSE
              MOVE 28                         TO WS-MAX-DIA
           END-IF.

       2285-F-VALIDAR-BISIESTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 0 0 - V E R I F I C A R - D U P L I C A D O S        *
      *----------------------------------------------------------------*
      *   EL DOCUMENTO NO DEBE EXISTIR EN TBCURCLI NI EN EL KSDS       *
      *   CLIENTES, NI TENER UN ALTA EN LINEA PENDIENTE DE ENVIO. UN   *
      *   ALTA YA ENVIADA QUE NO LLEGO A TBCURCLI REBOTO EN LA NOCHE:  *
      *   SE PUEDE VOLVER A CAPTURAR Y REEMPLAZA A LA ANTERIOR.        *
      *----------------------------------------------------------------*

       2300-VERIFICAR-DUPLICADOS.

           MOVE '2300-VERIFICAR-DUPLICADOS'   TO WS-PARRAFO.

           MOVE NOV-TIP-DOC                   TO WS-CLI-TIPDOC
                                                 WS-CLV-TIP-DOC.
           MOVE NOV-NRO-DOC                   TO WS-CLI-NRODOC
                                                 WS-CLV-NRO-DOC.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CON-CANTIDAD
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZERO
              MOVE CT-TBCURCLI                TO AUX-ERR-NOMBRE

              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           IF WS-CON-CANTIDAD IS GREATER THAN ZERO
              MOVE 'DOCUMENTO YA REGISTRADO COMO CLIENTE EN TBCURCLI'
                                              TO WS-MENSAJE

              PERFORM 2390-RECHAZAR-DUPLICADO
                 THRU 2390-F-RECHAZAR-DUPLICADO

              GO TO 2300-F-VERIFICAR-DUPLICADOS
           END-IF.

           EXEC CICS
                READ FILE(CT-CLIENTES)
                     INTO(REG-CLIENTE)
                     RIDFLD(WS-CLAVE-CLIENTE)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    MOVE 'DOCUMENTO YA EXISTE EN EL MAESTRO CLIENTES'
                                              TO WS-MENSAJE

                    PERFORM 2390-RECHAZAR-DUPLICADO
                       THRU 2390-F-RECHAZAR-DUPLICADO

                    GO TO 2300-F-VERIFICAR-DUPLICADOS
               WHEN DFHRESP(NOTFND)
                    CONTINUE
               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CLIENTES          TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           MOVE NOV-NRO-DOC                   TO AON-NRO-DOC.
           MOVE NOV-TIP-DOC                   TO AON-TIP-DOC.
           SET SIN-ALTA-PREVIA                TO TRUE.

           EXEC CICS
                READ FILE(CT-ALTAONL)
                     INTO(REG-ALTAONL-TRAB)
                     RIDFLD(AON-CLAVE)
                     RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    IF AON-ENVIADA
                       SET ALTA-PREVIA-ENVIADA
                                              TO TRUE
                    ELSE
                       SET ALTA-PREVIA-PENDIENTE
                                              TO TRUE
                       MOVE 'DOCUMENTO CON OTRA ALTA EN LINEA PENDIENTE'
                                              TO WS-MENSAJE

                       PERFORM 2390-RECHAZAR-DUPLICADO
                          THRU 2390-F-RECHAZAR-DUPLICADO
                    END-IF
               WHEN DFHRESP(NOTFND)
                    CONTINUE
               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ALTAONL           TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2300-F-VERIFICAR-DUPLICADOS.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 9 0 - R E C H A Z A R - D U P L I C A D O            *
      *----------------------------------------------------------------*

       2390-RECHAZAR-DUPLICADO.

           MOVE '2390-RECHAZAR-DUPLICADO'     TO WS-PARRAFO.

           SET ALTA-INVALIDA                  TO TRUE.
           MOVE -1                            TO NRODOCL.

           INITIALIZE WS-REG-AUDCON.
           SET ACO-ALTA-CLIENTE               TO TRUE.
           SET ACO-RESULTADO-DUPLICADO        TO TRUE.
           MOVE NOV-TIP-DOC                   TO ACO-TIPDOC.
           MOVE NOV-NRO-DOC                   TO ACO-NRODOC.

           PERFORM 8300-REGISTRAR-AUDITORIA
              THRU 8300-F-REGISTRAR-AUDITORIA.

       2390-F-RECHAZAR-DUPLICADO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - V E R I F I C A R - L I S T N E G           *
      *----------------------------------------------------------------*
      *   MISMO CRITERIO QUE LA RUTINA COMUN LISTNGLE: COINCIDENCIA    *
      *   EXACTA DEL NOMBRE NORMALIZADO RETIENE EL ALTA ( NO SE GRABA  *
      *   Y SE DERIVA A CUMPLIMIENTO ); COINCIDENCIA EN LAS PRIMERAS   *
      *   QUINCE POSICIONES LA DEJA PASAR MARCADA PARA INFORMARLA.     *
      *----------------------------------------------------------------*

       2400-VERIFICAR-LISTNEG.

           MOVE '2400-VERIFICAR-LISTNEG'      TO WS-PARRAFO.

           MOVE NOR-NOMBRE                    TO WS-LNG-NOMBRE.
           SET LNG-SIN-COINCIDENCIA           TO TRUE.
           MOVE 'N'                           TO WS-FIN-ESDS-SW.
           MOVE ZEROS                         TO WS-ESDS-RBA.

           EXEC CICS
                STARTBR FILE(CT-LISTNEG)
                        RIDFLD(WS-ESDS-RBA)
                        RBA
                        RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(NOTFND)
                    GO TO 2400-F-VERIFICAR-LISTNEG
               WHEN OTHER
                    MOVE CT-STARTBR           TO AUX-ERR-ACCION
                    MOVE CT-LISTNEG           TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           PERFORM 2420-LEER-SIGUIENTE-LISTNEG
              THRU 2420-F-LEER-SIGUIENTE-LISTNEG
             UNTIL FIN-ESDS OR LNG-COINCIDE-EXACTO.

           EXEC CICS
                ENDBR FILE(CT-LISTNEG)
           END-EXEC.

           IF LNG-COINCIDE-EXACTO
              SET ALTA-INVALIDA               TO TRUE
              MOVE 'NOMBRE EN LISTA NEGATIVA: DERIVAR A CUMPLIMIENTO'
                                              TO WS-MENSAJE
              MOVE -1                         TO NOMAPEL

              INITIALIZE WS-REG-AUDCON
              SET ACO-ALTA-CLIENTE            TO TRUE
              SET ACO-RESULTADO-LISTA-NEGATIVA
                                              TO TRUE
              MOVE NOV-TIP-DOC                TO ACO-TIPDOC
              MOVE NOV-NRO-DOC                TO ACO-NRODOC

              PERFORM 8300-REGISTRAR-AUDITORIA
                 THRU 8300-F-REGISTRAR-AUDITORIA
           END-IF.

       2400-F-VERIFICAR-LISTNEG.
           EXIT.

      *----------------------------------------------------------------*
      *    2 4 2 0 - L E E R - S I G U I E N T E - L I S T N E G       *
      *----------------------------------------------------------------*

       2420-LEER-SIGUIENTE-LISTNEG.

           MOVE '2420-LEER-SIGUIENTE-LISTNEG' TO WS-PARRAFO.

           EXEC CICS
                READNEXT FILE(CT-LISTNEG)
                         INTO(WS-REG-LISTNEG)
                         RIDFLD(WS-ESDS-RBA)
                         RBA
                         RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                    CONTINUE
               WHEN DFHRESP(ENDFILE)
                    MOVE 'S'                  TO WS-FIN-ESDS-SW
                    GO TO 2420-F-LEER-SIGUIENTE-LISTNEG
               WHEN OTHER
                    MOVE CT-READNEXT          TO AUX-ERR-ACCION
                    MOVE CT-LISTNEG           TO AUX-ERR-NOMBRE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           EVALUATE TRUE
               WHEN LNG-NOMBRE IS EQUAL TO WS-LNG-NOMBRE
                    SET LNG-COINCIDE-EXACTO   TO TRUE
               WHEN LNG-NOMBRE(1:15) IS EQUAL TO WS-LNG-NOMBRE(1:15)
                    SET LNG-COINCIDE-PARCIAL  TO TRUE
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

       2420-F-LEER-SIGUIENTE-LISTNEG.
           EXIT.

      *----------------------------------------------------------------*
      *               2 5 0 0 - G R A B A R - A L T A                  *
      *----------------------------------------------------------------*
      *   GRABA EL ALTA EN ALTAONL ( O REEMPLAZA LA QUE REBOTO EN UNA  *
      *   NOCHE ANTERIOR ), LA AUDITA Y DEJA LA PANTALLA LISTA PARA EL *
      *   CLIENTE SIGUIENTE CON EL RENGLON DE LA ULTIMA ALTA.          *
      *----------------------------------------------------------------*

       2500-GRABAR-ALTA.

           MOVE '2500-GRABAR-ALTA'            TO WS-PARRAFO.

           IF ALTA-PREVIA-ENVIADA
              EXEC CICS
                   READ FILE(CT-ALTAONL)
                        INTO(REG-ALTAONL-TRAB)
                        RIDFLD(AON-CLAVE)
                        UPDATE
                        RESP(WS-RESP)
              END-EXEC

              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE CT-READ                 TO AUX-ERR-ACCION
                 MOVE CT-ALTAONL              TO AUX-ERR-NOMBRE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           PERFORM 2520-ARMAR-ALTAONL
              THRU 2520-F-ARMAR-ALTAONL.

           IF ALTA-PREVIA-ENVIADA
              EXEC CICS
                   REWRITE FILE(CT-ALTAONL)
                           FROM(REG-ALTAONL-TRAB)
                           RESP(WS-RESP)
              END-EXEC

              IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
                 MOVE CT-REWRITE              TO AUX-ERR-ACCION
                 MOVE CT-ALTAONL              TO AUX-ERR-NOMBRE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           ELSE
              EXEC CICS
                   WRITE FILE(CT-ALTAONL)
                         FROM(REG-ALTAONL-TRAB)
                         RIDFLD(AON-CLAVE)
                         RESP(WS-RESP)
              END-EXEC

              EVALUATE WS-RESP
                  WHEN DFHRESP(NORMAL)
                       CONTINUE
                  WHEN DFHRESP(DUPREC)
      *                OTRA TERMINAL GRABO EL MISMO DOCUMENTO ENTRE LA
      *                VERIFICACION Y ESTA GRABACION.
                       MOVE 'DOCUMENTO CON OTRA ALTA EN LINEA PENDIENTE'
                                              TO WS-MENSAJE

                       PERFORM 2390-RECHAZAR-DUPLICADO
                          THRU 2390-F-RECHAZAR-DUPLICADO

                       PERFORM 8100-ENVIAR-ALTA
                          THRU 8100-F-ENVIAR-ALTA

                       GO TO 2500-F-GRABAR-ALTA
                  WHEN OTHER
                       MOVE CT-WRITE          TO AUX-ERR-ACCION
                       MOVE CT-ALTAONL        TO AUX-ERR-NOMBRE
                       MOVE 10                TO W-N-ERROR

                       PERFORM 9000-SALIDA-ERRORES
                          THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           INITIALIZE WS-REG-AUDCON.
           SET ACO-ALTA-CLIENTE               TO TRUE.
           SET ACO-RESULTADO-OK               TO TRUE.
           MOVE NOV-TIP-DOC                   TO ACO-TIPDOC.
           MOVE NOV-NRO-DOC                   TO ACO-NRODOC.

           PERFORM 8300-REGISTRAR-AUDITORIA
              THRU 8300-F-REGISTRAR-AUDITORIA.

           MOVE NOV-TIP-DOC                   TO LU-TIP-DOC.
           MOVE NOV-NRO-DOC                   TO LU-NRO-DOC.
           MOVE NOR-NOMBRE                    TO LU-NOMAPE.
           MOVE NOV-SUC                       TO LU-SUC.
           MOVE WS-HORA-PANTALLA              TO LU-HORA.
           MOVE WS-LINEA-ULTIMA               TO COM-ULTIMA-ALTA.

           IF LNG-COINCIDE-PARCIAL
              MOVE 'ALTA ACEPTADA. NOMBRE SIMILAR EN LISTA NEGATIVA'
                                              TO WS-MENSAJE
           ELSE
              MOVE 'ALTA ACEPTADA: ENTRA EN LA CONSOLIDACION NOCTURNA'
                                              TO WS-MENSAJE
           END-IF.

           PERFORM 2050-PANTALLA-VACIA
              THRU 2050-F-PANTALLA-VACIA.

       2500-F-GRABAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 2 0 - A R M A R - A L T A O N L                  *
      *----------------------------------------------------------------*

       2520-ARMAR-ALTAONL.

           MOVE '2520-ARMAR-ALTAONL'          TO WS-PARRAFO.

           INITIALIZE REG-ALTAONL-TRAB.

           MOVE NOV-NRO-DOC                   TO AON-NRO-DOC.
           MOVE NOV-TIP-DOC                   TO AON-TIP-DOC.
           MOVE WS-REG-NOVCLIE                TO AON-NOVEDAD.
           MOVE NOR-NOMBRE                    TO AON-NOMAPE.
           MOVE SEXOI                         TO AON-SEXO.
           MOVE CALLEI                        TO AON-CALLE.
           MOVE LOCALI                        TO AON-LOCALIDAD.

           IF CODPOSL IS GREATER THAN ZERO
              MOVE CODPOSI                    TO AON-CODPOS
           END-IF.

           IF TELEFL IS GREATER THAN ZERO
              MOVE TELEFI                     TO AON-TELEFONO
           END-IF.

           IF LNG-COINCIDE-PARCIAL
              SET AON-LNG-PARCIAL             TO TRUE
           ELSE
              SET AON-LNG-SIN-COINCIDENCIA    TO TRUE
           END-IF.

           SET AON-PENDIENTE                  TO TRUE.
           MOVE WS-FECHA-HOY                  TO AON-FECHA-CAPTURA.
           MOVE WS-HORA-PANTALLA              TO AON-HORA-CAPTURA.
           MOVE COM-USUARIO                   TO AON-USUARIO.
           MOVE EIBTRMID                      TO AON-TERMINAL.
           MOVE ZEROS                         TO AON-FECHA-ENVIO.

       2520-F-ARMAR-ALTAONL.
           EXIT.

      *----------------------------------------------------------------*
      *                        3 0 0 0 - F I N                         *
      *----------------------------------------------------------------*
      *   DEVUELVE EL CONTROL A CICS DEJANDO LA TRANSACCION SIAL A LA  *
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

           MOVE 'ALTA DE CLIENTES FINALIZADA' TO WS-TEXTO-ERROR.

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
      *               8 1 0 0 - E N V I A R - A L T A                  *
      *----------------------------------------------------------------*
      *   ENVIA LA PANTALLA COMPLETA: LOS DATOS QUE YA ESTAN EN EL     *
      *   AREA SIMBOLICA VUELVEN A LA TERMINAL Y EL CURSOR QUEDA EN EL *
      *   CAMPO MARCADO CON LONGITUD -1. LOS BYTES DE ATRIBUTO SE      *
      *   LIMPIAN PARA QUE VALGAN LOS DEL MAPSET.                      *
      *----------------------------------------------------------------*

       8100-ENVIAR-ALTA.

           MOVE '8100-ENVIAR-ALTA'            TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO TIPDOCA
                                                 NRODOCA
                                                 NOMAPEA
                                                 SEXOA
                                                 SUCALTA
                                                 TIPCTAA
                                                 FECNOVA
                                                 CALLEA
                                                 CODPOSA
                                                 LOCALA
                                                 TELEFA.

           MOVE WS-FECHA-PANTALLA             TO FECALTO.
           MOVE WS-HORA-PANTALLA              TO HORALTO.
           MOVE COM-USUARIO                   TO OPERADO.
           MOVE COM-NOMBRE-OPE                TO NOMOPEO.
           MOVE COM-ULTIMA-ALTA               TO ULTALTO.
           MOVE WS-MENSAJE                    TO MSGALTO.

           EXEC CICS
                SEND MAP(CT-MAPA-ALTA)
                     MAPSET(CT-MAPSET)
                     FROM(MAPALTO)
                     ERASE
                     CURSOR
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-ALTA               TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8100-F-ENVIAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *                8 1 5 0 - A V I S O - A L T A                   *
      *----------------------------------------------------------------*
      *   SOLO CAMBIA EL MENSAJE: LO DEMAS QUEDA COMO ESTA EN PANTALLA.*
      *----------------------------------------------------------------*

       8150-AVISO-ALTA.

           MOVE '8150-AVISO-ALTA'             TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO MAPALTO.
           MOVE WS-MENSAJE                    TO MSGALTO.

           EXEC CICS
                SEND MAP(CT-MAPA-ALTA)
                     MAPSET(CT-MAPSET)
                     FROM(MAPALTO)
                     DATAONLY
                     FREEKB
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              MOVE CT-SEND                    TO AUX-ERR-ACCION
              MOVE CT-MAPA-ALTA               TO AUX-ERR-NOMBRE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       8150-F-AVISO-ALTA.
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
      *   R U T I N A  C O M U N  D E  N O R M A L I Z A C I O N       *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

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

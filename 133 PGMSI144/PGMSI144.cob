      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI144.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DEPURACION DE DATOS PERSONALES DE CLIENTES DADOS DE BAJA     *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE PERIODICAMENTE PARA NO CONSERVAR DATOS     *
      * PERSONALES DE CLIENTES QUE DEJARON EL BANCO HACE MAS DEL PLAZO *
      * DE RETENCION ( TARJETA DE SYSIN, POR OMISION DIEZ ANIOS ):     *
      *   - RECORRE TBCURCLI CON UN CURSOR DE CLIENTES EN ESTADO 'B'   *
      *     CON FECHA DE BAJA ANTERIOR A LA FECHA DE CORTE, QUE TODAVIA*
      *     NO FUERON ANONIMIZADOS.                                    *
      *   - EXCLUYE, CON SU MOTIVO, AL CLIENTE QUE: TENGA UNA CUENTA   *
      *     ABIERTA EN TBCURCTA; TENGA EL ULTIMO CIERRE DE CUENTA EN   *
      *     TBCURBAJ POSTERIOR AL CORTE; TENGA FONDOS NO RECLAMADOS    *
      *     PENDIENTES EN FONDONR; TENGA UN BLOQUEO LEGAL POR          *
      *     DOCUMENTO ( COPY LEGHLDLE ); O TENGA UN CASO DE LAVADO     *
      *     ABIERTO EN CASOAML.                                        *
      *   - AL RESTO LE BORRA LOS DATOS PERSONALES EN TODOS LOS        *
      *     ARCHIVOS, EN ESTE ORDEN: HISTARCH ( HISTORICO DE NOVEDADES *
      *     DEL DOCUMENTO, SE BORRA ), PREFCLI Y CONTACTO ( SIN VALOR  *
      *     CONTABLE, SE BORRAN ), CLIENTES ( SE CONSERVAN CLAVE,      *
      *     SUCURSAL, CUENTA Y SALDO; NOMBRE, FECHA DE NACIMIENTO Y    *
      *     SEXO SE BLANQUEAN ) Y POR ULTIMO TBCURCLI, CUYO NOMBRE     *
      *     ANONIMO MARCA AL CLIENTE COMO YA DEPURADO: UNA CORRIDA     *
      *     INTERRUMPIDA SE REPITE SIN DOBLE EFECTO.                   *
      *   - TBCURBAJ Y FONDONR SOLO GUARDAN CLAVES ( DOCUMENTO, NRO DE *
      *     CLIENTE Y CUENTA ) QUE LA CONTABILIDAD NECESITA: NO SE     *
      *     TOCAN.                                                     *
      *   - GRABA EL CERTIFICADO PARA LEGALES ( CERTANON ) CON CADA    *
      *     CLIENTE ANONIMIZADO Y LOS ARCHIVOS TOCADOS, Y EL INFORME   *
      *     DE EXCLUIDOS ( EXCLANON ) CON EL MOTIVO DE CADA UNO.       *
      * CON 'SIMULA' EN LA TARJETA NO SE MODIFICA NINGUN ARCHIVO: SE   *
      * EMITEN LOS MISMOS INFORMES PARA REVISION PREVIA DE LEGALES.    *
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

           SELECT CLIENTES  ASSIGN TO CLIENTES
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CLAVE
                            FILE STATUS IS FS-CLIENTES.

           SELECT CONTACTO  ASSIGN TO CONTACTO
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CONTACTO
                            FILE STATUS IS FS-CONTACTO.

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

           SELECT HISTARCH  ASSIGN TO HISTARCH
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS DYNAMIC
                            RECORD KEY IS    KEY-HISTARCH
                            FILE STATUS IS FS-HISTARCH.

           SELECT CASOAML   ASSIGN TO CASOAML
                            ORGANIZATION IS INDEXED
                            ACCESS MODE IS SEQUENTIAL
                            RECORD KEY IS    KEY-CASOAML
                            FILE STATUS IS FS-CASOAML.

           SELECT FONDONR ASSIGN TO FONDONR
                                    FILE STATUS IS FS-FONDONR.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT CERTANON ASSIGN TO CERTANON
                                    FILE STATUS IS FS-CERTANON.

           SELECT EXCLANON ASSIGN TO EXCLANON
                                    FILE STATUS IS FS-EXCLANON.

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

      * CLIENTES ( ARCHIVO VSAM, COPY CPCLIE )

       FD   CLIENTES.

       01 REG-CLIENTES.
          03 KEY-CLAVE    PIC X(13).
          03 FILLER       PIC X(64).

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, COPY CPCONTAC )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * PREFCLI ( ARCHIVO VSAM DE PREFERENCIAS, COPY CPPREFCL )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      * HISTARCH ( HISTORICO DE NOVEDADES CLAVEADO, COPY CPHISARC )

       FD   HISTARCH.
       01   REG-HISTARCH.
            02 KEY-HISTARCH                                 PIC X(33).
            02 FILLER                                       PIC X(40).

      * CASOAML ( CASOS DE LAVADO ABIERTOS, COPY CPCASAML )

       FD   CASOAML.

       01 REG-CASOAML.
          03 KEY-CASOAML  PIC X(08).
          03 FILLER       PIC X(192).

      *----------------------------------------------------------------*
      *   LIBRO DE FONDOS NO RECLAMADOS ( COPY CPFONDNR ).             *
      *----------------------------------------------------------------*

       FD   FONDONR
            RECORDING MODE IS F.
       01   REG-FONDONR                                     PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVO DE BLOQUEOS LEGALES, COMPARTIDO DE LA SUITE          *
      *   ( COPY BLOQMAES ).                                           *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

      *----------------------------------------------------------------*
      *   CERTIFICADO DE ANONIMIZACION E INFORME DE EXCLUIDOS PARA     *
      *   LEGALES.                                                     *
      *----------------------------------------------------------------*

       FD   CERTANON
            RECORDING MODE IS F.
       01   REG-CERTANON                                    PIC X(110).

       FD   EXCLANON
            RECORDING MODE IS F.
       01   REG-EXCLANON                                    PIC X(110).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI144'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-DELETE                     PIC X(08)  VALUE 'DELETE  '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-UPDATE                     PIC X(08)  VALUE 'UPDATE  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-HISTARCH                   PIC X(08)  VALUE 'HISTARCH'.
           02 CT-CASOAML                    PIC X(08)  VALUE 'CASOAML '.
           02 CT-FONDONR                    PIC X(08)  VALUE 'FONDONR '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-CERTANON                   PIC X(08)  VALUE 'CERTANON'.
           02 CT-EXCLANON                   PIC X(08)  VALUE 'EXCLANON'.
           02 CT-TBCURCLI                   PIC X(08)  VALUE 'TBCURCLI'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-ANIOS-RETENCION            PIC 9(02)  VALUE 10.
           02 CT-MAX-TABLA                  PIC 9(03)  VALUE 500.
           02 CT-NOMBRE-ANONIMO             PIC X(30)
                                     VALUE 'CLIENTE ANONIMIZADO'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-ANIOS-RETENCION            PIC 9(02)  VALUE ZEROS.
           02 WS-HIST-BORRADOS              PIC 9(03)  VALUE ZEROS.
           02 WS-ARCHIVOS-TOCADOS           PIC X(50)  VALUE SPACES.
           02 WS-ARCH-PTR                   PIC 9(03)  VALUE ZEROS.
           02 WS-F                          PIC 9(03)  VALUE ZEROS.
           02 WS-A                          PIC 9(03)  VALUE ZEROS.

       01 WS-FECHA-PROCESO.
           02 WS-FPR-ANIO                   PIC 9(04).
           02 WS-FPR-MES                    PIC 9(02).
           02 WS-FPR-DIA                    PIC 9(02).
       01 WS-FECHA-PROCESO-N REDEFINES WS-FECHA-PROCESO
                                            PIC 9(08).

      *----------------------------------------------------------------*
      *   FECHA DE CORTE = FECHA DE PROCESO MENOS EL PLAZO DE          *
      *   RETENCION, EN NUMERICO ( TBCURBAJ ) Y EN FORMATO DATE DE     *
      *   DB2 ( FECBAJ DE TBCURCLI ).                                  *
      *----------------------------------------------------------------*

       01 WS-FECHA-CORTE.
           02 WS-COR-ANIO                   PIC 9(04).
           02 WS-COR-MES                    PIC 9(02).
           02 WS-COR-DIA                    PIC 9(02).
       01 WS-FECHA-CORTE-N REDEFINES WS-FECHA-CORTE
                                            PIC 9(08).

       01 WS-FECHA-CORTE-DB2                PIC X(10)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   PARAMETRO DE SYSIN: MODO ( 'SIMULA' = SIN CAMBIOS ) Y PLAZO  *
      *   DE RETENCION EN ANIOS ( EN BLANCO, EL PLAZO POR OMISION ).   *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 WS-PARM-MODO                  PIC X(06).
           02 FILLER                        PIC X(01).
           02 WS-PARM-ANIOS                 PIC X(02).
           02 FILLER                        PIC X(71).

       01 WS-MODO-SIMULACION-SW             PIC X(01)  VALUE 'N'.
           88 MODO-SIMULACION                          VALUE 'S'.

       01 WS-EXCLUIDO-SW                    PIC X(01)  VALUE 'N'.
           88 CLIENTE-EXCLUIDO                         VALUE 'S'.
           88 CLIENTE-DEPURABLE                        VALUE 'N'.

       01 WS-HALLADO-SW                     PIC X(01)  VALUE 'N'.
           88 DOCUMENTO-HALLADO                        VALUE 'S'.
           88 DOCUMENTO-NO-HALLADO                     VALUE 'N'.

      *----------------------------------------------------------------*
      *   DOCUMENTOS CON FONDOS NO RECLAMADOS PENDIENTES ( FONDONR ) Y *
      *   CON CASO DE LAVADO ABIERTO ( CASOAML ), CARGADOS AL INICIO.  *
      *----------------------------------------------------------------*

       01 WS-CANT-FONDOS                    PIC 9(03)  VALUE ZEROS.

       01 WS-T-FONDOS.
           02 T-FON                         OCCURS 500 TIMES.
              03 T-FON-TIPDOC               PIC X(02).
              03 T-FON-NRODOC               PIC 9(11).

       01 WS-CANT-CASOS                     PIC 9(03)  VALUE ZEROS.

       01 WS-T-CASOS.
           02 T-CAS                         OCCURS 500 TIMES.
              03 T-CAS-TIPDOC               PIC X(02).
              03 T-CAS-NRODOC               PIC 9(11).

      *----------------------------------------------------------------*
      *   VARIABLES HOST PROPIAS: FECHA DE BAJA DEL CLIENTE, ULTIMO    *
      *   CIERRE DE CUENTA Y CUENTAS TODAVIA ABIERTAS.                 *
      *----------------------------------------------------------------*

       01 WS-HOST-DEPURACION.
           02 WS-DEP-FECBAJ                 PIC X(10).
           02 WS-DEP-ULT-CIERRE             PIC S9(09) COMP.
           02 WS-DEP-CTAS-ABIERTAS          PIC S9(09) COMP.

      *----------------------------------------------------------------*
      *   LINEAS DEL CERTIFICADO Y DEL INFORME DE EXCLUIDOS.           *
      *----------------------------------------------------------------*

       01 WS-LIN-CERTIFICADO.
           02 CER-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 CER-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 CER-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 CER-FECBAJ                    PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 CER-ARCHIVOS                  PIC X(50).
           02 FILLER                        PIC X(22)  VALUE SPACES.

       01 WS-LIN-EXCLUIDO.
           02 EXC-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 EXC-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 EXC-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 EXC-FECBAJ                    PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 EXC-MOTIVO                    PIC X(30).
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
           02 CNT-CANDIDATOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-ANONIMIZADOS              PIC 9(05)  VALUE ZEROS.
           02 CNT-EXCLUIDOS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-EXC-CTA-ABIERTA           PIC 9(05)  VALUE ZEROS.
           02 CNT-EXC-CIERRE-RECIENTE       PIC 9(05)  VALUE ZEROS.
           02 CNT-EXC-FONDOS                PIC 9(05)  VALUE ZEROS.
           02 CNT-EXC-BLOQUEO               PIC 9(05)  VALUE ZEROS.
           02 CNT-EXC-CASO-AML              PIC 9(05)  VALUE ZEROS.
           02 CNT-CLIENTES-REGRABADOS       PIC 9(05)  VALUE ZEROS.
           02 CNT-CONTACTOS-BORRADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-PREFCLI-BORRADOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-HISTARCH-BORRADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-CLIENTES                   PIC X(02).
              88 FS-CLIENTES-OK                        VALUE '00'.
              88 FS-CLIENTES-NOTFND                    VALUE '23'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-HISTARCH                   PIC X(02).
              88 FS-HISTARCH-OK                        VALUE '00'.
              88 FS-HISTARCH-EOF                       VALUE '10'.
              88 FS-HISTARCH-NOTFND                    VALUE '23'.

           02 FS-CASOAML                    PIC X(02).
              88 FS-CASOAML-OK                         VALUE '00'.
              88 FS-CASOAML-EOF                        VALUE '10'.

           02 FS-FONDONR                    PIC X(02).
              88 FS-FONDONR-OK                         VALUE '00'.
              88 FS-FONDONR-EOF                        VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-CERTANON                   PIC X(02).
              88 FS-CERTANON-OK                        VALUE '00'.

           02 FS-EXCLANON                   PIC X(02).
              88 FS-EXCLANON-OK                        VALUE '00'.

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

           COPY CPCLIE.

           COPY CPCONTAC.

           COPY CPPREFCL.

           COPY CPHISARC.

           COPY CPCASAML.

           COPY CPFONDNR.

           COPY CPLEGHLD.

           COPY CPFECPRO.

           COPY CPRUNID.

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
             INCLUDE TBCURCLI
           END-EXEC.

      *----------------------------------------------------------------*
      *   CURSOR DE CLIENTES DADOS DE BAJA ANTES DEL CORTE Y TODAVIA   *
      *   NO ANONIMIZADOS.                                             *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE BAJ_CURSOR CURSOR FOR
               SELECT TIPDOC,
                      NRODOC,
                      NROCLI,
                      FECBAJ
                 FROM KC02787.TBCURCLI
                WHERE ESTADO = 'B'
                  AND FECBAJ < :WS-FECHA-CORTE-DB2
                  AND NOMAPE <> :CT-NOMBRE-ANONIMO
             ORDER BY NROCLI
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL CS-CURSOR-EOC.

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

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           PERFORM 1300-CARGAR-FONDOS
              THRU 1300-F-CARGAR-FONDOS.

           PERFORM 1350-CARGAR-CASOS
              THRU 1350-F-CARGAR-CASOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1250-GRABAR-ENCABEZADOS
              THRU 1250-F-GRABAR-ENCABEZADOS.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2200-FETCH-CURSOR
              THRU 2200-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 0 5 0 - L E E R - P A R A M E T R O S             *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           MOVE SPACES                        TO WS-PARM-CARD.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           MOVE CT-ANIOS-RETENCION            TO WS-ANIOS-RETENCION.

           IF WS-PARM-ANIOS IS NUMERIC AND
              WS-PARM-ANIOS IS NOT EQUAL TO ZEROS
              MOVE WS-PARM-ANIOS              TO WS-ANIOS-RETENCION
           END-IF.

           DISPLAY 'PLAZO DE RETENCION EN ANIOS: ' WS-ANIOS-RETENCION.

           IF WS-PARM-MODO IS EQUAL TO 'SIMULA'
              MOVE 'S'                   TO WS-MODO-SIMULACION-SW
              DISPLAY '*************************************'
              DISPLAY '* CORRIDA EN MODO SIMULACION: NO SE *'
              DISPLAY '* MODIFICA NINGUN ARCHIVO NI TABLA  *'
              DISPLAY '*************************************'
           END-IF.

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 0 0 - C A L C U L A R - C O R T E               *
      *----------------------------------------------------------------*
      *   MISMO DIA Y MES, TANTOS ANIOS ATRAS COMO EL PLAZO. UN 29 DE  *
      *   FEBRERO PASA AL 28 PARA QUE EL CORTE SEA UNA FECHA VALIDA.   *
      *----------------------------------------------------------------*

       1100-CALCULAR-CORTE.

           MOVE '1100-CALCULAR-CORTE'         TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-CORTE.
           SUBTRACT WS-ANIOS-RETENCION      FROM WS-COR-ANIO.

           IF WS-COR-MES IS EQUAL TO 02 AND
              WS-COR-DIA IS EQUAL TO 29
              MOVE 28                         TO WS-COR-DIA
           END-IF.

           STRING WS-COR-ANIO  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-COR-MES   DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-COR-DIA   DELIMITED BY SIZE
              INTO WS-FECHA-CORTE-DB2
           END-STRING.

           DISPLAY 'FECHA DE CORTE DE LA DEPURACION: '
                   WS-FECHA-CORTE-DB2.

       1100-F-CALCULAR-CORTE.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN I-O     CLIENTES
                        CONTACTO
                        PREFCLI
                        HISTARCH
                OUTPUT  CERTANON
                        EXCLANON.

           IF NOT FS-CLIENTES-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CLIENTES                TO AUX-ERR-NOMBRE
              MOVE FS-CLIENTES                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CONTACTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
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

           IF NOT FS-HISTARCH-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISTARCH                TO AUX-ERR-NOMBRE
              MOVE FS-HISTARCH                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CERTANON-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CERTANON                TO AUX-ERR-NOMBRE
              MOVE FS-CERTANON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EXCLANON-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EXCLANON                TO AUX-ERR-NOMBRE
              MOVE FS-EXCLANON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 2 5 0 - G R A B A R - E N C A B E Z A D O S           *
      *----------------------------------------------------------------*

       1250-GRABAR-ENCABEZADOS.

           MOVE '1250-GRABAR-ENCABEZADOS'     TO WS-PARRAFO.

           MOVE SPACES                        TO REG-CERTANON.

           IF MODO-SIMULACION
              STRING 'SIMULACION - NO SE MODIFICO NINGUN ARCHIVO - '
                                            DELIMITED BY SIZE
                     'CERTIFICADO DE ANONIMIZACION'
                                            DELIMITED BY SIZE
                 INTO REG-CERTANON
              END-STRING
           ELSE
              MOVE 'CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES'
                                               TO REG-CERTANON
           END-IF.

           PERFORM 2850-ESCRIBIR-CERTIFICADO
              THRU 2850-F-ESCRIBIR-CERTIFICADO.

           STRING 'FECHA DE PROCESO: '      DELIMITED BY SIZE
                  WS-FECHA-PROCESO-N        DELIMITED BY SIZE
                  '  CORRIDA: '             DELIMITED BY SIZE
                  WS-RUN-ID                 DELIMITED BY SIZE
                  '  BAJAS ANTERIORES A: '  DELIMITED BY SIZE
                  WS-FECHA-CORTE-DB2        DELIMITED BY SIZE
              INTO REG-CERTANON
           END-STRING.

           PERFORM 2850-ESCRIBIR-CERTIFICADO
              THRU 2850-F-ESCRIBIR-CERTIFICADO.

           MOVE 'DOCUMENTO      NRO CLI   FECHA BAJA  ARCHIVOS'
                                               TO REG-CERTANON.

           PERFORM 2850-ESCRIBIR-CERTIFICADO
              THRU 2850-F-ESCRIBIR-CERTIFICADO.

           MOVE SPACES                        TO REG-EXCLANON.
           STRING 'CLIENTES EXCLUIDOS DE LA DEPURACION - CORTE: '
                                            DELIMITED BY SIZE
                  WS-FECHA-CORTE-DB2        DELIMITED BY SIZE
              INTO REG-EXCLANON
           END-STRING.

           PERFORM 2950-ESCRIBIR-EXCLUIDO
              THRU 2950-F-ESCRIBIR-EXCLUIDO.

           MOVE 'DOCUMENTO      NRO CLI   FECHA BAJA  MOTIVO'
                                               TO REG-EXCLANON.

           PERFORM 2950-ESCRIBIR-EXCLUIDO
              THRU 2950-F-ESCRIBIR-EXCLUIDO.

       1250-F-GRABAR-ENCABEZADOS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 0 0 - C A R G A R - F O N D O S                 *
      *----------------------------------------------------------------*
      *   SOLO LOS FONDOS PENDIENTES: UN CLIENTE QUE PUEDE VOLVER A    *
      *   RECLAMAR SU DINERO NO SE DEPURA.                             *
      *----------------------------------------------------------------*

       1300-CARGAR-FONDOS.

           MOVE '1300-CARGAR-FONDOS'          TO WS-PARRAFO.

           OPEN INPUT FONDONR.

           IF NOT FS-FONDONR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-FONDONR                 TO AUX-ERR-NOMBRE
              MOVE FS-FONDONR                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1320-LEER-FONDONR
              THRU 1320-F-LEER-FONDONR.

           PERFORM 1310-GUARDAR-FONDO
              THRU 1310-F-GUARDAR-FONDO
             UNTIL FS-FONDONR-EOF.

           CLOSE FONDONR.

       1300-F-CARGAR-FONDOS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 3 1 0 - G U A R D A R - F O N D O                 *
      *----------------------------------------------------------------*

       1310-GUARDAR-FONDO.

           MOVE '1310-GUARDAR-FONDO'          TO WS-PARRAFO.

           IF FON-PENDIENTE
              IF WS-CANT-FONDOS IS LESS THAN CT-MAX-TABLA
                 ADD 1                        TO WS-CANT-FONDOS
                 MOVE FON-TIPDOC     TO T-FON-TIPDOC(WS-CANT-FONDOS)
                 MOVE FON-NRODOC     TO T-FON-NRODOC(WS-CANT-FONDOS)
              ELSE
      *          UNA TABLA INCOMPLETA DEJARIA DEPURAR A UN CLIENTE CON
      *          FONDOS A COBRAR: SIN LUGAR, SE ABORTA.
                 DISPLAY '* TABLA DE FONDOS PENDIENTES LLENA, '
                         'SE ABORTA *'

                 MOVE 'SIZE'                  TO AUX-ERR-ACCION
                 MOVE CT-FONDONR              TO AUX-ERR-NOMBRE
                 MOVE FS-FONDONR              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           PERFORM 1320-LEER-FONDONR
              THRU 1320-F-LEER-FONDONR.

       1310-F-GUARDAR-FONDO.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 2 0 - L E E R - F O N D O N R                 *
      *----------------------------------------------------------------*

       1320-LEER-FONDONR.

           MOVE '1320-LEER-FONDONR'           TO WS-PARRAFO.

           READ FONDONR INTO WS-REG-FONDO.

           EVALUATE TRUE
               WHEN FS-FONDONR-OK
                    CONTINUE

               WHEN FS-FONDONR-EOF
                    SET FS-FONDONR-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-FONDONR           TO AUX-ERR-NOMBRE
                    MOVE FS-FONDONR           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-FONDONR.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 5 0 - C A R G A R - C A S O S                  *
      *----------------------------------------------------------------*
      *   CASOAML SOLO GUARDA CASOS ABIERTOS ( LOS CERRADOS PASAN A    *
      *   HISCASO ): TODO DOCUMENTO QUE APARECE TIENE UN CASO ABIERTO. *
      *----------------------------------------------------------------*

       1350-CARGAR-CASOS.

           MOVE '1350-CARGAR-CASOS'           TO WS-PARRAFO.

           OPEN INPUT CASOAML.

           IF NOT FS-CASOAML-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1370-LEER-CASOAML
              THRU 1370-F-LEER-CASOAML.

           PERFORM 1360-GUARDAR-CASO
              THRU 1360-F-GUARDAR-CASO
             UNTIL FS-CASOAML-EOF.

           CLOSE CASOAML.

       1350-F-CARGAR-CASOS.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 6 0 - G U A R D A R - C A S O                 *
      *----------------------------------------------------------------*

       1360-GUARDAR-CASO.

           MOVE '1360-GUARDAR-CASO'           TO WS-PARRAFO.

           IF WS-CANT-CASOS IS LESS THAN CT-MAX-TABLA
              ADD 1                           TO WS-CANT-CASOS
              MOVE CAS-TIPDOC        TO T-CAS-TIPDOC(WS-CANT-CASOS)
              MOVE CAS-NRODOC        TO T-CAS-NRODOC(WS-CANT-CASOS)
           ELSE
      *       UNA TABLA INCOMPLETA DEJARIA DEPURAR A UN CLIENTE
      *       INVESTIGADO: SIN LUGAR, SE ABORTA.
              DISPLAY '* TABLA DE CASOS AML LLENA, SE ABORTA *'

              MOVE 'SIZE'                     TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1370-LEER-CASOAML
              THRU 1370-F-LEER-CASOAML.

       1360-F-GUARDAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *              1 3 7 0 - L E E R - C A S O A M L                 *
      *----------------------------------------------------------------*

       1370-LEER-CASOAML.

           MOVE '1370-LEER-CASOAML'           TO WS-PARRAFO.

           READ CASOAML NEXT INTO REG-CASOAML-TRAB.

           EVALUATE TRUE
               WHEN FS-CASOAML-OK
                    CONTINUE

               WHEN FS-CASOAML-EOF
                    SET FS-CASOAML-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CASOAML           TO AUX-ERR-NOMBRE
                    MOVE FS-CASOAML           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1370-F-LEER-CASOAML.
           EXIT.

      *----------------------------------------------------------------*
      *              1 4 0 0 - A B R I R - C U R S O R                 *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN BAJ_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-OPEN              TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1400-F-ABRIR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           ADD 1                              TO CNT-CANDIDATOS.

           PERFORM 2100-VERIFICAR-EXCLUSIONES
              THRU 2100-F-VERIFICAR-EXCLUSIONES.

           IF CLIENTE-EXCLUIDO
              PERFORM 2900-GRABAR-EXCLUIDO
                 THRU 2900-F-GRABAR-EXCLUIDO
           ELSE
              PERFORM 2300-ANONIMIZAR-CLIENTE
                 THRU 2300-F-ANONIMIZAR-CLIENTE
           END-IF.

           PERFORM 2200-FETCH-CURSOR
              THRU 2200-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - V E R I F I C A R - E X C L U S I O N E S       *
      *----------------------------------------------------------------*
      *   LA PRIMERA CAUSA QUE APLICA ES LA QUE SE INFORMA. UN ERROR   *
      *   DB2 EN LAS CONSULTAS TAMBIEN EXCLUYE: ANTE LA DUDA, NO SE    *
      *   BORRA NADA.                                                  *
      *----------------------------------------------------------------*

       2100-VERIFICAR-EXCLUSIONES.

           MOVE '2100-VERIFICAR-EXCLUSIONES'  TO WS-PARRAFO.

           SET CLIENTE-DEPURABLE              TO TRUE.
           MOVE SPACES                        TO WS-MOTIVO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-DEP-CTAS-ABIERTAS
               FROM KC02787.TBCURCTA
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'ERROR DB2 EN VERIFICACION'  TO WS-MOTIVO
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           IF WS-DEP-CTAS-ABIERTAS IS GREATER THAN ZEROS
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'TIENE CUENTAS ABIERTAS'   TO WS-MOTIVO
              ADD 1                           TO CNT-EXC-CTA-ABIERTA
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           EXEC SQL
             SELECT COALESCE(MAX(FECCIE), 0)
               INTO :WS-DEP-ULT-CIERRE
               FROM KC02787.TBCURBAJ
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'ERROR DB2 EN VERIFICACION'  TO WS-MOTIVO
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           IF WS-DEP-ULT-CIERRE IS NOT LESS THAN WS-FECHA-CORTE-N
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'CIERRE DE CUENTA RECIENTE' TO WS-MOTIVO
              ADD 1                        TO CNT-EXC-CIERRE-RECIENTE
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           SET DOCUMENTO-NO-HALLADO           TO TRUE.

           PERFORM 2120-COMPARAR-FONDO
              THRU 2120-F-COMPARAR-FONDO
             VARYING WS-F FROM 1 BY 1
               UNTIL WS-F IS GREATER THAN WS-CANT-FONDOS
                  OR DOCUMENTO-HALLADO.

           IF DOCUMENTO-HALLADO
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'FONDOS NO RECLAMADOS'     TO WS-MOTIVO
              ADD 1                           TO CNT-EXC-FONDOS
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           MOVE 'D'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-CLI-TIPDOC                 TO WS-BLQ-BUSQ-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO WS-BLQ-BUSQ-NRO-DOC.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'BLOQUEO LEGAL VIGENTE'    TO WS-MOTIVO
              ADD 1                           TO CNT-EXC-BLOQUEO
              GO TO 2100-F-VERIFICAR-EXCLUSIONES
           END-IF.

           SET DOCUMENTO-NO-HALLADO           TO TRUE.

           PERFORM 2140-COMPARAR-CASO
              THRU 2140-F-COMPARAR-CASO
             VARYING WS-A FROM 1 BY 1
               UNTIL WS-A IS GREATER THAN WS-CANT-CASOS
                  OR DOCUMENTO-HALLADO.

           IF DOCUMENTO-HALLADO
              SET CLIENTE-EXCLUIDO            TO TRUE
              MOVE 'CASO AML ABIERTO'         TO WS-MOTIVO
              ADD 1                           TO CNT-EXC-CASO-AML
           END-IF.

       2100-F-VERIFICAR-EXCLUSIONES.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 2 0 - C O M P A R A R - F O N D O                 *
      *----------------------------------------------------------------*

       2120-COMPARAR-FONDO.

           IF T-FON-TIPDOC(WS-F) IS EQUAL TO WS-CLI-TIPDOC AND
              T-FON-NRODOC(WS-F) IS EQUAL TO WS-CLI-NRODOC
              SET DOCUMENTO-HALLADO           TO TRUE
           END-IF.

       2120-F-COMPARAR-FONDO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 4 0 - C O M P A R A R - C A S O                  *
      *----------------------------------------------------------------*

       2140-COMPARAR-CASO.

           IF T-CAS-TIPDOC(WS-A) IS EQUAL TO WS-CLI-TIPDOC AND
              T-CAS-NRODOC(WS-A) IS EQUAL TO WS-CLI-NRODOC
              SET DOCUMENTO-HALLADO           TO TRUE
           END-IF.

       2140-F-COMPARAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 0 0 - F E T C H - C U R S O R                 *
      *----------------------------------------------------------------*

       2200-FETCH-CURSOR.

           MOVE '2200-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  BAJ_CURSOR
                     INTO
                        :DCLTBCURCLI.WS-CLI-TIPDOC,
                        :DCLTBCURCLI.WS-CLI-NRODOC,
                        :DCLTBCURCLI.WS-CLI-NROCLI,
                        :WS-HOST-DEPURACION.WS-DEP-FECBAJ
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-CURSOR-EOC         TO TRUE

             WHEN OTHER
               SET CS-CURSOR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2200-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 0 0 - A N O N I M I Z A R - C L I E N T E            *
      *----------------------------------------------------------------*
      *   TBCURCLI VA ULTIMO: SU NOMBRE ANONIMO SACA AL CLIENTE DEL    *
      *   CURSOR DE LA PROXIMA CORRIDA, ASI QUE UNA CORRIDA CORTADA A  *
      *   MITAD DE CAMINO VUELVE A TOMARLO Y TERMINA EL TRABAJO ( LOS  *
      *   BORRADOS YA HECHOS DAN "NO ENCONTRADO" Y SE SIGUE ).         *
      *----------------------------------------------------------------*

       2300-ANONIMIZAR-CLIENTE.

           MOVE '2300-ANONIMIZAR-CLIENTE'     TO WS-PARRAFO.

           MOVE SPACES                        TO WS-ARCHIVOS-TOCADOS.
           MOVE 1                             TO WS-ARCH-PTR.
           MOVE ZEROS                         TO WS-HIST-BORRADOS.

           PERFORM 2310-BORRAR-HISTARCH
              THRU 2310-F-BORRAR-HISTARCH.

           PERFORM 2330-BORRAR-PREFCLI
              THRU 2330-F-BORRAR-PREFCLI.

           PERFORM 2340-BORRAR-CONTACTO
              THRU 2340-F-BORRAR-CONTACTO.

           PERFORM 2350-ANONIMIZAR-CLIENTES
              THRU 2350-F-ANONIMIZAR-CLIENTES.

           PERFORM 2360-ANONIMIZAR-TBCURCLI
              THRU 2360-F-ANONIMIZAR-TBCURCLI.

           ADD 1                              TO CNT-ANONIMIZADOS.

           PERFORM 2800-GRABAR-CERTIFICADO
              THRU 2800-F-GRABAR-CERTIFICADO.

       2300-F-ANONIMIZAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 1 0 - B O R R A R - H I S T A R C H               *
      *----------------------------------------------------------------*
      *   SE POSICIONA EN EL PRIMER REGISTRO DEL DOCUMENTO Y BORRA     *
      *   HASTA QUE CAMBIA EL DOCUMENTO.                               *
      *----------------------------------------------------------------*

       2310-BORRAR-HISTARCH.

           MOVE '2310-BORRAR-HISTARCH'        TO WS-PARRAFO.

           MOVE SPACES                        TO REG-HISTARC-TRAB.
           MOVE WS-CLI-TIPDOC                 TO HAR-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO HAR-NRO-DOC.
           MOVE LOW-VALUES                    TO HAR-FECHA
                                                 HAR-HORA.
           MOVE ZEROS                         TO HAR-SECUENCIA.
           MOVE HAR-CLAVE                     TO KEY-HISTARCH.

           START HISTARCH KEY IS NOT LESS THAN KEY-HISTARCH.

           IF NOT FS-HISTARCH-OK
              GO TO 2310-F-BORRAR-HISTARCH
           END-IF.

           PERFORM 2320-LEER-HISTARCH
              THRU 2320-F-LEER-HISTARCH.

           PERFORM 2325-BORRAR-UN-HISTARCH
              THRU 2325-F-BORRAR-UN-HISTARCH
             UNTIL FS-HISTARCH-EOF.

           IF WS-HIST-BORRADOS IS GREATER THAN ZEROS
              STRING 'HISTARCH('     DELIMITED BY SIZE
                     WS-HIST-BORRADOS DELIMITED BY SIZE
                     ') '            DELIMITED BY SIZE
                 INTO WS-ARCHIVOS-TOCADOS
                 WITH POINTER WS-ARCH-PTR
              END-STRING
           END-IF.

       2310-F-BORRAR-HISTARCH.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 2 0 - L E E R - H I S T A R C H                 *
      *----------------------------------------------------------------*

       2320-LEER-HISTARCH.

           MOVE '2320-LEER-HISTARCH'          TO WS-PARRAFO.

           READ HISTARCH NEXT INTO REG-HISTARC-TRAB.

           IF FS-HISTARCH-OK AND
              (HAR-TIP-DOC IS NOT EQUAL TO WS-CLI-TIPDOC OR
               HAR-NRO-DOC IS NOT EQUAL TO WS-CLI-NRODOC)
              SET FS-HISTARCH-EOF             TO TRUE
              GO TO 2320-F-LEER-HISTARCH
           END-IF.

           EVALUATE TRUE
               WHEN FS-HISTARCH-OK
                    CONTINUE

               WHEN FS-HISTARCH-EOF
                    SET FS-HISTARCH-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HISTARCH          TO AUX-ERR-NOMBRE
                    MOVE FS-HISTARCH          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2320-F-LEER-HISTARCH.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 2 5 - B O R R A R - U N - H I S T A R C H           *
      *----------------------------------------------------------------*

       2325-BORRAR-UN-HISTARCH.

           MOVE '2325-BORRAR-UN-HISTARCH'     TO WS-PARRAFO.

           IF NOT MODO-SIMULACION
              DELETE HISTARCH

              IF NOT FS-HISTARCH-OK
                 MOVE CT-DELETE               TO AUX-ERR-ACCION
                 MOVE CT-HISTARCH             TO AUX-ERR-NOMBRE
                 MOVE FS-HISTARCH             TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                              TO WS-HIST-BORRADOS.
           ADD 1                              TO CNT-HISTARCH-BORRADOS.

           PERFORM 2320-LEER-HISTARCH
              THRU 2320-F-LEER-HISTARCH.

       2325-F-BORRAR-UN-HISTARCH.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 3 0 - B O R R A R - P R E F C L I                *
      *----------------------------------------------------------------*

       2330-BORRAR-PREFCLI.

           MOVE '2330-BORRAR-PREFCLI'         TO WS-PARRAFO.

           MOVE WS-CLI-TIPDOC                 TO KEY-PREFCLI(1:2).
           MOVE WS-CLI-NRODOC                 TO KEY-PREFCLI(3:11).

           READ PREFCLI.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               CONTINUE

             WHEN FS-PREFCLI-NOTFND
               GO TO 2330-F-BORRAR-PREFCLI

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF NOT MODO-SIMULACION
              DELETE PREFCLI

              IF NOT FS-PREFCLI-OK
                 MOVE CT-DELETE               TO AUX-ERR-ACCION
                 MOVE CT-PREFCLI              TO AUX-ERR-NOMBRE
                 MOVE FS-PREFCLI              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                              TO CNT-PREFCLI-BORRADOS.

           STRING 'PREFCLI '         DELIMITED BY SIZE
              INTO WS-ARCHIVOS-TOCADOS
              WITH POINTER WS-ARCH-PTR
           END-STRING.

       2330-F-BORRAR-PREFCLI.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 4 0 - B O R R A R - C O N T A C T O               *
      *----------------------------------------------------------------*

       2340-BORRAR-CONTACTO.

           MOVE '2340-BORRAR-CONTACTO'        TO WS-PARRAFO.

           MOVE WS-CLI-TIPDOC                 TO CTT-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK
               CONTINUE

             WHEN FS-CONTACTO-NOTFND
               GO TO 2340-F-BORRAR-CONTACTO

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF NOT MODO-SIMULACION
              DELETE CONTACTO

              IF NOT FS-CONTACTO-OK
                 MOVE CT-DELETE               TO AUX-ERR-ACCION
                 MOVE CT-CONTACTO             TO AUX-ERR-NOMBRE
                 MOVE FS-CONTACTO             TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                              TO CNT-CONTACTOS-BORRADOS.

           STRING 'CONTACTO '        DELIMITED BY SIZE
              INTO WS-ARCHIVOS-TOCADOS
              WITH POINTER WS-ARCH-PTR
           END-STRING.

       2340-F-BORRAR-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 5 0 - A N O N I M I Z A R - C L I E N T E S          *
      *----------------------------------------------------------------*
      *   EL KSDS CLIENTES CONSERVA CLAVE, SUCURSAL, CUENTA Y SALDO.   *
      *----------------------------------------------------------------*

       2350-ANONIMIZAR-CLIENTES.

           MOVE '2350-ANONIMIZAR-CLIENTES'    TO WS-PARRAFO.

           MOVE WS-CLI-TIPDOC                 TO KEY-CLAVE(1:2).
           MOVE WS-CLI-NRODOC                 TO KEY-CLAVE(3:11).

           READ CLIENTES INTO REG-CLIENTE.

           EVALUATE TRUE
             WHEN FS-CLIENTES-OK
               CONTINUE

             WHEN FS-CLIENTES-NOTFND
               GO TO 2350-F-ANONIMIZAR-CLIENTES

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CLIENTES               TO AUX-ERR-NOMBRE
               MOVE FS-CLIENTES               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           MOVE CT-NOMBRE-ANONIMO             TO CLI-NOMAPE.
           MOVE ZEROS                         TO CLI-AAAAMMDD.
           MOVE SPACES                        TO CLI-SEXO.

           IF NOT MODO-SIMULACION
              REWRITE REG-CLIENTES FROM REG-CLIENTE

              IF NOT FS-CLIENTES-OK
                 MOVE CT-REWRITE              TO AUX-ERR-ACCION
                 MOVE CT-CLIENTES             TO AUX-ERR-NOMBRE
                 MOVE FS-CLIENTES             TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                         TO CNT-CLIENTES-REGRABADOS.

           STRING 'CLIENTES '        DELIMITED BY SIZE
              INTO WS-ARCHIVOS-TOCADOS
              WITH POINTER WS-ARCH-PTR
           END-STRING.

       2350-F-ANONIMIZAR-CLIENTES.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 6 0 - A N O N I M I Z A R - T B C U R C L I          *
      *----------------------------------------------------------------*
      *   SE CONSERVAN DOCUMENTO Y NRO DE CLIENTE ( CLAVES DE TBCURBAJ *
      *   Y FONDONR ), ESTADO Y FECHA DE BAJA.                         *
      *----------------------------------------------------------------*

       2360-ANONIMIZAR-TBCURCLI.

           MOVE '2360-ANONIMIZAR-TBCURCLI'    TO WS-PARRAFO.

           MOVE CT-NOMBRE-ANONIMO             TO WS-CLI-NOMAPE.
           MOVE ZEROS                         TO WS-CLI-FECNAC.
           MOVE SPACES                        TO WS-CLI-SEXO.

           IF MODO-SIMULACION
              MOVE ZEROS                      TO SQLCODE
           ELSE
           EXEC SQL
             UPDATE KC02787.TBCURCLI
                SET NOMAPE = :WS-CLI-NOMAPE,
                    FECNAC = :WS-CLI-FECNAC,
                    SEXO   = :WS-CLI-SEXO
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-UPDATE                  TO AUX-ERR-ACCION
              MOVE CT-TBCURCLI                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           STRING 'TBCURCLI'         DELIMITED BY SIZE
              INTO WS-ARCHIVOS-TOCADOS
              WITH POINTER WS-ARCH-PTR
           END-STRING.

       2360-F-ANONIMIZAR-TBCURCLI.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 0 0 - G R A B A R - C E R T I F I C A D O           *
      *----------------------------------------------------------------*

       2800-GRABAR-CERTIFICADO.

           MOVE '2800-GRABAR-CERTIFICADO'     TO WS-PARRAFO.

           MOVE WS-CLI-TIPDOC                 TO CER-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO CER-NRODOC.
           MOVE WS-CLI-NROCLI                 TO CER-NROCLI.
           MOVE WS-DEP-FECBAJ                 TO CER-FECBAJ.
           MOVE WS-ARCHIVOS-TOCADOS           TO CER-ARCHIVOS.

           MOVE WS-LIN-CERTIFICADO            TO REG-CERTANON.

           PERFORM 2850-ESCRIBIR-CERTIFICADO
              THRU 2850-F-ESCRIBIR-CERTIFICADO.

       2800-F-GRABAR-CERTIFICADO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 5 0 - E S C R I B I R - C E R T I F I C A D O         *
      *----------------------------------------------------------------*

       2850-ESCRIBIR-CERTIFICADO.

           WRITE REG-CERTANON.

           IF NOT FS-CERTANON-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CERTANON                TO AUX-ERR-NOMBRE
              MOVE FS-CERTANON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CERTANON.

       2850-F-ESCRIBIR-CERTIFICADO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 0 0 - G R A B A R - E X C L U I D O               *
      *----------------------------------------------------------------*

       2900-GRABAR-EXCLUIDO.

           MOVE '2900-GRABAR-EXCLUIDO'        TO WS-PARRAFO.

           ADD 1                              TO CNT-EXCLUIDOS.

           MOVE WS-CLI-TIPDOC                 TO EXC-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO EXC-NRODOC.
           MOVE WS-CLI-NROCLI                 TO EXC-NROCLI.
           MOVE WS-DEP-FECBAJ                 TO EXC-FECBAJ.
           MOVE WS-MOTIVO                     TO EXC-MOTIVO.

           MOVE WS-LIN-EXCLUIDO               TO REG-EXCLANON.

           PERFORM 2950-ESCRIBIR-EXCLUIDO
              THRU 2950-F-ESCRIBIR-EXCLUIDO.

       2900-F-GRABAR-EXCLUIDO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 9 5 0 - E S C R I B I R - E X C L U I D O             *
      *----------------------------------------------------------------*

       2950-ESCRIBIR-EXCLUIDO.

           WRITE REG-EXCLANON.

           IF NOT FS-EXCLANON-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EXCLANON                TO AUX-ERR-NOMBRE
              MOVE FS-EXCLANON                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-EXCLANON.

       2950-F-ESCRIBIR-EXCLUIDO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *              3 1 0 0 - C E R R A R - C U R S O R               *
      *----------------------------------------------------------------*

       3100-CERRAR-CURSOR.

           MOVE '3100-CERRAR-CURSOR'          TO WS-PARRAFO.

           EXEC SQL
              CLOSE BAJ_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE              TO CT-SQLCODE-EDIT

              MOVE CT-CLOSE             TO AUX-ERR-ACCION
              MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
              MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
              MOVE 10                   TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3100-F-CERRAR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           MOVE SPACES                        TO REG-CERTANON.
           STRING 'TOTAL DE CLIENTES ANONIMIZADOS: '
                                            DELIMITED BY SIZE
                  CNT-ANONIMIZADOS          DELIMITED BY SIZE
              INTO REG-CERTANON
           END-STRING.

           PERFORM 2850-ESCRIBIR-CERTIFICADO
              THRU 2850-F-ESCRIBIR-CERTIFICADO.

           STRING 'TOTAL DE CLIENTES EXCLUIDOS: '
                                            DELIMITED BY SIZE
                  CNT-EXCLUIDOS             DELIMITED BY SIZE
              INTO REG-EXCLANON
           END-STRING.

           PERFORM 2950-ESCRIBIR-EXCLUIDO
              THRU 2950-F-ESCRIBIR-EXCLUIDO.

           CLOSE CLIENTES
                 CONTACTO
                 PREFCLI
                 HISTARCH
                 CERTANON
                 EXCLANON.

           IF NOT FS-CERTANON-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CERTANON                TO AUX-ERR-NOMBRE
              MOVE FS-CERTANON                TO AUX-ERR-STATUS
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
           DISPLAY '*                PROGRAMA PGMSI144               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.

           MOVE CNT-CANDIDATOS                TO WS-MASCARA.
           DISPLAY '* CLIENTES DE BAJA ANTERIORES AL CORTE:   '
                                                      WS-MASCARA '   *'.

           MOVE CNT-ANONIMIZADOS              TO WS-MASCARA.
           DISPLAY '* CLIENTES ANONIMIZADOS:                  '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EXCLUIDOS                 TO WS-MASCARA.
           DISPLAY '* CLIENTES EXCLUIDOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EXC-CTA-ABIERTA           TO WS-MASCARA.
           DISPLAY '*   CON CUENTAS ABIERTAS:                 '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EXC-CIERRE-RECIENTE       TO WS-MASCARA.
           DISPLAY '*   CON CIERRE DE CUENTA RECIENTE:        '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EXC-FONDOS                TO WS-MASCARA.
           DISPLAY '*   CON FONDOS NO RECLAMADOS:             '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EXC-BLOQUEO               TO WS-MASCARA.
           DISPLAY '*   CON BLOQUEO LEGAL:                    '
                                                      WS-MASCARA '   *'.

           MOVE CNT-EXC-CASO-AML              TO WS-MASCARA.
           DISPLAY '*   CON CASO AML ABIERTO:                 '
                                                      WS-MASCARA '   *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '*   POR ERROR DB2:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLIENTES-REGRABADOS       TO WS-MASCARA.
           DISPLAY '* REGISTROS CLIENTES ANONIMIZADOS:        '
                                                      WS-MASCARA '   *'.

           MOVE CNT-CONTACTOS-BORRADOS        TO WS-MASCARA.
           DISPLAY '* REGISTROS CONTACTO BORRADOS:            '
                                                      WS-MASCARA '   *'.

           MOVE CNT-PREFCLI-BORRADOS          TO WS-MASCARA.
           DISPLAY '* REGISTROS PREFCLI BORRADOS:             '
                                                      WS-MASCARA '   *'.

           MOVE CNT-HISTARCH-BORRADOS         TO WS-MASCARA.
           DISPLAY '* REGISTROS HISTARCH BORRADOS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'CANDIDATOS='    DELIMITED BY SIZE
                  CNT-CANDIDATOS   DELIMITED BY SIZE
                  ' ANONIMIZ='     DELIMITED BY SIZE
                  CNT-ANONIMIZADOS DELIMITED BY SIZE
                  ' EXCLUIDOS='    DELIMITED BY SIZE
                  CNT-EXCLUIDOS    DELIMITED BY SIZE
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
      *          1 8 5 5 - L E E R - F E C P R O C                     *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        1 8 9 0 - C A R G A R - B L O Q U E O S                 *
      *----------------------------------------------------------------*

           COPY LEGHLDLE.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI160.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   RECERTIFICACION TRIMESTRAL DE ACCESOS DE SUPERVISORES Y      *
      *   CONTROL DE SEGREGACION DE FUNCIONES                          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR TRIMESTRE PARA AUDITORIA Y     *
      * ARMA EL INFORME DE RECERTIFICACION QUE FIRMA CADA GERENTE:     *
      *   - LOS PERMISOS SON LOS PARES SUPERVISOR + PROGRAMA FIRMADOS  *
      *     EN AUTORIZA ( COPY CPAUTORI ). UN SUPERVISOR QUE APARECE   *
      *     USANDO UN PROGRAMA EN SEGAUDIT SIN NINGUNA FIRMA EN        *
      *     AUTORIZA ( REVISORES DE PGMSIN56, APROBADORES DE PGMSIN95 )*
      *     TAMBIEN SE LISTA, COMO PERMISO DE HECHO.                   *
      *   - EL ULTIMO USO DE CADA PERMISO ES LA ULTIMA LINEA DE        *
      *     SEGAUDIT DEL MISMO SUPERVISOR Y PROGRAMA. UN PERMISO SIN   *
      *     USO EN LOS ULTIMOS 90 DIAS, O DE UN OPERADOR SUSPENDIDO O  *
      *     SIN LEGAJO EN OPERADOR, SE MARCA PARA REVOCAR.             *
      *   - CONFLICTOS DE SEGREGACION DE FUNCIONES DEL PERIODO: LAS    *
      *     DECISIONES DE SEGAUDIT ( VISTA SEG-AUD-DECISION ) DONDE EL *
      *     AUTOR DEL CAMBIO ES EL MISMO QUE LO REVISO ( PGMSIN56 ) O  *
      *     LO APROBO ( PGMSIN95 ).                                    *
      *   - EL INFORME RECERT SALE AGRUPADO POR LA SUCURSAL DEL        *
      *     SUPERVISOR SEGUN EL MAESTRO OPERADOR, UNA HOJA POR         *
      *     GERENTE CON EL NOMBRE DE SUCMAES, SUS PERMISOS, SUS        *
      *     CONFLICTOS Y EL PIE DE CONFORMIDAD. LOS SUPERVISORES       *
      *     SIN LEGAJO VAN EN UNA HOJA APARTE PARA SEGURIDAD           *
      *     INFORMATICA.                                               *
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

           SELECT AUTORIZA ASSIGN TO AUTORIZA
                                    FILE STATUS IS FS-AUTORIZA.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

           SELECT OPERADOR ASSIGN TO OPERADOR
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OPE-KEY-USUARIO
                           FILE STATUS IS FS-OPERADOR.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT RECERT ASSIGN TO RECERT
                                    FILE STATUS IS FS-RECERT.

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
      *   FIRMAS DE AUTORIZACION Y AUDITORIA DE SEGURIDAD ( COPY       *
      *   CPAUTORI ).                                                  *
      *----------------------------------------------------------------*

       FD   AUTORIZA
            RECORDING MODE IS F.
       01   REG-AUTORIZA                                    PIC X(30).

       FD   SEGAUDIT
            RECORDING MODE IS F.
       01   REG-SEGAUDIT                                    PIC X(100).

      *----------------------------------------------------------------*
      *   MAESTRO DE OPERADORES ( ARCHIVO VSAM, COPY CPOPERAD )        *
      *----------------------------------------------------------------*

       FD   OPERADOR.

       01   REG-OPERADOR.
            03 OPE-KEY-USUARIO                              PIC X(08).
            03 FILLER                                       PIC X(72).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   INFORME DE RECERTIFICACION, UNA HOJA POR GERENTE.            *
      *----------------------------------------------------------------*

       FD   RECERT
            RECORDING MODE IS F.
       01   REG-RECERT                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI160'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-AUTORIZA                   PIC X(08)  VALUE 'AUTORIZA'.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.
           02 CT-OPERADOR                   PIC X(08)  VALUE 'OPERADOR'.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-RECERT                     PIC X(08)  VALUE 'RECERT  '.
           02 CT-PGM-CAMBIOS                PIC X(08)  VALUE 'PGMSIN56'.
           02 CT-PGM-PARAMETROS             PIC X(08)  VALUE 'PGMSIN95'.
           02 CT-DIAS-SIN-USO               PIC 9(03)  VALUE 90.
           02 CT-MAX-PERMISOS               PIC 9(03)  VALUE 500.
           02 CT-MAX-CONFLICTOS             PIC 9(03)  VALUE 500.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-SUC                        PIC 9(03)  VALUE ZEROS.
           02 WS-P                          PIC 9(03)  VALUE ZEROS.
           02 WS-X                          PIC 9(03)  VALUE ZEROS.
           02 WS-SUPERVISOR-BUSCADO         PIC X(08)  VALUE SPACES.
           02 WS-PROGRAMA-BUSCADO           PIC X(08)  VALUE SPACES.
           02 WS-CANT-PERMISOS-SUC          PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-CONFLICTOS-SUC        PIC 9(03)  VALUE ZEROS.
           02 WS-PERMISO-HALLADO-SW         PIC X(01)  VALUE 'N'.
              88 PERMISO-HALLADO                       VALUE 'S'.
              88 PERMISO-NO-HALLADO                    VALUE 'N'.

      *----------------------------------------------------------------*
      *   FECHA AUXILIAR PARA IMPRIMIR COMO DD/MM/AAAA                 *
      *----------------------------------------------------------------*

       01 WS-FECHA-AUX.
           02 WS-FAX-ANIO                   PIC 9(04).
           02 WS-FAX-MES                    PIC 9(02).
           02 WS-FAX-DIA                    PIC 9(02).
       01 WS-FECHA-AUX-N REDEFINES WS-FECHA-AUX
                                            PIC 9(08).

       01 WS-FECHA-EDIT.
           02 WS-FED-DIA                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-MES                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 WS-FED-ANIO                   PIC 9(04).

      *----------------------------------------------------------------*
      *   PERMISOS: SUPERVISOR + PROGRAMA, CON SU ORIGEN ( 'A' FIRMADO *
      *   EN AUTORIZA, 'U' SOLO USO EN SEGAUDIT ), ULTIMA FIRMA,       *
      *   ULTIMO USO, USOS DEL PERIODO Y LOS DATOS DEL OPERADOR.       *
      *----------------------------------------------------------------*

       01 WS-CANT-PERMISOS                  PIC 9(03)  VALUE ZEROS.

       01 WS-T-PERMISOS.
           02 T-PER                         OCCURS 500 TIMES.
              03 T-PER-SUPERVISOR           PIC X(08).
              03 T-PER-PROGRAMA             PIC X(08).
              03 T-PER-ORIGEN               PIC X(01).
                 88 T-PER-FIRMADO                      VALUE 'A'.
                 88 T-PER-DE-HECHO                     VALUE 'U'.
              03 T-PER-ULT-FIRMA            PIC 9(08).
              03 T-PER-ULT-USO              PIC 9(08).
              03 T-PER-USOS-PERIODO         PIC 9(05).
              03 T-PER-SUC                  PIC 9(02).
              03 T-PER-NOMBRE               PIC X(30).
              03 T-PER-PERFIL               PIC X(01).
              03 T-PER-ESTADO               PIC X(01).
              03 T-PER-MOTIVO               PIC X(12).

      *----------------------------------------------------------------*
      *   CONFLICTOS DE SEGREGACION DE FUNCIONES DEL PERIODO           *
      *----------------------------------------------------------------*

       01 WS-CANT-CONFLICTOS                PIC 9(03)  VALUE ZEROS.

       01 WS-T-CONFLICTOS.
           02 T-CNF                         OCCURS 500 TIMES.
              03 T-CNF-SUPERVISOR           PIC X(08).
              03 T-CNF-PROGRAMA             PIC X(08).
              03 T-CNF-FECHA                PIC 9(08).
              03 T-CNF-OBJETO               PIC X(46).

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME RECERT                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)  VALUE
              'RECERTIFICACION DE ACCESOS - SUCURSAL '.
           02 LTI-SUCURSAL                  PIC 9(02).
           02 FILLER                        PIC X(03)  VALUE ' - '.
           02 LTI-NOMBRE                    PIC X(22).
           02 FILLER                        PIC X(10)  VALUE
              'PERIODO: '.
           02 LTI-DESDE                     PIC X(10).
           02 FILLER                        PIC X(03)  VALUE ' A '.
           02 LTI-HASTA                     PIC X(10).
           02 FILLER                        PIC X(32)  VALUE SPACES.

       01 WS-LIN-COL-PERMISOS.
           02 FILLER                        PIC X(40)  VALUE
              'SUPERVISOR NOMBRE                       '.
           02 FILLER                        PIC X(40)  VALUE
              'PF ES PROGRAMA ORIG ULT.FIRMA  ULT.USO  '.
           02 FILLER                        PIC X(52)  VALUE
              '    USOS  REVISION'.

       01 WS-LIN-PERMISO.
           02 LPE-SUPERVISOR                PIC X(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LPE-NOMBRE                    PIC X(28).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPE-PERFIL                    PIC X(01).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPE-ESTADO                    PIC X(01).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPE-PROGRAMA                  PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPE-ORIGEN                    PIC X(04).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPE-ULT-FIRMA                 PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPE-ULT-USO                   PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPE-USOS                      PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPE-MOTIVO                    PIC X(12).
           02 FILLER                        PIC X(31)  VALUE SPACES.

       01 WS-LIN-COL-CONFLICTOS.
           02 FILLER                        PIC X(50)  VALUE
              'CONFLICTOS DE SEGREGACION DE FUNCIONES DEL PERIODO'.
           02 FILLER                        PIC X(82)  VALUE SPACES.

       01 WS-LIN-CONFLICTO.
           02 LCO-FECHA                     PIC X(10).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCO-SUPERVISOR                PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCO-DESCRIPCION               PIC X(38).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCO-OBJETO                    PIC X(46).
           02 FILLER                        PIC X(27)  VALUE SPACES.

       01 WS-LIN-FIRMA.
           02 FILLER                        PIC X(44)  VALUE
              'CONFORME GERENTE: ..........................'.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 FILLER                        PIC X(30)  VALUE
              'FIRMA: .......................'.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 FILLER                        PIC X(20)  VALUE
              'FECHA: ..../..../...'.
           02 FILLER                        PIC X(30)  VALUE SPACES.

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
           02 CNT-AUTORIZA-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-SEGAUDIT-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-PERMISOS-DE-HECHO         PIC 9(05)  VALUE ZEROS.
           02 CNT-PERMISOS-REVOCAR          PIC 9(05)  VALUE ZEROS.
           02 CNT-SIN-LEGAJO                PIC 9(05)  VALUE ZEROS.
           02 CNT-CONFLICTOS-SOD            PIC 9(05)  VALUE ZEROS.
           02 CNT-GERENTES                  PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-AUTORIZA                   PIC X(02).
              88 FS-AUTORIZA-OK                        VALUE '00'.
              88 FS-AUTORIZA-EOF                       VALUE '10'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.
              88 FS-SEGAUDIT-EOF                       VALUE '10'.

           02 FS-OPERADOR                   PIC X(02).
              88 FS-OPERADOR-OK                        VALUE '00'.
              88 FS-OPERADOR-NOTFND                    VALUE '23'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-RECERT                     PIC X(02).
              88 FS-RECERT-OK                          VALUE '00'.

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

           COPY CPOPERAD.

           COPY CPSUCUR.

           COPY CPFECPRO.

           COPY CPRUNID.

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

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    - CT-DIAS-SIN-USO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1300-CARGAR-AUTORIZA
              THRU 1300-F-CARGAR-AUTORIZA.

           PERFORM 1500-CARGAR-SEGAUDIT
              THRU 1500-F-CARGAR-SEGAUDIT.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   AUTORIZA
                        SEGAUDIT
                        OPERADOR
                OUTPUT  RECERT.

           IF NOT FS-AUTORIZA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUTORIZA                TO AUX-ERR-NOMBRE
              MOVE FS-AUTORIZA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-OPERADOR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-OPERADOR                TO AUX-ERR-NOMBRE
              MOVE FS-OPERADOR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECERT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECERT                  TO AUX-ERR-NOMBRE
              MOVE FS-RECERT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *         1 3 0 0 - C A R G A R - A U T O R I Z A                *
      *----------------------------------------------------------------*
      *   CADA PAR SUPERVISOR + PROGRAMA FIRMADO ES UN PERMISO; SE     *
      *   GUARDA LA FECHA DE LA ULTIMA FIRMA.                          *
      *----------------------------------------------------------------*

       1300-CARGAR-AUTORIZA.

           MOVE '1300-CARGAR-AUTORIZA'        TO WS-PARRAFO.

           PERFORM 1320-LEER-AUTORIZA
              THRU 1320-F-LEER-AUTORIZA.

           PERFORM 1340-GUARDAR-AUTORIZA
              THRU 1340-F-GUARDAR-AUTORIZA
             UNTIL FS-AUTORIZA-EOF.

           CLOSE AUTORIZA.

       1300-F-CARGAR-AUTORIZA.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 2 0 - L E E R - A U T O R I Z A                  *
      *----------------------------------------------------------------*

       1320-LEER-AUTORIZA.

           MOVE '1320-LEER-AUTORIZA'          TO WS-PARRAFO.

           READ AUTORIZA INTO WS-REG-AUTORIZA.

           EVALUATE TRUE
               WHEN FS-AUTORIZA-OK
                    ADD 1                     TO CNT-AUTORIZA-LEIDOS

               WHEN FS-AUTORIZA-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-AUTORIZA          TO AUX-ERR-NOMBRE
                    MOVE FS-AUTORIZA          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-AUTORIZA.
           EXIT.

      *----------------------------------------------------------------*
      *         1 3 4 0 - G U A R D A R - A U T O R I Z A              *
      *----------------------------------------------------------------*

       1340-GUARDAR-AUTORIZA.

           MOVE '1340-GUARDAR-AUTORIZA'       TO WS-PARRAFO.

           IF AUT-REG-SUPERVISOR IS NOT EQUAL TO SPACES
              MOVE AUT-REG-SUPERVISOR         TO WS-SUPERVISOR-BUSCADO
              MOVE AUT-REG-PROGRAMA           TO WS-PROGRAMA-BUSCADO

              PERFORM 1400-UBICAR-PERMISO
                 THRU 1400-F-UBICAR-PERMISO

              SET T-PER-FIRMADO(WS-P)         TO TRUE

              IF AUT-REG-FECHA IS GREATER THAN T-PER-ULT-FIRMA(WS-P)
                 MOVE AUT-REG-FECHA           TO T-PER-ULT-FIRMA(WS-P)
              END-IF
           END-IF.

           PERFORM 1320-LEER-AUTORIZA
              THRU 1320-F-LEER-AUTORIZA.

       1340-F-GUARDAR-AUTORIZA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 0 0 - U B I C A R - P E R M I S O                 *
      *----------------------------------------------------------------*
      *   DEJA EN WS-P EL PERMISO WS-SUPERVISOR-BUSCADO +              *
      *   WS-PROGRAMA-BUSCADO; SI NO EXISTE LO AGREGA COMO PERMISO DE  *
      *   HECHO. TABLA LLENA: EL PASO ABORTA.                          *
      *----------------------------------------------------------------*

       1400-UBICAR-PERMISO.

           SET PERMISO-NO-HALLADO             TO TRUE.

           PERFORM 1420-COMPARAR-PERMISO
              THRU 1420-F-COMPARAR-PERMISO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PERMISOS
                  OR PERMISO-HALLADO.

           IF PERMISO-HALLADO
              SUBTRACT 1                      FROM WS-P
              GO TO 1400-F-UBICAR-PERMISO
           END-IF.

           IF WS-CANT-PERMISOS IS NOT LESS THAN CT-MAX-PERMISOS
              DISPLAY '* TABLA DE PERMISOS LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-AUTORIZA                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PERMISOS.
           MOVE WS-CANT-PERMISOS              TO WS-P.
           MOVE WS-SUPERVISOR-BUSCADO         TO T-PER-SUPERVISOR(WS-P).
           MOVE WS-PROGRAMA-BUSCADO           TO T-PER-PROGRAMA(WS-P).
           MOVE 'U'                           TO T-PER-ORIGEN(WS-P).
           MOVE ZEROS                         TO T-PER-ULT-FIRMA(WS-P)
                                                 T-PER-ULT-USO(WS-P)
                                                 T-PER-SUC(WS-P).
           MOVE ZEROS                      TO T-PER-USOS-PERIODO(WS-P).
           MOVE SPACES                        TO T-PER-NOMBRE(WS-P)
                                                 T-PER-PERFIL(WS-P)
                                                 T-PER-ESTADO(WS-P)
                                                 T-PER-MOTIVO(WS-P).

       1400-F-UBICAR-PERMISO.
           EXIT.

      *----------------------------------------------------------------*
      *         1 4 2 0 - C O M P A R A R - P E R M I S O              *
      *----------------------------------------------------------------*

       1420-COMPARAR-PERMISO.

           IF T-PER-SUPERVISOR(WS-P) IS EQUAL TO WS-SUPERVISOR-BUSCADO
              AND T-PER-PROGRAMA(WS-P) IS EQUAL TO WS-PROGRAMA-BUSCADO
              SET PERMISO-HALLADO             TO TRUE
           END-IF.

       1420-F-COMPARAR-PERMISO.
           EXIT.

      *----------------------------------------------------------------*
      *         1 5 0 0 - C A R G A R - S E G A U D I T                *
      *----------------------------------------------------------------*
      *   CADA LINEA CON SUPERVISOR ES UN USO DEL PERMISO; LAS         *
      *   DECISIONES DEL PERIODO DONDE EL AUTOR ES EL MISMO SUPERVISOR *
      *   SON CONFLICTOS DE SEGREGACION DE FUNCIONES.                  *
      *----------------------------------------------------------------*

       1500-CARGAR-SEGAUDIT.

           MOVE '1500-CARGAR-SEGAUDIT'        TO WS-PARRAFO.

           PERFORM 1520-LEER-SEGAUDIT
              THRU 1520-F-LEER-SEGAUDIT.

           PERFORM 1540-GUARDAR-USO
              THRU 1540-F-GUARDAR-USO
             UNTIL FS-SEGAUDIT-EOF.

           CLOSE SEGAUDIT.

       1500-F-CARGAR-SEGAUDIT.
           EXIT.

      *----------------------------------------------------------------*
      *           1 5 2 0 - L E E R - S E G A U D I T                  *
      *----------------------------------------------------------------*

       1520-LEER-SEGAUDIT.

           MOVE '1520-LEER-SEGAUDIT'          TO WS-PARRAFO.

           READ SEGAUDIT INTO WS-REG-SEGAUDIT.

           EVALUATE TRUE
               WHEN FS-SEGAUDIT-OK
                    ADD 1                     TO CNT-SEGAUDIT-LEIDOS

               WHEN FS-SEGAUDIT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SEGAUDIT          TO AUX-ERR-NOMBRE
                    MOVE FS-SEGAUDIT          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-SEGAUDIT.
           EXIT.

      *----------------------------------------------------------------*
      *           1 5 4 0 - G U A R D A R - U S O                      *
      *----------------------------------------------------------------*

       1540-GUARDAR-USO.

           MOVE '1540-GUARDAR-USO'            TO WS-PARRAFO.

           IF SEG-AUD-SUPERVISOR IS EQUAL TO SPACES OR
              SEG-AUD-FECHA IS NOT NUMERIC OR
              SEG-AUD-FECHA IS GREATER THAN WS-FECHA-PROCESO
              GO TO 1540-LEER-SIGUIENTE
           END-IF.

           MOVE SEG-AUD-SUPERVISOR            TO WS-SUPERVISOR-BUSCADO.
           MOVE SEG-AUD-PROGRAMA              TO WS-PROGRAMA-BUSCADO.

           PERFORM 1400-UBICAR-PERMISO
              THRU 1400-F-UBICAR-PERMISO.

           IF SEG-AUD-FECHA IS GREATER THAN T-PER-ULT-USO(WS-P)
              MOVE SEG-AUD-FECHA              TO T-PER-ULT-USO(WS-P)
           END-IF.

           IF SEG-AUD-FECHA IS GREATER THAN WS-FECHA-DESDE
              ADD 1                        TO T-PER-USOS-PERIODO(WS-P)

              IF SEG-DEC-ES-DECISION AND
                 SEG-DEC-AUTOR IS EQUAL TO SEG-AUD-SUPERVISOR
                 PERFORM 1560-GUARDAR-CONFLICTO
                    THRU 1560-F-GUARDAR-CONFLICTO
              END-IF
           END-IF.

       1540-LEER-SIGUIENTE.

           PERFORM 1520-LEER-SEGAUDIT
              THRU 1520-F-LEER-SEGAUDIT.

       1540-F-GUARDAR-USO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 6 0 - G U A R D A R - C O N F L I C T O             *
      *----------------------------------------------------------------*

       1560-GUARDAR-CONFLICTO.

           ADD 1                              TO CNT-CONFLICTOS-SOD.

           IF WS-CANT-CONFLICTOS IS NOT LESS THAN CT-MAX-CONFLICTOS
              DISPLAY '* TABLA DE CONFLICTOS LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-CONFLICTOS.
           MOVE WS-CANT-CONFLICTOS            TO WS-X.
           MOVE SEG-AUD-SUPERVISOR            TO T-CNF-SUPERVISOR(WS-X).
           MOVE SEG-AUD-PROGRAMA              TO T-CNF-PROGRAMA(WS-X).
           MOVE SEG-AUD-FECHA                 TO T-CNF-FECHA(WS-X).
           MOVE SEG-DEC-OBJETO                TO T-CNF-OBJETO(WS-X).

       1560-F-GUARDAR-CONFLICTO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   COMPLETA CADA PERMISO CON EL OPERADOR Y LA REVISION, Y EMITE *
      *   UNA HOJA POR SUCURSAL ( LA 00 ES LA DE LOS SIN LEGAJO ).     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2100-REVISAR-PERMISO
              THRU 2100-F-REVISAR-PERMISO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PERMISOS.

           PERFORM 2500-INFORMAR-SUCURSAL
              THRU 2500-F-INFORMAR-SUCURSAL
             VARYING WS-SUC FROM 0 BY 1
               UNTIL WS-SUC IS GREATER THAN 99.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 0 0 - R E V I S A R - P E R M I S O               *
      *----------------------------------------------------------------*

       2100-REVISAR-PERMISO.

           MOVE '2100-REVISAR-PERMISO'        TO WS-PARRAFO.

           IF T-PER-DE-HECHO(WS-P)
              ADD 1                           TO CNT-PERMISOS-DE-HECHO
           END-IF.

           MOVE T-PER-SUPERVISOR(WS-P)        TO OPE-KEY-USUARIO.

           READ OPERADOR INTO REG-OPERADOR-TRAB.

           EVALUATE TRUE
             WHEN FS-OPERADOR-OK
               MOVE OPE-SUCURSAL              TO T-PER-SUC(WS-P)
               MOVE OPE-NOMBRE                TO T-PER-NOMBRE(WS-P)
               MOVE OPE-PERFIL                TO T-PER-PERFIL(WS-P)
               MOVE OPE-ESTADO                TO T-PER-ESTADO(WS-P)

             WHEN FS-OPERADOR-NOTFND
               ADD 1                          TO CNT-SIN-LEGAJO
               MOVE ZEROS                     TO T-PER-SUC(WS-P)
               MOVE '* SIN LEGAJO EN OPERADOR *'
                                              TO T-PER-NOMBRE(WS-P)

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-OPERADOR               TO AUX-ERR-NOMBRE
               MOVE FS-OPERADOR               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           EVALUATE TRUE
             WHEN FS-OPERADOR-NOTFND
               MOVE 'REVOCAR-LEG'             TO T-PER-MOTIVO(WS-P)

             WHEN OPE-SUSPENDIDO
               MOVE 'REVOCAR-SUSP'            TO T-PER-MOTIVO(WS-P)

             WHEN T-PER-ULT-FIRMA(WS-P) IS NOT LESS THAN
                  WS-FECHA-PROCESO
               MOVE 'VIGENTE'                 TO T-PER-MOTIVO(WS-P)

             WHEN T-PER-ULT-USO(WS-P) IS NOT GREATER THAN
                  WS-FECHA-DESDE
               MOVE 'REVOCAR-USO'             TO T-PER-MOTIVO(WS-P)

             WHEN OTHER
               MOVE 'VIGENTE'                 TO T-PER-MOTIVO(WS-P)
           END-EVALUATE.

           IF T-PER-MOTIVO(WS-P)(1:7) IS EQUAL TO 'REVOCAR'
              ADD 1                           TO CNT-PERMISOS-REVOCAR
           END-IF.

       2100-F-REVISAR-PERMISO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 0 0 - I N F O R M A R - S U C U R S A L             *
      *----------------------------------------------------------------*

       2500-INFORMAR-SUCURSAL.

           MOVE ZEROS                         TO WS-CANT-PERMISOS-SUC.

           PERFORM 2520-CONTAR-PERMISO
              THRU 2520-F-CONTAR-PERMISO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PERMISOS.

           IF WS-CANT-PERMISOS-SUC IS EQUAL TO ZEROS
              GO TO 2500-F-INFORMAR-SUCURSAL
           END-IF.

           MOVE '2500-INFORMAR-SUCURSAL'      TO WS-PARRAFO.

           ADD 1                              TO CNT-GERENTES.

           PERFORM 2600-IMPRIMIR-TITULOS
              THRU 2600-F-IMPRIMIR-TITULOS.

           PERFORM 2640-IMPRIMIR-PERMISO
              THRU 2640-F-IMPRIMIR-PERMISO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PERMISOS.

           MOVE SPACES                        TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

           MOVE WS-LIN-COL-CONFLICTOS         TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

           MOVE ZEROS                         TO WS-CANT-CONFLICTOS-SUC.

           PERFORM 2700-IMPRIMIR-CONFLICTO
              THRU 2700-F-IMPRIMIR-CONFLICTO
             VARYING WS-X FROM 1 BY 1
               UNTIL WS-X IS GREATER THAN WS-CANT-CONFLICTOS.

           IF WS-CANT-CONFLICTOS-SUC IS EQUAL TO ZEROS
              MOVE 'SIN CONFLICTOS EN EL PERIODO' TO REG-RECERT

              PERFORM 2900-GRABAR-RECERT
                 THRU 2900-F-GRABAR-RECERT
           END-IF.

           MOVE SPACES                        TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

           MOVE WS-LIN-FIRMA                  TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

       2500-F-INFORMAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 2 0 - C O N T A R - P E R M I S O                 *
      *----------------------------------------------------------------*

       2520-CONTAR-PERMISO.

           IF T-PER-SUC(WS-P) IS EQUAL TO WS-SUC
              ADD 1                           TO WS-CANT-PERMISOS-SUC
           END-IF.

       2520-F-CONTAR-PERMISO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - I M P R I M I R - T I T U L O S              *
      *----------------------------------------------------------------*

       2600-IMPRIMIR-TITULOS.

           MOVE WS-SUC                        TO LTI-SUCURSAL.

           IF WS-SUC IS EQUAL TO ZEROS
              MOVE 'SEGURIDAD INFORMATICA'    TO LTI-NOMBRE
           ELSE
              MOVE WS-SUC                     TO WS-SUCUR-NRO-BUSCADA

              PERFORM 1868-BUSCAR-SUCURSAL
                 THRU 1868-F-BUSCAR-SUCURSAL

              MOVE WS-SUCUR-NOMBRE            TO LTI-NOMBRE
           END-IF.

           MOVE WS-FECHA-DESDE                TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-DESDE.
           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-HASTA.

           WRITE REG-RECERT FROM WS-LIN-TITULO
              AFTER ADVANCING PAGE.

           PERFORM 2950-CONTROLAR-RECERT
              THRU 2950-F-CONTROLAR-RECERT.

           MOVE SPACES                        TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

           MOVE WS-LIN-COL-PERMISOS           TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

       2600-F-IMPRIMIR-TITULOS.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 4 0 - I M P R I M I R - P E R M I S O              *
      *----------------------------------------------------------------*

       2640-IMPRIMIR-PERMISO.

           IF T-PER-SUC(WS-P) IS NOT EQUAL TO WS-SUC
              GO TO 2640-F-IMPRIMIR-PERMISO
           END-IF.

           MOVE T-PER-SUPERVISOR(WS-P)        TO LPE-SUPERVISOR.
           MOVE T-PER-NOMBRE(WS-P)            TO LPE-NOMBRE.
           MOVE T-PER-PERFIL(WS-P)            TO LPE-PERFIL.
           MOVE T-PER-ESTADO(WS-P)            TO LPE-ESTADO.
           MOVE T-PER-PROGRAMA(WS-P)          TO LPE-PROGRAMA.

           IF T-PER-FIRMADO(WS-P)
              MOVE 'AUT '                     TO LPE-ORIGEN
           ELSE
              MOVE 'USO '                     TO LPE-ORIGEN
           END-IF.

           IF T-PER-ULT-FIRMA(WS-P) IS EQUAL TO ZEROS
              MOVE '    -     '               TO LPE-ULT-FIRMA
           ELSE
              MOVE T-PER-ULT-FIRMA(WS-P)      TO WS-FECHA-AUX-N

              PERFORM 2790-EDITAR-FECHA
                 THRU 2790-F-EDITAR-FECHA

              MOVE WS-FECHA-EDIT              TO LPE-ULT-FIRMA
           END-IF.

           IF T-PER-ULT-USO(WS-P) IS EQUAL TO ZEROS
              MOVE 'NUNCA     '               TO LPE-ULT-USO
           ELSE
              MOVE T-PER-ULT-USO(WS-P)        TO WS-FECHA-AUX-N

              PERFORM 2790-EDITAR-FECHA
                 THRU 2790-F-EDITAR-FECHA

              MOVE WS-FECHA-EDIT              TO LPE-ULT-USO
           END-IF.

           MOVE T-PER-USOS-PERIODO(WS-P)      TO LPE-USOS.
           MOVE T-PER-MOTIVO(WS-P)            TO LPE-MOTIVO.
           MOVE WS-LIN-PERMISO                TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

       2640-F-IMPRIMIR-PERMISO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - I M P R I M I R - C O N F L I C T O           *
      *----------------------------------------------------------------*
      *   EL CONFLICTO SALE EN LA HOJA DE LA SUCURSAL DEL SUPERVISOR   *
      *   QUE LO COMETIO ( SU PERMISO SOBRE EL MISMO PROGRAMA ).       *
      *----------------------------------------------------------------*

       2700-IMPRIMIR-CONFLICTO.

           MOVE T-CNF-SUPERVISOR(WS-X)        TO WS-SUPERVISOR-BUSCADO.
           MOVE T-CNF-PROGRAMA(WS-X)          TO WS-PROGRAMA-BUSCADO.

           PERFORM 1400-UBICAR-PERMISO
              THRU 1400-F-UBICAR-PERMISO.

           IF T-PER-SUC(WS-P) IS NOT EQUAL TO WS-SUC
              GO TO 2700-F-IMPRIMIR-CONFLICTO
           END-IF.

           ADD 1                              TO WS-CANT-CONFLICTOS-SUC.

           MOVE T-CNF-FECHA(WS-X)             TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LCO-FECHA.
           MOVE T-CNF-SUPERVISOR(WS-X)        TO LCO-SUPERVISOR.

           EVALUATE T-CNF-PROGRAMA(WS-X)
             WHEN CT-PGM-CAMBIOS
               MOVE 'AUTOR Y REVISOR DEL MISMO CAMBIO'
                                              TO LCO-DESCRIPCION
             WHEN CT-PGM-PARAMETROS
               MOVE 'APROBO SU PROPIO CAMBIO DE PARAMETROS'
                                              TO LCO-DESCRIPCION
             WHEN OTHER
               MOVE 'AUTOR Y APROBADOR EN '   TO LCO-DESCRIPCION
               MOVE T-CNF-PROGRAMA(WS-X)      TO LCO-DESCRIPCION(22:8)
           END-EVALUATE.

           MOVE T-CNF-OBJETO(WS-X)            TO LCO-OBJETO.
           MOVE WS-LIN-CONFLICTO              TO REG-RECERT.

           PERFORM 2900-GRABAR-RECERT
              THRU 2900-F-GRABAR-RECERT.

       2700-F-IMPRIMIR-CONFLICTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 9 0 - E D I T A R - F E C H A                   *
      *----------------------------------------------------------------*

       2790-EDITAR-FECHA.

           MOVE WS-FAX-DIA                    TO WS-FED-DIA.
           MOVE WS-FAX-MES                    TO WS-FED-MES.
           MOVE WS-FAX-ANIO                   TO WS-FED-ANIO.

       2790-F-EDITAR-FECHA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - R E C E R T                 *
      *----------------------------------------------------------------*

       2900-GRABAR-RECERT.

           WRITE REG-RECERT
              AFTER ADVANCING 1 LINE.

           PERFORM 2950-CONTROLAR-RECERT
              THRU 2950-F-CONTROLAR-RECERT.

           MOVE SPACES                        TO REG-RECERT.

       2900-F-GRABAR-RECERT.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 5 0 - C O N T R O L A R - R E C E R T              *
      *----------------------------------------------------------------*

       2950-CONTROLAR-RECERT.

           IF NOT FS-RECERT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-RECERT                  TO AUX-ERR-NOMBRE
              MOVE FS-RECERT                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-CONTROLAR-RECERT.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

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

           CLOSE OPERADOR
                 RECERT.

           IF NOT FS-RECERT-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RECERT                  TO AUX-ERR-NOMBRE
              MOVE FS-RECERT                  TO AUX-ERR-STATUS
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

           MOVE CNT-AUTORIZA-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI160               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* FIRMAS DE AUTORIZA LEIDAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SEGAUDIT-LEIDOS           TO WS-MASCARA.
           DISPLAY '* LINEAS DE SEGAUDIT LEIDAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-PERMISOS              TO WS-MASCARA.
           DISPLAY '* PERMISOS REVISADOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PERMISOS-DE-HECHO         TO WS-MASCARA.
           DISPLAY '*   - USADOS SIN FIRMA EN AUTORIZA:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PERMISOS-REVOCAR          TO WS-MASCARA.
           DISPLAY '*   - MARCADOS PARA REVOCAR:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SIN-LEGAJO                TO WS-MASCARA.
           DISPLAY '*   - DE SUPERVISORES SIN LEGAJO:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CONFLICTOS-SOD            TO WS-MASCARA.
           DISPLAY '* CONFLICTOS DE SEGREGACION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-GERENTES                  TO WS-MASCARA.
           DISPLAY '* HOJAS DE CONFORMIDAD EMITIDAS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'PERMISOS='      DELIMITED BY SIZE
                  WS-CANT-PERMISOS DELIMITED BY SIZE
                  ' REVOCAR='      DELIMITED BY SIZE
                  CNT-PERMISOS-REVOCAR DELIMITED BY SIZE
                  ' SOD='          DELIMITED BY SIZE
                  CNT-CONFLICTOS-SOD DELIMITED BY SIZE
                  ' HOJAS='        DELIMITED BY SIZE
                  CNT-GERENTES     DELIMITED BY SIZE
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

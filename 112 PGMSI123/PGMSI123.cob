      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI123.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   DETECCION DE TOMA DE CUENTA: CAMBIO DE CONTACTO O ALTA DE    *
      *   COTITULAR SEGUIDO DE DEBITOS INUSUALES                       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE TODAS LAS NOCHES DESPUES DE PGMSIN69,      *
      * PGMSI100 Y LA CARGA DE TBCURMOV ( PGMSIN39 ):                  *
      *   - MANTIENE LA VENTANA MOVIL DE CAMBIOS POR DOCUMENTO: LEE LA *
      *     VENTANA ANTERIOR ( VENTANA ), DESCARTA LOS CAMBIOS MAS     *
      *     VIEJOS QUE LOS DIAS DE LA TARJETA SYSIN Y AGREGA LOS DE LA *
      *     NOCHE: ALTAS Y MODIFICACIONES APLICADAS DEL ARCHIVO        *
      *     AUDITORIA DE PGMSIN69 Y ALTAS DE COTITULAR DE TITNOV QUE   *
      *     PGMSI100 DEJO EN TBCURTIT. LA VENTANA NUEVA SE GRABA EN    *
      *     VENTNEW.                                                   *
      *   - POR CADA CAMBIO DE LA VENTANA BUSCA EN TBCURMOV LOS        *
      *     DEBITOS DEL DIA DE LAS CUENTAS DEL CLIENTE ( TITULAR O     *
      *     COTITULAR; PARA EL ALTA DE COTITULAR SOLO ESA CUENTA ) Y   *
      *     MARCA LOS QUE SUPERAN EL MULTIPLO DEL SALDO PROMEDIO DE LA *
      *     CUENTA ( EXTRACTO DE PGMSIN52 ) Y EL IMPORTE MINIMO.       *
      *   - LOS HALLAZGOS SALEN EN EL LISTADO FRAUDATO PARA LA MESA DE *
      *     FRAUDES, ORDENADOS POR PRIORIDAD ( VECES EL PROMEDIO E     *
      *     IMPORTE ).                                                 *
      *   - CON BLOQUEO HABILITADO EN LA TARJETA, CADA CUENTA CON      *
      *     HALLAZGO Y SIN BLOQUEO PREVIO RECIBE UN BLOQUEO TEMPORAL   *
      *     ( ORIGEN 'F' ) EN LA NUEVA GENERACION BLOQNEW DEL ARCHIVO  *
      *     BLOQUEOS, QUE QUEDA HASTA LA REVISION DE LA MESA.          *
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

           SELECT AUDITORIA ASSIGN TO AUDITORI
                            FILE STATUS IS FS-AUDITORIA.

           SELECT TITNOV ASSIGN TO TITNOV
                                    FILE STATUS IS FS-TITNOV.

           SELECT EXTRACTO ASSIGN TO EXTRACTO
                                    FILE STATUS IS FS-EXTRACTO.

           SELECT VENTANA ASSIGN TO VENTANA
                                    FILE STATUS IS FS-VENTANA.

           SELECT VENTNEW ASSIGN TO VENTNEW
                                    FILE STATUS IS FS-VENTNEW.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT BLOQNEW ASSIGN TO BLOQNEW
                                    FILE STATUS IS FS-BLOQNEW.

           SELECT FRAUDATO ASSIGN TO FRAUDATO
                                    FILE STATUS IS FS-FRAUDATO.

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
      *   AUDITORIA DE LA NOCHE DE PGMSIN69 ( CONTACTO ).              *
      *----------------------------------------------------------------*

       FD   AUDITORIA
            RECORDING MODE IS F.
       01   REG-AUDITORIA                                   PIC X(110).

      *----------------------------------------------------------------*
      *   NOVEDADES DE COTITULARIDAD DE LA NOCHE ( PGMSI100 ).         *
      *----------------------------------------------------------------*

       FD   TITNOV
            RECORDING MODE IS F.
       01   REG-TITNOV                                      PIC X(25).

      *----------------------------------------------------------------*
      *   EXTRACTO DE SALDO PROMEDIO DEL ULTIMO MES ( PGMSIN52 ).      *
      *----------------------------------------------------------------*

       FD   EXTRACTO
            RECORDING MODE IS F.
       01   REG-EXTRACTO                                    PIC X(25).

      *----------------------------------------------------------------*
      *   VENTANA MOVIL DE CAMBIOS: GENERACION ANTERIOR Y NUEVA.       *
      *----------------------------------------------------------------*

       FD   VENTANA
            RECORDING MODE IS F.
       01   REG-VENTANA                                     PIC X(100).

       FD   VENTNEW
            RECORDING MODE IS F.
       01   REG-VENTNEW                                     PIC X(100).

      *----------------------------------------------------------------*
      *   ARCHIVO DE BLOQUEOS LEGALES, COMPARTIDO DE LA SUITE          *
      *   ( COPY BLOQMAES ), Y SU NUEVA GENERACION.                    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

       FD   BLOQNEW
            RECORDING MODE IS F.
       01   REG-BLOQNEW                                     PIC X(40).

      *----------------------------------------------------------------*
      *   LISTADO DE HALLAZGOS PARA LA MESA DE FRAUDES.                *
      *----------------------------------------------------------------*

       FD   FRAUDATO
            RECORDING MODE IS F.
       01   REG-FRAUDATO                                    PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI123'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-TITNOV                     PIC X(08)  VALUE 'TITNOV  '.
           02 CT-EXTRACTO                   PIC X(08)  VALUE 'EXTRACTO'.
           02 CT-VENTANA                    PIC X(08)  VALUE 'VENTANA '.
           02 CT-VENTNEW                    PIC X(08)  VALUE 'VENTNEW '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-BLOQNEW                    PIC X(08)  VALUE 'BLOQNEW '.
           02 CT-FRAUDATO                   PIC X(08)  VALUE 'FRAUDATO'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-APLICADA                   PIC X(08)  VALUE 'APLICADA'.
           02 CT-MAX-VENTANA                PIC 9(04)  VALUE 2000.
           02 CT-MAX-PROMEDIOS              PIC 9(05)  VALUE 05000.
           02 CT-MAX-HALLAZGOS              PIC 9(03)  VALUE 500.
           02 CT-MAX-BLOQUEOS               PIC 9(03)  VALUE 500.
           02 CT-DIAS-VENTANA-DEF           PIC 9(03)  VALUE 007.
           02 CT-MULTIPLO-DEF               PIC 9(03)V99 VALUE 3,00.
           02 CT-IMPORTE-MINIMO-DEF         PIC 9(11)V99
                                            VALUE 100000,00.
           02 CT-VECES-SIN-PROMEDIO         PIC 9(05)V99
                                            VALUE 99999,99.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-DIAS-HOY                   PIC 9(07).
           02 WS-DIAS-EVENTO                PIC 9(05).
           02 WS-V                          PIC 9(04)  VALUE ZEROS.
           02 WS-P                          PIC 9(05)  VALUE ZEROS.
           02 WS-H                          PIC 9(03)  VALUE ZEROS.
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-J                          PIC 9(03)  VALUE ZEROS.
           02 WS-B                          PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-BLQ-ORIGINAL          PIC 9(03)  VALUE ZEROS.
           02 WS-CLAVE-CUENTA               PIC X(08)  VALUE SPACES.
           02 WS-IMPORTE-DEBITO             PIC 9(11)V99 VALUE ZEROS.
           02 WS-PROMEDIO                   PIC S9(11)V99 VALUE ZEROS.
           02 WS-UMBRAL                     PIC 9(13)V99 VALUE ZEROS.
           02 WS-VECES                      PIC 9(05)V99 VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-PROMEDIO-EDIT              PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-VECES-EDIT                 PIC ZZZZ9,99.
           02 WS-RANGO-EDIT                 PIC ZZ9.

       01 WS-PROMEDIO-SW                    PIC X(01)  VALUE 'N'.
           88 PROMEDIO-HALLADO                         VALUE 'S'.
           88 PROMEDIO-INEXISTENTE                     VALUE 'N'.

       01 WS-EVENTO-SW                      PIC X(01)  VALUE 'N'.
           88 EVENTO-REPETIDO                          VALUE 'S'.
           88 EVENTO-NUEVO                             VALUE 'N'.

       01 WS-HALLAZGO-SW                    PIC X(01)  VALUE 'N'.
           88 HALLAZGO-REPETIDO                        VALUE 'S'.
           88 HALLAZGO-NUEVO                           VALUE 'N'.

       01 WS-VENTANA-DISP-SW                PIC X(01)  VALUE 'N'.
           88 VENTANA-DISPONIBLE                       VALUE 'S'.

       01 WS-TITNOV-DISP-SW                 PIC X(01)  VALUE 'N'.
           88 TITNOV-DISPONIBLE                        VALUE 'S'.

      *----------------------------------------------------------------*
      *   TARJETA SYSIN DE PARAMETROS: CADA CAMPO EN BLANCO TOMA EL    *
      *   VALOR POR DEFECTO. DIAS DE LA VENTANA ( 3 DIGITOS ), MULTIPLO*
      *   DEL PROMEDIO ( 5 DIGITOS CON 2 DECIMALES SIN COMA ), IMPORTE *
      *   MINIMO ( 13 DIGITOS CON 2 DECIMALES SIN COMA ) Y 'S' PARA    *
      *   BLOQUEAR LAS CUENTAS CON HALLAZGO.                           *
      *----------------------------------------------------------------*

       01 WS-PARM-CARD.
           02 PAR-DIAS-VENTANA              PIC X(03).
           02 PAR-MULTIPLO                  PIC X(05).
           02 PAR-IMPORTE-MINIMO            PIC X(13).
           02 PAR-BLOQUEAR                  PIC X(01).
           02 FILLER                        PIC X(58).

       01 WS-PARM-NUM REDEFINES WS-PARM-CARD.
           02 PAR-DIAS-VENTANA-N            PIC 9(03).
           02 PAR-MULTIPLO-N                PIC 9(03)V99.
           02 PAR-IMPORTE-MINIMO-N          PIC 9(11)V99.
           02 FILLER                        PIC X(59).

       01 WS-PARAMETROS.
           02 WS-DIAS-VENTANA               PIC 9(03).
           02 WS-MULTIPLO                   PIC 9(03)V99.
           02 WS-IMPORTE-MINIMO             PIC 9(11)V99.
           02 WS-BLOQUEAR-SW                PIC X(01).
              88 BLOQUEO-HABILITADO                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   LINEA DE AUDITORIA DE PGMSIN69: ACCION, CLAVE DEL CONTACTO   *
      *   ( TIPO + NRO DE DOCUMENTO ), RESULTADO Y MOTIVO.             *
      *----------------------------------------------------------------*

       01 WS-LIN-AUDITORIA                  PIC X(110).
       01 WS-LIN-AUDITORIA-R REDEFINES WS-LIN-AUDITORIA.
           02 AUD-ACCION                    PIC X(01).
              88 AUD-ALTA                              VALUE 'A'.
              88 AUD-MODIFICACION                      VALUE 'M'.
           02 FILLER                        PIC X(01).
           02 AUD-TIP-DOC                   PIC X(02).
           02 AUD-NRO-DOC                   PIC 9(11).
           02 FILLER                        PIC X(01).
           02 AUD-RESULTADO                 PIC X(08).
           02 FILLER                        PIC X(86).

      *----------------------------------------------------------------*
      *   NOVEDAD DE COTITULARIDAD ( MISMO LAYOUT QUE PGMSI100 ).      *
      *----------------------------------------------------------------*

       01 WS-REG-TITNOV.
           02 TNO-ACCION                    PIC X(01).
              88 TNO-ALTA                              VALUE 'A'.
              88 TNO-BAJA                              VALUE 'B'.
           02 TNO-TIPCUEN                   PIC X(02).
           02 TNO-NROCUEN                   PIC 9(04).
           02 TNO-SUCUEN                    PIC 9(02).
           02 TNO-NROCLI                    PIC 9(08).
           02 TNO-ROL                       PIC X(01).
           02 FILLER                        PIC X(07).

      *----------------------------------------------------------------*
      *   REGISTRO DEL EXTRACTO DE PGMSIN52 Y TABLA DE PROMEDIOS.      *
      *----------------------------------------------------------------*

       01 WS-REG-EXTRACTO.
           02 EXT-CLAVE.
              03 EXT-TIPCUEN                PIC X(02).
              03 EXT-NROCUEN                PIC 9(04).
              03 EXT-SUCUEN                 PIC 9(02).
           02 EXT-PROMEDIO                  PIC S9(11)V99.
           02 FILLER                        PIC X(04).

       01 WS-CANT-PROMEDIOS                 PIC 9(05)  VALUE ZEROS.

       01 WS-T-PROMEDIOS.
           02 T-PRM                         OCCURS 5000 TIMES.
              03 T-PRM-CLAVE                PIC X(08).
              03 T-PRM-PROMEDIO             PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   CAMBIO DE LA VENTANA ( VENTANA / VENTNEW ), 100 BYTES.       *
      *   ORIGEN 'D' CAMBIO DE DOMICILIO O CONTACTO, 'T' ALTA DE       *
      *   COTITULAR EN UNA CUENTA DEL CLIENTE ( LA CUENTA VA EN EL     *
      *   REGISTRO; EN EL CAMBIO DE CONTACTO QUEDA EN BLANCO ).        *
      *----------------------------------------------------------------*

       01 WS-REG-VENTANA.
           02 VEN-DATOS.
              03 VEN-TIPDOC                 PIC X(02).
              03 VEN-NRODOC                 PIC 9(11).
              03 VEN-NROCLI                 PIC 9(08).
              03 VEN-NOMAPE                 PIC X(30).
              03 VEN-FECHA                  PIC 9(08).
              03 VEN-ORIGEN                 PIC X(01).
                 88 VEN-CAMBIO-CONTACTO                VALUE 'D'.
                 88 VEN-ALTA-COTITULAR                 VALUE 'T'.
              03 VEN-TIPCUEN                PIC X(02).
              03 VEN-NROCUEN                PIC 9(04).
              03 VEN-SUCUEN                 PIC 9(02).
              03 VEN-NROCLI-COTIT           PIC 9(08).
              03 VEN-ACCION                 PIC X(01).
           02 FILLER                        PIC X(23).

       01 WS-CANT-VENTANA                   PIC 9(04)  VALUE ZEROS.

       01 WS-T-VENTANA.
           02 T-VEN                         OCCURS 2000 TIMES.
              03 T-VEN-REG                  PIC X(100).

      *----------------------------------------------------------------*
      *   TABLA DE HALLAZGOS. T-HIT-ORDEN ES LA CLAVE DE PRIORIDAD     *
      *   ( VECES EL PROMEDIO + IMPORTE ), SE ORDENA DE MAYOR A MENOR. *
      *   ORIGEN: 'D' CONTACTO, 'T' COTITULAR, 'A' AMBOS. BLOQUEO:     *
      *   'P' PREVIO, 'T' TEMPORAL DE ESTA CORRIDA, 'S' SIN LUGAR EN   *
      *   LA TABLA, ' ' NO SE BLOQUEA.                                 *
      *----------------------------------------------------------------*

       01 WS-CANT-HALLAZGOS                 PIC 9(03)  VALUE ZEROS.

       01 WS-T-HALLAZGOS.
           02 T-HIT                         OCCURS 500 TIMES.
              03 T-HIT-ORDEN.
                 04 T-HIT-VECES             PIC 9(05)V99.
                 04 T-HIT-IMPORTE           PIC 9(11)V99.
              03 T-HIT-TIPCUEN              PIC X(02).
              03 T-HIT-NROCUEN              PIC 9(04).
              03 T-HIT-SUCUEN               PIC 9(02).
              03 T-HIT-NROMOV               PIC 9(06).
              03 T-HIT-PROMEDIO             PIC S9(11)V99.
              03 T-HIT-TIPDOC               PIC X(02).
              03 T-HIT-NRODOC               PIC 9(11).
              03 T-HIT-NOMAPE               PIC X(30).
              03 T-HIT-ORIGEN               PIC X(01).
              03 T-HIT-FECHA-EVENTO         PIC 9(08).
              03 T-HIT-DIAS                 PIC 9(03).
              03 T-HIT-BLOQUEO              PIC X(01).

       01 WS-HIT-AUXILIAR                   PIC X(103).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LAS CONSULTAS Y DEL CURSOR DE DEBITOS.     *
      *----------------------------------------------------------------*

       01 WS-HOST-DEBITOS.
           02 WS-DEB-NROCLI                 PIC 9(08).
           02 WS-DEB-FIL-TIPCUEN            PIC X(02).
           02 WS-DEB-FIL-NROCUEN            PIC 9(04).
           02 WS-DEB-FIL-SUCUEN             PIC 9(02).
           02 WS-DEB-TIPCUEN                PIC X(02).
           02 WS-DEB-NROCUEN                PIC 9(04).
           02 WS-DEB-SUCUEN                 PIC 9(02).
           02 WS-DEB-NROMOV                 PIC 9(06).
           02 WS-DEB-IMPORTE                PIC S9(11)V99 COMP-3.
           02 WS-DEB-CANT-TIT               PIC S9(09) COMP.

       01 CS-DEBCUR                         PIC X(02).
           88 CS-DEBCUR-OK                              VALUE '00'.
           88 CS-DEBCUR-EOC                             VALUE '10'.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO FRAUDATO                                  *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)
              VALUE 'POSIBLE TOMA DE CUENTA - DEBITOS DEL DIA '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(74)  VALUE SPACES.

       01 WS-LIN-PARAMETROS.
           02 FILLER                        PIC X(08)  VALUE 'VENTANA '.
           02 LPA-DIAS                      PIC ZZ9.
           02 FILLER                        PIC X(17)
              VALUE ' DIAS - MULTIPLO '.
           02 LPA-MULTIPLO                  PIC ZZ9,99.
           02 FILLER                        PIC X(10)
              VALUE ' - MINIMO '.
           02 LPA-MINIMO                    PIC $$$$.$$$.$$$.$$9,99.
           02 FILLER                        PIC X(11)
              VALUE ' - BLOQUEO '.
           02 LPA-BLOQUEO                   PIC X(01).
           02 FILLER                        PIC X(57)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(44)  VALUE
              'NRO PRIOR CUENTA     MOVTO              IMPO'.
           02 FILLER                        PIC X(44)  VALUE
              'RTE    VECES TD DOCUMENTO   NOMBRE Y APELLID'.
           02 FILLER                        PIC X(44)  VALUE
              'O        EVENTO    FECHA    BLOQUEO         '.

       01 WS-LIN-DETALLE.
           02 LDT-RANGO                     PIC ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-PRIORIDAD                 PIC X(05).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NROMOV                    PIC 9(06).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-IMPORTE                   PIC $$$$.$$$.$$$.$$9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-VECES                     PIC ZZZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-NOMAPE                    PIC X(24).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-EVENTO                    PIC X(09).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FECHA-EVENTO              PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-BLOQUEO                   PIC X(08).
           02 FILLER                        PIC X(08)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 LTO-LEYENDA                   PIC X(40).
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(87)  VALUE SPACES.

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
           02 CNT-VENTANA-LEIDOS            PIC 9(07)  VALUE ZEROS.
           02 CNT-VENTANA-VENCIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-CAMBIOS-CONTACTO          PIC 9(07)  VALUE ZEROS.
           02 CNT-CONTACTO-SIN-CLIENTE      PIC 9(07)  VALUE ZEROS.
           02 CNT-ALTAS-COTITULAR           PIC 9(07)  VALUE ZEROS.
           02 CNT-COTITULAR-NO-APLICADO     PIC 9(07)  VALUE ZEROS.
           02 CNT-EVENTOS-REPETIDOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-DEBITOS-EVALUADOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-DEBITOS-SIN-PROMEDIO      PIC 9(07)  VALUE ZEROS.
           02 CNT-HALLAZGOS                 PIC 9(07)  VALUE ZEROS.
           02 CNT-HALLAZGOS-DESCARTADOS     PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-NUEVOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-PREVIOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-SIN-LUGAR        PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-AUDITORIA                  PIC X(02).
              88 FS-AUDITORIA-OK                       VALUE '00'.
              88 FS-AUDITORIA-EOF                      VALUE '10'.

           02 FS-TITNOV                     PIC X(02).
              88 FS-TITNOV-OK                          VALUE '00'.
              88 FS-TITNOV-EOF                         VALUE '10'.

           02 FS-EXTRACTO                   PIC X(02).
              88 FS-EXTRACTO-OK                        VALUE '00'.
              88 FS-EXTRACTO-EOF                       VALUE '10'.

           02 FS-VENTANA                    PIC X(02).
              88 FS-VENTANA-OK                         VALUE '00'.
              88 FS-VENTANA-EOF                        VALUE '10'.

           02 FS-VENTNEW                    PIC X(02).
              88 FS-VENTNEW-OK                         VALUE '00'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-BLOQNEW                    PIC X(02).
              88 FS-BLOQNEW-OK                         VALUE '00'.

           02 FS-FRAUDATO                   PIC X(02).
              88 FS-FRAUDATO-OK                        VALUE '00'.

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
             INCLUDE TBCURCTA
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURCLI
           END-EXEC.

      *----------------------------------------------------------------*
      *   CURSOR DE DEBITOS DEL DIA DEL CLIENTE DEL CAMBIO EN PROCESO: *
      *   CUENTAS DONDE ES TITULAR ( TBCURCTA ) O COTITULAR            *
      *   ( TBCURTIT ). EL FILTRO DE CUENTA SE ANULA CON TIPO EN       *
      *   BLANCO ( CAMBIO DE CONTACTO ). SE ABRE UNA VEZ POR CAMBIO.   *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE DEB_CURSOR CURSOR FOR
               SELECT M.TIPCUEN,
                      M.NROCUEN,
                      M.SUCUEN,
                      M.NROMOV,
                      M.IMPORTE
                 FROM KC02787.TBCURMOV M
                WHERE M.FECMOV  = :WS-FECHA-PROCESO
                  AND M.IMPORTE < 0
                  AND ((M.TIPCUEN = :WS-DEB-FIL-TIPCUEN AND
                        M.NROCUEN = :WS-DEB-FIL-NROCUEN AND
                        M.SUCUEN  = :WS-DEB-FIL-SUCUEN) OR
                       :WS-DEB-FIL-TIPCUEN = '  ')
                  AND (EXISTS
                         (SELECT 1
                            FROM KC02787.TBCURCTA A
                           WHERE A.TIPCUEN = M.TIPCUEN
                             AND A.NROCUEN = M.NROCUEN
                             AND A.SUCUEN  = M.SUCUEN
                             AND A.NROCLI  = :WS-DEB-NROCLI)
                       OR EXISTS
                         (SELECT 1
                            FROM KC02787.TBCURTIT T
                           WHERE T.TIPCUEN = M.TIPCUEN
                             AND T.NROCUEN = M.NROCUEN
                             AND T.SUCUEN  = M.SUCUEN
                             AND T.NROCLI  = :WS-DEB-NROCLI))
             ORDER BY M.SUCUEN, M.TIPCUEN, M.NROCUEN, M.NROMOV
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-CARGAR-CAMBIOS-CONTACTO
              THRU 2000-F-CARGAR-CAMBIOS-CONTACTO.

           IF TITNOV-DISPONIBLE
              PERFORM 2200-CARGAR-ALTAS-COTITULAR
                 THRU 2200-F-CARGAR-ALTAS-COTITULAR
           END-IF.

           PERFORM 2500-EVALUAR-CAMBIO
              THRU 2500-F-EVALUAR-CAMBIO
             VARYING WS-V FROM 1 BY 1
               UNTIL WS-V IS GREATER THAN WS-CANT-VENTANA.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-PROMEDIOS
                      WS-T-HALLAZGOS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           MOVE WS-CANT-BLOQUEOS              TO WS-CANT-BLQ-ORIGINAL.

           PERFORM 1300-CARGAR-PROMEDIOS
              THRU 1300-F-CARGAR-PROMEDIOS.

           IF VENTANA-DISPONIBLE
              PERFORM 1400-CARGAR-VENTANA
                 THRU 1400-F-CARGAR-VENTANA
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 0 5 0 - L E E R - P A R A M E T R O S                 *
      *----------------------------------------------------------------*

       1050-LEER-PARAMETROS.

           MOVE '1050-LEER-PARAMETROS'        TO WS-PARRAFO.

           ACCEPT WS-PARM-CARD FROM SYSIN.

           MOVE CT-DIAS-VENTANA-DEF           TO WS-DIAS-VENTANA.
           MOVE CT-MULTIPLO-DEF               TO WS-MULTIPLO.
           MOVE CT-IMPORTE-MINIMO-DEF         TO WS-IMPORTE-MINIMO.
           MOVE 'N'                           TO WS-BLOQUEAR-SW.

           IF PAR-DIAS-VENTANA IS NUMERIC AND
              PAR-DIAS-VENTANA-N IS GREATER THAN ZEROS
              MOVE PAR-DIAS-VENTANA-N         TO WS-DIAS-VENTANA
           END-IF.

           IF PAR-MULTIPLO IS NUMERIC AND
              PAR-MULTIPLO-N IS GREATER THAN ZEROS
              MOVE PAR-MULTIPLO-N             TO WS-MULTIPLO
           END-IF.

           IF PAR-IMPORTE-MINIMO IS NUMERIC
              MOVE PAR-IMPORTE-MINIMO-N       TO WS-IMPORTE-MINIMO
           END-IF.

           IF PAR-BLOQUEAR IS EQUAL TO 'S'
              SET BLOQUEO-HABILITADO          TO TRUE
           END-IF.

           DISPLAY 'PARAMETROS: ' WS-PARM-CARD(1:22).

       1050-F-LEER-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*
      *   LA VENTANA ANTERIOR NO EXISTE EN LA PRIMERA CORRIDA Y TITNOV *
      *   FALTA LAS NOCHES SIN NOVEDADES DE COTITULARIDAD: SIN ELLOS   *
      *   EL PROCESO SIGUE.                                            *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   AUDITORIA
                        EXTRACTO
                OUTPUT  VENTNEW
                        BLOQNEW
                        FRAUDATO.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
              MOVE FS-AUDITORIA               TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EXTRACTO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EXTRACTO                TO AUX-ERR-NOMBRE
              MOVE FS-EXTRACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-VENTNEW-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-VENTNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-VENTNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-BLOQNEW-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-BLOQNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-BLOQNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-FRAUDATO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-FRAUDATO                TO AUX-ERR-NOMBRE
              MOVE FS-FRAUDATO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT VENTANA.

           IF FS-VENTANA-OK
              SET VENTANA-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN VENTANA ANTERIOR: SE INICIA VACIA *'
           END-IF.

           OPEN INPUT TITNOV.

           IF FS-TITNOV-OK
              SET TITNOV-DISPONIBLE           TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TITNOV: NO HAY ALTAS DE '
                      'COTITULAR *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - P R O M E D I O S               *
      *----------------------------------------------------------------*

       1300-CARGAR-PROMEDIOS.

           MOVE '1300-CARGAR-PROMEDIOS'       TO WS-PARRAFO.

           PERFORM 1340-LEER-EXTRACTO
              THRU 1340-F-LEER-EXTRACTO.

           PERFORM 1320-GUARDAR-PROMEDIO
              THRU 1320-F-GUARDAR-PROMEDIO
             UNTIL FS-EXTRACTO-EOF.

           CLOSE EXTRACTO.

       1300-F-CARGAR-PROMEDIOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 2 0 - G U A R D A R - P R O M E D I O               *
      *----------------------------------------------------------------*
      *   SIN LUGAR PARA UNA CUENTA SE ABORTA: UNA CUENTA SIN PROMEDIO *
      *   SE EVALUARIA SOLO CONTRA EL MINIMO Y LLENARIA EL LISTADO.    *
      *----------------------------------------------------------------*

       1320-GUARDAR-PROMEDIO.

           MOVE '1320-GUARDAR-PROMEDIO'       TO WS-PARRAFO.

           IF WS-CANT-PROMEDIOS IS NOT LESS THAN CT-MAX-PROMEDIOS
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-EXTRACTO                TO AUX-ERR-NOMBRE
              MOVE FS-EXTRACTO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PROMEDIOS.

           MOVE EXT-CLAVE       TO T-PRM-CLAVE(WS-CANT-PROMEDIOS).
           MOVE EXT-PROMEDIO    TO T-PRM-PROMEDIO(WS-CANT-PROMEDIOS).

           PERFORM 1340-LEER-EXTRACTO
              THRU 1340-F-LEER-EXTRACTO.

       1320-F-GUARDAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - L E E R - E X T R A C T O                   *
      *----------------------------------------------------------------*

       1340-LEER-EXTRACTO.

           MOVE '1340-LEER-EXTRACTO'          TO WS-PARRAFO.

           READ EXTRACTO INTO WS-REG-EXTRACTO.

           EVALUATE TRUE
               WHEN FS-EXTRACTO-OK
                    CONTINUE

               WHEN FS-EXTRACTO-EOF
                    SET FS-EXTRACTO-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-EXTRACTO          TO AUX-ERR-NOMBRE
                    MOVE FS-EXTRACTO          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1340-F-LEER-EXTRACTO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 0 0 - C A R G A R - V E N T A N A                 *
      *----------------------------------------------------------------*

       1400-CARGAR-VENTANA.

           MOVE '1400-CARGAR-VENTANA'         TO WS-PARRAFO.

           PERFORM 1440-LEER-VENTANA
              THRU 1440-F-LEER-VENTANA.

           PERFORM 1420-GUARDAR-CAMBIO-VIGENTE
              THRU 1420-F-GUARDAR-CAMBIO-VIGENTE
             UNTIL FS-VENTANA-EOF.

           CLOSE VENTANA.

       1400-F-CARGAR-VENTANA.
           EXIT.

      *----------------------------------------------------------------*
      *   1 4 2 0 - G U A R D A R - C A M B I O - V I G E N T E        *
      *----------------------------------------------------------------*
      *   UN CAMBIO SIGUE EN LA VENTANA MIENTRAS NO HAYAN PASADO MAS   *
      *   DE WS-DIAS-VENTANA DIAS DESDE QUE SE REGISTRO.               *
      *----------------------------------------------------------------*

       1420-GUARDAR-CAMBIO-VIGENTE.

           MOVE '1420-GUARDAR-CAMBIO-VIGENTE' TO WS-PARRAFO.

           IF VEN-FECHA IS NOT NUMERIC OR
              VEN-FECHA IS EQUAL TO ZEROS
              ADD 1                           TO CNT-VENTANA-VENCIDOS
              GO TO 1420-SIGUIENTE
           END-IF.

           COMPUTE WS-DIAS-EVENTO =
                   WS-DIAS-HOY - FUNCTION INTEGER-OF-DATE(VEN-FECHA).

           IF WS-DIAS-EVENTO IS GREATER THAN WS-DIAS-VENTANA
              ADD 1                           TO CNT-VENTANA-VENCIDOS
              GO TO 1420-SIGUIENTE
           END-IF.

           PERFORM 2900-AGREGAR-CAMBIO
              THRU 2900-F-AGREGAR-CAMBIO.

       1420-SIGUIENTE.

           PERFORM 1440-LEER-VENTANA
              THRU 1440-F-LEER-VENTANA.

       1420-F-GUARDAR-CAMBIO-VIGENTE.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 4 0 - L E E R - V E N T A N A                   *
      *----------------------------------------------------------------*

       1440-LEER-VENTANA.

           MOVE '1440-LEER-VENTANA'           TO WS-PARRAFO.

           READ VENTANA INTO WS-REG-VENTANA.

           EVALUATE TRUE
               WHEN FS-VENTANA-OK
                    ADD 1                     TO CNT-VENTANA-LEIDOS

               WHEN FS-VENTANA-EOF
                    SET FS-VENTANA-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-VENTANA           TO AUX-ERR-NOMBRE
                    MOVE FS-VENTANA           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1440-F-LEER-VENTANA.
           EXIT.

      *----------------------------------------------------------------*
      *   2 0 0 0 - C A R G A R - C A M B I O S - C O N T A C T O      *
      *----------------------------------------------------------------*

       2000-CARGAR-CAMBIOS-CONTACTO.

           MOVE '2000-CARGAR-CAMBIOS-CONTACTO' TO WS-PARRAFO.

           PERFORM 2020-LEER-AUDITORIA
              THRU 2020-F-LEER-AUDITORIA.

           PERFORM 2100-REGISTRAR-CAMBIO-CONTACTO
              THRU 2100-F-REGISTRAR-CAMBIO-CONTACTO
             UNTIL FS-AUDITORIA-EOF.

           CLOSE AUDITORIA.

       2000-F-CARGAR-CAMBIOS-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 0 2 0 - L E E R - A U D I T O R I A               *
      *----------------------------------------------------------------*

       2020-LEER-AUDITORIA.

           MOVE '2020-LEER-AUDITORIA'         TO WS-PARRAFO.

           READ AUDITORIA INTO WS-LIN-AUDITORIA.

           EVALUATE TRUE
               WHEN FS-AUDITORIA-OK
                    CONTINUE

               WHEN FS-AUDITORIA-EOF
                    SET FS-AUDITORIA-EOF      TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-AUDITORIA         TO AUX-ERR-NOMBRE
                    MOVE FS-AUDITORIA         TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2020-F-LEER-AUDITORIA.
           EXIT.

      *----------------------------------------------------------------*
      *  2 1 0 0 - R E G I S T R A R - C A M B I O - C O N T A C T O   *
      *----------------------------------------------------------------*
      *   CUENTAN LAS ALTAS Y MODIFICACIONES APLICADAS; LAS BAJAS Y    *
      *   LAS RECHAZADAS NO CAMBIAN A DONDE LLEGA LA CORRESPONDENCIA.  *
      *----------------------------------------------------------------*

       2100-REGISTRAR-CAMBIO-CONTACTO.

           MOVE '2100-REGISTRAR-CAMBIO-CONTACTO' TO WS-PARRAFO.

           IF NOT AUD-ALTA AND NOT AUD-MODIFICACION
              GO TO 2100-SIGUIENTE
           END-IF.

           IF AUD-RESULTADO IS NOT EQUAL TO CT-APLICADA OR
              AUD-NRO-DOC IS NOT NUMERIC
              GO TO 2100-SIGUIENTE
           END-IF.

           MOVE AUD-TIP-DOC                   TO WS-CLI-TIPDOC.
           MOVE AUD-NRO-DOC                   TO WS-CLI-NRODOC.

           EXEC SQL
             SELECT NROCLI,
                    NOMAPE
               INTO :WS-CLI-NROCLI,
                    :WS-CLI-NOMAPE
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    ADD 1                 TO CNT-CONTACTO-SIN-CLIENTE
                    GO TO 2100-SIGUIENTE

               WHEN OTHER
                    PERFORM 2950-ERROR-SQL
                       THRU 2950-F-ERROR-SQL
                    GO TO 2100-SIGUIENTE
           END-EVALUATE.

           ADD 1                              TO CNT-CAMBIOS-CONTACTO.

           MOVE SPACES                        TO WS-REG-VENTANA.
           MOVE AUD-TIP-DOC                   TO VEN-TIPDOC.
           MOVE AUD-NRO-DOC                   TO VEN-NRODOC.
           MOVE WS-CLI-NROCLI                 TO VEN-NROCLI.
           MOVE WS-CLI-NOMAPE                 TO VEN-NOMAPE.
           MOVE WS-FECHA-PROCESO              TO VEN-FECHA.
           SET VEN-CAMBIO-CONTACTO            TO TRUE.
           MOVE ZEROS                         TO VEN-NROCUEN
                                                 VEN-SUCUEN
                                                 VEN-NROCLI-COTIT.
           MOVE AUD-ACCION                    TO VEN-ACCION.

           PERFORM 2900-AGREGAR-CAMBIO
              THRU 2900-F-AGREGAR-CAMBIO.

       2100-SIGUIENTE.

           PERFORM 2020-LEER-AUDITORIA
              THRU 2020-F-LEER-AUDITORIA.

       2100-F-REGISTRAR-CAMBIO-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *   2 2 0 0 - C A R G A R - A L T A S - C O T I T U L A R        *
      *----------------------------------------------------------------*

       2200-CARGAR-ALTAS-COTITULAR.

           MOVE '2200-CARGAR-ALTAS-COTITULAR' TO WS-PARRAFO.

           PERFORM 2220-LEER-TITNOV
              THRU 2220-F-LEER-TITNOV.

           PERFORM 2300-REGISTRAR-ALTA-COTITULAR
              THRU 2300-F-REGISTRAR-ALTA-COTITULAR
             UNTIL FS-TITNOV-EOF.

           CLOSE TITNOV.

       2200-F-CARGAR-ALTAS-COTITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 2 0 - L E E R - T I T N O V                   *
      *----------------------------------------------------------------*

       2220-LEER-TITNOV.

           MOVE '2220-LEER-TITNOV'            TO WS-PARRAFO.

           READ TITNOV INTO WS-REG-TITNOV.

           EVALUATE TRUE
               WHEN FS-TITNOV-OK
                    CONTINUE

               WHEN FS-TITNOV-EOF
                    SET FS-TITNOV-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TITNOV            TO AUX-ERR-NOMBRE
                    MOVE FS-TITNOV            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2220-F-LEER-TITNOV.
           EXIT.

      *----------------------------------------------------------------*
      *  2 3 0 0 - R E G I S T R A R - A L T A - C O T I T U L A R     *
      *----------------------------------------------------------------*
      *   SOLO CUENTA EL ALTA QUE PGMSI100 DEJO EN TBCURTIT ( LAS      *
      *   RECHAZADAS NO ESTAN ). EL CAMBIO SE REGISTRA A NOMBRE DEL    *
      *   TITULAR DE LA CUENTA, QUE ES QUIEN PUEDE SUFRIR LOS DEBITOS. *
      *----------------------------------------------------------------*

       2300-REGISTRAR-ALTA-COTITULAR.

           MOVE '2300-REGISTRAR-ALTA-COTITULAR' TO WS-PARRAFO.

           IF NOT TNO-ALTA OR
              TNO-NROCUEN IS NOT NUMERIC OR
              TNO-SUCUEN  IS NOT NUMERIC OR
              TNO-NROCLI  IS NOT NUMERIC
              GO TO 2300-SIGUIENTE
           END-IF.

           MOVE TNO-TIPCUEN                   TO WS-DEB-TIPCUEN.
           MOVE TNO-NROCUEN                   TO WS-DEB-NROCUEN.
           MOVE TNO-SUCUEN                    TO WS-DEB-SUCUEN.
           MOVE TNO-NROCLI                    TO WS-DEB-NROCLI.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-DEB-CANT-TIT
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-DEB-TIPCUEN
                AND NROCUEN = :WS-DEB-NROCUEN
                AND SUCUEN  = :WS-DEB-SUCUEN
                AND NROCLI  = :WS-DEB-NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              PERFORM 2950-ERROR-SQL
                 THRU 2950-F-ERROR-SQL
              GO TO 2300-SIGUIENTE
           END-IF.

           IF WS-DEB-CANT-TIT IS EQUAL TO ZEROS
              ADD 1                       TO CNT-COTITULAR-NO-APLICADO
              GO TO 2300-SIGUIENTE
           END-IF.

           EXEC SQL
             SELECT A.NROCLI,
                    C.TIPDOC,
                    C.NRODOC,
                    C.NOMAPE
               INTO :WS-CLI-NROCLI,
                    :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC,
                    :WS-CLI-NOMAPE
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI C
              WHERE A.TIPCUEN = :WS-DEB-TIPCUEN
                AND A.NROCUEN = :WS-DEB-NROCUEN
                AND A.SUCUEN  = :WS-DEB-SUCUEN
                AND C.NROCLI  = A.NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    ADD 1                 TO CNT-COTITULAR-NO-APLICADO
                    GO TO 2300-SIGUIENTE

               WHEN OTHER
                    PERFORM 2950-ERROR-SQL
                       THRU 2950-F-ERROR-SQL
                    GO TO 2300-SIGUIENTE
           END-EVALUATE.

           ADD 1                              TO CNT-ALTAS-COTITULAR.

           MOVE SPACES                        TO WS-REG-VENTANA.
           MOVE WS-CLI-TIPDOC                 TO VEN-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO VEN-NRODOC.
           MOVE WS-CLI-NROCLI                 TO VEN-NROCLI.
           MOVE WS-CLI-NOMAPE                 TO VEN-NOMAPE.
           MOVE WS-FECHA-PROCESO              TO VEN-FECHA.
           SET VEN-ALTA-COTITULAR             TO TRUE.
           MOVE TNO-TIPCUEN                   TO VEN-TIPCUEN.
           MOVE TNO-NROCUEN                   TO VEN-NROCUEN.
           MOVE TNO-SUCUEN                    TO VEN-SUCUEN.
           MOVE TNO-NROCLI                    TO VEN-NROCLI-COTIT.
           MOVE TNO-ACCION                    TO VEN-ACCION.

           PERFORM 2900-AGREGAR-CAMBIO
              THRU 2900-F-AGREGAR-CAMBIO.

       2300-SIGUIENTE.

           PERFORM 2220-LEER-TITNOV
              THRU 2220-F-LEER-TITNOV.

       2300-F-REGISTRAR-ALTA-COTITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - E V A L U A R - C A M B I O                *
      *----------------------------------------------------------------*
      *   RECORRE LOS DEBITOS DEL DIA DEL CLIENTE DEL CAMBIO WS-V.     *
      *   CADA DEBITO SE EVALUA UNA SOLA VEZ, LA NOCHE EN QUE SE CARGA *
      *   Y MIENTRAS EL CAMBIO SIGA EN LA VENTANA.                     *
      *----------------------------------------------------------------*

       2500-EVALUAR-CAMBIO.

           MOVE '2500-EVALUAR-CAMBIO'         TO WS-PARRAFO.

           MOVE T-VEN-REG(WS-V)               TO WS-REG-VENTANA.

           COMPUTE WS-DIAS-EVENTO =
                   WS-DIAS-HOY - FUNCTION INTEGER-OF-DATE(VEN-FECHA).

           MOVE VEN-NROCLI                    TO WS-DEB-NROCLI.

           IF VEN-ALTA-COTITULAR
              MOVE VEN-TIPCUEN                TO WS-DEB-FIL-TIPCUEN
              MOVE VEN-NROCUEN                TO WS-DEB-FIL-NROCUEN
              MOVE VEN-SUCUEN                 TO WS-DEB-FIL-SUCUEN
           ELSE
              MOVE SPACES                     TO WS-DEB-FIL-TIPCUEN
              MOVE ZEROS                      TO WS-DEB-FIL-NROCUEN
                                                 WS-DEB-FIL-SUCUEN
           END-IF.

           EXEC SQL
              OPEN DEB_CURSOR
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

           MOVE '00'                          TO CS-DEBCUR.

           PERFORM 2520-FETCH-DEBITO
              THRU 2520-F-FETCH-DEBITO.

           PERFORM 2600-EVALUAR-DEBITO
              THRU 2600-F-EVALUAR-DEBITO
             UNTIL CS-DEBCUR-EOC.

           EXEC SQL
              CLOSE DEB_CURSOR
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

       2500-F-EVALUAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 2 0 - F E T C H - D E B I T O                  *
      *----------------------------------------------------------------*

       2520-FETCH-DEBITO.

           MOVE '2520-FETCH-DEBITO'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  DEB_CURSOR
                     INTO
                        :WS-DEB-TIPCUEN,
                        :WS-DEB-NROCUEN,
                        :WS-DEB-SUCUEN,
                        :WS-DEB-NROMOV,
                        :WS-DEB-IMPORTE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-DEBCUR-EOC         TO TRUE

             WHEN OTHER
               SET CS-DEBCUR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-FETCH-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 0 0 - E V A L U A R - D E B I T O               *
      *----------------------------------------------------------------*
      *   UMBRAL = MULTIPLO x SALDO PROMEDIO DE LA CUENTA, NUNCA MENOR *
      *   QUE EL IMPORTE MINIMO. UNA CUENTA SIN PROMEDIO ( NUEVA O SIN *
      *   FOTOS EN EL MES ) SE EVALUA SOLO CONTRA EL MINIMO Y VA CON   *
      *   LA MAXIMA PRIORIDAD.                                         *
      *----------------------------------------------------------------*

       2600-EVALUAR-DEBITO.

           MOVE '2600-EVALUAR-DEBITO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-DEBITOS-EVALUADOS.

           COMPUTE WS-IMPORTE-DEBITO = ZEROS - WS-DEB-IMPORTE.

           MOVE WS-DEB-TIPCUEN                TO WS-CLAVE-CUENTA(1:2).
           MOVE WS-DEB-NROCUEN                TO WS-CLAVE-CUENTA(3:4).
           MOVE WS-DEB-SUCUEN                 TO WS-CLAVE-CUENTA(7:2).

           PERFORM 2620-BUSCAR-PROMEDIO
              THRU 2620-F-BUSCAR-PROMEDIO.

           IF PROMEDIO-HALLADO AND WS-PROMEDIO IS GREATER THAN ZEROS
              COMPUTE WS-UMBRAL = WS-PROMEDIO * WS-MULTIPLO
              COMPUTE WS-VECES ROUNDED = WS-IMPORTE-DEBITO / WS-PROMEDIO
                 ON SIZE ERROR
                    MOVE CT-VECES-SIN-PROMEDIO TO WS-VECES
              END-COMPUTE
           ELSE
              ADD 1                        TO CNT-DEBITOS-SIN-PROMEDIO
              MOVE ZEROS                      TO WS-UMBRAL
              MOVE CT-VECES-SIN-PROMEDIO      TO WS-VECES
           END-IF.

           IF WS-UMBRAL IS LESS THAN WS-IMPORTE-MINIMO
              MOVE WS-IMPORTE-MINIMO          TO WS-UMBRAL
           END-IF.

           IF WS-IMPORTE-DEBITO IS NOT GREATER THAN WS-UMBRAL
              GO TO 2600-SIGUIENTE
           END-IF.

           PERFORM 2700-REGISTRAR-HALLAZGO
              THRU 2700-F-REGISTRAR-HALLAZGO.

       2600-SIGUIENTE.

           PERFORM 2520-FETCH-DEBITO
              THRU 2520-F-FETCH-DEBITO.

       2600-F-EVALUAR-DEBITO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 2 0 - B U S C A R - P R O M E D I O               *
      *----------------------------------------------------------------*

       2620-BUSCAR-PROMEDIO.

           SET PROMEDIO-INEXISTENTE           TO TRUE.
           MOVE ZEROS                         TO WS-PROMEDIO.
           MOVE 1                             TO WS-P.

           PERFORM 2640-COMPARAR-PROMEDIO
              THRU 2640-F-COMPARAR-PROMEDIO
             UNTIL PROMEDIO-HALLADO
                OR WS-P IS GREATER THAN WS-CANT-PROMEDIOS.

       2620-F-BUSCAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 4 0 - C O M P A R A R - P R O M E D I O            *
      *----------------------------------------------------------------*

       2640-COMPARAR-PROMEDIO.

           IF T-PRM-CLAVE(WS-P) IS EQUAL TO WS-CLAVE-CUENTA
              SET PROMEDIO-HALLADO            TO TRUE
              MOVE T-PRM-PROMEDIO(WS-P)       TO WS-PROMEDIO
           ELSE
              ADD 1                           TO WS-P
           END-IF.

       2640-F-COMPARAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 0 0 - R E G I S T R A R - H A L L A Z G O           *
      *----------------------------------------------------------------*
      *   UN MISMO DEBITO PUEDE SURGIR DE DOS CAMBIOS DEL CLIENTE: SE  *
      *   LISTA UNA VEZ, CON ORIGEN 'A' ( AMBOS ) SI DIFIEREN.         *
      *----------------------------------------------------------------*

       2700-REGISTRAR-HALLAZGO.

           MOVE '2700-REGISTRAR-HALLAZGO'     TO WS-PARRAFO.

           SET HALLAZGO-NUEVO                 TO TRUE.
           MOVE 1                             TO WS-H.

           PERFORM 2720-COMPARAR-HALLAZGO
              THRU 2720-F-COMPARAR-HALLAZGO
             UNTIL HALLAZGO-REPETIDO
                OR WS-H IS GREATER THAN WS-CANT-HALLAZGOS.

           IF HALLAZGO-REPETIDO
              IF T-HIT-ORIGEN(WS-H) IS NOT EQUAL TO VEN-ORIGEN
                 MOVE 'A'                     TO T-HIT-ORIGEN(WS-H)
              END-IF
              GO TO 2700-F-REGISTRAR-HALLAZGO
           END-IF.

           IF WS-CANT-HALLAZGOS IS NOT LESS THAN CT-MAX-HALLAZGOS
              ADD 1                     TO CNT-HALLAZGOS-DESCARTADOS
              DISPLAY '* TABLA DE HALLAZGOS LLENA, NO SE LISTA: '
                      WS-DEB-TIPCUEN '-' WS-DEB-NROCUEN '-'
                      WS-DEB-SUCUEN ' MOV ' WS-DEB-NROMOV
              GO TO 2700-F-REGISTRAR-HALLAZGO
           END-IF.

           ADD 1                              TO WS-CANT-HALLAZGOS.
           ADD 1                              TO CNT-HALLAZGOS.
           MOVE WS-CANT-HALLAZGOS             TO WS-H.

           MOVE WS-VECES                      TO T-HIT-VECES(WS-H).
           MOVE WS-IMPORTE-DEBITO             TO T-HIT-IMPORTE(WS-H).
           MOVE WS-DEB-TIPCUEN                TO T-HIT-TIPCUEN(WS-H).
           MOVE WS-DEB-NROCUEN                TO T-HIT-NROCUEN(WS-H).
           MOVE WS-DEB-SUCUEN                 TO T-HIT-SUCUEN(WS-H).
           MOVE WS-DEB-NROMOV                 TO T-HIT-NROMOV(WS-H).
           MOVE WS-PROMEDIO                   TO T-HIT-PROMEDIO(WS-H).
           MOVE VEN-TIPDOC                    TO T-HIT-TIPDOC(WS-H).
           MOVE VEN-NRODOC                    TO T-HIT-NRODOC(WS-H).
           MOVE VEN-NOMAPE                    TO T-HIT-NOMAPE(WS-H).
           MOVE VEN-ORIGEN                    TO T-HIT-ORIGEN(WS-H).
           MOVE VEN-FECHA                  TO T-HIT-FECHA-EVENTO(WS-H).
           MOVE WS-DIAS-EVENTO                TO T-HIT-DIAS(WS-H).
           MOVE SPACES                        TO T-HIT-BLOQUEO(WS-H).

           IF BLOQUEO-HABILITADO
              PERFORM 2800-BLOQUEAR-CUENTA
                 THRU 2800-F-BLOQUEAR-CUENTA
           END-IF.

       2700-F-REGISTRAR-HALLAZGO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 2 0 - C O M P A R A R - H A L L A Z G O             *
      *----------------------------------------------------------------*

       2720-COMPARAR-HALLAZGO.

           IF T-HIT-TIPCUEN(WS-H) IS EQUAL TO WS-DEB-TIPCUEN AND
              T-HIT-NROCUEN(WS-H) IS EQUAL TO WS-DEB-NROCUEN AND
              T-HIT-SUCUEN(WS-H)  IS EQUAL TO WS-DEB-SUCUEN  AND
              T-HIT-NROMOV(WS-H)  IS EQUAL TO WS-DEB-NROMOV
              SET HALLAZGO-REPETIDO           TO TRUE
           ELSE
              ADD 1                           TO WS-H
           END-IF.

       2720-F-COMPARAR-HALLAZGO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 8 0 0 - B L O Q U E A R - C U E N T A              *
      *----------------------------------------------------------------*
      *   BUSCA LA CUENTA CON LA RUTINA COMUN ( MISMA CLAVE QUE USA    *
      *   PGMSI109: SUCURSAL x 1000000 + NRO DE CUENTA ). SI NO TIENE  *
      *   BLOQUEO SE AGREGA A LA TABLA, ASI UN SEGUNDO DEBITO DE LA    *
      *   MISMA CUENTA NO LO DUPLICA; LOS AGREGADOS SE GRABAN AL FINAL *
      *   DE BLOQNEW. LA TABLA DE LOS LECTORES ADMITE CT-MAX-BLOQUEOS  *
      *   ENTRADAS: SIN LUGAR NO SE BLOQUEA Y SE AVISA.                *
      *----------------------------------------------------------------*

       2800-BLOQUEAR-CUENTA.

           MOVE '2800-BLOQUEAR-CUENTA'        TO WS-PARRAFO.

           MOVE 'C'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-DEB-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO.
           COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                   WS-DEB-SUCUEN * 1000000 + WS-DEB-NROCUEN.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              IF WS-BLQ-IX IS GREATER THAN WS-CANT-BLQ-ORIGINAL
                 MOVE 'T'                     TO T-HIT-BLOQUEO(WS-H)
              ELSE
                 MOVE 'P'                     TO T-HIT-BLOQUEO(WS-H)
                 ADD 1                        TO CNT-BLOQUEOS-PREVIOS
              END-IF
              GO TO 2800-F-BLOQUEAR-CUENTA
           END-IF.

           IF WS-CANT-BLOQUEOS IS NOT LESS THAN CT-MAX-BLOQUEOS
              MOVE 'S'                        TO T-HIT-BLOQUEO(WS-H)
              ADD 1                           TO CNT-BLOQUEOS-SIN-LUGAR
              DISPLAY '* TABLA DE BLOQUEOS LLENA: NO SE BLOQUEA LA '
                      'CUENTA ' WS-DEB-TIPCUEN '-' WS-DEB-NROCUEN
                      '-' WS-DEB-SUCUEN
              GO TO 2800-F-BLOQUEAR-CUENTA
           END-IF.

           ADD 1                              TO WS-CANT-BLOQUEOS.
           MOVE 'C'               TO T-BLQ-TIPO-REG(WS-CANT-BLOQUEOS).
           MOVE VEN-TIPDOC        TO T-BLQ-TIP-DOC(WS-CANT-BLOQUEOS).
           MOVE VEN-NRODOC        TO T-BLQ-NRO-DOC(WS-CANT-BLOQUEOS).
           MOVE WS-BLQ-BUSQ-CTA-TIPO
                                  TO T-BLQ-CTA-TIPO(WS-CANT-BLOQUEOS).
           MOVE WS-BLQ-BUSQ-CTA-CUENTA
                                TO T-BLQ-CTA-CUENTA(WS-CANT-BLOQUEOS).

           MOVE 'T'                           TO T-HIT-BLOQUEO(WS-H).
           ADD 1                              TO CNT-BLOQUEOS-NUEVOS.

       2800-F-BLOQUEAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - A G R E G A R - C A M B I O               *
      *----------------------------------------------------------------*
      *   AGREGA WS-REG-VENTANA A LA TABLA SI NO ESTA YA ( EL MISMO    *
      *   CAMBIO INFORMADO DOS VECES LA MISMA NOCHE ). LA VENTANA ES   *
      *   UN CONTROL DE FRAUDE: SIN LUGAR SE ABORTA ANTES QUE PERDER   *
      *   CAMBIOS.                                                     *
      *----------------------------------------------------------------*

       2900-AGREGAR-CAMBIO.

           MOVE '2900-AGREGAR-CAMBIO'         TO WS-PARRAFO.

           SET EVENTO-NUEVO                   TO TRUE.
           MOVE 1                             TO WS-V.

           PERFORM 2920-COMPARAR-CAMBIO
              THRU 2920-F-COMPARAR-CAMBIO
             UNTIL EVENTO-REPETIDO
                OR WS-V IS GREATER THAN WS-CANT-VENTANA.

           IF EVENTO-REPETIDO
              ADD 1                           TO CNT-EVENTOS-REPETIDOS
              GO TO 2900-F-AGREGAR-CAMBIO
           END-IF.

           IF WS-CANT-VENTANA IS NOT LESS THAN CT-MAX-VENTANA
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-VENTANA                 TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-VENTANA.
           MOVE WS-REG-VENTANA          TO T-VEN-REG(WS-CANT-VENTANA).

       2900-F-AGREGAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 2 0 - C O M P A R A R - C A M B I O               *
      *----------------------------------------------------------------*

       2920-COMPARAR-CAMBIO.

           IF T-VEN-REG(WS-V)(1:77) IS EQUAL TO VEN-DATOS
              SET EVENTO-REPETIDO             TO TRUE
           ELSE
              ADD 1                           TO WS-V
           END-IF.

       2920-F-COMPARAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 9 5 0 - E R R O R - S Q L                       *
      *----------------------------------------------------------------*

       2950-ERROR-SQL.

           MOVE SQLCODE                       TO CT-SQLCODE-EDIT.
           DISPLAY ' * ERROR DB2 EN ' WS-PARRAFO.
           DISPLAY ' * SQLCODE --> ' CT-SQLCODE-EDIT.
           ADD 1                              TO CNT-SQL-ERROR.

       2950-F-ERROR-SQL.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-ORDENAR-HALLAZGOS
              THRU 3100-F-ORDENAR-HALLAZGOS.

           PERFORM 3300-LISTAR-HALLAZGOS
              THRU 3300-F-LISTAR-HALLAZGOS.

           PERFORM 3500-GRABAR-VENTANA
              THRU 3500-F-GRABAR-VENTANA
             VARYING WS-V FROM 1 BY 1
               UNTIL WS-V IS GREATER THAN WS-CANT-VENTANA.

           PERFORM 3600-GRABAR-BLOQUEOS
              THRU 3600-F-GRABAR-BLOQUEOS.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *        3 1 0 0 - O R D E N A R - H A L L A Z G O S             *
      *----------------------------------------------------------------*
      *   ORDENA LOS HALLAZGOS DE MAYOR A MENOR POR VECES EL PROMEDIO  *
      *   E IMPORTE ( MISMO ESQUEMA DE BURBUJEO QUE PGMSIN44 ).        *
      *----------------------------------------------------------------*

       3100-ORDENAR-HALLAZGOS.

           MOVE '3100-ORDENAR-HALLAZGOS'      TO WS-PARRAFO.

           IF WS-CANT-HALLAZGOS > 1
              MOVE 1                          TO WS-I
              PERFORM 3120-PASADA-ORDENAMIENTO
                 THRU 3120-F-PASADA-ORDENAMIENTO
                UNTIL WS-I > WS-CANT-HALLAZGOS - 1
           END-IF.

       3100-F-ORDENAR-HALLAZGOS.
           EXIT.

      *----------------------------------------------------------------*
      *       3 1 2 0 - P A S A D A - O R D E N A M I E N T O          *
      *----------------------------------------------------------------*

       3120-PASADA-ORDENAMIENTO.

           MOVE 1                             TO WS-J.

           PERFORM 3140-COMPARAR-ADYACENTES
              THRU 3140-F-COMPARAR-ADYACENTES
             UNTIL WS-J > WS-CANT-HALLAZGOS - WS-I.

           ADD 1                              TO WS-I.

       3120-F-PASADA-ORDENAMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *       3 1 4 0 - C O M P A R A R - A D Y A C E N T E S          *
      *----------------------------------------------------------------*

       3140-COMPARAR-ADYACENTES.

           IF T-HIT-ORDEN(WS-J) < T-HIT-ORDEN(WS-J + 1)
              MOVE T-HIT(WS-J)                TO WS-HIT-AUXILIAR
              MOVE T-HIT(WS-J + 1)            TO T-HIT(WS-J)
              MOVE WS-HIT-AUXILIAR            TO T-HIT(WS-J + 1)
           END-IF.

           ADD 1                              TO WS-J.

       3140-F-COMPARAR-ADYACENTES.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE VENTNEW
                 BLOQNEW
                 FRAUDATO.

           IF NOT FS-BLOQNEW-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-BLOQNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-BLOQNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 0 0 - L I S T A R - H A L L A Z G O S              *
      *----------------------------------------------------------------*

       3300-LISTAR-HALLAZGOS.

           MOVE '3300-LISTAR-HALLAZGOS'       TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE WS-DIAS-VENTANA               TO LPA-DIAS.
           MOVE WS-MULTIPLO                   TO LPA-MULTIPLO.
           MOVE WS-IMPORTE-MINIMO             TO LPA-MINIMO.
           MOVE WS-BLOQUEAR-SW                TO LPA-BLOQUEO.
           MOVE WS-LIN-PARAMETROS             TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE SPACES                        TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE WS-LIN-COLUMNAS               TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           PERFORM 3320-LISTAR-HALLAZGO
              THRU 3320-F-LISTAR-HALLAZGO
             VARYING WS-H FROM 1 BY 1
               UNTIL WS-H IS GREATER THAN WS-CANT-HALLAZGOS.

           MOVE SPACES                        TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE 'CAMBIOS EN LA VENTANA:'      TO LTO-LEYENDA.
           MOVE WS-CANT-VENTANA               TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE 'DEBITOS SOBRE EL UMBRAL:'    TO LTO-LEYENDA.
           MOVE WS-CANT-HALLAZGOS             TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

           MOVE 'CUENTAS BLOQUEADAS EN ESTA CORRIDA:'
                                              TO LTO-LEYENDA.
           MOVE CNT-BLOQUEOS-NUEVOS           TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

       3300-F-LISTAR-HALLAZGOS.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 2 0 - L I S T A R - H A L L A Z G O              *
      *----------------------------------------------------------------*
      *   PRIORIDAD ALTA: SIN PROMEDIO, EL DOBLE DEL MULTIPLO O MAS,   *
      *   O CAMBIO DE CONTACTO Y ALTA DE COTITULAR JUNTOS.             *
      *----------------------------------------------------------------*

       3320-LISTAR-HALLAZGO.

           MOVE WS-H                          TO LDT-RANGO.

           IF T-HIT-VECES(WS-H) IS NOT LESS THAN WS-MULTIPLO * 2 OR
              T-HIT-ORIGEN(WS-H) IS EQUAL TO 'A'
              MOVE 'ALTA '                    TO LDT-PRIORIDAD
           ELSE
              MOVE 'MEDIA'                    TO LDT-PRIORIDAD
           END-IF.

           MOVE T-HIT-TIPCUEN(WS-H)           TO LDT-TIPCUEN.
           MOVE T-HIT-NROCUEN(WS-H)           TO LDT-NROCUEN.
           MOVE T-HIT-SUCUEN(WS-H)            TO LDT-SUCUEN.
           MOVE T-HIT-NROMOV(WS-H)            TO LDT-NROMOV.
           MOVE T-HIT-IMPORTE(WS-H)           TO LDT-IMPORTE.
           MOVE T-HIT-VECES(WS-H)             TO LDT-VECES.
           MOVE T-HIT-TIPDOC(WS-H)            TO LDT-TIPDOC.
           MOVE T-HIT-NRODOC(WS-H)            TO LDT-NRODOC.
           MOVE T-HIT-NOMAPE(WS-H)            TO LDT-NOMAPE.
           MOVE T-HIT-FECHA-EVENTO(WS-H)      TO LDT-FECHA-EVENTO.

           EVALUATE T-HIT-ORIGEN(WS-H)
             WHEN 'D'
               MOVE 'CONTACTO'                TO LDT-EVENTO
             WHEN 'T'
               MOVE 'COTITULAR'               TO LDT-EVENTO
             WHEN OTHER
               MOVE 'AMBOS'                   TO LDT-EVENTO
           END-EVALUATE.

           EVALUATE T-HIT-BLOQUEO(WS-H)
             WHEN 'T'
               MOVE 'TEMPORAL'                TO LDT-BLOQUEO
             WHEN 'P'
               MOVE 'PREVIO'                  TO LDT-BLOQUEO
             WHEN 'S'
               MOVE 'SIN LUGAR'               TO LDT-BLOQUEO
             WHEN OTHER
               MOVE SPACES                    TO LDT-BLOQUEO
           END-EVALUATE.

           MOVE WS-LIN-DETALLE                TO REG-FRAUDATO.

           PERFORM 3700-GRABAR-FRAUDATO
              THRU 3700-F-GRABAR-FRAUDATO.

       3320-F-LISTAR-HALLAZGO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-VENTANA-LEIDOS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI123               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CAMBIOS LEIDOS DE LA VENTANA ANTERIOR:  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENTANA-VENCIDOS          TO WS-MASCARA.
           DISPLAY '* CAMBIOS FUERA DE LA VENTANA:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAMBIOS-CONTACTO          TO WS-MASCARA.
           DISPLAY '* CAMBIOS DE CONTACTO DE LA NOCHE:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CONTACTO-SIN-CLIENTE      TO WS-MASCARA.
           DISPLAY '* CONTACTOS SIN CLIENTE EN TBCURCLI:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALTAS-COTITULAR           TO WS-MASCARA.
           DISPLAY '* ALTAS DE COTITULAR DE LA NOCHE:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-COTITULAR-NO-APLICADO     TO WS-MASCARA.
           DISPLAY '* ALTAS DE COTITULAR NO APLICADAS:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-VENTANA               TO WS-MASCARA.
           DISPLAY '* CAMBIOS EN LA VENTANA NUEVA:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEBITOS-EVALUADOS         TO WS-MASCARA.
           DISPLAY '* DEBITOS DEL DIA EVALUADOS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEBITOS-SIN-PROMEDIO      TO WS-MASCARA.
           DISPLAY '* DEBITOS DE CUENTAS SIN PROMEDIO:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-HALLAZGOS                 TO WS-MASCARA.
           DISPLAY '* HALLAZGOS LISTADOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-HALLAZGOS-DESCARTADOS     TO WS-MASCARA.
           DISPLAY '* HALLAZGOS SIN LUGAR EN LA TABLA:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEOS-NUEVOS           TO WS-MASCARA.
           DISPLAY '* BLOQUEOS TEMPORALES AGREGADOS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEOS-SIN-LUGAR        TO WS-MASCARA.
           DISPLAY '* BLOQUEOS NO AGREGADOS ( TABLA LLENA ):  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'VENTANA='       DELIMITED BY SIZE
                  WS-CANT-VENTANA  DELIMITED BY SIZE
                  ' DEBITOS='      DELIMITED BY SIZE
                  CNT-DEBITOS-EVALUADOS DELIMITED BY SIZE
                  ' HALLAZGOS='    DELIMITED BY SIZE
                  CNT-HALLAZGOS    DELIMITED BY SIZE
                  ' BLOQ='         DELIMITED BY SIZE
                  CNT-BLOQUEOS-NUEVOS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *            3 5 0 0 - G R A B A R - V E N T A N A               *
      *----------------------------------------------------------------*

       3500-GRABAR-VENTANA.

           MOVE '3500-GRABAR-VENTANA'         TO WS-PARRAFO.

           WRITE REG-VENTNEW FROM T-VEN-REG(WS-V).

           IF NOT FS-VENTNEW-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-VENTNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-VENTNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3500-F-GRABAR-VENTANA.
           EXIT.

      *----------------------------------------------------------------*
      *           3 6 0 0 - G R A B A R - B L O Q U E O S              *
      *----------------------------------------------------------------*
      *   BLOQNEW ES LA COPIA FIEL DE BLOQUEOS MAS LOS BLOQUEOS        *
      *   TEMPORALES DE ESTA CORRIDA ( ORIGEN 'F' ). SIN BLOQUEO       *
      *   HABILITADO QUEDA IGUAL AL ANTERIOR.                          *
      *----------------------------------------------------------------*

       3600-GRABAR-BLOQUEOS.

           MOVE '3600-GRABAR-BLOQUEOS'        TO WS-PARRAFO.

           OPEN INPUT BLOQUEOS.

           IF NOT FS-BLOQUEOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-BLOQUEOS                TO AUX-ERR-NOMBRE
              MOVE FS-BLOQUEOS                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1894-LEER-BLOQUEOS
              THRU 1894-F-LEER-BLOQUEOS.

           PERFORM 3620-COPIAR-BLOQUEO
              THRU 3620-F-COPIAR-BLOQUEO
             UNTIL FS-BLOQUEOS-EOF.

           CLOSE BLOQUEOS.

           COMPUTE WS-B = WS-CANT-BLQ-ORIGINAL + 1.

           PERFORM 3640-AGREGAR-BLOQUEO
              THRU 3640-F-AGREGAR-BLOQUEO
             VARYING WS-B FROM WS-B BY 1
               UNTIL WS-B IS GREATER THAN WS-CANT-BLOQUEOS.

       3600-F-GRABAR-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *           3 6 2 0 - C O P I A R - B L O Q U E O                *
      *----------------------------------------------------------------*

       3620-COPIAR-BLOQUEO.

           PERFORM 3660-GRABAR-BLOQNEW
              THRU 3660-F-GRABAR-BLOQNEW.

           PERFORM 1894-LEER-BLOQUEOS
              THRU 1894-F-LEER-BLOQUEOS.

       3620-F-COPIAR-BLOQUEO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 6 4 0 - A G R E G A R - B L O Q U E O               *
      *----------------------------------------------------------------*

       3640-AGREGAR-BLOQUEO.

           MOVE SPACES                        TO WS-REG-BLOQUEO.
           MOVE T-BLQ-TIPO-REG(WS-B)          TO BLQ-TIPO-REG.
           MOVE T-BLQ-TIP-DOC(WS-B)           TO BLQ-TIP-DOC.
           MOVE T-BLQ-NRO-DOC(WS-B)           TO BLQ-NRO-DOC.
           MOVE T-BLQ-CTA-TIPO(WS-B)          TO BLQ-CTA-TIPO.
           MOVE T-BLQ-CTA-CUENTA(WS-B)        TO BLQ-CTA-CUENTA.
           SET BLQ-TEMPORAL-FRAUDE            TO TRUE.
           MOVE WS-FECHA-PROCESO              TO BLQ-FECHA-ALTA.

           PERFORM 3660-GRABAR-BLOQNEW
              THRU 3660-F-GRABAR-BLOQNEW.

       3640-F-AGREGAR-BLOQUEO.
           EXIT.

      *----------------------------------------------------------------*
      *           3 6 6 0 - G R A B A R - B L O Q N E W                *
      *----------------------------------------------------------------*

       3660-GRABAR-BLOQNEW.

           WRITE REG-BLOQNEW FROM WS-REG-BLOQUEO.

           IF NOT FS-BLOQNEW-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-BLOQNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-BLOQNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3660-F-GRABAR-BLOQNEW.
           EXIT.

      *----------------------------------------------------------------*
      *          3 7 0 0 - G R A B A R - F R A U D A T O               *
      *----------------------------------------------------------------*

       3700-GRABAR-FRAUDATO.

           WRITE REG-FRAUDATO.

           IF NOT FS-FRAUDATO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-FRAUDATO                TO AUX-ERR-NOMBRE
              MOVE FS-FRAUDATO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3700-F-GRABAR-FRAUDATO.
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

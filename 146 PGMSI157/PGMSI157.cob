      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI157.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   EMBARGOS JUDICIALES: RETENCION SOBRE LAS CUENTAS DEL DEUDOR  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE TODAS LAS NOCHES DESPUES DE PGMAPCAB Y     *
      * MANTIENE EL KSDS DE OFICIOS DE EMBARGO EMBARGO ( COPY          *
      * CPEMBARG ):                                                    *
      *   - APLICA LAS TRANSACCIONES QUE CARGA LEGALES ( TRANEMB,      *
      *     OPCIONAL ): 'A' ALTA DEL OFICIO ( JUZGADO, EXPEDIENTE,     *
      *     DOCUMENTO DEL DEUDOR, MONTO ORDENADO, MONEDA Y CUENTA      *
      *     JUDICIAL ), 'L' LEVANTAMIENTO ORDENADO POR EL JUZGADO, 'E' *
      *     PEDIDO DE EXTRACTO DE LA ORDEN.                            *
      *   - BARRE LOS OFICIOS VIGENTES: POR CADA UNO RECORRE LAS       *
      *     CUENTAS DEL DEUDOR EN LA MONEDA DE LA ORDEN CON SALDO A    *
      *     FAVOR, EN EL ORDEN DE PRIORIDAD POR TIPO DE CUENTA DE      *
      *     EMBPARAM ( Y DENTRO DE UN TIPO, DE MAYOR A MENOR SALDO ),  *
      *     Y RETIENE HASTA CUBRIR EL SALDO PENDIENTE DE LA ORDEN.     *
      *     COMO CORRE DESPUES DE LA APLICACION DEL DIA, LOS CREDITOS  *
      *     QUE VAN ENTRANDO A LAS CUENTAS SE RETIENEN NOCHE A NOCHE   *
      *     HASTA QUE LA ORDEN QUEDA CUBIERTA.                         *
      *   - CADA RETENCION DEBITA LA CUENTA DEL DEUDOR Y ACREDITA LA   *
      *     CUENTA JUDICIAL EN KC02787.TBCURCTA ( CON SUS FILAS EN EL  *
      *     DIARIO AUDCTA ) Y GRABA LOS DOS MOVIMIENTOS EN TBCURMOV    *
      *     ( FRANJA 986001-987999, EL MISMO NROMOV EN LAS DOS PATAS ),*
      *     MAS EL DETALLE EN EL KSDS EMBMOV PARA EL EXTRACTO.         *
      *   - LA ORDEN SE CIERRA SOLA COMO CUBIERTA AL COMPLETAR EL      *
      *     MONTO ORDENADO, O COMO LEVANTADA POR LA TRANSACCION 'L'.   *
      *     LAS ORDENES CERRADAS EN LA NOCHE Y LAS PEDIDAS CON 'E'     *
      *     SALEN EN EL EXTRACTO EXTEMB QUE LEGALES PRESENTA AL        *
      *     JUZGADO. TODA TRANSACCION ( APLICADA O RECHAZADA ) QUEDA   *
      *     EN LA PISTA DE AUDITORIA AUDEMB.                           *
      * SI LA FECHA DE PROCESO YA TIENE MOVIMIENTOS EN LA FRANJA, LA   *
      * NOCHE YA FUE PROCESADA Y EL PASO ABORTA SIN RETENER.           *
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

           SELECT TRANEMB ASSIGN TO TRANEMB
                                    FILE STATUS IS FS-TRANEMB.

           SELECT EMBARGO  ASSIGN TO EMBARGO
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-EMBARGO
                           FILE STATUS IS FS-EMBARGO.

           SELECT EMBMOV   ASSIGN TO EMBMOV
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-EMBMOV
                           FILE STATUS IS FS-EMBMOV.

           SELECT EMBPARAM ASSIGN TO EMBPARAM
                                    FILE STATUS IS FS-EMBPARAM.

           SELECT AUDEMB ASSIGN TO AUDEMB
                                    FILE STATUS IS FS-AUDEMB.

           SELECT EXTEMB ASSIGN TO EXTEMB
                                    FILE STATUS IS FS-EXTEMB.

           SELECT AUDCTA ASSIGN TO AUDCTA
                                    FILE STATUS IS FS-AUDCTA.

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
      *   TRANSACCIONES DE EMBARGOS CARGADAS POR LEGALES.              *
      *----------------------------------------------------------------*

       FD   TRANEMB
            RECORDING MODE IS F.
       01   REG-TRANEMB                                     PIC X(100).

      * EMBARGO ( ARCHIVO VSAM DE OFICIOS DE EMBARGO, COPY CPEMBARG )

       FD   EMBARGO.

       01 REG-EMBARGO.
          03 KEY-EMBARGO  PIC X(35).
          03 FILLER       PIC X(165).

      * EMBMOV ( ARCHIVO VSAM DE RETENCIONES, COPY CPEMBARG )

       FD   EMBMOV.

       01 REG-EMBMOV.
          03 KEY-EMBMOV   PIC X(40).
          03 FILLER       PIC X(60).

      *----------------------------------------------------------------*
      *   PARAMETROS DEL BARRIDO: ORDEN DE PRIORIDAD POR TIPO DE       *
      *   CUENTA ( PRIMER REGISTRO ).                                  *
      *----------------------------------------------------------------*

       FD   EMBPARAM
            RECORDING MODE IS F.
       01   REG-EMBPARAM                                    PIC X(80).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA DE LAS TRANSACCIONES DE EMBARGOS.         *
      *----------------------------------------------------------------*

       FD   AUDEMB
            RECORDING MODE IS F.
       01   REG-AUDEMB                                      PIC X(100).

      *----------------------------------------------------------------*
      *   EXTRACTO POR ORDEN DE EMBARGO PARA LEGALES.                  *
      *----------------------------------------------------------------*

       FD   EXTEMB
            RECORDING MODE IS F.
       01   REG-EXTEMB                                      PIC X(132).

      *----------------------------------------------------------------*
      *   DIARIO DE AUDITORIA DE SALDOS DE TBCURCTA ( COPY CPAUDCTA /  *
      *   AUDCTAGR ).                                                  *
      *----------------------------------------------------------------*

       FD  AUDCTA
           RECORDING MODE IS F.
       01  REG-AUDCTA                       PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI157'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-TRANEMB                    PIC X(08)  VALUE 'TRANEMB '.
           02 CT-EMBARGO                    PIC X(08)  VALUE 'EMBARGO '.
           02 CT-EMBMOV                     PIC X(08)  VALUE 'EMBMOV  '.
           02 CT-EMBPARAM                   PIC X(08)  VALUE 'EMBPARAM'.
           02 CT-AUDEMB                     PIC X(08)  VALUE 'AUDEMB  '.
           02 CT-EXTEMB                     PIC X(08)  VALUE 'EXTEMB  '.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LAS RETENCIONES ( DOMINIO    *
      *   NROMOV DEL MAESTRO CODREF ): 986001-987999, TRAMO ALTO DEL   *
      *   BLOQUE 980000 DE PGMSIN89. EL TOPE DE RETENCIONES POR NOCHE  *
      *   ES EL ANCHO DE LA FRANJA; LO QUE NO ENTRA SE RETIENE LA      *
      *   NOCHE SIGUIENTE.                                             *
      *----------------------------------------------------------------*

           02 CT-NROMOV-EMBARGO             PIC 9(06)  VALUE 986000.
           02 CT-NROMOV-EMB-DESDE           PIC 9(06)  VALUE 986001.
           02 CT-NROMOV-EMB-HASTA           PIC 9(06)  VALUE 987999.
           02 CT-MAX-RETENCIONES            PIC 9(05)  VALUE 01999.

      *----------------------------------------------------------------*
      *   TOPES DE LAS TABLAS EN MEMORIA: CUENTAS DE UN DEUDOR, TIPOS  *
      *   DE CUENTA EN LA PRIORIDAD Y EXTRACTOS POR NOCHE.             *
      *----------------------------------------------------------------*

           02 CT-MAX-CUENTAS                PIC 9(03)  VALUE 050.
           02 CT-MAX-PRIORIDADES            PIC 9(02)  VALUE 20.
           02 CT-MAX-EXTRACTOS              PIC 9(03)  VALUE 200.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-MONEDA-ORDEN               PIC X(03)  VALUE SPACES.
           02 WS-PENDIENTE                  PIC S9(11)V99 VALUE ZEROS.
           02 WS-IMPORTE-RETENCION          PIC S9(11)V99 VALUE ZEROS.
           02 WS-RETENIDO-ORDEN             PIC S9(11)V99 VALUE ZEROS.
           02 WS-IMPORTE-MOVTO              PIC S9(11)V99 VALUE ZEROS.
           02 WS-NROMOV-GENERADO            PIC 9(06)  VALUE ZEROS.
           02 WS-MOVTOS-FRANJA              PIC S9(9) COMP VALUE ZEROS.
           02 WS-CANT-PRIORIDADES           PIC 9(02)  VALUE ZEROS.
           02 WS-CANT-CUENTAS               PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-EXTRACTOS             PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-LISTADAS              PIC 9(05)  VALUE ZEROS.
           02 WS-IX-PRI                     PIC 9(02)  VALUE ZEROS.
           02 WS-IX-CTA                     PIC 9(03)  VALUE ZEROS.
           02 WS-IX-EXT                     PIC 9(03)  VALUE ZEROS.

       01 WS-EMBARGO-SW                     PIC X(01)  VALUE 'N'.
           88 EMBARGO-EXISTENTE                        VALUE 'S'.
           88 EMBARGO-INEXISTENTE                      VALUE 'N'.

       01 WS-TRANEMB-DISP-SW                PIC X(01)  VALUE 'N'.
           88 TRANEMB-DISPONIBLE                       VALUE 'S'.

       01 WS-FIN-EMBARGOS-SW                PIC X(01)  VALUE 'N'.
           88 FIN-EMBARGOS                             VALUE 'S'.

       01 WS-FIN-EMBMOV-SW                  PIC X(01)  VALUE 'N'.
           88 FIN-EMBMOV                               VALUE 'S'.

       01 WS-FRANJA-SW                      PIC X(01)  VALUE 'N'.
           88 FRANJA-AGOTADA                           VALUE 'S'.

       01 WS-EXTRACTO-SW                    PIC X(01)  VALUE 'N'.
           88 EXTRACTO-PEDIDO                          VALUE 'S'.
           88 EXTRACTO-NO-PEDIDO                       VALUE 'N'.

       01 WS-PARAM-CARGADO-SW               PIC X(01)  VALUE 'N'.
           88 PARAM-CARGADO                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO EMBPARAM: HASTA 20 TIPOS DE  *
      *   CUENTA EN ORDEN DE PRIORIDAD DE RETENCION ( EN BLANCO =      *
      *   POSICION LIBRE ). UN TIPO QUE NO FIGURA NO SE EMBARGA.       *
      *----------------------------------------------------------------*

       01 WS-REG-EMBPARAM.
           02 EPR-TIPCUEN                   PIC X(02)
                                            OCCURS 20 TIMES.
           02 FILLER                        PIC X(40).

      *----------------------------------------------------------------*
      *   TABLA DE CUENTAS DEL DEUDOR EN LA MONEDA DE LA ORDEN CON     *
      *   SALDO A FAVOR, CARGADA DESDE EL CURSOR CTA_CURSOR.           *
      *----------------------------------------------------------------*

       01 WS-T-CUENTAS.
           02 T-CTA                         OCCURS 50 TIMES.
              03 T-CTA-TIPCUEN              PIC X(02).
              03 T-CTA-NROCUEN              PIC 9(04).
              03 T-CTA-SUCUEN               PIC 9(02).
              03 T-CTA-SALDO                PIC S9(11)V99.

      *----------------------------------------------------------------*
      *   ORDENES CON EXTRACTO A EMITIR AL FINAL DE LA CORRIDA:        *
      *   PEDIDAS CON 'E' Y CERRADAS EN LA NOCHE.                      *
      *----------------------------------------------------------------*

       01 WS-T-EXTRACTOS.
           02 T-EXT-CLAVE                   PIC X(35)
                                            OCCURS 200 TIMES.

      *----------------------------------------------------------------*
      *   TRANSACCION DE EMBARGO ( TRANEMB ), 100 BYTES. IMPORTE,      *
      *   MONEDA ( EN BLANCO = PESOS ) Y CUENTA JUDICIAL SOLO SE       *
      *   INFORMAN EN EL ALTA. EL OPERADOR ES SIEMPRE OBLIGATORIO.     *
      *----------------------------------------------------------------*

       01 WS-REG-TRANEMB.
           02 TRE-ACCION                    PIC X(01).
              88 TRE-ALTA                              VALUE 'A'.
              88 TRE-LEVANTAMIENTO                     VALUE 'L'.
              88 TRE-EXTRACTO                          VALUE 'E'.
           02 TRE-CLAVE.
              03 TRE-JUZGADO                PIC X(08).
              03 TRE-EXPEDIENTE             PIC X(14).
              03 TRE-TIPDOC                 PIC X(02).
              03 TRE-NRODOC                 PIC 9(11).
           02 TRE-IMPORTE                   PIC 9(11)V99.
           02 TRE-MONEDA                    PIC X(03).
           02 TRE-CTA-JUDICIAL.
              03 TRE-JUD-TIPCUEN            PIC X(02).
              03 TRE-JUD-NROCUEN            PIC 9(04).
              03 TRE-JUD-SUCUEN             PIC 9(02).
           02 TRE-OPERADOR                  PIC X(08).
           02 TRE-OBSERVACION               PIC X(30).
           02 FILLER                        PIC X(02).

      *----------------------------------------------------------------*
      *   VARIABLES HOST PARA LA CONSULTA DEL DEUDOR EN TBCURCLI       *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA ( AUDEMB ), 100 BYTES. TIPO: LA ACCION    *
      *   APLICADA ( 'A' / 'L' / 'E' ) O 'X' TRANSACCION RECHAZADA.    *
      *----------------------------------------------------------------*

       01 WS-REG-AUDEMB.
           02 AEM-FECHA                     PIC 9(08).
           02 AEM-RUNID                     PIC X(08).
           02 AEM-CLAVE                     PIC X(35).
           02 AEM-TIPO                      PIC X(01).
           02 AEM-OPERADOR                  PIC X(08).
           02 AEM-IMPORTE                   PIC S9(11)V99.
           02 AEM-DETALLE                   PIC X(27).

      *----------------------------------------------------------------*
      *   LINEAS DEL EXTRACTO EXTEMB                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'EXTRACTO DE EMBARGO JUDICIAL AL        '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(84)  VALUE SPACES.

       01 WS-LIN-CABECERA-1.
           02 FILLER                        PIC X(09)
              VALUE 'JUZGADO: '.
           02 LCA-JUZGADO                   PIC X(08).
           02 FILLER                        PIC X(14)
              VALUE '  EXPEDIENTE: '.
           02 LCA-EXPEDIENTE                PIC X(14).
           02 FILLER                        PIC X(10)
              VALUE '  DEUDOR: '.
           02 LCA-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCA-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCA-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(32)  VALUE SPACES.

       01 WS-LIN-CABECERA-2.
           02 FILLER                        PIC X(17)
              VALUE 'CUENTA JUDICIAL: '.
           02 LCB-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCB-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCB-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(10)
              VALUE '  MONEDA: '.
           02 LCB-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(08)  VALUE '  ALTA: '.
           02 LCB-FECHA-ALTA                PIC 9(08).
           02 FILLER                        PIC X(10)
              VALUE '  ESTADO: '.
           02 LCB-ESTADO                    PIC X(10).
           02 FILLER                        PIC X(10)
              VALUE '  CIERRE: '.
           02 LCB-FECHA-CIERRE              PIC 9(08).
           02 FILLER                        PIC X(38)  VALUE SPACES.

       01 WS-LIN-CABECERA-3.
           02 FILLER                        PIC X(10)
              VALUE 'ORDENADO: '.
           02 LCC-ORDENADO                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(13)
              VALUE '  EMBARGADO: '.
           02 LCC-EMBARGADO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(13)
              VALUE '  PENDIENTE: '.
           02 LCC-PENDIENTE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(45)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(05)  VALUE '  NRO'.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(08)  VALUE 'FECHA'.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(17)
              VALUE 'CUENTA DEBITADA'.
           02 FILLER                        PIC X(08)  VALUE 'NROMOV'.
           02 FILLER                        PIC X(19)
              VALUE '          IMPORTE  '.
           02 FILLER                        PIC X(17)
              VALUE '        PENDIENTE'.
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-DETALLE.
           02 LDT-SECUENCIA                 PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(07)  VALUE SPACES.
           02 LDT-NROMOV                    PIC 9(06).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-IMPORTE                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDT-PENDIENTE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 LTO-LEYENDA                   PIC X(30).
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LTO-IMPORTE                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(78)  VALUE SPACES.

       01 WS-LIN-SEPARADOR.
           02 FILLER                        PIC X(78)  VALUE ALL '-'.
           02 FILLER                        PIC X(54)  VALUE SPACES.

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
           02 CNT-TRANS-LEIDAS              PIC 9(07)  VALUE ZEROS.
           02 CNT-TRANS-APLICADAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-TRANS-RECHAZADAS          PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-NUEVAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-LEVANTADAS        PIC 9(07)  VALUE ZEROS.
           02 CNT-EXTRACTOS-PEDIDOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-VIGENTES          PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-CON-RETENCION     PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-CUBIERTAS         PIC 9(07)  VALUE ZEROS.
           02 CNT-RETENCIONES               PIC 9(07)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-EXCEDIDAS         PIC 9(07)  VALUE ZEROS.
           02 CNT-EXTRACTOS-EMITIDOS        PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *              A R E A  D E  A C U M U L A D O R E S             *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-ORDENADO-NUEVO            PIC S9(13)V99 VALUE ZEROS.
           02 ACM-RETENIDO                  PIC S9(13)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-TRANEMB                    PIC X(02).
              88 FS-TRANEMB-OK                         VALUE '00'.
              88 FS-TRANEMB-EOF                        VALUE '10'.

           02 FS-EMBARGO                    PIC X(02).
              88 FS-EMBARGO-OK                         VALUE '00'.
              88 FS-EMBARGO-EOF                        VALUE '10'.
              88 FS-EMBARGO-NOTFND                     VALUE '23'.

           02 FS-EMBMOV                     PIC X(02).
              88 FS-EMBMOV-OK                          VALUE '00'.
              88 FS-EMBMOV-EOF                         VALUE '10'.

           02 FS-EMBPARAM                   PIC X(02).
              88 FS-EMBPARAM-OK                        VALUE '00'.
              88 FS-EMBPARAM-EOF                       VALUE '10'.

           02 FS-AUDEMB                     PIC X(02).
              88 FS-AUDEMB-OK                          VALUE '00'.

           02 FS-EXTEMB                     PIC X(02).
              88 FS-EXTEMB-OK                          VALUE '00'.

           02 FS-AUDCTA                     PIC X(02).
              88 FS-AUDCTA-OK                          VALUE '00'.

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

           COPY CPEMBARG.

           COPY CPCURMOV.

           COPY CPAUDCTA.

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

           EXEC SQL
             INCLUDE TBCURMOV
           END-EXEC.

      *----------------------------------------------------------------*
      *   CUENTAS DEL DEUDOR ( TITULAR EN TBCURCTA ) EN LA MONEDA DE   *
      *   LA ORDEN CON SALDO A FAVOR, DE MAYOR A MENOR SALDO. LA       *
      *   PRIORIDAD POR TIPO DE CUENTA SE APLICA SOBRE LA TABLA.       *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CTA_CURSOR CURSOR FOR
               SELECT TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      SALDO
                 FROM KC02787.TBCURCTA
                WHERE NROCLI = :WS-CTA-NROCLI
                  AND MONEDA = :WS-CTA-MONEDA
                  AND SALDO  > 0
             ORDER BY SALDO DESC
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF TRANEMB-DISPONIBLE
              PERFORM 2000-APLICAR-TRANSACCIONES
                 THRU 2000-F-APLICAR-TRANSACCIONES
           END-IF.

           PERFORM 2500-BARRER-EMBARGOS
              THRU 2500-F-BARRER-EMBARGOS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      ACM-ACUMULADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-CONTROLAR-REPROCESO
              THRU 1100-F-CONTROLAR-REPROCESO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-PARAMETROS
              THRU 1300-F-CARGAR-PARAMETROS.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *      1 1 0 0 - C O N T R O L A R - R E P R O C E S O           *
      *----------------------------------------------------------------*
      *   SI LA FECHA DE PROCESO YA TIENE MOVIMIENTOS EN LA FRANJA DE  *
      *   RETENCIONES, LA NOCHE YA FUE PROCESADA: VOLVER A CORRER      *
      *   REPETIRIA NROMOV. EL PASO ABORTA CON LA PLATA QUIETA.        *
      *----------------------------------------------------------------*

       1100-CONTROLAR-REPROCESO.

           MOVE '1100-CONTROLAR-REPROCESO'    TO WS-PARRAFO.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-MOVTOS-FRANJA
               FROM KC02787.TBCURMOV
              WHERE FECMOV = :WS-FECHA-PROCESO
                AND NROMOV BETWEEN :CT-NROMOV-EMB-DESDE
                               AND :CT-NROMOV-EMB-HASTA
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-MOVTOS-FRANJA IS GREATER THAN ZEROS
              DISPLAY '* LOS EMBARGOS DE ESTA FECHA YA FUERON  *'
              DISPLAY '* PROCESADOS: EL PASO ABORTA SIN RETENER *'
              DISPLAY ' - FECHA DE PROCESO: ' WS-FECHA-PROCESO

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1100-F-CONTROLAR-REPROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   EMBPARAM
                I-O     EMBARGO
                        EMBMOV
                OUTPUT  AUDEMB
                        EXTEMB.

           IF NOT FS-EMBPARAM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EMBPARAM                TO AUX-ERR-NOMBRE
              MOVE FS-EMBPARAM                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EMBARGO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EMBARGO                 TO AUX-ERR-NOMBRE
              MOVE FS-EMBARGO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EMBMOV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EMBMOV                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBMOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDEMB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUDEMB                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDEMB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EXTEMB-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-EXTEMB                  TO AUX-ERR-NOMBRE
              MOVE FS-EXTEMB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT TRANEMB.

           IF FS-TRANEMB-OK
              SET TRANEMB-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TRANEMB: NO HAY TRANSACCIONES '
                      'DE EMBARGOS *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *     1 3 0 0 - C A R G A R - P A R A M E T R O S                *
      *----------------------------------------------------------------*
      *   CARGA LA PRIORIDAD POR TIPO DE CUENTA DESDE EMBPARAM         *
      *   ( PRIMER REGISTRO ); SIN PRIORIDAD NO SE SABE QUE CUENTAS    *
      *   EMBARGAR Y EL PROGRAMA ABORTA.                               *
      *----------------------------------------------------------------*

       1300-CARGAR-PARAMETROS.

           MOVE '1300-CARGAR-PARAMETROS'      TO WS-PARRAFO.

           READ EMBPARAM INTO WS-REG-EMBPARAM.

           IF FS-EMBPARAM-OK
              PERFORM 1320-CONTAR-PRIORIDAD
                 THRU 1320-F-CONTAR-PRIORIDAD
                VARYING WS-IX-PRI FROM 1 BY 1
                  UNTIL WS-IX-PRI IS GREATER THAN CT-MAX-PRIORIDADES
           END-IF.

           CLOSE EMBPARAM.

           IF WS-CANT-PRIORIDADES IS GREATER THAN ZEROS
              SET PARAM-CARGADO               TO TRUE
           END-IF.

           IF NOT PARAM-CARGADO
              DISPLAY '* EL ARCHIVO EMBPARAM VINO VACIO, NO  *'
              DISPLAY '* SE PUEDE RETENER NINGUNA CUENTA     *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-EMBPARAM                TO AUX-ERR-NOMBRE
              MOVE FS-EMBPARAM                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1300-F-CARGAR-PARAMETROS.
           EXIT.

      *----------------------------------------------------------------*
      *         1 3 2 0 - C O N T A R - P R I O R I D A D              *
      *----------------------------------------------------------------*

       1320-CONTAR-PRIORIDAD.

           IF EPR-TIPCUEN(WS-IX-PRI) IS NOT EQUAL TO SPACES
              ADD 1                           TO WS-CANT-PRIORIDADES
           END-IF.

       1320-F-CONTAR-PRIORIDAD.
           EXIT.

      *----------------------------------------------------------------*
      *    2 0 0 0 - A P L I C A R - T R A N S A C C I O N E S         *
      *----------------------------------------------------------------*

       2000-APLICAR-TRANSACCIONES.

           MOVE '2000-APLICAR-TRANSACCIONES'  TO WS-PARRAFO.

           PERFORM 2020-LEER-TRANEMB
              THRU 2020-F-LEER-TRANEMB.

           PERFORM 2100-APLICAR-TRANSACCION
              THRU 2100-F-APLICAR-TRANSACCION
             UNTIL FS-TRANEMB-EOF.

           CLOSE TRANEMB.

       2000-F-APLICAR-TRANSACCIONES.
           EXIT.

      *----------------------------------------------------------------*
      *             2 0 2 0 - L E E R - T R A N E M B                  *
      *----------------------------------------------------------------*

       2020-LEER-TRANEMB.

           MOVE '2020-LEER-TRANEMB'           TO WS-PARRAFO.

           READ TRANEMB INTO WS-REG-TRANEMB.

           EVALUATE TRUE
               WHEN FS-TRANEMB-OK
                    ADD 1                     TO CNT-TRANS-LEIDAS

               WHEN FS-TRANEMB-EOF
                    SET FS-TRANEMB-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANEMB           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANEMB           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2020-F-LEER-TRANEMB.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - A P L I C A R - T R A N S A C C I O N           *
      *----------------------------------------------------------------*
      *   CICLO DE VIDA: 'A' REGISTRA EL OFICIO VIGENTE; 'L' CIERRA UN *
      *   OFICIO VIGENTE ( LO RETENIDO QUEDA EN LA CUENTA JUDICIAL );  *
      *   'E' PIDE EL EXTRACTO DE CUALQUIER OFICIO, ABIERTO O CERRADO. *
      *----------------------------------------------------------------*

       2100-APLICAR-TRANSACCION.

           MOVE '2100-APLICAR-TRANSACCION'    TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.
           MOVE ZEROS                         TO WS-IMPORTE-MOVTO.

           PERFORM 2120-VALIDAR-TRANSACCION
              THRU 2120-F-VALIDAR-TRANSACCION.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-RECHAZAR
           END-IF.

           EVALUATE TRUE
             WHEN TRE-ALTA
               PERFORM 2200-REGISTRAR-ORDEN
                  THRU 2200-F-REGISTRAR-ORDEN

             WHEN TRE-LEVANTAMIENTO
               PERFORM 2300-LEVANTAR-ORDEN
                  THRU 2300-F-LEVANTAR-ORDEN

             WHEN TRE-EXTRACTO
               PERFORM 2950-AGREGAR-EXTRACTO
                  THRU 2950-F-AGREGAR-EXTRACTO
               ADD 1                          TO CNT-EXTRACTOS-PEDIDOS
           END-EVALUATE.

           ADD 1                              TO CNT-TRANS-APLICADAS.

           MOVE TRE-ACCION                    TO AEM-TIPO.
           MOVE TRE-OBSERVACION               TO AEM-DETALLE.

           PERFORM 2900-GRABAR-AUDEMB
              THRU 2900-F-GRABAR-AUDEMB.

           GO TO 2100-SIGUIENTE.

       2100-RECHAZAR.

           ADD 1                              TO CNT-TRANS-RECHAZADAS.

           DISPLAY '* TRANSACCION RECHAZADA: ' TRE-ACCION ' '
                   TRE-JUZGADO ' ' TRE-EXPEDIENTE ' '
                   TRE-TIPDOC '-' TRE-NRODOC ' ' WS-MOTIVO.

           MOVE 'X'                           TO AEM-TIPO.
           MOVE SPACES                        TO AEM-DETALLE.
           STRING TRE-ACCION        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO AEM-DETALLE
           END-STRING.

           PERFORM 2900-GRABAR-AUDEMB
              THRU 2900-F-GRABAR-AUDEMB.

       2100-SIGUIENTE.

           PERFORM 2020-LEER-TRANEMB
              THRU 2020-F-LEER-TRANEMB.

       2100-F-APLICAR-TRANSACCION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 2 0 - V A L I D A R - T R A N S A C C I O N           *
      *----------------------------------------------------------------*
      *   CONTROLES EN ORDEN: EL PRIMERO QUE FALLA DEJA EL MOTIVO Y    *
      *   CORTA EL RESTO. EL ALTA CONSULTA DB2; EL RESTO TRABAJA SOBRE *
      *   EL OFICIO DEL KSDS.                                          *
      *----------------------------------------------------------------*

       2120-VALIDAR-TRANSACCION.

           MOVE '2120-VALIDAR-TRANSACCION'    TO WS-PARRAFO.

           MOVE TRE-CLAVE                     TO AEM-CLAVE.
           MOVE TRE-OPERADOR                  TO AEM-OPERADOR.

           EVALUATE TRUE
             WHEN NOT TRE-ALTA AND NOT TRE-LEVANTAMIENTO AND
                  NOT TRE-EXTRACTO
               MOVE 'ACCION INVALIDA'         TO WS-MOTIVO
             WHEN TRE-JUZGADO    IS EQUAL TO SPACES OR
                  TRE-EXPEDIENTE IS EQUAL TO SPACES
               MOVE 'FALTA JUZGADO O EXPEDIENTE'
                                              TO WS-MOTIVO
             WHEN TRE-TIPDOC IS EQUAL TO SPACES OR
                  TRE-NRODOC IS NOT NUMERIC
               MOVE 'DOCUMENTO DEL DEUDOR INVALIDO'
                                              TO WS-MOTIVO
             WHEN TRE-IMPORTE IS NOT NUMERIC
               MOVE 'IMPORTE INVALIDO'        TO WS-MOTIVO
             WHEN TRE-OPERADOR IS EQUAL TO SPACES
               MOVE 'FALTA EL OPERADOR'       TO WS-MOTIVO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2120-F-VALIDAR-TRANSACCION
           END-IF.

           MOVE TRE-CLAVE                     TO EMB-CLAVE.

           PERFORM 2800-LEER-EMBARGO
              THRU 2800-F-LEER-EMBARGO.

           IF TRE-ALTA
              PERFORM 2130-VALIDAR-ALTA
                 THRU 2130-F-VALIDAR-ALTA
              GO TO 2120-F-VALIDAR-TRANSACCION
           END-IF.

           EVALUATE TRUE
             WHEN EMBARGO-INEXISTENTE
               MOVE 'OFICIO INEXISTENTE'      TO WS-MOTIVO

             WHEN TRE-LEVANTAMIENTO AND NOT EMB-VIGENTE
               MOVE 'EL OFICIO YA ESTA CERRADO'
                                              TO WS-MOTIVO

             WHEN TRE-EXTRACTO AND
                  WS-CANT-EXTRACTOS IS NOT LESS THAN CT-MAX-EXTRACTOS
               MOVE 'TOPE DE EXTRACTOS, REINGRESAR'
                                              TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2120-F-VALIDAR-TRANSACCION.
           EXIT.

      *----------------------------------------------------------------*
      *             2 1 3 0 - V A L I D A R - A L T A                  *
      *----------------------------------------------------------------*
      *   LA CUENTA JUDICIAL DEBE EXISTIR EN TBCURCTA EN LA MONEDA DE  *
      *   LA ORDEN: LAS RETENCIONES NO CONVIERTEN MONEDA.              *
      *----------------------------------------------------------------*

       2130-VALIDAR-ALTA.

           MOVE '2130-VALIDAR-ALTA'           TO WS-PARRAFO.

           IF TRE-MONEDA IS EQUAL TO SPACES
              MOVE CT-MONEDA-PESOS            TO WS-MONEDA-ORDEN
           ELSE
              MOVE TRE-MONEDA                 TO WS-MONEDA-ORDEN
           END-IF.

           EVALUATE TRUE
             WHEN EMBARGO-EXISTENTE
               MOVE 'OFICIO YA REGISTRADO'    TO WS-MOTIVO
             WHEN TRE-IMPORTE IS EQUAL TO ZEROS
               MOVE 'IMPORTE ORDENADO EN CERO' TO WS-MOTIVO
             WHEN TRE-JUD-TIPCUEN IS EQUAL TO SPACES OR
                  TRE-JUD-NROCUEN IS NOT NUMERIC OR
                  TRE-JUD-SUCUEN  IS NOT NUMERIC
               MOVE 'CUENTA JUDICIAL INVALIDA' TO WS-MOTIVO
             WHEN OTHER
               PERFORM 2140-BUSCAR-DEUDOR
                  THRU 2140-F-BUSCAR-DEUDOR
           END-EVALUATE.

           IF WS-MOTIVO IS EQUAL TO SPACES
              PERFORM 2150-BUSCAR-CTA-JUDICIAL
                 THRU 2150-F-BUSCAR-CTA-JUDICIAL
           END-IF.

       2130-F-VALIDAR-ALTA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 4 0 - B U S C A R - D E U D O R                 *
      *----------------------------------------------------------------*

       2140-BUSCAR-DEUDOR.

           MOVE '2140-BUSCAR-DEUDOR'          TO WS-PARRAFO.

           MOVE TRE-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE TRE-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, NOMAPE
               INTO :WS-TB-NROCLI,
                    :WS-TB-NOMAPE
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               CONTINUE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'EL DEUDOR NO ES CLIENTE' TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2140-F-BUSCAR-DEUDOR.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 5 0 - B U S C A R - C T A - J U D I C I A L           *
      *----------------------------------------------------------------*

       2150-BUSCAR-CTA-JUDICIAL.

           MOVE '2150-BUSCAR-CTA-JUDICIAL'    TO WS-PARRAFO.

           MOVE TRE-JUD-TIPCUEN               TO WS-CTA-TIPCUEN.
           MOVE TRE-JUD-NROCUEN               TO WS-CTA-NROCUEN.
           MOVE TRE-JUD-SUCUEN                TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT MONEDA
               INTO :WS-CTA-MONEDA
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               IF WS-CTA-MONEDA IS NOT EQUAL TO WS-MONEDA-ORDEN
                  MOVE 'CUENTA JUDICIAL EN OTRA MONEDA'
                                              TO WS-MOTIVO
               END-IF
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'CUENTA JUDICIAL INEXISTENTE'
                                              TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2150-F-BUSCAR-CTA-JUDICIAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 0 0 - R E G I S T R A R - O R D E N              *
      *----------------------------------------------------------------*
      *   EL OFICIO NACE VIGENTE Y SE BARRE ESA MISMA NOCHE.           *
      *----------------------------------------------------------------*

       2200-REGISTRAR-ORDEN.

           MOVE '2200-REGISTRAR-ORDEN'        TO WS-PARRAFO.

           INITIALIZE REG-EMBARGO-TRAB.
           MOVE TRE-CLAVE                     TO EMB-CLAVE.
           SET EMB-VIGENTE                    TO TRUE.
           MOVE WS-TB-NROCLI                  TO EMB-NROCLI.
           MOVE WS-TB-NOMAPE                  TO EMB-NOMAPE.
           MOVE WS-MONEDA-ORDEN               TO EMB-MONEDA.
           MOVE TRE-CTA-JUDICIAL              TO EMB-CTA-JUDICIAL.
           MOVE TRE-IMPORTE                   TO EMB-IMPORTE-ORDENADO.
           MOVE ZEROS                         TO EMB-IMPORTE-EMBARGADO
                                                 EMB-CANT-RETENCIONES.
           MOVE WS-FECHA-PROCESO              TO EMB-FECHA-ALTA.
           MOVE TRE-OPERADOR                  TO EMB-OPERADOR.
           MOVE TRE-OBSERVACION               TO EMB-OBSERVACION.

           PERFORM 2870-GRABAR-EMBARGO-NUEVO
              THRU 2870-F-GRABAR-EMBARGO-NUEVO.

           MOVE TRE-IMPORTE                   TO WS-IMPORTE-MOVTO.
           ADD 1                              TO CNT-ORDENES-NUEVAS.
           ADD TRE-IMPORTE                    TO ACM-ORDENADO-NUEVO.

       2200-F-REGISTRAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - L E V A N T A R - O R D E N               *
      *----------------------------------------------------------------*
      *   EL JUZGADO LEVANTA EL EMBARGO: NO SE RETIENE MAS. LO YA      *
      *   TRANSFERIDO A LA CUENTA JUDICIAL QUEDA A DISPOSICION DEL     *
      *   JUZGADO. EL EXTRACTO FINAL SALE ESA MISMA NOCHE.             *
      *----------------------------------------------------------------*

       2300-LEVANTAR-ORDEN.

           MOVE '2300-LEVANTAR-ORDEN'         TO WS-PARRAFO.

           SET EMB-LEVANTADO                  TO TRUE.
           MOVE WS-FECHA-PROCESO              TO EMB-FECHA-CIERRE.
           MOVE TRE-OPERADOR                  TO EMB-OPERADOR.
           MOVE TRE-OBSERVACION               TO EMB-OBSERVACION.

           PERFORM 2850-REGRABAR-EMBARGO
              THRU 2850-F-REGRABAR-EMBARGO.

           PERFORM 2950-AGREGAR-EXTRACTO
              THRU 2950-F-AGREGAR-EXTRACTO.

           MOVE EMB-IMPORTE-EMBARGADO         TO WS-IMPORTE-MOVTO.
           ADD 1                              TO CNT-ORDENES-LEVANTADAS.

       2300-F-LEVANTAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - B A R R E R - E M B A R G O S               *
      *----------------------------------------------------------------*
      *   RECORRE EL KSDS COMPLETO, YA CON LAS TRANSACCIONES DEL DIA   *
      *   APLICADAS, Y RETIENE PARA CADA OFICIO VIGENTE.               *
      *----------------------------------------------------------------*

       2500-BARRER-EMBARGOS.

           MOVE '2500-BARRER-EMBARGOS'        TO WS-PARRAFO.

           MOVE LOW-VALUES                    TO KEY-EMBARGO.

           START EMBARGO KEY IS NOT LESS THAN KEY-EMBARGO.

           IF NOT FS-EMBARGO-OK
              SET FIN-EMBARGOS                TO TRUE
           ELSE
              PERFORM 2520-LEER-EMBARGO-SIG
                 THRU 2520-F-LEER-EMBARGO-SIG
           END-IF.

           PERFORM 2540-PROCESAR-EMBARGO
              THRU 2540-F-PROCESAR-EMBARGO
             UNTIL FIN-EMBARGOS.

       2500-F-BARRER-EMBARGOS.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 2 0 - L E E R - E M B A R G O - S I G              *
      *----------------------------------------------------------------*

       2520-LEER-EMBARGO-SIG.

           MOVE '2520-LEER-EMBARGO-SIG'       TO WS-PARRAFO.

           READ EMBARGO NEXT INTO REG-EMBARGO-TRAB.

           EVALUATE TRUE
             WHEN FS-EMBARGO-OK
               CONTINUE

             WHEN FS-EMBARGO-EOF
               SET FIN-EMBARGOS               TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-EMBARGO                TO AUX-ERR-NOMBRE
               MOVE FS-EMBARGO                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-LEER-EMBARGO-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 4 0 - P R O C E S A R - E M B A R G O              *
      *----------------------------------------------------------------*
      *   CON LA FRANJA AGOTADA LOS OFICIOS RESTANTES SE CUENTAN PERO  *
      *   NO SE BARREN: SIGUEN VIGENTES PARA LA NOCHE SIGUIENTE.       *
      *----------------------------------------------------------------*

       2540-PROCESAR-EMBARGO.

           IF EMB-VIGENTE
              ADD 1                           TO CNT-ORDENES-VIGENTES
              IF NOT FRANJA-AGOTADA
                 PERFORM 2600-EMBARGAR-ORDEN
                    THRU 2600-F-EMBARGAR-ORDEN
              END-IF
           END-IF.

           PERFORM 2520-LEER-EMBARGO-SIG
              THRU 2520-F-LEER-EMBARGO-SIG.

       2540-F-PROCESAR-EMBARGO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - E M B A R G A R - O R D E N                *
      *----------------------------------------------------------------*
      *   CARGA LAS CUENTAS DEL DEUDOR Y LAS RECORRE POR PRIORIDAD DE  *
      *   TIPO HASTA CUBRIR LO PENDIENTE. SI LA ORDEN QUEDA CUBIERTA   *
      *   SE CIERRA Y SU EXTRACTO FINAL SALE ESA MISMA NOCHE.          *
      *----------------------------------------------------------------*

       2600-EMBARGAR-ORDEN.

           MOVE '2600-EMBARGAR-ORDEN'         TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-RETENIDO-ORDEN.
           COMPUTE WS-PENDIENTE = EMB-IMPORTE-ORDENADO
                                - EMB-IMPORTE-EMBARGADO.

           IF WS-PENDIENTE IS GREATER THAN ZEROS
              PERFORM 2610-CARGAR-CUENTAS
                 THRU 2610-F-CARGAR-CUENTAS

              PERFORM 2650-BARRER-PRIORIDAD
                 THRU 2650-F-BARRER-PRIORIDAD
                VARYING WS-IX-PRI FROM 1 BY 1
                  UNTIL WS-IX-PRI IS GREATER THAN CT-MAX-PRIORIDADES
                     OR WS-PENDIENTE IS NOT GREATER THAN ZEROS
                     OR FRANJA-AGOTADA
           END-IF.

           IF WS-RETENIDO-ORDEN IS GREATER THAN ZEROS
              ADD 1                     TO CNT-ORDENES-CON-RETENCION
           END-IF.

           IF WS-PENDIENTE IS NOT GREATER THAN ZEROS
              SET EMB-CUBIERTO                TO TRUE
              MOVE WS-FECHA-PROCESO           TO EMB-FECHA-CIERRE
              ADD 1                           TO CNT-ORDENES-CUBIERTAS

              PERFORM 2950-AGREGAR-EXTRACTO
                 THRU 2950-F-AGREGAR-EXTRACTO
           END-IF.

           IF WS-RETENIDO-ORDEN IS GREATER THAN ZEROS OR
              EMB-CUBIERTO
              PERFORM 2850-REGRABAR-EMBARGO
                 THRU 2850-F-REGRABAR-EMBARGO
           END-IF.

       2600-F-EMBARGAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 1 0 - C A R G A R - C U E N T A S                 *
      *----------------------------------------------------------------*

       2610-CARGAR-CUENTAS.

           MOVE '2610-CARGAR-CUENTAS'         TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-CANT-CUENTAS.
           MOVE EMB-NROCLI                    TO WS-CTA-NROCLI.
           MOVE EMB-MONEDA                    TO WS-CTA-MONEDA.

           EXEC SQL
              OPEN CTA_CURSOR
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

           SET CS-CURSOR-OK                   TO TRUE.

           PERFORM 2620-FETCH-CURSOR
              THRU 2620-F-FETCH-CURSOR.

           PERFORM 2630-GUARDAR-CUENTA
              THRU 2630-F-GUARDAR-CUENTA
             UNTIL CS-CURSOR-EOC.

           EXEC SQL
              CLOSE CTA_CURSOR
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

       2610-F-CARGAR-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 6 2 0 - F E T C H - C U R S O R                  *
      *----------------------------------------------------------------*

       2620-FETCH-CURSOR.

           MOVE '2620-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  CTA_CURSOR
                     INTO
                        :WS-CTA-TIPCUEN,
                        :WS-CTA-NROCUEN,
                        :WS-CTA-SUCUEN,
                        :WS-CTA-SALDO
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

       2620-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 3 0 - G U A R D A R - C U E N T A                *
      *----------------------------------------------------------------*
      *   LAS CUENTAS QUE NO ENTRAN EN LA TABLA QUEDAN PARA LA NOCHE   *
      *   SIGUIENTE ( VAN DE MAYOR A MENOR SALDO, LAS QUE QUEDAN       *
      *   AFUERA SON LAS DE MENOR SALDO ).                             *
      *----------------------------------------------------------------*

       2630-GUARDAR-CUENTA.

           IF WS-CANT-CUENTAS IS LESS THAN CT-MAX-CUENTAS
              ADD 1                           TO WS-CANT-CUENTAS
              MOVE WS-CTA-TIPCUEN  TO T-CTA-TIPCUEN(WS-CANT-CUENTAS)
              MOVE WS-CTA-NROCUEN  TO T-CTA-NROCUEN(WS-CANT-CUENTAS)
              MOVE WS-CTA-SUCUEN   TO T-CTA-SUCUEN(WS-CANT-CUENTAS)
              MOVE WS-CTA-SALDO    TO T-CTA-SALDO(WS-CANT-CUENTAS)
           ELSE
              ADD 1                           TO CNT-CUENTAS-EXCEDIDAS
           END-IF.

           PERFORM 2620-FETCH-CURSOR
              THRU 2620-F-FETCH-CURSOR.

       2630-F-GUARDAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 5 0 - B A R R E R - P R I O R I D A D              *
      *----------------------------------------------------------------*

       2650-BARRER-PRIORIDAD.

           IF EPR-TIPCUEN(WS-IX-PRI) IS NOT EQUAL TO SPACES
              PERFORM 2660-BARRER-CUENTA
                 THRU 2660-F-BARRER-CUENTA
                VARYING WS-IX-CTA FROM 1 BY 1
                  UNTIL WS-IX-CTA IS GREATER THAN WS-CANT-CUENTAS
                     OR WS-PENDIENTE IS NOT GREATER THAN ZEROS
                     OR FRANJA-AGOTADA
           END-IF.

       2650-F-BARRER-PRIORIDAD.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 6 0 - B A R R E R - C U E N T A                 *
      *----------------------------------------------------------------*
      *   NUNCA SE RETIENE SOBRE LA PROPIA CUENTA JUDICIAL.            *
      *----------------------------------------------------------------*

       2660-BARRER-CUENTA.

           IF T-CTA-TIPCUEN(WS-IX-CTA) IS EQUAL TO
                                       EPR-TIPCUEN(WS-IX-PRI)
              IF T-CTA-TIPCUEN(WS-IX-CTA) IS NOT EQUAL TO
                                          EMB-JUD-TIPCUEN OR
                 T-CTA-NROCUEN(WS-IX-CTA) IS NOT EQUAL TO
                                          EMB-JUD-NROCUEN OR
                 T-CTA-SUCUEN(WS-IX-CTA)  IS NOT EQUAL TO
                                          EMB-JUD-SUCUEN
                 PERFORM 2700-RETENER-CUENTA
                    THRU 2700-F-RETENER-CUENTA
              END-IF
           END-IF.

       2660-F-BARRER-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 0 0 - R E T E N E R - C U E N T A                *
      *----------------------------------------------------------------*
      *   RETIENE EL MENOR ENTRE EL SALDO ACTUAL DE LA CUENTA Y LO     *
      *   PENDIENTE DE LA ORDEN. EL SALDO SE RELEE AL MOMENTO DE       *
      *   DEBITAR ( OTRA ORDEN DEL MISMO DEUDOR PUDO HABERLO TOCADO ). *
      *----------------------------------------------------------------*

       2700-RETENER-CUENTA.

           MOVE '2700-RETENER-CUENTA'         TO WS-PARRAFO.

           IF CNT-RETENCIONES IS NOT LESS THAN CT-MAX-RETENCIONES
              SET FRANJA-AGOTADA              TO TRUE
              DISPLAY '* FRANJA DE NROMOV DE EMBARGOS AGOTADA: LO '
                      'PENDIENTE SE RETIENE LA NOCHE SIGUIENTE *'
              GO TO 2700-F-RETENER-CUENTA
           END-IF.

           MOVE T-CTA-TIPCUEN(WS-IX-CTA)      TO WS-CTA-TIPCUEN.
           MOVE T-CTA-NROCUEN(WS-IX-CTA)      TO WS-CTA-NROCUEN.
           MOVE T-CTA-SUCUEN(WS-IX-CTA)       TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT SALDO
               INTO :DCLTBCURCTA.WS-CTA-SALDO
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
                      ' CTA ' WS-CTA-TIPCUEN '-' WS-CTA-NROCUEN
                      ' SUC ' WS-CTA-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2700-F-RETENER-CUENTA
           END-IF.

           IF WS-CTA-SALDO IS NOT GREATER THAN ZEROS
              GO TO 2700-F-RETENER-CUENTA
           END-IF.

           IF WS-CTA-SALDO IS LESS THAN WS-PENDIENTE
              MOVE WS-CTA-SALDO               TO WS-IMPORTE-RETENCION
           ELSE
              MOVE WS-PENDIENTE               TO WS-IMPORTE-RETENCION
           END-IF.

           EXEC SQL
             UPDATE KC02787.TBCURCTA
             SET SALDO  = SALDO - :WS-IMPORTE-RETENCION,
                 FECSAL = :WS-FECHA-PROCESO
             WHERE TIPCUEN = :WS-CTA-TIPCUEN
               AND NROCUEN = :WS-CTA-NROCUEN
               AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' CTA ' WS-CTA-TIPCUEN '-' WS-CTA-NROCUEN
                      ' SUC ' WS-CTA-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2700-F-RETENER-CUENTA
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO AUD-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO AUD-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO AUD-SUCUEN.
           MOVE WS-CTA-SALDO                  TO AUD-SALDO-ANTES.
           COMPUTE AUD-SALDO-DESPUES = WS-CTA-SALDO
                                     - WS-IMPORTE-RETENCION.

           PERFORM 8800-GRABAR-AUDCTA
              THRU 8800-F-GRABAR-AUDCTA.

           ADD 1                              TO CNT-RETENCIONES.
           COMPUTE WS-NROMOV-GENERADO =
                   CT-NROMOV-EMBARGO + CNT-RETENCIONES.

           MOVE WS-CTA-TIPCUEN                TO WS-CVM-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO WS-CVM-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           COMPUTE WS-CVM-IMPORTE = ZEROS - WS-IMPORTE-RETENCION.

           PERFORM 2750-GRABAR-TBCURMOV
              THRU 2750-F-GRABAR-TBCURMOV.

           PERFORM 2720-ACREDITAR-JUDICIAL
              THRU 2720-F-ACREDITAR-JUDICIAL.

           SUBTRACT WS-IMPORTE-RETENCION FROM WS-PENDIENTE.
           SUBTRACT WS-IMPORTE-RETENCION FROM T-CTA-SALDO(WS-IX-CTA).
           ADD WS-IMPORTE-RETENCION           TO WS-RETENIDO-ORDEN
                                                 EMB-IMPORTE-EMBARGADO
                                                 ACM-RETENIDO.
           ADD 1                              TO EMB-CANT-RETENCIONES.
           MOVE WS-FECHA-PROCESO         TO EMB-FECHA-ULT-RETENCION.

           PERFORM 2780-GRABAR-EMBMOV
              THRU 2780-F-GRABAR-EMBMOV.

       2700-F-RETENER-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 2 0 - A C R E D I T A R - J U D I C I A L           *
      *----------------------------------------------------------------*
      *   LA PATA CREDITO VA A LA CUENTA JUDICIAL DE LA ORDEN CON EL   *
      *   MISMO NROMOV QUE EL DEBITO AL DEUDOR.                        *
      *----------------------------------------------------------------*

       2720-ACREDITAR-JUDICIAL.

           MOVE '2720-ACREDITAR-JUDICIAL'     TO WS-PARRAFO.

           MOVE EMB-JUD-TIPCUEN               TO WS-CTA-TIPCUEN.
           MOVE EMB-JUD-NROCUEN               TO WS-CTA-NROCUEN.
           MOVE EMB-JUD-SUCUEN                TO WS-CTA-SUCUEN.

           EXEC SQL
             SELECT SALDO
               INTO :DCLTBCURCTA.WS-CTA-SALDO
               FROM KC02787.TBCURCTA
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              EXEC SQL
                UPDATE KC02787.TBCURCTA
                SET SALDO  = SALDO + :WS-IMPORTE-RETENCION,
                    FECSAL = :WS-FECHA-PROCESO
                WHERE TIPCUEN = :WS-CTA-TIPCUEN
                  AND NROCUEN = :WS-CTA-NROCUEN
                  AND SUCUEN  = :WS-CTA-SUCUEN
              END-EXEC
           END-IF.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
                      ' CTA JUDICIAL ' WS-CTA-TIPCUEN '-'
                      WS-CTA-NROCUEN ' SUC ' WS-CTA-SUCUEN
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2720-F-ACREDITAR-JUDICIAL
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO AUD-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO AUD-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO AUD-SUCUEN.
           MOVE WS-CTA-SALDO                  TO AUD-SALDO-ANTES.
           COMPUTE AUD-SALDO-DESPUES = WS-CTA-SALDO
                                     + WS-IMPORTE-RETENCION.

           PERFORM 8800-GRABAR-AUDCTA
              THRU 8800-F-GRABAR-AUDCTA.

           MOVE WS-CTA-TIPCUEN                TO WS-CVM-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO WS-CVM-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           MOVE WS-IMPORTE-RETENCION          TO WS-CVM-IMPORTE.

           PERFORM 2750-GRABAR-TBCURMOV
              THRU 2750-F-GRABAR-TBCURMOV.

       2720-F-ACREDITAR-JUDICIAL.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 5 0 - G R A B A R - T B C U R M O V                 *
      *----------------------------------------------------------------*
      *   CUENTA E IMPORTE CON SIGNO VIENEN CARGADOS EN WS-CVM-*; LA   *
      *   FECHA ES LA DE PROCESO Y EL NROMOV EL DE LA RETENCION.       *
      *----------------------------------------------------------------*

       2750-GRABAR-TBCURMOV.

           MOVE '2750-GRABAR-TBCURMOV'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-CVM-FECMOV.
           MOVE WS-NROMOV-GENERADO            TO WS-CVM-NROMOV.

           EXEC SQL INSERT
             INTO KC02787.TBCURMOV
               (TIPCUEN, NROCUEN, SUCUEN, FECMOV, NROMOV, IMPORTE)
             VALUES (:WS-CVM-TIPCUEN,
                     :WS-CVM-NROCUEN,
                     :WS-CVM-SUCUEN,
                     :WS-CVM-FECMOV,
                     :WS-CVM-NROMOV,
                     :WS-CVM-IMPORTE)
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0
              ADD 1                           TO CNT-MOVTOS-INSERTADOS
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN INSERT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
           END-IF.

       2750-F-GRABAR-TBCURMOV.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 8 0 - G R A B A R - E M B M O V                 *
      *----------------------------------------------------------------*
      *   UNA RETENCION POR REGISTRO, NUMERADA DENTRO DE LA ORDEN.     *
      *----------------------------------------------------------------*

       2780-GRABAR-EMBMOV.

           MOVE '2780-GRABAR-EMBMOV'          TO WS-PARRAFO.

           MOVE SPACES                        TO REG-EMBMOV-TRAB.
           MOVE EMB-CLAVE                     TO EMV-ORDEN.
           MOVE EMB-CANT-RETENCIONES          TO EMV-SECUENCIA.
           MOVE WS-FECHA-PROCESO              TO EMV-FECHA.
           MOVE T-CTA-TIPCUEN(WS-IX-CTA)      TO EMV-TIPCUEN.
           MOVE T-CTA-NROCUEN(WS-IX-CTA)      TO EMV-NROCUEN.
           MOVE T-CTA-SUCUEN(WS-IX-CTA)       TO EMV-SUCUEN.
           MOVE WS-NROMOV-GENERADO            TO EMV-NROMOV.
           MOVE WS-IMPORTE-RETENCION          TO EMV-IMPORTE.
           MOVE WS-PENDIENTE                  TO EMV-PENDIENTE.
           MOVE WS-RUN-ID                     TO EMV-RUNID.

           MOVE REG-EMBMOV-TRAB               TO REG-EMBMOV.

           WRITE REG-EMBMOV.

           IF NOT FS-EMBMOV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EMBMOV                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBMOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2780-F-GRABAR-EMBMOV.
           EXIT.

      *----------------------------------------------------------------*
      *              2 8 0 0 - L E E R - E M B A R G O                 *
      *----------------------------------------------------------------*
      *   LEE EL OFICIO CUYA CLAVE ESTA EN EMB-CLAVE.                  *
      *----------------------------------------------------------------*

       2800-LEER-EMBARGO.

           MOVE '2800-LEER-EMBARGO'           TO WS-PARRAFO.

           MOVE EMB-CLAVE                     TO KEY-EMBARGO.

           READ EMBARGO INTO REG-EMBARGO-TRAB.

           EVALUATE TRUE
             WHEN FS-EMBARGO-OK
               SET EMBARGO-EXISTENTE          TO TRUE

             WHEN FS-EMBARGO-NOTFND
               SET EMBARGO-INEXISTENTE        TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-EMBARGO                TO AUX-ERR-NOMBRE
               MOVE FS-EMBARGO                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2800-F-LEER-EMBARGO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 5 0 - R E G R A B A R - E M B A R G O             *
      *----------------------------------------------------------------*

       2850-REGRABAR-EMBARGO.

           MOVE '2850-REGRABAR-EMBARGO'       TO WS-PARRAFO.

           MOVE REG-EMBARGO-TRAB              TO REG-EMBARGO.

           REWRITE REG-EMBARGO.

           IF NOT FS-EMBARGO-OK
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
              MOVE CT-EMBARGO                 TO AUX-ERR-NOMBRE
              MOVE FS-EMBARGO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2850-F-REGRABAR-EMBARGO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 8 7 0 - G R A B A R - E M B A R G O - N U E V O         *
      *----------------------------------------------------------------*

       2870-GRABAR-EMBARGO-NUEVO.

           MOVE '2870-GRABAR-EMBARGO-NUEVO'   TO WS-PARRAFO.

           MOVE REG-EMBARGO-TRAB              TO REG-EMBARGO.

           WRITE REG-EMBARGO.

           IF NOT FS-EMBARGO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EMBARGO                 TO AUX-ERR-NOMBRE
              MOVE FS-EMBARGO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2870-F-GRABAR-EMBARGO-NUEVO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - A U D E M B                  *
      *----------------------------------------------------------------*

       2900-GRABAR-AUDEMB.

           MOVE '2900-GRABAR-AUDEMB'          TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO AEM-FECHA.
           MOVE WS-RUN-ID                     TO AEM-RUNID.
           MOVE WS-IMPORTE-MOVTO              TO AEM-IMPORTE.

           WRITE REG-AUDEMB FROM WS-REG-AUDEMB.

           IF NOT FS-AUDEMB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AUDEMB                  TO AUX-ERR-NOMBRE
              MOVE FS-AUDEMB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-AUDEMB.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 5 0 - A G R E G A R - E X T R A C T O              *
      *----------------------------------------------------------------*
      *   ANOTA LA ORDEN EN EMB-CLAVE PARA EMITIR SU EXTRACTO AL       *
      *   FINAL, UNA SOLA VEZ AUNQUE SE PIDA O SE CIERRE DOS VECES.    *
      *----------------------------------------------------------------*

       2950-AGREGAR-EXTRACTO.

           MOVE '2950-AGREGAR-EXTRACTO'       TO WS-PARRAFO.

           SET EXTRACTO-NO-PEDIDO             TO TRUE.

           PERFORM 2960-COMPARAR-EXTRACTO
              THRU 2960-F-COMPARAR-EXTRACTO
             VARYING WS-IX-EXT FROM 1 BY 1
               UNTIL WS-IX-EXT IS GREATER THAN WS-CANT-EXTRACTOS
                  OR EXTRACTO-PEDIDO.

           IF EXTRACTO-PEDIDO
              GO TO 2950-F-AGREGAR-EXTRACTO
           END-IF.

           IF WS-CANT-EXTRACTOS IS LESS THAN CT-MAX-EXTRACTOS
              ADD 1                           TO WS-CANT-EXTRACTOS
              MOVE EMB-CLAVE        TO T-EXT-CLAVE(WS-CANT-EXTRACTOS)
           ELSE
              DISPLAY '* TOPE DE EXTRACTOS: PEDIR CON E LA ORDEN '
                      EMB-JUZGADO ' ' EMB-EXPEDIENTE ' *'
           END-IF.

       2950-F-AGREGAR-EXTRACTO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 9 6 0 - C O M P A R A R - E X T R A C T O             *
      *----------------------------------------------------------------*

       2960-COMPARAR-EXTRACTO.

           IF T-EXT-CLAVE(WS-IX-EXT) IS EQUAL TO EMB-CLAVE
              SET EXTRACTO-PEDIDO             TO TRUE
           END-IF.

       2960-F-COMPARAR-EXTRACTO.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3300-EMITIR-EXTRACTOS
              THRU 3300-F-EMITIR-EXTRACTOS.

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

           CLOSE EMBARGO
                 EMBMOV
                 AUDEMB
                 EXTEMB.

           IF NOT FS-EMBARGO-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EMBARGO                 TO AUX-ERR-NOMBRE
              MOVE FS-EMBARGO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-EMBMOV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-EMBMOV                  TO AUX-ERR-NOMBRE
              MOVE FS-EMBMOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 0 0 - E M I T I R - E X T R A C T O S             *
      *----------------------------------------------------------------*

       3300-EMITIR-EXTRACTOS.

           MOVE '3300-EMITIR-EXTRACTOS'       TO WS-PARRAFO.

           PERFORM 3320-EMITIR-EXTRACTO
              THRU 3320-F-EMITIR-EXTRACTO
             VARYING WS-IX-EXT FROM 1 BY 1
               UNTIL WS-IX-EXT IS GREATER THAN WS-CANT-EXTRACTOS.

       3300-F-EMITIR-EXTRACTOS.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 2 0 - E M I T I R - E X T R A C T O              *
      *----------------------------------------------------------------*
      *   CABECERA CON LOS DATOS DEL OFICIO Y SU SITUACION, DETALLE DE *
      *   TODAS LAS RETENCIONES DESDE EL ALTA ( START POR LA CLAVE DE  *
      *   LA ORDEN EN EMBMOV ) Y TOTAL RETENIDO.                       *
      *----------------------------------------------------------------*

       3320-EMITIR-EXTRACTO.

           MOVE '3320-EMITIR-EXTRACTO'        TO WS-PARRAFO.

           MOVE T-EXT-CLAVE(WS-IX-EXT)        TO EMB-CLAVE.

           PERFORM 2800-LEER-EMBARGO
              THRU 2800-F-LEER-EMBARGO.

           IF EMBARGO-INEXISTENTE
              GO TO 3320-F-EMITIR-EXTRACTO
           END-IF.

           ADD 1                              TO CNT-EXTRACTOS-EMITIDOS.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE EMB-JUZGADO                   TO LCA-JUZGADO.
           MOVE EMB-EXPEDIENTE                TO LCA-EXPEDIENTE.
           MOVE EMB-TIPDOC                    TO LCA-TIPDOC.
           MOVE EMB-NRODOC                    TO LCA-NRODOC.
           MOVE EMB-NOMAPE                    TO LCA-NOMAPE.
           MOVE WS-LIN-CABECERA-1             TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE EMB-JUD-TIPCUEN               TO LCB-TIPCUEN.
           MOVE EMB-JUD-NROCUEN               TO LCB-NROCUEN.
           MOVE EMB-JUD-SUCUEN                TO LCB-SUCUEN.
           MOVE EMB-MONEDA                    TO LCB-MONEDA.
           MOVE EMB-FECHA-ALTA                TO LCB-FECHA-ALTA.
           MOVE EMB-FECHA-CIERRE              TO LCB-FECHA-CIERRE.

           EVALUATE TRUE
             WHEN EMB-VIGENTE
               MOVE 'VIGENTE'                 TO LCB-ESTADO
             WHEN EMB-CUBIERTO
               MOVE 'CUBIERTO'                TO LCB-ESTADO
             WHEN EMB-LEVANTADO
               MOVE 'LEVANTADO'               TO LCB-ESTADO
             WHEN OTHER
               MOVE EMB-ESTADO                TO LCB-ESTADO
           END-EVALUATE.

           MOVE WS-LIN-CABECERA-2             TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE EMB-IMPORTE-ORDENADO          TO LCC-ORDENADO.
           MOVE EMB-IMPORTE-EMBARGADO         TO LCC-EMBARGADO.
           COMPUTE WS-PENDIENTE = EMB-IMPORTE-ORDENADO
                                - EMB-IMPORTE-EMBARGADO.
           MOVE WS-PENDIENTE                  TO LCC-PENDIENTE.
           MOVE WS-LIN-CABECERA-3             TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE SPACES                        TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE WS-LIN-COLUMNAS               TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE ZEROS                         TO WS-CANT-LISTADAS.
           MOVE 'N'                           TO WS-FIN-EMBMOV-SW.
           MOVE EMB-CLAVE                     TO EMV-ORDEN.
           MOVE ZEROS                         TO EMV-SECUENCIA.
           MOVE EMV-CLAVE                     TO KEY-EMBMOV.

           START EMBMOV KEY IS NOT LESS THAN KEY-EMBMOV.

           IF NOT FS-EMBMOV-OK
              SET FIN-EMBMOV                  TO TRUE
           ELSE
              PERFORM 3340-LEER-EMBMOV-SIG
                 THRU 3340-F-LEER-EMBMOV-SIG
           END-IF.

           PERFORM 3360-LISTAR-RETENCION
              THRU 3360-F-LISTAR-RETENCION
             UNTIL FIN-EMBMOV.

           IF WS-CANT-LISTADAS IS EQUAL TO ZEROS
              MOVE SPACES                     TO REG-EXTEMB
              MOVE 'SIN RETENCIONES PRACTICADAS'
                                              TO REG-EXTEMB
              PERFORM 3500-GRABAR-EXTEMB
                 THRU 3500-F-GRABAR-EXTEMB
           END-IF.

           MOVE WS-LIN-SEPARADOR              TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE 'RETENCIONES / TOTAL RETENIDO:' TO LTO-LEYENDA.
           MOVE WS-CANT-LISTADAS              TO LTO-CANTIDAD.
           MOVE EMB-IMPORTE-EMBARGADO         TO LTO-IMPORTE.
           MOVE WS-LIN-TOTAL                  TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           MOVE SPACES                        TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

       3320-F-EMITIR-EXTRACTO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 4 0 - L E E R - E M B M O V - S I G               *
      *----------------------------------------------------------------*
      *   LAS RETENCIONES DE LA ORDEN TERMINAN CUANDO CAMBIA LA CLAVE  *
      *   DE LA ORDEN O SE ACABA EL ARCHIVO.                           *
      *----------------------------------------------------------------*

       3340-LEER-EMBMOV-SIG.

           MOVE '3340-LEER-EMBMOV-SIG'        TO WS-PARRAFO.

           READ EMBMOV NEXT INTO REG-EMBMOV-TRAB.

           EVALUATE TRUE
             WHEN FS-EMBMOV-OK
               IF EMV-ORDEN IS NOT EQUAL TO EMB-CLAVE
                  SET FIN-EMBMOV              TO TRUE
               END-IF

             WHEN FS-EMBMOV-EOF
               SET FIN-EMBMOV                 TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-EMBMOV                 TO AUX-ERR-NOMBRE
               MOVE FS-EMBMOV                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       3340-F-LEER-EMBMOV-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 6 0 - L I S T A R - R E T E N C I O N              *
      *----------------------------------------------------------------*

       3360-LISTAR-RETENCION.

           ADD 1                              TO WS-CANT-LISTADAS.

           MOVE EMV-SECUENCIA                 TO LDT-SECUENCIA.
           MOVE EMV-FECHA                     TO LDT-FECHA.
           MOVE EMV-TIPCUEN                   TO LDT-TIPCUEN.
           MOVE EMV-NROCUEN                   TO LDT-NROCUEN.
           MOVE EMV-SUCUEN                    TO LDT-SUCUEN.
           MOVE EMV-NROMOV                    TO LDT-NROMOV.
           MOVE EMV-IMPORTE                   TO LDT-IMPORTE.
           MOVE EMV-PENDIENTE                 TO LDT-PENDIENTE.
           MOVE WS-LIN-DETALLE                TO REG-EXTEMB.

           PERFORM 3500-GRABAR-EXTEMB
              THRU 3500-F-GRABAR-EXTEMB.

           PERFORM 3340-LEER-EMBMOV-SIG
              THRU 3340-F-LEER-EMBMOV-SIG.

       3360-F-LISTAR-RETENCION.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-TRANS-LEIDAS              TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI157               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TRANSACCIONES LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRANS-APLICADAS           TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES APLICADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TRANS-RECHAZADAS          TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES RECHAZADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-NUEVAS            TO WS-MASCARA.
           DISPLAY '* OFICIOS REGISTRADOS HOY:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-LEVANTADAS        TO WS-MASCARA.
           DISPLAY '* OFICIOS LEVANTADOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-VIGENTES          TO WS-MASCARA.
           DISPLAY '* OFICIOS VIGENTES BARRIDOS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-CON-RETENCION     TO WS-MASCARA.
           DISPLAY '* OFICIOS CON RETENCION EN LA NOCHE:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-CUBIERTAS         TO WS-MASCARA.
           DISPLAY '* OFICIOS CUBIERTOS Y CERRADOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RETENCIONES               TO WS-MASCARA.
           DISPLAY '* RETENCIONES PRACTICADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-INSERTADOS         TO WS-MASCARA.
           DISPLAY '* MOVIMIENTOS INSERTADOS EN TBCURMOV:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-EXCEDIDAS         TO WS-MASCARA.
           DISPLAY '* CUENTAS FUERA DE TABLA ( PROX. NOCHE ): '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-EXTRACTOS-EMITIDOS        TO WS-MASCARA.
           DISPLAY '* EXTRACTOS EMITIDOS EN EXTEMB:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           MOVE ACM-ORDENADO-NUEVO            TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL ORDENADO EN OFICIOS NUEVOS: ' WS-IMPORTE-EDIT.
           MOVE ACM-RETENIDO                  TO WS-IMPORTE-EDIT.
           DISPLAY 'TOTAL RETENIDO EN LA NOCHE:       ' WS-IMPORTE-EDIT.

           STRING 'NUEVOS='        DELIMITED BY SIZE
                  CNT-ORDENES-NUEVAS DELIMITED BY SIZE
                  ' VIGENTES='     DELIMITED BY SIZE
                  CNT-ORDENES-VIGENTES DELIMITED BY SIZE
                  ' RETENC='       DELIMITED BY SIZE
                  CNT-RETENCIONES  DELIMITED BY SIZE
                  ' CUBIERTOS='    DELIMITED BY SIZE
                  CNT-ORDENES-CUBIERTAS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - E X T E M B                  *
      *----------------------------------------------------------------*

       3500-GRABAR-EXTEMB.

           WRITE REG-EXTEMB.

           IF NOT FS-EXTEMB-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-EXTEMB                  TO AUX-ERR-NOMBRE
              MOVE FS-EXTEMB                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3500-F-GRABAR-EXTEMB.
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
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *        8 8 0 0 - G R A B A R - A U D C T A                     *
      *----------------------------------------------------------------*

           COPY AUDCTAGR.

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

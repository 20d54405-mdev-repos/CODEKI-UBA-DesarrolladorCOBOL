      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI162.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   INFORME SEMANAL DE CAPACIDAD: VOLUMENES, TOPES DE TABLAS EN  *
      *   MEMORIA Y FRANJAS RESERVADAS DE NROMOV                       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR SEMANA Y AVISA CON TIEMPO      *
      * CUANDO UN ARCHIVO SE ACERCA AL TOPE DE LA TABLA OCCURS DONDE   *
      * LO CARGAN LOS PROGRAMAS ( AL LLENARSE LA CORRIDA ABORTA O      *
      * DESCARTA REGISTROS ):                                          *
      *   - CUENTA LOS REGISTROS DE LOS ARCHIVOS DE PARAMETROS CON     *
      *     TOPE FIJO: LIMITES ( 500, CPLIMAUT ), BLOQUEOS ( 500,      *
      *     CPLEGHLD ), PRODUCTO ( 20, CPPRODUC ), CODREF ( 500,       *
      *     CPCODREF ), SUCURSAL ( 99, CPSUCUR ) Y TIPMOV ( 99,        *
      *     PGMAPCAB / PGMSIN64 ). NO USA LAS RUTINAS DE CARGA, QUE    *
      *     ABORTAN JUSTAMENTE CUANDO EL ARCHIVO NO ENTRA.             *
      *   - MIDE EN KC02787.TBCURMOV EL MAYOR NROMOV USADO EN CADA     *
      *     FRANJA RESERVADA DE LOS PROGRAMAS GENERADORES ( CADA       *
      *     CORRIDA NUMERA BASE + CONTADOR ): ES LA CANTIDAD MAXIMA    *
      *     QUE CONSUMIO UNA CORRIDA SOBRE EL TAMANO DE LA FRANJA.     *
      *   - TOMA LOS VOLUMENES DE LOS PASOS: LA ULTIMA CANTIDAD DE     *
      *     CADA PROGRAMA + ARCHIVO EN CTLCNT Y EL PRIMER CONTADOR DEL *
      *     DETALLE DEL ULTIMO RESUMEN DE CADA PROGRAMA EN HISTBTOT    *
      *     ( EL BATCHTOT ACUMULADO ).                                 *
      *   - LA HISTORIA SEMANAL VA POR GENERACIONES CAPANT -> CAPNUE   *
      *     ( UN ANIO HACIA ATRAS ): CONTRA LA SEMANA ANTERIOR SE      *
      *     INFORMA LA VARIACION, Y CONTRA EL REGISTRO MAS VIEJO EL    *
      *     CRECIMIENTO DIARIO CON QUE SE PROYECTA LA FECHA EN QUE     *
      *     CADA TABLA O FRANJA SE LLENA.                              *
      *   - TODA TABLA O FRANJA POR ENCIMA DEL 80 % SE SENALA EN EL    *
      *     LISTADO CAPACID, SE AVISA POR CONSOLA Y EL PASO TERMINA    *
      *     CON RETURN-CODE 4.                                         *
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

           SELECT LIMITES ASSIGN TO LIMITES
                                    FILE STATUS IS FS-LIMITES.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT TIPMOV ASSIGN TO TIPMOV
                                    FILE STATUS IS FS-TIPMOV.

           SELECT HISTBTOT ASSIGN TO HISTBTOT
                                    FILE STATUS IS FS-HISTBTOT.

           SELECT CTLCNT ASSIGN TO CTLCNT
                                    FILE STATUS IS FS-CTLCNT.

           SELECT CAPANT ASSIGN TO CAPANT
                                    FILE STATUS IS FS-CAPANT.

           SELECT CAPNUE ASSIGN TO CAPNUE
                                    FILE STATUS IS FS-CAPNUE.

           SELECT CAPACID ASSIGN TO CAPACID
                                    FILE STATUS IS FS-CAPACID.

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
      *   ARCHIVOS DE PARAMETROS CON TOPE FIJO EN MEMORIA: SOLO SE     *
      *   CUENTAN SUS REGISTROS.                                       *
      *----------------------------------------------------------------*

           COPY LIMAUMAE.

           COPY BLOQMAES.

       FD   PRODUCTO
            RECORDING MODE IS F.
       01   REG-PRODUCTO                                    PIC X(30).

           COPY CODMAES.

           COPY SUCMAES.

       FD   TIPMOV
            RECORDING MODE IS F.
       01   REG-TIPMOV                                      PIC X(40).

      *----------------------------------------------------------------*
      *   HISTBTOT ES EL BATCHTOT ACUMULADO, LEIDO COMO ENTRADA ( EL   *
      *   DD BATCHTOT QUEDA RESERVADO PARA EL RESUMEN QUE GRABA ESTE   *
      *   MISMO PROGRAMA ), IGUAL QUE EN PGMSIN45.                     *
      *----------------------------------------------------------------*

       FD   HISTBTOT
            RECORDING MODE IS F.
       01   REG-HISTBTOT                                    PIC X(109).

      *----------------------------------------------------------------*
      *   CONTROL DE CANTIDADES ENTRE PASOS ( COPY CTLCNTFD ).         *
      *----------------------------------------------------------------*

           COPY CTLCNTFD.

      *----------------------------------------------------------------*
      *   HISTORIA SEMANAL DE CAPACIDAD: CAPANT ES LA GENERACION       *
      *   ANTERIOR ( OPCIONAL LA PRIMERA SEMANA ) Y CAPNUE LA NUEVA,   *
      *   QUE PASA A SER EL CAPANT DE LA SEMANA SIGUIENTE.             *
      *----------------------------------------------------------------*

       FD   CAPANT
            RECORDING MODE IS F.
       01   REG-CAPANT                                      PIC X(60).

       FD   CAPNUE
            RECORDING MODE IS F.
       01   REG-CAPNUE                                      PIC X(60).

      *----------------------------------------------------------------*
      *   LISTADO DE CAPACIDAD.                                        *
      *----------------------------------------------------------------*

       FD   CAPACID
            RECORDING MODE IS F.
       01   REG-CAPACID                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI162'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-LIMITES                    PIC X(08)  VALUE 'LIMITES '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-PRODUCTO                   PIC X(08)  VALUE 'PRODUCTO'.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-TIPMOV                     PIC X(08)  VALUE 'TIPMOV  '.
           02 CT-HISTBTOT                   PIC X(08)  VALUE 'HISTBTOT'.
           02 CT-CTLCNT                     PIC X(08)  VALUE 'CTLCNT  '.
           02 CT-CAPANT                     PIC X(08)  VALUE 'CAPANT  '.
           02 CT-CAPNUE                     PIC X(08)  VALUE 'CAPNUE  '.
           02 CT-CAPACID                    PIC X(08)  VALUE 'CAPACID '.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MAX-ITEMS                  PIC 9(03)  VALUE 500.
           02 CT-CANT-TABLAS                PIC 9(03)  VALUE 6.
           02 CT-CANT-FRANJAS               PIC 9(03)  VALUE 28.
           02 CT-UMBRAL-ALERTA              PIC 9(03)  VALUE 80.
           02 CT-DIAS-HISTORIA              PIC 9(03)  VALUE 364.
           02 CT-DIAS-PROYECCION            PIC 9(04)  VALUE 3650.

      *----------------------------------------------------------------*
      *   TABLAS EN MEMORIA CON TOPE FIJO ( ARCHIVO, TOPE, DONDE ).    *
      *   EL ORDEN ES EL DE LOS PARRAFOS 1110 A 1160.                  *
      *----------------------------------------------------------------*

       01 CT-TABLAS-VALORES.
           02 FILLER                        PIC X(35)  VALUE
              'LIMITES 0000500CPLIMAUT / LIMAUTLE '.
           02 FILLER                        PIC X(35)  VALUE
              'BLOQUEOS0000500CPLEGHLD / LEGHLDLE '.
           02 FILLER                        PIC X(35)  VALUE
              'PRODUCTO0000020CPPRODUC / PRODUCLE '.
           02 FILLER                        PIC X(35)  VALUE
              'CODREF  0000500CPCODREF / CODREFLE '.
           02 FILLER                        PIC X(35)  VALUE
              'SUCURSAL0000099CPSUCUR / SUCURLEE  '.
           02 FILLER                        PIC X(35)  VALUE
              'TIPMOV  0000099PGMAPCAB / PGMSIN64 '.
       01 CT-T-TABLAS REDEFINES CT-TABLAS-VALORES.
           02 CT-TAB                        OCCURS 6 TIMES.
              03 CT-TAB-ARCHIVO             PIC X(08).
              03 CT-TAB-TOPE                PIC 9(07).
              03 CT-TAB-DONDE               PIC X(20).

      *----------------------------------------------------------------*
      *   FRANJAS RESERVADAS DE NROMOV ( DESDE, HASTA, GENERADOR ).    *
      *   CADA GENERADOR NUMERA SU BASE + SU CONTADOR DE LA CORRIDA.   *
      *   LA DE REVERSIONES DE PGMSIN89 SE MIDE HASTA 985999 PORQUE    *
      *   DESDE 986001 NUMERA EMBARGOS ( PGMSI157 ). LA DE COMISIONES  *
      *   DE PGMSIN53 SE MIDE HASTA 927999 PORQUE DESDE 928001 NUMERA  *
      *   EL CANON DE CAJAS DE SEGURIDAD ( PGMSI172 ).                 *
      *----------------------------------------------------------------*

       01 CT-FRANJAS-VALORES.
           02 FILLER                        PIC X(32)  VALUE
              '910001919999PGMSIN40 DEVENGO    '.
           02 FILLER                        PIC X(32)  VALUE
              '920001927999PGMSIN53 COMISIONES '.
           02 FILLER                        PIC X(32)  VALUE
              '928001928999PGMSI172 CAJAS SEG. '.
           02 FILLER                        PIC X(32)  VALUE
              '929001929999PGMSI130 STOP PAYMEN'.
           02 FILLER                        PIC X(32)  VALUE
              '930001939999PGMSIN72 RETENCIONES'.
           02 FILLER                        PIC X(32)  VALUE
              '940001947999PGMSIN75 PLAZO FIJO '.
           02 FILLER                        PIC X(32)  VALUE
              '948001949999PGMSI155 DISPUTAS   '.
           02 FILLER                        PIC X(32)  VALUE
              '950001957999PGMSIN76 ORDENES    '.
           02 FILLER                        PIC X(32)  VALUE
              '958001959999PGMSI133 DEBITO DIR.'.
           02 FILLER                        PIC X(32)  VALUE
              '960001964999PGMSIN78 ABANDONO   '.
           02 FILLER                        PIC X(32)  VALUE
              '965001968999PGMSI136 TRF.ENVIADA'.
           02 FILLER                        PIC X(32)  VALUE
              '969001969999PGMSI137 REACREDITO '.
           02 FILLER                        PIC X(32)  VALUE
              '970001974999PGMSIN79 RECLAMOS   '.
           02 FILLER                        PIC X(32)  VALUE
              '975001979999PGMSI137 TRF.RECIBID'.
           02 FILLER                        PIC X(32)  VALUE
              '980001985999PGMSIN89 REVERSIONES'.
           02 FILLER                        PIC X(32)  VALUE
              '986001987999PGMSI157 EMBARGOS   '.
           02 FILLER                        PIC X(32)  VALUE
              '990001990999PGMSIN92 AJUSTES    '.
           02 FILLER                        PIC X(32)  VALUE
              '991001991999PGMAPCAB DIF.CAMBIO '.
           02 FILLER                        PIC X(32)  VALUE
              '992001992099PGMSIN93 REVALUO    '.
           02 FILLER                        PIC X(32)  VALUE
              '992101992299PGMSI168 CAMBIO     '.
           02 FILLER                        PIC X(32)  VALUE
              '993001993499PGMSI109 DESEMBOLSOS'.
           02 FILLER                        PIC X(32)  VALUE
              '993501993999PGMSI110 CUOTAS     '.
           02 FILLER                        PIC X(32)  VALUE
              '994001996999PGMSI112 INT.DEUDOR '.
           02 FILLER                        PIC X(32)  VALUE
              '997001998999PGMSI113 IMPUESTO   '.
           02 FILLER                        PIC X(32)  VALUE
              '999001999499PGMSI127 PRECANCEL. '.
           02 FILLER                        PIC X(32)  VALUE
              '999501999799PGMSI129 REVERSION  '.
           02 FILLER                        PIC X(32)  VALUE
              '999801999899PGMSI131 HABERES    '.
           02 FILLER                        PIC X(32)  VALUE
              '999901999999PGMSI131 COMISION   '.
       01 CT-T-FRANJAS REDEFINES CT-FRANJAS-VALORES.
           02 CT-FRJ                        OCCURS 28 TIMES.
              03 CT-FRJ-DESDE               PIC 9(06).
              03 CT-FRJ-HASTA               PIC 9(06).
              03 CT-FRJ-GENERADOR           PIC X(20).

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-CORTE-HIST           PIC 9(08).
           02 WS-I                          PIC 9(03)  VALUE ZEROS.
           02 WS-T                          PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-LEIDOS                PIC 9(07)  VALUE ZEROS.
           02 WS-TIPO-BUSCADO               PIC X(01)  VALUE SPACES.
           02 WS-NOMBRE-BUSCADO             PIC X(16)  VALUE SPACES.
           02 WS-DESCRIPCION-ALTA           PIC X(20)  VALUE SPACES.
           02 WS-DIAS                       PIC 9(05)  VALUE ZEROS.
           02 WS-DIAS-LLENO                 PIC 9(07)  VALUE ZEROS.
           02 WS-CRECIMIENTO-DIA            PIC 9(07)V9(04)
                                                       VALUE ZEROS.
           02 WS-ITEM-HALLADO-SW            PIC X(01)  VALUE 'N'.
              88 ITEM-HALLADO                          VALUE 'S'.
              88 ITEM-NO-HALLADO                       VALUE 'N'.
           02 WS-CAPANT-SW                  PIC X(01)  VALUE 'N'.
              88 HAY-CAPANT                            VALUE 'S'.
           02 WS-ALERTA-SW                  PIC X(01)  VALUE 'N'.
              88 HAY-ALERTA                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   VARIABLES HUESPED DE LA CONSULTA A TBCURMOV                  *
      *----------------------------------------------------------------*

       01 WS-SQL-FRANJA-DESDE               PIC S9(09) COMP VALUE 0.
       01 WS-SQL-FRANJA-HASTA               PIC S9(09) COMP VALUE 0.
       01 WS-SQL-MAX-NROMOV                 PIC S9(09) COMP VALUE 0.

      *----------------------------------------------------------------*
      *   PRIMER CONTADOR DEL DETALLE DEL RESUMEN DE BATCH             *
      *   ( ETIQUETA=VALOR )                                           *
      *----------------------------------------------------------------*

       01 WS-TOKEN-ETIQUETA                 PIC X(20)  VALUE SPACES.
       01 WS-TOKEN-VALOR                    PIC X(20)  VALUE SPACES.
       01 WS-TOKEN-LARGO                    PIC 9(02)  VALUE ZEROS.
       01 WS-TOKEN-NUMERO                   PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   VISTA DE TRABAJO DEL REGISTRO DE HISTBTOT ( MISMO LAYOUT     *
      *   QUE REG-BATCHTOT, COPY BATCHTOT ).                           *
      *----------------------------------------------------------------*

       01 WS-REG-HIST.
           02 HIST-PROGRAMA                 PIC X(08).
           02 HIST-FECHA                    PIC X(10).
           02 HIST-HORA-INICIO              PIC X(08).
           02 HIST-HORA-FIN                 PIC X(08).
           02 HIST-DURACION-SEG             PIC 9(05).
           02 HIST-DETALLE                  PIC X(60).
           02 HIST-RUNID                    PIC X(08).
           02 HIST-CICLO                    PIC 9(02).

      *----------------------------------------------------------------*
      *   REGISTRO DE LA HISTORIA DE CAPACIDAD ( CAPANT / CAPNUE ):    *
      *   TIPO 'T' TABLA CON TOPE, 'F' FRANJA DE NROMOV, 'V' VOLUMEN   *
      *   DE UN PASO ( SIN TOPE ).                                     *
      *----------------------------------------------------------------*

       01 WS-REG-CAPHIST.
           02 CAP-FECHA                     PIC 9(08).
           02 CAP-TIPO                      PIC X(01).
              88 CAP-TABLA                             VALUE 'T'.
              88 CAP-FRANJA                            VALUE 'F'.
              88 CAP-VOLUMEN                           VALUE 'V'.
           02 CAP-NOMBRE                    PIC X(16).
           02 CAP-CANTIDAD                  PIC 9(07).
           02 CAP-TOPE                      PIC 9(07).
           02 FILLER                        PIC X(21).

      *----------------------------------------------------------------*
      *   ELEMENTOS MEDIDOS ESTA SEMANA, CON SU SEMANA ANTERIOR Y SU   *
      *   REGISTRO MAS VIEJO DE LA HISTORIA.                           *
      *----------------------------------------------------------------*

       01 WS-CANT-ITEMS                     PIC 9(03)  VALUE ZEROS.

       01 WS-T-ITEMS.
           02 T-ITM                         OCCURS 500 TIMES.
              03 T-ITM-TIPO                 PIC X(01).
                 88 T-ITM-TABLA                        VALUE 'T'.
                 88 T-ITM-FRANJA                       VALUE 'F'.
                 88 T-ITM-VOLUMEN                      VALUE 'V'.
              03 T-ITM-NOMBRE               PIC X(16).
              03 T-ITM-DESCRIPCION          PIC X(20).
              03 T-ITM-CANTIDAD             PIC 9(07).
              03 T-ITM-TOPE                 PIC 9(07).
              03 T-ITM-ANT-FECHA            PIC 9(08).
              03 T-ITM-ANT-CANTIDAD         PIC 9(07).
              03 T-ITM-BASE-FECHA           PIC 9(08).
              03 T-ITM-BASE-CANTIDAD        PIC 9(07).
              03 T-ITM-USO                  PIC 9(03)V9.
              03 T-ITM-FECHA-LLENO          PIC 9(08).
              03 T-ITM-PROYECCION           PIC X(16).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO CAPACID                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'INFORME SEMANAL DE CAPACIDAD - FECHA DE PROCESO: '.
           02 LTI-FECHA                     PIC X(10).
           02 FILLER                        PIC X(72)  VALUE SPACES.

       01 WS-LIN-SECCION.
           02 LSE-TEXTO                     PIC X(60).
           02 FILLER                        PIC X(72)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              'NOMBRE           DETALLE              CA'.
           02 FILLER                        PIC X(40)  VALUE
              'NTIDAD     TOPE   USO %  SEM.ANT   VAR %'.
           02 FILLER                        PIC X(52)  VALUE
              '  SE LLENA EL       AVISO'.

       01 WS-LIN-DETALLE.
           02 LDE-NOMBRE                    PIC X(16).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-DESCRIPCION               PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-CANTIDAD                  PIC ZZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-TOPE                      PIC ZZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-USO                       PIC ZZ9,9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-ANT                       PIC ZZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDE-VARIACION                 PIC -ZZZ9,9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-PROYECCION                PIC X(16).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDE-AVISO                     PIC X(20).
           02 FILLER                        PIC X(17)  VALUE SPACES.

       01 WS-VARIACION                      PIC S9(05)V9 VALUE ZEROS.

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
           02 CNT-HIST-LEIDOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-CTLCNT-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-CAPANT-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-CAPNUE-GRABADOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-SOBRE-UMBRAL              PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-LIMITES                    PIC X(02).
              88 FS-LIMITES-OK                         VALUE '00'.
              88 FS-LIMITES-EOF                        VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-TIPMOV                     PIC X(02).
              88 FS-TIPMOV-OK                          VALUE '00'.
              88 FS-TIPMOV-EOF                         VALUE '10'.

           02 FS-HISTBTOT                   PIC X(02).
              88 FS-HISTBTOT-OK                        VALUE '00'.
              88 FS-HISTBTOT-EOF                       VALUE '10'.

           02 FS-CTLCNT                     PIC X(02).
              88 FS-CTLCNT-OK                          VALUE '00'.
              88 FS-CTLCNT-EOF                         VALUE '10'.

           02 FS-CAPANT                     PIC X(02).
              88 FS-CAPANT-OK                          VALUE '00'.
              88 FS-CAPANT-EOF                         VALUE '10'.

           02 FS-CAPNUE                     PIC X(02).
              88 FS-CAPNUE-OK                          VALUE '00'.

           02 FS-CAPACID                    PIC X(02).
              88 FS-CAPACID-OK                         VALUE '00'.

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

           COPY CPFECPRO.

           COPY CPRUNID.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

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

           COMPUTE WS-FECHA-CORTE-HIST = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    - CT-DIAS-HISTORIA).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-CONTAR-TABLAS
              THRU 1100-F-CONTAR-TABLAS.

           PERFORM 1300-MEDIR-FRANJAS
              THRU 1300-F-MEDIR-FRANJAS
             VARYING WS-T FROM 1 BY 1
               UNTIL WS-T IS GREATER THAN CT-CANT-FRANJAS.

           PERFORM 1400-CARGAR-VOLUMENES-BTOT
              THRU 1400-F-CARGAR-VOLUMENES-BTOT.

           PERFORM 1500-CARGAR-VOLUMENES-CTL
              THRU 1500-F-CARGAR-VOLUMENES-CTL.

           PERFORM 1600-CARGAR-HISTORIA
              THRU 1600-F-CARGAR-HISTORIA.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 0 0 - C O N T A R - T A B L A S                 *
      *----------------------------------------------------------------*
      *   UN PARRAFO POR ARCHIVO: CUENTA SUS REGISTROS EN              *
      *   WS-CANT-LEIDOS Y LO AGREGA COMO TABLA CON SU TOPE.           *
      *----------------------------------------------------------------*

       1100-CONTAR-TABLAS.

           MOVE '1100-CONTAR-TABLAS'          TO WS-PARRAFO.

           MOVE 1                             TO WS-T.
           PERFORM 1110-CONTAR-LIMITES
              THRU 1110-F-CONTAR-LIMITES.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

           MOVE 2                             TO WS-T.
           PERFORM 1120-CONTAR-BLOQUEOS
              THRU 1120-F-CONTAR-BLOQUEOS.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

           MOVE 3                             TO WS-T.
           PERFORM 1130-CONTAR-PRODUCTO
              THRU 1130-F-CONTAR-PRODUCTO.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

           MOVE 4                             TO WS-T.
           PERFORM 1140-CONTAR-CODREF
              THRU 1140-F-CONTAR-CODREF.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

           MOVE 5                             TO WS-T.
           PERFORM 1150-CONTAR-SUCURSAL
              THRU 1150-F-CONTAR-SUCURSAL.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

           MOVE 6                             TO WS-T.
           PERFORM 1160-CONTAR-TIPMOV
              THRU 1160-F-CONTAR-TIPMOV.
           PERFORM 1190-AGREGAR-TABLA
              THRU 1190-F-AGREGAR-TABLA.

       1100-F-CONTAR-TABLAS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 1 0 - C O N T A R - L I M I T E S                 *
      *----------------------------------------------------------------*

       1110-CONTAR-LIMITES.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT LIMITES.

           IF NOT FS-LIMITES-OK
              MOVE CT-LIMITES                 TO AUX-ERR-NOMBRE
              MOVE FS-LIMITES                 TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ LIMITES.

           PERFORM 1115-SUMAR-LIMITES
              THRU 1115-F-SUMAR-LIMITES
             UNTIL NOT FS-LIMITES-OK.

           CLOSE LIMITES.

       1110-F-CONTAR-LIMITES.
           EXIT.

       1115-SUMAR-LIMITES.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ LIMITES.

       1115-F-SUMAR-LIMITES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 2 0 - C O N T A R - B L O Q U E O S               *
      *----------------------------------------------------------------*

       1120-CONTAR-BLOQUEOS.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT BLOQUEOS.

           IF NOT FS-BLOQUEOS-OK
              MOVE CT-BLOQUEOS                TO AUX-ERR-NOMBRE
              MOVE FS-BLOQUEOS                TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ BLOQUEOS.

           PERFORM 1125-SUMAR-BLOQUEOS
              THRU 1125-F-SUMAR-BLOQUEOS
             UNTIL NOT FS-BLOQUEOS-OK.

           CLOSE BLOQUEOS.

       1120-F-CONTAR-BLOQUEOS.
           EXIT.

       1125-SUMAR-BLOQUEOS.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ BLOQUEOS.

       1125-F-SUMAR-BLOQUEOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 3 0 - C O N T A R - P R O D U C T O               *
      *----------------------------------------------------------------*

       1130-CONTAR-PRODUCTO.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT PRODUCTO.

           IF NOT FS-PRODUCTO-OK
              MOVE CT-PRODUCTO                TO AUX-ERR-NOMBRE
              MOVE FS-PRODUCTO                TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ PRODUCTO.

           PERFORM 1135-SUMAR-PRODUCTO
              THRU 1135-F-SUMAR-PRODUCTO
             UNTIL NOT FS-PRODUCTO-OK.

           CLOSE PRODUCTO.

       1130-F-CONTAR-PRODUCTO.
           EXIT.

       1135-SUMAR-PRODUCTO.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ PRODUCTO.

       1135-F-SUMAR-PRODUCTO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 4 0 - C O N T A R - C O D R E F                 *
      *----------------------------------------------------------------*

       1140-CONTAR-CODREF.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT CODREF.

           IF NOT FS-CODREF-OK
              MOVE CT-CODREF                  TO AUX-ERR-NOMBRE
              MOVE FS-CODREF                  TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ CODREF.

           PERFORM 1145-SUMAR-CODREF
              THRU 1145-F-SUMAR-CODREF
             UNTIL NOT FS-CODREF-OK.

           CLOSE CODREF.

       1140-F-CONTAR-CODREF.
           EXIT.

       1145-SUMAR-CODREF.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ CODREF.

       1145-F-SUMAR-CODREF.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 5 0 - C O N T A R - S U C U R S A L               *
      *----------------------------------------------------------------*

       1150-CONTAR-SUCURSAL.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT SUCURSAL.

           IF NOT FS-SUCURSAL-OK
              MOVE CT-SUCURSAL                TO AUX-ERR-NOMBRE
              MOVE FS-SUCURSAL                TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ SUCURSAL.

           PERFORM 1155-SUMAR-SUCURSAL
              THRU 1155-F-SUMAR-SUCURSAL
             UNTIL NOT FS-SUCURSAL-OK.

           CLOSE SUCURSAL.

       1150-F-CONTAR-SUCURSAL.
           EXIT.

       1155-SUMAR-SUCURSAL.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ SUCURSAL.

       1155-F-SUMAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *            1 1 6 0 - C O N T A R - T I P M O V                 *
      *----------------------------------------------------------------*

       1160-CONTAR-TIPMOV.

           MOVE ZEROS                         TO WS-CANT-LEIDOS.

           OPEN INPUT TIPMOV.

           IF NOT FS-TIPMOV-OK
              MOVE CT-TIPMOV                  TO AUX-ERR-NOMBRE
              MOVE FS-TIPMOV                  TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           READ TIPMOV.

           PERFORM 1165-SUMAR-TIPMOV
              THRU 1165-F-SUMAR-TIPMOV
             UNTIL NOT FS-TIPMOV-OK.

           CLOSE TIPMOV.

       1160-F-CONTAR-TIPMOV.
           EXIT.

       1165-SUMAR-TIPMOV.

           ADD 1                              TO WS-CANT-LEIDOS.

           READ TIPMOV.

       1165-F-SUMAR-TIPMOV.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 9 0 - A G R E G A R - T A B L A                   *
      *----------------------------------------------------------------*

       1190-AGREGAR-TABLA.

           MOVE 'T'                           TO WS-TIPO-BUSCADO.
           MOVE CT-TAB-ARCHIVO(WS-T)          TO WS-NOMBRE-BUSCADO.
           MOVE CT-TAB-DONDE(WS-T)            TO WS-DESCRIPCION-ALTA.

           PERFORM 1800-UBICAR-ITEM
              THRU 1800-F-UBICAR-ITEM.

           MOVE WS-CANT-LEIDOS                TO T-ITM-CANTIDAD(WS-I).
           MOVE CT-TAB-TOPE(WS-T)             TO T-ITM-TOPE(WS-I).

       1190-F-AGREGAR-TABLA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 9 5 - E R R O R - A P E R T U R A                 *
      *----------------------------------------------------------------*

       1195-ERROR-APERTURA.

           MOVE CT-OPEN                       TO AUX-ERR-ACCION.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1195-F-ERROR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - M E D I R - F R A N J A S                  *
      *----------------------------------------------------------------*
      *   EL MAYOR NROMOV USADO EN LA FRANJA DA LO QUE CONSUMIO LA     *
      *   CORRIDA MAS GRANDE DEL GENERADOR.                            *
      *----------------------------------------------------------------*

       1300-MEDIR-FRANJAS.

           MOVE '1300-MEDIR-FRANJAS'          TO WS-PARRAFO.

           MOVE CT-FRJ-DESDE(WS-T)            TO WS-SQL-FRANJA-DESDE.
           MOVE CT-FRJ-HASTA(WS-T)            TO WS-SQL-FRANJA-HASTA.

           EXEC SQL
             SELECT COALESCE(MAX(NROMOV), 0)
               INTO :WS-SQL-MAX-NROMOV
               FROM KC02787.TBCURMOV
              WHERE NROMOV BETWEEN :WS-SQL-FRANJA-DESDE
                               AND :WS-SQL-FRANJA-HASTA
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURMOV                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE 'F'                           TO WS-TIPO-BUSCADO.
           MOVE SPACES                        TO WS-NOMBRE-BUSCADO.
           STRING CT-FRJ-DESDE(WS-T)          DELIMITED BY SIZE
                  '-'                         DELIMITED BY SIZE
                  CT-FRJ-HASTA(WS-T)          DELIMITED BY SIZE
              INTO WS-NOMBRE-BUSCADO
           END-STRING.
           MOVE CT-FRJ-GENERADOR(WS-T)        TO WS-DESCRIPCION-ALTA.

           PERFORM 1800-UBICAR-ITEM
              THRU 1800-F-UBICAR-ITEM.

           COMPUTE T-ITM-TOPE(WS-I) = CT-FRJ-HASTA(WS-T)
                                    - CT-FRJ-DESDE(WS-T) + 1.

           IF WS-SQL-MAX-NROMOV IS GREATER THAN ZEROS
              COMPUTE T-ITM-CANTIDAD(WS-I) = WS-SQL-MAX-NROMOV
                                           - CT-FRJ-DESDE(WS-T) + 1
           ELSE
              MOVE ZEROS                      TO T-ITM-CANTIDAD(WS-I)
           END-IF.

       1300-F-MEDIR-FRANJAS.
           EXIT.

      *----------------------------------------------------------------*
      *    1 4 0 0 - C A R G A R - V O L U M E N E S - B T O T         *
      *----------------------------------------------------------------*
      *   EL ULTIMO RESUMEN DE CADA PROGRAMA MANDA; SE TOMA EL PRIMER  *
      *   PAR ETIQUETA=VALOR NUMERICO DE SU DETALLE. LOS CORTES POR    *
      *   UMBRAL NO SON UN VOLUMEN.                                    *
      *----------------------------------------------------------------*

       1400-CARGAR-VOLUMENES-BTOT.

           MOVE '1400-CARGAR-VOLUMENES-BTOT'  TO WS-PARRAFO.

           OPEN INPUT HISTBTOT.

           IF NOT FS-HISTBTOT-OK
              MOVE CT-HISTBTOT                TO AUX-ERR-NOMBRE
              MOVE FS-HISTBTOT                TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           PERFORM 1420-LEER-HISTBTOT
              THRU 1420-F-LEER-HISTBTOT.

           PERFORM 1440-GUARDAR-VOLUMEN-BTOT
              THRU 1440-F-GUARDAR-VOLUMEN-BTOT
             UNTIL FS-HISTBTOT-EOF.

           CLOSE HISTBTOT.

       1400-F-CARGAR-VOLUMENES-BTOT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 2 0 - L E E R - H I S T B T O T                   *
      *----------------------------------------------------------------*

       1420-LEER-HISTBTOT.

           READ HISTBTOT INTO WS-REG-HIST.

           EVALUATE TRUE
               WHEN FS-HISTBTOT-OK
                    ADD 1                     TO CNT-HIST-LEIDOS

               WHEN FS-HISTBTOT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HISTBTOT          TO AUX-ERR-NOMBRE
                    MOVE FS-HISTBTOT          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-HISTBTOT.
           EXIT.

      *----------------------------------------------------------------*
      *      1 4 4 0 - G U A R D A R - V O L U M E N - B T O T         *
      *----------------------------------------------------------------*

       1440-GUARDAR-VOLUMEN-BTOT.

           IF HIST-DETALLE(1:6) IS EQUAL TO 'UMBRAL' OR
              HIST-PROGRAMA IS EQUAL TO CT-PROGRAMA
              GO TO 1440-LEER-SIGUIENTE
           END-IF.

           MOVE SPACES                        TO WS-TOKEN-ETIQUETA
                                                 WS-TOKEN-VALOR.
           MOVE ZEROS                         TO WS-TOKEN-LARGO.

           UNSTRING HIST-DETALLE DELIMITED BY '=' OR ' '
               INTO WS-TOKEN-ETIQUETA
                    WS-TOKEN-VALOR COUNT IN WS-TOKEN-LARGO
           END-UNSTRING.

           IF WS-TOKEN-LARGO IS EQUAL TO ZEROS OR
              WS-TOKEN-LARGO IS GREATER THAN 7
              GO TO 1440-LEER-SIGUIENTE
           END-IF.

           IF WS-TOKEN-VALOR(1:WS-TOKEN-LARGO) IS NOT NUMERIC
              GO TO 1440-LEER-SIGUIENTE
           END-IF.

           MOVE WS-TOKEN-VALOR(1:WS-TOKEN-LARGO) TO WS-TOKEN-NUMERO.

           MOVE 'V'                           TO WS-TIPO-BUSCADO.
           MOVE SPACES                        TO WS-NOMBRE-BUSCADO.
           STRING HIST-PROGRAMA               DELIMITED BY SIZE
                  ' '                         DELIMITED BY SIZE
                  WS-TOKEN-ETIQUETA(1:7)      DELIMITED BY SIZE
              INTO WS-NOMBRE-BUSCADO
           END-STRING.
           MOVE 'RESUMEN DE BATCH'            TO WS-DESCRIPCION-ALTA.

           PERFORM 1800-UBICAR-ITEM
              THRU 1800-F-UBICAR-ITEM.

           MOVE WS-TOKEN-NUMERO               TO T-ITM-CANTIDAD(WS-I).

       1440-LEER-SIGUIENTE.

           PERFORM 1420-LEER-HISTBTOT
              THRU 1420-F-LEER-HISTBTOT.

       1440-F-GUARDAR-VOLUMEN-BTOT.
           EXIT.

      *----------------------------------------------------------------*
      *     1 5 0 0 - C A R G A R - V O L U M E N E S - C T L          *
      *----------------------------------------------------------------*
      *   LA ULTIMA ENTREGA DE CADA PROGRAMA + ARCHIVO MANDA. SIN      *
      *   CTLCNT NO HAY VOLUMENES DE ENTREGA QUE INFORMAR.             *
      *----------------------------------------------------------------*

       1500-CARGAR-VOLUMENES-CTL.

           MOVE '1500-CARGAR-VOLUMENES-CTL'   TO WS-PARRAFO.

           OPEN INPUT CTLCNT.

           IF NOT FS-CTLCNT-OK
              DISPLAY '* SIN CTLCNT: NO SE INFORMAN VOLUMENES DE '
                      'ENTREGA *'
              GO TO 1500-F-CARGAR-VOLUMENES-CTL
           END-IF.

           PERFORM 1520-LEER-CTLCNT
              THRU 1520-F-LEER-CTLCNT.

           PERFORM 1540-GUARDAR-VOLUMEN-CTL
              THRU 1540-F-GUARDAR-VOLUMEN-CTL
             UNTIL FS-CTLCNT-EOF.

           CLOSE CTLCNT.

       1500-F-CARGAR-VOLUMENES-CTL.
           EXIT.

      *----------------------------------------------------------------*
      *            1 5 2 0 - L E E R - C T L C N T                     *
      *----------------------------------------------------------------*

       1520-LEER-CTLCNT.

           READ CTLCNT.

           EVALUATE TRUE
               WHEN FS-CTLCNT-OK
                    ADD 1                     TO CNT-CTLCNT-LEIDOS

               WHEN FS-CTLCNT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CTLCNT            TO AUX-ERR-NOMBRE
                    MOVE FS-CTLCNT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-CTLCNT.
           EXIT.

      *----------------------------------------------------------------*
      *       1 5 4 0 - G U A R D A R - V O L U M E N - C T L          *
      *----------------------------------------------------------------*

       1540-GUARDAR-VOLUMEN-CTL.

           IF CTL-REG-CANT IS NUMERIC
              MOVE 'V'                        TO WS-TIPO-BUSCADO
              MOVE CTL-REG-PROGRAMA           TO WS-NOMBRE-BUSCADO(1:8)
              MOVE CTL-REG-ARCHIVO            TO WS-NOMBRE-BUSCADO(9:8)
              MOVE 'ENTREGA EN CTLCNT'        TO WS-DESCRIPCION-ALTA

              PERFORM 1800-UBICAR-ITEM
                 THRU 1800-F-UBICAR-ITEM

              MOVE CTL-REG-CANT               TO T-ITM-CANTIDAD(WS-I)
           END-IF.

           PERFORM 1520-LEER-CTLCNT
              THRU 1520-F-LEER-CTLCNT.

       1540-F-GUARDAR-VOLUMEN-CTL.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 0 0 - C A R G A R - H I S T O R I A               *
      *----------------------------------------------------------------*
      *   PASA A CAPNUE LA HISTORIA DEL ULTIMO ANIO ( SIN LO GRABADO   *
      *   HOY, QUE UN REPROCESO VUELVE A MEDIR ) Y DE PASO DEJA EN     *
      *   CADA ELEMENTO SU SEMANA ANTERIOR Y SU REGISTRO MAS VIEJO.    *
      *----------------------------------------------------------------*

       1600-CARGAR-HISTORIA.

           MOVE '1600-CARGAR-HISTORIA'        TO WS-PARRAFO.

           OPEN OUTPUT CAPNUE
                       CAPACID.

           IF NOT FS-CAPNUE-OK
              MOVE CT-CAPNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAPNUE                  TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CAPACID-OK
              MOVE CT-CAPACID                 TO AUX-ERR-NOMBRE
              MOVE FS-CAPACID                 TO AUX-ERR-STATUS
              PERFORM 1195-ERROR-APERTURA
                 THRU 1195-F-ERROR-APERTURA
           END-IF.

           OPEN INPUT CAPANT.

           IF NOT FS-CAPANT-OK
              DISPLAY '* SIN CAPANT: PRIMERA SEMANA, NO HAY '
                      'TENDENCIA *'
              GO TO 1600-F-CARGAR-HISTORIA
           END-IF.

           SET HAY-CAPANT                     TO TRUE.

           PERFORM 1620-LEER-CAPANT
              THRU 1620-F-LEER-CAPANT.

           PERFORM 1640-PASAR-HISTORIA
              THRU 1640-F-PASAR-HISTORIA
             UNTIL FS-CAPANT-EOF.

           CLOSE CAPANT.

       1600-F-CARGAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 6 2 0 - L E E R - C A P A N T                     *
      *----------------------------------------------------------------*

       1620-LEER-CAPANT.

           READ CAPANT INTO WS-REG-CAPHIST.

           EVALUATE TRUE
               WHEN FS-CAPANT-OK
                    ADD 1                     TO CNT-CAPANT-LEIDOS

               WHEN FS-CAPANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CAPANT            TO AUX-ERR-NOMBRE
                    MOVE FS-CAPANT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-CAPANT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 4 0 - P A S A R - H I S T O R I A                 *
      *----------------------------------------------------------------*

       1640-PASAR-HISTORIA.

           IF CAP-FECHA IS NOT NUMERIC OR
              CAP-FECHA IS LESS THAN WS-FECHA-CORTE-HIST OR
              CAP-FECHA IS NOT LESS THAN WS-FECHA-PROCESO
              GO TO 1640-LEER-SIGUIENTE
           END-IF.

           PERFORM 2900-GRABAR-CAPNUE
              THRU 2900-F-GRABAR-CAPNUE.

           MOVE CAP-TIPO                      TO WS-TIPO-BUSCADO.
           MOVE CAP-NOMBRE                    TO WS-NOMBRE-BUSCADO.

           PERFORM 1820-BUSCAR-ITEM
              THRU 1820-F-BUSCAR-ITEM.

      *    UN ELEMENTO QUE YA NO SE MIDE SOLO QUEDA EN LA HISTORIA.
           IF ITEM-NO-HALLADO
              GO TO 1640-LEER-SIGUIENTE
           END-IF.

           IF CAP-FECHA IS GREATER THAN T-ITM-ANT-FECHA(WS-I)
              MOVE CAP-FECHA                  TO T-ITM-ANT-FECHA(WS-I)
              MOVE CAP-CANTIDAD           TO T-ITM-ANT-CANTIDAD(WS-I)
           END-IF.

           IF T-ITM-BASE-FECHA(WS-I) IS EQUAL TO ZEROS OR
              CAP-FECHA IS LESS THAN T-ITM-BASE-FECHA(WS-I)
              MOVE CAP-FECHA                  TO T-ITM-BASE-FECHA(WS-I)
              MOVE CAP-CANTIDAD          TO T-ITM-BASE-CANTIDAD(WS-I)
           END-IF.

       1640-LEER-SIGUIENTE.

           PERFORM 1620-LEER-CAPANT
              THRU 1620-F-LEER-CAPANT.

       1640-F-PASAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 8 0 0 - U B I C A R - I T E M                     *
      *----------------------------------------------------------------*
      *   DEJA EN WS-I EL ELEMENTO WS-TIPO-BUSCADO + WS-NOMBRE-        *
      *   BUSCADO; SI NO EXISTE LO AGREGA CON WS-DESCRIPCION-ALTA.     *
      *   TABLA LLENA: EL PASO ABORTA.                                 *
      *----------------------------------------------------------------*

       1800-UBICAR-ITEM.

           PERFORM 1820-BUSCAR-ITEM
              THRU 1820-F-BUSCAR-ITEM.

           IF ITEM-HALLADO
              GO TO 1800-F-UBICAR-ITEM
           END-IF.

           IF WS-CANT-ITEMS IS NOT LESS THAN CT-MAX-ITEMS
              DISPLAY '* TABLA DE ELEMENTOS MEDIDOS LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-CAPACID                 TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ITEMS.
           MOVE WS-CANT-ITEMS                 TO WS-I.
           MOVE WS-TIPO-BUSCADO               TO T-ITM-TIPO(WS-I).
           MOVE WS-NOMBRE-BUSCADO             TO T-ITM-NOMBRE(WS-I).
           MOVE WS-DESCRIPCION-ALTA       TO T-ITM-DESCRIPCION(WS-I).
           MOVE ZEROS                         TO T-ITM-CANTIDAD(WS-I)
                                                 T-ITM-TOPE(WS-I)
                                                 T-ITM-ANT-FECHA(WS-I)
                                                 T-ITM-BASE-FECHA(WS-I)
                                                 T-ITM-USO(WS-I).
           MOVE ZEROS                     TO T-ITM-ANT-CANTIDAD(WS-I)
                                             T-ITM-BASE-CANTIDAD(WS-I)
                                             T-ITM-FECHA-LLENO(WS-I).
           MOVE SPACES                    TO T-ITM-PROYECCION(WS-I).

       1800-F-UBICAR-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      *            1 8 2 0 - B U S C A R - I T E M                     *
      *----------------------------------------------------------------*

       1820-BUSCAR-ITEM.

           SET ITEM-NO-HALLADO                TO TRUE.

           PERFORM 1840-COMPARAR-ITEM
              THRU 1840-F-COMPARAR-ITEM
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-ITEMS
                  OR ITEM-HALLADO.

           IF ITEM-HALLADO
              SUBTRACT 1                      FROM WS-I
           END-IF.

       1820-F-BUSCAR-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      *           1 8 4 0 - C O M P A R A R - I T E M                  *
      *----------------------------------------------------------------*

       1840-COMPARAR-ITEM.

           IF T-ITM-TIPO(WS-I) IS EQUAL TO WS-TIPO-BUSCADO AND
              T-ITM-NOMBRE(WS-I) IS EQUAL TO WS-NOMBRE-BUSCADO
              SET ITEM-HALLADO                TO TRUE
           END-IF.

       1840-F-COMPARAR-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   CALCULA USO Y PROYECCION DE CADA ELEMENTO, LO AGREGA A LA    *
      *   HISTORIA CON LA FECHA DE HOY Y EMITE EL LISTADO POR SECCION. *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2100-EVALUAR-ITEM
              THRU 2100-F-EVALUAR-ITEM
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-ITEMS.

           PERFORM 2500-IMPRIMIR-TITULO
              THRU 2500-F-IMPRIMIR-TITULO.

           MOVE 'T'                           TO WS-TIPO-BUSCADO.
           MOVE 'TABLAS EN MEMORIA CON TOPE FIJO' TO LSE-TEXTO.

           PERFORM 2600-IMPRIMIR-SECCION
              THRU 2600-F-IMPRIMIR-SECCION.

           MOVE 'F'                           TO WS-TIPO-BUSCADO.
           MOVE 'FRANJAS RESERVADAS DE NROMOV ( MAYOR CORRIDA )'
                                              TO LSE-TEXTO.

           PERFORM 2600-IMPRIMIR-SECCION
              THRU 2600-F-IMPRIMIR-SECCION.

           MOVE 'V'                           TO WS-TIPO-BUSCADO.
           MOVE 'VOLUMENES DE LOS PASOS ( SIN TOPE )' TO LSE-TEXTO.

           PERFORM 2600-IMPRIMIR-SECCION
              THRU 2600-F-IMPRIMIR-SECCION.

           IF HAY-ALERTA
              MOVE 4                          TO RETURN-CODE
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 0 0 - E V A L U A R - I T E M                   *
      *----------------------------------------------------------------*

       2100-EVALUAR-ITEM.

           MOVE WS-FECHA-PROCESO              TO CAP-FECHA.
           MOVE T-ITM-TIPO(WS-I)              TO CAP-TIPO.
           MOVE T-ITM-NOMBRE(WS-I)            TO CAP-NOMBRE.
           MOVE T-ITM-CANTIDAD(WS-I)          TO CAP-CANTIDAD.
           MOVE T-ITM-TOPE(WS-I)              TO CAP-TOPE.

           PERFORM 2900-GRABAR-CAPNUE
              THRU 2900-F-GRABAR-CAPNUE.

           IF T-ITM-TOPE(WS-I) IS EQUAL TO ZEROS
              GO TO 2100-F-EVALUAR-ITEM
           END-IF.

           COMPUTE T-ITM-USO(WS-I) ROUNDED =
                   T-ITM-CANTIDAD(WS-I) * 100 / T-ITM-TOPE(WS-I)
              ON SIZE ERROR
                   MOVE 999,9                 TO T-ITM-USO(WS-I)
           END-COMPUTE.

           IF T-ITM-USO(WS-I) IS GREATER THAN CT-UMBRAL-ALERTA
              SET HAY-ALERTA                  TO TRUE
              ADD 1                           TO CNT-SOBRE-UMBRAL
              DISPLAY '* CAPACIDAD: ' T-ITM-NOMBRE(WS-I)
                      ' SUPERA EL 80 % DE SU TOPE *'   UPON CONSOLE
           END-IF.

           PERFORM 2200-PROYECTAR-LLENO
              THRU 2200-F-PROYECTAR-LLENO.

       2100-F-EVALUAR-ITEM.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - P R O Y E C T A R - L L E N O               *
      *----------------------------------------------------------------*
      *   CRECIMIENTO DIARIO = ( HOY - REGISTRO MAS VIEJO ) / DIAS     *
      *   ENTRE AMBOS; LA FECHA DE LLENO ES HOY + LO QUE FALTA HASTA   *
      *   EL TOPE DIVIDIDO POR ESE CRECIMIENTO.                        *
      *----------------------------------------------------------------*

       2200-PROYECTAR-LLENO.

           IF T-ITM-CANTIDAD(WS-I) IS NOT LESS THAN T-ITM-TOPE(WS-I)
              MOVE 'LLENA'                    TO T-ITM-PROYECCION(WS-I)
              GO TO 2200-F-PROYECTAR-LLENO
           END-IF.

           IF T-ITM-BASE-FECHA(WS-I) IS EQUAL TO ZEROS
              MOVE 'SIN HISTORIA'             TO T-ITM-PROYECCION(WS-I)
              GO TO 2200-F-PROYECTAR-LLENO
           END-IF.

           IF T-ITM-CANTIDAD(WS-I) IS NOT GREATER THAN
              T-ITM-BASE-CANTIDAD(WS-I)
              MOVE 'SIN CRECIMIENTO'          TO T-ITM-PROYECCION(WS-I)
              GO TO 2200-F-PROYECTAR-LLENO
           END-IF.

           COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                 - FUNCTION INTEGER-OF-DATE(T-ITM-BASE-FECHA(WS-I)).

           COMPUTE WS-CRECIMIENTO-DIA ROUNDED =
                  (T-ITM-CANTIDAD(WS-I) - T-ITM-BASE-CANTIDAD(WS-I))
                 / WS-DIAS.

           IF WS-CRECIMIENTO-DIA IS EQUAL TO ZEROS
              MOVE 'SIN CRECIMIENTO'          TO T-ITM-PROYECCION(WS-I)
              GO TO 2200-F-PROYECTAR-LLENO
           END-IF.

           COMPUTE WS-DIAS-LLENO ROUNDED =
                  (T-ITM-TOPE(WS-I) - T-ITM-CANTIDAD(WS-I))
                 / WS-CRECIMIENTO-DIA
              ON SIZE ERROR
                   MOVE 9999999               TO WS-DIAS-LLENO
           END-COMPUTE.

           IF WS-DIAS-LLENO IS GREATER THAN CT-DIAS-PROYECCION
              MOVE 'MAS DE 10 ANIOS'          TO T-ITM-PROYECCION(WS-I)
              GO TO 2200-F-PROYECTAR-LLENO
           END-IF.

           COMPUTE T-ITM-FECHA-LLENO(WS-I) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                    + WS-DIAS-LLENO).

           MOVE T-ITM-FECHA-LLENO(WS-I)       TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO T-ITM-PROYECCION(WS-I).

       2200-F-PROYECTAR-LLENO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 0 0 - I M P R I M I R - T I T U L O               *
      *----------------------------------------------------------------*

       2500-IMPRIMIR-TITULO.

           MOVE '2500-IMPRIMIR-TITULO'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO WS-FECHA-AUX-N.

           PERFORM 2790-EDITAR-FECHA
              THRU 2790-F-EDITAR-FECHA.

           MOVE WS-FECHA-EDIT                 TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-CAPACID.

           PERFORM 2950-GRABAR-CAPACID
              THRU 2950-F-GRABAR-CAPACID.

       2500-F-IMPRIMIR-TITULO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - I M P R I M I R - S E C C I O N             *
      *----------------------------------------------------------------*
      *   LOS ELEMENTOS DEL TIPO WS-TIPO-BUSCADO, BAJO EL TITULO YA    *
      *   CARGADO EN LSE-TEXTO.                                        *
      *----------------------------------------------------------------*

       2600-IMPRIMIR-SECCION.

           MOVE '2600-IMPRIMIR-SECCION'       TO WS-PARRAFO.

           PERFORM 2950-GRABAR-CAPACID
              THRU 2950-F-GRABAR-CAPACID.

           MOVE WS-LIN-SECCION                TO REG-CAPACID.

           PERFORM 2950-GRABAR-CAPACID
              THRU 2950-F-GRABAR-CAPACID.

           MOVE WS-LIN-COLUMNAS               TO REG-CAPACID.

           PERFORM 2950-GRABAR-CAPACID
              THRU 2950-F-GRABAR-CAPACID.

           PERFORM 2650-IMPRIMIR-ITEM
              THRU 2650-F-IMPRIMIR-ITEM
             VARYING WS-I FROM 1 BY 1
               UNTIL WS-I IS GREATER THAN WS-CANT-ITEMS.

       2600-F-IMPRIMIR-SECCION.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 5 0 - I M P R I M I R - I T E M                  *
      *----------------------------------------------------------------*

       2650-IMPRIMIR-ITEM.

           IF T-ITM-TIPO(WS-I) IS NOT EQUAL TO WS-TIPO-BUSCADO
              GO TO 2650-F-IMPRIMIR-ITEM
           END-IF.

           MOVE T-ITM-NOMBRE(WS-I)            TO LDE-NOMBRE.
           MOVE T-ITM-DESCRIPCION(WS-I)       TO LDE-DESCRIPCION.
           MOVE T-ITM-CANTIDAD(WS-I)          TO LDE-CANTIDAD.
           MOVE T-ITM-TOPE(WS-I)              TO LDE-TOPE.
           MOVE T-ITM-USO(WS-I)               TO LDE-USO.
           MOVE T-ITM-ANT-CANTIDAD(WS-I)      TO LDE-ANT.
           MOVE T-ITM-PROYECCION(WS-I)        TO LDE-PROYECCION.
           MOVE SPACES                        TO LDE-AVISO.

           IF T-ITM-ANT-CANTIDAD(WS-I) IS GREATER THAN ZEROS
              COMPUTE WS-VARIACION ROUNDED =
                     (T-ITM-CANTIDAD(WS-I) - T-ITM-ANT-CANTIDAD(WS-I))
                    * 100 / T-ITM-ANT-CANTIDAD(WS-I)
                 ON SIZE ERROR
                      MOVE 9999,9             TO WS-VARIACION
              END-COMPUTE
           ELSE
              MOVE ZEROS                      TO WS-VARIACION
           END-IF.

           MOVE WS-VARIACION                  TO LDE-VARIACION.

           IF T-ITM-TOPE(WS-I) IS GREATER THAN ZEROS AND
              T-ITM-USO(WS-I) IS GREATER THAN CT-UMBRAL-ALERTA
              MOVE '*** SUPERA EL 80 % ***'   TO LDE-AVISO
           END-IF.

           MOVE WS-LIN-DETALLE                TO REG-CAPACID.

           PERFORM 2950-GRABAR-CAPACID
              THRU 2950-F-GRABAR-CAPACID.

       2650-F-IMPRIMIR-ITEM.
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
      *            2 9 0 0 - G R A B A R - C A P N U E                 *
      *----------------------------------------------------------------*

       2900-GRABAR-CAPNUE.

           WRITE REG-CAPNUE FROM WS-REG-CAPHIST.

           IF FS-CAPNUE-OK
              ADD 1                           TO CNT-CAPNUE-GRABADOS
           ELSE
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CAPNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAPNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-CAPNUE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - C A P A C I D                *
      *----------------------------------------------------------------*

       2950-GRABAR-CAPACID.

           WRITE REG-CAPACID.

           IF NOT FS-CAPACID-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CAPACID                 TO AUX-ERR-NOMBRE
              MOVE FS-CAPACID                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CAPACID.

       2950-F-GRABAR-CAPACID.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           CLOSE CAPNUE
                 CAPACID.

           IF NOT FS-CAPNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CAPNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CAPNUE                  TO AUX-ERR-STATUS
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
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE WS-CANT-ITEMS                 TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI162               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* ELEMENTOS MEDIDOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SOBRE-UMBRAL              TO WS-MASCARA.
           DISPLAY '*   - TABLAS / FRANJAS SOBRE EL 80 %:     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-HIST-LEIDOS               TO WS-MASCARA.
           DISPLAY '* RENGLONES DE HISTBTOT LEIDOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CTLCNT-LEIDOS             TO WS-MASCARA.
           DISPLAY '* RENGLONES DE CTLCNT LEIDOS:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAPANT-LEIDOS             TO WS-MASCARA.
           DISPLAY '* HISTORIA ANTERIOR LEIDA:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAPNUE-GRABADOS           TO WS-MASCARA.
           DISPLAY '* HISTORIA NUEVA GRABADA:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'MEDIDOS='       DELIMITED BY SIZE
                  WS-CANT-ITEMS    DELIMITED BY SIZE
                  ' SOBRE80='      DELIMITED BY SIZE
                  CNT-SOBRE-UMBRAL DELIMITED BY SIZE
                  ' HISTORIA='     DELIMITED BY SIZE
                  CNT-CAPNUE-GRABADOS DELIMITED BY SIZE
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

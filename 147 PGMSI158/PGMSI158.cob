      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI158.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   CIRCUITO DE CLIENTE FALLECIDO: MARCA, BLOQUEO E INFORME      *
      *   SUCESORIO                                                    *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA REEMPLAZA LA CADENA DE PASOS MANUALES QUE SEGUIA *
      * AL AVISO DE FALLECIMIENTO DE UN CLIENTE. CORRE TODAS LAS       *
      * NOCHES ANTES DE PGMSI132, PGMSIN76, PGMSIN35 Y PGMSI151:       *
      *   - LEE LOS AVISOS DE FALLECIMIENTO QUE CARGA LA SUCURSAL      *
      *     ( TRANFAL, OPCIONAL ): DOCUMENTO DEL CAUSANTE, FECHA DE    *
      *     FALLECIMIENTO Y FUENTE DEL AVISO ( 'A' ACTA DE DEFUNCION,  *
      *     'F' FAMILIAR, 'J' OFICIO JUDICIAL ). SE RECHAZA EL AVISO   *
      *     DE QUIEN NO ES CLIENTE, YA ESTA DADO DE BAJA O YA FUE      *
      *     INFORMADO, Y EL QUE TRAE UNA FECHA INVALIDA O POSTERIOR A  *
      *     LA DE PROCESO.                                             *
      *   - MARCA AL CLIENTE EN KC02787.TBCURCLI CON ESTADO 'F' Y LA   *
      *     FECHA DE FALLECIMIENTO EN FECBAJ: CON ESA MARCA PGMSIN35   *
      *     DEJA DE IMPRIMIRLE EL RESUMEN Y PGMSI151 LO EXCLUYE DE LAS *
      *     CAMPANIAS.                                                 *
      *   - BLOQUEA CADA CUENTA DE LA QUE ES TITULAR EN TBCURCTA CON   *
      *     UN BLOQUEO POR CUENTA DE ORIGEN 'M' EN LA NUEVA GENERACION *
      *     BLOQNEW DEL ARCHIVO BLOQUEOS ( COPY CPLEGHLD ), QUE QUEDA  *
      *     HASTA LA DECLARATORIA DE HEREDEROS.                        *
      *   - SUSPENDE SUS ORDENES PERMANENTES: ORDPSAL ES EL ORDPERM    *
      *     DEL DIA SIGUIENTE CON LAS ORDENES DE SUS CUENTAS EN 'S'    *
      *     ( COPY CPORDPER ), QUE PGMSIN76 YA NO GENERA.              *
      *   - SUSPENDE SUS MANDATOS DE DEBITO DIRECTO ( LOS DE SUS       *
      *     CUENTAS Y LOS QUE FIRMO ): GRABA EN TRANMDTF UNA           *
      *     TRANSACCION 'S' POR MANDATO ACTIVO, QUE SE CONCATENA AL    *
      *     TRANMDT DE PGMSI132.                                       *
      *   - AVISA DEL FALLECIMIENTO A LOS DEMAS TITULARES DE LAS       *
      *     CUENTAS COMPARTIDAS ( TBCURTIT, EN LAS DOS DIRECCIONES:    *
      *     COTITULARES DE SUS CUENTAS Y TITULAR Y COTITULARES DE LAS  *
      *     CUENTAS DONDE EL ERA COTITULAR ) POR CORREO ELECTRONICO O  *
      *     CARTA SEGUN SU PREFERENCIA ( PREFCLI ), CON SU RENGLON EN  *
      *     COMUNLOG. LAS CUENTAS DONDE EL CAUSANTE SOLO ERA           *
      *     COTITULAR NO SE BLOQUEAN: SIGUEN A NOMBRE DEL TITULAR.     *
      *   - EMITE EL INFORME SUCESORIO ( SUCESION ) POR CAUSANTE PARA  *
      *     EL ADMINISTRADOR DE LA SUCESION: CADA CUENTA CON SU SALDO  *
      *     AL DIA DEL FALLECIMIENTO ( FOTO DE TBCURSAL DE ESE DIA O   *
      *     LA ANTERIOR MAS CERCANA; SIN FOTOS, SALDO ACTUAL MENOS LOS *
      *     MOVIMIENTOS POSTERIORES DE TBCURMOV ), CADA PLAZO FIJO     *
      *     VIGENTE CON EL INTERES DEVENGADO A ESA FECHA ( LA FORMULA  *
      *     DE PGMSI127 ) Y LOS TITULARES AVISADOS.                    *
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

           SELECT TRANFAL ASSIGN TO TRANFAL
                                    FILE STATUS IS FS-TRANFAL.

           SELECT BLOQUEOS ASSIGN TO BLOQUEOS
                                    FILE STATUS IS FS-BLOQUEOS.

           SELECT BLOQNEW ASSIGN TO BLOQNEW
                                    FILE STATUS IS FS-BLOQNEW.

           SELECT ORDPERM ASSIGN TO ORDPERM
                                    FILE STATUS IS FS-ORDPERM.

           SELECT ORDPSAL ASSIGN TO ORDPSAL
                                    FILE STATUS IS FS-ORDPSAL.

           SELECT MANDEB ASSIGN TO MANDEB
                                    FILE STATUS IS FS-MANDEB.

           SELECT TRANMDTF ASSIGN TO TRANMDTF
                                    FILE STATUS IS FS-TRANMDTF.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT PREFCLI   ASSIGN TO PREFCLI
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-PREFCLI
                            FILE STATUS IS FS-PREFCLI.

           SELECT CARTAFAL ASSIGN TO CARTAFAL
                                    FILE STATUS IS FS-CARTAFAL.

           SELECT ALERTAS ASSIGN TO ALERTAS
                                    FILE STATUS IS FS-ALERTAS.

           SELECT COMUNLOG ASSIGN TO COMUNLOG
                                    FILE STATUS IS FS-COMUNLOG.

           SELECT SUCESION ASSIGN TO SUCESION
                                    FILE STATUS IS FS-SUCESION.

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
      *   AVISOS DE FALLECIMIENTO CARGADOS POR LAS SUCURSALES.         *
      *----------------------------------------------------------------*

       FD   TRANFAL
            RECORDING MODE IS F.
       01   REG-TRANFAL                                     PIC X(80).

      *----------------------------------------------------------------*
      *   ARCHIVO DE BLOQUEOS LEGALES, COMPARTIDO DE LA SUITE          *
      *   ( COPY BLOQMAES ), Y SU NUEVA GENERACION.                    *
      *----------------------------------------------------------------*

           COPY BLOQMAES.

       FD   BLOQNEW
            RECORDING MODE IS F.
       01   REG-BLOQNEW                                     PIC X(40).

      *----------------------------------------------------------------*
      *   MAESTRO DE ORDENES PERMANENTES ( COPY CPORDPER ) Y SU NUEVA  *
      *   GENERACION CON LAS ORDENES SUSPENDIDAS.                      *
      *----------------------------------------------------------------*

       FD   ORDPERM
            RECORDING MODE IS F.
       01   REG-ORDPERM                                     PIC X(40).

       FD   ORDPSAL
            RECORDING MODE IS F.
       01   REG-ORDPSAL                                     PIC X(40).

      *----------------------------------------------------------------*
      *   MAESTRO DE MANDATOS DE DEBITO DIRECTO ( COPY MANDEBFD ) Y    *
      *   TRANSACCIONES DE SUSPENSION PARA PGMSI132 ( LAYOUT TRANMDT ).*
      *----------------------------------------------------------------*

           COPY MANDEBFD.

       FD   TRANMDTF
            RECORDING MODE IS F.
       01   REG-TRANMDTF                                    PIC X(81).

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * PREFCLI ( ARCHIVO VSAM )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      *----------------------------------------------------------------*
      *   CARTAS DE AVISO A LOS COTITULARES PARA IMPRENTA.             *
      *----------------------------------------------------------------*

       FD   CARTAFAL
            RECORDING MODE IS F.
       01   REG-CARTAFAL                                    PIC X(80).

      *----------------------------------------------------------------*
      *   AVISOS PARA LA PASARELA DE MENSAJERIA ( COPY CPALERTA ).     *
      *----------------------------------------------------------------*

       FD   ALERTAS
            RECORDING MODE IS F.
       01   REG-ALERTAS                                     PIC X(250).

      *----------------------------------------------------------------*
      *   REGISTRO DE COMUNICACIONES SALIENTES ( COPY CPCOMLOG ).      *
      *----------------------------------------------------------------*

       FD  COMUNLOG
           RECORDING MODE IS F.
       01  REG-COMUNLOG                     PIC X(50).

      *----------------------------------------------------------------*
      *   INFORME SUCESORIO POR CAUSANTE.                              *
      *----------------------------------------------------------------*

       FD   SUCESION
            RECORDING MODE IS F.
       01   REG-SUCESION                                    PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI158'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-UPDATE                     PIC X(08)  VALUE 'UPDATE  '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-TRANFAL                    PIC X(08)  VALUE 'TRANFAL '.
           02 CT-BLOQUEOS                   PIC X(08)  VALUE 'BLOQUEOS'.
           02 CT-BLOQNEW                    PIC X(08)  VALUE 'BLOQNEW '.
           02 CT-ORDPERM                    PIC X(08)  VALUE 'ORDPERM '.
           02 CT-ORDPSAL                    PIC X(08)  VALUE 'ORDPSAL '.
           02 CT-MANDEB                     PIC X(08)  VALUE 'MANDEB  '.
           02 CT-TRANMDTF                   PIC X(08)  VALUE 'TRANMDTF'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-CARTAFAL                   PIC X(08)  VALUE 'CARTAFAL'.
           02 CT-ALERTAS                    PIC X(08)  VALUE 'ALERTAS '.
           02 CT-SUCESION                   PIC X(08)  VALUE 'SUCESION'.
           02 CT-TBCURCLI                   PIC X(08)  VALUE 'TBCURCLI'.
           02 CT-TBCURSAL                   PIC X(08)  VALUE 'TBCURSAL'.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-TBCURMOV                   PIC X(08)  VALUE 'TBCURMOV'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-TIPO-EMISION-FALLEC        PIC X(03)  VALUE 'FAL'.
           02 CT-VIA-CORREO                 PIC X(03)  VALUE 'COR'.
           02 CT-VIA-SUCURSAL               PIC X(03)  VALUE 'SUC'.
           02 CT-VIA-EMAIL                  PIC X(03)  VALUE 'EML'.

      *----------------------------------------------------------------*
      *   TOPES: LA TABLA DE BLOQUEOS DE LOS LECTORES ( COPY LEGHLDLE )*
      *   ADMITE 500 ENTRADAS; CAUSANTES POR CORRIDA ( LOS AVISOS QUE  *
      *   EXCEDEN SE RECHAZAN Y SE REINGRESAN ) Y CUENTAS DE TODOS LOS *
      *   CAUSANTES DE LA CORRIDA, QUE SE CRUZAN CON ORDPERM Y MANDEB. *
      *----------------------------------------------------------------*

           02 CT-MAX-BLOQUEOS               PIC 9(03)  VALUE 500.
           02 CT-MAX-FALLECIDOS             PIC 9(03)  VALUE 100.
           02 CT-MAX-CTAS-FALLECIDOS        PIC 9(04)  VALUE 5000.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-FECHA-FALLEC               PIC 9(08)  VALUE ZEROS.
           02 WS-SALDO-FALLEC               PIC S9(11)V99 VALUE ZEROS.
           02 WS-NETO-POSTERIOR             PIC S9(11)V99 VALUE ZEROS.
           02 WS-INTERES                    PIC S9(11)V99 VALUE ZEROS.
           02 WS-DIAS-DEVENGADOS            PIC S9(05) VALUE ZEROS.
           02 WS-BASE-SALDO                 PIC X(06)  VALUE SPACES.
           02 WS-ESTADO-BLOQUEO             PIC X(10)  VALUE SPACES.
           02 WS-FUENTE-DESC                PIC X(15)  VALUE SPACES.
           02 WS-TEXTO-SITUACION            PIC X(50)  VALUE SPACES.
           02 WS-CANT-BLQ-ORIGINAL          PIC 9(03)  VALUE ZEROS.
           02 WS-B                          PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-CUENTAS-CLI           PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-PLAZOS-CLI            PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-AVISOS-CLI            PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-FALLECIDOS            PIC 9(03)  VALUE ZEROS.
           02 WS-CANT-CTAS-FAL              PIC 9(04)  VALUE ZEROS.
           02 WS-IX-FAL                     PIC 9(03)  VALUE ZEROS.
           02 WS-IX-CTF                     PIC 9(04)  VALUE ZEROS.
           02 WS-CTF-BUSQ-TIPCUEN           PIC X(02)  VALUE SPACES.
           02 WS-CTF-BUSQ-CUENTA            PIC 9(08)  VALUE ZEROS.
           02 WS-FAL-BUSQ-TIPDOC            PIC X(02)  VALUE SPACES.
           02 WS-FAL-BUSQ-NRODOC            PIC 9(11)  VALUE ZEROS.

       01 WS-TRANFAL-DISP-SW                PIC X(01)  VALUE 'N'.
           88 TRANFAL-DISPONIBLE                       VALUE 'S'.

       01 WS-CONTACTO-SW                    PIC X(01)  VALUE 'N'.
           88 CONTACTO-DISPONIBLE                      VALUE 'S'.

       01 WS-PREFCLI-SW                     PIC X(01)  VALUE 'N'.
           88 PREFCLI-DISPONIBLE                       VALUE 'S'.

       01 WS-CTF-HALLADA-SW                 PIC X(01)  VALUE 'N'.
           88 CTA-FALLECIDO-HALLADA                    VALUE 'S'.
           88 CTA-FALLECIDO-NO-HALLADA                 VALUE 'N'.

       01 WS-FAL-HALLADO-SW                 PIC X(01)  VALUE 'N'.
           88 DOC-FALLECIDO-HALLADO                    VALUE 'S'.
           88 DOC-FALLECIDO-NO-HALLADO                 VALUE 'N'.

      *----------------------------------------------------------------*
      *   AVISO DE FALLECIMIENTO ( TRANFAL ), 80 BYTES. FUENTE: 'A'    *
      *   ACTA DE DEFUNCION DEL REGISTRO CIVIL, 'F' AVISO DE UN        *
      *   FAMILIAR, 'J' OFICIO JUDICIAL. EL OPERADOR ES OBLIGATORIO.   *
      *----------------------------------------------------------------*

       01 WS-REG-TRANFAL.
           02 TFA-TIPDOC                    PIC X(02).
           02 TFA-NRODOC                    PIC 9(11).
           02 TFA-FECHA-FALLEC              PIC 9(08).
           02 TFA-FECHA-FALLEC-R REDEFINES TFA-FECHA-FALLEC.
              03 TFA-FAL-ANIO               PIC 9(04).
              03 TFA-FAL-MES                PIC 9(02).
              03 TFA-FAL-DIA                PIC 9(02).
           02 TFA-FUENTE                    PIC X(01).
              88 TFA-FUENTE-ACTA                       VALUE 'A'.
              88 TFA-FUENTE-FAMILIAR                   VALUE 'F'.
              88 TFA-FUENTE-JUDICIAL                   VALUE 'J'.
           02 TFA-OPERADOR                  PIC X(08).
           02 TFA-OBSERVACION               PIC X(30).
           02 FILLER                        PIC X(20).

      *----------------------------------------------------------------*
      *   TRANSACCION DE SUSPENSION DE MANDATO ( LAYOUT TRANMDT DE     *
      *   PGMSI132: ACCION + REGISTRO COMPLETO DE COPY CPMANDEB ).     *
      *----------------------------------------------------------------*

       01 WS-REG-TRANMDTF.
           02 TMF-ACCION                    PIC X(01).
           02 TMF-REGISTRO                  PIC X(80).

      *----------------------------------------------------------------*
      *   CAUSANTES DE LA CORRIDA Y CUENTAS DE LAS QUE ERAN TITULARES, *
      *   PARA LAS PASADAS FINALES SOBRE ORDPERM Y MANDEB.             *
      *----------------------------------------------------------------*

       01 WS-T-FALLECIDOS.
           02 T-FAL                         OCCURS 100 TIMES.
              03 T-FAL-TIPDOC               PIC X(02).
              03 T-FAL-NRODOC               PIC 9(11).

       01 WS-T-CTAS-FALLECIDOS.
           02 T-CTF                         OCCURS 5000 TIMES.
              03 T-CTF-TIPCUEN              PIC X(02).
              03 T-CTF-CUENTA               PIC 9(08).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CAUSANTE EN TBCURCLI                      *
      *----------------------------------------------------------------*

       01 WS-TB-CLIENTE.
           02 WS-TB-TIPDOC                  PIC X(02).
           02 WS-TB-NRODOC                  PIC 9(11).
           02 WS-TB-NROCLI                  PIC 9(08).
           02 WS-TB-NOMAPE                  PIC X(30).
           02 WS-TB-ESTADO                  PIC X(01).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE TITULARES A AVISAR              *
      *----------------------------------------------------------------*

       01 WS-HOST-COTITULAR.
           02 WS-COT-TIPDOC                 PIC X(02).
           02 WS-COT-NRODOC                 PIC 9(11).
           02 WS-COT-NOMAPE                 PIC X(30).
           02 WS-COT-TIPCUEN                PIC X(02).
           02 WS-COT-NROCUEN                PIC 9(04).
           02 WS-COT-SUCUEN                 PIC 9(02).

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME SUCESORIO                                 *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(58)
              VALUE 'INFORME SUCESORIO - AVISOS DE FALLECIMIENTO PROCESA
      -             'DOS AL '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(66)  VALUE SPACES.

       01 WS-LIN-CAUSANTE.
           02 FILLER                        PIC X(10)
              VALUE 'CAUSANTE: '.
           02 LCA-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCA-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCA-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(11)
              VALUE '  CLIENTE: '.
           02 LCA-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(12)
              VALUE '  FALLECIO: '.
           02 LCA-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(10)
              VALUE '  FUENTE: '.
           02 LCA-FUENTE                    PIC X(15).
           02 FILLER                        PIC X(13)  VALUE SPACES.

       01 WS-LIN-SECCION.
           02 LSE-TITULO                    PIC X(60).
           02 FILLER                        PIC X(72)  VALUE SPACES.

       01 WS-LIN-COL-CUENTAS.
           02 FILLER                        PIC X(14)  VALUE 'CUENTA'.
           02 FILLER                        PIC X(06)  VALUE 'MON'.
           02 FILLER                        PIC X(18)
              VALUE '  SALDO AL FALLEC.'.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(06)  VALUE 'BASE'.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(18)
              VALUE '      SALDO ACTUAL'.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 FILLER                        PIC X(10)  VALUE 'BLOQUEO'.
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-CUENTA.
           02 LCU-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCU-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCU-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LCU-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LCU-SALDO-FALLEC              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCU-BASE                      PIC X(06).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCU-SALDO-ACTUAL              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCU-BLOQUEO                   PIC X(10).
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-COL-PLAZOS.
           02 FILLER                        PIC X(08)  VALUE 'PLAZO'.
           02 FILLER                        PIC X(12)  VALUE 'CUENTA'.
           02 FILLER                        PIC X(19)
              VALUE '          CAPITAL  '.
           02 FILLER                        PIC X(09) VALUE '   TASA  '.
           02 FILLER                        PIC X(10)  VALUE 'ALTA'.
           02 FILLER                        PIC X(10)  VALUE 'VENCE'.
           02 FILLER                        PIC X(05)  VALUE 'DIAS '.
           02 FILLER                        PIC X(17)
              VALUE 'INT. DEVENGADO'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-PLAZO.
           02 LPL-NROPLF                    PIC 9(06).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LPL-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LPL-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-CAPITAL                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-TASA                      PIC Z9,9999.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-FECALTA                   PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-FECVTO                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-DIAS                      PIC ZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPL-INTERES                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-COL-AVISOS.
           02 FILLER                        PIC X(16) VALUE 'DOCUMENTO'.
           02 FILLER                        PIC X(32)
              VALUE 'APELLIDO Y NOMBRE'.
           02 FILLER                        PIC X(12)  VALUE 'CUENTA'.
           02 FILLER                        PIC X(05)  VALUE 'VIA'.
           02 FILLER                        PIC X(30) VALUE 'SITUACION'.
           02 FILLER                        PIC X(37)  VALUE SPACES.

       01 WS-LIN-AVISO.
           02 LAV-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAV-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LAV-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LAV-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LAV-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LAV-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LAV-VIA                       PIC X(03).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LAV-SITUACION                 PIC X(30).
           02 FILLER                        PIC X(37)  VALUE SPACES.

       01 WS-LIN-LEYENDA.
           02 LLE-TEXTO                     PIC X(80).
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-SEPARADOR.
           02 FILLER                        PIC X(90)  VALUE ALL '-'.
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
           02 CNT-AVISOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-APLICADOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-RECHAZADOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-INFORMADAS        PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-NUEVOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-PREVIOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-BLOQUEOS-SIN-LUGAR        PIC 9(07)  VALUE ZEROS.
           02 CNT-SALDOS-POR-MOVTOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-PLAZOS-INFORMADOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-TITULARES-AVISADOS        PIC 9(07)  VALUE ZEROS.
           02 CNT-CARTAS                    PIC 9(07)  VALUE ZEROS.
           02 CNT-CARTAS-SUCURSAL           PIC 9(07)  VALUE ZEROS.
           02 CNT-AVISOS-EMAIL              PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-LEIDAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-ORDENES-SUSPENDIDAS       PIC 9(07)  VALUE ZEROS.
           02 CNT-MANDATOS-SUSPENDIDOS      PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 FS-TRANFAL                    PIC X(02).
              88 FS-TRANFAL-OK                         VALUE '00'.
              88 FS-TRANFAL-EOF                        VALUE '10'.

           02 FS-BLOQUEOS                   PIC X(02).
              88 FS-BLOQUEOS-OK                        VALUE '00'.
              88 FS-BLOQUEOS-EOF                       VALUE '10'.

           02 FS-BLOQNEW                    PIC X(02).
              88 FS-BLOQNEW-OK                         VALUE '00'.

           02 FS-ORDPERM                    PIC X(02).
              88 FS-ORDPERM-OK                         VALUE '00'.
              88 FS-ORDPERM-EOF                        VALUE '10'.

           02 FS-ORDPSAL                    PIC X(02).
              88 FS-ORDPSAL-OK                         VALUE '00'.

           02 FS-MANDEB                     PIC X(02).
              88 FS-MANDEB-OK                          VALUE '00'.
              88 FS-MANDEB-EOF                         VALUE '10'.

           02 FS-TRANMDTF                   PIC X(02).
              88 FS-TRANMDTF-OK                        VALUE '00'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-CARTAFAL                   PIC X(02).
              88 FS-CARTAFAL-OK                        VALUE '00'.

           02 FS-ALERTAS                    PIC X(02).
              88 FS-ALERTAS-OK                         VALUE '00'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.

           02 FS-SUCESION                   PIC X(02).
              88 FS-SUCESION-OK                        VALUE '00'.

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

           COPY CPORDPER.

           COPY CPMANDEB.

           COPY CPCONTAC.

           COPY CPPREFCL.

           COPY CPALERTA.

           COPY CPCOMLOG.

           COPY CPCURPLF.

           COPY CPFECPRO.

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

           EXEC SQL
             INCLUDE TBCURCTA
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURTIT
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURPLF
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURSAL
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURMOV
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   CUENTAS DE LAS QUE EL CAUSANTE ES TITULAR EN TBCURCTA.       *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CTA_CURSOR CURSOR FOR
               SELECT TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      SALDO,
                      MONEDA
                 FROM KC02787.TBCURCTA
                WHERE NROCLI = :WS-TB-NROCLI
             ORDER BY SUCUEN, TIPCUEN, NROCUEN
           END-EXEC.

      *----------------------------------------------------------------*
      *   PLAZOS FIJOS VIGENTES DEL CAUSANTE.                          *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PLF_CURSOR CURSOR FOR
               SELECT NROPLF,
                      TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      CAPITAL,
                      TASA,
                      PLAZODIAS,
                      FECALTA,
                      FECVTO
                 FROM KC02787.TBCURPLF
                WHERE NROCLI = :WS-TB-NROCLI
                  AND ESTADO = 'V'
             ORDER BY NROPLF
           END-EXEC.

      *----------------------------------------------------------------*
      *   TITULARES SOBREVIVIENTES A AVISAR, UNO POR CUENTA COMPARTIDA:*
      *   LOS COTITULARES DE LAS CUENTAS DEL CAUSANTE Y, EN LAS        *
      *   CUENTAS DONDE EL CAUSANTE ERA COTITULAR, EL TITULAR Y LOS    *
      *   DEMAS COTITULARES. NO SE AVISA A OTRO CLIENTE FALLECIDO.     *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE COT_CURSOR CURSOR FOR
               SELECT C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE,
                      X.TIPCUEN,
                      X.NROCUEN,
                      X.SUCUEN
                 FROM KC02787.TBCURCLI C,
                      (SELECT T.TIPCUEN,
                              T.NROCUEN,
                              T.SUCUEN,
                              T.NROCLI
                         FROM KC02787.TBCURTIT T
                        WHERE EXISTS
                              (SELECT 1
                                 FROM KC02787.TBCURCTA A
                                WHERE A.TIPCUEN = T.TIPCUEN
                                  AND A.NROCUEN = T.NROCUEN
                                  AND A.SUCUEN  = T.SUCUEN
                                  AND A.NROCLI  = :WS-TB-NROCLI)
                           OR EXISTS
                              (SELECT 1
                                 FROM KC02787.TBCURTIT D
                                WHERE D.TIPCUEN = T.TIPCUEN
                                  AND D.NROCUEN = T.NROCUEN
                                  AND D.SUCUEN  = T.SUCUEN
                                  AND D.NROCLI  = :WS-TB-NROCLI)
                       UNION
                       SELECT A.TIPCUEN,
                              A.NROCUEN,
                              A.SUCUEN,
                              A.NROCLI
                         FROM KC02787.TBCURCTA A,
                              KC02787.TBCURTIT D
                        WHERE D.TIPCUEN = A.TIPCUEN
                          AND D.NROCUEN = A.NROCUEN
                          AND D.SUCUEN  = A.SUCUEN
                          AND D.NROCLI  = :WS-TB-NROCLI) X
                WHERE C.NROCLI = X.NROCLI
                  AND X.NROCLI <> :WS-TB-NROCLI
                  AND COALESCE(C.ESTADO, ' ') <> 'F'
             ORDER BY X.SUCUEN, X.TIPCUEN, X.NROCUEN, C.NRODOC
           END-EXEC.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF TRANFAL-DISPONIBLE
              PERFORM 2000-PROCESAR-AVISOS
                 THRU 2000-F-PROCESAR-AVISOS
           END-IF.

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

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1890-CARGAR-BLOQUEOS
              THRU 1890-F-CARGAR-BLOQUEOS.

           MOVE WS-CANT-BLOQUEOS              TO WS-CANT-BLQ-ORIGINAL.

           PERFORM 1836-CARGAR-MANDATOS
              THRU 1836-F-CARGAR-MANDATOS.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE SPACES                        TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN OUTPUT  BLOQNEW
                        ORDPSAL
                        TRANMDTF
                        CARTAFAL
                        ALERTAS
                        SUCESION.

           IF NOT FS-BLOQNEW-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-BLOQNEW                 TO AUX-ERR-NOMBRE
              MOVE FS-BLOQNEW                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ORDPSAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ORDPSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-ORDPSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TRANMDTF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TRANMDTF                TO AUX-ERR-NOMBRE
              MOVE FS-TRANMDTF                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CARTAFAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CARTAFAL                TO AUX-ERR-NOMBRE
              MOVE FS-CARTAFAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ALERTAS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ALERTAS                 TO AUX-ERR-NOMBRE
              MOVE FS-ALERTAS                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-SUCESION-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SUCESION                TO AUX-ERR-NOMBRE
              MOVE FS-SUCESION                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT TRANFAL.

           IF FS-TRANFAL-OK
              SET TRANFAL-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TRANFAL: NO HAY AVISOS DE '
                      'FALLECIMIENTO *'
           END-IF.

           OPEN INPUT CONTACTO.

           IF FS-CONTACTO-OK
              SET CONTACTO-DISPONIBLE         TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO CONTACTO: LAS CARTAS SALEN '
                      'SIN DOMICILIO *'
           END-IF.

           OPEN INPUT PREFCLI.

           IF FS-PREFCLI-OK
              SET PREFCLI-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO PREFCLI: TODOS LOS AVISOS '
                      'SALEN POR CARTA *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 0 0 0 - P R O C E S A R - A V I S O S               *
      *----------------------------------------------------------------*

       2000-PROCESAR-AVISOS.

           MOVE '2000-PROCESAR-AVISOS'        TO WS-PARRAFO.

           PERFORM 2020-LEER-TRANFAL
              THRU 2020-F-LEER-TRANFAL.

           PERFORM 2100-PROCESAR-AVISO
              THRU 2100-F-PROCESAR-AVISO
             UNTIL FS-TRANFAL-EOF.

           CLOSE TRANFAL.

       2000-F-PROCESAR-AVISOS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 0 2 0 - L E E R - T R A N F A L                  *
      *----------------------------------------------------------------*

       2020-LEER-TRANFAL.

           MOVE '2020-LEER-TRANFAL'           TO WS-PARRAFO.

           READ TRANFAL INTO WS-REG-TRANFAL.

           EVALUATE TRUE
               WHEN FS-TRANFAL-OK
                    ADD 1                     TO CNT-AVISOS-LEIDOS

               WHEN FS-TRANFAL-EOF
                    SET FS-TRANFAL-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANFAL           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANFAL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2020-F-LEER-TRANFAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 0 0 - P R O C E S A R - A V I S O                *
      *----------------------------------------------------------------*
      *   UN AVISO VALIDO MARCA AL CLIENTE, BLOQUEA SUS CUENTAS, ARMA  *
      *   SU INFORME SUCESORIO Y AVISA A LOS DEMAS TITULARES. ORDENES  *
      *   Y MANDATOS SE SUSPENDEN AL FINAL, PARA TODOS LOS CAUSANTES   *
      *   DE LA CORRIDA EN UNA SOLA PASADA.                            *
      *----------------------------------------------------------------*

       2100-PROCESAR-AVISO.

           MOVE '2100-PROCESAR-AVISO'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2120-VALIDAR-AVISO
              THRU 2120-F-VALIDAR-AVISO.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-RECHAZAR
           END-IF.

           PERFORM 2200-MARCAR-FALLECIDO
              THRU 2200-F-MARCAR-FALLECIDO.

           PERFORM 2250-ENCABEZAR-CAUSANTE
              THRU 2250-F-ENCABEZAR-CAUSANTE.

           PERFORM 2300-INFORMAR-CUENTAS
              THRU 2300-F-INFORMAR-CUENTAS.

           PERFORM 2500-INFORMAR-PLAZOS
              THRU 2500-F-INFORMAR-PLAZOS.

           PERFORM 2700-AVISAR-TITULARES
              THRU 2700-F-AVISAR-TITULARES.

           MOVE WS-LIN-SEPARADOR              TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE SPACES                        TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           ADD 1                              TO CNT-AVISOS-APLICADOS.

           GO TO 2100-SIGUIENTE.

       2100-RECHAZAR.

           ADD 1                              TO CNT-AVISOS-RECHAZADOS.

           DISPLAY '* AVISO RECHAZADO: ' TFA-TIPDOC '-' TFA-NRODOC
                   ' ' TFA-FECHA-FALLEC ' ' WS-MOTIVO.

       2100-SIGUIENTE.

           PERFORM 2020-LEER-TRANFAL
              THRU 2020-F-LEER-TRANFAL.

       2100-F-PROCESAR-AVISO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 2 0 - V A L I D A R - A V I S O                 *
      *----------------------------------------------------------------*
      *   CONTROLES EN ORDEN: EL PRIMERO QUE FALLA DEJA EL MOTIVO Y    *
      *   CORTA EL RESTO. EL ULTIMO CONSULTA AL CLIENTE EN DB2.        *
      *----------------------------------------------------------------*

       2120-VALIDAR-AVISO.

           MOVE '2120-VALIDAR-AVISO'          TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN TFA-TIPDOC IS EQUAL TO SPACES OR
                  TFA-NRODOC IS NOT NUMERIC
               MOVE 'DOCUMENTO DEL CAUSANTE INVALIDO'
                                              TO WS-MOTIVO
             WHEN TFA-FECHA-FALLEC IS NOT NUMERIC OR
                  TFA-FAL-MES IS LESS THAN 1 OR
                  TFA-FAL-MES IS GREATER THAN 12 OR
                  TFA-FAL-DIA IS LESS THAN 1 OR
                  TFA-FAL-DIA IS GREATER THAN 31
               MOVE 'FECHA DE FALLECIMIENTO INVALIDA'
                                              TO WS-MOTIVO
             WHEN TFA-FECHA-FALLEC IS GREATER THAN WS-FECHA-PROCESO
               MOVE 'FECHA DE FALLECIMIENTO FUTURA'
                                              TO WS-MOTIVO
             WHEN NOT TFA-FUENTE-ACTA AND NOT TFA-FUENTE-FAMILIAR AND
                  NOT TFA-FUENTE-JUDICIAL
               MOVE 'FUENTE DEL AVISO INVALIDA' TO WS-MOTIVO
             WHEN TFA-OPERADOR IS EQUAL TO SPACES
               MOVE 'FALTA EL OPERADOR'       TO WS-MOTIVO
             WHEN WS-CANT-FALLECIDOS IS NOT LESS THAN
                                              CT-MAX-FALLECIDOS
               MOVE 'TOPE DE AVISOS, REINGRESAR' TO WS-MOTIVO
             WHEN OTHER
               PERFORM 2140-BUSCAR-CLIENTE
                  THRU 2140-F-BUSCAR-CLIENTE
           END-EVALUATE.

       2120-F-VALIDAR-AVISO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 4 0 - B U S C A R - C L I E N T E               *
      *----------------------------------------------------------------*
      *   UN CLIENTE YA MARCADO NO SE VUELVE A PROCESAR: UN SEGUNDO    *
      *   AVISO ( OTRA SUCURSAL, OTRO FAMILIAR ) SOLO SE INFORMA.      *
      *----------------------------------------------------------------*

       2140-BUSCAR-CLIENTE.

           MOVE '2140-BUSCAR-CLIENTE'         TO WS-PARRAFO.

           MOVE TFA-TIPDOC                    TO WS-TB-TIPDOC.
           MOVE TFA-NRODOC                    TO WS-TB-NRODOC.

           EXEC SQL
             SELECT NROCLI, NOMAPE, COALESCE(ESTADO, ' ')
               INTO :WS-TB-NROCLI,
                    :WS-TB-NOMAPE,
                    :WS-TB-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               EVALUATE TRUE
                 WHEN WS-TB-ESTADO IS EQUAL TO 'F'
                   MOVE 'YA INFORMADO COMO FALLECIDO'
                                              TO WS-MOTIVO
                 WHEN WS-TB-ESTADO IS EQUAL TO 'B'
                   MOVE 'EL CLIENTE ESTA DADO DE BAJA'
                                              TO WS-MOTIVO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE 'EL CAUSANTE NO ES CLIENTE' TO WS-MOTIVO
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT
               DISPLAY ' * ERROR DB2 EN CONSULTA --> ' CT-SQLCODE-EDIT
               ADD 1                          TO CNT-SQL-ERROR
               MOVE 'ERROR DB2 EN VALIDACION'  TO WS-MOTIVO
           END-EVALUATE.

       2140-F-BUSCAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - M A R C A R - F A L L E C I D O             *
      *----------------------------------------------------------------*
      *   ESTADO 'F' CON LA FECHA DE FALLECIMIENTO EN FECBAJ. SIN LA   *
      *   MARCA NO SE SIGUE: EL RESTO DEL CIRCUITO SE APOYA EN ELLA.   *
      *----------------------------------------------------------------*

       2200-MARCAR-FALLECIDO.

           MOVE '2200-MARCAR-FALLECIDO'       TO WS-PARRAFO.

           MOVE TFA-FECHA-FALLEC              TO WS-FECHA-FALLEC.

           EXEC SQL
             UPDATE KC02787.TBCURCLI
                SET ESTADO = 'F',
                    FECBAJ = :WS-FECHA-FALLEC
              WHERE TIPDOC = :WS-TB-TIPDOC
                AND NRODOC = :WS-TB-NRODOC
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-UPDATE                  TO AUX-ERR-ACCION
              MOVE CT-TBCURCLI                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-FALLECIDOS.
           MOVE WS-TB-TIPDOC        TO T-FAL-TIPDOC(WS-CANT-FALLECIDOS).
           MOVE WS-TB-NRODOC        TO T-FAL-NRODOC(WS-CANT-FALLECIDOS).

           MOVE ZEROS                         TO WS-CANT-CUENTAS-CLI
                                                 WS-CANT-PLAZOS-CLI
                                                 WS-CANT-AVISOS-CLI.

       2200-F-MARCAR-FALLECIDO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 5 0 - E N C A B E Z A R - C A U S A N T E           *
      *----------------------------------------------------------------*

       2250-ENCABEZAR-CAUSANTE.

           MOVE '2250-ENCABEZAR-CAUSANTE'     TO WS-PARRAFO.

           EVALUATE TRUE
             WHEN TFA-FUENTE-ACTA
               MOVE 'ACTA DEFUNCION'          TO WS-FUENTE-DESC
             WHEN TFA-FUENTE-FAMILIAR
               MOVE 'AVISO FAMILIAR'          TO WS-FUENTE-DESC
             WHEN TFA-FUENTE-JUDICIAL
               MOVE 'OFICIO JUDICIAL'         TO WS-FUENTE-DESC
           END-EVALUATE.

           MOVE WS-TB-TIPDOC                  TO LCA-TIPDOC.
           MOVE WS-TB-NRODOC                  TO LCA-NRODOC.
           MOVE WS-TB-NOMAPE                  TO LCA-NOMAPE.
           MOVE WS-TB-NROCLI                  TO LCA-NROCLI.
           MOVE WS-FECHA-FALLEC               TO LCA-FECHA.
           MOVE WS-FUENTE-DESC                TO LCA-FUENTE.
           MOVE WS-LIN-CAUSANTE               TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE SPACES                        TO LLE-TEXTO.
           STRING 'AVISO CARGADO POR '  DELIMITED BY SIZE
                  TFA-OPERADOR          DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  TFA-OBSERVACION       DELIMITED BY SIZE
              INTO LLE-TEXTO
           END-STRING.
           MOVE WS-LIN-LEYENDA                TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE SPACES                        TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

       2250-F-ENCABEZAR-CAUSANTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - I N F O R M A R - C U E N T A S             *
      *----------------------------------------------------------------*
      *   CADA CUENTA DE LA QUE EL CAUSANTE ES TITULAR: SALDO AL DIA   *
      *   DEL FALLECIMIENTO, SALDO ACTUAL Y BLOQUEO.                   *
      *----------------------------------------------------------------*

       2300-INFORMAR-CUENTAS.

           MOVE '2300-INFORMAR-CUENTAS'       TO WS-PARRAFO.

           MOVE 'CUENTAS DEL CAUSANTE ( BLOQUEADAS HASTA LA DECLARATORIA
      -         ' )'                          TO LSE-TITULO.
           MOVE WS-LIN-SECCION                TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE WS-LIN-COL-CUENTAS            TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

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

           PERFORM 2320-FETCH-CUENTA
              THRU 2320-F-FETCH-CUENTA.

           PERFORM 2340-PROCESAR-CUENTA
              THRU 2340-F-PROCESAR-CUENTA
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

           IF WS-CANT-CUENTAS-CLI IS EQUAL TO ZEROS
              MOVE 'SIN CUENTAS A SU NOMBRE'  TO REG-SUCESION

              PERFORM 2990-GRABAR-SUCESION
                 THRU 2990-F-GRABAR-SUCESION
           END-IF.

           MOVE SPACES                        TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

       2300-F-INFORMAR-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 2 0 - F E T C H - C U E N T A                   *
      *----------------------------------------------------------------*

       2320-FETCH-CUENTA.

           MOVE '2320-FETCH-CUENTA'           TO WS-PARRAFO.

           EXEC SQL
              FETCH CTA_CURSOR
               INTO :WS-CTA-TIPCUEN,
                    :WS-CTA-NROCUEN,
                    :WS-CTA-SUCUEN,
                    :WS-CTA-SALDO,
                    :WS-CTA-MONEDA
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    SET CS-CURSOR-EOC         TO TRUE

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT

                    MOVE CT-FETCH             TO AUX-ERR-ACCION
                    MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
                    MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2320-F-FETCH-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 4 0 - P R O C E S A R - C U E N T A               *
      *----------------------------------------------------------------*

       2340-PROCESAR-CUENTA.

           MOVE '2340-PROCESAR-CUENTA'        TO WS-PARRAFO.

           ADD 1                              TO WS-CANT-CUENTAS-CLI
                                                 CNT-CUENTAS-INFORMADAS.

           PERFORM 2360-SALDO-AL-FALLECIMIENTO
              THRU 2360-F-SALDO-AL-FALLECIMIENTO.

           PERFORM 2380-BLOQUEAR-CUENTA
              THRU 2380-F-BLOQUEAR-CUENTA.

           PERFORM 2390-GUARDAR-CUENTA
              THRU 2390-F-GUARDAR-CUENTA.

           MOVE WS-CTA-TIPCUEN                TO LCU-TIPCUEN.
           MOVE WS-CTA-SUCUEN                 TO LCU-SUCUEN.
           MOVE WS-CTA-NROCUEN                TO LCU-NROCUEN.
           MOVE WS-CTA-MONEDA                 TO LCU-MONEDA.
           MOVE WS-SALDO-FALLEC               TO LCU-SALDO-FALLEC.
           MOVE WS-BASE-SALDO                 TO LCU-BASE.
           MOVE WS-CTA-SALDO                  TO LCU-SALDO-ACTUAL.
           MOVE WS-ESTADO-BLOQUEO             TO LCU-BLOQUEO.
           MOVE WS-LIN-CUENTA                 TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           PERFORM 2320-FETCH-CUENTA
              THRU 2320-F-FETCH-CUENTA.

       2340-F-PROCESAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *    2 3 6 0 - S A L D O - A L - F A L L E C I M I E N T O       *
      *----------------------------------------------------------------*
      *   LA FOTO DE TBCURSAL DEL DIA DEL FALLECIMIENTO O LA ANTERIOR  *
      *   MAS CERCANA. SIN FOTOS ( CUENTA NUEVA O FOTOS DEPURADAS ),   *
      *   EL SALDO ACTUAL MENOS LOS MOVIMIENTOS POSTERIORES.           *
      *----------------------------------------------------------------*

       2360-SALDO-AL-FALLECIMIENTO.

           MOVE '2360-SALDO-AL-FALLECIMIENTO' TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-SALDO-FALLEC.

           EXEC SQL
             SELECT S.SALDO
               INTO :WS-SALDO-FALLEC
               FROM KC02787.TBCURSAL S
              WHERE S.TIPCUEN = :WS-CTA-TIPCUEN
                AND S.NROCUEN = :WS-CTA-NROCUEN
                AND S.SUCUEN  = :WS-CTA-SUCUEN
                AND S.FECFOTO =
                    (SELECT MAX(N.FECFOTO)
                       FROM KC02787.TBCURSAL N
                      WHERE N.TIPCUEN = S.TIPCUEN
                        AND N.NROCUEN = S.NROCUEN
                        AND N.SUCUEN  = S.SUCUEN
                        AND N.FECFOTO <= :WS-FECHA-FALLEC)
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               MOVE 'FOTO'                    TO WS-BASE-SALDO
             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               PERFORM 2370-SALDO-POR-MOVTOS
                  THRU 2370-F-SALDO-POR-MOVTOS
             WHEN OTHER
               MOVE SQLCODE                   TO CT-SQLCODE-EDIT

               MOVE CT-SELECT                 TO AUX-ERR-ACCION
               MOVE CT-TBCURSAL               TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT           TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2360-F-SALDO-AL-FALLECIMIENTO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 7 0 - S A L D O - P O R - M O V T O S                *
      *----------------------------------------------------------------*

       2370-SALDO-POR-MOVTOS.

           MOVE '2370-SALDO-POR-MOVTOS'       TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-NETO-POSTERIOR.

           EXEC SQL
             SELECT COALESCE(SUM(IMPORTE), 0)
               INTO :WS-NETO-POSTERIOR
               FROM KC02787.TBCURMOV
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND FECMOV  > :WS-FECHA-FALLEC
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

           COMPUTE WS-SALDO-FALLEC = WS-CTA-SALDO - WS-NETO-POSTERIOR.

           MOVE 'MOVTOS'                      TO WS-BASE-SALDO.
           ADD 1                              TO CNT-SALDOS-POR-MOVTOS.

       2370-F-SALDO-POR-MOVTOS.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 8 0 - B L O Q U E A R - C U E N T A              *
      *----------------------------------------------------------------*
      *   UNA CUENTA YA BLOQUEADA ( JUDICIAL, FRAUDE ) NO SE DUPLICA.  *
      *   CON LA TABLA LLENA LA CUENTA QUEDA SIN BLOQUEO Y EL INFORME  *
      *   LO DICE, PARA QUE LEGALES LA BLOQUEE A MANO.                 *
      *----------------------------------------------------------------*

       2380-BLOQUEAR-CUENTA.

           MOVE '2380-BLOQUEAR-CUENTA'        TO WS-PARRAFO.

           MOVE 'C'                           TO WS-BLQ-BUSQ-TIPO-REG.
           MOVE WS-CTA-TIPCUEN                TO WS-BLQ-BUSQ-CTA-TIPO.
           COMPUTE WS-BLQ-BUSQ-CTA-CUENTA =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

           PERFORM 1895-BUSCAR-BLOQUEO
              THRU 1895-F-BUSCAR-BLOQUEO.

           IF BLOQUEO-HALLADO
              MOVE 'PREVIO'                   TO WS-ESTADO-BLOQUEO
              ADD 1                           TO CNT-BLOQUEOS-PREVIOS
              GO TO 2380-F-BLOQUEAR-CUENTA
           END-IF.

           IF WS-CANT-BLOQUEOS IS NOT LESS THAN CT-MAX-BLOQUEOS
              MOVE 'SIN LUGAR'                TO WS-ESTADO-BLOQUEO
              ADD 1                           TO CNT-BLOQUEOS-SIN-LUGAR
              DISPLAY '* TABLA DE BLOQUEOS LLENA: NO SE BLOQUEA LA '
                      'CUENTA ' WS-CTA-TIPCUEN '-' WS-CTA-NROCUEN
                      '-' WS-CTA-SUCUEN
              GO TO 2380-F-BLOQUEAR-CUENTA
           END-IF.

           ADD 1                              TO WS-CANT-BLOQUEOS.
           MOVE 'C'               TO T-BLQ-TIPO-REG(WS-CANT-BLOQUEOS).
           MOVE WS-TB-TIPDOC      TO T-BLQ-TIP-DOC(WS-CANT-BLOQUEOS).
           MOVE WS-TB-NRODOC      TO T-BLQ-NRO-DOC(WS-CANT-BLOQUEOS).
           MOVE WS-BLQ-BUSQ-CTA-TIPO
                                  TO T-BLQ-CTA-TIPO(WS-CANT-BLOQUEOS).
           MOVE WS-BLQ-BUSQ-CTA-CUENTA
                                TO T-BLQ-CTA-CUENTA(WS-CANT-BLOQUEOS).

           MOVE 'NUEVO'                       TO WS-ESTADO-BLOQUEO.
           ADD 1                              TO CNT-BLOQUEOS-NUEVOS.

       2380-F-BLOQUEAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 9 0 - G U A R D A R - C U E N T A                *
      *----------------------------------------------------------------*
      *   SIN LUGAR PARA LA CUENTA, SUS ORDENES Y MANDATOS PODRIAN     *
      *   SEGUIR DEBITANDO: SE ABORTA.                                 *
      *----------------------------------------------------------------*

       2390-GUARDAR-CUENTA.

           MOVE '2390-GUARDAR-CUENTA'         TO WS-PARRAFO.

           IF WS-CANT-CTAS-FAL IS NOT LESS THAN CT-MAX-CTAS-FALLECIDOS
              DISPLAY '* TABLA DE CUENTAS DE CAUSANTES LLENA: NO SE '
                      'PUEDEN GARANTIZAR LAS SUSPENSIONES *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-TBCURCTA                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-CTAS-FAL.
           MOVE WS-CTA-TIPCUEN       TO T-CTF-TIPCUEN(WS-CANT-CTAS-FAL).
           COMPUTE T-CTF-CUENTA(WS-CANT-CTAS-FAL) =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

       2390-F-GUARDAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - I N F O R M A R - P L A Z O S              *
      *----------------------------------------------------------------*
      *   PLAZOS FIJOS VIGENTES CON EL INTERES DEVENGADO AL DIA DEL    *
      *   FALLECIMIENTO, CON LA FORMULA DE PGMSI127: CAPITAL * TASA /  *
      *   100 * DIAS TRANSCURRIDOS / PLAZO EN DIAS ( TOPE EL PLAZO ).  *
      *   EL PLAZO SIGUE SU CURSO: PGMSIN75 LO ACREDITA AL VENCIMIENTO *
      *   EN LA CUENTA, QUE QUEDA BLOQUEADA.                           *
      *----------------------------------------------------------------*

       2500-INFORMAR-PLAZOS.

           MOVE '2500-INFORMAR-PLAZOS'        TO WS-PARRAFO.

           MOVE 'PLAZOS FIJOS VIGENTES ( INTERES DEVENGADO AL FALLECIMIE
      -         'NTO )'                       TO LSE-TITULO.
           MOVE WS-LIN-SECCION                TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE WS-LIN-COL-PLAZOS             TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           EXEC SQL
              OPEN PLF_CURSOR
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

           PERFORM 2520-FETCH-PLAZO
              THRU 2520-F-FETCH-PLAZO.

           PERFORM 2540-PROCESAR-PLAZO
              THRU 2540-F-PROCESAR-PLAZO
             UNTIL CS-CURSOR-EOC.

           EXEC SQL
              CLOSE PLF_CURSOR
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

           IF WS-CANT-PLAZOS-CLI IS EQUAL TO ZEROS
              MOVE 'SIN PLAZOS FIJOS VIGENTES' TO REG-SUCESION

              PERFORM 2990-GRABAR-SUCESION
                 THRU 2990-F-GRABAR-SUCESION
           END-IF.

           MOVE SPACES                        TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

       2500-F-INFORMAR-PLAZOS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 2 0 - F E T C H - P L A Z O                    *
      *----------------------------------------------------------------*

       2520-FETCH-PLAZO.

           MOVE '2520-FETCH-PLAZO'            TO WS-PARRAFO.

           EXEC SQL
              FETCH PLF_CURSOR
               INTO :WS-PLF-NROPLF,
                    :WS-PLF-TIPCUEN,
                    :WS-PLF-NROCUEN,
                    :WS-PLF-SUCUEN,
                    :WS-PLF-CAPITAL,
                    :WS-PLF-TASA,
                    :WS-PLF-PLAZODIAS,
                    :WS-PLF-FECALTA,
                    :WS-PLF-FECVTO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    SET CS-CURSOR-EOC         TO TRUE

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT

                    MOVE CT-FETCH             TO AUX-ERR-ACCION
                    MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
                    MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-FETCH-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 4 0 - P R O C E S A R - P L A Z O                *
      *----------------------------------------------------------------*

       2540-PROCESAR-PLAZO.

           MOVE '2540-PROCESAR-PLAZO'         TO WS-PARRAFO.

           ADD 1                              TO WS-CANT-PLAZOS-CLI
                                                 CNT-PLAZOS-INFORMADOS.

           MOVE ZEROS                         TO WS-DIAS-DEVENGADOS
                                                 WS-INTERES.

           IF WS-FECHA-FALLEC IS GREATER THAN WS-PLF-FECALTA
              COMPUTE WS-DIAS-DEVENGADOS =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-FALLEC)
                    - FUNCTION INTEGER-OF-DATE(WS-PLF-FECALTA)
           END-IF.

           IF WS-DIAS-DEVENGADOS IS GREATER THAN WS-PLF-PLAZODIAS
              MOVE WS-PLF-PLAZODIAS           TO WS-DIAS-DEVENGADOS
           END-IF.

           IF WS-PLF-PLAZODIAS IS GREATER THAN ZEROS AND
              WS-DIAS-DEVENGADOS IS GREATER THAN ZEROS
              COMPUTE WS-INTERES ROUNDED =
                      WS-PLF-CAPITAL * WS-PLF-TASA / 100
                    * WS-DIAS-DEVENGADOS / WS-PLF-PLAZODIAS
           END-IF.

           MOVE WS-PLF-NROPLF                 TO LPL-NROPLF.
           MOVE WS-PLF-TIPCUEN                TO LPL-TIPCUEN.
           MOVE WS-PLF-SUCUEN                 TO LPL-SUCUEN.
           MOVE WS-PLF-NROCUEN                TO LPL-NROCUEN.
           MOVE WS-PLF-CAPITAL                TO LPL-CAPITAL.
           MOVE WS-PLF-TASA                   TO LPL-TASA.
           MOVE WS-PLF-FECALTA                TO LPL-FECALTA.
           MOVE WS-PLF-FECVTO                 TO LPL-FECVTO.
           MOVE WS-DIAS-DEVENGADOS            TO LPL-DIAS.
           MOVE WS-INTERES                    TO LPL-INTERES.
           MOVE WS-LIN-PLAZO                  TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           PERFORM 2520-FETCH-PLAZO
              THRU 2520-F-FETCH-PLAZO.

       2540-F-PROCESAR-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - A V I S A R - T I T U L A R E S             *
      *----------------------------------------------------------------*
      *   UN AVISO POR TITULAR SOBREVIVIENTE Y CUENTA COMPARTIDA.      *
      *----------------------------------------------------------------*

       2700-AVISAR-TITULARES.

           MOVE '2700-AVISAR-TITULARES'       TO WS-PARRAFO.

           MOVE 'TITULARES DE CUENTAS COMPARTIDAS AVISADOS'
                                              TO LSE-TITULO.
           MOVE WS-LIN-SECCION                TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           MOVE WS-LIN-COL-AVISOS             TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           EXEC SQL
              OPEN COT_CURSOR
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

           PERFORM 2720-FETCH-TITULAR
              THRU 2720-F-FETCH-TITULAR.

           PERFORM 2740-AVISAR-TITULAR
              THRU 2740-F-AVISAR-TITULAR
             UNTIL CS-CURSOR-EOC.

           EXEC SQL
              CLOSE COT_CURSOR
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

           IF WS-CANT-AVISOS-CLI IS EQUAL TO ZEROS
              MOVE 'SIN OTROS TITULARES A AVISAR' TO REG-SUCESION

              PERFORM 2990-GRABAR-SUCESION
                 THRU 2990-F-GRABAR-SUCESION
           END-IF.

       2700-F-AVISAR-TITULARES.
           EXIT.

      *----------------------------------------------------------------*
      *            2 7 2 0 - F E T C H - T I T U L A R                 *
      *----------------------------------------------------------------*

       2720-FETCH-TITULAR.

           MOVE '2720-FETCH-TITULAR'          TO WS-PARRAFO.

           EXEC SQL
              FETCH COT_CURSOR
               INTO :WS-COT-TIPDOC,
                    :WS-COT-NRODOC,
                    :WS-COT-NOMAPE,
                    :WS-COT-TIPCUEN,
                    :WS-COT-NROCUEN,
                    :WS-COT-SUCUEN
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    SET CS-CURSOR-EOC         TO TRUE

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT

                    MOVE CT-FETCH             TO AUX-ERR-ACCION
                    MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
                    MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2720-F-FETCH-TITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 4 0 - A V I S A R - T I T U L A R                *
      *----------------------------------------------------------------*
      *   CORREO ELECTRONICO SI EL CLIENTE LO ELIGIO Y TIENE CASILLA;  *
      *   SI NO, CARTA ( COMO LOS PREAVISOS DE PGMSI154 ).             *
      *----------------------------------------------------------------*

       2740-AVISAR-TITULAR.

           MOVE '2740-AVISAR-TITULAR'         TO WS-PARRAFO.

           ADD 1                              TO WS-CANT-AVISOS-CLI
                                                 CNT-TITULARES-AVISADOS.

           MOVE WS-COT-TIPCUEN                TO WS-CTF-BUSQ-TIPCUEN.
           COMPUTE WS-CTF-BUSQ-CUENTA =
                   WS-COT-SUCUEN * 1000000 + WS-COT-NROCUEN.

           PERFORM 2760-BUSCAR-CTA-FALLECIDO
              THRU 2760-F-BUSCAR-CTA-FALLECIDO.

           IF CTA-FALLECIDO-HALLADA
              MOVE 'LA CUENTA QUEDA BLOQUEADA HASTA LA DECLARATORIA.'
                                              TO WS-TEXTO-SITUACION
           ELSE
              MOVE 'LA CUENTA SIGUE OPERATIVA A SU NOMBRE.'
                                              TO WS-TEXTO-SITUACION
           END-IF.

           MOVE CT-VIA-CORREO                 TO CLG-VIA.

           IF PREFCLI-DISPONIBLE
              MOVE WS-COT-TIPDOC              TO KEY-PREFCLI(1:2)
              MOVE WS-COT-NRODOC              TO KEY-PREFCLI(3:11)

              READ PREFCLI INTO REG-PREFCLI-TRAB

              EVALUATE TRUE
                WHEN FS-PREFCLI-OK
                  IF ( PRF-RES-ELECTRONICO OR PRF-RES-AMBOS ) AND
                     PRF-EMAIL IS NOT EQUAL TO SPACES
                     MOVE CT-VIA-EMAIL        TO CLG-VIA
                  END-IF

                WHEN FS-PREFCLI-NOTFND
                  CONTINUE

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-PREFCLI             TO AUX-ERR-NOMBRE
                  MOVE FS-PREFCLI             TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           IF CLG-VIA IS EQUAL TO CT-VIA-EMAIL
              PERFORM 2850-GRABAR-EMAIL
                 THRU 2850-F-GRABAR-EMAIL
           ELSE
              PERFORM 2800-GRABAR-CARTA
                 THRU 2800-F-GRABAR-CARTA
           END-IF.

           MOVE CT-TIPO-EMISION-FALLEC        TO CLG-TIPO-EMISION.
           MOVE WS-COT-TIPDOC                 TO CLG-TIPDOC.
           MOVE WS-COT-NRODOC                 TO CLG-NRODOC.

           PERFORM 8600-GRABAR-COMLOG
              THRU 8600-F-GRABAR-COMLOG.

           MOVE WS-COT-TIPDOC                 TO LAV-TIPDOC.
           MOVE WS-COT-NRODOC                 TO LAV-NRODOC.
           MOVE WS-COT-NOMAPE                 TO LAV-NOMAPE.
           MOVE WS-COT-TIPCUEN                TO LAV-TIPCUEN.
           MOVE WS-COT-SUCUEN                 TO LAV-SUCUEN.
           MOVE WS-COT-NROCUEN                TO LAV-NROCUEN.
           MOVE CLG-VIA                       TO LAV-VIA.

           IF CTA-FALLECIDO-HALLADA
              MOVE 'CUENTA BLOQUEADA'         TO LAV-SITUACION
           ELSE
              MOVE 'CUENTA OPERATIVA'         TO LAV-SITUACION
           END-IF.

           MOVE WS-LIN-AVISO                  TO REG-SUCESION.

           PERFORM 2990-GRABAR-SUCESION
              THRU 2990-F-GRABAR-SUCESION.

           PERFORM 2720-FETCH-TITULAR
              THRU 2720-F-FETCH-TITULAR.

       2740-F-AVISAR-TITULAR.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 6 0 - B U S C A R - C T A - F A L L E C I D O          *
      *----------------------------------------------------------------*
      *   BUSCA WS-CTF-BUSQ-TIPCUEN / WS-CTF-BUSQ-CUENTA ( SUCURSAL *  *
      *   1000000 + NUMERO ) ENTRE LAS CUENTAS DE LOS CAUSANTES.       *
      *----------------------------------------------------------------*

       2760-BUSCAR-CTA-FALLECIDO.

           SET CTA-FALLECIDO-NO-HALLADA       TO TRUE.

           PERFORM 2770-COMPARAR-CTA-FALLECIDO
              THRU 2770-F-COMPARAR-CTA-FALLECIDO
             VARYING WS-IX-CTF FROM 1 BY 1
               UNTIL WS-IX-CTF IS GREATER THAN WS-CANT-CTAS-FAL
                  OR CTA-FALLECIDO-HALLADA.

       2760-F-BUSCAR-CTA-FALLECIDO.
           EXIT.

      *----------------------------------------------------------------*
      *    2 7 7 0 - C O M P A R A R - C T A - F A L L E C I D O       *
      *----------------------------------------------------------------*

       2770-COMPARAR-CTA-FALLECIDO.

           IF T-CTF-TIPCUEN(WS-IX-CTF) IS EQUAL TO
                                          WS-CTF-BUSQ-TIPCUEN AND
              T-CTF-CUENTA(WS-IX-CTF) IS EQUAL TO WS-CTF-BUSQ-CUENTA
              SET CTA-FALLECIDO-HALLADA       TO TRUE
           END-IF.

       2770-F-COMPARAR-CTA-FALLECIDO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 8 0 0 - G R A B A R - C A R T A                  *
      *----------------------------------------------------------------*
      *   SIN DOMICILIO VALIDO LA CARTA QUEDA PARA RETIRO EN SUCURSAL. *
      *----------------------------------------------------------------*

       2800-GRABAR-CARTA.

           MOVE '2800-GRABAR-CARTA'           TO WS-PARRAFO.

           ADD 1                              TO CNT-CARTAS.

           MOVE 'AVISO DE FALLECIMIENTO DE UN TITULAR DE SU CUENTA'
                                              TO REG-CARTAFAL.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

           STRING 'CLIENTE '        DELIMITED BY SIZE
                  WS-COT-NOMAPE     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-COT-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-COT-SUCUEN     DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-COT-NROCUEN    DELIMITED BY SIZE
              INTO REG-CARTAFAL
           END-STRING.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

           STRING 'LE INFORMAMOS EL FALLECIMIENTO DE '
                                    DELIMITED BY SIZE
                  WS-TB-NOMAPE      DELIMITED BY '  '
                  ' EL '            DELIMITED BY SIZE
                  WS-FECHA-FALLEC   DELIMITED BY SIZE
              INTO REG-CARTAFAL
           END-STRING.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

           MOVE WS-TEXTO-SITUACION            TO REG-CARTAFAL.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

           MOVE CT-VIA-SUCURSAL               TO CLG-VIA.

           IF CONTACTO-DISPONIBLE
              MOVE WS-COT-TIPDOC              TO CTT-TIP-DOC
              MOVE WS-COT-NRODOC              TO CTT-NRO-DOC
              MOVE CTT-CLAVE                  TO KEY-CONTACTO

              READ CONTACTO INTO REG-CONTACTO-TRAB

              EVALUATE TRUE
                WHEN FS-CONTACTO-OK
                  IF NOT CTT-DOMICILIO-INVALIDO
                     MOVE CT-VIA-CORREO       TO CLG-VIA
                  END-IF

                WHEN FS-CONTACTO-NOTFND
                  CONTINUE

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-CONTACTO            TO AUX-ERR-NOMBRE
                  MOVE FS-CONTACTO            TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           IF CLG-VIA IS EQUAL TO CT-VIA-CORREO
              STRING 'DOM: '         DELIMITED BY SIZE
                     CTT-CALLE       DELIMITED BY SIZE
                     ' CP '          DELIMITED BY SIZE
                     CTT-CODPOS      DELIMITED BY SIZE
                 INTO REG-CARTAFAL
              END-STRING
           ELSE
              ADD 1                           TO CNT-CARTAS-SUCURSAL
              MOVE 'SIN DOMICILIO VALIDO: RETIRA EN SUCURSAL'
                                              TO REG-CARTAFAL
           END-IF.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

           MOVE SPACES                        TO REG-CARTAFAL.

           PERFORM 2890-GRABAR-CARTAFAL
              THRU 2890-F-GRABAR-CARTAFAL.

       2800-F-GRABAR-CARTA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 8 5 0 - G R A B A R - E M A I L                 *
      *----------------------------------------------------------------*

       2850-GRABAR-EMAIL.

           MOVE '2850-GRABAR-EMAIL'           TO WS-PARRAFO.

           ADD 1                              TO CNT-AVISOS-EMAIL.

           MOVE SPACES                        TO WS-REG-ALERTA.
           MOVE WS-FECHA-PROC-PARAM           TO ALR-FECHA.
           SET ALR-POR-EMAIL                  TO TRUE.
           MOVE PRF-EMAIL                     TO ALR-DESTINO.
           MOVE WS-COT-TIPDOC                 TO ALR-TIPDOC.
           MOVE WS-COT-NRODOC                 TO ALR-NRODOC.
           SET ALR-FALLECIMIENTO              TO TRUE.
           MOVE WS-COT-TIPCUEN                TO ALR-TIPCUEN.
           MOVE WS-COT-NROCUEN                TO ALR-NROCUEN.
           MOVE WS-COT-SUCUEN                 TO ALR-SUCUEN.
           MOVE ZEROS                         TO ALR-IMPORTE.

           STRING 'FALLECIO '       DELIMITED BY SIZE
                  WS-TB-NOMAPE      DELIMITED BY '  '
                  ', TITULAR DE SU CUENTA. '
                                    DELIMITED BY SIZE
                  WS-TEXTO-SITUACION
                                    DELIMITED BY SIZE
              INTO ALR-TEXTO
           END-STRING.

           WRITE REG-ALERTAS FROM WS-REG-ALERTA.

           IF NOT FS-ALERTAS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ALERTAS                 TO AUX-ERR-NOMBRE
              MOVE FS-ALERTAS                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2850-F-GRABAR-EMAIL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 9 0 - G R A B A R - C A R T A F A L               *
      *----------------------------------------------------------------*

       2890-GRABAR-CARTAFAL.

           WRITE REG-CARTAFAL.

           IF NOT FS-CARTAFAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CARTAFAL                TO AUX-ERR-NOMBRE
              MOVE FS-CARTAFAL                TO AUX-ERR-STATUS
              MOVE '2890-GRABAR-CARTAFAL'     TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CARTAFAL.

       2890-F-GRABAR-CARTAFAL.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 9 0 - G R A B A R - S U C E S I O N               *
      *----------------------------------------------------------------*

       2990-GRABAR-SUCESION.

           WRITE REG-SUCESION.

           IF NOT FS-SUCESION-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SUCESION                TO AUX-ERR-NOMBRE
              MOVE FS-SUCESION                TO AUX-ERR-STATUS
              MOVE '2990-GRABAR-SUCESION'     TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2990-F-GRABAR-SUCESION.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*
      *   ORDPSAL, TRANMDTF Y BLOQNEW SE GRABAN SIEMPRE, AUN SIN       *
      *   AVISOS: LA CADENA LOS TOMA COMO NUEVA GENERACION.            *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-SUSPENDER-ORDENES
              THRU 3100-F-SUSPENDER-ORDENES.

           PERFORM 3300-SUSPENDER-MANDATOS
              THRU 3300-F-SUSPENDER-MANDATOS.

           PERFORM 3600-GRABAR-BLOQUEOS
              THRU 3600-F-GRABAR-BLOQUEOS.

           IF CNT-AVISOS-APLICADOS IS EQUAL TO ZEROS
              MOVE 'SIN AVISOS DE FALLECIMIENTO PROCESADOS'
                                              TO REG-SUCESION

              PERFORM 2990-GRABAR-SUCESION
                 THRU 2990-F-GRABAR-SUCESION
           END-IF.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *        3 1 0 0 - S U S P E N D E R - O R D E N E S             *
      *----------------------------------------------------------------*
      *   COPIA ORDPERM A ORDPSAL; LAS ORDENES ACTIVAS DE CUENTAS DE   *
      *   LOS CAUSANTES SALEN SUSPENDIDAS CON LA FECHA DE PROCESO.     *
      *----------------------------------------------------------------*

       3100-SUSPENDER-ORDENES.

           MOVE '3100-SUSPENDER-ORDENES'      TO WS-PARRAFO.

           OPEN INPUT ORDPERM.

           IF NOT FS-ORDPERM-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ORDPERM                 TO AUX-ERR-NOMBRE
              MOVE FS-ORDPERM                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3120-LEER-ORDPERM
              THRU 3120-F-LEER-ORDPERM.

           PERFORM 3140-COPIAR-ORDEN
              THRU 3140-F-COPIAR-ORDEN
             UNTIL FS-ORDPERM-EOF.

           CLOSE ORDPERM.

       3100-F-SUSPENDER-ORDENES.
           EXIT.

      *----------------------------------------------------------------*
      *             3 1 2 0 - L E E R - O R D P E R M                  *
      *----------------------------------------------------------------*

       3120-LEER-ORDPERM.

           MOVE '3120-LEER-ORDPERM'           TO WS-PARRAFO.

           READ ORDPERM INTO WS-REG-ORDEN.

           EVALUATE TRUE
               WHEN FS-ORDPERM-OK
                    ADD 1                     TO CNT-ORDENES-LEIDAS

               WHEN FS-ORDPERM-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ORDPERM           TO AUX-ERR-NOMBRE
                    MOVE FS-ORDPERM           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       3120-F-LEER-ORDPERM.
           EXIT.

      *----------------------------------------------------------------*
      *             3 1 4 0 - C O P I A R - O R D E N                  *
      *----------------------------------------------------------------*

       3140-COPIAR-ORDEN.

           MOVE '3140-COPIAR-ORDEN'           TO WS-PARRAFO.

           IF ORD-ACTIVA
              MOVE ORD-TIPCUEN                TO WS-CTF-BUSQ-TIPCUEN
              MOVE ORD-CUENTA                 TO WS-CTF-BUSQ-CUENTA

              PERFORM 2760-BUSCAR-CTA-FALLECIDO
                 THRU 2760-F-BUSCAR-CTA-FALLECIDO

              IF CTA-FALLECIDO-HALLADA
                 SET ORD-SUSPENDIDA           TO TRUE
                 MOVE WS-FECHA-PROCESO        TO ORD-FECHA-SUSP
                 ADD 1                        TO CNT-ORDENES-SUSPENDIDAS
              END-IF
           END-IF.

           WRITE REG-ORDPSAL FROM WS-REG-ORDEN.

           IF NOT FS-ORDPSAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ORDPSAL                 TO AUX-ERR-NOMBRE
              MOVE FS-ORDPSAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3120-LEER-ORDPERM
              THRU 3120-F-LEER-ORDPERM.

       3140-F-COPIAR-ORDEN.
           EXIT.

      *----------------------------------------------------------------*
      *            3 2 0 0 - C E R R A R - A R C H I V O S             *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE BLOQNEW
                 ORDPSAL
                 TRANMDTF
                 CARTAFAL
                 ALERTAS
                 SUCESION.

           IF NOT FS-SUCESION-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SUCESION                TO AUX-ERR-NOMBRE
              MOVE FS-SUCESION                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF CONTACTO-DISPONIBLE
              CLOSE CONTACTO
           END-IF.

           IF PREFCLI-DISPONIBLE
              CLOSE PREFCLI
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *       3 3 0 0 - S U S P E N D E R - M A N D A T O S            *
      *----------------------------------------------------------------*
      *   CADA MANDATO ACTIVO FIRMADO POR UN CAUSANTE O QUE DEBITA UNA *
      *   DE SUS CUENTAS GENERA UNA TRANSACCION 'S' PARA PGMSI132.     *
      *----------------------------------------------------------------*

       3300-SUSPENDER-MANDATOS.

           MOVE '3300-SUSPENDER-MANDATOS'     TO WS-PARRAFO.

           IF WS-CANT-FALLECIDOS IS EQUAL TO ZEROS
              GO TO 3300-F-SUSPENDER-MANDATOS
           END-IF.

           PERFORM 3320-EXAMINAR-MANDATO
              THRU 3320-F-EXAMINAR-MANDATO
             VARYING WS-MDT-IX FROM 1 BY 1
               UNTIL WS-MDT-IX IS GREATER THAN WS-CANT-MANDATOS.

       3300-F-SUSPENDER-MANDATOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 2 0 - E X A M I N A R - M A N D A T O             *
      *----------------------------------------------------------------*

       3320-EXAMINAR-MANDATO.

           IF T-MDT-ESTADO(WS-MDT-IX) IS NOT EQUAL TO 'A'
              GO TO 3320-F-EXAMINAR-MANDATO
           END-IF.

           MOVE T-MDT-TIPDOC(WS-MDT-IX)       TO WS-FAL-BUSQ-TIPDOC.
           MOVE T-MDT-NRODOC(WS-MDT-IX)       TO WS-FAL-BUSQ-NRODOC.

           PERFORM 3340-BUSCAR-DOC-FALLECIDO
              THRU 3340-F-BUSCAR-DOC-FALLECIDO.

           SET CTA-FALLECIDO-NO-HALLADA       TO TRUE.

           IF DOC-FALLECIDO-NO-HALLADO
              MOVE T-MDT-TIPCUEN(WS-MDT-IX)   TO WS-CTF-BUSQ-TIPCUEN
              MOVE T-MDT-CUENTA(WS-MDT-IX)    TO WS-CTF-BUSQ-CUENTA

              PERFORM 2760-BUSCAR-CTA-FALLECIDO
                 THRU 2760-F-BUSCAR-CTA-FALLECIDO
           END-IF.

           IF DOC-FALLECIDO-NO-HALLADO AND CTA-FALLECIDO-NO-HALLADA
              GO TO 3320-F-EXAMINAR-MANDATO
           END-IF.

           MOVE SPACES                        TO WS-REG-MANDEB.

           MOVE T-MDT-EMPRESA(WS-MDT-IX)      TO MDT-EMPRESA.
           MOVE T-MDT-NROCLI-EMP(WS-MDT-IX)   TO MDT-NROCLI-EMP.
           MOVE T-MDT-TIPCUEN(WS-MDT-IX)      TO MDT-TIPCUEN.
           MOVE T-MDT-CUENTA(WS-MDT-IX)       TO MDT-CUENTA.
           MOVE T-MDT-IMPORTE-MAX(WS-MDT-IX)  TO MDT-IMPORTE-MAX.
           MOVE T-MDT-FECALTA(WS-MDT-IX)      TO MDT-FECALTA.
           MOVE T-MDT-FECBAJA(WS-MDT-IX)      TO MDT-FECBAJA.
           MOVE T-MDT-ESTADO(WS-MDT-IX)       TO MDT-ESTADO.
           MOVE T-MDT-TIPDOC(WS-MDT-IX)       TO MDT-TIPDOC.
           MOVE T-MDT-NRODOC(WS-MDT-IX)       TO MDT-NRODOC.

           MOVE 'S'                           TO TMF-ACCION.
           MOVE WS-REG-MANDEB                 TO TMF-REGISTRO.

           WRITE REG-TRANMDTF FROM WS-REG-TRANMDTF.

           IF NOT FS-TRANMDTF-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-TRANMDTF                TO AUX-ERR-NOMBRE
              MOVE FS-TRANMDTF                TO AUX-ERR-STATUS
              MOVE '3320-EXAMINAR-MANDATO'    TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                         TO CNT-MANDATOS-SUSPENDIDOS.

       3320-F-EXAMINAR-MANDATO.
           EXIT.

      *----------------------------------------------------------------*
      *     3 3 4 0 - B U S C A R - D O C - F A L L E C I D O          *
      *----------------------------------------------------------------*

       3340-BUSCAR-DOC-FALLECIDO.

           SET DOC-FALLECIDO-NO-HALLADO       TO TRUE.

           PERFORM 3360-COMPARAR-DOC-FALLECIDO
              THRU 3360-F-COMPARAR-DOC-FALLECIDO
             VARYING WS-IX-FAL FROM 1 BY 1
               UNTIL WS-IX-FAL IS GREATER THAN WS-CANT-FALLECIDOS
                  OR DOC-FALLECIDO-HALLADO.

       3340-F-BUSCAR-DOC-FALLECIDO.
           EXIT.

      *----------------------------------------------------------------*
      *    3 3 6 0 - C O M P A R A R - D O C - F A L L E C I D O       *
      *----------------------------------------------------------------*

       3360-COMPARAR-DOC-FALLECIDO.

           IF T-FAL-TIPDOC(WS-IX-FAL) IS EQUAL TO WS-FAL-BUSQ-TIPDOC AND
              T-FAL-NRODOC(WS-IX-FAL) IS EQUAL TO WS-FAL-BUSQ-NRODOC
              SET DOC-FALLECIDO-HALLADO       TO TRUE
           END-IF.

       3360-F-COMPARAR-DOC-FALLECIDO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-AVISOS-LEIDOS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI158               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* AVISOS DE FALLECIMIENTO LEIDOS:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-AVISOS-APLICADOS          TO WS-MASCARA.
           DISPLAY '* CLIENTES MARCADOS COMO FALLECIDOS:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-AVISOS-RECHAZADOS         TO WS-MASCARA.
           DISPLAY '* AVISOS RECHAZADOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-INFORMADAS        TO WS-MASCARA.
           DISPLAY '* CUENTAS DE CAUSANTES INFORMADAS:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SALDOS-POR-MOVTOS         TO WS-MASCARA.
           DISPLAY '* SALDOS RECONSTRUIDOS POR MOVIMIENTOS:   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEOS-NUEVOS           TO WS-MASCARA.
           DISPLAY '* BLOQUEOS NUEVOS POR FALLECIMIENTO:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEOS-PREVIOS          TO WS-MASCARA.
           DISPLAY '* CUENTAS YA BLOQUEADAS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-BLOQUEOS-SIN-LUGAR        TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN LUGAR EN BLOQUEOS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PLAZOS-INFORMADOS         TO WS-MASCARA.
           DISPLAY '* PLAZOS FIJOS INFORMADOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TITULARES-AVISADOS        TO WS-MASCARA.
           DISPLAY '* AVISOS A OTROS TITULARES:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CARTAS                    TO WS-MASCARA.
           DISPLAY '*   - POR CARTA:                          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CARTAS-SUCURSAL           TO WS-MASCARA.
           DISPLAY '*     ( RETIRO EN SUCURSAL ):             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-AVISOS-EMAIL              TO WS-MASCARA.
           DISPLAY '*   - POR CORREO ELECTRONICO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-LEIDAS            TO WS-MASCARA.
           DISPLAY '* ORDENES PERMANENTES COPIADAS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-SUSPENDIDAS       TO WS-MASCARA.
           DISPLAY '* ORDENES PERMANENTES SUSPENDIDAS:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MANDATOS-SUSPENDIDOS      TO WS-MASCARA.
           DISPLAY '* MANDATOS DE DEBITO A SUSPENDER:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'FALLEC='        DELIMITED BY SIZE
                  CNT-AVISOS-APLICADOS DELIMITED BY SIZE
                  ' CTAS='         DELIMITED BY SIZE
                  CNT-CUENTAS-INFORMADAS DELIMITED BY SIZE
                  ' ORDEN='        DELIMITED BY SIZE
                  CNT-ORDENES-SUSPENDIDAS DELIMITED BY SIZE
                  ' MANDAT='       DELIMITED BY SIZE
                  CNT-MANDATOS-SUSPENDIDOS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *          3 6 0 0 - G R A B A R - B L O Q U E O S               *
      *----------------------------------------------------------------*
      *   BLOQNEW = BLOQUEOS COMPLETO MAS LOS BLOQUEOS AGREGADOS EN LA *
      *   CORRIDA, CON ORIGEN 'M' ( FALLECIMIENTO ). LA CADENA LO      *
      *   CATALOGA COMO LA NUEVA GENERACION DE BLOQUEOS.               *
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
           SET BLQ-FALLECIMIENTO              TO TRUE.
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
      *          1 8 3 6 - C A R G A R - M A N D A T O S               *
      *----------------------------------------------------------------*

           COPY MANDEBLE.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *         1 8 9 0 - C A R G A R - B L O Q U E O S                *
      *----------------------------------------------------------------*

           COPY LEGHLDLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *           8 6 0 0 - G R A B A R - C O M L O G                  *
      *----------------------------------------------------------------*

           COPY COMLOGGR.

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

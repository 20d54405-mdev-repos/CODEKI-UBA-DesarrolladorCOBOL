      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI121.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   GESTION DE CASOS DE ALERTAS DE LAVADO Y GENERACION DEL ROS   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE TODAS LAS NOCHES DESPUES DE PGMSIN81 Y     *
      * PGMSIN82 Y MANTIENE EL ARCHIVO DE CASOS KSDS CASOAML:          *
      *   - PRIMERO APLICA LAS DISPOSICIONES DE LOS ANALISTAS          *
      *     ( TRANCAS, OPCIONAL ): 'A' ASIGNAR, 'F' CERRAR COMO FALSO  *
      *     POSITIVO, 'E' ESCALAR A CUMPLIMIENTO, 'R' REPORTAR. SOLO   *
      *     UN CASO ESCALADO PUEDE REPORTARSE; EL REPORTE GRABA EL     *
      *     REGISTRO DEL ROS ( REPORTE DE OPERACION SOSPECHOSA ) PARA  *
      *     LA UIF CON LOS CODIGOS DEL REGULADOR ( RECODIF, COMO       *
      *     PGMSIN82 ). LOS CASOS CERRADOS PASAN AL HISTORICO HISCASO  *
      *     Y SE BORRAN DEL KSDS.                                      *
      *   - DESPUES LEE LAS ALERTAS DEL DIA: CADA PATRON DEL LISTADO   *
      *     SOSPECHA Y CADA DECLARACION DE DECLARA. SI LA CUENTA YA    *
      *     TIENE UN CASO ABIERTO LA ALERTA SE AGRUPA EN EL; SI NO, SE *
      *     ABRE UN CASO NUEVO CON PLAZO DE REVISION.                  *
      *   - TODA ALERTA Y TODA DISPOSICION ( APLICADA O RECHAZADA )    *
      *     QUEDA EN LA PISTA DE AUDITORIA MOVCASO: QUIEN, CUANDO Y    *
      *     QUE SE DECIDIO.                                            *
      *   - AL FINAL RECORRE LOS CASOS ABIERTOS Y ARMA EL LISTADO DE   *
      *     ANTIGUEDAD AGECASO CONTRA EL PLAZO DE REVISION.            *
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

           SELECT TRANCAS ASSIGN TO TRANCAS
                                    FILE STATUS IS FS-TRANCAS.

           SELECT SOSPECHA ASSIGN TO SOSPECHA
                                    FILE STATUS IS FS-SOSPECHA.

           SELECT DECLARA ASSIGN TO DECLARA
                                    FILE STATUS IS FS-DECLARA.

           SELECT RECODIF ASSIGN TO RECODIF
                                    FILE STATUS IS FS-RECODIF.

           SELECT CASOAML  ASSIGN TO CASOAML
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-CASOAML
                           FILE STATUS IS FS-CASOAML.

           SELECT HISCASO ASSIGN TO HISCASO
                                    FILE STATUS IS FS-HISCASO.

           SELECT MOVCASO ASSIGN TO MOVCASO
                                    FILE STATUS IS FS-MOVCASO.

           SELECT ROS ASSIGN TO ROS
                                    FILE STATUS IS FS-ROS.

           SELECT AGECASO ASSIGN TO AGECASO
                                    FILE STATUS IS FS-AGECASO.

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
      *   DISPOSICIONES DE LOS ANALISTAS DE CUMPLIMIENTO.              *
      *----------------------------------------------------------------*

       FD   TRANCAS
            RECORDING MODE IS F.
       01   REG-TRANCAS                                     PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE PATRONES DE ESTRUCTURACION DEL DIA ( PGMSIN81 ).  *
      *----------------------------------------------------------------*

       FD   SOSPECHA
            RECORDING MODE IS F.
       01   REG-SOSPECHA                                    PIC X(100).

      *----------------------------------------------------------------*
      *   DECLARACIONES POR SOBRE EL UMBRAL DEL DIA ( PGMSIN82 ).      *
      *----------------------------------------------------------------*

       FD   DECLARA
            RECORDING MODE IS F.
       01   REG-DECLARA                                     PIC X(80).

      *----------------------------------------------------------------*
      *   RECODIFICACION AL JUEGO DEL REGULADOR ( MISMO LAYOUT QUE     *
      *   USAN PGMSIN55 Y PGMSIN82 ).                                  *
      *----------------------------------------------------------------*

       FD   RECODIF
            RECORDING MODE IS F.
       01   REG-RECODIF                                     PIC X(30).

      * CASOAML ( ARCHIVO VSAM DE CASOS ABIERTOS, COPY CPCASAML )

       FD   CASOAML.

       01 REG-CASOAML.
          03 KEY-CASOAML  PIC X(08).
          03 FILLER       PIC X(192).

      *----------------------------------------------------------------*
      *   HISTORICO DE CASOS CERRADOS ( LAYOUT CPCASAML ).             *
      *----------------------------------------------------------------*

       FD   HISCASO
            RECORDING MODE IS F.
       01   REG-HISCASO                                     PIC X(200).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA DE ALERTAS Y DISPOSICIONES.               *
      *----------------------------------------------------------------*

       FD   MOVCASO
            RECORDING MODE IS F.
       01   REG-MOVCASO                                     PIC X(100).

      *----------------------------------------------------------------*
      *   REPORTE DE OPERACIONES SOSPECHOSAS PARA LA UIF.              *
      *----------------------------------------------------------------*

       FD   ROS
            RECORDING MODE IS F.
       01   REG-ROS                                         PIC X(200).

      *----------------------------------------------------------------*
      *   LISTADO DE ANTIGUEDAD DE CASOS ABIERTOS.                     *
      *----------------------------------------------------------------*

       FD   AGECASO
            RECORDING MODE IS F.
       01   REG-AGECASO                                     PIC X(100).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI121'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-REWRITE                    PIC X(08)  VALUE 'REWRITE '.
           02 CT-DELETE                     PIC X(08)  VALUE 'DELETE  '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-TRANCAS                    PIC X(08)  VALUE 'TRANCAS '.
           02 CT-SOSPECHA                   PIC X(08)  VALUE 'SOSPECHA'.
           02 CT-DECLARA                    PIC X(08)  VALUE 'DECLARA '.
           02 CT-RECODIF                    PIC X(08)  VALUE 'RECODIF '.
           02 CT-CASOAML                    PIC X(08)  VALUE 'CASOAML '.
           02 CT-HISCASO                    PIC X(08)  VALUE 'HISCASO '.
           02 CT-MOVCASO                    PIC X(08)  VALUE 'MOVCASO '.
           02 CT-ROS                        PIC X(08)  VALUE 'ROS     '.
           02 CT-AGECASO                    PIC X(08)  VALUE 'AGECASO '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-TITULO-PATRON              PIC X(13)
                                            VALUE 'PATRON REGLA '.
           02 CT-DIAS-PLAZO                 PIC 9(03)  VALUE 030.
           02 CT-DIAS-AVISO                 PIC 9(03)  VALUE 005.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-R                          PIC 9(02)  VALUE 1.
           02 WS-DIAS-HOY                   PIC 9(07).
           02 WS-DIAS-APERTURA              PIC 9(07).
           02 WS-DIAS-LIMITE                PIC 9(07).
           02 WS-DIAS-ABIERTO               PIC 9(05).
           02 WS-MOTIVO                     PIC X(30)  VALUE SPACES.
           02 WS-RECOD-RESULTADO            PIC X(02)  VALUE SPACES.
           02 WS-RECOD-HALLADO-SW           PIC X(01)  VALUE 'N'.
              88 RECOD-HALLADO                         VALUE 'S'.
              88 RECOD-DESCONOCIDO                     VALUE 'N'.
           02 WS-RECOD-DOMINIO              PIC X(07)  VALUE SPACES.
           02 WS-RECOD-CODIGO               PIC X(11)  VALUE SPACES.

       01 WS-CASO-SW                        PIC X(01)  VALUE 'N'.
           88 CASO-EXISTENTE                           VALUE 'S'.
           88 CASO-INEXISTENTE                         VALUE 'N'.

       01 WS-TRANCAS-DISP-SW                PIC X(01)  VALUE 'N'.
           88 TRANCAS-DISPONIBLE                       VALUE 'S'.

       01 WS-FIN-CASOS-SW                   PIC X(01)  VALUE 'N'.
           88 FIN-CASOS                                VALUE 'S'.

      *----------------------------------------------------------------*
      *   DISPOSICION DEL ANALISTA ( TRANCAS ), 80 BYTES. LA CUENTA    *
      *   IDENTIFICA AL CASO ABIERTO. EL FUNDAMENTO ES OBLIGATORIO     *
      *   PARA CERRAR, ESCALAR Y REPORTAR.                             *
      *----------------------------------------------------------------*

       01 WS-REG-TRANCAS.
           02 TRC-ACCION                    PIC X(01).
              88 TRC-ASIGNAR                           VALUE 'A'.
              88 TRC-FALSO-POSITIVO                    VALUE 'F'.
              88 TRC-ESCALAR                           VALUE 'E'.
              88 TRC-REPORTAR                          VALUE 'R'.
           02 TRC-CLAVE.
              03 TRC-TIPCUEN                PIC X(02).
              03 TRC-NROCUEN                PIC 9(04).
              03 TRC-SUCUEN                 PIC 9(02).
           02 TRC-ANALISTA                  PIC X(08).
           02 TRC-FUNDAMENTO                PIC X(50).
           02 FILLER                        PIC X(13).

      *----------------------------------------------------------------*
      *   LINEA DE CABECERA DE PATRON DEL LISTADO SOSPECHA, REDEFINIDA *
      *   CON LAS POSICIONES QUE ARMA PGMSIN81.                        *
      *----------------------------------------------------------------*

       01 WS-LIN-SOSPECHA                   PIC X(100).
       01 WS-LIN-SOSPECHA-R REDEFINES WS-LIN-SOSPECHA.
           02 SOS-TITULO                    PIC X(13).
           02 SOS-REGLA                     PIC X(02).
           02 FILLER                        PIC X(05).
           02 SOS-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01).
           02 SOS-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(05).
           02 SOS-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(05).
           02 SOS-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01).
           02 SOS-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01).
           02 SOS-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(16).

      *----------------------------------------------------------------*
      *   REGISTRO DE DECLARACION ( MISMO LAYOUT QUE PGMSIN82 ). TIPO  *
      *   DE DOCUMENTO Y DE CUENTA VIENEN RECODIFICADOS AL REGULADOR;  *
      *   LA CUENTA DE OCHO ES SUCURSAL + CEROS + NROCUEN.             *
      *----------------------------------------------------------------*

       01 WS-REG-DECLARA.
           02 DCL-FECHA                     PIC 9(08).
           02 DCL-TIPDOC                    PIC X(02).
           02 DCL-NRODOC                    PIC 9(11).
           02 DCL-NOMAPE                    PIC X(30).
           02 DCL-TIPCUEN                   PIC X(02).
           02 DCL-CUENTA                    PIC 9(08).
           02 DCL-CUENTA-R REDEFINES DCL-CUENTA.
              03 DCL-CUENTA-SUC             PIC 9(02).
              03 DCL-CUENTA-RELLENO         PIC 9(02).
              03 DCL-CUENTA-BAJA            PIC 9(04).
           02 DCL-SUCUEN                    PIC 9(02).
           02 DCL-IMPORTE                   PIC S9(11)V99.
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   ALERTA EN CURSO, CUALQUIERA SEA SU ORIGEN                    *
      *----------------------------------------------------------------*

       01 WS-ALERTA.
           02 ALE-ORIGEN                    PIC X(01).
              88 ALE-ES-SOSPECHA                       VALUE 'S'.
              88 ALE-ES-DECLARACION                    VALUE 'D'.
           02 ALE-CLAVE.
              03 ALE-TIPCUEN                PIC X(02).
              03 ALE-NROCUEN                PIC 9(04).
              03 ALE-SUCUEN                 PIC 9(02).
           02 ALE-TIPDOC                    PIC X(02).
           02 ALE-NRODOC                    PIC 9(11).
           02 ALE-NOMAPE                    PIC X(30).
           02 ALE-IMPORTE                   PIC S9(11)V99 COMP-3.
           02 ALE-DETALLE                   PIC X(52).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO Y TABLA DEL ARCHIVO RECODIF              *
      *----------------------------------------------------------------*

       01 WS-REG-RECOD.
           02 RCD-DOMINIO                   PIC X(07).
           02 RCD-INTERNO                   PIC X(11).
           02 RCD-REGULADOR                 PIC X(02).
           02 FILLER                        PIC X(10).

       01 WS-CANT-RECOD                     PIC 9(02)  VALUE ZEROS.

       01 WS-T-RECOD.
           02 T-RCD                         OCCURS 50 TIMES.
              03 T-RCD-DOMINIO              PIC X(07).
              03 T-RCD-INTERNO              PIC X(11).
              03 T-RCD-REGULADOR            PIC X(02).

      *----------------------------------------------------------------*
      *   PISTA DE AUDITORIA ( MOVCASO ), 100 BYTES. TIPO: 'S' ALERTA  *
      *   DE ESTRUCTURACION, 'D' DECLARACION, 'A' / 'F' / 'E' / 'R'    *
      *   DISPOSICION APLICADA, 'X' DISPOSICION RECHAZADA.             *
      *----------------------------------------------------------------*

       01 WS-REG-MOVCASO.
           02 MVC-FECHA                     PIC 9(08).
           02 MVC-RUNID                     PIC X(08).
           02 MVC-CLAVE                     PIC X(08).
           02 MVC-FECHA-APERTURA            PIC 9(08).
           02 MVC-TIPO                      PIC X(01).
           02 MVC-ANALISTA                  PIC X(08).
           02 MVC-DETALLE                   PIC X(52).
           02 FILLER                        PIC X(07).

      *----------------------------------------------------------------*
      *   REGISTRO DEL ROS ( 200 BYTES ): 'D' UN CASO REPORTADO, 'T'   *
      *   CONTROL FINAL. DOCUMENTO Y CUENTA CON CODIGOS DEL REGULADOR. *
      *----------------------------------------------------------------*

       01 WS-REG-ROS.
           02 ROS-TIPO-REG                  PIC X(01).
              88 ROS-ES-DETALLE                        VALUE 'D'.
              88 ROS-ES-CONTROL                        VALUE 'T'.
           02 ROS-FECHA                     PIC 9(08).
           02 ROS-DETALLE.
              03 ROS-TIPDOC                 PIC X(02).
              03 ROS-NRODOC                 PIC 9(11).
              03 ROS-NOMAPE                 PIC X(30).
              03 ROS-TIPCUEN                PIC X(02).
              03 ROS-NROCUEN                PIC 9(04).
              03 ROS-SUCUEN                 PIC 9(02).
              03 ROS-FECHA-APERTURA         PIC 9(08).
              03 ROS-FECHA-ULT-ALERTA       PIC 9(08).
              03 ROS-CANT-SOSPECHAS         PIC 9(04).
              03 ROS-CANT-DECLARACIONES     PIC 9(04).
              03 ROS-IMPORTE-DECLARADO      PIC 9(13)V99.
              03 ROS-ANALISTA               PIC X(08).
              03 ROS-FECHA-ESCALADO         PIC 9(08).
              03 ROS-FUNDAMENTO             PIC X(50).
              03 FILLER                     PIC X(35).
           02 ROS-CONTROL REDEFINES ROS-DETALLE.
              03 ROS-CANT-REPORTES          PIC 9(09).
              03 FILLER                     PIC X(182).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO AGECASO                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(40)
              VALUE 'ANTIGUEDAD DE CASOS ABIERTOS AL        '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(50)
              VALUE 'CUENTA        APERTURA LIMITE   E ANALISTA DIAS'.
           02 FILLER                        PIC X(50)
              VALUE ' SITUACION   ALERTAS'.

       01 WS-LIN-DETALLE.
           02 LDT-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LDT-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LDT-FECHA-APERTURA            PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-FECHA-LIMITE              PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-ESTADO                    PIC X(01).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-ANALISTA                  PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-DIAS                      PIC ZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-SITUACION                 PIC X(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LDT-ALERTAS                   PIC ZZZZ9.
           02 FILLER                        PIC X(35)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 LTO-LEYENDA                   PIC X(30).
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(65)  VALUE SPACES.

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
           02 CNT-DISP-LEIDAS               PIC 9(07)  VALUE ZEROS.
           02 CNT-DISP-APLICADAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-DISP-RECHAZADAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-SOSPECHA          PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-DECLARA           PIC 9(07)  VALUE ZEROS.
           02 CNT-DECLARA-SIN-CUENTA        PIC 9(07)  VALUE ZEROS.
           02 CNT-CASOS-NUEVOS              PIC 9(07)  VALUE ZEROS.
           02 CNT-ALERTAS-AGRUPADAS         PIC 9(07)  VALUE ZEROS.
           02 CNT-CERRADOS-FALSO-POS        PIC 9(07)  VALUE ZEROS.
           02 CNT-REPORTES-ROS              PIC 9(07)  VALUE ZEROS.
           02 CNT-CASOS-ABIERTOS            PIC 9(07)  VALUE ZEROS.
           02 CNT-EN-PLAZO                  PIC 9(07)  VALUE ZEROS.
           02 CNT-POR-VENCER                PIC 9(07)  VALUE ZEROS.
           02 CNT-VENCIDOS                  PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-TRANCAS                    PIC X(02).
              88 FS-TRANCAS-OK                         VALUE '00'.
              88 FS-TRANCAS-EOF                        VALUE '10'.

           02 FS-SOSPECHA                   PIC X(02).
              88 FS-SOSPECHA-OK                        VALUE '00'.
              88 FS-SOSPECHA-EOF                       VALUE '10'.

           02 FS-DECLARA                    PIC X(02).
              88 FS-DECLARA-OK                         VALUE '00'.
              88 FS-DECLARA-EOF                        VALUE '10'.

           02 FS-RECODIF                    PIC X(02).
              88 FS-RECODIF-OK                         VALUE '00'.
              88 FS-RECODIF-EOF                        VALUE '10'.

           02 FS-CASOAML                    PIC X(02).
              88 FS-CASOAML-OK                         VALUE '00'.
              88 FS-CASOAML-EOF                        VALUE '10'.
              88 FS-CASOAML-NOTFND                     VALUE '23'.

           02 FS-HISCASO                    PIC X(02).
              88 FS-HISCASO-OK                         VALUE '00'.

           02 FS-MOVCASO                    PIC X(02).
              88 FS-MOVCASO-OK                         VALUE '00'.

           02 FS-ROS                        PIC X(02).
              88 FS-ROS-OK                             VALUE '00'.

           02 FS-AGECASO                    PIC X(02).
              88 FS-AGECASO-OK                         VALUE '00'.

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

           COPY CPCASAML.

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

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF TRANCAS-DISPONIBLE
              PERFORM 2000-APLICAR-DISPOSICIONES
                 THRU 2000-F-APLICAR-DISPOSICIONES
           END-IF.

           PERFORM 2400-CARGAR-SOSPECHAS
              THRU 2400-F-CARGAR-SOSPECHAS.

           PERFORM 2500-CARGAR-DECLARACIONES
              THRU 2500-F-CARGAR-DECLARACIONES.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-RECOD

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO).

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-RECODIF
              THRU 1300-F-CARGAR-RECODIF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   SOSPECHA
                        DECLARA
                        RECODIF
                I-O     CASOAML
                OUTPUT  HISCASO
                        MOVCASO
                        ROS
                        AGECASO.

           IF NOT FS-SOSPECHA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SOSPECHA                TO AUX-ERR-NOMBRE
              MOVE FS-SOSPECHA                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-DECLARA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-DECLARA                 TO AUX-ERR-NOMBRE
              MOVE FS-DECLARA                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RECODIF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RECODIF                 TO AUX-ERR-NOMBRE
              MOVE FS-RECODIF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CASOAML-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-HISCASO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-HISCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-MOVCASO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-MOVCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-MOVCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ROS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ROS                     TO AUX-ERR-NOMBRE
              MOVE FS-ROS                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AGECASO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AGECASO                 TO AUX-ERR-NOMBRE
              MOVE FS-AGECASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           OPEN INPUT TRANCAS.

           IF FS-TRANCAS-OK
              SET TRANCAS-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO TRANCAS: NO HAY DISPOSICIONES '
                      'DE ANALISTAS *'
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - R E C O D I F                   *
      *----------------------------------------------------------------*

       1300-CARGAR-RECODIF.

           MOVE '1300-CARGAR-RECODIF'         TO WS-PARRAFO.

           PERFORM 1340-LEER-RECODIF
              THRU 1340-F-LEER-RECODIF.

           PERFORM 1320-GUARDAR-RECODIF
              THRU 1320-F-GUARDAR-RECODIF
             UNTIL FS-RECODIF-EOF.

           CLOSE RECODIF.

       1300-F-CARGAR-RECODIF.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 2 0 - G U A R D A R - R E C O D I F                 *
      *----------------------------------------------------------------*

       1320-GUARDAR-RECODIF.

           MOVE '1320-GUARDAR-RECODIF'        TO WS-PARRAFO.

           IF WS-CANT-RECOD >= 50
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-RECODIF                 TO AUX-ERR-NOMBRE
              MOVE FS-RECODIF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-RECOD.

           MOVE RCD-DOMINIO       TO T-RCD-DOMINIO(WS-CANT-RECOD).
           MOVE RCD-INTERNO       TO T-RCD-INTERNO(WS-CANT-RECOD).
           MOVE RCD-REGULADOR     TO T-RCD-REGULADOR(WS-CANT-RECOD).

           PERFORM 1340-LEER-RECODIF
              THRU 1340-F-LEER-RECODIF.

       1320-F-GUARDAR-RECODIF.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 4 0 - L E E R - R E C O D I F                       *
      *----------------------------------------------------------------*

       1340-LEER-RECODIF.

           MOVE '1340-LEER-RECODIF'           TO WS-PARRAFO.

           READ RECODIF INTO WS-REG-RECOD.

           EVALUATE TRUE
               WHEN FS-RECODIF-OK
                    CONTINUE

               WHEN FS-RECODIF-EOF
                    SET FS-RECODIF-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-RECODIF           TO AUX-ERR-NOMBRE
                    MOVE FS-RECODIF           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1340-F-LEER-RECODIF.
           EXIT.

      *----------------------------------------------------------------*
      *    2 0 0 0 - A P L I C A R - D I S P O S I C I O N E S         *
      *----------------------------------------------------------------*
      *   LAS DISPOSICIONES VAN ANTES QUE LAS ALERTAS DEL DIA: UNA     *
      *   ALERTA NUEVA SOBRE UNA CUENTA CUYO CASO SE CIERRA HOY ABRE   *
      *   UN CASO NUEVO.                                               *
      *----------------------------------------------------------------*

       2000-APLICAR-DISPOSICIONES.

           MOVE '2000-APLICAR-DISPOSICIONES'  TO WS-PARRAFO.

           PERFORM 2020-LEER-TRANCAS
              THRU 2020-F-LEER-TRANCAS.

           PERFORM 2100-APLICAR-DISPOSICION
              THRU 2100-F-APLICAR-DISPOSICION
             UNTIL FS-TRANCAS-EOF.

           CLOSE TRANCAS.

       2000-F-APLICAR-DISPOSICIONES.
           EXIT.

      *----------------------------------------------------------------*
      *             2 0 2 0 - L E E R - T R A N C A S                  *
      *----------------------------------------------------------------*

       2020-LEER-TRANCAS.

           MOVE '2020-LEER-TRANCAS'           TO WS-PARRAFO.

           READ TRANCAS INTO WS-REG-TRANCAS.

           EVALUATE TRUE
               WHEN FS-TRANCAS-OK
                    ADD 1                     TO CNT-DISP-LEIDAS

               WHEN FS-TRANCAS-EOF
                    SET FS-TRANCAS-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TRANCAS           TO AUX-ERR-NOMBRE
                    MOVE FS-TRANCAS           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2020-F-LEER-TRANCAS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 0 0 - A P L I C A R - D I S P O S I C I O N           *
      *----------------------------------------------------------------*
      *   REGLAS: SE ASIGNA ( O REASIGNA ) CUALQUIER CASO ABIERTO; SE  *
      *   CIERRA COMO FALSO POSITIVO O SE ESCALA UN CASO YA ASIGNADO;  *
      *   SOLO SE REPORTA UN CASO ESCALADO. EL ANALISTA ES SIEMPRE     *
      *   OBLIGATORIO Y EL FUNDAMENTO LO ES SALVO PARA ASIGNAR.        *
      *----------------------------------------------------------------*

       2100-APLICAR-DISPOSICION.

           MOVE '2100-APLICAR-DISPOSICION'    TO WS-PARRAFO.

           MOVE SPACES                        TO WS-MOTIVO.

           PERFORM 2120-VALIDAR-DISPOSICION
              THRU 2120-F-VALIDAR-DISPOSICION.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-RECHAZAR
           END-IF.

           EVALUATE TRUE
             WHEN TRC-ASIGNAR
               PERFORM 2200-ASIGNAR-CASO
                  THRU 2200-F-ASIGNAR-CASO

             WHEN TRC-FALSO-POSITIVO
               PERFORM 2250-CERRAR-FALSO-POSITIVO
                  THRU 2250-F-CERRAR-FALSO-POSITIVO

             WHEN TRC-ESCALAR
               PERFORM 2300-ESCALAR-CASO
                  THRU 2300-F-ESCALAR-CASO

             WHEN TRC-REPORTAR
               PERFORM 2350-REPORTAR-CASO
                  THRU 2350-F-REPORTAR-CASO
           END-EVALUATE.

           IF WS-MOTIVO IS NOT EQUAL TO SPACES
              GO TO 2100-RECHAZAR
           END-IF.

           ADD 1                              TO CNT-DISP-APLICADAS.

           MOVE TRC-ACCION                    TO MVC-TIPO.
           MOVE TRC-FUNDAMENTO                TO MVC-DETALLE.

           PERFORM 2900-GRABAR-MOVCASO
              THRU 2900-F-GRABAR-MOVCASO.

           GO TO 2100-SIGUIENTE.

       2100-RECHAZAR.

           ADD 1                              TO CNT-DISP-RECHAZADAS.

           DISPLAY '* DISPOSICION RECHAZADA: ' TRC-ACCION ' '
                   TRC-TIPCUEN '-' TRC-NROCUEN '-' TRC-SUCUEN ' '
                   WS-MOTIVO.

           MOVE 'X'                           TO MVC-TIPO.
           MOVE SPACES                        TO MVC-DETALLE.
           STRING TRC-ACCION        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO MVC-DETALLE
           END-STRING.

           PERFORM 2900-GRABAR-MOVCASO
              THRU 2900-F-GRABAR-MOVCASO.

       2100-SIGUIENTE.

           PERFORM 2020-LEER-TRANCAS
              THRU 2020-F-LEER-TRANCAS.

       2100-F-APLICAR-DISPOSICION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 2 0 - V A L I D A R - D I S P O S I C I O N           *
      *----------------------------------------------------------------*

       2120-VALIDAR-DISPOSICION.

           MOVE '2120-VALIDAR-DISPOSICION'    TO WS-PARRAFO.

           MOVE TRC-CLAVE                     TO MVC-CLAVE.
           MOVE ZEROS                         TO MVC-FECHA-APERTURA.
           MOVE TRC-ANALISTA                  TO MVC-ANALISTA.

           IF NOT TRC-ASIGNAR AND NOT TRC-FALSO-POSITIVO AND
              NOT TRC-ESCALAR AND NOT TRC-REPORTAR
              MOVE 'ACCION INVALIDA'          TO WS-MOTIVO
              GO TO 2120-F-VALIDAR-DISPOSICION
           END-IF.

           IF TRC-NROCUEN IS NOT NUMERIC OR
              TRC-SUCUEN  IS NOT NUMERIC
              MOVE 'CUENTA INVALIDA'          TO WS-MOTIVO
              GO TO 2120-F-VALIDAR-DISPOSICION
           END-IF.

           IF TRC-ANALISTA IS EQUAL TO SPACES
              MOVE 'FALTA EL ANALISTA'        TO WS-MOTIVO
              GO TO 2120-F-VALIDAR-DISPOSICION
           END-IF.

           IF NOT TRC-ASIGNAR AND TRC-FUNDAMENTO IS EQUAL TO SPACES
              MOVE 'FALTA EL FUNDAMENTO'      TO WS-MOTIVO
              GO TO 2120-F-VALIDAR-DISPOSICION
           END-IF.

           MOVE TRC-CLAVE                     TO CAS-CLAVE.

           PERFORM 2800-LEER-CASO
              THRU 2800-F-LEER-CASO.

           IF CASO-INEXISTENTE
              MOVE 'NO HAY CASO ABIERTO'      TO WS-MOTIVO
              GO TO 2120-F-VALIDAR-DISPOSICION
           END-IF.

           MOVE CAS-FECHA-APERTURA            TO MVC-FECHA-APERTURA.

           EVALUATE TRUE
             WHEN TRC-FALSO-POSITIVO AND CAS-NUEVO
               MOVE 'CASO SIN ASIGNAR'        TO WS-MOTIVO

             WHEN TRC-ESCALAR AND NOT CAS-EN-ANALISIS
               MOVE 'SOLO SE ESCALA EN ANALISIS'
                                              TO WS-MOTIVO

             WHEN TRC-REPORTAR AND NOT CAS-ESCALADO
               MOVE 'SOLO SE REPORTA ESCALADO' TO WS-MOTIVO

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2120-F-VALIDAR-DISPOSICION.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 0 0 - A S I G N A R - C A S O                 *
      *----------------------------------------------------------------*

       2200-ASIGNAR-CASO.

           MOVE '2200-ASIGNAR-CASO'           TO WS-PARRAFO.

           IF CAS-NUEVO
              SET CAS-EN-ANALISIS             TO TRUE
           END-IF.

           MOVE TRC-ANALISTA                  TO CAS-ANALISTA.
           MOVE WS-FECHA-PROCESO              TO CAS-FECHA-ASIGNACION.

           PERFORM 2850-REGRABAR-CASO
              THRU 2850-F-REGRABAR-CASO.

       2200-F-ASIGNAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 2 5 0 - C E R R A R - F A L S O - P O S I T I V O       *
      *----------------------------------------------------------------*

       2250-CERRAR-FALSO-POSITIVO.

           MOVE '2250-CERRAR-FALSO-POSITIVO'  TO WS-PARRAFO.

           SET CAS-FALSO-POSITIVO             TO TRUE.

           PERFORM 2700-CERRAR-CASO
              THRU 2700-F-CERRAR-CASO.

           ADD 1                              TO CNT-CERRADOS-FALSO-POS.

       2250-F-CERRAR-FALSO-POSITIVO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 3 0 0 - E S C A L A R - C A S O                 *
      *----------------------------------------------------------------*

       2300-ESCALAR-CASO.

           MOVE '2300-ESCALAR-CASO'           TO WS-PARRAFO.

           SET CAS-ESCALADO                   TO TRUE.
           MOVE WS-FECHA-PROCESO              TO CAS-FECHA-ESCALADO.
           MOVE TRC-FUNDAMENTO                TO CAS-FUNDAMENTO.

           PERFORM 2850-REGRABAR-CASO
              THRU 2850-F-REGRABAR-CASO.

       2300-F-ESCALAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 3 5 0 - R E P O R T A R - C A S O                *
      *----------------------------------------------------------------*
      *   SIN RECODIFICACION DEL DOCUMENTO O DE LA CUENTA NO HAY       *
      *   PRESENTACION ( MISMO CRITERIO QUE PGMSIN82 ): EL CASO QUEDA  *
      *   ESCALADO HASTA QUE SE COMPLETE RECODIF.                      *
      *----------------------------------------------------------------*

       2350-REPORTAR-CASO.

           MOVE '2350-REPORTAR-CASO'          TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-ROS.
           SET ROS-ES-DETALLE                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO ROS-FECHA.

           MOVE 'TIPDOC'                      TO WS-RECOD-DOMINIO.
           MOVE CAS-TIPDOC                    TO WS-RECOD-CODIGO.

           PERFORM 2450-BUSCAR-RECODIF
              THRU 2450-F-BUSCAR-RECODIF.

           IF RECOD-HALLADO
              MOVE WS-RECOD-RESULTADO         TO ROS-TIPDOC
           ELSE
              MOVE 'TIPO DOC SIN RECODIFICAR' TO WS-MOTIVO
              GO TO 2350-F-REPORTAR-CASO
           END-IF.

           MOVE 'TIPCUEN'                     TO WS-RECOD-DOMINIO.
           MOVE CAS-TIPCUEN                   TO WS-RECOD-CODIGO.

           PERFORM 2450-BUSCAR-RECODIF
              THRU 2450-F-BUSCAR-RECODIF.

           IF RECOD-HALLADO
              MOVE WS-RECOD-RESULTADO         TO ROS-TIPCUEN
           ELSE
              MOVE 'TIPO CTA SIN RECODIFICAR' TO WS-MOTIVO
              GO TO 2350-F-REPORTAR-CASO
           END-IF.

           MOVE CAS-NRODOC                    TO ROS-NRODOC.
           MOVE CAS-NOMAPE                    TO ROS-NOMAPE.
           MOVE CAS-NROCUEN                   TO ROS-NROCUEN.
           MOVE CAS-SUCUEN                    TO ROS-SUCUEN.
           MOVE CAS-FECHA-APERTURA            TO ROS-FECHA-APERTURA.
           MOVE CAS-FECHA-ULT-ALERTA          TO ROS-FECHA-ULT-ALERTA.
           MOVE CAS-CANT-SOSPECHAS            TO ROS-CANT-SOSPECHAS.
           MOVE CAS-CANT-DECLARACIONES      TO ROS-CANT-DECLARACIONES.
           MOVE CAS-IMPORTE-DECLARADO        TO ROS-IMPORTE-DECLARADO.
           MOVE TRC-ANALISTA                  TO ROS-ANALISTA.
           MOVE CAS-FECHA-ESCALADO            TO ROS-FECHA-ESCALADO.
           MOVE TRC-FUNDAMENTO                TO ROS-FUNDAMENTO.

           PERFORM 2950-GRABAR-ROS
              THRU 2950-F-GRABAR-ROS.

           ADD 1                              TO CNT-REPORTES-ROS.

           SET CAS-REPORTADO                  TO TRUE.

           PERFORM 2700-CERRAR-CASO
              THRU 2700-F-CERRAR-CASO.

       2350-F-REPORTAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 0 0 - C A R G A R - S O S P E C H A S               *
      *----------------------------------------------------------------*
      *   CADA LINEA 'PATRON REGLA' DEL LISTADO ES UNA ALERTA DE LA    *
      *   CUENTA QUE FIGURA EN ELLA; LAS LINEAS DE MOVIMIENTOS Y LAS   *
      *   LINEAS EN BLANCO SE SALTEAN.                                 *
      *----------------------------------------------------------------*

       2400-CARGAR-SOSPECHAS.

           MOVE '2400-CARGAR-SOSPECHAS'       TO WS-PARRAFO.

           PERFORM 2420-LEER-SOSPECHA
              THRU 2420-F-LEER-SOSPECHA.

           PERFORM 2440-REGISTRAR-SOSPECHA
              THRU 2440-F-REGISTRAR-SOSPECHA
             UNTIL FS-SOSPECHA-EOF.

           CLOSE SOSPECHA.

       2400-F-CARGAR-SOSPECHAS.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 2 0 - L E E R - S O S P E C H A                  *
      *----------------------------------------------------------------*

       2420-LEER-SOSPECHA.

           MOVE '2420-LEER-SOSPECHA'          TO WS-PARRAFO.

           READ SOSPECHA INTO WS-LIN-SOSPECHA.

           EVALUATE TRUE
               WHEN FS-SOSPECHA-OK
                    CONTINUE

               WHEN FS-SOSPECHA-EOF
                    SET FS-SOSPECHA-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SOSPECHA          TO AUX-ERR-NOMBRE
                    MOVE FS-SOSPECHA          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2420-F-LEER-SOSPECHA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 4 0 - R E G I S T R A R - S O S P E C H A             *
      *----------------------------------------------------------------*

       2440-REGISTRAR-SOSPECHA.

           MOVE '2440-REGISTRAR-SOSPECHA'     TO WS-PARRAFO.

           IF SOS-TITULO IS NOT EQUAL TO CT-TITULO-PATRON OR
              SOS-NROCUEN IS NOT NUMERIC OR
              SOS-SUCUEN  IS NOT NUMERIC OR
              SOS-NRODOC  IS NOT NUMERIC
              GO TO 2440-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-ALERTAS-SOSPECHA.

           INITIALIZE WS-ALERTA.
           SET ALE-ES-SOSPECHA                TO TRUE.
           MOVE SOS-TIPCUEN                   TO ALE-TIPCUEN.
           MOVE SOS-NROCUEN                   TO ALE-NROCUEN.
           MOVE SOS-SUCUEN                    TO ALE-SUCUEN.
           MOVE SOS-TIPDOC                    TO ALE-TIPDOC.
           MOVE SOS-NRODOC                    TO ALE-NRODOC.
           MOVE SOS-NOMAPE                    TO ALE-NOMAPE.
           MOVE ZEROS                         TO ALE-IMPORTE.

           STRING 'ESTRUCTURACION REGLA ' DELIMITED BY SIZE
                  SOS-REGLA                DELIMITED BY SIZE
              INTO ALE-DETALLE
           END-STRING.

           PERFORM 2600-REGISTRAR-ALERTA
              THRU 2600-F-REGISTRAR-ALERTA.

       2440-SIGUIENTE.

           PERFORM 2420-LEER-SOSPECHA
              THRU 2420-F-LEER-SOSPECHA.

       2440-F-REGISTRAR-SOSPECHA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - B U S C A R - R E C O D I F                   *
      *----------------------------------------------------------------*

       2450-BUSCAR-RECODIF.

           MOVE '2450-BUSCAR-RECODIF'         TO WS-PARRAFO.

           SET RECOD-DESCONOCIDO              TO TRUE.
           MOVE SPACES                        TO WS-RECOD-RESULTADO.
           MOVE 1                             TO WS-R.

           PERFORM 2460-COMPARAR-RECODIF
              THRU 2460-F-COMPARAR-RECODIF
             UNTIL RECOD-HALLADO
                OR WS-R IS GREATER THAN WS-CANT-RECOD.

       2450-F-BUSCAR-RECODIF.
           EXIT.

      *----------------------------------------------------------------*
      *       2 4 6 0 - C O M P A R A R - R E C O D I F                *
      *----------------------------------------------------------------*

       2460-COMPARAR-RECODIF.

           IF T-RCD-DOMINIO(WS-R) IS EQUAL TO WS-RECOD-DOMINIO AND
              T-RCD-INTERNO(WS-R) IS EQUAL TO WS-RECOD-CODIGO
              SET RECOD-HALLADO               TO TRUE
              MOVE T-RCD-REGULADOR(WS-R)      TO WS-RECOD-RESULTADO
           ELSE
              ADD 1                           TO WS-R
           END-IF.

       2460-F-COMPARAR-RECODIF.
           EXIT.

      *----------------------------------------------------------------*
      *    2 5 0 0 - C A R G A R - D E C L A R A C I O N E S           *
      *----------------------------------------------------------------*

       2500-CARGAR-DECLARACIONES.

           MOVE '2500-CARGAR-DECLARACIONES'   TO WS-PARRAFO.

           PERFORM 2520-LEER-DECLARA
              THRU 2520-F-LEER-DECLARA.

           PERFORM 2540-REGISTRAR-DECLARACION
              THRU 2540-F-REGISTRAR-DECLARACION
             UNTIL FS-DECLARA-EOF.

           CLOSE DECLARA.

       2500-F-CARGAR-DECLARACIONES.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 2 0 - L E E R - D E C L A R A                   *
      *----------------------------------------------------------------*

       2520-LEER-DECLARA.

           MOVE '2520-LEER-DECLARA'           TO WS-PARRAFO.

           READ DECLARA INTO WS-REG-DECLARA.

           EVALUATE TRUE
               WHEN FS-DECLARA-OK
                    CONTINUE

               WHEN FS-DECLARA-EOF
                    SET FS-DECLARA-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DECLARA           TO AUX-ERR-NOMBRE
                    MOVE FS-DECLARA           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2520-F-LEER-DECLARA.
           EXIT.

      *----------------------------------------------------------------*
      *   2 5 4 0 - R E G I S T R A R - D E C L A R A C I O N          *
      *----------------------------------------------------------------*
      *   LA DECLARACION TRAE EL TIPO DE CUENTA DEL REGULADOR: EL TIPO *
      *   INTERNO, EL DOCUMENTO Y EL NOMBRE SE TOMAN DE LA CUENTA DEL  *
      *   TITULAR EN DB2. SI NO SE ENCUENTRA, EL CASO SE ABRE CON LOS  *
      *   DATOS DE LA DECLARACION PARA QUE NINGUNA ALERTA SE PIERDA.   *
      *----------------------------------------------------------------*

       2540-REGISTRAR-DECLARACION.

           MOVE '2540-REGISTRAR-DECLARACION'  TO WS-PARRAFO.

           IF DCL-CUENTA IS NOT NUMERIC OR
              DCL-SUCUEN IS NOT NUMERIC OR
              DCL-NRODOC IS NOT NUMERIC
              GO TO 2540-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-ALERTAS-DECLARA.

           INITIALIZE WS-ALERTA.
           SET ALE-ES-DECLARACION             TO TRUE.
           MOVE DCL-CUENTA-BAJA               TO ALE-NROCUEN.
           MOVE DCL-SUCUEN                    TO ALE-SUCUEN.
           MOVE DCL-NRODOC                    TO ALE-NRODOC.
           MOVE DCL-IMPORTE                   TO ALE-IMPORTE.

           MOVE DCL-CUENTA-BAJA               TO WS-CTA-NROCUEN.
           MOVE DCL-SUCUEN                    TO WS-CTA-SUCUEN.
           MOVE DCL-NRODOC                    TO WS-CLI-NRODOC.

           EXEC SQL
             SELECT A.TIPCUEN,
                    C.TIPDOC,
                    C.NOMAPE
               INTO :WS-CTA-TIPCUEN,
                    :WS-CLI-TIPDOC,
                    :WS-CLI-NOMAPE
               FROM KC02787.TBCURCTA A,
                    KC02787.TBCURCLI C
              WHERE A.NROCUEN = :WS-CTA-NROCUEN
                AND A.SUCUEN  = :WS-CTA-SUCUEN
                AND C.NROCLI  = A.NROCLI
                AND C.NRODOC  = :WS-CLI-NRODOC
              FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    MOVE WS-CTA-TIPCUEN       TO ALE-TIPCUEN
                    MOVE WS-CLI-TIPDOC        TO ALE-TIPDOC
                    MOVE WS-CLI-NOMAPE        TO ALE-NOMAPE

               WHEN CT-NOT-FOUND
                    ADD 1                     TO CNT-DECLARA-SIN-CUENTA
                    DISPLAY '* DECLARACION SIN CUENTA EN TBCURCTA: '
                            DCL-TIPCUEN '-' DCL-CUENTA '-' DCL-SUCUEN
                    MOVE DCL-TIPCUEN          TO ALE-TIPCUEN
                    MOVE DCL-TIPDOC           TO ALE-TIPDOC
                    MOVE DCL-NOMAPE           TO ALE-NOMAPE

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN SELECT --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
                    MOVE DCL-TIPCUEN          TO ALE-TIPCUEN
                    MOVE DCL-TIPDOC           TO ALE-TIPDOC
                    MOVE DCL-NOMAPE           TO ALE-NOMAPE
           END-EVALUATE.

           STRING 'DECLARACION DEL '      DELIMITED BY SIZE
                  DCL-FECHA                DELIMITED BY SIZE
              INTO ALE-DETALLE
           END-STRING.

           PERFORM 2600-REGISTRAR-ALERTA
              THRU 2600-F-REGISTRAR-ALERTA.

       2540-SIGUIENTE.

           PERFORM 2520-LEER-DECLARA
              THRU 2520-F-LEER-DECLARA.

       2540-F-REGISTRAR-DECLARACION.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - R E G I S T R A R - A L E R T A              *
      *----------------------------------------------------------------*
      *   CON CASO ABIERTO PARA LA CUENTA LA ALERTA SE AGRUPA; SIN     *
      *   CASO SE ABRE UNO NUEVO CON PLAZO DE REVISION DE             *
      *   CT-DIAS-PLAZO DIAS CORRIDOS.                                 *
      *----------------------------------------------------------------*

       2600-REGISTRAR-ALERTA.

           MOVE '2600-REGISTRAR-ALERTA'       TO WS-PARRAFO.

           MOVE ALE-CLAVE                     TO CAS-CLAVE.

           PERFORM 2800-LEER-CASO
              THRU 2800-F-LEER-CASO.

           IF CASO-INEXISTENTE
              MOVE SPACES                     TO REG-CASOAML-TRAB
              INITIALIZE REG-CASOAML-TRAB
              MOVE ALE-CLAVE                  TO CAS-CLAVE
              SET CAS-NUEVO                   TO TRUE
              MOVE ALE-TIPDOC                 TO CAS-TIPDOC
              MOVE ALE-NRODOC                 TO CAS-NRODOC
              MOVE ALE-NOMAPE                 TO CAS-NOMAPE
              MOVE WS-FECHA-PROCESO           TO CAS-FECHA-APERTURA
              COMPUTE CAS-FECHA-LIMITE =
                      FUNCTION DATE-OF-INTEGER(WS-DIAS-HOY
                                             + CT-DIAS-PLAZO)
              ADD 1                           TO CNT-CASOS-NUEVOS
           ELSE
              ADD 1                           TO CNT-ALERTAS-AGRUPADAS
           END-IF.

           MOVE WS-FECHA-PROCESO              TO CAS-FECHA-ULT-ALERTA.

           IF ALE-ES-SOSPECHA
              IF CAS-CANT-SOSPECHAS IS LESS THAN 9999
                 ADD 1                        TO CAS-CANT-SOSPECHAS
              END-IF
           ELSE
              IF CAS-CANT-DECLARACIONES IS LESS THAN 9999
                 ADD 1                        TO CAS-CANT-DECLARACIONES
              END-IF
              ADD ALE-IMPORTE                 TO CAS-IMPORTE-DECLARADO
           END-IF.

           IF CASO-EXISTENTE
              PERFORM 2850-REGRABAR-CASO
                 THRU 2850-F-REGRABAR-CASO
           ELSE
              PERFORM 2870-GRABAR-CASO-NUEVO
                 THRU 2870-F-GRABAR-CASO-NUEVO
           END-IF.

           MOVE CAS-CLAVE                     TO MVC-CLAVE.
           MOVE CAS-FECHA-APERTURA            TO MVC-FECHA-APERTURA.
           MOVE ALE-ORIGEN                    TO MVC-TIPO.
           MOVE SPACES                        TO MVC-ANALISTA.
           MOVE ALE-DETALLE                   TO MVC-DETALLE.

           PERFORM 2900-GRABAR-MOVCASO
              THRU 2900-F-GRABAR-MOVCASO.

       2600-F-REGISTRAR-ALERTA.
           EXIT.

      *----------------------------------------------------------------*
      *               2 7 0 0 - C E R R A R - C A S O                  *
      *----------------------------------------------------------------*
      *   EL CASO CERRADO PASA AL HISTORICO CON EL ANALISTA QUE LO     *
      *   CERRO Y SE BORRA DEL KSDS.                                   *
      *----------------------------------------------------------------*

       2700-CERRAR-CASO.

           MOVE '2700-CERRAR-CASO'            TO WS-PARRAFO.

           SET CAS-CERRADO                    TO TRUE.
           MOVE WS-FECHA-PROCESO              TO CAS-FECHA-CIERRE.
           MOVE TRC-ANALISTA                  TO CAS-ANALISTA.
           MOVE TRC-FUNDAMENTO                TO CAS-FUNDAMENTO.

           WRITE REG-HISCASO FROM REG-CASOAML-TRAB.

           IF NOT FS-HISCASO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-HISCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-HISCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE CAS-CLAVE                     TO KEY-CASOAML.

           DELETE CASOAML RECORD.

           IF NOT FS-CASOAML-OK
              MOVE CT-DELETE                  TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2700-F-CERRAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *                2 8 0 0 - L E E R - C A S O                     *
      *----------------------------------------------------------------*
      *   LEE EL CASO ABIERTO DE LA CUENTA QUE ESTA EN CAS-CLAVE.      *
      *----------------------------------------------------------------*

       2800-LEER-CASO.

           MOVE '2800-LEER-CASO'              TO WS-PARRAFO.

           MOVE CAS-CLAVE                     TO KEY-CASOAML.

           READ CASOAML INTO REG-CASOAML-TRAB.

           EVALUATE TRUE
             WHEN FS-CASOAML-OK
               SET CASO-EXISTENTE             TO TRUE

             WHEN FS-CASOAML-NOTFND
               SET CASO-INEXISTENTE           TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CASOAML                TO AUX-ERR-NOMBRE
               MOVE FS-CASOAML                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2800-F-LEER-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 5 0 - R E G R A B A R - C A S O                 *
      *----------------------------------------------------------------*

       2850-REGRABAR-CASO.

           MOVE '2850-REGRABAR-CASO'          TO WS-PARRAFO.

           MOVE REG-CASOAML-TRAB              TO REG-CASOAML.

           REWRITE REG-CASOAML.

           IF NOT FS-CASOAML-OK
              MOVE CT-REWRITE                 TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2850-F-REGRABAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 8 7 0 - G R A B A R - C A S O - N U E V O             *
      *----------------------------------------------------------------*

       2870-GRABAR-CASO-NUEVO.

           MOVE '2870-GRABAR-CASO-NUEVO'      TO WS-PARRAFO.

           MOVE REG-CASOAML-TRAB              TO REG-CASOAML.

           WRITE REG-CASOAML.

           IF NOT FS-CASOAML-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2870-F-GRABAR-CASO-NUEVO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - M O V C A S O                *
      *----------------------------------------------------------------*

       2900-GRABAR-MOVCASO.

           MOVE '2900-GRABAR-MOVCASO'         TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO MVC-FECHA.
           MOVE WS-RUN-ID                     TO MVC-RUNID.

           WRITE REG-MOVCASO FROM WS-REG-MOVCASO.

           IF NOT FS-MOVCASO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-MOVCASO                 TO AUX-ERR-NOMBRE
              MOVE FS-MOVCASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-MOVCASO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 9 5 0 - G R A B A R - R O S                     *
      *----------------------------------------------------------------*

       2950-GRABAR-ROS.

           MOVE '2950-GRABAR-ROS'             TO WS-PARRAFO.

           WRITE REG-ROS FROM WS-REG-ROS.

           IF NOT FS-ROS-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-ROS                     TO AUX-ERR-NOMBRE
              MOVE FS-ROS                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-GRABAR-ROS.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3300-LISTAR-ANTIGUEDAD
              THRU 3300-F-LISTAR-ANTIGUEDAD.

           PERFORM 3250-GRABAR-CONTROL-ROS
              THRU 3250-F-GRABAR-CONTROL-ROS.

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

           CLOSE CASOAML
                 HISCASO
                 MOVCASO
                 ROS
                 AGECASO.

           IF NOT FS-CASOAML-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CASOAML                 TO AUX-ERR-NOMBRE
              MOVE FS-CASOAML                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *       3 2 5 0 - G R A B A R - C O N T R O L - R O S            *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL-ROS.

           MOVE '3250-GRABAR-CONTROL-ROS'     TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-ROS.
           SET ROS-ES-CONTROL                 TO TRUE.
           MOVE WS-FECHA-PROCESO              TO ROS-FECHA.
           MOVE CNT-REPORTES-ROS              TO ROS-CANT-REPORTES.

           PERFORM 2950-GRABAR-ROS
              THRU 2950-F-GRABAR-ROS.

       3250-F-GRABAR-CONTROL-ROS.
           EXIT.

      *----------------------------------------------------------------*
      *        3 3 0 0 - L I S T A R - A N T I G U E D A D             *
      *----------------------------------------------------------------*
      *   RECORRE EL KSDS COMPLETO, YA CON LAS DISPOSICIONES Y LAS     *
      *   ALERTAS DEL DIA APLICADAS.                                   *
      *----------------------------------------------------------------*

       3300-LISTAR-ANTIGUEDAD.

           MOVE '3300-LISTAR-ANTIGUEDAD'      TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE WS-LIN-COLUMNAS               TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE LOW-VALUES                    TO KEY-CASOAML.

           START CASOAML KEY IS NOT LESS THAN KEY-CASOAML.

           IF NOT FS-CASOAML-OK
              SET FIN-CASOS                   TO TRUE
           ELSE
              PERFORM 3320-LEER-CASO-SIG
                 THRU 3320-F-LEER-CASO-SIG
           END-IF.

           PERFORM 3340-LISTAR-CASO
              THRU 3340-F-LISTAR-CASO
             UNTIL FIN-CASOS.

           MOVE SPACES                        TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE 'CASOS ABIERTOS:'             TO LTO-LEYENDA.
           MOVE CNT-CASOS-ABIERTOS            TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE '  EN PLAZO:'                 TO LTO-LEYENDA.
           MOVE CNT-EN-PLAZO                  TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE '  POR VENCER:'               TO LTO-LEYENDA.
           MOVE CNT-POR-VENCER                TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           MOVE '  VENCIDOS:'                 TO LTO-LEYENDA.
           MOVE CNT-VENCIDOS                  TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

       3300-F-LISTAR-ANTIGUEDAD.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 2 0 - L E E R - C A S O - S I G                  *
      *----------------------------------------------------------------*

       3320-LEER-CASO-SIG.

           MOVE '3320-LEER-CASO-SIG'          TO WS-PARRAFO.

           READ CASOAML NEXT INTO REG-CASOAML-TRAB.

           EVALUATE TRUE
             WHEN FS-CASOAML-OK
               CONTINUE

             WHEN FS-CASOAML-EOF
               SET FIN-CASOS                  TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CASOAML                TO AUX-ERR-NOMBRE
               MOVE FS-CASOAML                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       3320-F-LEER-CASO-SIG.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 4 0 - L I S T A R - C A S O                    *
      *----------------------------------------------------------------*
      *   VENCIDO: PASO LA FECHA LIMITE. POR VENCER: FALTAN            *
      *   CT-DIAS-AVISO DIAS O MENOS.                                  *
      *----------------------------------------------------------------*

       3340-LISTAR-CASO.

           ADD 1                              TO CNT-CASOS-ABIERTOS.

           COMPUTE WS-DIAS-APERTURA =
                   FUNCTION INTEGER-OF-DATE(CAS-FECHA-APERTURA).
           COMPUTE WS-DIAS-LIMITE =
                   FUNCTION INTEGER-OF-DATE(CAS-FECHA-LIMITE).
           COMPUTE WS-DIAS-ABIERTO = WS-DIAS-HOY - WS-DIAS-APERTURA.

           EVALUATE TRUE
             WHEN WS-DIAS-HOY IS GREATER THAN WS-DIAS-LIMITE
               MOVE 'VENCIDO'                 TO LDT-SITUACION
               ADD 1                          TO CNT-VENCIDOS

             WHEN WS-DIAS-LIMITE - WS-DIAS-HOY
                  IS NOT GREATER THAN CT-DIAS-AVISO
               MOVE 'POR VENCER'              TO LDT-SITUACION
               ADD 1                          TO CNT-POR-VENCER

             WHEN OTHER
               MOVE 'EN PLAZO'                TO LDT-SITUACION
               ADD 1                          TO CNT-EN-PLAZO
           END-EVALUATE.

           MOVE CAS-TIPCUEN                   TO LDT-TIPCUEN.
           MOVE CAS-NROCUEN                   TO LDT-NROCUEN.
           MOVE CAS-SUCUEN                    TO LDT-SUCUEN.
           MOVE CAS-FECHA-APERTURA            TO LDT-FECHA-APERTURA.
           MOVE CAS-FECHA-LIMITE              TO LDT-FECHA-LIMITE.
           MOVE CAS-ESTADO                    TO LDT-ESTADO.
           MOVE CAS-ANALISTA                  TO LDT-ANALISTA.
           MOVE WS-DIAS-ABIERTO               TO LDT-DIAS.
           COMPUTE LDT-ALERTAS = CAS-CANT-SOSPECHAS
                               + CAS-CANT-DECLARACIONES.
           MOVE WS-LIN-DETALLE                TO REG-AGECASO.

           PERFORM 3500-GRABAR-AGECASO
              THRU 3500-F-GRABAR-AGECASO.

           PERFORM 3320-LEER-CASO-SIG
              THRU 3320-F-LEER-CASO-SIG.

       3340-F-LISTAR-CASO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-DISP-LEIDAS               TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI121               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* DISPOSICIONES LEIDAS:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DISP-APLICADAS            TO WS-MASCARA.
           DISPLAY '* DISPOSICIONES APLICADAS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DISP-RECHAZADAS           TO WS-MASCARA.
           DISPLAY '* DISPOSICIONES RECHAZADAS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALERTAS-SOSPECHA          TO WS-MASCARA.
           DISPLAY '* ALERTAS DE ESTRUCTURACION:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALERTAS-DECLARA           TO WS-MASCARA.
           DISPLAY '* DECLARACIONES SOBRE UMBRAL:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DECLARA-SIN-CUENTA        TO WS-MASCARA.
           DISPLAY '* DECLARACIONES SIN CUENTA EN DB2:        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CASOS-NUEVOS              TO WS-MASCARA.
           DISPLAY '* CASOS NUEVOS:                           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ALERTAS-AGRUPADAS         TO WS-MASCARA.
           DISPLAY '* ALERTAS AGRUPADAS EN CASOS ABIERTOS:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CERRADOS-FALSO-POS        TO WS-MASCARA.
           DISPLAY '* CERRADOS COMO FALSO POSITIVO:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REPORTES-ROS              TO WS-MASCARA.
           DISPLAY '* REPORTADOS A LA UIF ( ROS ):            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CASOS-ABIERTOS            TO WS-MASCARA.
           DISPLAY '* CASOS ABIERTOS AL CIERRE:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VENCIDOS                  TO WS-MASCARA.
           DISPLAY '* CASOS ABIERTOS VENCIDOS:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'NUEVOS='        DELIMITED BY SIZE
                  CNT-CASOS-NUEVOS DELIMITED BY SIZE
                  ' ABIERTOS='     DELIMITED BY SIZE
                  CNT-CASOS-ABIERTOS DELIMITED BY SIZE
                  ' VENCIDOS='     DELIMITED BY SIZE
                  CNT-VENCIDOS     DELIMITED BY SIZE
                  ' ROS='          DELIMITED BY SIZE
                  CNT-REPORTES-ROS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *           3 5 0 0 - G R A B A R - A G E C A S O                *
      *----------------------------------------------------------------*

       3500-GRABAR-AGECASO.

           WRITE REG-AGECASO.

           IF NOT FS-AGECASO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-AGECASO                 TO AUX-ERR-NOMBRE
              MOVE FS-AGECASO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3500-F-GRABAR-AGECASO.
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

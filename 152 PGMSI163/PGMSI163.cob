      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI163.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   TABLERO MENSUAL DE CALIDAD DE DATOS DE CLIENTES POR SUCURSAL *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR MES Y MIDE LA CALIDAD DEL DATO *
      * DE CLIENTES ( PGMSIN34 CONTROLA LA ESTRUCTURA DEL KSDS Y       *
      * PGMSIN32 QUE LAS DOS FUENTES COINCIDAN; ACA SE MIDE SI EL DATO *
      * EN SI ESTA COMPLETO Y ES VALIDO, Y QUE SUCURSAL LO CARGO MAL ):*
      *   - RECORRE EL KSDS CLIENTES ( COPY CPCLIE ), QUE DA LA        *
      *     SUCURSAL DEL CLIENTE, Y POR CADA UNO BUSCA SU FILA EN      *
      *     KC02787.TBCURCLI, SU DOMICILIO EN CONTACTO, SU             *
      *     AUTOCERTIFICACION EN RESFIS Y SUS CUENTAS EN TBCURCTA.     *
      *     LOS CLIENTES DE BAJA ( ESTADO 'B', ANONIMIZADOS POR        *
      *     PGMSI144 ) NO SE MIDEN.                                    *
      *   - APLICA DOCE REGLAS. LAS DE COMPLETITUD ( 'C' ) VEN SI EL   *
      *     DATO FALTA: SEXO, FILA EN TBCURCLI, FECHA DE NACIMIENTO,   *
      *     NOMBRE, CONTACTO, TELEFONO, CBU DE CADA CUENTA Y           *
      *     RESIDENCIA FISCAL DEL CLIENTE CON CUENTAS. LAS DE VALIDEZ  *
      *     ( 'V' ) VEN SI EL DATO CARGADO ESTA MAL: SEXO FUERA DEL    *
      *     DOMINIO SEXO DE CODREF, FECHA DE NACIMIENTO INEXISTENTE,   *
      *     FUTURA O DE MAS DE 120 ANIOS, NOMBRE QUE NO RESPETA LA     *
      *     NORMALIZACION COMUN ( COPY NOMNORMA ) Y DOMICILIO          *
      *     DEVUELTO POR EL CORREO ( MARCA DE PGMSI102 ).              *
      *   - POR SUCURSAL INFORMA EL PORCENTAJE DE CLIENTES COMPLETOS   *
      *     ( SIN FALLAS 'C' ) Y VALIDOS ( SIN FALLAS 'V' ), CON LA    *
      *     VARIACION CONTRA EL MES ANTERIOR ( HISTORIA POR            *
      *     GENERACIONES CALANT -> CALNUE ), Y LA MATRIZ DE FALLAS POR *
      *     REGLA EN EL LISTADO CALIDAD.                               *
      *   - CADA FALLA SALE EN EL DETALLE CALDET CON LA SUCURSAL EN    *
      *     LAS PRIMERAS POSICIONES, PARA REPARTIRLO A CADA SUCURSAL   *
      *     Y QUE CORRIJA SUS REGISTROS.                               *
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

           SELECT CLIENTES ASSIGN TO CLIENTES
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS    KEY-CLAVE
                           FILE STATUS IS FS-CLIENTES.

           SELECT CONTACTO ASSIGN TO CONTACTO
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT RESFIS   ASSIGN TO RESFIS
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS    KEY-RESFIS
                           FILE STATUS IS FS-RESFIS.

           SELECT SUCURSAL ASSIGN TO SUCURSAL
                                    FILE STATUS IS FS-SUCURSAL.

           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

           SELECT CALANT ASSIGN TO CALANT
                                    FILE STATUS IS FS-CALANT.

           SELECT CALNUE ASSIGN TO CALNUE
                                    FILE STATUS IS FS-CALNUE.

           SELECT CALDET ASSIGN TO CALDET
                                    FILE STATUS IS FS-CALDET.

           SELECT CALIDAD ASSIGN TO CALIDAD
                                    FILE STATUS IS FS-CALIDAD.

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

      * CONTACTO ( ARCHIVO VSAM DE DOMICILIOS, MANTENIDO POR PGMSIN69 )

       FD   CONTACTO.

       01 REG-CONTACTO.
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      * RESFIS ( ARCHIVO VSAM DE RESIDENCIA FISCAL, MANTENIDO POR
      * PGMSI118 )

       FD   RESFIS.

       01 REG-RESFIS.
          03 KEY-RESFIS   PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      *   MAESTRO DE SUCURSALES ( COPY SUCMAES / SUCURLEE ).           *
      *----------------------------------------------------------------*

           COPY SUCMAES.

      *----------------------------------------------------------------*
      *   CODIGOS DE REFERENCIA ( COPY CODMAES / CODREFLE ).           *
      *----------------------------------------------------------------*

           COPY CODMAES.

      *----------------------------------------------------------------*
      *   HISTORIA MENSUAL DEL TABLERO: CALANT ES LA GENERACION        *
      *   ANTERIOR ( OPCIONAL EL PRIMER MES ) Y CALNUE LA NUEVA, QUE   *
      *   PASA A SER EL CALANT DEL MES SIGUIENTE.                      *
      *----------------------------------------------------------------*

       FD   CALANT
            RECORDING MODE IS F.
       01   REG-CALANT                                      PIC X(40).

       FD   CALNUE
            RECORDING MODE IS F.
       01   REG-CALNUE                                      PIC X(40).

      *----------------------------------------------------------------*
      *   DETALLE DE FALLAS: UN REGISTRO POR CLIENTE Y REGLA FALLADA.  *
      *----------------------------------------------------------------*

       FD   CALDET
            RECORDING MODE IS F.
       01   REG-CALDET                                      PIC X(100).

      *----------------------------------------------------------------*
      *   LISTADO DEL TABLERO DE CALIDAD.                              *
      *----------------------------------------------------------------*

       FD   CALIDAD
            RECORDING MODE IS F.
       01   REG-CALIDAD                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI163'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-RESFIS                     PIC X(08)  VALUE 'RESFIS  '.
           02 CT-SUCURSAL                   PIC X(08)  VALUE 'SUCURSAL'.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.
           02 CT-CALANT                     PIC X(08)  VALUE 'CALANT  '.
           02 CT-CALNUE                     PIC X(08)  VALUE 'CALNUE  '.
           02 CT-CALDET                     PIC X(08)  VALUE 'CALDET  '.
           02 CT-CALIDAD                    PIC X(08)  VALUE 'CALIDAD '.
           02 CT-TBCURCLI                   PIC X(08)  VALUE 'TBCURCLI'.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-CANT-REGLAS                PIC 9(02)  VALUE 12.
           02 CT-MESES-HISTORIA             PIC 9(02)  VALUE 24.
           02 CT-ANIOS-EDAD-MAXIMA          PIC 9(07)  VALUE 1200000.
           02 CT-FECHA-MINIMA               PIC 9(08)  VALUE 19000101.

      *----------------------------------------------------------------*
      *   REGLAS DE CALIDAD ( CODIGO, CLASE C/V, DESCRIPCION ). EL     *
      *   NUMERO DE ORDEN ES EL QUE USAN LOS PARRAFOS 2300 A 2700.     *
      *----------------------------------------------------------------*

       01 CT-REGLAS-VALORES.
           02 FILLER                        PIC X(29)  VALUE
              'SXBCSEXO EN BLANCO           '.
           02 FILLER                        PIC X(29)  VALUE
              'SXIVSEXO FUERA DE CODREF     '.
           02 FILLER                        PIC X(29)  VALUE
              'TBCCSIN FILA EN TBCURCLI     '.
           02 FILLER                        PIC X(29)  VALUE
              'FNBCFECHA NACIMIENTO EN CERO '.
           02 FILLER                        PIC X(29)  VALUE
              'FNIVFECHA NACIMIENTO INVALIDA'.
           02 FILLER                        PIC X(29)  VALUE
              'NMBCNOMBRE EN BLANCO         '.
           02 FILLER                        PIC X(29)  VALUE
              'NMNVNOMBRE NO NORMALIZADO    '.
           02 FILLER                        PIC X(29)  VALUE
              'CTBCSIN REGISTRO EN CONTACTO '.
           02 FILLER                        PIC X(29)  VALUE
              'DMIVDOMICILIO DEVUELTO       '.
           02 FILLER                        PIC X(29)  VALUE
              'TLBCSIN TELEFONO             '.
           02 FILLER                        PIC X(29)  VALUE
              'CBUCCUENTA SIN CBU           '.
           02 FILLER                        PIC X(29)  VALUE
              'RFBCSIN RESIDENCIA FISCAL    '.
       01 CT-T-REGLAS REDEFINES CT-REGLAS-VALORES.
           02 CT-REG                        OCCURS 12 TIMES.
              03 CT-REG-CODIGO              PIC X(03).
              03 CT-REG-CLASE               PIC X(01).
                 88 CT-REG-COMPLETITUD                 VALUE 'C'.
                 88 CT-REG-VALIDEZ                     VALUE 'V'.
              03 CT-REG-DESCRIPCION         PIC X(25).

      *----------------------------------------------------------------*
      *   DIAS DE CADA MES PARA VALIDAR LA FECHA DE NACIMIENTO         *
      *----------------------------------------------------------------*

       01 CT-DIAS-MES-VALORES               PIC X(24)  VALUE
              '312831303130313130313031'.
       01 CT-T-DIAS-MES REDEFINES CT-DIAS-MES-VALORES.
           02 CT-DIAS-MES                   PIC 9(02)  OCCURS 12 TIMES.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROCESO-PERIODO         PIC 9(06).
              03 FILLER                     PIC 9(02).
           02 WS-PERIODO-ANTERIOR           PIC 9(06).
           02 WS-PERIODO-ANTERIOR-R REDEFINES WS-PERIODO-ANTERIOR.
              03 WS-PER-ANT-ANIO            PIC 9(04).
              03 WS-PER-ANT-MES             PIC 9(02).
           02 WS-PERIODO-CORTE-HIST         PIC 9(06).
           02 WS-PERIODO-CORTE-HIST-R REDEFINES WS-PERIODO-CORTE-HIST.
              03 WS-PER-CORTE-ANIO          PIC 9(04).
              03 WS-PER-CORTE-MES           PIC 9(02).
           02 WS-FECHA-NAC-MINIMA           PIC 9(08).
           02 WS-S                          PIC 9(03)  VALUE ZEROS.
           02 WS-R                          PIC 9(02)  VALUE ZEROS.
           02 WS-DIA-MAXIMO                 PIC 9(02)  VALUE ZEROS.
           02 WS-COCIENTE                   PIC 9(04)  VALUE ZEROS.
           02 WS-RESTO-4                    PIC 9(03)  VALUE ZEROS.
           02 WS-RESTO-100                  PIC 9(03)  VALUE ZEROS.
           02 WS-RESTO-400                  PIC 9(03)  VALUE ZEROS.
           02 WS-NRO-CLIENTE                PIC 9(08)  VALUE ZEROS.
           02 WS-CANT-SIN-CBU-EDIT          PIC ZZZ9.
           02 WS-VALOR-FALLA                PIC X(30)  VALUE SPACES.
           02 WS-TBCURCLI-SW                PIC X(01)  VALUE 'N'.
              88 HAY-TBCURCLI                          VALUE 'S'.
              88 SIN-TBCURCLI                          VALUE 'N'.
           02 WS-FALLA-COMPL-SW             PIC X(01)  VALUE 'N'.
              88 FALLA-COMPLETITUD                     VALUE 'S'.
              88 SIN-FALLA-COMPLETITUD                 VALUE 'N'.
           02 WS-FALLA-VALID-SW             PIC X(01)  VALUE 'N'.
              88 FALLA-VALIDEZ                         VALUE 'S'.
              88 SIN-FALLA-VALIDEZ                     VALUE 'N'.
           02 WS-FECHA-VALIDA-SW            PIC X(01)  VALUE 'N'.
              88 FECHA-NAC-VALIDA                      VALUE 'S'.
              88 FECHA-NAC-INVALIDA                    VALUE 'N'.

      *----------------------------------------------------------------*
      *   FECHA DE NACIMIENTO EN VALIDACION                            *
      *----------------------------------------------------------------*

       01 WS-FECHA-NAC                      PIC 9(08)  VALUE ZEROS.
       01 WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
           02 WS-FNA-ANIO                   PIC 9(04).
           02 WS-FNA-MES                    PIC 9(02).
           02 WS-FNA-DIA                    PIC 9(02).

      *----------------------------------------------------------------*
      *   VARIABLES HUESPED PROPIAS DE ESTE PROGRAMA ( EL ESTADO DEL   *
      *   CLIENTE Y LAS CUENTAS SIN CBU NO ESTAN EN LAS DCLGEN )       *
      *----------------------------------------------------------------*

       01 WS-HOST-CALIDAD.
           02 WS-HOST-CLI-ESTADO            PIC X(01).
           02 WS-HOST-CANT-CUENTAS          PIC S9(09) COMP VALUE 0.
           02 WS-HOST-CANT-SIN-CBU          PIC S9(09) COMP VALUE 0.

      *----------------------------------------------------------------*
      *   REGISTRO DE LA HISTORIA DEL TABLERO ( CALANT / CALNUE ):     *
      *   TIPO 'S' UNA SUCURSAL, 'T' EL TOTAL DEL BANCO.               *
      *----------------------------------------------------------------*

       01 WS-REG-CALHIST.
           02 CAL-PERIODO                   PIC 9(06).
           02 CAL-TIPO                      PIC X(01).
              88 CAL-SUCURSAL-TIPO                     VALUE 'S'.
              88 CAL-TOTAL-TIPO                        VALUE 'T'.
           02 CAL-SUCURSAL                  PIC 9(02).
           02 CAL-CLIENTES                  PIC 9(07).
           02 CAL-PCT-COMPLETOS             PIC 9(03)V9.
           02 CAL-PCT-VALIDOS               PIC 9(03)V9.
           02 FILLER                        PIC X(16).

      *----------------------------------------------------------------*
      *   REGISTRO DEL DETALLE DE FALLAS ( CALDET )                    *
      *----------------------------------------------------------------*

       01 WS-REG-CALDET.
           02 DET-SUCURSAL                  PIC 9(02).
           02 DET-TIP-DOC                   PIC X(02).
           02 DET-NRO-DOC                   PIC 9(11).
           02 DET-NROCLI                    PIC 9(08).
           02 DET-REGLA                     PIC X(03).
           02 DET-CLASE                     PIC X(01).
           02 DET-DESCRIPCION               PIC X(25).
           02 DET-VALOR                     PIC X(30).
           02 DET-PERIODO                   PIC 9(06).
           02 DET-RUNID                     PIC X(08).
           02 FILLER                        PIC X(04).

      *----------------------------------------------------------------*
      *   ACUMULADOS POR SUCURSAL ( SUBINDICE = SUCURSAL + 1; LA 00    *
      *   JUNTA A LOS CLIENTES SIN SUCURSAL NUMERICA ) Y DEL BANCO.    *
      *----------------------------------------------------------------*

       01 WS-T-CALIDAD.
           02 T-CAL                         OCCURS 100 TIMES.
              03 T-CAL-CLIENTES             PIC 9(07).
              03 T-CAL-COMPLETOS            PIC 9(07).
              03 T-CAL-VALIDOS              PIC 9(07).
              03 T-CAL-FALLAS               PIC 9(07)
                                            OCCURS 12 TIMES.
              03 T-CAL-PCT-COMPLETOS        PIC 9(03)V9.
              03 T-CAL-PCT-VALIDOS          PIC 9(03)V9.
              03 T-CAL-ANT-SW               PIC X(01).
                 88 T-CAL-CON-ANTERIOR                 VALUE 'S'.
              03 T-CAL-ANT-COMPLETOS        PIC 9(03)V9.
              03 T-CAL-ANT-VALIDOS          PIC 9(03)V9.

       01 WS-TOTAL-BANCO.
           02 TOT-CLIENTES                  PIC 9(07)  VALUE ZEROS.
           02 TOT-COMPLETOS                 PIC 9(07)  VALUE ZEROS.
           02 TOT-VALIDOS                   PIC 9(07)  VALUE ZEROS.
           02 TOT-FALLAS                    PIC 9(07)  VALUE ZEROS
                                            OCCURS 12 TIMES.
           02 TOT-PCT-COMPLETOS             PIC 9(03)V9 VALUE ZEROS.
           02 TOT-PCT-VALIDOS               PIC 9(03)V9 VALUE ZEROS.
           02 TOT-ANT-SW                    PIC X(01)  VALUE 'N'.
              88 TOT-CON-ANTERIOR                      VALUE 'S'.
           02 TOT-ANT-COMPLETOS             PIC 9(03)V9 VALUE ZEROS.
           02 TOT-ANT-VALIDOS               PIC 9(03)V9 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO CALIDAD                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(52)  VALUE
              'TABLERO DE CALIDAD DE DATOS DE CLIENTES - PERIODO: '.
           02 LTI-ANIO                      PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '/'.
           02 LTI-MES                       PIC 9(02).
           02 FILLER                        PIC X(73)  VALUE SPACES.

       01 WS-LIN-TEXTO.
           02 LTX-TEXTO                     PIC X(80).
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-REGLA.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-CODIGO                    PIC X(03).
           02 FILLER                        PIC X(03)  VALUE ' ( '.
           02 LRE-CLASE                     PIC X(01).
           02 FILLER                        PIC X(04)  VALUE ' )  '.
           02 LRE-DESCRIPCION               PIC X(25).
           02 FILLER                        PIC X(92)  VALUE SPACES.

       01 WS-LIN-COL-TABLERO.
           02 FILLER                        PIC X(45)  VALUE
              'SUC NOMBRE              CLIENTES    COMPL%   '.
           02 FILLER                        PIC X(45)  VALUE
              'MES ANT  VARIAC.    VALID%   MES ANT  VARIAC.'.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-TABLERO.
           02 LTA-SUCURSAL                  PIC X(03).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LTA-NOMBRE                    PIC X(20).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LTA-CLIENTES                  PIC ZZZZZZ9.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LTA-PCT-COMPLETOS             PIC ZZ9,9.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LTA-ANT-COMPLETOS             PIC ZZ9,9.
           02 LTA-ANT-COMPLETOS-X REDEFINES LTA-ANT-COMPLETOS
                                            PIC X(05).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LTA-VAR-COMPLETOS             PIC -ZZ9,9.
           02 LTA-VAR-COMPLETOS-X REDEFINES LTA-VAR-COMPLETOS
                                            PIC X(06).
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LTA-PCT-VALIDOS               PIC ZZ9,9.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LTA-ANT-VALIDOS               PIC ZZ9,9.
           02 LTA-ANT-VALIDOS-X REDEFINES LTA-ANT-VALIDOS
                                            PIC X(05).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LTA-VAR-VALIDOS               PIC -ZZ9,9.
           02 LTA-VAR-VALIDOS-X REDEFINES LTA-VAR-VALIDOS
                                            PIC X(06).
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-COL-MATRIZ.
           02 LCM-TITULO                    PIC X(04)  VALUE 'SUC '.
           02 LCM-COLUMNA                   OCCURS 12 TIMES.
              03 FILLER                     PIC X(04).
              03 LCM-CODIGO                 PIC X(03).
           02 FILLER                        PIC X(44)  VALUE SPACES.

       01 WS-LIN-MATRIZ.
           02 LMA-SUCURSAL                  PIC X(03).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LMA-COLUMNA                   OCCURS 12 TIMES.
              03 LMA-FALLAS                 PIC ZZZZZZ9.
           02 FILLER                        PIC X(44)  VALUE SPACES.

       01 WS-VARIACION                      PIC S9(03)V9 VALUE ZEROS.

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
           02 CNT-CLIENTES-LEIDOS           PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES-BAJA             PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES-MEDIDOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-FALLAS-GRABADAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-CALANT-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-CALNUE-GRABADOS           PIC 9(07)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-CLIENTES                   PIC X(02).
              88 FS-CLIENTES-OK                        VALUE '00'.
              88 FS-CLIENTES-EOF                       VALUE '10'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-RESFIS                     PIC X(02).
              88 FS-RESFIS-OK                          VALUE '00'.
              88 FS-RESFIS-NOTFND                      VALUE '23'.

           02 FS-SUCURSAL                   PIC X(02).
              88 FS-SUCURSAL-OK                        VALUE '00'.
              88 FS-SUCURSAL-EOF                       VALUE '10'.

           02 FS-CODREF                     PIC X(02).
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

           02 FS-CALANT                     PIC X(02).
              88 FS-CALANT-OK                          VALUE '00'.
              88 FS-CALANT-EOF                         VALUE '10'.

           02 FS-CALNUE                     PIC X(02).
              88 FS-CALNUE-OK                          VALUE '00'.

           02 FS-CALDET                     PIC X(02).
              88 FS-CALDET-OK                          VALUE '00'.

           02 FS-CALIDAD                    PIC X(02).
              88 FS-CALIDAD-OK                         VALUE '00'.

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

           COPY CPRESFIS.

           COPY CPSUCUR.

           COPY CPCODREF.

           COPY CPNOMNOR.

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

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FS-CLIENTES-EOF.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-CALIDAD
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-CALCULAR-PERIODOS
              THRU 1100-F-CALCULAR-PERIODOS.

           PERFORM 1860-CARGAR-SUCURSALES
              THRU 1860-F-CARGAR-SUCURSALES.

           PERFORM 1880-CARGAR-CODIGOS
              THRU 1880-F-CARGAR-CODIGOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1600-CARGAR-HISTORIA
              THRU 1600-F-CARGAR-HISTORIA.

           PERFORM 1400-LEER-CLIENTES
              THRU 1400-F-LEER-CLIENTES.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 1 0 0 - C A L C U L A R - P E R I O D O S             *
      *----------------------------------------------------------------*
      *   MES ANTERIOR PARA LA TENDENCIA, CORTE DE LA HISTORIA QUE SE  *
      *   CONSERVA Y FECHA DE NACIMIENTO MAS VIEJA ADMITIDA ( 120      *
      *   ANIOS ANTES DE LA FECHA DE PROCESO ).                        *
      *----------------------------------------------------------------*

       1100-CALCULAR-PERIODOS.

           MOVE '1100-CALCULAR-PERIODOS'      TO WS-PARRAFO.

           MOVE WS-PROCESO-PERIODO            TO WS-PERIODO-ANTERIOR.

           IF WS-PER-ANT-MES IS EQUAL TO 01
              MOVE 12                         TO WS-PER-ANT-MES
              SUBTRACT 1                      FROM WS-PER-ANT-ANIO
           ELSE
              SUBTRACT 1                      FROM WS-PER-ANT-MES
           END-IF.

           MOVE WS-PROCESO-PERIODO            TO WS-PERIODO-CORTE-HIST.
           SUBTRACT 2                         FROM WS-PER-CORTE-ANIO.

           COMPUTE WS-FECHA-NAC-MINIMA = WS-FECHA-PROCESO
                                       - CT-ANIOS-EDAD-MAXIMA.

       1100-F-CALCULAR-PERIODOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 0 0 - A B R I R - A R C H I V O S                 *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT  CLIENTES
                       CONTACTO
                       RESFIS
                OUTPUT CALNUE
                       CALDET
                       CALIDAD.

           IF NOT FS-CLIENTES-OK
              MOVE CT-CLIENTES                TO AUX-ERR-NOMBRE
              MOVE FS-CLIENTES                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CONTACTO-OK
              MOVE CT-CONTACTO                TO AUX-ERR-NOMBRE
              MOVE FS-CONTACTO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-RESFIS-OK
              MOVE CT-RESFIS                  TO AUX-ERR-NOMBRE
              MOVE FS-RESFIS                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CALNUE-OK
              MOVE CT-CALNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CALNUE                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CALDET-OK
              MOVE CT-CALDET                  TO AUX-ERR-NOMBRE
              MOVE FS-CALDET                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CALIDAD-OK
              MOVE CT-CALIDAD                 TO AUX-ERR-NOMBRE
              MOVE FS-CALIDAD                 TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 9 0 - E R R O R - A P E R T U R A                 *
      *----------------------------------------------------------------*

       1290-ERROR-APERTURA.

           MOVE CT-OPEN                       TO AUX-ERR-ACCION.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1290-F-ERROR-APERTURA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 0 0 - L E E R - C L I E N T E S                 *
      *----------------------------------------------------------------*

       1400-LEER-CLIENTES.

           MOVE '1400-LEER-CLIENTES'          TO WS-PARRAFO.

           READ CLIENTES INTO REG-CLIENTE.

           EVALUATE TRUE
               WHEN FS-CLIENTES-OK
                    ADD 1                     TO CNT-CLIENTES-LEIDOS

               WHEN FS-CLIENTES-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CLIENTES          TO AUX-ERR-NOMBRE
                    MOVE FS-CLIENTES          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1400-F-LEER-CLIENTES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 0 0 - C A R G A R - H I S T O R I A               *
      *----------------------------------------------------------------*
      *   PASA A CALNUE LOS ULTIMOS 24 MESES ( SIN EL PERIODO EN       *
      *   CURSO, QUE UN REPROCESO VUELVE A MEDIR ) Y DEJA EN CADA      *
      *   SUCURSAL Y EN EL TOTAL LOS PORCENTAJES DEL MES ANTERIOR.     *
      *----------------------------------------------------------------*

       1600-CARGAR-HISTORIA.

           MOVE '1600-CARGAR-HISTORIA'        TO WS-PARRAFO.

           OPEN INPUT CALANT.

           IF NOT FS-CALANT-OK
              DISPLAY '* SIN CALANT: PRIMER MES, NO HAY TENDENCIA *'
              GO TO 1600-F-CARGAR-HISTORIA
           END-IF.

           PERFORM 1620-LEER-CALANT
              THRU 1620-F-LEER-CALANT.

           PERFORM 1640-PASAR-HISTORIA
              THRU 1640-F-PASAR-HISTORIA
             UNTIL FS-CALANT-EOF.

           CLOSE CALANT.

       1600-F-CARGAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 6 2 0 - L E E R - C A L A N T                     *
      *----------------------------------------------------------------*

       1620-LEER-CALANT.

           READ CALANT INTO WS-REG-CALHIST.

           EVALUATE TRUE
               WHEN FS-CALANT-OK
                    ADD 1                     TO CNT-CALANT-LEIDOS

               WHEN FS-CALANT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CALANT            TO AUX-ERR-NOMBRE
                    MOVE FS-CALANT            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-CALANT.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 4 0 - P A S A R - H I S T O R I A                 *
      *----------------------------------------------------------------*

       1640-PASAR-HISTORIA.

           IF CAL-PERIODO IS NOT NUMERIC OR
              CAL-PERIODO IS LESS THAN WS-PERIODO-CORTE-HIST OR
              CAL-PERIODO IS NOT LESS THAN WS-PROCESO-PERIODO
              GO TO 1640-LEER-SIGUIENTE
           END-IF.

           PERFORM 2900-GRABAR-CALNUE
              THRU 2900-F-GRABAR-CALNUE.

           IF CAL-PERIODO IS NOT EQUAL TO WS-PERIODO-ANTERIOR
              GO TO 1640-LEER-SIGUIENTE
           END-IF.

           IF CAL-TOTAL-TIPO
              SET TOT-CON-ANTERIOR            TO TRUE
              MOVE CAL-PCT-COMPLETOS          TO TOT-ANT-COMPLETOS
              MOVE CAL-PCT-VALIDOS            TO TOT-ANT-VALIDOS
              GO TO 1640-LEER-SIGUIENTE
           END-IF.

           IF CAL-SUCURSAL IS NUMERIC
              COMPUTE WS-S = CAL-SUCURSAL + 1
              MOVE 'S'                        TO T-CAL-ANT-SW(WS-S)
              MOVE CAL-PCT-COMPLETOS      TO T-CAL-ANT-COMPLETOS(WS-S)
              MOVE CAL-PCT-VALIDOS        TO T-CAL-ANT-VALIDOS(WS-S)
           END-IF.

       1640-LEER-SIGUIENTE.

           PERFORM 1620-LEER-CALANT
              THRU 1620-F-LEER-CALANT.

       1640-F-PASAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   UN CLIENTE DEL KSDS POR VUELTA: BUSCA SUS DATOS, APLICA LAS  *
      *   REGLAS Y LO CUENTA EN SU SUCURSAL.                           *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           PERFORM 2100-BUSCAR-TBCURCLI
              THRU 2100-F-BUSCAR-TBCURCLI.

           IF HAY-TBCURCLI AND WS-HOST-CLI-ESTADO IS EQUAL TO 'B'
              ADD 1                           TO CNT-CLIENTES-BAJA
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           ADD 1                              TO CNT-CLIENTES-MEDIDOS.

           IF CLI-NRO-SUC IS NUMERIC
              MOVE CLI-NRO-SUC                TO WS-S
              ADD 1                           TO WS-S
           ELSE
              MOVE 1                          TO WS-S
           END-IF.

           SET SIN-FALLA-COMPLETITUD          TO TRUE.
           SET SIN-FALLA-VALIDEZ              TO TRUE.

           PERFORM 2300-REGLAS-SEXO
              THRU 2300-F-REGLAS-SEXO.

           PERFORM 2400-REGLAS-FECHA-NAC
              THRU 2400-F-REGLAS-FECHA-NAC.

           PERFORM 2500-REGLAS-NOMBRE
              THRU 2500-F-REGLAS-NOMBRE.

           PERFORM 2600-REGLAS-CONTACTO
              THRU 2600-F-REGLAS-CONTACTO.

           PERFORM 2700-REGLAS-CUENTAS
              THRU 2700-F-REGLAS-CUENTAS.

           ADD 1                              TO T-CAL-CLIENTES(WS-S).

           IF SIN-FALLA-COMPLETITUD
              ADD 1                           TO T-CAL-COMPLETOS(WS-S)
           END-IF.

           IF SIN-FALLA-VALIDEZ
              ADD 1                           TO T-CAL-VALIDOS(WS-S)
           END-IF.

       2000-LEER-SIGUIENTE.

           PERFORM 1400-LEER-CLIENTES
              THRU 1400-F-LEER-CLIENTES.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 0 0 - B U S C A R - T B C U R C L I               *
      *----------------------------------------------------------------*

       2100-BUSCAR-TBCURCLI.

           MOVE '2100-BUSCAR-TBCURCLI'        TO WS-PARRAFO.

           SET SIN-TBCURCLI                   TO TRUE.
           MOVE CLI-TIP-DOC                   TO WS-CLI-TIPDOC.
           MOVE CLI-NRO-DOC                   TO WS-CLI-NRODOC.
           MOVE CLI-NRO                       TO WS-NRO-CLIENTE.
           MOVE SPACES                        TO WS-HOST-CLI-ESTADO.

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
                    :WS-HOST-CLI-ESTADO
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    SET HAY-TBCURCLI          TO TRUE
                    MOVE WS-CLI-NROCLI        TO WS-NRO-CLIENTE

               WHEN CT-NOT-FOUND
                    CONTINUE

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT

                    MOVE CT-SELECT            TO AUX-ERR-ACCION
                    MOVE CT-TBCURCLI          TO AUX-ERR-NOMBRE
                    MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2100-F-BUSCAR-TBCURCLI.
           EXIT.

      *----------------------------------------------------------------*
      *            2 3 0 0 - R E G L A S - S E X O                     *
      *----------------------------------------------------------------*
      *   SXB SEXO EN BLANCO EN CLIENTES; SXI CODIGO FUERA DEL DOMINIO *
      *   SEXO DE CODREF EN CUALQUIERA DE LAS DOS FUENTES.             *
      *----------------------------------------------------------------*

       2300-REGLAS-SEXO.

           MOVE '2300-REGLAS-SEXO'            TO WS-PARRAFO.

           IF CLI-SEXO IS EQUAL TO SPACES
              MOVE 1                          TO WS-R
              MOVE 'CLIENTES'                 TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           ELSE
              MOVE 'SEXO'                     TO WS-CODREF-DOMINIO
              MOVE CLI-SEXO                   TO WS-CODREF-CODIGO

              PERFORM 1888-BUSCAR-CODIGO
                 THRU 1888-F-BUSCAR-CODIGO

              IF CODREF-DESCONOCIDO
                 MOVE 2                       TO WS-R
                 MOVE SPACES                  TO WS-VALOR-FALLA
                 STRING 'CLIENTES: '          DELIMITED BY SIZE
                        CLI-SEXO              DELIMITED BY SIZE
                    INTO WS-VALOR-FALLA
                 END-STRING
                 PERFORM 2800-REGISTRAR-FALLA
                    THRU 2800-F-REGISTRAR-FALLA
                 GO TO 2300-F-REGLAS-SEXO
              END-IF
           END-IF.

           IF SIN-TBCURCLI OR WS-CLI-SEXO IS EQUAL TO SPACES
              GO TO 2300-F-REGLAS-SEXO
           END-IF.

           MOVE 'SEXO'                        TO WS-CODREF-DOMINIO.
           MOVE WS-CLI-SEXO                   TO WS-CODREF-CODIGO.

           PERFORM 1888-BUSCAR-CODIGO
              THRU 1888-F-BUSCAR-CODIGO.

           IF CODREF-DESCONOCIDO
              MOVE 2                          TO WS-R
              MOVE SPACES                     TO WS-VALOR-FALLA
              STRING 'TBCURCLI: '             DELIMITED BY SIZE
                     WS-CLI-SEXO              DELIMITED BY SIZE
                 INTO WS-VALOR-FALLA
              END-STRING
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

       2300-F-REGLAS-SEXO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 4 0 0 - R E G L A S - F E C H A - N A C              *
      *----------------------------------------------------------------*
      *   TBC SIN FILA EN TBCURCLI ( NO HAY FECHA DE NACIMIENTO QUE    *
      *   MEDIR ); FNB FECHA EN CERO; FNI FECHA INEXISTENTE, FUTURA O  *
      *   DE MAS DE 120 ANIOS.                                         *
      *----------------------------------------------------------------*

       2400-REGLAS-FECHA-NAC.

           MOVE '2400-REGLAS-FECHA-NAC'       TO WS-PARRAFO.

           IF SIN-TBCURCLI
              MOVE 3                          TO WS-R
              MOVE SPACES                     TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
              GO TO 2400-F-REGLAS-FECHA-NAC
           END-IF.

           IF WS-CLI-FECNAC IS NOT NUMERIC OR
              WS-CLI-FECNAC IS EQUAL TO ZEROS
              MOVE 4                          TO WS-R
              MOVE SPACES                     TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
              GO TO 2400-F-REGLAS-FECHA-NAC
           END-IF.

           MOVE WS-CLI-FECNAC                 TO WS-FECHA-NAC.

           PERFORM 2450-VALIDAR-FECHA-NAC
              THRU 2450-F-VALIDAR-FECHA-NAC.

           IF FECHA-NAC-INVALIDA
              MOVE 5                          TO WS-R
              MOVE WS-FECHA-NAC               TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

       2400-F-REGLAS-FECHA-NAC.
           EXIT.

      *----------------------------------------------------------------*
      *        2 4 5 0 - V A L I D A R - F E C H A - N A C             *
      *----------------------------------------------------------------*

       2450-VALIDAR-FECHA-NAC.

           SET FECHA-NAC-INVALIDA             TO TRUE.

           IF WS-FECHA-NAC IS LESS THAN CT-FECHA-MINIMA OR
              WS-FECHA-NAC IS LESS THAN WS-FECHA-NAC-MINIMA OR
              WS-FECHA-NAC IS GREATER THAN WS-FECHA-PROCESO
              GO TO 2450-F-VALIDAR-FECHA-NAC
           END-IF.

           IF WS-FNA-MES IS LESS THAN 01 OR
              WS-FNA-MES IS GREATER THAN 12
              GO TO 2450-F-VALIDAR-FECHA-NAC
           END-IF.

           MOVE CT-DIAS-MES(WS-FNA-MES)       TO WS-DIA-MAXIMO.

           IF WS-FNA-MES IS EQUAL TO 02
              DIVIDE WS-FNA-ANIO BY 4   GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-4
              DIVIDE WS-FNA-ANIO BY 100 GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-100
              DIVIDE WS-FNA-ANIO BY 400 GIVING WS-COCIENTE
                                     REMAINDER WS-RESTO-400
              IF WS-RESTO-4 IS EQUAL TO ZEROS AND
                (WS-RESTO-100 IS NOT EQUAL TO ZEROS OR
                 WS-RESTO-400 IS EQUAL TO ZEROS)
                 MOVE 29                      TO WS-DIA-MAXIMO
              END-IF
           END-IF.

           IF WS-FNA-DIA IS LESS THAN 01 OR
              WS-FNA-DIA IS GREATER THAN WS-DIA-MAXIMO
              GO TO 2450-F-VALIDAR-FECHA-NAC
           END-IF.

           SET FECHA-NAC-VALIDA               TO TRUE.

       2450-F-VALIDAR-FECHA-NAC.
           EXIT.

      *----------------------------------------------------------------*
      *            2 5 0 0 - R E G L A S - N O M B R E                 *
      *----------------------------------------------------------------*
      *   NMB NOMBRE EN BLANCO EN CLIENTES; NMN NOMBRE QUE CAMBIA AL   *
      *   PASARLO POR LA NORMALIZACION COMUN EN CUALQUIERA DE LAS DOS  *
      *   FUENTES ( MINUSCULAS, ACENTOS, PUNTUACION, BLANCOS DE MAS ). *
      *----------------------------------------------------------------*

       2500-REGLAS-NOMBRE.

           MOVE '2500-REGLAS-NOMBRE'          TO WS-PARRAFO.

           IF CLI-NOMAPE IS EQUAL TO SPACES
              MOVE 6                          TO WS-R
              MOVE 'CLIENTES'                 TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
              GO TO 2500-F-REGLAS-NOMBRE
           END-IF.

           MOVE CLI-NOMAPE                    TO NOR-NOMBRE.

           PERFORM 8600-NORMALIZAR-NOMBRE
              THRU 8600-F-NORMALIZAR-NOMBRE.

           IF NOR-NOMBRE IS NOT EQUAL TO CLI-NOMAPE
              MOVE 7                          TO WS-R
              MOVE CLI-NOMAPE                 TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
              GO TO 2500-F-REGLAS-NOMBRE
           END-IF.

           IF SIN-TBCURCLI OR WS-CLI-NOMAPE IS EQUAL TO SPACES
              GO TO 2500-F-REGLAS-NOMBRE
           END-IF.

           MOVE WS-CLI-NOMAPE                 TO NOR-NOMBRE.

           PERFORM 8600-NORMALIZAR-NOMBRE
              THRU 8600-F-NORMALIZAR-NOMBRE.

           IF NOR-NOMBRE IS NOT EQUAL TO WS-CLI-NOMAPE
              MOVE 7                          TO WS-R
              MOVE WS-CLI-NOMAPE              TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

       2500-F-REGLAS-NOMBRE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - R E G L A S - C O N T A C T O               *
      *----------------------------------------------------------------*
      *   CTB SIN REGISTRO EN CONTACTO; DMI DOMICILIO MARCADO COMO     *
      *   DEVUELTO POR PGMSI102; TLB SIN TELEFONO.                     *
      *----------------------------------------------------------------*

       2600-REGLAS-CONTACTO.

           MOVE '2600-REGLAS-CONTACTO'        TO WS-PARRAFO.

           MOVE CLI-TIP-DOC                   TO CTT-TIP-DOC.
           MOVE CLI-NRO-DOC                   TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK
               CONTINUE

             WHEN FS-CONTACTO-NOTFND
               MOVE 8                         TO WS-R
               MOVE SPACES                    TO WS-VALOR-FALLA
               PERFORM 2800-REGISTRAR-FALLA
                  THRU 2800-F-REGISTRAR-FALLA
               GO TO 2600-F-REGLAS-CONTACTO

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF CTT-DOMICILIO-INVALIDO
              MOVE 9                          TO WS-R
              MOVE SPACES                     TO WS-VALOR-FALLA
              STRING 'DEVUELTO '              DELIMITED BY SIZE
                     CTT-FECHA-DEV            DELIMITED BY SIZE
                     ' MOTIVO '               DELIMITED BY SIZE
                     CTT-MOT-DEV              DELIMITED BY SIZE
                 INTO WS-VALOR-FALLA
              END-STRING
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

           IF CTT-TELEFONO IS EQUAL TO SPACES
              MOVE 10                         TO WS-R
              MOVE SPACES                     TO WS-VALOR-FALLA
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

       2600-F-REGLAS-CONTACTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - R E G L A S - C U E N T A S                 *
      *----------------------------------------------------------------*
      *   CBU CUENTAS DEL CLIENTE SIN CBU ASIGNADO ( PGMSI135 );       *
      *   RFB CLIENTE CON CUENTAS SIN AUTOCERTIFICACION DE RESIDENCIA  *
      *   FISCAL EN RESFIS ( PGMSI118 ).                               *
      *----------------------------------------------------------------*

       2700-REGLAS-CUENTAS.

           MOVE '2700-REGLAS-CUENTAS'         TO WS-PARRAFO.

           MOVE WS-NRO-CLIENTE                TO WS-CLI-NROCLI.

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN CBU IS NULL
                                        OR CBU = ' '
                                      THEN 1 ELSE 0 END), 0)
               INTO :WS-HOST-CANT-CUENTAS,
                    :WS-HOST-CANT-SIN-CBU
               FROM KC02787.TBCURCTA
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURCTA                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-HOST-CANT-CUENTAS IS EQUAL TO ZEROS
              GO TO 2700-F-REGLAS-CUENTAS
           END-IF.

           IF WS-HOST-CANT-SIN-CBU IS GREATER THAN ZEROS
              MOVE 11                         TO WS-R
              MOVE WS-HOST-CANT-SIN-CBU       TO WS-CANT-SIN-CBU-EDIT
              MOVE SPACES                     TO WS-VALOR-FALLA
              STRING WS-CANT-SIN-CBU-EDIT     DELIMITED BY SIZE
                     ' CUENTA(S) SIN CBU'     DELIMITED BY SIZE
                 INTO WS-VALOR-FALLA
              END-STRING
              PERFORM 2800-REGISTRAR-FALLA
                 THRU 2800-F-REGISTRAR-FALLA
           END-IF.

           MOVE CLI-TIP-DOC                   TO RFI-TIP-DOC.
           MOVE CLI-NRO-DOC                   TO RFI-NRO-DOC.
           MOVE RFI-CLAVE                     TO KEY-RESFIS.

           READ RESFIS INTO REG-RESFIS-TRAB.

           EVALUATE TRUE
             WHEN FS-RESFIS-OK
               IF RFI-FECHA-AUTOCERT IS NOT NUMERIC OR
                  RFI-FECHA-AUTOCERT IS EQUAL TO ZEROS
                  MOVE 12                     TO WS-R
                  MOVE 'SIN FECHA DE AUTOCERTIFICACION'
                                              TO WS-VALOR-FALLA
                  PERFORM 2800-REGISTRAR-FALLA
                     THRU 2800-F-REGISTRAR-FALLA
               END-IF

             WHEN FS-RESFIS-NOTFND
               MOVE 12                        TO WS-R
               MOVE SPACES                    TO WS-VALOR-FALLA
               PERFORM 2800-REGISTRAR-FALLA
                  THRU 2800-F-REGISTRAR-FALLA

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-RESFIS                 TO AUX-ERR-NOMBRE
               MOVE FS-RESFIS                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2700-F-REGLAS-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 8 0 0 - R E G I S T R A R - F A L L A               *
      *----------------------------------------------------------------*
      *   REGLA WS-R CON VALOR WS-VALOR-FALLA: LA CUENTA EN LA         *
      *   SUCURSAL, MARCA LA CLASE DEL CLIENTE Y GRABA EL DETALLE.     *
      *----------------------------------------------------------------*

       2800-REGISTRAR-FALLA.

           ADD 1                          TO T-CAL-FALLAS(WS-S, WS-R).

           IF CT-REG-COMPLETITUD(WS-R)
              SET FALLA-COMPLETITUD           TO TRUE
           ELSE
              SET FALLA-VALIDEZ               TO TRUE
           END-IF.

           MOVE WS-S                          TO DET-SUCURSAL.
           SUBTRACT 1                         FROM DET-SUCURSAL.
           MOVE CLI-TIP-DOC                   TO DET-TIP-DOC.
           MOVE CLI-NRO-DOC                   TO DET-NRO-DOC.
           MOVE WS-NRO-CLIENTE                TO DET-NROCLI.
           MOVE CT-REG-CODIGO(WS-R)           TO DET-REGLA.
           MOVE CT-REG-CLASE(WS-R)            TO DET-CLASE.
           MOVE CT-REG-DESCRIPCION(WS-R)      TO DET-DESCRIPCION.
           MOVE WS-VALOR-FALLA                TO DET-VALOR.
           MOVE WS-PROCESO-PERIODO            TO DET-PERIODO.
           MOVE WS-RUN-ID                     TO DET-RUNID.

           WRITE REG-CALDET FROM WS-REG-CALDET.

           IF FS-CALDET-OK
              ADD 1                           TO CNT-FALLAS-GRABADAS
           ELSE
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CALDET                  TO AUX-ERR-NOMBRE
              MOVE FS-CALDET                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2800-F-REGISTRAR-FALLA.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - C A L N U E                 *
      *----------------------------------------------------------------*

       2900-GRABAR-CALNUE.

           WRITE REG-CALNUE FROM WS-REG-CALHIST.

           IF FS-CALNUE-OK
              ADD 1                           TO CNT-CALNUE-GRABADOS
           ELSE
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CALNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CALNUE                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-CALNUE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - C A L I D A D                *
      *----------------------------------------------------------------*

       2950-GRABAR-CALIDAD.

           WRITE REG-CALIDAD.

           IF NOT FS-CALIDAD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CALIDAD                 TO AUX-ERR-NOMBRE
              MOVE FS-CALIDAD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-CALIDAD.

       2950-F-GRABAR-CALIDAD.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-SUCURSAL
              THRU 3100-F-CERRAR-SUCURSAL
             VARYING WS-S FROM 1 BY 1
               UNTIL WS-S IS GREATER THAN 100.

           PERFORM 3150-CERRAR-TOTAL
              THRU 3150-F-CERRAR-TOTAL.

           PERFORM 3200-IMPRIMIR-TABLERO
              THRU 3200-F-IMPRIMIR-TABLERO.

           PERFORM 3300-IMPRIMIR-MATRIZ
              THRU 3300-F-IMPRIMIR-MATRIZ.

           CLOSE CLIENTES
                 CONTACTO
                 RESFIS
                 CALNUE
                 CALDET
                 CALIDAD.

           IF NOT FS-CALNUE-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CALNUE                  TO AUX-ERR-NOMBRE
              MOVE FS-CALNUE                  TO AUX-ERR-STATUS
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
      *          3 1 0 0 - C E R R A R - S U C U R S A L               *
      *----------------------------------------------------------------*
      *   PORCENTAJES DE LA SUCURSAL, SUMA AL TOTAL DEL BANCO Y        *
      *   REGISTRO DEL MES EN LA HISTORIA.                             *
      *----------------------------------------------------------------*

       3100-CERRAR-SUCURSAL.

           IF T-CAL-CLIENTES(WS-S) IS EQUAL TO ZEROS
              GO TO 3100-F-CERRAR-SUCURSAL
           END-IF.

           COMPUTE T-CAL-PCT-COMPLETOS(WS-S) ROUNDED =
                   T-CAL-COMPLETOS(WS-S) * 100 / T-CAL-CLIENTES(WS-S).

           COMPUTE T-CAL-PCT-VALIDOS(WS-S) ROUNDED =
                   T-CAL-VALIDOS(WS-S) * 100 / T-CAL-CLIENTES(WS-S).

           ADD T-CAL-CLIENTES(WS-S)           TO TOT-CLIENTES.
           ADD T-CAL-COMPLETOS(WS-S)          TO TOT-COMPLETOS.
           ADD T-CAL-VALIDOS(WS-S)            TO TOT-VALIDOS.

           PERFORM 3120-SUMAR-REGLA
              THRU 3120-F-SUMAR-REGLA
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN CT-CANT-REGLAS.

           MOVE WS-PROCESO-PERIODO            TO CAL-PERIODO.
           SET CAL-SUCURSAL-TIPO              TO TRUE.
           COMPUTE CAL-SUCURSAL = WS-S - 1.
           MOVE T-CAL-CLIENTES(WS-S)          TO CAL-CLIENTES.
           MOVE T-CAL-PCT-COMPLETOS(WS-S)     TO CAL-PCT-COMPLETOS.
           MOVE T-CAL-PCT-VALIDOS(WS-S)       TO CAL-PCT-VALIDOS.

           PERFORM 2900-GRABAR-CALNUE
              THRU 2900-F-GRABAR-CALNUE.

       3100-F-CERRAR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *             3 1 2 0 - S U M A R - R E G L A                    *
      *----------------------------------------------------------------*

       3120-SUMAR-REGLA.

           ADD T-CAL-FALLAS(WS-S, WS-R)       TO TOT-FALLAS(WS-R).

       3120-F-SUMAR-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 1 5 0 - C E R R A R - T O T A L                   *
      *----------------------------------------------------------------*

       3150-CERRAR-TOTAL.

           IF TOT-CLIENTES IS EQUAL TO ZEROS
              GO TO 3150-F-CERRAR-TOTAL
           END-IF.

           COMPUTE TOT-PCT-COMPLETOS ROUNDED =
                   TOT-COMPLETOS * 100 / TOT-CLIENTES.

           COMPUTE TOT-PCT-VALIDOS ROUNDED =
                   TOT-VALIDOS * 100 / TOT-CLIENTES.

           MOVE WS-PROCESO-PERIODO            TO CAL-PERIODO.
           SET CAL-TOTAL-TIPO                 TO TRUE.
           MOVE ZEROS                         TO CAL-SUCURSAL.
           MOVE TOT-CLIENTES                  TO CAL-CLIENTES.
           MOVE TOT-PCT-COMPLETOS             TO CAL-PCT-COMPLETOS.
           MOVE TOT-PCT-VALIDOS               TO CAL-PCT-VALIDOS.

           PERFORM 2900-GRABAR-CALNUE
              THRU 2900-F-GRABAR-CALNUE.

       3150-F-CERRAR-TOTAL.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 0 0 - I M P R I M I R - T A B L E R O             *
      *----------------------------------------------------------------*

       3200-IMPRIMIR-TABLERO.

           MOVE '3200-IMPRIMIR-TABLERO'       TO WS-PARRAFO.

           MOVE WS-PROCESO-PERIODO(1:4)       TO LTI-ANIO.
           MOVE WS-PROCESO-PERIODO(5:2)       TO LTI-MES.
           MOVE WS-LIN-TITULO                 TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE 'PORCENTAJE DE CLIENTES SIN FALLAS POR CLASE DE REGLA'
                                              TO LTX-TEXTO.
           MOVE WS-LIN-TEXTO                  TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE WS-LIN-COL-TABLERO            TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           PERFORM 3220-IMPRIMIR-SUCURSAL
              THRU 3220-F-IMPRIMIR-SUCURSAL
             VARYING WS-S FROM 1 BY 1
               UNTIL WS-S IS GREATER THAN 100.

           MOVE 'TOT'                         TO LTA-SUCURSAL.
           MOVE 'TOTAL DEL BANCO'             TO LTA-NOMBRE.
           MOVE TOT-CLIENTES                  TO LTA-CLIENTES.
           MOVE TOT-PCT-COMPLETOS             TO LTA-PCT-COMPLETOS.
           MOVE TOT-PCT-VALIDOS               TO LTA-PCT-VALIDOS.

           IF TOT-CON-ANTERIOR
              MOVE TOT-ANT-COMPLETOS          TO LTA-ANT-COMPLETOS
              MOVE TOT-ANT-VALIDOS            TO LTA-ANT-VALIDOS
              COMPUTE WS-VARIACION = TOT-PCT-COMPLETOS
                                   - TOT-ANT-COMPLETOS
              MOVE WS-VARIACION               TO LTA-VAR-COMPLETOS
              COMPUTE WS-VARIACION = TOT-PCT-VALIDOS
                                   - TOT-ANT-VALIDOS
              MOVE WS-VARIACION               TO LTA-VAR-VALIDOS
           ELSE
              MOVE SPACES                     TO LTA-ANT-COMPLETOS-X
                                                 LTA-VAR-COMPLETOS-X
                                                 LTA-ANT-VALIDOS-X
                                                 LTA-VAR-VALIDOS-X
           END-IF.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE WS-LIN-TABLERO                TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

       3200-F-IMPRIMIR-TABLERO.
           EXIT.

      *----------------------------------------------------------------*
      *         3 2 2 0 - I M P R I M I R - S U C U R S A L            *
      *----------------------------------------------------------------*

       3220-IMPRIMIR-SUCURSAL.

           IF T-CAL-CLIENTES(WS-S) IS EQUAL TO ZEROS
              GO TO 3220-F-IMPRIMIR-SUCURSAL
           END-IF.

           COMPUTE WS-SUCUR-NRO-BUSCADA = WS-S - 1.
           MOVE WS-SUCUR-NRO-BUSCADA          TO LTA-SUCURSAL.

           IF WS-SUCUR-NRO-BUSCADA IS EQUAL TO ZEROS
              MOVE 'SIN SUCURSAL'             TO LTA-NOMBRE
           ELSE
              PERFORM 1868-BUSCAR-SUCURSAL
                 THRU 1868-F-BUSCAR-SUCURSAL
              MOVE WS-SUCUR-NOMBRE            TO LTA-NOMBRE
           END-IF.

           MOVE T-CAL-CLIENTES(WS-S)          TO LTA-CLIENTES.
           MOVE T-CAL-PCT-COMPLETOS(WS-S)     TO LTA-PCT-COMPLETOS.
           MOVE T-CAL-PCT-VALIDOS(WS-S)       TO LTA-PCT-VALIDOS.

           IF T-CAL-CON-ANTERIOR(WS-S)
              MOVE T-CAL-ANT-COMPLETOS(WS-S)  TO LTA-ANT-COMPLETOS
              MOVE T-CAL-ANT-VALIDOS(WS-S)    TO LTA-ANT-VALIDOS
              COMPUTE WS-VARIACION = T-CAL-PCT-COMPLETOS(WS-S)
                                   - T-CAL-ANT-COMPLETOS(WS-S)
              MOVE WS-VARIACION               TO LTA-VAR-COMPLETOS
              COMPUTE WS-VARIACION = T-CAL-PCT-VALIDOS(WS-S)
                                   - T-CAL-ANT-VALIDOS(WS-S)
              MOVE WS-VARIACION               TO LTA-VAR-VALIDOS
           ELSE
              MOVE SPACES                     TO LTA-ANT-COMPLETOS-X
                                                 LTA-VAR-COMPLETOS-X
                                                 LTA-ANT-VALIDOS-X
                                                 LTA-VAR-VALIDOS-X
           END-IF.

           MOVE WS-LIN-TABLERO                TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

       3220-F-IMPRIMIR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 0 0 - I M P R I M I R - M A T R I Z              *
      *----------------------------------------------------------------*
      *   REFERENCIA DE LAS REGLAS Y CANTIDAD DE FALLAS POR REGLA Y    *
      *   SUCURSAL.                                                    *
      *----------------------------------------------------------------*

       3300-IMPRIMIR-MATRIZ.

           MOVE '3300-IMPRIMIR-MATRIZ'        TO WS-PARRAFO.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE 'REGLAS ( C = COMPLETITUD, V = VALIDEZ )' TO LTX-TEXTO.
           MOVE WS-LIN-TEXTO                  TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE SPACES                        TO WS-LIN-COL-MATRIZ.
           MOVE 'SUC '                        TO LCM-TITULO.

           PERFORM 3320-IMPRIMIR-REGLA
              THRU 3320-F-IMPRIMIR-REGLA
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN CT-CANT-REGLAS.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE 'FALLAS POR REGLA Y SUCURSAL' TO LTX-TEXTO.
           MOVE WS-LIN-TEXTO                  TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE WS-LIN-COL-MATRIZ             TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           PERFORM 3340-IMPRIMIR-FILA
              THRU 3340-F-IMPRIMIR-FILA
             VARYING WS-S FROM 1 BY 1
               UNTIL WS-S IS GREATER THAN 100.

           MOVE 'TOT'                         TO LMA-SUCURSAL.

           PERFORM 3360-MOVER-TOTAL
              THRU 3360-F-MOVER-TOTAL
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN CT-CANT-REGLAS.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

           MOVE WS-LIN-MATRIZ                 TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

       3300-F-IMPRIMIR-MATRIZ.
           EXIT.

      *----------------------------------------------------------------*
      *           3 3 2 0 - I M P R I M I R - R E G L A                *
      *----------------------------------------------------------------*

       3320-IMPRIMIR-REGLA.

           MOVE CT-REG-CODIGO(WS-R)           TO LRE-CODIGO
                                                 LCM-CODIGO(WS-R).
           MOVE CT-REG-CLASE(WS-R)            TO LRE-CLASE.
           MOVE CT-REG-DESCRIPCION(WS-R)      TO LRE-DESCRIPCION.
           MOVE WS-LIN-REGLA                  TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

       3320-F-IMPRIMIR-REGLA.
           EXIT.

      *----------------------------------------------------------------*
      *            3 3 4 0 - I M P R I M I R - F I L A                 *
      *----------------------------------------------------------------*

       3340-IMPRIMIR-FILA.

           IF T-CAL-CLIENTES(WS-S) IS EQUAL TO ZEROS
              GO TO 3340-F-IMPRIMIR-FILA
           END-IF.

           COMPUTE WS-SUCUR-NRO-BUSCADA = WS-S - 1.
           MOVE WS-SUCUR-NRO-BUSCADA          TO LMA-SUCURSAL.

           PERFORM 3350-MOVER-FALLA
              THRU 3350-F-MOVER-FALLA
             VARYING WS-R FROM 1 BY 1
               UNTIL WS-R IS GREATER THAN CT-CANT-REGLAS.

           MOVE WS-LIN-MATRIZ                 TO REG-CALIDAD.

           PERFORM 2950-GRABAR-CALIDAD
              THRU 2950-F-GRABAR-CALIDAD.

       3340-F-IMPRIMIR-FILA.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 5 0 - M O V E R - F A L L A                    *
      *----------------------------------------------------------------*

       3350-MOVER-FALLA.

           MOVE T-CAL-FALLAS(WS-S, WS-R)      TO LMA-FALLAS(WS-R).

       3350-F-MOVER-FALLA.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 6 0 - M O V E R - T O T A L                    *
      *----------------------------------------------------------------*

       3360-MOVER-TOTAL.

           MOVE TOT-FALLAS(WS-R)              TO LMA-FALLAS(WS-R).

       3360-F-MOVER-TOTAL.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CLIENTES-LEIDOS           TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI163               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* CLIENTES LEIDOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLIENTES-BAJA             TO WS-MASCARA.
           DISPLAY '*   - DE BAJA ( NO SE MIDEN ):          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CLIENTES-MEDIDOS          TO WS-MASCARA.
           DISPLAY '*   - MEDIDOS:                          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE TOT-COMPLETOS                 TO WS-MASCARA.
           DISPLAY '*     - COMPLETOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE TOT-VALIDOS                   TO WS-MASCARA.
           DISPLAY '*     - VALIDOS:                        '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-FALLAS-GRABADAS           TO WS-MASCARA.
           DISPLAY '* FALLAS GRABADAS EN CALDET:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CALNUE-GRABADOS           TO WS-MASCARA.
           DISPLAY '* HISTORIA GRABADA EN CALNUE:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'MEDIDOS='       DELIMITED BY SIZE
                  CNT-CLIENTES-MEDIDOS DELIMITED BY SIZE
                  ' COMPL='        DELIMITED BY SIZE
                  TOT-COMPLETOS    DELIMITED BY SIZE
                  ' VALID='        DELIMITED BY SIZE
                  TOT-VALIDOS      DELIMITED BY SIZE
                  ' FALLAS='       DELIMITED BY SIZE
                  CNT-FALLAS-GRABADAS DELIMITED BY SIZE
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
      *     1 8 6 0 - C A R G A R - S U C U R S A L E S                *
      *----------------------------------------------------------------*

           COPY SUCURLEE.

      *----------------------------------------------------------------*
      *       1 8 8 0 - C A R G A R - C O D I G O S                    *
      *----------------------------------------------------------------*

           COPY CODREFLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *       8 6 0 0 - N O R M A L I Z A R - N O M B R E              *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI117.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   REGIMEN INFORMATIVO ANUAL DE SALDOS AL 31/12 POR DOCUMENTO   *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE UNA VEZ POR ANIO ( EN DICIEMBRE DESPUES    *
      * DE LA FOTO DEL 31/12, O EN LOS PRIMEROS DIAS DE ENERO ) Y      *
      * REEMPLAZA LA CARGA MANUAL DE SALDOS QUE HACIA EL AREA          *
      * IMPOSITIVA:                                                    *
      *   - TOMA LA ULTIMA FOTO DEL ANIO EN KC02787.TBCURSAL ( LA QUE  *
      *     GRABA PGMSIN51 ) PARA LOS SALDOS A LA VISTA, Y LOS PLAZOS  *
      *     FIJOS DE KC02787.TBCURPLF VIGENTES AL 31/12 ( ALTA HASTA   *
      *     ESA FECHA Y VENCIMIENTO POSTERIOR ), CUALQUIERA SEA HOY SU *
      *     ESTADO.                                                    *
      *   - LAS CUENTAS CONJUNTAS SE REPARTEN EN PARTES IGUALES ENTRE  *
      *     EL TITULAR Y LOS COTITULARES PLENOS DE KC02787.TBCURTIT    *
      *     ( REGLA DE PGMSIN54 ). LA MONEDA EXTRANJERA SE CONVIERTE A *
      *     PESOS CON LA COTIZACION OFICIAL DEL ARCHIVO COTIZA DEL     *
      *     31/12 ( COMO PGMSIN47 ); LAS MONEDAS SIN COTIZACION SE     *
      *     LISTAN Y NO SE INFORMAN.                                   *
      *   - POR PERSONA ARMA EL REGISTRO DEL REGIMEN ( INFANUAL ) CON  *
      *     EL DOCUMENTO DE KC02787.TBCURCLI Y LOS SALDOS A LA VISTA   *
      *     EN PESOS, EN MONEDA EXTRANJERA Y EN PLAZO FIJO. EL         *
      *     DOCUMENTO DEBE SER UN CUIT / CUIL DE ONCE DIGITOS CON      *
      *     DIGITO VERIFICADOR CORRECTO O UN DNI ( TIPDOC 'DU' ); LOS  *
      *     DEMAS VAN AL LISTADO DE RECHAZOS ( INFARECH ) PARA QUE EL  *
      *     AREA COMPLETE EL DATO.                                     *
      *   - CONCILIA CONTRA LA POSICION CONSOLIDADA DE PGMSIN47 A LA   *
      *     FECHA DE LA FOTO ( INFACONC ): SALDO POR MONEDA CONVERTIDO *
      *     IGUAL QUE PGMSIN47 CONTRA LO INFORMADO, LO RECHAZADO, LOS  *
      *     SALDOS DEUDORES Y EL REDONDEO DEL REPARTO.                 *
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

           SELECT COTIZA ASSIGN TO COTIZA
                                    FILE STATUS IS FS-COTIZA.

           SELECT INFANUAL ASSIGN TO INFANUAL
                                    FILE STATUS IS FS-INFANUAL.

           SELECT INFARECH ASSIGN TO INFARECH
                                    FILE STATUS IS FS-INFARECH.

           SELECT INFACONC ASSIGN TO INFACONC
                                    FILE STATUS IS FS-INFACONC.

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
      *   ARCHIVO DE COTIZACIONES OFICIALES DEL 31/12: UN REGISTRO POR *
      *   MONEDA CON LOS PESOS POR UNIDAD.                             *
      *----------------------------------------------------------------*

       FD   COTIZA
            RECORDING MODE IS F.
       01   REG-COTIZA                                      PIC X(20).

      *----------------------------------------------------------------*
      *   ARCHIVO DEL REGIMEN INFORMATIVO: DETALLE POR DOCUMENTO Y     *
      *   REGISTRO FINAL DE CONTROL.                                   *
      *----------------------------------------------------------------*

       FD   INFANUAL
            RECORDING MODE IS F.
       01   REG-INFANUAL                                    PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE CLIENTES SIN CUIT / DOCUMENTO VALIDO.             *
      *----------------------------------------------------------------*

       FD   INFARECH
            RECORDING MODE IS F.
       01   REG-INFARECH                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CONCILIACION CONTRA LA POSICION CONSOLIDADA ( PGMSIN47 ).    *
      *----------------------------------------------------------------*

       FD   INFACONC
            RECORDING MODE IS F.
       01   REG-INFACONC                                    PIC X(80).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI117'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SELECT                     PIC X(08)  VALUE 'SELECT  '.
           02 CT-COTIZA                     PIC X(08)  VALUE 'COTIZA  '.
           02 CT-INFANUAL                   PIC X(08)  VALUE 'INFANUAL'.
           02 CT-INFARECH                   PIC X(08)  VALUE 'INFARECH'.
           02 CT-INFACONC                   PIC X(08)  VALUE 'INFACONC'.
           02 CT-TBCURSAL                   PIC X(08)  VALUE 'TBCURSAL'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-MONEDA-PESOS               PIC X(03)  VALUE 'ARS'.
           02 CT-TIPDOC-DNI                 PIC X(02)  VALUE 'DU'.
           02 CT-TIPO-ID-CUIT               PIC X(02)  VALUE '80'.
           02 CT-TIPO-ID-DNI                PIC X(02)  VALUE '96'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-I                          PIC 9(02)  VALUE 1.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PROC-ANIO               PIC 9(04).
              03 WS-PROC-MES                PIC 9(02).
              03 WS-PROC-DIA                PIC 9(02).
           02 WS-ANIO-INFORMADO             PIC 9(04).
           02 WS-FECHA-DESDE                PIC 9(08).
           02 WS-FECHA-CORTE                PIC 9(08).
           02 WS-FECHA-FOTO                 PIC 9(08).
           02 WS-COTIZ-MONEDA               PIC 9(05)V9(06)
                                                       VALUE ZEROS.
           02 WS-CON-COTIZACION-SW          PIC X(01)  VALUE 'N'.
              88 CON-COTIZACION                        VALUE 'S'.
              88 SIN-COTIZACION                        VALUE 'N'.
           02 WS-CANT-COTIT                 PIC S9(09) COMP VALUE ZEROS.
           02 WS-IMPORTE-ATRIBUIDO          PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-EQUIV-PESOS                PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-DIFERENCIA                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-PESOS-EDIT            PIC $$.$$$.$$$.$$$.$$9,00-.
           02 WS-SALDO-EDIT                 PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-MOTIVO                     PIC X(30).
           02 WS-PRIMER-FETCH-SW            PIC X(01)  VALUE 'S'.
              88 PRIMER-FETCH                          VALUE 'S'.
              88 NO-ES-PRIMER-FETCH                    VALUE 'N'.
           02 WS-DOC-VALIDO-SW              PIC X(01)  VALUE 'N'.
              88 DOC-VALIDO                            VALUE 'S'.
              88 DOC-INVALIDO                          VALUE 'N'.

      *----------------------------------------------------------------*
      *   ACUMULADOS DE LA PERSONA EN CURSO ( EN PESOS )               *
      *----------------------------------------------------------------*

       01 WS-PERSONA.
           02 PER-VISTA-PESOS               PIC S9(13)V99 COMP-3.
           02 PER-VISTA-MEX                 PIC S9(13)V99 COMP-3.
           02 PER-PLAZO-FIJO                PIC S9(13)V99 COMP-3.
           02 PER-CANT-CUENTAS              PIC 9(03).

      *----------------------------------------------------------------*
      *   VERIFICACION DEL CUIT / CUIL: PESOS 5432765432 SOBRE LAS     *
      *   DIEZ PRIMERAS CIFRAS, MODULO 11.                             *
      *----------------------------------------------------------------*

       01 WS-CUIT-CAMPOS.
           02 WS-CUIT                       PIC 9(11).
           02 WS-CUIT-R REDEFINES WS-CUIT.
              03 WS-CUIT-PREFIJO            PIC 9(02).
              03 FILLER                     PIC 9(09).
           02 WS-CUIT-R2 REDEFINES WS-CUIT.
              03 WS-CUIT-CIFRA              OCCURS 11 TIMES
                                            PIC 9(01).
           02 WS-CUIT-I                     PIC 9(02) COMP.
           02 WS-CUIT-SUMA                  PIC 9(05) COMP.
           02 WS-CUIT-COCIENTE              PIC 9(05) COMP.
           02 WS-CUIT-RESTO                 PIC 9(02) COMP.
           02 WS-CUIT-DIGITO                PIC 9(02) COMP.

       01 WS-CUIT-T-PESOS.
           02 FILLER                        PIC X(10)
                          VALUE '5432765432'.
       01 WS-CUIT-T-PESOS-R REDEFINES WS-CUIT-T-PESOS.
           02 WS-CUIT-PESO                  OCCURS 10 TIMES
                                            PIC 9(01).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO COTIZA                       *
      *----------------------------------------------------------------*

       01 WS-REG-COTIZA.
           02 COT-MONEDA                    PIC X(03).
           02 COT-PESOS-UNIDAD              PIC 9(05)V9(06).
           02 FILLER                        PIC X(06).

      *----------------------------------------------------------------*
      *   TABLA DE COTIZACIONES DEL 31/12                              *
      *----------------------------------------------------------------*

       01 WS-CANT-COTIZA                    PIC 9(02)  VALUE ZEROS.

       01 WS-T-COTIZA.
           02 T-COT                         OCCURS 10 TIMES.
              03 T-COT-MONEDA               PIC X(03).
              03 T-COT-PESOS                PIC 9(05)V9(06).

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE SALDOS: UNA FILA POR PERSONA Y  *
      *   CUENTA O PLAZO FIJO. ORIGEN 'V' A LA VISTA, 'P' PLAZO FIJO.  *
      *----------------------------------------------------------------*

       01 WS-HOST-SALDO.
           02 WS-DEP-NROCLI                 PIC 9(08).
           02 WS-DEP-TIPCUEN                PIC X(02).
           02 WS-DEP-NROCUEN                PIC 9(04).
           02 WS-DEP-SUCUEN                 PIC 9(02).
           02 WS-DEP-MONEDA                 PIC X(03).
           02 WS-DEP-IMPORTE                PIC S9(11)V99 COMP-3.
           02 WS-DEP-ORIGEN                 PIC X(01).
              88 DEP-ES-VISTA                          VALUE 'V'.
              88 DEP-ES-PLAZO-FIJO                     VALUE 'P'.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE CONCILIACION POR MONEDA         *
      *----------------------------------------------------------------*

       01 WS-HOST-POSICION.
           02 WS-POS-MONEDA                 PIC X(03).
           02 WS-POS-SALDO                  PIC S9(13)V99 COMP-3.
           02 WS-POS-DEUDOR                 PIC S9(13)V99 COMP-3.
           02 WS-POS-SIN-CUENTA             PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *   REGISTRO DEL REGIMEN INFORMATIVO ( INFANUAL ), 80 BYTES:     *
      *   'D' DETALLE POR DOCUMENTO, 'T' CONTROL FINAL. TIPO DE        *
      *   IDENTIFICACION '80' CUIT / CUIL, '96' DNI.                   *
      *----------------------------------------------------------------*

       01 WS-REG-INFANUAL.
           02 RIA-TIPO-REG                  PIC X(01).
              88 RIA-ES-DETALLE                        VALUE 'D'.
              88 RIA-ES-CONTROL                        VALUE 'T'.
           02 RIA-ANIO                      PIC 9(04).
           02 RIA-DETALLE.
              03 RIA-TIPO-ID                PIC X(02).
              03 RIA-NRO-ID                 PIC 9(11).
              03 RIA-VISTA-PESOS            PIC 9(13)V99.
              03 RIA-VISTA-MEX              PIC 9(13)V99.
              03 RIA-PLAZO-FIJO             PIC 9(13)V99.
              03 RIA-CANT-CUENTAS           PIC 9(03).
              03 FILLER                     PIC X(14).
           02 RIA-CONTROL REDEFINES RIA-DETALLE.
              03 RIA-CANT-REGISTROS         PIC 9(09).
              03 RIA-TOT-VISTA-PESOS        PIC 9(13)V99.
              03 RIA-TOT-VISTA-MEX          PIC 9(13)V99.
              03 RIA-TOT-PLAZO-FIJO         PIC 9(13)V99.
              03 FILLER                     PIC X(21).

      *----------------------------------------------------------------*
      *   ACUMULADORES GENERALES ( EN PESOS )                          *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-INF-VISTA-PESOS           PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-INF-VISTA-MEX             PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-INF-PLAZO-FIJO            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-REC-VISTA                 PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-REC-PLAZO-FIJO            PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-POSICION                  PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-DEUDORES                  PIC S9(13)V99 COMP-3
                                                       VALUE ZEROS.

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
           02 CNT-SALDOS-LEIDOS             PIC 9(07)  VALUE ZEROS.
           02 CNT-SALDOS-SIN-COTIZ          PIC 9(07)  VALUE ZEROS.
           02 CNT-REGISTROS-INFORMADOS      PIC 9(07)  VALUE ZEROS.
           02 CNT-PERSONAS-RECHAZADAS       PIC 9(07)  VALUE ZEROS.
           02 CNT-MONEDAS-CONCILIADAS       PIC 9(03)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

           02 CS-CURSOR-POS                 PIC X(02).
              88 CS-CURSOR-POS-OK                      VALUE '00'.
              88 CS-CURSOR-POS-EOC                     VALUE '10'.

           02 FS-COTIZA                     PIC X(02).
              88 FS-COTIZA-OK                          VALUE '00'.
              88 FS-COTIZA-EOF                         VALUE '10'.

           02 FS-INFANUAL                   PIC X(02).
              88 FS-INFANUAL-OK                        VALUE '00'.

           02 FS-INFARECH                   PIC X(02).
              88 FS-INFARECH-OK                        VALUE '00'.

           02 FS-INFACONC                   PIC X(02).
              88 FS-INFACONC-OK                        VALUE '00'.

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

           COPY CPCURTIT.

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
             INCLUDE TBCURSAL
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   SAL_CURSOR: CUATRO RAMAS, SALDO ACREEDOR DE LA FOTO PARA EL  *
      *   TITULAR Y CADA COTITULAR PLENO, Y LO MISMO PARA LOS PLAZOS   *
      *   FIJOS VIGENTES AL CORTE ( MONEDA Y TITULARIDAD DE SU CUENTA  *
      *   DE ACREDITACION ). EN ORDEN DE PERSONA PARA CORTAR.          *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE SAL_CURSOR CURSOR FOR
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, S.SALDO, 'V'
                 FROM KC02787.TBCURSAL S,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = S.TIPCUEN
                  AND A.NROCUEN = S.NROCUEN
                  AND A.SUCUEN  = S.SUCUEN
                  AND S.FECFOTO = :WS-FECHA-FOTO
                  AND S.SALDO   > 0
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, S.SALDO, 'V'
                 FROM KC02787.TBCURSAL S,
                      KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE A.TIPCUEN = S.TIPCUEN
                  AND A.NROCUEN = S.NROCUEN
                  AND A.SUCUEN  = S.SUCUEN
                  AND T.TIPCUEN = S.TIPCUEN
                  AND T.NROCUEN = S.NROCUEN
                  AND T.SUCUEN  = S.SUCUEN
                  AND T.ROL     = 'C'
                  AND S.FECFOTO = :WS-FECHA-FOTO
                  AND S.SALDO   > 0
               UNION ALL
               SELECT A.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, P.CAPITAL, 'P'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND P.FECALTA <= :WS-FECHA-CORTE
                  AND P.FECVTO  >  :WS-FECHA-CORTE
               UNION ALL
               SELECT T.NROCLI, A.TIPCUEN, A.NROCUEN, A.SUCUEN,
                      A.MONEDA, P.CAPITAL, 'P'
                 FROM KC02787.TBCURPLF P,
                      KC02787.TBCURCTA A,
                      KC02787.TBCURTIT T
                WHERE A.TIPCUEN = P.TIPCUEN
                  AND A.NROCUEN = P.NROCUEN
                  AND A.SUCUEN  = P.SUCUEN
                  AND T.TIPCUEN = A.TIPCUEN
                  AND T.NROCUEN = A.NROCUEN
                  AND T.SUCUEN  = A.SUCUEN
                  AND T.ROL     = 'C'
                  AND P.FECALTA <= :WS-FECHA-CORTE
                  AND P.FECVTO  >  :WS-FECHA-CORTE
             ORDER BY 1
           END-EXEC.

      *----------------------------------------------------------------*
      *   POS_CURSOR: LA FOTO AGRUPADA POR MONEDA, COMO LA LEE         *
      *   PGMSIN47 ( SALDO TOTAL ) MAS LA PARTE DEUDORA.               *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE POS_CURSOR CURSOR FOR
               SELECT A.MONEDA,
                      SUM(S.SALDO),
                      SUM(CASE WHEN S.SALDO < 0
                               THEN S.SALDO ELSE 0 END)
                 FROM KC02787.TBCURSAL S,
                      KC02787.TBCURCTA A
                WHERE A.TIPCUEN = S.TIPCUEN
                  AND A.NROCUEN = S.NROCUEN
                  AND A.SUCUEN  = S.SUCUEN
                  AND S.FECFOTO = :WS-FECHA-FOTO
             GROUP BY A.MONEDA
             ORDER BY A.MONEDA
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           IF NOT CS-CURSOR-EOC
              PERFORM 2000-PROCESO
                 THRU 2000-F-PROCESO
                UNTIL CS-CURSOR-EOC
           END-IF.

           PERFORM 2700-CONCILIAR-POSICION
              THRU 2700-F-CONCILIAR-POSICION.

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
                      WS-T-COTIZA
                      WS-PERSONA

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1250-DETERMINAR-CORTE
              THRU 1250-F-DETERMINAR-CORTE.

           PERFORM 1300-CARGAR-COTIZA
              THRU 1300-F-CARGAR-COTIZA.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   COTIZA
                OUTPUT  INFANUAL
                        INFARECH
                        INFACONC.

           IF NOT FS-COTIZA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COTIZA                  TO AUX-ERR-NOMBRE
              MOVE FS-COTIZA                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-INFANUAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-INFANUAL                TO AUX-ERR-NOMBRE
              MOVE FS-INFANUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-INFARECH-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-INFARECH                TO AUX-ERR-NOMBRE
              MOVE FS-INFARECH                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-INFACONC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-INFACONC                TO AUX-ERR-NOMBRE
              MOVE FS-INFACONC                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 2 5 0 - D E T E R M I N A R - C O R T E               *
      *----------------------------------------------------------------*
      *   EN DICIEMBRE SE INFORMA EL ANIO EN CURSO; EN CUALQUIER OTRO  *
      *   MES, EL ANIO ANTERIOR. LA FOTO ES LA ULTIMA DEL ANIO EN      *
      *   TBCURSAL ( EL 31/12 PUEDE NO SER DIA DE PROCESO ); SIN FOTO  *
      *   NO HAY QUE INFORMAR Y EL PROGRAMA ABORTA.                    *
      *----------------------------------------------------------------*

       1250-DETERMINAR-CORTE.

           MOVE '1250-DETERMINAR-CORTE'       TO WS-PARRAFO.

           IF WS-PROC-MES IS EQUAL TO 12
              MOVE WS-PROC-ANIO               TO WS-ANIO-INFORMADO
           ELSE
              COMPUTE WS-ANIO-INFORMADO = WS-PROC-ANIO - 1
           END-IF.

           COMPUTE WS-FECHA-DESDE = WS-ANIO-INFORMADO * 10000 + 101.
           COMPUTE WS-FECHA-CORTE = WS-ANIO-INFORMADO * 10000 + 1231.

           EXEC SQL
             SELECT COALESCE(MAX(FECFOTO), 0)
               INTO :WS-FECHA-FOTO
               FROM KC02787.TBCURSAL
              WHERE FECFOTO BETWEEN :WS-FECHA-DESDE
                                AND :WS-FECHA-CORTE
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT

              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL                TO AUX-ERR-NOMBRE
              MOVE CT-SQLCODE-EDIT            TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-FECHA-FOTO IS EQUAL TO ZEROS
              DISPLAY '* NO HAY FOTO DE SALDOS EN TBCURSAL PARA EL '
                      'ANIO ' WS-ANIO-INFORMADO ' *'
              MOVE CT-SELECT                  TO AUX-ERR-ACCION
              MOVE CT-TBCURSAL                TO AUX-ERR-NOMBRE
              MOVE '+100'                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           DISPLAY '* ANIO INFORMADO: ' WS-ANIO-INFORMADO
                   ' - FOTO DEL ' WS-FECHA-FOTO ' *'.

       1250-F-DETERMINAR-CORTE.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - C A R G A R - C O T I Z A                  *
      *----------------------------------------------------------------*

       1300-CARGAR-COTIZA.

           MOVE '1300-CARGAR-COTIZA'          TO WS-PARRAFO.

           PERFORM 1320-LEER-COTIZA
              THRU 1320-F-LEER-COTIZA.

           PERFORM 1340-GUARDAR-COTIZA
              THRU 1340-F-GUARDAR-COTIZA
             UNTIL FS-COTIZA-EOF.

           CLOSE COTIZA.

       1300-F-CARGAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 2 0 - L E E R - C O T I Z A                    *
      *----------------------------------------------------------------*

       1320-LEER-COTIZA.

           MOVE '1320-LEER-COTIZA'            TO WS-PARRAFO.

           READ COTIZA INTO WS-REG-COTIZA.

           EVALUATE TRUE
               WHEN FS-COTIZA-OK
                    CONTINUE

               WHEN FS-COTIZA-EOF
                    SET FS-COTIZA-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COTIZA            TO AUX-ERR-NOMBRE
                    MOVE FS-COTIZA            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - G U A R D A R - C O T I Z A                 *
      *----------------------------------------------------------------*

       1340-GUARDAR-COTIZA.

           MOVE '1340-GUARDAR-COTIZA'         TO WS-PARRAFO.

           IF WS-CANT-COTIZA IS LESS THAN 10
              ADD 1                           TO WS-CANT-COTIZA
              MOVE COT-MONEDA       TO T-COT-MONEDA(WS-CANT-COTIZA)
              MOVE COT-PESOS-UNIDAD TO T-COT-PESOS(WS-CANT-COTIZA)
           ELSE
              DISPLAY '* TABLA DE COTIZACIONES LLENA, SE IGNORA: '
                      COT-MONEDA
           END-IF.

           PERFORM 1320-LEER-COTIZA
              THRU 1320-F-LEER-COTIZA.

       1340-F-GUARDAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*

       1400-ABRIR-CURSOR.

           MOVE '1400-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN SAL_CURSOR
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
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  SAL_CURSOR
                     INTO
                        :WS-DEP-NROCLI,
                        :WS-DEP-TIPCUEN,
                        :WS-DEP-NROCUEN,
                        :WS-DEP-SUCUEN,
                        :WS-DEP-MONEDA,
                        :WS-DEP-IMPORTE,
                        :WS-DEP-ORIGEN
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-SALDOS-LEIDOS

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

       2100-F-FETCH-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF PRIMER-FETCH
              SET NO-ES-PRIMER-FETCH          TO TRUE
              MOVE WS-DEP-NROCLI              TO WS-NROCLI-ANT
           ELSE
              IF WS-DEP-NROCLI IS NOT EQUAL TO WS-NROCLI-ANT
                 PERFORM 2300-CERRAR-PERSONA
                    THRU 2300-F-CERRAR-PERSONA
                 MOVE WS-DEP-NROCLI           TO WS-NROCLI-ANT
              END-IF
           END-IF.

           PERFORM 2170-ATRIBUIR-SALDO
              THRU 2170-F-ATRIBUIR-SALDO.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

           IF CS-CURSOR-EOC AND NO-ES-PRIMER-FETCH
              PERFORM 2300-CERRAR-PERSONA
                 THRU 2300-F-CERRAR-PERSONA
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 1 7 0 - A T R I B U I R - S A L D O                 *
      *----------------------------------------------------------------*
      *   REGLA DE CUENTAS CONJUNTAS DE PGMSIN54: PARTES IGUALES ENTRE *
      *   EL TITULAR Y LOS COTITULARES PLENOS ( ROL 'C' ).             *
      *----------------------------------------------------------------*

       2170-ATRIBUIR-SALDO.

           MOVE '2170-ATRIBUIR-SALDO'         TO WS-PARRAFO.

           PERFORM 2200-BUSCAR-COTIZACION
              THRU 2200-F-BUSCAR-COTIZACION.

           IF SIN-COTIZACION
              ADD 1                           TO CNT-SALDOS-SIN-COTIZ
              DISPLAY '* MONEDA SIN COTIZACION, NO SE INFORMA: '
                      WS-DEP-MONEDA ' CTA ' WS-DEP-TIPCUEN '-'
                      WS-DEP-NROCUEN ' SUC ' WS-DEP-SUCUEN
              GO TO 2170-F-ATRIBUIR-SALDO
           END-IF.

           MOVE ZEROS                         TO WS-CANT-COTIT.

           MOVE WS-DEP-TIPCUEN                TO WS-TIT-TIPCUEN.
           MOVE WS-DEP-NROCUEN                TO WS-TIT-NROCUEN.
           MOVE WS-DEP-SUCUEN                 TO WS-TIT-SUCUEN.

           EXEC SQL
             SELECT COUNT(*)
               INTO :WS-CANT-COTIT
               FROM KC02787.TBCURTIT
              WHERE TIPCUEN = :WS-TIT-TIPCUEN
                AND NROCUEN = :WS-TIT-NROCUEN
                AND SUCUEN  = :WS-TIT-SUCUEN
                AND ROL     = 'C'
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              MOVE ZEROS                      TO WS-CANT-COTIT
           END-IF.

           COMPUTE WS-IMPORTE-ATRIBUIDO ROUNDED =
                   WS-DEP-IMPORTE / (1 + WS-CANT-COTIT).

           COMPUTE WS-EQUIV-PESOS ROUNDED =
                   WS-IMPORTE-ATRIBUIDO * WS-COTIZ-MONEDA.

           ADD 1                              TO PER-CANT-CUENTAS.

           EVALUATE TRUE
             WHEN DEP-ES-PLAZO-FIJO
               ADD WS-EQUIV-PESOS             TO PER-PLAZO-FIJO
             WHEN WS-DEP-MONEDA IS EQUAL TO CT-MONEDA-PESOS
               ADD WS-EQUIV-PESOS             TO PER-VISTA-PESOS
             WHEN OTHER
               ADD WS-EQUIV-PESOS             TO PER-VISTA-MEX
           END-EVALUATE.

       2170-F-ATRIBUIR-SALDO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 0 0 - B U S C A R - C O T I Z A C I O N                *
      *----------------------------------------------------------------*

       2200-BUSCAR-COTIZACION.

           MOVE '2200-BUSCAR-COTIZACION'      TO WS-PARRAFO.

           SET SIN-COTIZACION                 TO TRUE.
           MOVE ZEROS                         TO WS-COTIZ-MONEDA.

           IF WS-DEP-MONEDA IS EQUAL TO CT-MONEDA-PESOS
              SET CON-COTIZACION              TO TRUE
              MOVE 1                          TO WS-COTIZ-MONEDA
           ELSE
              MOVE 1                          TO WS-I
              PERFORM 2220-COMPARAR-COTIZA
                 THRU 2220-F-COMPARAR-COTIZA
                UNTIL WS-I > WS-CANT-COTIZA
                   OR CON-COTIZACION
           END-IF.

       2200-F-BUSCAR-COTIZACION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 2 0 - C O M P A R A R - C O T I Z A                 *
      *----------------------------------------------------------------*

       2220-COMPARAR-COTIZA.

           IF T-COT-MONEDA(WS-I) IS EQUAL TO WS-DEP-MONEDA
              SET CON-COTIZACION              TO TRUE
              MOVE T-COT-PESOS(WS-I)          TO WS-COTIZ-MONEDA
           ELSE
              ADD 1                           TO WS-I
           END-IF.

       2220-F-COMPARAR-COTIZA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 0 0 - C E R R A R - P E R S O N A                   *
      *----------------------------------------------------------------*
      *   CON DOCUMENTO VALIDO GRABA EL REGISTRO DEL REGIMEN; SI NO,   *
      *   LA PERSONA VA AL LISTADO DE RECHAZOS CON EL MOTIVO.          *
      *----------------------------------------------------------------*

       2300-CERRAR-PERSONA.

           MOVE '2300-CERRAR-PERSONA'         TO WS-PARRAFO.

           IF PER-CANT-CUENTAS IS EQUAL TO ZEROS
              GO TO 2300-SIGUIENTE
           END-IF.

           PERFORM 2340-BUSCAR-DOCUMENTO
              THRU 2340-F-BUSCAR-DOCUMENTO.

           IF DOC-INVALIDO
              PERFORM 2380-GRABAR-RECHAZO
                 THRU 2380-F-GRABAR-RECHAZO
              GO TO 2300-SIGUIENTE
           END-IF.

           MOVE SPACES                        TO WS-REG-INFANUAL.
           SET RIA-ES-DETALLE                 TO TRUE.
           MOVE WS-ANIO-INFORMADO             TO RIA-ANIO.
           MOVE WS-CLI-NRODOC                 TO RIA-NRO-ID.
           MOVE PER-VISTA-PESOS               TO RIA-VISTA-PESOS.
           MOVE PER-VISTA-MEX                 TO RIA-VISTA-MEX.
           MOVE PER-PLAZO-FIJO                TO RIA-PLAZO-FIJO.
           MOVE PER-CANT-CUENTAS              TO RIA-CANT-CUENTAS.

           IF WS-CLI-NRODOC IS GREATER THAN 99999999
              MOVE CT-TIPO-ID-CUIT            TO RIA-TIPO-ID
           ELSE
              MOVE CT-TIPO-ID-DNI             TO RIA-TIPO-ID
           END-IF.

           PERFORM 2900-GRABAR-INFANUAL
              THRU 2900-F-GRABAR-INFANUAL.

           ADD 1                         TO CNT-REGISTROS-INFORMADOS.
           ADD PER-VISTA-PESOS                TO ACM-INF-VISTA-PESOS.
           ADD PER-VISTA-MEX                  TO ACM-INF-VISTA-MEX.
           ADD PER-PLAZO-FIJO                 TO ACM-INF-PLAZO-FIJO.

       2300-SIGUIENTE.

           INITIALIZE WS-PERSONA.

       2300-F-CERRAR-PERSONA.
           EXIT.

      *----------------------------------------------------------------*
      *     2 3 4 0 - B U S C A R - D O C U M E N T O                  *
      *----------------------------------------------------------------*
      *   DOCUMENTO VALIDO PARA EL REGIMEN: CUIT / CUIL DE ONCE        *
      *   DIGITOS CON DIGITO VERIFICADOR CORRECTO, O DNI ( TIPDOC      *
      *   'DU' ) DE HASTA OCHO DIGITOS. PASAPORTES Y CEDULAS SIN CUIT  *
      *   NO SE PUEDEN INFORMAR.                                       *
      *----------------------------------------------------------------*

       2340-BUSCAR-DOCUMENTO.

           MOVE '2340-BUSCAR-DOCUMENTO'       TO WS-PARRAFO.

           SET DOC-INVALIDO                   TO TRUE.
           MOVE SPACES                        TO WS-CLI-TIPDOC.
           MOVE ZEROS                         TO WS-CLI-NRODOC.
           MOVE WS-NROCLI-ANT                 TO WS-CLI-NROCLI.

           EXEC SQL
             SELECT TIPDOC,
                    NRODOC
               INTO :WS-CLI-TIPDOC,
                    :WS-CLI-NRODOC
               FROM KC02787.TBCURCLI
              WHERE NROCLI = :WS-CLI-NROCLI
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    CONTINUE

               WHEN CT-NOT-FOUND
                    MOVE 'SIN FILA EN TBCURCLI'
                                              TO WS-MOTIVO
                    GO TO 2340-F-BUSCAR-DOCUMENTO

               WHEN OTHER
                    MOVE SQLCODE              TO CT-SQLCODE-EDIT
                    DISPLAY ' * ERROR DB2 EN SELECT --> '
                            CT-SQLCODE-EDIT
                    ADD 1                     TO CNT-SQL-ERROR
                    MOVE 'ERROR DB2 EN TBCURCLI'
                                              TO WS-MOTIVO
                    GO TO 2340-F-BUSCAR-DOCUMENTO
           END-EVALUATE.

           EVALUATE TRUE
             WHEN WS-CLI-NRODOC IS EQUAL TO ZEROS
               MOVE 'DOCUMENTO EN CERO'       TO WS-MOTIVO

             WHEN WS-CLI-NRODOC IS GREATER THAN 99999999
               PERFORM 2360-VALIDAR-CUIT
                  THRU 2360-F-VALIDAR-CUIT

             WHEN WS-CLI-TIPDOC IS EQUAL TO CT-TIPDOC-DNI
               SET DOC-VALIDO                 TO TRUE

             WHEN OTHER
               MOVE 'TIPO DE DOCUMENTO SIN CUIT'
                                              TO WS-MOTIVO
           END-EVALUATE.

       2340-F-BUSCAR-DOCUMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 6 0 - V A L I D A R - C U I T                      *
      *----------------------------------------------------------------*

       2360-VALIDAR-CUIT.

           MOVE WS-CLI-NRODOC                 TO WS-CUIT.

           IF WS-CUIT-PREFIJO IS NOT EQUAL TO 20 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 23 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 24 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 27 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 30 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 33 AND
              WS-CUIT-PREFIJO IS NOT EQUAL TO 34
              MOVE 'CUIT CON PREFIJO INVALIDO'
                                              TO WS-MOTIVO
              GO TO 2360-F-VALIDAR-CUIT
           END-IF.

           MOVE ZEROS                         TO WS-CUIT-SUMA.

           PERFORM 2370-SUMAR-CIFRA
              THRU 2370-F-SUMAR-CIFRA
             VARYING WS-CUIT-I FROM 1 BY 1
               UNTIL WS-CUIT-I IS GREATER THAN 10.

           DIVIDE WS-CUIT-SUMA BY 11
                  GIVING WS-CUIT-COCIENTE REMAINDER WS-CUIT-RESTO.

           EVALUATE WS-CUIT-RESTO
             WHEN 0
               MOVE 0                         TO WS-CUIT-DIGITO
             WHEN 1
               MOVE 99                        TO WS-CUIT-DIGITO
             WHEN OTHER
               COMPUTE WS-CUIT-DIGITO = 11 - WS-CUIT-RESTO
           END-EVALUATE.

           IF WS-CUIT-DIGITO IS EQUAL TO WS-CUIT-CIFRA(11)
              SET DOC-VALIDO                  TO TRUE
           ELSE
              MOVE 'CUIT CON DIGITO ERRONEO'  TO WS-MOTIVO
           END-IF.

       2360-F-VALIDAR-CUIT.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 7 0 - S U M A R - C I F R A                      *
      *----------------------------------------------------------------*

       2370-SUMAR-CIFRA.

           COMPUTE WS-CUIT-SUMA =
                   WS-CUIT-SUMA
                   + WS-CUIT-CIFRA(WS-CUIT-I) * WS-CUIT-PESO(WS-CUIT-I).

       2370-F-SUMAR-CIFRA.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 8 0 - G R A B A R - R E C H A Z O                   *
      *----------------------------------------------------------------*

       2380-GRABAR-RECHAZO.

           MOVE '2380-GRABAR-RECHAZO'         TO WS-PARRAFO.

           ADD 1                          TO CNT-PERSONAS-RECHAZADAS.

           ADD PER-VISTA-PESOS                TO ACM-REC-VISTA.
           ADD PER-VISTA-MEX                  TO ACM-REC-VISTA.
           ADD PER-PLAZO-FIJO                 TO ACM-REC-PLAZO-FIJO.

           COMPUTE WS-EQUIV-PESOS = PER-VISTA-PESOS + PER-VISTA-MEX
                                  + PER-PLAZO-FIJO.
           MOVE WS-EQUIV-PESOS                TO WS-SALDO-EDIT.

           STRING WS-NROCLI-ANT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CLI-TIPDOC     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CLI-NRODOC     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-SALDO-EDIT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-MOTIVO         DELIMITED BY SIZE
              INTO REG-INFARECH
           END-STRING.

           WRITE REG-INFARECH.

           IF NOT FS-INFARECH-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-INFARECH                TO AUX-ERR-NOMBRE
              MOVE FS-INFARECH                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-INFARECH.

       2380-F-GRABAR-RECHAZO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 0 0 - C O N C I L I A R - P O S I C I O N              *
      *----------------------------------------------------------------*
      *   REPRODUCE LA POSICION CONSOLIDADA DE PGMSIN47 SOBRE LA FOTO  *
      *   ( SUMA POR MONEDA CONVERTIDA CON ROUNDED ) Y LA EXPLICA:     *
      *   A LA VISTA INFORMADO + RECHAZADO + SALDOS DEUDORES +         *
      *   REDONDEO DEL REPARTO. LOS PLAZOS FIJOS NO FORMAN PARTE DE    *
      *   LA POSICION DE PGMSIN47 Y SE MUESTRAN APARTE.                *
      *----------------------------------------------------------------*

       2700-CONCILIAR-POSICION.

           MOVE '2700-CONCILIAR-POSICION'     TO WS-PARRAFO.

           STRING 'CONCILIACION REGIMEN ANUAL ' DELIMITED BY SIZE
                  WS-ANIO-INFORMADO   DELIMITED BY SIZE
                  ' CONTRA POSICION CONSOLIDADA - FOTO '
                                      DELIMITED BY SIZE
                  WS-FECHA-FOTO       DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           EXEC SQL
              OPEN POS_CURSOR
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

           PERFORM 2720-FETCH-POSICION
              THRU 2720-F-FETCH-POSICION.

           PERFORM 2740-CONCILIAR-MONEDA
              THRU 2740-F-CONCILIAR-MONEDA
             UNTIL CS-CURSOR-POS-EOC.

           EXEC SQL
              CLOSE POS_CURSOR
           END-EXEC.

           PERFORM 2760-SALDO-SIN-CUENTA
              THRU 2760-F-SALDO-SIN-CUENTA.

           MOVE ACM-POSICION                  TO WS-PESOS-EDIT.
           STRING 'POSICION CONSOLIDADA EN PESOS ....: '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           COMPUTE WS-EQUIV-PESOS = ACM-INF-VISTA-PESOS
                                  + ACM-INF-VISTA-MEX.
           MOVE WS-EQUIV-PESOS                TO WS-PESOS-EDIT.
           STRING '  A LA VISTA INFORMADO ...........: '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           MOVE ACM-REC-VISTA                 TO WS-PESOS-EDIT.
           STRING '  A LA VISTA RECHAZADO ...........: '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           MOVE ACM-DEUDORES                  TO WS-PESOS-EDIT.
           STRING '  SALDOS DEUDORES ( NO SE INFORMAN ): '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           COMPUTE WS-DIFERENCIA = ACM-POSICION
                                 - ACM-INF-VISTA-PESOS
                                 - ACM-INF-VISTA-MEX
                                 - ACM-REC-VISTA
                                 - ACM-DEUDORES.
           MOVE WS-DIFERENCIA                 TO WS-PESOS-EDIT.
           STRING '  REDONDEO DEL REPARTO ...........: '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           COMPUTE WS-EQUIV-PESOS = ACM-INF-PLAZO-FIJO
                                  + ACM-REC-PLAZO-FIJO.
           MOVE WS-EQUIV-PESOS                TO WS-PESOS-EDIT.
           STRING 'PLAZOS FIJOS AL CORTE ( APARTE ) .: '
                                    DELIMITED BY SIZE
                  WS-PESOS-EDIT     DELIMITED BY SIZE
              INTO REG-INFACONC
           END-STRING.
           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

       2700-F-CONCILIAR-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 7 2 0 - F E T C H - P O S I C I O N                   *
      *----------------------------------------------------------------*

       2720-FETCH-POSICION.

           MOVE '2720-FETCH-POSICION'         TO WS-PARRAFO.

           EXEC SQL
              FETCH  POS_CURSOR
                     INTO
                        :WS-POS-MONEDA,
                        :WS-POS-SALDO,
                        :WS-POS-DEUDOR
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-MONEDAS-CONCILIADAS

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-CURSOR-POS-EOC     TO TRUE

             WHEN OTHER
               SET CS-CURSOR-POS-EOC     TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2720-F-FETCH-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 4 0 - C O N C I L I A R - M O N E D A                 *
      *----------------------------------------------------------------*

       2740-CONCILIAR-MONEDA.

           MOVE '2740-CONCILIAR-MONEDA'       TO WS-PARRAFO.

           MOVE WS-POS-MONEDA                 TO WS-DEP-MONEDA.

           PERFORM 2200-BUSCAR-COTIZACION
              THRU 2200-F-BUSCAR-COTIZACION.

           MOVE WS-POS-SALDO                  TO WS-SALDO-EDIT.

           IF CON-COTIZACION
              COMPUTE WS-EQUIV-PESOS ROUNDED =
                      WS-POS-SALDO * WS-COTIZ-MONEDA
              ADD WS-EQUIV-PESOS              TO ACM-POSICION
              COMPUTE WS-EQUIV-PESOS ROUNDED =
                      WS-POS-DEUDOR * WS-COTIZ-MONEDA
              ADD WS-EQUIV-PESOS              TO ACM-DEUDORES
              STRING 'MONEDA '          DELIMITED BY SIZE
                     WS-POS-MONEDA      DELIMITED BY SIZE
                     ' SALDO FOTO '     DELIMITED BY SIZE
                     WS-SALDO-EDIT      DELIMITED BY SIZE
                 INTO REG-INFACONC
              END-STRING
           ELSE
              STRING 'MONEDA '          DELIMITED BY SIZE
                     WS-POS-MONEDA      DELIMITED BY SIZE
                     ' SALDO FOTO '     DELIMITED BY SIZE
                     WS-SALDO-EDIT      DELIMITED BY SIZE
                     ' SIN COTIZACION'  DELIMITED BY SIZE
                 INTO REG-INFACONC
              END-STRING
           END-IF.

           PERFORM 2950-GRABAR-LINEA
              THRU 2950-F-GRABAR-LINEA.

           PERFORM 2720-FETCH-POSICION
              THRU 2720-F-FETCH-POSICION.

       2740-F-CONCILIAR-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 6 0 - S A L D O - S I N - C U E N T A                 *
      *----------------------------------------------------------------*
      *   FOTOS DE CUENTAS DADAS DE BAJA EN TBCURCTA DESPUES DEL       *
      *   CORTE: SIN MONEDA NI TITULAR NO SE PUEDEN INFORMAR; SE       *
      *   MUESTRA EL SALDO PARA QUE EL AREA LO CARGUE A MANO.          *
      *----------------------------------------------------------------*

       2760-SALDO-SIN-CUENTA.

           MOVE '2760-SALDO-SIN-CUENTA'       TO WS-PARRAFO.

           EXEC SQL
             SELECT COALESCE(SUM(S.SALDO), 0)
               INTO :WS-POS-SIN-CUENTA
               FROM KC02787.TBCURSAL S
              WHERE S.FECFOTO = :WS-FECHA-FOTO
                AND NOT EXISTS
                    (SELECT 1
                       FROM KC02787.TBCURCTA A
                      WHERE A.TIPCUEN = S.TIPCUEN
                        AND A.NROCUEN = S.NROCUEN
                        AND A.SUCUEN  = S.SUCUEN)
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO CT-FOUND
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN SELECT --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              GO TO 2760-F-SALDO-SIN-CUENTA
           END-IF.

           IF WS-POS-SIN-CUENTA IS NOT EQUAL TO ZEROS
              MOVE WS-POS-SIN-CUENTA          TO WS-SALDO-EDIT
              STRING 'CUENTAS DE BAJA, SIN MONEDA: '
                                       DELIMITED BY SIZE
                     WS-SALDO-EDIT     DELIMITED BY SIZE
                 INTO REG-INFACONC
              END-STRING
              PERFORM 2950-GRABAR-LINEA
                 THRU 2950-F-GRABAR-LINEA
           END-IF.

       2760-F-SALDO-SIN-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *         2 9 0 0 - G R A B A R - I N F A N U A L                *
      *----------------------------------------------------------------*

       2900-GRABAR-INFANUAL.

           MOVE '2900-GRABAR-INFANUAL'        TO WS-PARRAFO.

           WRITE REG-INFANUAL FROM WS-REG-INFANUAL.

           IF NOT FS-INFANUAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-INFANUAL                TO AUX-ERR-NOMBRE
              MOVE FS-INFANUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-INFANUAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 5 0 - G R A B A R - L I N E A                    *
      *----------------------------------------------------------------*

       2950-GRABAR-LINEA.

           MOVE '2950-GRABAR-LINEA'           TO WS-PARRAFO.

           WRITE REG-INFACONC.

           IF NOT FS-INFACONC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-INFACONC                TO AUX-ERR-NOMBRE
              MOVE FS-INFACONC                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-INFACONC.

       2950-F-GRABAR-LINEA.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3250-GRABAR-CONTROL
              THRU 3250-F-GRABAR-CONTROL.

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
              CLOSE SAL_CURSOR
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

           CLOSE INFANUAL
                 INFARECH
                 INFACONC.

           IF NOT FS-INFANUAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-INFANUAL                TO AUX-ERR-NOMBRE
              MOVE FS-INFANUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - G R A B A R - C O N T R O L                 *
      *----------------------------------------------------------------*

       3250-GRABAR-CONTROL.

           MOVE '3250-GRABAR-CONTROL'         TO WS-PARRAFO.

           MOVE SPACES                        TO WS-REG-INFANUAL.
           SET RIA-ES-CONTROL                 TO TRUE.
           MOVE WS-ANIO-INFORMADO             TO RIA-ANIO.
           MOVE CNT-REGISTROS-INFORMADOS      TO RIA-CANT-REGISTROS.
           MOVE ACM-INF-VISTA-PESOS           TO RIA-TOT-VISTA-PESOS.
           MOVE ACM-INF-VISTA-MEX             TO RIA-TOT-VISTA-MEX.
           MOVE ACM-INF-PLAZO-FIJO            TO RIA-TOT-PLAZO-FIJO.

           PERFORM 2900-GRABAR-INFANUAL
              THRU 2900-F-GRABAR-INFANUAL.

       3250-F-GRABAR-CONTROL.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-SALDOS-LEIDOS             TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI117               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* SALDOS LEIDOS ( POR PERSONA ):          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SALDOS-SIN-COTIZ          TO WS-MASCARA.
           DISPLAY '* SALDOS SIN COTIZACION:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REGISTROS-INFORMADOS      TO WS-MASCARA.
           DISPLAY '* DOCUMENTOS INFORMADOS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PERSONAS-RECHAZADAS       TO WS-MASCARA.
           DISPLAY '* PERSONAS RECHAZADAS ( SIN CUIT/DOC ):   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'ANIO='          DELIMITED BY SIZE
                  WS-ANIO-INFORMADO DELIMITED BY SIZE
                  ' INFORMADOS='   DELIMITED BY SIZE
                  CNT-REGISTROS-INFORMADOS DELIMITED BY SIZE
                  ' RECHAZADOS='   DELIMITED BY SIZE
                  CNT-PERSONAS-RECHAZADAS DELIMITED BY SIZE
                  ' SQLERR='       DELIMITED BY SIZE
                  CNT-SQL-ERROR    DELIMITED BY SIZE
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

      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI125.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   INFORME MENSUAL DE EXPOSICION CON PARTES VINCULADAS          *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE AL CIERRE DE CADA MES Y RECORRE EL KSDS    *
      * VINCUL ( REGISTRO DE PARTES VINCULADAS, PGMSI124 ). POR CADA   *
      * VINCULADO CON VINCULACION VIGENTE EN ALGUN DIA DEL MES DE      *
      * PROCESO:                                                       *
      *   - UBICA AL CLIENTE EN KC02787.TBCURCLI POR SU DOCUMENTO Y    *
      *     LISTA CADA CUENTA DE KC02787.TBCURCTA DONDE ES TITULAR O   *
      *     COTITULAR ( KC02787.TBCURTIT ) CON SU SALDO, EL ACUERDO DE *
      *     DESCUBIERTO DEL ARCHIVO LIMITES ( RUTINA COMUN LIMAUTLE ), *
      *     EL DESCUBIERTO USADO Y LA EXENCION DE COMISION DE          *
      *     MANTENIMIENTO CON LAS MISMAS REGLAS QUE APLICA PGMSIN53    *
      *     ( CATALOGO DE PRODUCTOS, MARCA EXENTA DE LA CUENTA Y       *
      *     UMBRAL DE SALDO DE LA VISTA VIGENTE COMISVIG ).            *
      *   - LISTA LOS PLAZOS FIJOS VIGENTES DE KC02787.TBCURPLF DE SUS *
      *     CUENTAS CON LA TASA PACTADA LLEVADA A TASA NOMINAL ANUAL   *
      *     Y LA BANDA DE LA PIZARRA DE TASAS DE PLAZO FIJO TASAPLF    *
      *     QUE CORRESPONDE A SU PLAZO.                                *
      *   - LO QUE SALE DE LOS PARAMETROS NORMALES SE MARCA EN EL      *
      *     INFORME REPVINC Y SE GRABA ADEMAS EN VINCAUD, EL LISTADO   *
      *     PARA EL COMITE DE AUDITORIA: DESCUBIERTO SIN ACUERDO O POR *
      *     ENCIMA DEL ACUERDO, ACUERDO EN UN TIPO DE CUENTA QUE NO    *
      *     ADMITE DESCUBIERTO, Y PLAZO FIJO CON TASA FUERA DE LA      *
      *     BANDA DE PIZARRA O CON UN PLAZO QUE LA PIZARRA NO CUBRE.   *
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

           SELECT VINCUL   ASSIGN TO VINCUL
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS    KEY-VINCUL
                           FILE STATUS IS FS-VINCUL.

      *    SE LEE LA VISTA VIGENTE QUE DEJA EL CONTROL DE CAMBIOS
      *    ( PGMSIN95 ), NO EL ARCHIVO CRUDO EDITABLE.
           SELECT COMISION ASSIGN TO COMISVIG
                                    FILE STATUS IS FS-COMISION.

           SELECT TASAPLF ASSIGN TO TASAPLF
                                    FILE STATUS IS FS-TASAPLF.

           SELECT LIMITES ASSIGN TO LIMITES
                                    FILE STATUS IS FS-LIMITES.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT REPVINC ASSIGN TO REPVINC
                                    FILE STATUS IS FS-REPVINC.

           SELECT VINCAUD ASSIGN TO VINCAUD
                                    FILE STATUS IS FS-VINCAUD.

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

      * VINCUL ( ARCHIVO VSAM DE PARTES VINCULADAS, COPY CPVINCUL )

       FD   VINCUL.

       01 REG-VINCUL.
          03 KEY-VINCUL   PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      *   ARCHIVO DE ARANCELES: UN REGISTRO POR TIPO DE CUENTA CON LA  *
      *   COMISION MENSUAL Y EL UMBRAL DE SALDO QUE EXIME DEL COBRO.   *
      *----------------------------------------------------------------*

       FD   COMISION
            RECORDING MODE IS F.
       01   REG-COMISION                                    PIC X(80).

      *----------------------------------------------------------------*
      *   PIZARRA DE TASAS DE PLAZO FIJO: UN REGISTRO POR BANDA DE     *
      *   PLAZO, EN ORDEN ASCENDENTE DE DIAS, CON LA TASA NOMINAL      *
      *   ANUAL MINIMA Y MAXIMA QUE SE PACTA EN ESA BANDA.             *
      *----------------------------------------------------------------*

       FD   TASAPLF
            RECORDING MODE IS F.
       01   REG-TASAPLF                                     PIC X(40).

      *----------------------------------------------------------------*
      *   LIMITES DE SOBREGIRO AUTORIZADOS ( COPY LIMAUMAE ).          *
      *----------------------------------------------------------------*

           COPY LIMAUMAE.

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   RUTINA COMUN PRODUCLE ).                                     *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.

       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   INFORME MENSUAL DE VINCULADOS Y LISTADO DE OBSERVACIONES     *
      *   PARA EL COMITE DE AUDITORIA.                                 *
      *----------------------------------------------------------------*

       FD   REPVINC
            RECORDING MODE IS F.
       01   REG-REPVINC                                     PIC X(132).

       FD   VINCAUD
            RECORDING MODE IS F.
       01   REG-VINCAUD                                     PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI125'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-VINCUL                     PIC X(08)  VALUE 'VINCUL  '.
           02 CT-COMISION                   PIC X(08)  VALUE 'COMISVIG'.
           02 CT-TASAPLF                    PIC X(08)  VALUE 'TASAPLF '.
           02 CT-LIMITES                    PIC X(08)  VALUE 'LIMITES '.
           02 CT-REPVINC                    PIC X(08)  VALUE 'REPVINC '.
           02 CT-VINCAUD                    PIC X(08)  VALUE 'VINCAUD '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-DIAS-ANIO                  PIC 9(03)  VALUE 365.
           02 CT-MAX-ARANCELES              PIC 9(02)  VALUE 20.
           02 CT-MAX-PIZARRA                PIC 9(02)  VALUE 20.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
              03 WS-PERIODO                 PIC 9(06).
              03 FILLER                     PIC 9(02).
           02 WS-MES-DESDE                  PIC 9(08).
           02 WS-MES-HASTA                  PIC 9(08).
           02 WS-I                          PIC 9(02)  VALUE ZEROS.
           02 WS-Z                          PIC 9(02)  VALUE ZEROS.
           02 WS-USADO                      PIC 9(11)V99 VALUE ZEROS.
           02 WS-TNA                        PIC 9(03)V9(04) VALUE ZEROS.
           02 WS-EXENCION                   PIC X(11)  VALUE SPACES.
           02 WS-OBSERVACION                PIC X(30)  VALUE SPACES.
           02 WS-OPERACION                  PIC X(14)  VALUE SPACES.

       01 WS-FIN-VINCULADOS-SW              PIC X(01)  VALUE 'N'.
           88 FIN-VINCULADOS                           VALUE 'S'.

       01 WS-CLIENTE-SW                     PIC X(01)  VALUE 'N'.
           88 CLIENTE-HALLADO                          VALUE 'S'.
           88 CLIENTE-INEXISTENTE                      VALUE 'N'.

       01 WS-ARANCEL-SW                     PIC X(01)  VALUE 'N'.
           88 ARANCEL-HALLADO                          VALUE 'S'.
           88 ARANCEL-INEXISTENTE                      VALUE 'N'.

       01 WS-PIZARRA-SW                     PIC X(01)  VALUE 'N'.
           88 BANDA-HALLADA                            VALUE 'S'.
           88 BANDA-INEXISTENTE                        VALUE 'N'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO COMISION ( MISMO LAYOUT QUE  *
      *   PGMSIN53 ) Y TABLA DE UMBRALES DE EXENCION POR TIPO.         *
      *----------------------------------------------------------------*

       01 WS-REG-ARANCEL.
           02 ARA-TIPCUEN                   PIC X(02).
           02 ARA-IMPORTE                   PIC 9(05)V99.
           02 ARA-UMBRAL-EXENTO             PIC 9(07)V99.
           02 FILLER                        PIC X(62).

       01 WS-CANT-ARANCELES                 PIC 9(02)  VALUE ZEROS.

       01 WS-T-ARANCELES.
           02 T-ARA                         OCCURS 20 TIMES.
              03 T-ARA-TIPCUEN              PIC X(02).
              03 T-ARA-UMBRAL               PIC 9(07)V99.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO TASAPLF Y TABLA DE BANDAS.   *
      *----------------------------------------------------------------*

       01 WS-REG-PIZARRA.
           02 PIZ-PLAZO-HASTA               PIC 9(03).
           02 PIZ-TNA-MINIMA                PIC 9(03)V9(04).
           02 PIZ-TNA-MAXIMA                PIC 9(03)V9(04).
           02 FILLER                        PIC X(23).

       01 WS-CANT-PIZARRA                   PIC 9(02)  VALUE ZEROS.

       01 WS-T-PIZARRA.
           02 T-PIZ                         OCCURS 20 TIMES.
              03 T-PIZ-PLAZO-HASTA          PIC 9(03).
              03 T-PIZ-TNA-MINIMA           PIC 9(03)V9(04).
              03 T-PIZ-TNA-MAXIMA           PIC 9(03)V9(04).

      *----------------------------------------------------------------*
      *   VARIABLES HOST PROPIAS DE LOS CURSORES.                      *
      *----------------------------------------------------------------*

       01 WS-HOST-VINCULADO.
           02 WS-VIN-NROCLI                 PIC 9(08).
           02 WS-CTA-EXENTA                 PIC X(01).

       01 CS-CTACUR                         PIC X(02).
           88 CS-CTACUR-OK                              VALUE '00'.
           88 CS-CTACUR-EOC                             VALUE '10'.

       01 CS-PLFCUR                         PIC X(02).
           88 CS-PLFCUR-OK                              VALUE '00'.
           88 CS-PLFCUR-EOC                             VALUE '10'.

      *----------------------------------------------------------------*
      *   LINEAS DEL INFORME REPVINC                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)
              VALUE 'INFORME MENSUAL DE PARTES VINCULADAS - PERIODO '.
           02 LTI-PERIODO                   PIC 9(06).
           02 FILLER                        PIC X(76)  VALUE SPACES.

       01 WS-LIN-VINCULADO.
           02 FILLER                        PIC X(11)
              VALUE 'VINCULADO: '.
           02 LVI-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LVI-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LVI-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LVI-RELACION                  PIC X(20).
           02 FILLER                        PIC X(08)  VALUE ' LEGAJO '.
           02 LVI-LEGAJO                    PIC X(08).
           02 FILLER                        PIC X(07)  VALUE ' DESDE '.
           02 LVI-DESDE                     PIC 9(08).
           02 FILLER                        PIC X(07)  VALUE ' HASTA '.
           02 LVI-HASTA                     PIC X(08).
           02 FILLER                        PIC X(09)  VALUE SPACES.

       01 WS-LIN-CUENTA.
           02 FILLER                        PIC X(06)  VALUE '  CTA '.
           02 LCU-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCU-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LCU-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-ROL                       PIC X(09).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-MONEDA                    PIC X(03).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-SALDO                     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-ACUERDO                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-USADO                     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-EXENCION                  PIC X(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCU-OBSERVACION               PIC X(30).
           02 FILLER                        PIC X(03)  VALUE SPACES.

       01 WS-LIN-PLAZO.
           02 FILLER                        PIC X(06)  VALUE '  PF  '.
           02 LPF-NROPLF                    PIC 9(06).
           02 FILLER                        PIC X(05)  VALUE ' CTA '.
           02 LPF-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LPF-NROCUEN                   PIC 9(04).
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 LPF-SUCUEN                    PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPF-CAPITAL                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER                        PIC X(06)  VALUE ' DIAS '.
           02 LPF-PLAZO                     PIC ZZ9.
           02 FILLER                        PIC X(05)  VALUE ' TNA '.
           02 LPF-TNA                       PIC ZZ9,9999.
           02 FILLER                        PIC X(09)
              VALUE ' PIZARRA '.
           02 LPF-PIZARRA                   PIC X(17).
           02 FILLER                        PIC X(05)  VALUE ' VTO '.
           02 LPF-FECVTO                    PIC 9(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPF-OBSERVACION               PIC X(23).

       01 WS-BANDA-EDIT.
           02 WS-BANDA-MINIMA               PIC ZZ9,9999.
           02 FILLER                        PIC X(01)  VALUE '-'.
           02 WS-BANDA-MAXIMA               PIC ZZ9,9999.

       01 WS-LIN-SIN-CUENTAS.
           02 FILLER                        PIC X(40)
              VALUE '  SIN CLIENTE NI CUENTAS EN EL BANCO'.
           02 FILLER                        PIC X(92)  VALUE SPACES.

       01 WS-LIN-TOTAL.
           02 LTO-LEYENDA                   PIC X(40).
           02 LTO-CANTIDAD                  PIC ZZZZ9.
           02 FILLER                        PIC X(87)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO VINCAUD ( COMITE DE AUDITORIA )           *
      *----------------------------------------------------------------*

       01 WS-LIN-AUD-TITULO.
           02 FILLER                        PIC X(50)
              VALUE 'VINCULADOS FUERA DE PARAMETROS - PERIODO '.
           02 LAT-PERIODO                   PIC 9(06).
           02 FILLER                        PIC X(76)  VALUE SPACES.

       01 WS-LIN-AUDITORIA.
           02 LAU-TIPDOC                    PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-NRODOC                    PIC 9(11).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-NOMAPE                    PIC X(27).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-RELACION                  PIC X(02).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-LEGAJO                    PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-OPERACION                 PIC X(14).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-OBSERVACION               PIC X(26).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-VALOR                     PIC X(17).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LAU-REFERENCIA                PIC X(17).

       01 WS-IMPORTE-EDIT                   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WS-TASA-EDIT                      PIC ZZ9,9999.

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
           02 CNT-VINCULADOS-LEIDOS         PIC 9(07)  VALUE ZEROS.
           02 CNT-VINCULADOS-FUERA-MES      PIC 9(07)  VALUE ZEROS.
           02 CNT-VINCULADOS-INFORMADOS     PIC 9(07)  VALUE ZEROS.
           02 CNT-VINCULADOS-SIN-CLIENTE    PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS                   PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-DESCUBIERTO       PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-EXENTAS           PIC 9(07)  VALUE ZEROS.
           02 CNT-EXENCIONES-OTORGADAS      PIC 9(07)  VALUE ZEROS.
           02 CNT-PLAZOS-FIJOS              PIC 9(07)  VALUE ZEROS.
           02 CNT-OBSERVACIONES             PIC 9(07)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-VINCUL                     PIC X(02).
              88 FS-VINCUL-OK                          VALUE '00'.
              88 FS-VINCUL-EOF                         VALUE '10'.

           02 FS-COMISION                   PIC X(02).
              88 FS-COMISION-OK                        VALUE '00'.
              88 FS-COMISION-EOF                       VALUE '10'.

           02 FS-TASAPLF                    PIC X(02).
              88 FS-TASAPLF-OK                         VALUE '00'.
              88 FS-TASAPLF-EOF                        VALUE '10'.

           02 FS-LIMITES                    PIC X(02).
              88 FS-LIMITES-OK                         VALUE '00'.
              88 FS-LIMITES-EOF                        VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-REPVINC                    PIC X(02).
              88 FS-REPVINC-OK                         VALUE '00'.

           02 FS-VINCAUD                    PIC X(02).
              88 FS-VINCAUD-OK                         VALUE '00'.

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

           COPY CPVINCUL.

           COPY CPLIMAUT.

           COPY CPPRODUC.

           COPY CPCURPLF.

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
      *   CURSOR DE CUENTAS DEL VINCULADO: TITULAR EN TBCURCTA O       *
      *   COTITULAR EN TBCURTIT ( CUALQUIER ROL ).                     *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE CTA_CURSOR CURSOR FOR
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.NROCLI,
                      A.SALDO,
                      A.MONEDA,
                      A.EXENTA
                 FROM KC02787.TBCURCTA A
                WHERE A.NROCLI = :WS-VIN-NROCLI
                   OR EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURTIT T
                        WHERE T.TIPCUEN = A.TIPCUEN
                          AND T.NROCUEN = A.NROCUEN
                          AND T.SUCUEN  = A.SUCUEN
                          AND T.NROCLI  = :WS-VIN-NROCLI)
             ORDER BY A.SUCUEN, A.TIPCUEN, A.NROCUEN
           END-EXEC.

      *----------------------------------------------------------------*
      *   CURSOR DE PLAZOS FIJOS VIGENTES DE LAS CUENTAS DEL           *
      *   VINCULADO ( TITULAR DEL PLAZO O COTITULAR DE LA CUENTA       *
      *   ASOCIADA ).                                                  *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PLF_CURSOR CURSOR FOR
               SELECT P.NROPLF,
                      P.TIPCUEN,
                      P.NROCUEN,
                      P.SUCUEN,
                      P.CAPITAL,
                      P.TASA,
                      P.PLAZODIAS,
                      P.FECVTO
                 FROM KC02787.TBCURPLF P
                WHERE P.ESTADO = 'V'
                  AND (P.NROCLI = :WS-VIN-NROCLI
                   OR EXISTS
                      (SELECT 1
                         FROM KC02787.TBCURTIT T
                        WHERE T.TIPCUEN = P.TIPCUEN
                          AND T.NROCUEN = P.NROCUEN
                          AND T.SUCUEN  = P.SUCUEN
                          AND T.NROCLI  = :WS-VIN-NROCLI))
             ORDER BY P.NROPLF
           END-EXEC.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO
             UNTIL FIN-VINCULADOS.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*
      *   EL MES DE PROCESO VA DEL DIA 01 AL 31 ( LA COMPARACION DE    *
      *   FECHAS AAAAMMDD NO NECESITA EL ULTIMO DIA REAL DEL MES ).    *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           MOVE WS-FECHA-PROC-PARAM          TO WS-FECHA-PROCESO.
           COMPUTE WS-MES-DESDE = WS-PERIODO * 100 + 1.
           COMPUTE WS-MES-HASTA = WS-PERIODO * 100 + 31.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-ARANCELES
              THRU 1300-F-CARGAR-ARANCELES.

           PERFORM 1400-CARGAR-PIZARRA
              THRU 1400-F-CARGAR-PIZARRA.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1891-CARGAR-LIMITES
              THRU 1891-F-CARGAR-LIMITES.

           MOVE WS-PERIODO                    TO LTI-PERIODO
                                                 LAT-PERIODO.
           MOVE WS-LIN-TITULO                 TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE WS-LIN-AUD-TITULO             TO REG-VINCAUD.

           PERFORM 2850-GRABAR-VINCAUD
              THRU 2850-F-GRABAR-VINCAUD.

           MOVE SPACES                        TO REG-VINCAUD.

           PERFORM 2850-GRABAR-VINCAUD
              THRU 2850-F-GRABAR-VINCAUD.

           MOVE LOW-VALUES                    TO KEY-VINCUL.

           START VINCUL KEY IS NOT LESS THAN KEY-VINCUL.

           IF NOT FS-VINCUL-OK
              SET FIN-VINCULADOS              TO TRUE
           ELSE
              PERFORM 2600-LEER-VINCULADO
                 THRU 2600-F-LEER-VINCULADO
           END-IF.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   VINCUL
                        COMISION
                        TASAPLF
                OUTPUT  REPVINC
                        VINCAUD.

           IF NOT FS-VINCUL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-VINCUL                  TO AUX-ERR-NOMBRE
              MOVE FS-VINCUL                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-COMISION-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-COMISION                TO AUX-ERR-NOMBRE
              MOVE FS-COMISION                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-TASAPLF-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-TASAPLF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASAPLF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-REPVINC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-REPVINC                 TO AUX-ERR-NOMBRE
              MOVE FS-REPVINC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-VINCAUD-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-VINCAUD                 TO AUX-ERR-NOMBRE
              MOVE FS-VINCAUD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 0 0 - C A R G A R - A R A N C E L E S             *
      *----------------------------------------------------------------*

       1300-CARGAR-ARANCELES.

           MOVE '1300-CARGAR-ARANCELES'       TO WS-PARRAFO.

           PERFORM 1320-LEER-ARANCEL
              THRU 1320-F-LEER-ARANCEL.

           PERFORM 1340-GUARDAR-ARANCEL
              THRU 1340-F-GUARDAR-ARANCEL
             UNTIL FS-COMISION-EOF.

           CLOSE COMISION.

       1300-F-CARGAR-ARANCELES.
           EXIT.

      *----------------------------------------------------------------*
      *             1 3 2 0 - L E E R - A R A N C E L                  *
      *----------------------------------------------------------------*

       1320-LEER-ARANCEL.

           MOVE '1320-LEER-ARANCEL'           TO WS-PARRAFO.

           READ COMISION INTO WS-REG-ARANCEL.

           EVALUATE TRUE
               WHEN FS-COMISION-OK
                    CONTINUE

               WHEN FS-COMISION-EOF
                    SET FS-COMISION-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COMISION          TO AUX-ERR-NOMBRE
                    MOVE FS-COMISION          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 4 0 - G U A R D A R - A R A N C E L              *
      *----------------------------------------------------------------*

       1340-GUARDAR-ARANCEL.

           MOVE '1340-GUARDAR-ARANCEL'        TO WS-PARRAFO.

           IF WS-CANT-ARANCELES IS NOT LESS THAN CT-MAX-ARANCELES
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-COMISION                TO AUX-ERR-NOMBRE
              MOVE FS-COMISION                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-ARANCELES.

           MOVE ARA-TIPCUEN     TO T-ARA-TIPCUEN(WS-CANT-ARANCELES).
           MOVE ARA-UMBRAL-EXENTO
                                TO T-ARA-UMBRAL(WS-CANT-ARANCELES).

           PERFORM 1320-LEER-ARANCEL
              THRU 1320-F-LEER-ARANCEL.

       1340-F-GUARDAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 0 0 - C A R G A R - P I Z A R R A               *
      *----------------------------------------------------------------*
      *   SIN BANDAS NO HAY CONTRA QUE COMPARAR LAS TASAS DE LOS       *
      *   PLAZOS FIJOS: SE ABORTA ANTES DE MARCAR A TODOS.             *
      *----------------------------------------------------------------*

       1400-CARGAR-PIZARRA.

           MOVE '1400-CARGAR-PIZARRA'         TO WS-PARRAFO.

           PERFORM 1420-LEER-PIZARRA
              THRU 1420-F-LEER-PIZARRA.

           PERFORM 1440-GUARDAR-BANDA
              THRU 1440-F-GUARDAR-BANDA
             UNTIL FS-TASAPLF-EOF.

           CLOSE TASAPLF.

           IF WS-CANT-PIZARRA IS EQUAL TO ZEROS
              DISPLAY '* EL ARCHIVO TASAPLF VINO VACIO, NO SE *'
              DISPLAY '* PUEDEN CONTROLAR LAS TASAS PACTADAS  *'
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-TASAPLF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASAPLF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1400-F-CARGAR-PIZARRA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 2 0 - L E E R - P I Z A R R A                  *
      *----------------------------------------------------------------*

       1420-LEER-PIZARRA.

           MOVE '1420-LEER-PIZARRA'           TO WS-PARRAFO.

           READ TASAPLF INTO WS-REG-PIZARRA.

           EVALUATE TRUE
               WHEN FS-TASAPLF-OK
                    CONTINUE

               WHEN FS-TASAPLF-EOF
                    SET FS-TASAPLF-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TASAPLF           TO AUX-ERR-NOMBRE
                    MOVE FS-TASAPLF           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-PIZARRA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 4 4 0 - G U A R D A R - B A N D A                *
      *----------------------------------------------------------------*

       1440-GUARDAR-BANDA.

           MOVE '1440-GUARDAR-BANDA'          TO WS-PARRAFO.

           IF WS-CANT-PIZARRA IS NOT LESS THAN CT-MAX-PIZARRA
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-TASAPLF                 TO AUX-ERR-NOMBRE
              MOVE FS-TASAPLF                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PIZARRA.

           MOVE PIZ-PLAZO-HASTA   TO T-PIZ-PLAZO-HASTA(WS-CANT-PIZARRA).
           MOVE PIZ-TNA-MINIMA    TO T-PIZ-TNA-MINIMA(WS-CANT-PIZARRA).
           MOVE PIZ-TNA-MAXIMA    TO T-PIZ-TNA-MAXIMA(WS-CANT-PIZARRA).

           PERFORM 1420-LEER-PIZARRA
              THRU 1420-F-LEER-PIZARRA.

       1440-F-GUARDAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   ENTRA AL INFORME EL VINCULADO CUYA VINCULACION CUBRE ALGUN   *
      *   DIA DEL MES: DESDE HASTA FIN DE MES Y HASTA EN CEROS O DESDE *
      *   EL PRIMERO DEL MES.                                          *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           IF VIN-FECHA-DESDE IS GREATER THAN WS-MES-HASTA OR
              (VIN-FECHA-HASTA IS NOT EQUAL TO ZEROS AND
               VIN-FECHA-HASTA IS LESS THAN WS-MES-DESDE)
              ADD 1                        TO CNT-VINCULADOS-FUERA-MES
              GO TO 2000-SIGUIENTE
           END-IF.

           ADD 1                         TO CNT-VINCULADOS-INFORMADOS.

           PERFORM 2050-LISTAR-VINCULADO
              THRU 2050-F-LISTAR-VINCULADO.

           PERFORM 2100-BUSCAR-CLIENTE
              THRU 2100-F-BUSCAR-CLIENTE.

           IF CLIENTE-INEXISTENTE
              ADD 1                      TO CNT-VINCULADOS-SIN-CLIENTE
              MOVE WS-LIN-SIN-CUENTAS         TO REG-REPVINC
              PERFORM 2900-GRABAR-REPVINC
                 THRU 2900-F-GRABAR-REPVINC
              GO TO 2000-SIGUIENTE
           END-IF.

           PERFORM 2200-LISTAR-CUENTAS
              THRU 2200-F-LISTAR-CUENTAS.

           PERFORM 2400-LISTAR-PLAZOS
              THRU 2400-F-LISTAR-PLAZOS.

       2000-SIGUIENTE.

           PERFORM 2600-LEER-VINCULADO
              THRU 2600-F-LEER-VINCULADO.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 0 5 0 - L I S T A R - V I N C U L A D O              *
      *----------------------------------------------------------------*

       2050-LISTAR-VINCULADO.

           MOVE '2050-LISTAR-VINCULADO'       TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE VIN-TIP-DOC                   TO LVI-TIPDOC.
           MOVE VIN-NRO-DOC                   TO LVI-NRODOC.
           MOVE VIN-NOMAPE                    TO LVI-NOMAPE.
           MOVE VIN-LEGAJO                    TO LVI-LEGAJO.
           MOVE VIN-FECHA-DESDE               TO LVI-DESDE.

           EVALUATE TRUE
             WHEN VIN-DIRECTOR
               MOVE 'DIRECTOR'                TO LVI-RELACION
             WHEN VIN-EMPLEADO
               MOVE 'EMPLEADO'                TO LVI-RELACION
             WHEN VIN-FAMILIAR-DIRECTOR
               MOVE 'FAMILIAR DE DIRECTOR'    TO LVI-RELACION
             WHEN VIN-FAMILIAR-EMPLEADO
               MOVE 'FAMILIAR DE EMPLEADO'    TO LVI-RELACION
             WHEN OTHER
               MOVE VIN-RELACION              TO LVI-RELACION
           END-EVALUATE.

           IF VIN-FECHA-HASTA IS EQUAL TO ZEROS
              MOVE 'VIGENTE'                  TO LVI-HASTA
           ELSE
              MOVE VIN-FECHA-HASTA            TO LVI-HASTA
           END-IF.

           MOVE WS-LIN-VINCULADO              TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

       2050-F-LISTAR-VINCULADO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 0 0 - B U S C A R - C L I E N T E                *
      *----------------------------------------------------------------*

       2100-BUSCAR-CLIENTE.

           MOVE '2100-BUSCAR-CLIENTE'         TO WS-PARRAFO.

           SET CLIENTE-INEXISTENTE            TO TRUE.

           MOVE VIN-TIP-DOC                   TO WS-CLI-TIPDOC.
           MOVE VIN-NRO-DOC                   TO WS-CLI-NRODOC.

           EXEC SQL
             SELECT NROCLI
               INTO :WS-CLI-NROCLI
               FROM KC02787.TBCURCLI
              WHERE TIPDOC = :WS-CLI-TIPDOC
                AND NRODOC = :WS-CLI-NRODOC
           END-EXEC.

           EVALUATE SQLCODE
               WHEN CT-FOUND
                    SET CLIENTE-HALLADO       TO TRUE
                    MOVE WS-CLI-NROCLI        TO WS-VIN-NROCLI

               WHEN CT-NOT-FOUND
                    CONTINUE

               WHEN OTHER
                    PERFORM 2950-ERROR-SQL
                       THRU 2950-F-ERROR-SQL
           END-EVALUATE.

       2100-F-BUSCAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 0 0 - L I S T A R - C U E N T A S                *
      *----------------------------------------------------------------*

       2200-LISTAR-CUENTAS.

           MOVE '2200-LISTAR-CUENTAS'         TO WS-PARRAFO.

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

           MOVE '00'                          TO CS-CTACUR.

           PERFORM 2220-FETCH-CUENTA
              THRU 2220-F-FETCH-CUENTA.

           PERFORM 2300-PROCESAR-CUENTA
              THRU 2300-F-PROCESAR-CUENTA
             UNTIL CS-CTACUR-EOC.

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

       2200-F-LISTAR-CUENTAS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 2 0 - F E T C H - C U E N T A                  *
      *----------------------------------------------------------------*

       2220-FETCH-CUENTA.

           MOVE '2220-FETCH-CUENTA'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  CTA_CURSOR
                     INTO
                        :WS-CTA-TIPCUEN,
                        :WS-CTA-NROCUEN,
                        :WS-CTA-SUCUEN,
                        :WS-CTA-NROCLI,
                        :WS-CTA-SALDO,
                        :WS-CTA-MONEDA,
                        :WS-CTA-EXENTA
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-CTACUR-EOC         TO TRUE

             WHEN OTHER
               SET CS-CTACUR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2220-F-FETCH-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - P R O C E S A R - C U E N T A               *
      *----------------------------------------------------------------*
      *   ACUERDO: EL DEL ARCHIVO LIMITES ( CLAVE DE PGMSI109 /        *
      *   PGMSI112: SUCURSAL x 1000000 + NRO DE CUENTA ). FUERA DE     *
      *   PARAMETROS: SALDO DEUDOR SIN ACUERDO O MAYOR QUE EL ACUERDO, *
      *   Y ACUERDO PACTADO EN UN TIPO QUE EL CATALOGO NO HABILITA     *
      *   PARA DESCUBIERTO.                                            *
      *----------------------------------------------------------------*

       2300-PROCESAR-CUENTA.

           MOVE '2300-PROCESAR-CUENTA'        TO WS-PARRAFO.

           ADD 1                              TO CNT-CUENTAS.

           MOVE SPACES                        TO WS-OBSERVACION.
           MOVE ZEROS                         TO WS-USADO.

           MOVE WS-CTA-TIPCUEN                TO WS-LIM-BUSQ-CTA-TIPO.
           COMPUTE WS-LIM-BUSQ-CTA-CUENTA =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.

           PERFORM 1897-BUSCAR-LIMITE
              THRU 1897-F-BUSCAR-LIMITE.

           MOVE WS-CTA-TIPCUEN                TO WS-PRO-BUSCADO.

           IF CATALOGO-CARGADO
              PERFORM 1867-BUSCAR-PRODUCTO
                 THRU 1867-F-BUSCAR-PRODUCTO
           ELSE
              SET PRODUCTO-DESCONOCIDO        TO TRUE
           END-IF.

           IF WS-CTA-SALDO IS LESS THAN ZEROS
              ADD 1                      TO CNT-CUENTAS-DESCUBIERTO
              COMPUTE WS-USADO = ZEROS - WS-CTA-SALDO
           END-IF.

           EVALUATE TRUE
             WHEN WS-USADO IS GREATER THAN ZEROS AND
                  WS-LIM-AUTORIZADO IS EQUAL TO ZEROS
               MOVE '*** DESCUBIERTO SIN ACUERDO'  TO WS-OBSERVACION

             WHEN WS-USADO IS GREATER THAN WS-LIM-AUTORIZADO
               MOVE '*** EXCEDE EL ACUERDO'   TO WS-OBSERVACION

             WHEN WS-LIM-AUTORIZADO IS GREATER THAN ZEROS AND
                  PRODUCTO-HALLADO AND
                  T-PRO-PERMITE-DESCUB(WS-PRO-IX) IS EQUAL TO 'N'
               MOVE '*** ACUERDO EN TIPO S/DESCUB.' TO WS-OBSERVACION

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 2350-DETERMINAR-EXENCION
              THRU 2350-F-DETERMINAR-EXENCION.

           MOVE WS-CTA-TIPCUEN                TO LCU-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO LCU-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO LCU-SUCUEN.

           IF WS-CTA-NROCLI IS EQUAL TO WS-VIN-NROCLI
              MOVE 'TITULAR'                  TO LCU-ROL
           ELSE
              MOVE 'COTITULAR'                TO LCU-ROL
           END-IF.

           MOVE WS-CTA-MONEDA                 TO LCU-MONEDA.
           MOVE WS-CTA-SALDO                  TO LCU-SALDO.
           MOVE WS-LIM-AUTORIZADO             TO LCU-ACUERDO.
           MOVE WS-USADO                      TO LCU-USADO.
           MOVE WS-EXENCION                   TO LCU-EXENCION.
           MOVE WS-OBSERVACION                TO LCU-OBSERVACION.
           MOVE WS-LIN-CUENTA                 TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           IF WS-OBSERVACION IS NOT EQUAL TO SPACES
              MOVE SPACES                     TO WS-OPERACION
              STRING 'CTA '           DELIMITED BY SIZE
                     WS-CTA-TIPCUEN   DELIMITED BY SIZE
                     '-'              DELIMITED BY SIZE
                     LCU-NROCUEN      DELIMITED BY SIZE
                     '-'              DELIMITED BY SIZE
                     LCU-SUCUEN       DELIMITED BY SIZE
                 INTO WS-OPERACION
              END-STRING
              MOVE WS-USADO                   TO WS-IMPORTE-EDIT
              MOVE WS-IMPORTE-EDIT            TO LAU-VALOR
              MOVE WS-LIM-AUTORIZADO          TO WS-IMPORTE-EDIT
              MOVE WS-IMPORTE-EDIT            TO LAU-REFERENCIA

              PERFORM 2800-REGISTRAR-OBSERVACION
                 THRU 2800-F-REGISTRAR-OBSERVACION
           END-IF.

           PERFORM 2220-FETCH-CUENTA
              THRU 2220-F-FETCH-CUENTA.

       2300-F-PROCESAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *       2 3 5 0 - D E T E R M I N A R - E X E N C I O N          *
      *----------------------------------------------------------------*
      *   MISMO ORDEN DE REGLAS QUE PGMSIN53: TIPO SIN ARANCEL, CLASE  *
      *   'NO' DEL CATALOGO, MARCA EXENTA DE LA CUENTA ( EXENCION      *
      *   OTORGADA ) Y SALDO SOBRE EL UMBRAL DE SU TIPO.               *
      *----------------------------------------------------------------*

       2350-DETERMINAR-EXENCION.

           SET ARANCEL-INEXISTENTE            TO TRUE.
           MOVE 1                             TO WS-I.

           PERFORM 2370-COMPARAR-ARANCEL
              THRU 2370-F-COMPARAR-ARANCEL
             UNTIL ARANCEL-HALLADO
                OR WS-I IS GREATER THAN WS-CANT-ARANCELES.

           EVALUATE TRUE
             WHEN ARANCEL-INEXISTENTE
               MOVE 'SIN ARANCEL'             TO WS-EXENCION

             WHEN PRODUCTO-HALLADO AND
                  T-PRO-CLASE-ARANCEL(WS-PRO-IX) IS EQUAL TO 'NO'
               MOVE 'EX.PRODUCTO'             TO WS-EXENCION
               ADD 1                          TO CNT-CUENTAS-EXENTAS

             WHEN WS-CTA-EXENTA IS EQUAL TO 'S'
               MOVE 'EX.OTORGADA'             TO WS-EXENCION
               ADD 1                          TO CNT-CUENTAS-EXENTAS
               ADD 1                      TO CNT-EXENCIONES-OTORGADAS

             WHEN WS-CTA-SALDO IS GREATER THAN T-ARA-UMBRAL(WS-I)
               MOVE 'EX.SALDO'                TO WS-EXENCION
               ADD 1                          TO CNT-CUENTAS-EXENTAS

             WHEN OTHER
               MOVE 'COBRA'                   TO WS-EXENCION
           END-EVALUATE.

       2350-F-DETERMINAR-EXENCION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 3 7 0 - C O M P A R A R - A R A N C E L               *
      *----------------------------------------------------------------*

       2370-COMPARAR-ARANCEL.

           IF T-ARA-TIPCUEN(WS-I) IS EQUAL TO WS-CTA-TIPCUEN
              SET ARANCEL-HALLADO             TO TRUE
           ELSE
              ADD 1                           TO WS-I
           END-IF.

       2370-F-COMPARAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 0 0 - L I S T A R - P L A Z O S                 *
      *----------------------------------------------------------------*

       2400-LISTAR-PLAZOS.

           MOVE '2400-LISTAR-PLAZOS'          TO WS-PARRAFO.

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

           MOVE '00'                          TO CS-PLFCUR.

           PERFORM 2420-FETCH-PLAZO
              THRU 2420-F-FETCH-PLAZO.

           PERFORM 2500-PROCESAR-PLAZO
              THRU 2500-F-PROCESAR-PLAZO
             UNTIL CS-PLFCUR-EOC.

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

       2400-F-LISTAR-PLAZOS.
           EXIT.

      *----------------------------------------------------------------*
      *              2 4 2 0 - F E T C H - P L A Z O                   *
      *----------------------------------------------------------------*

       2420-FETCH-PLAZO.

           MOVE '2420-FETCH-PLAZO'            TO WS-PARRAFO.

           EXEC SQL
              FETCH  PLF_CURSOR
                     INTO
                        :WS-PLF-NROPLF,
                        :WS-PLF-TIPCUEN,
                        :WS-PLF-NROCUEN,
                        :WS-PLF-SUCUEN,
                        :WS-PLF-CAPITAL,
                        :WS-PLF-TASA,
                        :WS-PLF-PLAZODIAS,
                        :WS-PLF-FECVTO
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               CONTINUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               SET CS-PLFCUR-EOC         TO TRUE

             WHEN OTHER
               SET CS-PLFCUR-EOC         TO TRUE
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-FETCH             TO AUX-ERR-ACCION
               MOVE CT-CURSOR            TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2420-F-FETCH-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - P R O C E S A R - P L A Z O                *
      *----------------------------------------------------------------*
      *   LA TASA DE TBCURPLF ES LA DEL PERIODO ( PGMSIN75 LIQUIDA     *
      *   CAPITAL x TASA / 100 ): SE LLEVA A NOMINAL ANUAL CON 365     *
      *   DIAS PARA COMPARARLA CON LA BANDA DE LA PIZARRA. LA BANDA ES *
      *   LA PRIMERA CUYO PLAZO HASTA CUBRE LOS DIAS DEL PLAZO FIJO.   *
      *----------------------------------------------------------------*

       2500-PROCESAR-PLAZO.

           MOVE '2500-PROCESAR-PLAZO'         TO WS-PARRAFO.

           ADD 1                              TO CNT-PLAZOS-FIJOS.

           MOVE SPACES                        TO WS-OBSERVACION
                                                 LPF-PIZARRA.
           MOVE ZEROS                         TO WS-TNA.

           IF WS-PLF-PLAZODIAS IS GREATER THAN ZEROS
              COMPUTE WS-TNA ROUNDED =
                      WS-PLF-TASA * CT-DIAS-ANIO / WS-PLF-PLAZODIAS
                 ON SIZE ERROR
                    MOVE 999,9999             TO WS-TNA
              END-COMPUTE
           END-IF.

           SET BANDA-INEXISTENTE              TO TRUE.
           MOVE 1                             TO WS-Z.

           PERFORM 2550-BUSCAR-BANDA
              THRU 2550-F-BUSCAR-BANDA
             UNTIL BANDA-HALLADA
                OR WS-Z IS GREATER THAN WS-CANT-PIZARRA.

           IF BANDA-HALLADA
              MOVE T-PIZ-TNA-MINIMA(WS-Z)     TO WS-BANDA-MINIMA
              MOVE T-PIZ-TNA-MAXIMA(WS-Z)     TO WS-BANDA-MAXIMA
              MOVE WS-BANDA-EDIT              TO LPF-PIZARRA
              IF WS-TNA IS LESS THAN T-PIZ-TNA-MINIMA(WS-Z) OR
                 WS-TNA IS GREATER THAN T-PIZ-TNA-MAXIMA(WS-Z)
                 MOVE '*** TASA FUERA DE PIZARRA' TO WS-OBSERVACION
              END-IF
           ELSE
              MOVE '*** PLAZO SIN PIZARRA'    TO WS-OBSERVACION
           END-IF.

           MOVE WS-PLF-NROPLF                 TO LPF-NROPLF.
           MOVE WS-PLF-TIPCUEN                TO LPF-TIPCUEN.
           MOVE WS-PLF-NROCUEN                TO LPF-NROCUEN.
           MOVE WS-PLF-SUCUEN                 TO LPF-SUCUEN.
           MOVE WS-PLF-CAPITAL                TO LPF-CAPITAL.
           MOVE WS-PLF-PLAZODIAS              TO LPF-PLAZO.
           MOVE WS-TNA                        TO LPF-TNA.
           MOVE WS-PLF-FECVTO                 TO LPF-FECVTO.
           MOVE WS-OBSERVACION                TO LPF-OBSERVACION.
           MOVE WS-LIN-PLAZO                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           IF WS-OBSERVACION IS NOT EQUAL TO SPACES
              MOVE SPACES                     TO WS-OPERACION
              STRING 'PF  '           DELIMITED BY SIZE
                     LPF-NROPLF       DELIMITED BY SIZE
                 INTO WS-OPERACION
              END-STRING
              MOVE WS-TNA                     TO WS-TASA-EDIT
              MOVE WS-TASA-EDIT               TO LAU-VALOR
              MOVE LPF-PIZARRA                TO LAU-REFERENCIA

              PERFORM 2800-REGISTRAR-OBSERVACION
                 THRU 2800-F-REGISTRAR-OBSERVACION
           END-IF.

           PERFORM 2420-FETCH-PLAZO
              THRU 2420-F-FETCH-PLAZO.

       2500-F-PROCESAR-PLAZO.
           EXIT.

      *----------------------------------------------------------------*
      *             2 5 5 0 - B U S C A R - B A N D A                  *
      *----------------------------------------------------------------*

       2550-BUSCAR-BANDA.

           IF T-PIZ-PLAZO-HASTA(WS-Z) IS NOT LESS THAN WS-PLF-PLAZODIAS
              SET BANDA-HALLADA               TO TRUE
           ELSE
              ADD 1                           TO WS-Z
           END-IF.

       2550-F-BUSCAR-BANDA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 6 0 0 - L E E R - V I N C U L A D O                *
      *----------------------------------------------------------------*

       2600-LEER-VINCULADO.

           MOVE '2600-LEER-VINCULADO'         TO WS-PARRAFO.

           READ VINCUL NEXT INTO REG-VINCUL-TRAB.

           EVALUATE TRUE
             WHEN FS-VINCUL-OK
               ADD 1                          TO CNT-VINCULADOS-LEIDOS

             WHEN FS-VINCUL-EOF
               SET FIN-VINCULADOS             TO TRUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-VINCUL                 TO AUX-ERR-NOMBRE
               MOVE FS-VINCUL                 TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2600-F-LEER-VINCULADO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 8 0 0 - R E G I S T R A R - O B S E R V A C I O N        *
      *----------------------------------------------------------------*
      *   EL LLAMADOR DEJA WS-OPERACION, WS-OBSERVACION, LAU-VALOR Y   *
      *   LAU-REFERENCIA CARGADOS.                                     *
      *----------------------------------------------------------------*

       2800-REGISTRAR-OBSERVACION.

           MOVE '2800-REGISTRAR-OBSERVACION'  TO WS-PARRAFO.

           ADD 1                              TO CNT-OBSERVACIONES.

           MOVE VIN-TIP-DOC                   TO LAU-TIPDOC.
           MOVE VIN-NRO-DOC                   TO LAU-NRODOC.
           MOVE VIN-NOMAPE                    TO LAU-NOMAPE.
           MOVE VIN-RELACION                  TO LAU-RELACION.
           MOVE VIN-LEGAJO                    TO LAU-LEGAJO.
           MOVE WS-OPERACION                  TO LAU-OPERACION.
           MOVE WS-OBSERVACION(5:26)          TO LAU-OBSERVACION.
           MOVE WS-LIN-AUDITORIA              TO REG-VINCAUD.

           PERFORM 2850-GRABAR-VINCAUD
              THRU 2850-F-GRABAR-VINCAUD.

       2800-F-REGISTRAR-OBSERVACION.
           EXIT.

      *----------------------------------------------------------------*
      *            2 8 5 0 - G R A B A R - V I N C A U D               *
      *----------------------------------------------------------------*

       2850-GRABAR-VINCAUD.

           WRITE REG-VINCAUD.

           IF NOT FS-VINCAUD-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-VINCAUD                 TO AUX-ERR-NOMBRE
              MOVE FS-VINCAUD                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2850-F-GRABAR-VINCAUD.
           EXIT.

      *----------------------------------------------------------------*
      *            2 9 0 0 - G R A B A R - R E P V I N C               *
      *----------------------------------------------------------------*

       2900-GRABAR-REPVINC.

           WRITE REG-REPVINC.

           IF NOT FS-REPVINC-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-REPVINC                 TO AUX-ERR-NOMBRE
              MOVE FS-REPVINC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2900-F-GRABAR-REPVINC.
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

           PERFORM 3100-LISTAR-TOTALES
              THRU 3100-F-LISTAR-TOTALES.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *            3 1 0 0 - L I S T A R - T O T A L E S               *
      *----------------------------------------------------------------*

       3100-LISTAR-TOTALES.

           MOVE '3100-LISTAR-TOTALES'         TO WS-PARRAFO.

           MOVE SPACES                        TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'VINCULADOS INFORMADOS:'      TO LTO-LEYENDA.
           MOVE CNT-VINCULADOS-INFORMADOS     TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'VINCULADOS SIN CUENTAS:'     TO LTO-LEYENDA.
           MOVE CNT-VINCULADOS-SIN-CLIENTE    TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'CUENTAS LISTADAS:'           TO LTO-LEYENDA.
           MOVE CNT-CUENTAS                   TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'CUENTAS EN DESCUBIERTO:'     TO LTO-LEYENDA.
           MOVE CNT-CUENTAS-DESCUBIERTO       TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'CUENTAS EXENTAS DE COMISION:' TO LTO-LEYENDA.
           MOVE CNT-CUENTAS-EXENTAS           TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE '  DE ELLAS CON EXENCION OTORGADA:' TO LTO-LEYENDA.
           MOVE CNT-EXENCIONES-OTORGADAS      TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'PLAZOS FIJOS VIGENTES:'      TO LTO-LEYENDA.
           MOVE CNT-PLAZOS-FIJOS              TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE 'OBSERVACIONES AL COMITE DE AUDITORIA:' TO LTO-LEYENDA.
           MOVE CNT-OBSERVACIONES             TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-REPVINC.

           PERFORM 2900-GRABAR-REPVINC
              THRU 2900-F-GRABAR-REPVINC.

           MOVE SPACES                        TO REG-VINCAUD.

           PERFORM 2850-GRABAR-VINCAUD
              THRU 2850-F-GRABAR-VINCAUD.

           MOVE 'TOTAL DE OBSERVACIONES:'     TO LTO-LEYENDA.
           MOVE CNT-OBSERVACIONES             TO LTO-CANTIDAD.
           MOVE WS-LIN-TOTAL                  TO REG-VINCAUD.

           PERFORM 2850-GRABAR-VINCAUD
              THRU 2850-F-GRABAR-VINCAUD.

       3100-F-LISTAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE VINCUL
                 REPVINC
                 VINCAUD.

           IF NOT FS-REPVINC-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-REPVINC                 TO AUX-ERR-NOMBRE
              MOVE FS-REPVINC                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-VINCAUD-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-VINCAUD                 TO AUX-ERR-NOMBRE
              MOVE FS-VINCAUD                 TO AUX-ERR-STATUS
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

           MOVE CNT-VINCULADOS-LEIDOS         TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI125               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* VINCULADOS LEIDOS DEL REGISTRO:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VINCULADOS-FUERA-MES      TO WS-MASCARA.
           DISPLAY '* VINCULADOS SIN VIGENCIA EN EL MES:      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VINCULADOS-INFORMADOS     TO WS-MASCARA.
           DISPLAY '* VINCULADOS INFORMADOS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-VINCULADOS-SIN-CLIENTE    TO WS-MASCARA.
           DISPLAY '* VINCULADOS SIN CUENTAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS                   TO WS-MASCARA.
           DISPLAY '* CUENTAS LISTADAS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PLAZOS-FIJOS              TO WS-MASCARA.
           DISPLAY '* PLAZOS FIJOS LISTADOS:                  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-OBSERVACIONES             TO WS-MASCARA.
           DISPLAY '* OBSERVACIONES AL COMITE:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'VINC='          DELIMITED BY SIZE
                  CNT-VINCULADOS-INFORMADOS DELIMITED BY SIZE
                  ' CTAS='         DELIMITED BY SIZE
                  CNT-CUENTAS      DELIMITED BY SIZE
                  ' PF='           DELIMITED BY SIZE
                  CNT-PLAZOS-FIJOS DELIMITED BY SIZE
                  ' OBS='          DELIMITED BY SIZE
                  CNT-OBSERVACIONES DELIMITED BY SIZE
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
      *        1 8 6 5 - C A R G A R - P R O D U C T O S               *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

      *----------------------------------------------------------------*
      *        1 8 9 1 - C A R G A R - L I M I T E S                   *
      *----------------------------------------------------------------*

           COPY LIMAUTLE.

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

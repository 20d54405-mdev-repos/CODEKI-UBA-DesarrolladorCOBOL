      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI170.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   SIMULACION DE CAMBIOS DE ARANCELES Y TASAS ANTES DE APROBAR  *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * QUIEN APRUEBA UN CAMBIO DE COMISION O DE TASAS EN PARMCAMB     *
      * ( PGMSIN95 ) NECESITA SABER QUE EFECTO TIENE. ESTE PROGRAMA    *
      * REPITE EL ULTIMO MES CON LOS VALORES PROPUESTOS, SIN TOCAR     *
      * DB2 ( SOLO LEE KC02787.TBCURCTA Y TBCURCLI ):                  *
      *   - LOS VALORES ACTUALES SON LA VISTA VIGENTE ( COMISVIG Y     *
      *     TASASVIG ); SOBRE ELLOS SE SUPERPONEN TODAS LAS            *
      *     TRANSACCIONES DE COMISION Y TASAS DE PARMCAMB, CUALQUIERA  *
      *     SEA SU ESTADO ( LA ULTIMA DE CADA TIPO DE CUENTA MANDA ).  *
      *   - LO ACTUAL ES LO QUE REALMENTE PASO EL MES ANTERIOR: LAS    *
      *     CUENTAS DEBITADAS EN CARGOS ( PGMSIN53 ) Y EL INTERES      *
      *     ACREDITADO EN DEVENDET ( PGMSIN40 ). AMBOS VIENEN EN EL    *
      *     ORDEN DEL CURSOR ( SUCURSAL, TIPO, NUMERO ) Y SE APAREAN   *
      *     CON EL.                                                    *
      *   - LO PROPUESTO SE CALCULA CON LA MISMA REGLA DE CADA         *
      *     PROGRAMA: EL INTERES SOBRE LA MISMA BASE DE DEVENDET; LA   *
      *     EXENCION POR SALDO CONTRA EL SALDO PROMEDIO DEL MES        *
      *     ( EXTRACTO DE PGMSIN52 ). SOLO CAMBIA DE SITUACION LA      *
      *     CUENTA CUYA SITUACION DEPENDE DE LOS VALORES: LA EXENTA    *
      *     POR MARCA, POR PRODUCTO O POR OTRO MOTIVO SIGUE EXENTA.    *
      *   - EL LISTADO SIMULA INFORMA LOS CAMBIOS SIMULADOS, EL        *
      *     IMPACTO EN COMISIONES E INTERESES POR TIPO DE CUENTA Y POR *
      *     SUCURSAL CON LAS CUENTAS QUE PASAN A PAGAR O QUEDAN        *
      *     EXENTAS, Y LOS CLIENTES MAS AFECTADOS ( MAS COMISION Y     *
      *     MENOS INTERES ).                                           *
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

           SELECT PARMCAMB ASSIGN TO PARMCAMB
                                    FILE STATUS IS FS-PARMCAMB.

           SELECT COMISION ASSIGN TO COMISVIG
                                    FILE STATUS IS FS-COMISION.

           SELECT TASAS ASSIGN TO TASASVIG
                                    FILE STATUS IS FS-TASAS.

           SELECT EXTRACTO ASSIGN TO EXTRACTO
                                    FILE STATUS IS FS-EXTRACTO.

           SELECT DEVENDET ASSIGN TO DEVENDET
                                    FILE STATUS IS FS-DEVENDET.

           SELECT CARGOS ASSIGN TO CARGOS
                                    FILE STATUS IS FS-CARGOS.

           SELECT PRODUCTO ASSIGN TO PRODUCTO
                                    FILE STATUS IS FS-PRODUCTO.

           SELECT SIMULA ASSIGN TO SIMULA
                                    FILE STATUS IS FS-SIMULA.

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
      *   TRANSACCIONES DE CAMBIO PROPUESTAS ( LAYOUT DE PGMSIN95 ).   *
      *----------------------------------------------------------------*

       FD   PARMCAMB
            RECORDING MODE IS F.
       01   REG-PARMCAMB                                    PIC X(128).

      *----------------------------------------------------------------*
      *   VISTAS VIGENTES DE ARANCELES Y TASAS ( PGMSIN95 ).           *
      *----------------------------------------------------------------*

       FD   COMISION
            RECORDING MODE IS F.
       01   REG-COMISION                                    PIC X(80).

       FD   TASAS
            RECORDING MODE IS F.
       01   REG-TASAS                                       PIC X(80).

      *----------------------------------------------------------------*
      *   EXTRACTO DE SALDO PROMEDIO DEL ULTIMO MES ( PGMSIN52 ).      *
      *----------------------------------------------------------------*

       FD   EXTRACTO
            RECORDING MODE IS F.
       01   REG-EXTRACTO                                    PIC X(25).

      *----------------------------------------------------------------*
      *   DETALLE DEL DEVENGAMIENTO DEL MES ( COPY CPDEVDET ).         *
      *----------------------------------------------------------------*

       FD   DEVENDET
            RECORDING MODE IS F.
       01   REG-DEVENDET                                    PIC X(80).

      *----------------------------------------------------------------*
      *   LISTADO DE COMISIONES DEBITADAS EN EL MES ( PGMSIN53 ).      *
      *----------------------------------------------------------------*

       FD   CARGOS
            RECORDING MODE IS F.
       01   REG-CARGOS                                      PIC X(80).

      *----------------------------------------------------------------*
      *   CATALOGO DE PRODUCTOS POR TIPO DE CUENTA ( COPY CPPRODUC /   *
      *   PRODUCLE ).                                                  *
      *----------------------------------------------------------------*

       FD  PRODUCTO
           RECORDING MODE IS F.
       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   LISTADO DE LA SIMULACION.                                    *
      *----------------------------------------------------------------*

       FD   SIMULA
            RECORDING MODE IS F.
       01   REG-SIMULA                                      PIC X(132).

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
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI170'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-PARMCAMB                   PIC X(08)  VALUE 'PARMCAMB'.
           02 CT-COMISVIG                   PIC X(08)  VALUE 'COMISVIG'.
           02 CT-TASASVIG                   PIC X(08)  VALUE 'TASASVIG'.
           02 CT-EXTRACTO                   PIC X(08)  VALUE 'EXTRACTO'.
           02 CT-DEVENDET                   PIC X(08)  VALUE 'DEVENDET'.
           02 CT-CARGOS                     PIC X(08)  VALUE 'CARGOS  '.
           02 CT-SIMULA                     PIC X(08)  VALUE 'SIMULA  '.
           02 CT-CLIENTES                   PIC X(08)  VALUE 'CLIENTES'.
           02 CT-TIPOS                      PIC X(08)  VALUE 'TIPOS   '.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 CT-ARCHIVO-COMISION           PIC X(08)  VALUE 'COMISION'.
           02 CT-ARCHIVO-TASAS              PIC X(08)  VALUE 'TASAS   '.
           02 CT-MAX-VIGENTES               PIC 9(02)  VALUE 20.
           02 CT-MAX-TIPOS                  PIC 9(02)  VALUE 30.
           02 CT-MAX-PROMEDIOS              PIC 9(05)  VALUE 05000.
           02 CT-MAX-CLIENTES               PIC 9(05)  VALUE 05000.
           02 CT-MAX-AFECTADOS              PIC 9(02)  VALUE 20.

      *----------------------------------------------------------------*
      *   RENGLON DE DETALLE DE CARGOS QUE IDENTIFICA UNA COMISION     *
      *   DEBITADA ( 2500-GRABAR-CARGO DE PGMSIN53 ).                  *
      *----------------------------------------------------------------*

           02 CT-CARGO-PREFIJO              PIC X(04)  VALUE 'SUC '.
           02 CT-CARGO-DEBITADA             PIC X(19)  VALUE
              ' COMISION DEBITADA '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-PROCESO              PIC 9(08).
           02 WS-I                          PIC 9(02)  VALUE ZEROS.
           02 WS-IA                         PIC 9(02)  VALUE ZEROS.
           02 WS-IT                         PIC 9(02)  VALUE ZEROS.
           02 WS-IX-TIP                     PIC 9(02)  VALUE ZEROS.
           02 WS-SUC                        PIC 9(02)  VALUE ZEROS.
           02 WS-P                          PIC 9(05)  VALUE ZEROS.
           02 WS-IX-CLI                     PIC 9(05)  VALUE ZEROS.
           02 WS-IX-MAYOR                   PIC 9(05)  VALUE ZEROS.
           02 WS-RANGO                      PIC 9(02)  VALUE ZEROS.
           02 WS-TIPCUEN-BUSCADO            PIC X(02)  VALUE SPACES.
           02 WS-PROMEDIO                   PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-COM-ACTUAL                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-COM-PROPUESTA              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INT-ACTUAL                 PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-INT-PROPUESTO              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-IMPACTO                    PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-MAYOR-ABS                  PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,99-.
           02 WS-ARANCEL-EDIT               PIC ZZ.ZZ9,99.
           02 WS-UMBRAL-EDIT                PIC Z.ZZZ.ZZ9,99.
           02 WS-TASA-EDIT                  PIC Z9,9999.
           02 WS-PROMEDIO-SW                PIC X(01)  VALUE 'N'.
              88 PROMEDIO-HALLADO                      VALUE 'S'.
              88 PROMEDIO-NO-HALLADO                   VALUE 'N'.
           02 WS-COBRADA-SW                 PIC X(01)  VALUE 'N'.
              88 CUENTA-COBRADA                        VALUE 'S'.
              88 CUENTA-NO-COBRADA                     VALUE 'N'.
           02 WS-DEVENGADA-SW               PIC X(01)  VALUE 'N'.
              88 CUENTA-DEVENGADA                      VALUE 'S'.
              88 CUENTA-NO-DEVENGADA                   VALUE 'N'.
           02 WS-SIN-ARANCEL-SW             PIC X(01)  VALUE 'N'.
              88 PRODUCTO-SIN-ARANCEL                  VALUE 'S'.
           02 WS-NO-DEVENGA-SW              PIC X(01)  VALUE 'N'.
              88 PRODUCTO-NO-DEVENGA                   VALUE 'S'.

      *----------------------------------------------------------------*
      *   CLAVES DE APAREO EN EL ORDEN DEL CURSOR ( SUCURSAL, TIPO Y   *
      *   NUMERO DE CUENTA ). EN FIN DE ARCHIVO LA CLAVE QUEDA EN      *
      *   HIGH-VALUES.                                                 *
      *----------------------------------------------------------------*

       01 WS-CLAVE-CTA.
           02 WS-CLC-SUCUEN                 PIC 9(02).
           02 WS-CLC-TIPCUEN                PIC X(02).
           02 WS-CLC-NROCUEN                PIC 9(04).

       01 WS-CLAVE-DEV.
           02 WS-CLD-SUCUEN                 PIC 9(02).
           02 WS-CLD-TIPCUEN                PIC X(02).
           02 WS-CLD-NROCUEN                PIC 9(04).

       01 WS-CLAVE-CAR.
           02 WS-CLR-SUCUEN                 PIC X(02).
           02 WS-CLR-TIPCUEN                PIC X(02).
           02 WS-CLR-NROCUEN                PIC X(04).

      *----------------------------------------------------------------*
      *   CLAVE DEL EXTRACTO ( TIPO, NUMERO Y SUCURSAL ).              *
      *----------------------------------------------------------------*

       01 WS-CLAVE-CUENTA.
           02 WS-CLE-TIPCUEN                PIC X(02).
           02 WS-CLE-NROCUEN                PIC 9(04).
           02 WS-CLE-SUCUEN                 PIC 9(02).

      *----------------------------------------------------------------*
      *   TRANSACCION DE CAMBIO ( MISMO LAYOUT QUE EN PGMSIN95 )       *
      *----------------------------------------------------------------*

       01 WS-REG-CAMBIO.
           02 CAM-ARCHIVO                   PIC X(08).
           02 CAM-FECHA-ALTA                PIC 9(08).
           02 CAM-APROBADOR                 PIC X(08).
           02 CAM-ESTADO                    PIC X(01).
              88 CAM-APROBADO                          VALUE 'A'.
           02 CAM-FECHA-VIG                 PIC 9(08).
           02 CAM-LONG-CLAVE                PIC 9(02).
           02 CAM-IMAGEN                    PIC X(80).
           02 FILLER                        PIC X(05).
           02 CAM-SOLICITANTE               PIC X(08).

      *----------------------------------------------------------------*
      *   IMAGENES DE ARANCEL Y TASA ( LAYOUTS DE PGMSIN53 / PGMSIN40 )*
      *----------------------------------------------------------------*

       01 WS-REG-ARANCEL.
           02 ARA-TIPCUEN                   PIC X(02).
           02 ARA-IMPORTE                   PIC 9(05)V99.
           02 ARA-UMBRAL-EXENTO             PIC 9(07)V99.
           02 FILLER                        PIC X(62).

       01 WS-REG-TASA.
           02 TASA-TIPCUEN                  PIC X(02).
           02 TASA-PORCENTAJE               PIC 9(02)V9(04).
           02 FILLER                        PIC X(72).

      *----------------------------------------------------------------*
      *   REGISTRO DEL EXTRACTO DE PGMSIN52 Y RENGLON DE CARGOS.       *
      *----------------------------------------------------------------*

       01 WS-REG-EXTRACTO.
           02 EXT-CLAVE.
              03 EXT-TIPCUEN                PIC X(02).
              03 EXT-NROCUEN                PIC 9(04).
              03 EXT-SUCUEN                 PIC 9(02).
           02 EXT-PROMEDIO                  PIC S9(11)V99.
           02 FILLER                        PIC X(04).

       01 WS-LIN-CARGO.
           02 LCA-PREFIJO                   PIC X(04).
           02 LCA-SUCUEN                    PIC X(02).
           02 FILLER                        PIC X(05).
           02 LCA-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(01).
           02 LCA-NROCUEN                   PIC X(04).
           02 LCA-CONCEPTO                  PIC X(19).
           02 FILLER                        PIC X(43).

      *----------------------------------------------------------------*
      *   ARANCELES Y TASAS POR TIPO DE CUENTA: VALOR ACTUAL ( VISTA   *
      *   VIGENTE ) Y PROPUESTO ( ACTUAL MAS PARMCAMB ).               *
      *----------------------------------------------------------------*

       01 WS-CANT-ARANCELES                 PIC 9(02)  VALUE ZEROS.

       01 WS-T-ARANCELES.
           02 T-ARA                         OCCURS 20 TIMES.
              03 T-ARA-TIPCUEN              PIC X(02).
              03 T-ARA-ACT-SW               PIC X(01).
                 88 T-ARA-CON-ACTUAL                   VALUE 'S'.
              03 T-ARA-ACT-IMPORTE          PIC 9(05)V99.
              03 T-ARA-ACT-UMBRAL           PIC 9(07)V99.
              03 T-ARA-PRO-IMPORTE          PIC 9(05)V99.
              03 T-ARA-PRO-UMBRAL           PIC 9(07)V99.
              03 T-ARA-CAMBIO-SW            PIC X(01).
                 88 T-ARA-CAMBIADO                     VALUE 'S'.

       01 WS-CANT-TASAS                     PIC 9(02)  VALUE ZEROS.

       01 WS-T-TASAS.
           02 T-TASA                        OCCURS 20 TIMES.
              03 T-TASA-TIPCUEN             PIC X(02).
              03 T-TASA-ACT-SW              PIC X(01).
                 88 T-TASA-CON-ACTUAL                  VALUE 'S'.
              03 T-TASA-ACT-PORCENTAJE      PIC 9(02)V9(04).
              03 T-TASA-PRO-PORCENTAJE      PIC 9(02)V9(04).
              03 T-TASA-CAMBIO-SW           PIC X(01).
                 88 T-TASA-CAMBIADA                    VALUE 'S'.

      *----------------------------------------------------------------*
      *   SALDOS PROMEDIO DEL MES, CARGADOS DEL EXTRACTO.              *
      *----------------------------------------------------------------*

       01 WS-CANT-PROMEDIOS                 PIC 9(05)  VALUE ZEROS.

       01 WS-T-PROMEDIOS.
           02 T-PRM                         OCCURS 5000 TIMES.
              03 T-PRM-CLAVE                PIC X(08).
              03 T-PRM-PROMEDIO             PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   IMPACTO POR TIPO DE CUENTA, POR SUCURSAL ( SUBINDICE = NRO   *
      *   DE SUCURSAL ) Y TOTAL.                                       *
      *----------------------------------------------------------------*

       01 WS-CANT-TIPOS                     PIC 9(02)  VALUE ZEROS.

       01 WS-T-TIPOS.
           02 T-TIP                         OCCURS 30 TIMES.
              03 T-TIP-TIPCUEN              PIC X(02).
              03 T-TIP-CUENTAS              PIC 9(07).
              03 T-TIP-COM-ACTUAL           PIC S9(11)V99 COMP-3.
              03 T-TIP-COM-PROPUESTA        PIC S9(11)V99 COMP-3.
              03 T-TIP-NUEVAS-COBRADAS      PIC 9(05).
              03 T-TIP-NUEVAS-EXENTAS       PIC 9(05).
              03 T-TIP-INT-ACTUAL           PIC S9(11)V99 COMP-3.
              03 T-TIP-INT-PROPUESTO        PIC S9(11)V99 COMP-3.

       01 WS-T-SUCURSALES.
           02 T-SUC                         OCCURS 99 TIMES.
              03 T-SUC-CUENTAS              PIC 9(07).
              03 T-SUC-COM-ACTUAL           PIC S9(11)V99 COMP-3.
              03 T-SUC-COM-PROPUESTA        PIC S9(11)V99 COMP-3.
              03 T-SUC-NUEVAS-COBRADAS      PIC 9(05).
              03 T-SUC-NUEVAS-EXENTAS       PIC 9(05).
              03 T-SUC-INT-ACTUAL           PIC S9(11)V99 COMP-3.
              03 T-SUC-INT-PROPUESTO        PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   CLIENTES CON IMPACTO DISTINTO DE CERO. EL IMPACTO ES LO QUE  *
      *   EL CLIENTE PIERDE CON LA PROPUESTA: MAS COMISION Y MENOS     *
      *   INTERES ( NEGATIVO SI GANA ).                                *
      *----------------------------------------------------------------*

       01 WS-CANT-CLIENTES                  PIC 9(05)  VALUE ZEROS.

       01 WS-T-CLIENTES.
           02 T-CLI                         OCCURS 5000 TIMES.
              03 T-CLI-NROCLI               PIC 9(08).
              03 T-CLI-NOMAPE               PIC X(30).
              03 T-CLI-CUENTAS              PIC 9(03).
              03 T-CLI-COM-DIF              PIC S9(11)V99 COMP-3.
              03 T-CLI-INT-DIF              PIC S9(11)V99 COMP-3.
              03 T-CLI-IMPACTO              PIC S9(11)V99 COMP-3.
              03 T-CLI-ABS                  PIC S9(11)V99 COMP-3.
              03 T-CLI-LISTADO-SW           PIC X(01).
                 88 T-CLI-LISTADO                      VALUE 'S'.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO SIMULA                                    *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'SIMULACION DE CAMBIOS DE ARANCELES Y TASAS SOBRE E'.
           02 FILLER                        PIC X(30)  VALUE
              'L ULTIMO MES - FECHA PROCESO: '.
           02 LTI-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(44)  VALUE SPACES.

       01 WS-LIN-SECCION.
           02 LSE-TEXTO                     PIC X(80).
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-CAM-COLUMNAS.
           02 FILLER                        PIC X(50)  VALUE
              '  ARCHIVO   TIPO  CONCEPTO                    ACTU'.
           02 FILLER                        PIC X(50)  VALUE
              'AL      PROPUESTO  OBSERVACION                    '.
           02 FILLER                        PIC X(32)  VALUE SPACES.

       01 WS-LIN-CAM-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCM-ARCHIVO                   PIC X(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCM-TIPCUEN                   PIC X(02).
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LCM-CONCEPTO                  PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCM-ACTUAL                    PIC X(12).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LCM-PROPUESTO                 PIC X(12).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCM-OBSERVACION               PIC X(30).
           02 FILLER                        PIC X(33)  VALUE SPACES.

       01 WS-LIN-IMP-COLUMNAS.
           02 FILLER                        PIC X(50)  VALUE
              '        CUENTAS COMISION ACTUAL  COM. PROPUESTA   '.
           02 FILLER                        PIC X(50)  VALUE
              '   DIFERENCIA NUEVAS NUEVAS  INTERES ACTUAL  INT. '.
           02 FILLER                        PIC X(32)  VALUE
              'PROPUESTO      DIFERENCIA       '.

       01 WS-LIN-IMP-COLUMNAS-2.
           02 FILLER                        PIC X(50)  VALUE SPACES.
           02 FILLER                        PIC X(50)  VALUE
              '              COBRAN EXENT.                       '.
           02 FILLER                        PIC X(32)  VALUE SPACES.

       01 WS-LIN-IMP-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LIM-CLAVE                     PIC X(06).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-CUENTAS                   PIC ZZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-COM-ACTUAL                PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-COM-PROPUESTA             PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-COM-DIF                   PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LIM-NUEVAS-COBRADAS           PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LIM-NUEVAS-EXENTAS            PIC ZZZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-INT-ACTUAL                PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-INT-PROPUESTO             PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LIM-INT-DIF                   PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(07)  VALUE SPACES.

       01 WS-LIN-CLI-COLUMNAS.
           02 FILLER                        PIC X(50)  VALUE
              ' ORDEN   NROCLI    APELLIDO Y NOMBRE             C'.
           02 FILLER                        PIC X(50)  VALUE
              'TAS   DIF. COMISION    DIF. INTERES    IMPACTO NET'.
           02 FILLER                        PIC X(32)  VALUE
              'O                               '.

       01 WS-LIN-CLI-DETALLE.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LCL-ORDEN                     PIC Z9.
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LCL-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LCL-NOMAPE                    PIC X(30).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCL-CUENTAS                   PIC ZZ9.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCL-COM-DIF                   PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCL-INT-DIF                   PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LCL-IMPACTO                   PIC ZZZ.ZZZ.ZZ9,99-.
           02 FILLER                        PIC X(31)  VALUE SPACES.

      *----------------------------------------------------------------*
      *                     A C U M U L A D O R E S                    *
      *----------------------------------------------------------------*

       01 ACM-ACUMULADORES.
           02 ACM-CUENTAS                   PIC 9(07)  VALUE ZEROS.
           02 ACM-COM-ACTUAL                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-COM-PROPUESTA             PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-NUEVAS-COBRADAS           PIC 9(05)  VALUE ZEROS.
           02 ACM-NUEVAS-EXENTAS            PIC 9(05)  VALUE ZEROS.
           02 ACM-INT-ACTUAL                PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.
           02 ACM-INT-PROPUESTO             PIC S9(11)V99 COMP-3
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
           02 CNT-CAMBIOS-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-SIMULADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-OTROS             PIC 9(05)  VALUE ZEROS.
           02 CNT-CAMBIOS-INVALIDOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZEROS.
           02 CNT-CUENTAS-SIN-PROMEDIO      PIC 9(07)  VALUE ZEROS.
           02 CNT-CARGOS-APAREADOS          PIC 9(07)  VALUE ZEROS.
           02 CNT-CARGOS-SIN-CUENTA         PIC 9(07)  VALUE ZEROS.
           02 CNT-DEVENDET-APAREADOS        PIC 9(07)  VALUE ZEROS.
           02 CNT-DEVENDET-SIN-CUENTA       PIC 9(07)  VALUE ZEROS.
           02 CNT-CLIENTES-AFECTADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-SIMULA-GRABADOS           PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PARMCAMB                   PIC X(02).
              88 FS-PARMCAMB-OK                        VALUE '00'.
              88 FS-PARMCAMB-EOF                       VALUE '10'.

           02 FS-COMISION                   PIC X(02).
              88 FS-COMISION-OK                        VALUE '00'.
              88 FS-COMISION-EOF                       VALUE '10'.

           02 FS-TASAS                      PIC X(02).
              88 FS-TASAS-OK                           VALUE '00'.
              88 FS-TASAS-EOF                          VALUE '10'.

           02 FS-EXTRACTO                   PIC X(02).
              88 FS-EXTRACTO-OK                        VALUE '00'.
              88 FS-EXTRACTO-EOF                       VALUE '10'.

           02 FS-DEVENDET                   PIC X(02).
              88 FS-DEVENDET-OK                        VALUE '00'.
              88 FS-DEVENDET-EOF                       VALUE '10'.

           02 FS-CARGOS                     PIC X(02).
              88 FS-CARGOS-OK                          VALUE '00'.
              88 FS-CARGOS-EOF                         VALUE '10'.

           02 FS-PRODUCTO                   PIC X(02).
              88 FS-PRODUCTO-OK                        VALUE '00'.
              88 FS-PRODUCTO-EOF                       VALUE '10'.

           02 FS-SIMULA                     PIC X(02).
              88 FS-SIMULA-OK                          VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 CS-CURSOR                     PIC X(02).
              88 CS-CURSOR-OK                          VALUE '00'.
              88 CS-CURSOR-EOC                         VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPDEVDET.

           COPY CPPRODUC.

           COPY CPFECPRO.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DE LA CUENTA SIMULADA                         *
      *----------------------------------------------------------------*

       01 WS-HOST-SIMULA.
           02 WS-SIM-TIPCUEN                PIC X(02).
           02 WS-SIM-NROCUEN                PIC 9(04).
           02 WS-SIM-SUCUEN                 PIC 9(02).
           02 WS-SIM-NROCLI                 PIC 9(08).
           02 WS-SIM-EXENTA                 PIC X(01).
           02 WS-SIM-NOMAPE                 PIC X(30).

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
      *      D E C L A R A C I O N  D E  C U R S O R  |  D B 2         *
      *----------------------------------------------------------------*
      *   MISMO ORDEN QUE LOS CURSORES DE PGMSIN40 Y PGMSIN53, PARA    *
      *   APAREAR DEVENDET Y CARGOS SIN CARGARLOS EN MEMORIA.          *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE SIM_CURSOR CURSOR FOR
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.NROCLI,
                      A.EXENTA,
                      C.NOMAPE
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURCLI C
                WHERE A.NROCLI  = C.NROCLI
             ORDER BY A.SUCUEN, A.TIPCUEN, A.NROCUEN
           END-EXEC.


           COPY CPRUNID.

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

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      WS-T-SUCURSALES
                      ACM-ACUMULADORES
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

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1300-CARGAR-ARANCELES
              THRU 1300-F-CARGAR-ARANCELES.

           PERFORM 1400-CARGAR-TASAS
              THRU 1400-F-CARGAR-TASAS.

           PERFORM 1500-CARGAR-PROPUESTA
              THRU 1500-F-CARGAR-PROPUESTA.

           PERFORM 1600-CARGAR-PROMEDIOS
              THRU 1600-F-CARGAR-PROMEDIOS.

           PERFORM 1700-LEER-DEVENDET
              THRU 1700-F-LEER-DEVENDET.

           PERFORM 1750-LEER-CARGOS
              THRU 1750-F-LEER-CARGOS.

           PERFORM 1800-ABRIR-CURSOR
              THRU 1800-F-ABRIR-CURSOR.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   PARMCAMB
                        COMISION
                        TASAS
                        EXTRACTO
                        DEVENDET
                        CARGOS
                OUTPUT  SIMULA.

           IF NOT FS-PARMCAMB-OK
              MOVE CT-PARMCAMB                TO AUX-ERR-NOMBRE
              MOVE FS-PARMCAMB                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-COMISION-OK
              MOVE CT-COMISVIG                TO AUX-ERR-NOMBRE
              MOVE FS-COMISION                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-TASAS-OK
              MOVE CT-TASASVIG                TO AUX-ERR-NOMBRE
              MOVE FS-TASAS                   TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-EXTRACTO-OK
              MOVE CT-EXTRACTO                TO AUX-ERR-NOMBRE
              MOVE FS-EXTRACTO                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-DEVENDET-OK
              MOVE CT-DEVENDET                TO AUX-ERR-NOMBRE
              MOVE FS-DEVENDET                TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-CARGOS-OK
              MOVE CT-CARGOS                  TO AUX-ERR-NOMBRE
              MOVE FS-CARGOS                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

           IF NOT FS-SIMULA-OK
              MOVE CT-SIMULA                  TO AUX-ERR-NOMBRE
              MOVE FS-SIMULA                  TO AUX-ERR-STATUS
              PERFORM 1290-ERROR-APERTURA
                 THRU 1290-F-ERROR-APERTURA
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 2 9 0 - E R R O R - A P E R T U R A                *
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
      *           1 3 0 0 - C A R G A R - A R A N C E L E S            *
      *----------------------------------------------------------------*
      *   EL VALOR PROPUESTO ARRANCA IGUAL AL ACTUAL; PARMCAMB SOLO    *
      *   MODIFICA LOS TIPOS QUE TOCA.                                 *
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

           READ COMISION INTO WS-REG-ARANCEL.

           EVALUATE TRUE
               WHEN FS-COMISION-OK
                    CONTINUE

               WHEN FS-COMISION-EOF
                    SET FS-COMISION-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-COMISVIG          TO AUX-ERR-NOMBRE
                    MOVE FS-COMISION          TO AUX-ERR-STATUS
                    MOVE '1320-LEER-ARANCEL'  TO AUX-ERR-MENSAJE
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

           IF ARA-IMPORTE IS NUMERIC AND
              ARA-UMBRAL-EXENTO IS NUMERIC
              IF WS-CANT-ARANCELES >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-COMISVIG             TO AUX-ERR-NOMBRE
                 MOVE FS-COMISION             TO AUX-ERR-STATUS
                 MOVE '1340-GUARDAR-ARANCEL'  TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-ARANCELES
              MOVE WS-CANT-ARANCELES          TO WS-IA
              MOVE ARA-TIPCUEN                TO T-ARA-TIPCUEN(WS-IA)
              MOVE 'S'                        TO T-ARA-ACT-SW(WS-IA)
              MOVE 'N'                        TO T-ARA-CAMBIO-SW(WS-IA)
              MOVE ARA-IMPORTE             TO T-ARA-ACT-IMPORTE(WS-IA)
                                              T-ARA-PRO-IMPORTE(WS-IA)
              MOVE ARA-UMBRAL-EXENTO       TO T-ARA-ACT-UMBRAL(WS-IA)
                                              T-ARA-PRO-UMBRAL(WS-IA)
           END-IF.

           PERFORM 1320-LEER-ARANCEL
              THRU 1320-F-LEER-ARANCEL.

       1340-F-GUARDAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *              1 4 0 0 - C A R G A R - T A S A S                 *
      *----------------------------------------------------------------*

       1400-CARGAR-TASAS.

           MOVE '1400-CARGAR-TASAS'           TO WS-PARRAFO.

           PERFORM 1420-LEER-TASA
              THRU 1420-F-LEER-TASA.

           PERFORM 1440-GUARDAR-TASA
              THRU 1440-F-GUARDAR-TASA
             UNTIL FS-TASAS-EOF.

           CLOSE TASAS.

       1400-F-CARGAR-TASAS.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 2 0 - L E E R - T A S A                      *
      *----------------------------------------------------------------*

       1420-LEER-TASA.

           READ TASAS INTO WS-REG-TASA.

           EVALUATE TRUE
               WHEN FS-TASAS-OK
                    CONTINUE

               WHEN FS-TASAS-EOF
                    SET FS-TASAS-EOF          TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-TASASVIG          TO AUX-ERR-NOMBRE
                    MOVE FS-TASAS             TO AUX-ERR-STATUS
                    MOVE '1420-LEER-TASA'     TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *              1 4 4 0 - G U A R D A R - T A S A                 *
      *----------------------------------------------------------------*

       1440-GUARDAR-TASA.

           IF TASA-PORCENTAJE IS NUMERIC
              IF WS-CANT-TASAS >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-TASASVIG             TO AUX-ERR-NOMBRE
                 MOVE FS-TASAS                TO AUX-ERR-STATUS
                 MOVE '1440-GUARDAR-TASA'     TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-TASAS
              MOVE WS-CANT-TASAS              TO WS-IT
              MOVE TASA-TIPCUEN               TO T-TASA-TIPCUEN(WS-IT)
              MOVE 'S'                        TO T-TASA-ACT-SW(WS-IT)
              MOVE 'N'                       TO T-TASA-CAMBIO-SW(WS-IT)
              MOVE TASA-PORCENTAJE     TO T-TASA-ACT-PORCENTAJE(WS-IT)
                                          T-TASA-PRO-PORCENTAJE(WS-IT)
           END-IF.

           PERFORM 1420-LEER-TASA
              THRU 1420-F-LEER-TASA.

       1440-F-GUARDAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 0 0 - C A R G A R - P R O P U E S T A             *
      *----------------------------------------------------------------*
      *   SE SIMULA TODA TRANSACCION DE COMISION O TASAS, APROBADA O   *
      *   NO: LA SIMULACION SE CORRE ANTES DE APROBAR. SI HAY VARIAS   *
      *   DEL MISMO TIPO DE CUENTA, LA ULTIMA DEL ARCHIVO MANDA. UN    *
      *   TIPO QUE NO FIGURA EN LA VISTA VIGENTE SE SIMULA COMO ALTA.  *
      *----------------------------------------------------------------*

       1500-CARGAR-PROPUESTA.

           MOVE '1500-CARGAR-PROPUESTA'       TO WS-PARRAFO.

           PERFORM 1520-LEER-PARMCAMB
              THRU 1520-F-LEER-PARMCAMB.

           PERFORM 1540-APLICAR-PROPUESTA
              THRU 1540-F-APLICAR-PROPUESTA
             UNTIL FS-PARMCAMB-EOF.

           CLOSE PARMCAMB.

           IF CNT-CAMBIOS-SIMULADOS IS EQUAL TO ZEROS
              DISPLAY '* PARMCAMB SIN CAMBIOS DE COMISION NI TASAS: '
                      'LA SIMULACION NO MUESTRA DIFERENCIAS *'
           END-IF.

       1500-F-CARGAR-PROPUESTA.
           EXIT.

      *----------------------------------------------------------------*
      *             1 5 2 0 - L E E R - P A R M C A M B                *
      *----------------------------------------------------------------*

       1520-LEER-PARMCAMB.

           MOVE '1520-LEER-PARMCAMB'          TO WS-PARRAFO.

           READ PARMCAMB INTO WS-REG-CAMBIO.

           EVALUATE TRUE
               WHEN FS-PARMCAMB-OK
                    ADD 1                     TO CNT-CAMBIOS-LEIDOS

               WHEN FS-PARMCAMB-EOF
                    SET FS-PARMCAMB-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PARMCAMB          TO AUX-ERR-NOMBRE
                    MOVE FS-PARMCAMB          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-PARMCAMB.
           EXIT.

      *----------------------------------------------------------------*
      *         1 5 4 0 - A P L I C A R - P R O P U E S T A            *
      *----------------------------------------------------------------*

       1540-APLICAR-PROPUESTA.

           MOVE '1540-APLICAR-PROPUESTA'      TO WS-PARRAFO.

           EVALUATE CAM-ARCHIVO
             WHEN CT-ARCHIVO-COMISION
               PERFORM 1560-PROPONER-ARANCEL
                  THRU 1560-F-PROPONER-ARANCEL

             WHEN CT-ARCHIVO-TASAS
               PERFORM 1580-PROPONER-TASA
                  THRU 1580-F-PROPONER-TASA

             WHEN OTHER
               ADD 1                          TO CNT-CAMBIOS-OTROS
           END-EVALUATE.

           PERFORM 1520-LEER-PARMCAMB
              THRU 1520-F-LEER-PARMCAMB.

       1540-F-APLICAR-PROPUESTA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 6 0 - P R O P O N E R - A R A N C E L             *
      *----------------------------------------------------------------*

       1560-PROPONER-ARANCEL.

           MOVE CAM-IMAGEN                    TO WS-REG-ARANCEL.

           IF ARA-IMPORTE IS NOT NUMERIC OR
              ARA-UMBRAL-EXENTO IS NOT NUMERIC
              DISPLAY '* ARANCEL NO NUMERICO EN PARMCAMB, TIPO '
                      ARA-TIPCUEN ' *'
              ADD 1                           TO CNT-CAMBIOS-INVALIDOS
              GO TO 1560-F-PROPONER-ARANCEL
           END-IF.

           MOVE ARA-TIPCUEN                   TO WS-TIPCUEN-BUSCADO.

           PERFORM 2200-BUSCAR-ARANCEL
              THRU 2200-F-BUSCAR-ARANCEL.

           IF WS-IA > WS-CANT-ARANCELES
              IF WS-CANT-ARANCELES >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-PARMCAMB             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE '1560-PROPONER-ARANCEL' TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-ARANCELES
              MOVE WS-CANT-ARANCELES          TO WS-IA
              MOVE ARA-TIPCUEN                TO T-ARA-TIPCUEN(WS-IA)
              MOVE 'N'                        TO T-ARA-ACT-SW(WS-IA)
              MOVE ZEROS                   TO T-ARA-ACT-IMPORTE(WS-IA)
                                              T-ARA-ACT-UMBRAL(WS-IA)
           END-IF.

           MOVE ARA-IMPORTE                TO T-ARA-PRO-IMPORTE(WS-IA).
           MOVE ARA-UMBRAL-EXENTO          TO T-ARA-PRO-UMBRAL(WS-IA).
           MOVE 'S'                        TO T-ARA-CAMBIO-SW(WS-IA).

           ADD 1                              TO CNT-CAMBIOS-SIMULADOS.

       1560-F-PROPONER-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *             1 5 8 0 - P R O P O N E R - T A S A                *
      *----------------------------------------------------------------*

       1580-PROPONER-TASA.

           MOVE CAM-IMAGEN                    TO WS-REG-TASA.

           IF TASA-PORCENTAJE IS NOT NUMERIC
              DISPLAY '* TASA NO NUMERICA EN PARMCAMB, TIPO '
                      TASA-TIPCUEN ' *'
              ADD 1                           TO CNT-CAMBIOS-INVALIDOS
              GO TO 1580-F-PROPONER-TASA
           END-IF.

           MOVE TASA-TIPCUEN                  TO WS-TIPCUEN-BUSCADO.

           PERFORM 2250-BUSCAR-TASA
              THRU 2250-F-BUSCAR-TASA.

           IF WS-IT > WS-CANT-TASAS
              IF WS-CANT-TASAS >= CT-MAX-VIGENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-PARMCAMB             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE '1580-PROPONER-TASA'    TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-TASAS
              MOVE WS-CANT-TASAS              TO WS-IT
              MOVE TASA-TIPCUEN               TO T-TASA-TIPCUEN(WS-IT)
              MOVE 'N'                        TO T-TASA-ACT-SW(WS-IT)
              MOVE ZEROS               TO T-TASA-ACT-PORCENTAJE(WS-IT)
           END-IF.

           MOVE TASA-PORCENTAJE        TO T-TASA-PRO-PORCENTAJE(WS-IT).
           MOVE 'S'                    TO T-TASA-CAMBIO-SW(WS-IT).

           ADD 1                              TO CNT-CAMBIOS-SIMULADOS.

       1580-F-PROPONER-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 0 0 - C A R G A R - P R O M E D I O S             *
      *----------------------------------------------------------------*

       1600-CARGAR-PROMEDIOS.

           MOVE '1600-CARGAR-PROMEDIOS'       TO WS-PARRAFO.

           PERFORM 1640-LEER-EXTRACTO
              THRU 1640-F-LEER-EXTRACTO.

           PERFORM 1620-GUARDAR-PROMEDIO
              THRU 1620-F-GUARDAR-PROMEDIO
             UNTIL FS-EXTRACTO-EOF.

           CLOSE EXTRACTO.

       1600-F-CARGAR-PROMEDIOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 6 2 0 - G U A R D A R - P R O M E D I O               *
      *----------------------------------------------------------------*
      *   SIN LUGAR PARA UNA CUENTA SE ABORTA: SIN PROMEDIO LA CUENTA  *
      *   NO PODRIA CAMBIAR DE SITUACION Y LA SIMULACION MENTIRIA.     *
      *----------------------------------------------------------------*

       1620-GUARDAR-PROMEDIO.

           MOVE '1620-GUARDAR-PROMEDIO'       TO WS-PARRAFO.

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

           PERFORM 1640-LEER-EXTRACTO
              THRU 1640-F-LEER-EXTRACTO.

       1620-F-GUARDAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 4 0 - L E E R - E X T R A C T O                   *
      *----------------------------------------------------------------*

       1640-LEER-EXTRACTO.

           MOVE '1640-LEER-EXTRACTO'          TO WS-PARRAFO.

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

       1640-F-LEER-EXTRACTO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 7 0 0 - L E E R - D E V E N D E T                 *
      *----------------------------------------------------------------*

       1700-LEER-DEVENDET.

           MOVE '1700-LEER-DEVENDET'          TO WS-PARRAFO.

           READ DEVENDET INTO WS-REG-DEVENDET.

           EVALUATE TRUE
               WHEN FS-DEVENDET-OK
                    MOVE DEV-SUCUEN           TO WS-CLD-SUCUEN
                    MOVE DEV-TIPCUEN          TO WS-CLD-TIPCUEN
                    MOVE DEV-NROCUEN          TO WS-CLD-NROCUEN

               WHEN FS-DEVENDET-EOF
                    MOVE HIGH-VALUES          TO WS-CLAVE-DEV

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DEVENDET          TO AUX-ERR-NOMBRE
                    MOVE FS-DEVENDET          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1700-F-LEER-DEVENDET.
           EXIT.

      *----------------------------------------------------------------*
      *              1 7 5 0 - L E E R - C A R G O S                   *
      *----------------------------------------------------------------*
      *   DEJA EN WS-CLAVE-CAR LA PROXIMA COMISION DEBITADA; LOS       *
      *   RENGLONES DE SIN ARANCEL, PAQUETES Y TOTALES SE SALTEAN.     *
      *----------------------------------------------------------------*

       1750-LEER-CARGOS.

           MOVE '1750-LEER-CARGOS'            TO WS-PARRAFO.

           MOVE SPACES                        TO WS-LIN-CARGO.

           PERFORM 1760-LEER-RENGLON-CARGOS
              THRU 1760-F-LEER-RENGLON-CARGOS
             UNTIL FS-CARGOS-EOF
                OR ( LCA-PREFIJO IS EQUAL TO CT-CARGO-PREFIJO
                AND  LCA-CONCEPTO IS EQUAL TO CT-CARGO-DEBITADA ).

           IF FS-CARGOS-EOF
              MOVE HIGH-VALUES                TO WS-CLAVE-CAR
           ELSE
              MOVE LCA-SUCUEN                 TO WS-CLR-SUCUEN
              MOVE LCA-TIPCUEN                TO WS-CLR-TIPCUEN
              MOVE LCA-NROCUEN                TO WS-CLR-NROCUEN
           END-IF.

       1750-F-LEER-CARGOS.
           EXIT.

      *----------------------------------------------------------------*
      *       1 7 6 0 - L E E R - R E N G L O N - C A R G O S          *
      *----------------------------------------------------------------*

       1760-LEER-RENGLON-CARGOS.

           READ CARGOS INTO WS-LIN-CARGO.

           EVALUATE TRUE
               WHEN FS-CARGOS-OK
                    CONTINUE

               WHEN FS-CARGOS-EOF
                    SET FS-CARGOS-EOF         TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CARGOS            TO AUX-ERR-NOMBRE
                    MOVE FS-CARGOS            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1760-F-LEER-RENGLON-CARGOS.
           EXIT.

      *----------------------------------------------------------------*
      *             1 8 0 0 - A B R I R - C U R S O R                  *
      *----------------------------------------------------------------*

       1800-ABRIR-CURSOR.

           MOVE '1800-ABRIR-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              OPEN SIM_CURSOR
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

       1800-F-ABRIR-CURSOR.
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
      *       1 8 6 5 - C A R G A R - P R O D U C T O S                *
      *----------------------------------------------------------------*

           COPY PRODUCLE.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           MOVE WS-SIM-SUCUEN                 TO WS-CLC-SUCUEN
                                                 WS-CLE-SUCUEN.
           MOVE WS-SIM-TIPCUEN                TO WS-CLC-TIPCUEN
                                                 WS-CLE-TIPCUEN
                                                 WS-TIPCUEN-BUSCADO.
           MOVE WS-SIM-NROCUEN                TO WS-CLC-NROCUEN
                                                 WS-CLE-NROCUEN.

           PERFORM 2200-BUSCAR-ARANCEL
              THRU 2200-F-BUSCAR-ARANCEL.

           PERFORM 2250-BUSCAR-TASA
              THRU 2250-F-BUSCAR-TASA.

           MOVE 'N'                           TO WS-SIN-ARANCEL-SW
                                                 WS-NO-DEVENGA-SW.

           IF CATALOGO-CARGADO
              MOVE WS-SIM-TIPCUEN             TO WS-PRO-BUSCADO
              PERFORM 1867-BUSCAR-PRODUCTO
                 THRU 1867-F-BUSCAR-PRODUCTO

              IF PRODUCTO-HALLADO AND
                 T-PRO-CLASE-ARANCEL(WS-PRO-IX) IS EQUAL TO 'NO'
                 SET PRODUCTO-SIN-ARANCEL     TO TRUE
              END-IF

              IF PRODUCTO-HALLADO AND
                 T-PRO-DEVENGA(WS-PRO-IX) IS EQUAL TO 'N'
                 SET PRODUCTO-NO-DEVENGA      TO TRUE
              END-IF
           END-IF.

           PERFORM 2300-BUSCAR-PROMEDIO
              THRU 2300-F-BUSCAR-PROMEDIO.

           PERFORM 2400-SIMULAR-COMISION
              THRU 2400-F-SIMULAR-COMISION.

           PERFORM 2500-SIMULAR-INTERES
              THRU 2500-F-SIMULAR-INTERES.

           PERFORM 2600-ACUMULAR-IMPACTO
              THRU 2600-F-ACUMULAR-IMPACTO.

           PERFORM 2100-FETCH-CURSOR
              THRU 2100-F-FETCH-CURSOR.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*

       2100-FETCH-CURSOR.

           MOVE '2100-FETCH-CURSOR'           TO WS-PARRAFO.

           EXEC SQL
              FETCH  SIM_CURSOR
                     INTO
                        :WS-SIM-TIPCUEN,
                        :WS-SIM-NROCUEN,
                        :WS-SIM-SUCUEN,
                        :WS-SIM-NROCLI,
                        :WS-SIM-EXENTA,
                        :WS-SIM-NOMAPE
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL CT-FOUND
               ADD 1                     TO CNT-CUENTAS-LEIDAS

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
      *              2 2 0 0 - B U S C A R - A R A N C E L             *
      *----------------------------------------------------------------*
      *   AL SALIR, WS-IA QUEDA APUNTANDO A LA ENTRADA DE              *
      *   WS-TIPCUEN-BUSCADO O MAYOR A WS-CANT-ARANCELES.              *
      *----------------------------------------------------------------*

       2200-BUSCAR-ARANCEL.

           MOVE 1                             TO WS-IA.

           PERFORM 2220-COMPARAR-ARANCEL
              THRU 2220-F-COMPARAR-ARANCEL
             UNTIL WS-IA > WS-CANT-ARANCELES
                OR T-ARA-TIPCUEN(WS-IA) IS EQUAL TO WS-TIPCUEN-BUSCADO.

       2200-F-BUSCAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 2 0 - C O M P A R A R - A R A N C E L           *
      *----------------------------------------------------------------*

       2220-COMPARAR-ARANCEL.

           IF T-ARA-TIPCUEN(WS-IA) IS NOT EQUAL TO WS-TIPCUEN-BUSCADO
              ADD 1                           TO WS-IA
           END-IF.

       2220-F-COMPARAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *                2 2 5 0 - B U S C A R - T A S A                 *
      *----------------------------------------------------------------*
      *   AL SALIR, WS-IT QUEDA APUNTANDO A LA ENTRADA DE              *
      *   WS-TIPCUEN-BUSCADO O MAYOR A WS-CANT-TASAS.                  *
      *----------------------------------------------------------------*

       2250-BUSCAR-TASA.

           MOVE 1                             TO WS-IT.

           PERFORM 2270-COMPARAR-TASA
              THRU 2270-F-COMPARAR-TASA
             UNTIL WS-IT > WS-CANT-TASAS
                OR T-TASA-TIPCUEN(WS-IT) IS EQUAL TO WS-TIPCUEN-BUSCADO.

       2250-F-BUSCAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *              2 2 7 0 - C O M P A R A R - T A S A               *
      *----------------------------------------------------------------*

       2270-COMPARAR-TASA.

           IF T-TASA-TIPCUEN(WS-IT) IS NOT EQUAL TO WS-TIPCUEN-BUSCADO
              ADD 1                           TO WS-IT
           END-IF.

       2270-F-COMPARAR-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 0 0 - B U S C A R - P R O M E D I O              *
      *----------------------------------------------------------------*

       2300-BUSCAR-PROMEDIO.

           SET PROMEDIO-NO-HALLADO            TO TRUE.
           MOVE ZEROS                         TO WS-PROMEDIO.
           MOVE 1                             TO WS-P.

           PERFORM 2320-COMPARAR-PROMEDIO
              THRU 2320-F-COMPARAR-PROMEDIO
             UNTIL PROMEDIO-HALLADO
                OR WS-P IS GREATER THAN WS-CANT-PROMEDIOS.

           IF PROMEDIO-NO-HALLADO
              ADD 1                        TO CNT-CUENTAS-SIN-PROMEDIO
           END-IF.

       2300-F-BUSCAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 3 2 0 - C O M P A R A R - P R O M E D I O            *
      *----------------------------------------------------------------*

       2320-COMPARAR-PROMEDIO.

           IF T-PRM-CLAVE(WS-P) IS EQUAL TO WS-CLAVE-CUENTA
              SET PROMEDIO-HALLADO            TO TRUE
              MOVE T-PRM-PROMEDIO(WS-P)       TO WS-PROMEDIO
           ELSE
              ADD 1                           TO WS-P
           END-IF.

       2320-F-COMPARAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 4 0 0 - S I M U L A R - C O M I S I O N             *
      *----------------------------------------------------------------*
      *   LO ACTUAL ES LO DEBITADO EN CARGOS AL VALOR DE LA VISTA      *
      *   VIGENTE ( EL LISTADO NO TRAE LOS CENTAVOS ). LO PROPUESTO    *
      *   REPITE LA REGLA DE PGMSIN53 ( EXENTA CON SALDO MAYOR AL      *
      *   UMBRAL ) CONTRA EL SALDO PROMEDIO, Y SOLO MUEVE LA CUENTA    *
      *   CUANDO EL CAMBIO DE UMBRAL LA CRUZA:                         *
      *   - DEBITADA: QUEDA EXENTA SI EL PROMEDIO SUPERA EL UMBRAL     *
      *     PROPUESTO SIN SUPERAR EL ACTUAL; SI NO PAGA LO PROPUESTO.  *
      *   - NO DEBITADA DE UN TIPO CON ARANCEL: PASA A PAGAR SI ESTABA *
      *     EXENTA POR SALDO ( PROMEDIO SOBRE EL UMBRAL ACTUAL ) Y NO  *
      *     SUPERA EL PROPUESTO. CUALQUIER OTRO MOTIVO ( MARCA,        *
      *     PAQUETE ) LA DEJA EXENTA.                                  *
      *   - TIPO SIN ARANCEL ACTUAL QUE LO RECIBE: PAGA SI NO ESTA     *
      *     MARCADA EXENTA Y NO SUPERA EL UMBRAL PROPUESTO.            *
      *   LA CLASE DE ARANCEL 'NO' DEL CATALOGO EXIME SIEMPRE.         *
      *----------------------------------------------------------------*

       2400-SIMULAR-COMISION.

           MOVE '2400-SIMULAR-COMISION'       TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-COM-ACTUAL
                                                 WS-COM-PROPUESTA.
           SET CUENTA-NO-COBRADA              TO TRUE.

           PERFORM 2420-DESCARTAR-CARGO
              THRU 2420-F-DESCARTAR-CARGO
             UNTIL WS-CLAVE-CAR IS NOT LESS THAN WS-CLAVE-CTA.

           IF WS-CLAVE-CAR IS EQUAL TO WS-CLAVE-CTA
              SET CUENTA-COBRADA              TO TRUE
              ADD 1                           TO CNT-CARGOS-APAREADOS

              PERFORM 1750-LEER-CARGOS
                 THRU 1750-F-LEER-CARGOS
           END-IF.

           IF WS-IA > WS-CANT-ARANCELES
              GO TO 2400-F-SIMULAR-COMISION
           END-IF.

           IF CUENTA-COBRADA
              IF T-ARA-CON-ACTUAL(WS-IA)
                 MOVE T-ARA-ACT-IMPORTE(WS-IA) TO WS-COM-ACTUAL
                 IF WS-PROMEDIO > T-ARA-PRO-UMBRAL(WS-IA) AND
                    WS-PROMEDIO NOT > T-ARA-ACT-UMBRAL(WS-IA)
                    GO TO 2400-F-SIMULAR-COMISION
                 END-IF
              END-IF
              MOVE T-ARA-PRO-IMPORTE(WS-IA)   TO WS-COM-PROPUESTA
              GO TO 2400-F-SIMULAR-COMISION
           END-IF.

           IF WS-SIM-EXENTA IS EQUAL TO 'S' OR
              PRODUCTO-SIN-ARANCEL
              GO TO 2400-F-SIMULAR-COMISION
           END-IF.

           IF T-ARA-CON-ACTUAL(WS-IA)
              IF WS-PROMEDIO > T-ARA-ACT-UMBRAL(WS-IA) AND
                 WS-PROMEDIO NOT > T-ARA-PRO-UMBRAL(WS-IA)
                 MOVE T-ARA-PRO-IMPORTE(WS-IA) TO WS-COM-PROPUESTA
              END-IF
           ELSE
              IF WS-PROMEDIO NOT > T-ARA-PRO-UMBRAL(WS-IA)
                 MOVE T-ARA-PRO-IMPORTE(WS-IA) TO WS-COM-PROPUESTA
              END-IF
           END-IF.

       2400-F-SIMULAR-COMISION.
           EXIT.

      *----------------------------------------------------------------*
      *           2 4 2 0 - D E S C A R T A R - C A R G O              *
      *----------------------------------------------------------------*
      *   COMISION DE UNA CUENTA QUE YA NO ESTA EN TBCURCTA.           *
      *----------------------------------------------------------------*

       2420-DESCARTAR-CARGO.

           ADD 1                              TO CNT-CARGOS-SIN-CUENTA.

           PERFORM 1750-LEER-CARGOS
              THRU 1750-F-LEER-CARGOS.

       2420-F-DESCARTAR-CARGO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 5 0 0 - S I M U L A R - I N T E R E S              *
      *----------------------------------------------------------------*
      *   CUENTA EN DEVENDET: LO ACTUAL ES EL INTERES ACREDITADO Y LO  *
      *   PROPUESTO LA MISMA BASE POR LA TASA PROPUESTA ( FORMULA DE   *
      *   PGMSIN40 ). CUENTA FUERA DE DEVENDET: SOLO DEVENGA SI SU     *
      *   TIPO NO TENIA TASA Y LA PROPUESTA SE LA DA, SOBRE EL SALDO   *
      *   PROMEDIO ACREEDOR Y SI EL CATALOGO NO LO IMPIDE.             *
      *----------------------------------------------------------------*

       2500-SIMULAR-INTERES.

           MOVE '2500-SIMULAR-INTERES'        TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-INT-ACTUAL
                                                 WS-INT-PROPUESTO.
           SET CUENTA-NO-DEVENGADA            TO TRUE.

           PERFORM 2520-DESCARTAR-DEVENDET
              THRU 2520-F-DESCARTAR-DEVENDET
             UNTIL WS-CLAVE-DEV IS NOT LESS THAN WS-CLAVE-CTA.

           IF WS-CLAVE-DEV IS EQUAL TO WS-CLAVE-CTA
              SET CUENTA-DEVENGADA            TO TRUE
              ADD 1                           TO CNT-DEVENDET-APAREADOS
              MOVE DEV-INTERES                TO WS-INT-ACTUAL

              IF WS-IT NOT > WS-CANT-TASAS
                 COMPUTE WS-INT-PROPUESTO ROUNDED =
                         DEV-SALDO-BASE *
                         T-TASA-PRO-PORCENTAJE(WS-IT) / 100
              ELSE
                 MOVE WS-INT-ACTUAL           TO WS-INT-PROPUESTO
              END-IF

              PERFORM 1700-LEER-DEVENDET
                 THRU 1700-F-LEER-DEVENDET

              GO TO 2500-F-SIMULAR-INTERES
           END-IF.

           IF WS-IT > WS-CANT-TASAS OR
              PRODUCTO-NO-DEVENGA OR
              WS-PROMEDIO IS NOT GREATER THAN ZEROS
              GO TO 2500-F-SIMULAR-INTERES
           END-IF.

           IF NOT T-TASA-CON-ACTUAL(WS-IT)
              COMPUTE WS-INT-PROPUESTO ROUNDED =
                      WS-PROMEDIO *
                      T-TASA-PRO-PORCENTAJE(WS-IT) / 100
           END-IF.

       2500-F-SIMULAR-INTERES.
           EXIT.

      *----------------------------------------------------------------*
      *         2 5 2 0 - D E S C A R T A R - D E V E N D E T          *
      *----------------------------------------------------------------*

       2520-DESCARTAR-DEVENDET.

           ADD 1                           TO CNT-DEVENDET-SIN-CUENTA.

           PERFORM 1700-LEER-DEVENDET
              THRU 1700-F-LEER-DEVENDET.

       2520-F-DESCARTAR-DEVENDET.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 0 0 - A C U M U L A R - I M P A C T O             *
      *----------------------------------------------------------------*

       2600-ACUMULAR-IMPACTO.

           MOVE '2600-ACUMULAR-IMPACTO'       TO WS-PARRAFO.

           PERFORM 2620-UBICAR-TIPO
              THRU 2620-F-UBICAR-TIPO.

           ADD 1                     TO T-TIP-CUENTAS(WS-IX-TIP)
                                        ACM-CUENTAS.
           ADD WS-COM-ACTUAL         TO T-TIP-COM-ACTUAL(WS-IX-TIP)
                                        ACM-COM-ACTUAL.
           ADD WS-COM-PROPUESTA      TO T-TIP-COM-PROPUESTA(WS-IX-TIP)
                                        ACM-COM-PROPUESTA.
           ADD WS-INT-ACTUAL         TO T-TIP-INT-ACTUAL(WS-IX-TIP)
                                        ACM-INT-ACTUAL.
           ADD WS-INT-PROPUESTO      TO T-TIP-INT-PROPUESTO(WS-IX-TIP)
                                        ACM-INT-PROPUESTO.

           MOVE WS-SIM-SUCUEN                 TO WS-SUC.

           IF WS-SUC IS GREATER THAN ZEROS
              ADD 1                  TO T-SUC-CUENTAS(WS-SUC)
              ADD WS-COM-ACTUAL      TO T-SUC-COM-ACTUAL(WS-SUC)
              ADD WS-COM-PROPUESTA   TO T-SUC-COM-PROPUESTA(WS-SUC)
              ADD WS-INT-ACTUAL      TO T-SUC-INT-ACTUAL(WS-SUC)
              ADD WS-INT-PROPUESTO   TO T-SUC-INT-PROPUESTO(WS-SUC)
           END-IF.

           IF WS-COM-ACTUAL IS EQUAL TO ZEROS AND
              WS-COM-PROPUESTA IS GREATER THAN ZEROS
              ADD 1                  TO T-TIP-NUEVAS-COBRADAS(WS-IX-TIP)
                                        ACM-NUEVAS-COBRADAS
              IF WS-SUC IS GREATER THAN ZEROS
                 ADD 1               TO T-SUC-NUEVAS-COBRADAS(WS-SUC)
              END-IF
           END-IF.

           IF WS-COM-ACTUAL IS GREATER THAN ZEROS AND
              WS-COM-PROPUESTA IS EQUAL TO ZEROS
              ADD 1                  TO T-TIP-NUEVAS-EXENTAS(WS-IX-TIP)
                                        ACM-NUEVAS-EXENTAS
              IF WS-SUC IS GREATER THAN ZEROS
                 ADD 1               TO T-SUC-NUEVAS-EXENTAS(WS-SUC)
              END-IF
           END-IF.

           COMPUTE WS-IMPACTO = WS-COM-PROPUESTA - WS-COM-ACTUAL
                              + WS-INT-ACTUAL - WS-INT-PROPUESTO.

           IF WS-IMPACTO IS NOT EQUAL TO ZEROS
              PERFORM 2650-ACUMULAR-CLIENTE
                 THRU 2650-F-ACUMULAR-CLIENTE
           END-IF.

       2600-F-ACUMULAR-IMPACTO.
           EXIT.

      *----------------------------------------------------------------*
      *              2 6 2 0 - U B I C A R - T I P O                   *
      *----------------------------------------------------------------*

       2620-UBICAR-TIPO.

           MOVE 1                             TO WS-IX-TIP.

           PERFORM 2630-COMPARAR-TIPO
              THRU 2630-F-COMPARAR-TIPO
             UNTIL WS-IX-TIP > WS-CANT-TIPOS
                OR T-TIP-TIPCUEN(WS-IX-TIP) IS EQUAL TO WS-SIM-TIPCUEN.

           IF WS-IX-TIP > WS-CANT-TIPOS
              IF WS-CANT-TIPOS >= CT-MAX-TIPOS
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-TIPOS                TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-TIPOS
              MOVE WS-CANT-TIPOS              TO WS-IX-TIP
              INITIALIZE T-TIP(WS-IX-TIP)
              MOVE WS-SIM-TIPCUEN          TO T-TIP-TIPCUEN(WS-IX-TIP)
           END-IF.

       2620-F-UBICAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 6 3 0 - C O M P A R A R - T I P O                 *
      *----------------------------------------------------------------*

       2630-COMPARAR-TIPO.

           IF T-TIP-TIPCUEN(WS-IX-TIP) IS NOT EQUAL TO WS-SIM-TIPCUEN
              ADD 1                           TO WS-IX-TIP
           END-IF.

       2630-F-COMPARAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 5 0 - A C U M U L A R - C L I E N T E             *
      *----------------------------------------------------------------*
      *   SIN LUGAR PARA UN CLIENTE SE ABORTA: LA LISTA DE MAS         *
      *   AFECTADOS PODRIA OMITIR AL MAS PERJUDICADO.                  *
      *----------------------------------------------------------------*

       2650-ACUMULAR-CLIENTE.

           MOVE 1                             TO WS-IX-CLI.

           PERFORM 2660-COMPARAR-CLIENTE
              THRU 2660-F-COMPARAR-CLIENTE
             UNTIL WS-IX-CLI > WS-CANT-CLIENTES
                OR T-CLI-NROCLI(WS-IX-CLI) IS EQUAL TO WS-SIM-NROCLI.

           IF WS-IX-CLI > WS-CANT-CLIENTES
              IF WS-CANT-CLIENTES >= CT-MAX-CLIENTES
                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-CLIENTES             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-CLIENTES
              MOVE WS-CANT-CLIENTES           TO WS-IX-CLI
              INITIALIZE T-CLI(WS-IX-CLI)
              MOVE WS-SIM-NROCLI           TO T-CLI-NROCLI(WS-IX-CLI)
              MOVE WS-SIM-NOMAPE           TO T-CLI-NOMAPE(WS-IX-CLI)
              MOVE 'N'                    TO T-CLI-LISTADO-SW(WS-IX-CLI)
           END-IF.

           ADD 1                       TO T-CLI-CUENTAS(WS-IX-CLI).
           COMPUTE T-CLI-COM-DIF(WS-IX-CLI) =
                   T-CLI-COM-DIF(WS-IX-CLI)
                 + WS-COM-PROPUESTA - WS-COM-ACTUAL.
           COMPUTE T-CLI-INT-DIF(WS-IX-CLI) =
                   T-CLI-INT-DIF(WS-IX-CLI)
                 + WS-INT-PROPUESTO - WS-INT-ACTUAL.
           ADD WS-IMPACTO              TO T-CLI-IMPACTO(WS-IX-CLI).

           IF T-CLI-IMPACTO(WS-IX-CLI) IS LESS THAN ZEROS
              COMPUTE T-CLI-ABS(WS-IX-CLI) =
                      T-CLI-IMPACTO(WS-IX-CLI) * -1
           ELSE
              MOVE T-CLI-IMPACTO(WS-IX-CLI) TO T-CLI-ABS(WS-IX-CLI)
           END-IF.

       2650-F-ACUMULAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 6 6 0 - C O M P A R A R - C L I E N T E             *
      *----------------------------------------------------------------*

       2660-COMPARAR-CLIENTE.

           IF T-CLI-NROCLI(WS-IX-CLI) IS NOT EQUAL TO WS-SIM-NROCLI
              ADD 1                           TO WS-IX-CLI
           END-IF.

       2660-F-COMPARAR-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 3300-IMPRIMIR-SIMULA
              THRU 3300-F-IMPRIMIR-SIMULA.

           PERFORM 3200-CERRAR-ARCHIVOS
              THRU 3200-F-CERRAR-ARCHIVOS.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *             3 1 0 0 - C E R R A R - C U R S O R                *
      *----------------------------------------------------------------*

       3100-CERRAR-CURSOR.

           MOVE '3100-CERRAR-CURSOR'          TO WS-PARRAFO.

           EXEC SQL
              CLOSE SIM_CURSOR
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
      *            3 2 0 0 - C E R R A R - A R C H I V O S             *
      *----------------------------------------------------------------*

       3200-CERRAR-ARCHIVOS.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE DEVENDET
                 CARGOS
                 SIMULA.

           IF NOT FS-SIMULA-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-SIMULA                  TO AUX-ERR-NOMBRE
              MOVE FS-SIMULA                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *            3 3 0 0 - I M P R I M I R - S I M U L A             *
      *----------------------------------------------------------------*

       3300-IMPRIMIR-SIMULA.

           MOVE '3300-IMPRIMIR-SIMULA'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LTI-FECHA.
           MOVE WS-LIN-TITULO                 TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           MOVE SPACES                        TO WS-LIN-SECCION.
           MOVE 'CAMBIOS SIMULADOS ( PARMCAMB )' TO LSE-TEXTO.
           PERFORM 3800-GRABAR-SECCION
              THRU 3800-F-GRABAR-SECCION.
           MOVE WS-LIN-CAM-COLUMNAS           TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           PERFORM 3310-IMPRIMIR-CAMBIO-ARANCEL
              THRU 3310-F-IMPRIMIR-CAMBIO-ARANCEL
             VARYING WS-IA FROM 1 BY 1
               UNTIL WS-IA > WS-CANT-ARANCELES.

           PERFORM 3320-IMPRIMIR-CAMBIO-TASA
              THRU 3320-F-IMPRIMIR-CAMBIO-TASA
             VARYING WS-IT FROM 1 BY 1
               UNTIL WS-IT > WS-CANT-TASAS.

           MOVE SPACES                        TO WS-LIN-SECCION.
           MOVE 'IMPACTO POR TIPO DE CUENTA'  TO LSE-TEXTO.
           PERFORM 3800-GRABAR-SECCION
              THRU 3800-F-GRABAR-SECCION.
           PERFORM 3850-GRABAR-COLUMNAS
              THRU 3850-F-GRABAR-COLUMNAS.

           PERFORM 3330-IMPRIMIR-TIPO
              THRU 3330-F-IMPRIMIR-TIPO
             VARYING WS-IX-TIP FROM 1 BY 1
               UNTIL WS-IX-TIP > WS-CANT-TIPOS.

           PERFORM 3350-IMPRIMIR-TOTAL
              THRU 3350-F-IMPRIMIR-TOTAL.

           MOVE SPACES                        TO WS-LIN-SECCION.
           MOVE 'IMPACTO POR SUCURSAL'        TO LSE-TEXTO.
           PERFORM 3800-GRABAR-SECCION
              THRU 3800-F-GRABAR-SECCION.
           PERFORM 3850-GRABAR-COLUMNAS
              THRU 3850-F-GRABAR-COLUMNAS.

           PERFORM 3340-IMPRIMIR-SUCURSAL
              THRU 3340-F-IMPRIMIR-SUCURSAL
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > 99.

           PERFORM 3350-IMPRIMIR-TOTAL
              THRU 3350-F-IMPRIMIR-TOTAL.

           MOVE SPACES                        TO WS-LIN-SECCION.
           MOVE 'CLIENTES MAS AFECTADOS ( IMPACTO NETO = MAS COMISION
      -         ' Y MENOS INTERES )'          TO LSE-TEXTO.
           PERFORM 3800-GRABAR-SECCION
              THRU 3800-F-GRABAR-SECCION.
           MOVE WS-LIN-CLI-COLUMNAS           TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           PERFORM 3360-IMPRIMIR-AFECTADO
              THRU 3360-F-IMPRIMIR-AFECTADO
             VARYING WS-RANGO FROM 1 BY 1
               UNTIL WS-RANGO > CT-MAX-AFECTADOS
                  OR WS-RANGO > WS-CANT-CLIENTES.

       3300-F-IMPRIMIR-SIMULA.
           EXIT.

      *----------------------------------------------------------------*
      *     3 3 1 0 - I M P R I M I R - C A M B I O - A R A N C E L    *
      *----------------------------------------------------------------*

       3310-IMPRIMIR-CAMBIO-ARANCEL.

           IF NOT T-ARA-CAMBIADO(WS-IA)
              GO TO 3310-F-IMPRIMIR-CAMBIO-ARANCEL
           END-IF.

           MOVE CT-ARCHIVO-COMISION           TO LCM-ARCHIVO.
           MOVE T-ARA-TIPCUEN(WS-IA)          TO LCM-TIPCUEN.
           MOVE 'COMISION MENSUAL'            TO LCM-CONCEPTO.
           MOVE T-ARA-ACT-IMPORTE(WS-IA)      TO WS-ARANCEL-EDIT.
           MOVE WS-ARANCEL-EDIT               TO LCM-ACTUAL.
           MOVE T-ARA-PRO-IMPORTE(WS-IA)      TO WS-ARANCEL-EDIT.
           MOVE WS-ARANCEL-EDIT               TO LCM-PROPUESTO.

           IF T-ARA-CON-ACTUAL(WS-IA)
              MOVE SPACES                     TO LCM-OBSERVACION
           ELSE
              MOVE 'TIPO SIN ARANCEL VIGENTE'  TO LCM-OBSERVACION
           END-IF.

           MOVE WS-LIN-CAM-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           MOVE SPACES                        TO LCM-ARCHIVO
                                                 LCM-TIPCUEN
                                                 LCM-OBSERVACION.
           MOVE 'UMBRAL DE EXENCION'          TO LCM-CONCEPTO.
           MOVE T-ARA-ACT-UMBRAL(WS-IA)       TO WS-UMBRAL-EDIT.
           MOVE WS-UMBRAL-EDIT                TO LCM-ACTUAL.
           MOVE T-ARA-PRO-UMBRAL(WS-IA)       TO WS-UMBRAL-EDIT.
           MOVE WS-UMBRAL-EDIT                TO LCM-PROPUESTO.

           MOVE WS-LIN-CAM-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3310-F-IMPRIMIR-CAMBIO-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *       3 3 2 0 - I M P R I M I R - C A M B I O - T A S A        *
      *----------------------------------------------------------------*

       3320-IMPRIMIR-CAMBIO-TASA.

           IF NOT T-TASA-CAMBIADA(WS-IT)
              GO TO 3320-F-IMPRIMIR-CAMBIO-TASA
           END-IF.

           MOVE CT-ARCHIVO-TASAS              TO LCM-ARCHIVO.
           MOVE T-TASA-TIPCUEN(WS-IT)         TO LCM-TIPCUEN.
           MOVE 'TASA DEL PERIODO (%)'        TO LCM-CONCEPTO.
           MOVE T-TASA-ACT-PORCENTAJE(WS-IT)  TO WS-TASA-EDIT.
           MOVE WS-TASA-EDIT                  TO LCM-ACTUAL.
           MOVE T-TASA-PRO-PORCENTAJE(WS-IT)  TO WS-TASA-EDIT.
           MOVE WS-TASA-EDIT                  TO LCM-PROPUESTO.

           IF T-TASA-CON-ACTUAL(WS-IT)
              MOVE SPACES                     TO LCM-OBSERVACION
           ELSE
              MOVE 'TIPO SIN TASA VIGENTE'    TO LCM-OBSERVACION
           END-IF.

           MOVE WS-LIN-CAM-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3320-F-IMPRIMIR-CAMBIO-TASA.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 3 0 - I M P R I M I R - T I P O                *
      *----------------------------------------------------------------*

       3330-IMPRIMIR-TIPO.

           MOVE SPACES                        TO LIM-CLAVE.
           MOVE T-TIP-TIPCUEN(WS-IX-TIP)      TO LIM-CLAVE.
           MOVE T-TIP-CUENTAS(WS-IX-TIP)      TO LIM-CUENTAS.
           MOVE T-TIP-COM-ACTUAL(WS-IX-TIP)   TO LIM-COM-ACTUAL.
           MOVE T-TIP-COM-PROPUESTA(WS-IX-TIP) TO LIM-COM-PROPUESTA.
           COMPUTE LIM-COM-DIF = T-TIP-COM-PROPUESTA(WS-IX-TIP)
                               - T-TIP-COM-ACTUAL(WS-IX-TIP).
           MOVE T-TIP-NUEVAS-COBRADAS(WS-IX-TIP)
                                              TO LIM-NUEVAS-COBRADAS.
           MOVE T-TIP-NUEVAS-EXENTAS(WS-IX-TIP)
                                              TO LIM-NUEVAS-EXENTAS.
           MOVE T-TIP-INT-ACTUAL(WS-IX-TIP)   TO LIM-INT-ACTUAL.
           MOVE T-TIP-INT-PROPUESTO(WS-IX-TIP) TO LIM-INT-PROPUESTO.
           COMPUTE LIM-INT-DIF = T-TIP-INT-PROPUESTO(WS-IX-TIP)
                               - T-TIP-INT-ACTUAL(WS-IX-TIP).

           MOVE WS-LIN-IMP-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3330-F-IMPRIMIR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *          3 3 4 0 - I M P R I M I R - S U C U R S A L           *
      *----------------------------------------------------------------*

       3340-IMPRIMIR-SUCURSAL.

           MOVE WS-P                          TO WS-SUC.

           IF T-SUC-CUENTAS(WS-SUC) IS EQUAL TO ZEROS
              GO TO 3340-F-IMPRIMIR-SUCURSAL
           END-IF.

           MOVE SPACES                        TO LIM-CLAVE.
           STRING 'SUC '                      DELIMITED BY SIZE
                  WS-SUC                      DELIMITED BY SIZE
              INTO LIM-CLAVE
           END-STRING.
           MOVE T-SUC-CUENTAS(WS-SUC)         TO LIM-CUENTAS.
           MOVE T-SUC-COM-ACTUAL(WS-SUC)      TO LIM-COM-ACTUAL.
           MOVE T-SUC-COM-PROPUESTA(WS-SUC)   TO LIM-COM-PROPUESTA.
           COMPUTE LIM-COM-DIF = T-SUC-COM-PROPUESTA(WS-SUC)
                               - T-SUC-COM-ACTUAL(WS-SUC).
           MOVE T-SUC-NUEVAS-COBRADAS(WS-SUC) TO LIM-NUEVAS-COBRADAS.
           MOVE T-SUC-NUEVAS-EXENTAS(WS-SUC)  TO LIM-NUEVAS-EXENTAS.
           MOVE T-SUC-INT-ACTUAL(WS-SUC)      TO LIM-INT-ACTUAL.
           MOVE T-SUC-INT-PROPUESTO(WS-SUC)   TO LIM-INT-PROPUESTO.
           COMPUTE LIM-INT-DIF = T-SUC-INT-PROPUESTO(WS-SUC)
                               - T-SUC-INT-ACTUAL(WS-SUC).

           MOVE WS-LIN-IMP-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3340-F-IMPRIMIR-SUCURSAL.
           EXIT.

      *----------------------------------------------------------------*
      *             3 3 5 0 - I M P R I M I R - T O T A L              *
      *----------------------------------------------------------------*

       3350-IMPRIMIR-TOTAL.

           MOVE 'TOTAL '                      TO LIM-CLAVE.
           MOVE ACM-CUENTAS                   TO LIM-CUENTAS.
           MOVE ACM-COM-ACTUAL                TO LIM-COM-ACTUAL.
           MOVE ACM-COM-PROPUESTA             TO LIM-COM-PROPUESTA.
           COMPUTE LIM-COM-DIF = ACM-COM-PROPUESTA - ACM-COM-ACTUAL.
           MOVE ACM-NUEVAS-COBRADAS           TO LIM-NUEVAS-COBRADAS.
           MOVE ACM-NUEVAS-EXENTAS            TO LIM-NUEVAS-EXENTAS.
           MOVE ACM-INT-ACTUAL                TO LIM-INT-ACTUAL.
           MOVE ACM-INT-PROPUESTO             TO LIM-INT-PROPUESTO.
           COMPUTE LIM-INT-DIF = ACM-INT-PROPUESTO - ACM-INT-ACTUAL.

           MOVE WS-LIN-IMP-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3350-F-IMPRIMIR-TOTAL.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 6 0 - I M P R I M I R - A F E C T A D O            *
      *----------------------------------------------------------------*
      *   EN CADA VUELTA ELIGE, ENTRE LOS CLIENTES TODAVIA NO          *
      *   LISTADOS, EL DE MAYOR IMPACTO EN VALOR ABSOLUTO.             *
      *----------------------------------------------------------------*

       3360-IMPRIMIR-AFECTADO.

           MOVE ZEROS                         TO WS-IX-MAYOR
                                                 WS-MAYOR-ABS.

           PERFORM 3370-COMPARAR-AFECTADO
              THRU 3370-F-COMPARAR-AFECTADO
             VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-CANT-CLIENTES.

           IF WS-IX-MAYOR IS EQUAL TO ZEROS
              GO TO 3360-F-IMPRIMIR-AFECTADO
           END-IF.

           MOVE 'S'                  TO T-CLI-LISTADO-SW(WS-IX-MAYOR).

           MOVE WS-RANGO                      TO LCL-ORDEN.
           MOVE T-CLI-NROCLI(WS-IX-MAYOR)     TO LCL-NROCLI.
           MOVE T-CLI-NOMAPE(WS-IX-MAYOR)     TO LCL-NOMAPE.
           MOVE T-CLI-CUENTAS(WS-IX-MAYOR)    TO LCL-CUENTAS.
           MOVE T-CLI-COM-DIF(WS-IX-MAYOR)    TO LCL-COM-DIF.
           MOVE T-CLI-INT-DIF(WS-IX-MAYOR)    TO LCL-INT-DIF.
           MOVE T-CLI-IMPACTO(WS-IX-MAYOR)    TO LCL-IMPACTO.

           MOVE WS-LIN-CLI-DETALLE            TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           ADD 1                              TO CNT-CLIENTES-AFECTADOS.

       3360-F-IMPRIMIR-AFECTADO.
           EXIT.

      *----------------------------------------------------------------*
      *         3 3 7 0 - C O M P A R A R - A F E C T A D O            *
      *----------------------------------------------------------------*

       3370-COMPARAR-AFECTADO.

           IF NOT T-CLI-LISTADO(WS-IX-CLI) AND
              T-CLI-ABS(WS-IX-CLI) IS GREATER THAN WS-MAYOR-ABS
              MOVE WS-IX-CLI                  TO WS-IX-MAYOR
              MOVE T-CLI-ABS(WS-IX-CLI)       TO WS-MAYOR-ABS
           END-IF.

       3370-F-COMPARAR-AFECTADO.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-CAMBIOS-LEIDOS            TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI170               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* TRANSACCIONES DE PARMCAMB LEIDAS:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAMBIOS-SIMULADOS         TO WS-MASCARA.
           DISPLAY '* CAMBIOS SIMULADOS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CAMBIOS-INVALIDOS         TO WS-MASCARA.
           DISPLAY '* CAMBIOS NO NUMERICOS IGNORADOS:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-LEIDAS            TO WS-MASCARA.
           DISPLAY '* CUENTAS SIMULADAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-SIN-PROMEDIO      TO WS-MASCARA.
           DISPLAY '* CUENTAS SIN SALDO PROMEDIO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CARGOS-APAREADOS          TO WS-MASCARA.
           DISPLAY '* COMISIONES DE CARGOS APAREADAS:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CARGOS-SIN-CUENTA         TO WS-MASCARA.
           DISPLAY '* COMISIONES DE CUENTAS YA DADAS DE BAJA: '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVENDET-APAREADOS        TO WS-MASCARA.
           DISPLAY '* DEVENGAMIENTOS APAREADOS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DEVENDET-SIN-CUENTA       TO WS-MASCARA.
           DISPLAY '* DEVENGAMIENTOS DE CUENTAS DADAS DE BAJA:'
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-CLIENTES              TO WS-MASCARA.
           DISPLAY '* CLIENTES CON IMPACTO:                   '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           COMPUTE WS-IMPACTO = ACM-COM-PROPUESTA - ACM-COM-ACTUAL.
           MOVE WS-IMPACTO                    TO WS-IMPORTE-EDIT.
           DISPLAY 'DIFERENCIA EN COMISIONES: ' WS-IMPORTE-EDIT.

           COMPUTE WS-IMPACTO = ACM-INT-PROPUESTO - ACM-INT-ACTUAL.
           MOVE WS-IMPACTO                    TO WS-IMPORTE-EDIT.
           DISPLAY 'DIFERENCIA EN INTERESES:  ' WS-IMPORTE-EDIT.

           STRING 'CAMBIOS='       DELIMITED BY SIZE
                  CNT-CAMBIOS-SIMULADOS DELIMITED BY SIZE
                  ' CTAS='         DELIMITED BY SIZE
                  CNT-CUENTAS-LEIDAS DELIMITED BY SIZE
                  ' NCOB='         DELIMITED BY SIZE
                  ACM-NUEVAS-COBRADAS DELIMITED BY SIZE
                  ' NEXE='         DELIMITED BY SIZE
                  ACM-NUEVAS-EXENTAS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *            3 8 0 0 - G R A B A R - S E C C I O N               *
      *----------------------------------------------------------------*

       3800-GRABAR-SECCION.

           MOVE SPACES                        TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           MOVE WS-LIN-SECCION                TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3800-F-GRABAR-SECCION.
           EXIT.

      *----------------------------------------------------------------*
      *          3 8 5 0 - G R A B A R - C O L U M N A S               *
      *----------------------------------------------------------------*

       3850-GRABAR-COLUMNAS.

           MOVE WS-LIN-IMP-COLUMNAS           TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

           MOVE WS-LIN-IMP-COLUMNAS-2         TO REG-SIMULA.
           PERFORM 3900-GRABAR-SIMULA
              THRU 3900-F-GRABAR-SIMULA.

       3850-F-GRABAR-COLUMNAS.
           EXIT.

      *----------------------------------------------------------------*
      *            3 9 0 0 - G R A B A R - S I M U L A                 *
      *----------------------------------------------------------------*

       3900-GRABAR-SIMULA.

           WRITE REG-SIMULA.

           IF NOT FS-SIMULA-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SIMULA                  TO AUX-ERR-NOMBRE
              MOVE FS-SIMULA                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-SIMULA-GRABADOS.

       3900-F-GRABAR-SIMULA.
           EXIT.

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

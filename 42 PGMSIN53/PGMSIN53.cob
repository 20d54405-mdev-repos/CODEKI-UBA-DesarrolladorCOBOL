      *     CONTADURIA.                                                *
      *   - CADA COMISION DEBITADA SE GRABA ADEMAS COMO MOVIMIENTO     *
      *     ( IMPORTE NEGATIVO ) EN KC02787.TBCURMOV, CON NROMOV EN    *
      *     LA FRANJA RESERVADA 920001-927999 ( DOMINIO NROMOV DEL     *
      *     MAESTRO CODREF ), PARA QUE EL RESUMEN DE CUENTA DE         *
      *     PGMSIN35 CONCILIE RENGLON POR RENGLON CON EL SALDO.        *
      *     LA FRANJA ADMITE 7999 DEBITOS POR CORRIDA ENTRE CUENTAS Y  *
      *     PAQUETES; EL EXCEDENTE NO SE DEBITA Y CADA CUENTA O        *
      *     PAQUETE DIFERIDO SE LISTA EN CARGOS PARA SU COBRO MANUAL.  *
      *   - LAS CUENTAS CUYO TIPO NO FIGURA EN COMISION SE INFORMAN    *
      *     COMO SIN ARANCEL Y NO SE TOCAN.                            *
      *   - PAQUETES DE CUENTAS ( COPY CPPAQUET, MANTENIDOS POR        *
      *     PGMSI167 ): LAS CUENTAS DE UN CLIENTE ADHERIDO CUYO TIPO   *
      *     INTEGRA SU PAQUETE NO PAGAN LA COMISION DE SU TIPO. AL     *
      *     CERRAR EL CURSOR SE DEBITA UNA SOLA VEZ POR CLIENTE LA     *
      *     COMISION DEL PAQUETE, EN LA CUENTA DEL PRIMER TIPO DEL     *
      *     PAQUETE QUE TENGA, SALVO QUE EL SALDO SUMADO DE SUS        *
      *     CUENTAS DEL PAQUETE SUPERE EL UMBRAL DE EXENCION. EL       *
      *     LISTADO PAQREPO INFORMA LOS CLIENTES CUYA TENENCIA YA NO   *
      *     COINCIDE CON SU PAQUETE ( FALTAN TIPOS, NO TIENE NINGUNA   *
      *     CUENTA DEL PAQUETE O EL PAQUETE YA NO ESTA EN EL CATALOGO; *
      *     EN LOS DOS ULTIMOS CASOS NO SE COBRA ) Y LA RECAUDACION    *
      *     DEL MES POR PAQUETE.                                       *
      * AL FINALIZAR INFORMA ESTADISTICA DE CUENTAS Y GRABA EL RESUMEN *
      * DE BATCH HABITUAL.                                             *
      *----------------------------------------------------------------*
           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

           SELECT PAQUETES ASSIGN TO PAQUETES
                                    FILE STATUS IS FS-PAQUETES.

           SELECT ADHPAQ ASSIGN TO ADHPAQ
                                    FILE STATUS IS FS-ADHPAQ.

           SELECT PAQREPO ASSIGN TO PAQREPO
                                    FILE STATUS IS FS-PAQREPO.

       I-O-CONTROL.

      ******************************************************************

           COPY FECPROFD.

      *----------------------------------------------------------------*
      *   CATALOGO DE PAQUETES Y ADHESIONES DE CLIENTES ( COPY         *
      *   CPPAQUET ), AMBOS GENERADOS POR PGMSI167.                    *
      *----------------------------------------------------------------*

       FD  PAQUETES
           RECORDING MODE IS F.
       01  REG-PAQUETES                     PIC X(80).

       FD  ADHPAQ
           RECORDING MODE IS F.
       01  REG-ADHPAQ                       PIC X(40).

      *----------------------------------------------------------------*
      *   LISTADO MENSUAL DE PAQUETES: TENENCIA DISTINTA AL PAQUETE Y  *
      *   RECAUDACION POR PAQUETE.                                     *
      *----------------------------------------------------------------*

       FD  PAQREPO
           RECORDING MODE IS F.
       01  REG-PAQREPO                      PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-DATOS                      PIC X(08)  VALUE 'DATOS   '.
           02 CT-PAQUETES                   PIC X(08)  VALUE 'PAQUETES'.
           02 CT-ADHPAQ                     PIC X(08)  VALUE 'ADHPAQ  '.
           02 CT-PAQREPO                    PIC X(08)  VALUE 'PAQREPO '.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LOS MOVIMIENTOS DE COMISION  *
      *   DE MANTENIMIENTO ( DOMINIO NROMOV DEL MAESTRO CODREF ):      *
      *   920001-927999. EL TOPE ES DE 7999 DEBITOS POR CORRIDA; DESDE *
      *   928001 LA FRANJA ES DE LAS CAJAS DE SEGURIDAD ( PGMSI172 ).  *
      *----------------------------------------------------------------*

           02 CT-NROMOV-COMISION            PIC 9(06)  VALUE 920000.
           02 CT-MAX-COMISIONES             PIC 9(04)  VALUE 7999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
                                                       VALUE ZEROS.
           02 WS-DEBITO-EDIT                PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-SALDO-EDIT                 PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-J                          PIC 9(05)  VALUE ZEROS.
           02 WS-K                          PIC 9(01)  VALUE ZEROS.
           02 WS-IDX-PAQ                    PIC 9(02)  VALUE ZEROS.
           02 WS-PAQ-BUSCADO                PIC X(04)  VALUE SPACES.
           02 WS-NROCLI-ANT                 PIC 9(08)  VALUE ZEROS.
           02 WS-FALTANTES                  PIC X(15)  VALUE SPACES.
           02 WS-PUNTERO                    PIC 9(02)  VALUE ZEROS.
           02 WS-TOT-RECAUDADO              PIC S9(11)V99 COMP-3
                                                       VALUE ZEROS.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO COMISION                     *
              03 T-SUC-CANT                 PIC 9(05).
              03 T-SUC-DEBITADO              PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   TABLA DE PAQUETES, CARGADA EN 1500- DESDE EL ARCHIVO         *
      *   PAQUETES, CON LOS ACUMULADOS DEL MES POR PAQUETE PARA EL     *
      *   LISTADO DE RECAUDACION.                                      *
      *----------------------------------------------------------------*

       01 WS-CANT-PAQUETES                  PIC 9(02)  VALUE ZEROS.

       01 WS-T-PAQUETES.
           02 T-PAQ                         OCCURS 50 TIMES.
              03 T-PAQ-CODIGO               PIC X(04).
              03 T-PAQ-DESCRIPCION          PIC X(20).
              03 T-PAQ-IMPORTE              PIC 9(05)V99.
              03 T-PAQ-UMBRAL               PIC 9(07)V99.
              03 T-PAQ-CANT-TIPOS           PIC 9(01).
              03 T-PAQ-TIPCUEN              OCCURS 5 TIMES
                                            PIC X(02).
              03 T-PAQ-ADHERIDOS            PIC 9(05).
              03 T-PAQ-COBRADOS             PIC 9(05).
              03 T-PAQ-EXENTOS              PIC 9(05).
              03 T-PAQ-SIN-COBRO            PIC 9(05).
              03 T-PAQ-DISTINTOS            PIC 9(05).
              03 T-PAQ-RECAUDADO            PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   TABLA DE ADHESIONES ORDENADA POR NROCLI, CARGADA EN 1600-    *
      *   DESDE ADHPAQ. T-ADH-IX-PAQ APUNTA AL PAQUETE ( CERO = NO     *
      *   ESTA EN EL CATALOGO ). DURANTE EL CURSOR SE MARCAN LOS TIPOS *
      *   DEL PAQUETE QUE EL CLIENTE TIENE, SE SUMA EL SALDO DE ESAS   *
      *   CUENTAS Y SE GUARDA LA CUENTA DONDE SE DEBITA EL PAQUETE     *
      *   ( LA DEL PRIMER TIPO DEL PAQUETE QUE TENGA ).                *
      *----------------------------------------------------------------*

       01 WS-CANT-ADHESIONES                PIC 9(05)  VALUE ZEROS.

       01 WS-T-ADHESIONES.
           02 T-ADH                         OCCURS 5000 TIMES.
              03 T-ADH-NROCLI               PIC 9(08).
              03 T-ADH-CODIGO               PIC X(04).
              03 T-ADH-IX-PAQ               PIC 9(02).
              03 T-ADH-TIENE                OCCURS 5 TIMES
                                            PIC X(01).
              03 T-ADH-CANT-CTAS            PIC 9(03).
              03 T-ADH-SALDO                PIC S9(11)V99 COMP-3.
              03 T-ADH-K-COBRO              PIC 9(01).
              03 T-ADH-TIPCUEN              PIC X(02).
              03 T-ADH-NROCUEN              PIC 9(04).
              03 T-ADH-SUCUEN               PIC 9(02).
              03 T-ADH-CTA-SALDO            PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO PAQREPO                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-PAQ-TITULO.
           02 FILLER                        PIC X(50)  VALUE
              'PAQUETES DE CUENTAS - TENENCIA Y RECAUDACION DEL M'.
           02 FILLER                        PIC X(20)  VALUE
              'ES - FECHA PROCESO: '.
           02 LPT-FECHA                     PIC 9(08).
           02 FILLER                        PIC X(54)  VALUE SPACES.

       01 WS-LIN-DIS-TITULO.
           02 FILLER                        PIC X(45)  VALUE
              'CLIENTES CON TENENCIA DISTINTA A SU PAQUETE'.
           02 FILLER                        PIC X(87)  VALUE SPACES.

       01 WS-LIN-DIS-COLUMNAS.
           02 FILLER                        PIC X(45)  VALUE
              '  NROCLI    PAQ.  CTAS  MOTIVO               '.
           02 FILLER                        PIC X(45)  VALUE
              '           TIPOS FALTANTES                   '.
           02 FILLER                        PIC X(42)  VALUE SPACES.

       01 WS-LIN-DIS-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDI-NROCLI                    PIC 9(08).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDI-PAQUETE                   PIC X(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDI-CTAS                      PIC ZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDI-MOTIVO                    PIC X(30).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LDI-FALTANTES                 PIC X(15).
           02 FILLER                        PIC X(61)  VALUE SPACES.

       01 WS-LIN-REC-TITULO.
           02 FILLER                        PIC X(45)  VALUE
              'RECAUDACION DEL MES POR PAQUETE'.
           02 FILLER                        PIC X(87)  VALUE SPACES.

       01 WS-LIN-REC-COLUMNAS.
           02 FILLER                        PIC X(45)  VALUE
              '  PAQ.  DESCRIPCION          ADHER.  COBRAD. '.
           02 FILLER                        PIC X(39)  VALUE
              ' EXENTOS  S/COBRO DISTINT.             '.
           02 FILLER                        PIC X(48)  VALUE
              'RECAUDADO'.

       01 WS-LIN-REC-DETALLE.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-PAQUETE                   PIC X(04).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-DESCRIPCION               PIC X(20).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-ADHERIDOS                 PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-COBRADOS                  PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-EXENTOS                   PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-SIN-COBRO                 PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LRE-DISTINTOS                 PIC ZZZZ9.
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LRE-RECAUDADO                 PIC $$$$.$$$.$$$.$$9,00-.
           02 FILLER                        PIC X(39)  VALUE SPACES.

      *----------------------------------------------------------------*
      *       A R E A  D E  R E S U M E N  D E  B A T C H               *
      *----------------------------------------------------------------*
           02 CNT-CUENTAS-EXENTAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.
           02 CNT-PAQUETES-LEIDOS           PIC 9(03)  VALUE ZEROS.
           02 CNT-ADHESIONES-LEIDAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-EN-PAQUETE        PIC 9(05)  VALUE ZEROS.
           02 CNT-PAQUETES-DEBITADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-PAQUETES-EXENTOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-PAQUETES-SIN-COBRO        PIC 9(05)  VALUE ZEROS.
           02 CNT-TENENCIA-DISTINTA         PIC 9(05)  VALUE ZEROS.
           02 CNT-DIFERIDAS-FRANJA          PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-PAQUETES                   PIC X(02).
              88 FS-PAQUETES-OK                        VALUE '00'.
              88 FS-PAQUETES-EOF                       VALUE '10'.

           02 FS-ADHPAQ                     PIC X(02).
              88 FS-ADHPAQ-OK                          VALUE '00'.
              88 FS-ADHPAQ-EOF                         VALUE '10'.

           02 FS-PAQREPO                    PIC X(02).
              88 FS-PAQREPO-OK                         VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*
       01 WS-SIN-ARANCEL-SW                 PIC X(01)  VALUE 'N'.
           88 PRODUCTO-SIN-ARANCEL                     VALUE 'S'.

       01 WS-EN-PAQUETE-SW                  PIC X(01)  VALUE 'N'.
           88 CUENTA-EN-PAQUETE                        VALUE 'S'.

           COPY CPPAQUET.

           COPY CPRUNID.

      ******************************************************************
                      CNT-CONTADORES
                      WS-T-ARANCELES
                      WS-T-SUCURSALES
                      WS-T-PAQUETES
                      WS-T-ADHESIONES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1500-CARGAR-PAQUETES
              THRU 1500-F-CARGAR-PAQUETES.

           PERFORM 1600-CARGAR-ADHESIONES
              THRU 1600-F-CARGAR-ADHESIONES.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   COMISION
                        PAQUETES
                        ADHPAQ
                OUTPUT  CARGOS
                        PAQREPO.

           IF NOT FS-COMISION-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

      *    SIN PAQUETES Y ADHESIONES NO SE SABE QUE CUENTAS YA PAGAN
      *    POR PAQUETE: SE ABORTA ANTES DE COBRAR DOS VECES. SIN
      *    PAQUETES VIGENTES ALCANZA CON ARCHIVOS VACIOS.
           IF NOT FS-PAQUETES-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE FS-PAQUETES                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-ADHPAQ-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHPAQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PAQREPO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PAQREPO                 TO AUX-ERR-NOMBRE
              MOVE FS-PAQREPO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

       1400-F-ABRIR-CURSOR.
           EXIT.

      *----------------------------------------------------------------*
      *            1 5 0 0 - C A R G A R - P A Q U E T E S             *
      *----------------------------------------------------------------*

       1500-CARGAR-PAQUETES.

           MOVE '1500-CARGAR-PAQUETES'        TO WS-PARRAFO.

           PERFORM 1520-LEER-PAQUETE
              THRU 1520-F-LEER-PAQUETE.

           PERFORM 1540-GUARDAR-PAQUETE
              THRU 1540-F-GUARDAR-PAQUETE
             UNTIL FS-PAQUETES-EOF.

           CLOSE PAQUETES.

       1500-F-CARGAR-PAQUETES.
           EXIT.

      *----------------------------------------------------------------*
      *              1 5 2 0 - L E E R - P A Q U E T E                 *
      *----------------------------------------------------------------*

       1520-LEER-PAQUETE.

           MOVE '1520-LEER-PAQUETE'           TO WS-PARRAFO.

           READ PAQUETES INTO WS-REG-PAQUETE.

           EVALUATE TRUE
               WHEN FS-PAQUETES-OK
                    ADD 1                     TO CNT-PAQUETES-LEIDOS

               WHEN FS-PAQUETES-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PAQUETES          TO AUX-ERR-NOMBRE
                    MOVE FS-PAQUETES          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *            1 5 4 0 - G U A R D A R - P A Q U E T E             *
      *----------------------------------------------------------------*
      *   EL CATALOGO YA VIENE VALIDADO POR PGMSI167; UN IMPORTE NO    *
      *   NUMERICO SE TOMA COMO CERO ( NO SE COBRA ).                  *
      *----------------------------------------------------------------*

       1540-GUARDAR-PAQUETE.

           MOVE '1540-GUARDAR-PAQUETE'        TO WS-PARRAFO.

           IF WS-CANT-PAQUETES >= 50
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-PAQUETES                TO AUX-ERR-NOMBRE
              MOVE FS-PAQUETES                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PAQUETES.

           MOVE PAQ-CODIGO      TO T-PAQ-CODIGO(WS-CANT-PAQUETES).
           MOVE PAQ-DESCRIPCION TO T-PAQ-DESCRIPCION(WS-CANT-PAQUETES).
           MOVE ZEROS           TO T-PAQ-IMPORTE(WS-CANT-PAQUETES)
                                   T-PAQ-UMBRAL(WS-CANT-PAQUETES)
                                   T-PAQ-CANT-TIPOS(WS-CANT-PAQUETES).
           IF PAQ-IMPORTE IS NUMERIC
              MOVE PAQ-IMPORTE  TO T-PAQ-IMPORTE(WS-CANT-PAQUETES)
           END-IF.
           IF PAQ-UMBRAL-EXENTO IS NUMERIC
              MOVE PAQ-UMBRAL-EXENTO
                                TO T-PAQ-UMBRAL(WS-CANT-PAQUETES)
           END-IF.
           IF PAQ-CANT-TIPOS IS NUMERIC AND
              PAQ-CANT-TIPOS IS NOT GREATER THAN 5
              MOVE PAQ-CANT-TIPOS
                                TO T-PAQ-CANT-TIPOS(WS-CANT-PAQUETES)
           END-IF.

           PERFORM 1545-GUARDAR-TIPO
              THRU 1545-F-GUARDAR-TIPO
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > 5.

           PERFORM 1520-LEER-PAQUETE
              THRU 1520-F-LEER-PAQUETE.

       1540-F-GUARDAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *              1 5 4 5 - G U A R D A R - T I P O                 *
      *----------------------------------------------------------------*

       1545-GUARDAR-TIPO.

           MOVE PAQ-TIPCUEN(WS-K)
                TO T-PAQ-TIPCUEN(WS-CANT-PAQUETES, WS-K).

       1545-F-GUARDAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 6 0 0 - C A R G A R - A D H E S I O N E S           *
      *----------------------------------------------------------------*

       1600-CARGAR-ADHESIONES.

           MOVE '1600-CARGAR-ADHESIONES'      TO WS-PARRAFO.

           PERFORM 1620-LEER-ADHESION
              THRU 1620-F-LEER-ADHESION.

           PERFORM 1640-GUARDAR-ADHESION
              THRU 1640-F-GUARDAR-ADHESION
             UNTIL FS-ADHPAQ-EOF.

           CLOSE ADHPAQ.

       1600-F-CARGAR-ADHESIONES.
           EXIT.

      *----------------------------------------------------------------*
      *             1 6 2 0 - L E E R - A D H E S I O N                *
      *----------------------------------------------------------------*

       1620-LEER-ADHESION.

           MOVE '1620-LEER-ADHESION'          TO WS-PARRAFO.

           READ ADHPAQ INTO WS-REG-ADHPAQ.

           EVALUATE TRUE
               WHEN FS-ADHPAQ-OK
                    ADD 1                     TO CNT-ADHESIONES-LEIDAS

               WHEN FS-ADHPAQ-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-ADHPAQ            TO AUX-ERR-NOMBRE
                    MOVE FS-ADHPAQ            TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1620-F-LEER-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *           1 6 4 0 - G U A R D A R - A D H E S I O N            *
      *----------------------------------------------------------------*
      *   LA BUSQUEDA POR CLIENTE DEPENDE DEL ORDEN POR NROCLI QUE     *
      *   DEJA PGMSI167: UN ARCHIVO DESORDENADO O CON REPETIDOS SE     *
      *   RECHAZA ANTES DE DEBITAR NADA.                               *
      *----------------------------------------------------------------*

       1640-GUARDAR-ADHESION.

           MOVE '1640-GUARDAR-ADHESION'       TO WS-PARRAFO.

           IF ADP-NROCLI IS NOT NUMERIC
              MOVE ZEROS                      TO ADP-NROCLI
           END-IF.

           IF ADP-NROCLI IS NOT GREATER THAN WS-NROCLI-ANT
              MOVE CT-DATOS                   TO AUX-ERR-ACCION
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE 'NROCLI INVALIDO, REPETIDO O FUERA DE ORDEN'
                                              TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF WS-CANT-ADHESIONES >= 5000
              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-ADHPAQ                  TO AUX-ERR-NOMBRE
              MOVE FS-ADHPAQ                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE ADP-NROCLI                    TO WS-NROCLI-ANT.

           ADD 1                              TO WS-CANT-ADHESIONES.

           MOVE ADP-NROCLI      TO T-ADH-NROCLI(WS-CANT-ADHESIONES).
           MOVE ADP-CODIGO      TO T-ADH-CODIGO(WS-CANT-ADHESIONES).

           MOVE ADP-CODIGO                    TO WS-PAQ-BUSCADO.

           PERFORM 2260-BUSCAR-PAQUETE
              THRU 2260-F-BUSCAR-PAQUETE.

           IF WS-IDX-PAQ IS GREATER THAN WS-CANT-PAQUETES
              MOVE ZEROS        TO T-ADH-IX-PAQ(WS-CANT-ADHESIONES)
           ELSE
              MOVE WS-IDX-PAQ   TO T-ADH-IX-PAQ(WS-CANT-ADHESIONES)
              ADD 1             TO T-PAQ-ADHERIDOS(WS-IDX-PAQ)
           END-IF.

           PERFORM 1620-LEER-ADHESION
              THRU 1620-F-LEER-ADHESION.

       1640-F-GUARDAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *               2 1 0 0 - F E T C H - C U R S O R                *
      *----------------------------------------------------------------*
           PERFORM 2200-BUSCAR-ARANCEL
              THRU 2200-F-BUSCAR-ARANCEL.

           PERFORM 2250-VER-PAQUETE
              THRU 2250-F-VER-PAQUETE.

           MOVE 'N'                           TO WS-SIN-ARANCEL-SW.

           IF CATALOGO-CARGADO
           END-IF.

           EVALUATE TRUE
      *      LA CUENTA YA PAGA POR EL PAQUETE DEL CLIENTE, QUE SE
      *      DEBITA UNA SOLA VEZ AL CERRAR EL CURSOR.
             WHEN CUENTA-EN-PAQUETE
               ADD 1                          TO CNT-CUENTAS-EN-PAQUETE

             WHEN WS-I > WS-CANT-ARANCELES
               ADD 1                          TO CNT-CUENTAS-SIN-ARANCEL
               PERFORM 2600-GRABAR-SIN-ARANCEL
       2220-F-COMPARAR-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *                2 2 5 0 - V E R - P A Q U E T E                 *
      *----------------------------------------------------------------*
      *   SI EL TITULAR ESTA ADHERIDO A UN PAQUETE DEL CATALOGO Y EL   *
      *   TIPO DE LA CUENTA LO INTEGRA, MARCA LA CUENTA COMO DEL       *
      *   PAQUETE Y ACUMULA EN LA ADHESION: TIPO QUE TIENE, CANTIDAD   *
      *   DE CUENTAS, SALDO SUMADO Y LA CUENTA DONDE SE DEBITA ( LA    *
      *   DEL TIPO QUE FIGURA PRIMERO EN EL PAQUETE ).                 *
      *----------------------------------------------------------------*

       2250-VER-PAQUETE.

           MOVE '2250-VER-PAQUETE'            TO WS-PARRAFO.

           MOVE 'N'                           TO WS-EN-PAQUETE-SW.

           PERFORM 2270-BUSCAR-ADHESION
              THRU 2270-F-BUSCAR-ADHESION.

           IF WS-J > WS-CANT-ADHESIONES
              GO TO 2250-F-VER-PAQUETE
           END-IF.

           IF T-ADH-NROCLI(WS-J) IS NOT EQUAL TO WS-CTA-NROCLI OR
              T-ADH-IX-PAQ(WS-J) IS EQUAL TO ZEROS
              GO TO 2250-F-VER-PAQUETE
           END-IF.

           MOVE T-ADH-IX-PAQ(WS-J)            TO WS-IDX-PAQ.
           MOVE 1                             TO WS-K.

           PERFORM 2280-COMPARAR-TIPO
              THRU 2280-F-COMPARAR-TIPO
             UNTIL WS-K > T-PAQ-CANT-TIPOS(WS-IDX-PAQ)
                OR T-PAQ-TIPCUEN(WS-IDX-PAQ, WS-K) IS EQUAL TO
                   WS-CTA-TIPCUEN.

           IF WS-K > T-PAQ-CANT-TIPOS(WS-IDX-PAQ)
              GO TO 2250-F-VER-PAQUETE
           END-IF.

           SET CUENTA-EN-PAQUETE              TO TRUE.

           MOVE 'S'                        TO T-ADH-TIENE(WS-J, WS-K).
           ADD 1                              TO T-ADH-CANT-CTAS(WS-J).
           ADD WS-CTA-SALDO                   TO T-ADH-SALDO(WS-J).

           IF T-ADH-CANT-CTAS(WS-J) IS EQUAL TO 1 OR
              WS-K IS LESS THAN T-ADH-K-COBRO(WS-J)
              MOVE WS-K                       TO T-ADH-K-COBRO(WS-J)
              MOVE WS-CTA-TIPCUEN             TO T-ADH-TIPCUEN(WS-J)
              MOVE WS-CTA-NROCUEN             TO T-ADH-NROCUEN(WS-J)
              MOVE WS-CTA-SUCUEN              TO T-ADH-SUCUEN(WS-J)
              MOVE WS-CTA-SALDO               TO T-ADH-CTA-SALDO(WS-J)
           END-IF.

       2250-F-VER-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *            2 2 6 0 - B U S C A R - P A Q U E T E               *
      *----------------------------------------------------------------*
      *   AL SALIR, WS-IDX-PAQ APUNTA AL PAQUETE WS-PAQ-BUSCADO O ES   *
      *   MAYOR A WS-CANT-PAQUETES SI NO ESTA EN EL CATALOGO.          *
      *----------------------------------------------------------------*

       2260-BUSCAR-PAQUETE.

           MOVE 1                             TO WS-IDX-PAQ.

           PERFORM 2265-COMPARAR-PAQUETE
              THRU 2265-F-COMPARAR-PAQUETE
             UNTIL WS-IDX-PAQ > WS-CANT-PAQUETES
                OR T-PAQ-CODIGO(WS-IDX-PAQ) IS EQUAL TO WS-PAQ-BUSCADO.

       2260-F-BUSCAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 6 5 - C O M P A R A R - P A Q U E T E             *
      *----------------------------------------------------------------*

       2265-COMPARAR-PAQUETE.

           IF T-PAQ-CODIGO(WS-IDX-PAQ) IS NOT EQUAL TO WS-PAQ-BUSCADO
              ADD 1                           TO WS-IDX-PAQ
           END-IF.

       2265-F-COMPARAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 7 0 - B U S C A R - A D H E S I O N              *
      *----------------------------------------------------------------*
      *   LA TABLA ESTA ORDENADA POR NROCLI: SE AVANZA HASTA EL        *
      *   PRIMER NROCLI MAYOR O IGUAL AL DEL TITULAR. AL SALIR, WS-J   *
      *   APUNTA A ESA POSICION O ES MAYOR A WS-CANT-ADHESIONES.       *
      *----------------------------------------------------------------*

       2270-BUSCAR-ADHESION.

           MOVE 1                             TO WS-J.

           PERFORM 2275-AVANZAR-ADHESION
              THRU 2275-F-AVANZAR-ADHESION
             UNTIL WS-J > WS-CANT-ADHESIONES
                OR T-ADH-NROCLI(WS-J) >= WS-CTA-NROCLI.

       2270-F-BUSCAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 7 5 - A V A N Z A R - A D H E S I O N             *
      *----------------------------------------------------------------*

       2275-AVANZAR-ADHESION.

           ADD 1                              TO WS-J.

       2275-F-AVANZAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *             2 2 8 0 - C O M P A R A R - T I P O                *
      *----------------------------------------------------------------*

       2280-COMPARAR-TIPO.

           IF T-PAQ-TIPCUEN(WS-IDX-PAQ, WS-K) IS NOT EQUAL TO
              WS-CTA-TIPCUEN
              ADD 1                           TO WS-K
           END-IF.

       2280-F-COMPARAR-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 0 0 - D E B I T A R - C U E N T A              *
      *----------------------------------------------------------------*

           MOVE '2300-DEBITAR-CUENTA'        TO WS-PARRAFO.

      *    SIN NROMOV LIBRE EN LA FRANJA LA COMISION NO SE DEBITA:
      *    LA CUENTA SE LISTA EN CARGOS PARA COBRARLA A MANO.
           IF CNT-CUENTAS-DEBITADAS + CNT-PAQUETES-DEBITADOS
              IS NOT LESS THAN CT-MAX-COMISIONES
              ADD 1                           TO CNT-DIFERIDAS-FRANJA

              STRING 'SUC '            DELIMITED BY SIZE
                     WS-CTA-SUCUEN     DELIMITED BY SIZE
                     ' CTA '           DELIMITED BY SIZE
                     WS-CTA-TIPCUEN    DELIMITED BY SIZE
                     '-'               DELIMITED BY SIZE
                     WS-CTA-NROCUEN    DELIMITED BY SIZE
                     ' DIFERIDA, FRANJA DE NROMOV AGOTADA'
                                       DELIMITED BY SIZE
                 INTO REG-CARGOS
              END-STRING

              PERFORM 2900-GRABAR-CARGOS
                 THRU 2900-F-GRABAR-CARGOS

              GO TO 2300-F-DEBITAR-CUENTA
           END-IF.

           MOVE T-ARA-IMPORTE(WS-I)           TO WS-DEBITO.

           PERFORM 2400-ACTUALIZAR-TBCURCTA
      *   ( IMPORTE NEGATIVO ), CON NROMOV CORRELATIVO DENTRO DE LA    *
      *   FRANJA RESERVADA PARA COMISIONES, PARA QUE EL RESUMEN DE     *
      *   CUENTA LO MUESTRE COMO UN RENGLON MAS Y CONCILIE CON EL      *
      *   SALDO. LAS COMISIONES DE PAQUETE SE DEBITAN DESPUES DE TODAS *
      *   LAS DE CUENTA Y SIGUEN LA MISMA NUMERACION.                  *
      *----------------------------------------------------------------*

       2450-GRABAR-TBCURMOV.
           MOVE WS-CTA-SUCUEN                 TO WS-CVM-SUCUEN.
           MOVE WS-FECHA-PROCESO              TO WS-CVM-FECMOV.
           COMPUTE WS-CVM-NROMOV =
                   CT-NROMOV-COMISION + CNT-CUENTAS-DEBITADAS
                                      + CNT-PAQUETES-DEBITADOS.
           COMPUTE WS-CVM-IMPORTE = ZEROS - WS-DEBITO.

           EXEC SQL INSERT
       2600-F-GRABAR-SIN-ARANCEL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 7 0 0 - C O B R A R - P A Q U E T E S              *
      *----------------------------------------------------------------*
      *   CON EL CURSOR YA CERRADO RECORRE LAS ADHESIONES: DEBITA LA   *
      *   COMISION DE CADA PAQUETE, LISTA LOS CLIENTES CON TENENCIA    *
      *   DISTINTA A SU PAQUETE Y AL FINAL LA RECAUDACION POR PAQUETE. *
      *----------------------------------------------------------------*

       2700-COBRAR-PAQUETES.

           MOVE '2700-COBRAR-PAQUETES'        TO WS-PARRAFO.

           MOVE WS-FECHA-PROCESO              TO LPT-FECHA.
           MOVE WS-LIN-PAQ-TITULO             TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           MOVE SPACES                        TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           MOVE WS-LIN-DIS-TITULO             TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           MOVE WS-LIN-DIS-COLUMNAS           TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           PERFORM 2710-COBRAR-ADHESION
              THRU 2710-F-COBRAR-ADHESION
             VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-CANT-ADHESIONES.

           MOVE SPACES                        TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           MOVE WS-LIN-REC-TITULO             TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           MOVE WS-LIN-REC-COLUMNAS           TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

           PERFORM 2780-INFORMAR-PAQUETE
              THRU 2780-F-INFORMAR-PAQUETE
             VARYING WS-IDX-PAQ FROM 1 BY 1
               UNTIL WS-IDX-PAQ > WS-CANT-PAQUETES.

           MOVE SPACES                        TO LRE-PAQUETE.
           MOVE 'TOTAL'                       TO LRE-DESCRIPCION.
           MOVE CNT-ADHESIONES-LEIDAS         TO LRE-ADHERIDOS.
           MOVE CNT-PAQUETES-DEBITADOS        TO LRE-COBRADOS.
           MOVE CNT-PAQUETES-EXENTOS          TO LRE-EXENTOS.
           MOVE CNT-PAQUETES-SIN-COBRO        TO LRE-SIN-COBRO.
           MOVE CNT-TENENCIA-DISTINTA         TO LRE-DISTINTOS.
           MOVE WS-TOT-RECAUDADO              TO LRE-RECAUDADO.
           MOVE WS-LIN-REC-DETALLE            TO REG-PAQREPO.
           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

       2700-F-COBRAR-PAQUETES.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 1 0 - C O B R A R - A D H E S I O N               *
      *----------------------------------------------------------------*
      *   SIN PAQUETE EN EL CATALOGO O SIN NINGUNA CUENTA DEL PAQUETE  *
      *   NO SE COBRA ( LAS CUENTAS QUE TENGA YA PAGARON POR SU TIPO ) *
      *   Y SE INFORMA. SI LE FALTA ALGUN TIPO SE INFORMA Y SE COBRA   *
      *   IGUAL: SIGUE ADHERIDO HASTA QUE PGMSI167 LO DE DE BAJA.      *
      *----------------------------------------------------------------*

       2710-COBRAR-ADHESION.

           MOVE '2710-COBRAR-ADHESION'        TO WS-PARRAFO.

           MOVE T-ADH-NROCLI(WS-J)            TO LDI-NROCLI.
           MOVE T-ADH-CODIGO(WS-J)            TO LDI-PAQUETE.
           MOVE T-ADH-CANT-CTAS(WS-J)         TO LDI-CTAS.
           MOVE SPACES                        TO LDI-FALTANTES.

           IF T-ADH-IX-PAQ(WS-J) IS EQUAL TO ZEROS
              ADD 1                           TO CNT-PAQUETES-SIN-COBRO
                                                 CNT-TENENCIA-DISTINTA
              MOVE 'PAQUETE INEXISTENTE, NO COBRA' TO LDI-MOTIVO
              PERFORM 2770-GRABAR-DISTINTO
                 THRU 2770-F-GRABAR-DISTINTO
              GO TO 2710-F-COBRAR-ADHESION
           END-IF.

           MOVE T-ADH-IX-PAQ(WS-J)            TO WS-IDX-PAQ.

           MOVE SPACES                        TO WS-FALTANTES.
           MOVE 1                             TO WS-PUNTERO.

           PERFORM 2720-ARMAR-FALTANTES
              THRU 2720-F-ARMAR-FALTANTES
             VARYING WS-K FROM 1 BY 1
               UNTIL WS-K > T-PAQ-CANT-TIPOS(WS-IDX-PAQ).

           MOVE WS-FALTANTES                  TO LDI-FALTANTES.

           IF T-ADH-CANT-CTAS(WS-J) IS EQUAL TO ZEROS
              ADD 1                           TO CNT-PAQUETES-SIN-COBRO
                                                 CNT-TENENCIA-DISTINTA
              ADD 1                  TO T-PAQ-SIN-COBRO(WS-IDX-PAQ)
                                        T-PAQ-DISTINTOS(WS-IDX-PAQ)
              MOVE 'SIN CUENTAS DEL PAQUETE'  TO LDI-MOTIVO
              PERFORM 2770-GRABAR-DISTINTO
                 THRU 2770-F-GRABAR-DISTINTO
              GO TO 2710-F-COBRAR-ADHESION
           END-IF.

           IF WS-FALTANTES IS NOT EQUAL TO SPACES
              ADD 1                           TO CNT-TENENCIA-DISTINTA
              ADD 1                  TO T-PAQ-DISTINTOS(WS-IDX-PAQ)
              MOVE 'FALTAN TIPOS DEL PAQUETE' TO LDI-MOTIVO
              PERFORM 2770-GRABAR-DISTINTO
                 THRU 2770-F-GRABAR-DISTINTO
           END-IF.

      *    EXENTO POR SALDO SUMADO SOBRE EL UMBRAL O PAQUETE SIN CARGO
           IF T-ADH-SALDO(WS-J) IS GREATER THAN T-PAQ-UMBRAL(WS-IDX-PAQ)
              OR T-PAQ-IMPORTE(WS-IDX-PAQ) IS EQUAL TO ZEROS
              ADD 1                           TO CNT-PAQUETES-EXENTOS
              ADD 1                  TO T-PAQ-EXENTOS(WS-IDX-PAQ)
              GO TO 2710-F-COBRAR-ADHESION
           END-IF.

           PERFORM 2750-DEBITAR-PAQUETE
              THRU 2750-F-DEBITAR-PAQUETE.

       2710-F-COBRAR-ADHESION.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 2 0 - A R M A R - F A L T A N T E S               *
      *----------------------------------------------------------------*

       2720-ARMAR-FALTANTES.

           IF T-ADH-TIENE(WS-J, WS-K) IS NOT EQUAL TO 'S'
              STRING T-PAQ-TIPCUEN(WS-IDX-PAQ, WS-K) DELIMITED BY SIZE
                     ' '                             DELIMITED BY SIZE
                INTO WS-FALTANTES
                WITH POINTER WS-PUNTERO
              END-STRING
           END-IF.

       2720-F-ARMAR-FALTANTES.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 5 0 - D E B I T A R - P A Q U E T E               *
      *----------------------------------------------------------------*
      *   DEBITA LA COMISION DEL PAQUETE EN LA CUENTA GUARDADA DE LA   *
      *   ADHESION, CON LAS MISMAS RUTINAS QUE LA COMISION POR CUENTA  *
      *   ( UPDATE, AUDITORIA DE SALDOS, TBCURMOV Y CARGOS ).          *
      *----------------------------------------------------------------*

       2750-DEBITAR-PAQUETE.

           MOVE '2750-DEBITAR-PAQUETE'        TO WS-PARRAFO.

      *    SIN NROMOV LIBRE EN LA FRANJA EL PAQUETE NO SE DEBITA:
      *    SE LISTA EN CARGOS PARA COBRARLO A MANO.
           IF CNT-CUENTAS-DEBITADAS + CNT-PAQUETES-DEBITADOS
              IS NOT LESS THAN CT-MAX-COMISIONES
              ADD 1                           TO CNT-DIFERIDAS-FRANJA
              ADD 1                           TO CNT-PAQUETES-SIN-COBRO
              ADD 1                  TO T-PAQ-SIN-COBRO(WS-IDX-PAQ)

              STRING 'SUC '            DELIMITED BY SIZE
                     T-ADH-SUCUEN(WS-J) DELIMITED BY SIZE
                     ' CTA '           DELIMITED BY SIZE
                     T-ADH-TIPCUEN(WS-J) DELIMITED BY SIZE
                     '-'               DELIMITED BY SIZE
                     T-ADH-NROCUEN(WS-J) DELIMITED BY SIZE
                     ' PAQUETE '       DELIMITED BY SIZE
                     T-PAQ-CODIGO(WS-IDX-PAQ)
                                       DELIMITED BY SIZE
                     ' DIFERIDO, FRANJA DE NROMOV AGOTADA'
                                       DELIMITED BY SIZE
                 INTO REG-CARGOS
              END-STRING

              PERFORM 2900-GRABAR-CARGOS
                 THRU 2900-F-GRABAR-CARGOS

              GO TO 2750-F-DEBITAR-PAQUETE
           END-IF.

           MOVE T-ADH-TIPCUEN(WS-J)           TO WS-CTA-TIPCUEN.
           MOVE T-ADH-NROCUEN(WS-J)           TO WS-CTA-NROCUEN.
           MOVE T-ADH-SUCUEN(WS-J)            TO WS-CTA-SUCUEN.
           MOVE T-ADH-CTA-SALDO(WS-J)         TO WS-CTA-SALDO.
           MOVE T-PAQ-IMPORTE(WS-IDX-PAQ)     TO WS-DEBITO.

           PERFORM 2400-ACTUALIZAR-TBCURCTA
              THRU 2400-F-ACTUALIZAR-TBCURCTA.

           IF SQLCODE IS EQUAL TO 0
              MOVE WS-CTA-TIPCUEN     TO AUD-TIPCUEN
              MOVE WS-CTA-NROCUEN     TO AUD-NROCUEN
              MOVE WS-CTA-SUCUEN      TO AUD-SUCUEN
              MOVE WS-CTA-SALDO       TO AUD-SALDO-ANTES
              COMPUTE AUD-SALDO-DESPUES =
                      WS-CTA-SALDO - WS-DEBITO

              PERFORM 8800-GRABAR-AUDCTA
                 THRU 8800-F-GRABAR-AUDCTA

              ADD 1                   TO CNT-PAQUETES-DEBITADOS
              ADD 1                   TO T-PAQ-COBRADOS(WS-IDX-PAQ)
              ADD WS-DEBITO           TO T-PAQ-RECAUDADO(WS-IDX-PAQ)
                                         WS-TOT-RECAUDADO

              MOVE WS-CTA-SUCUEN      TO WS-SUC
              IF WS-SUC IS GREATER THAN ZEROS
                 ADD 1                TO T-SUC-CANT(WS-SUC)
                 ADD WS-DEBITO       TO T-SUC-DEBITADO(WS-SUC)
              END-IF

              PERFORM 2450-GRABAR-TBCURMOV
                 THRU 2450-F-GRABAR-TBCURMOV

              MOVE WS-DEBITO          TO WS-DEBITO-EDIT

              STRING 'SUC '            DELIMITED BY SIZE
                     WS-CTA-SUCUEN     DELIMITED BY SIZE
                     ' CTA '           DELIMITED BY SIZE
                     WS-CTA-TIPCUEN    DELIMITED BY SIZE
                     '-'               DELIMITED BY SIZE
                     WS-CTA-NROCUEN    DELIMITED BY SIZE
                     ' PAQUETE '       DELIMITED BY SIZE
                     T-PAQ-CODIGO(WS-IDX-PAQ)
                                       DELIMITED BY SIZE
                     ' DEBITADO '      DELIMITED BY SIZE
                     WS-DEBITO-EDIT    DELIMITED BY SIZE
                 INTO REG-CARGOS
              END-STRING

              PERFORM 2900-GRABAR-CARGOS
                 THRU 2900-F-GRABAR-CARGOS
           ELSE
              MOVE SQLCODE                    TO CT-SQLCODE-EDIT
              DISPLAY ' * ERROR DB2 EN UPDATE --> ' CT-SQLCODE-EDIT
              ADD 1                           TO CNT-SQL-ERROR
              ADD 1                           TO CNT-PAQUETES-SIN-COBRO
              ADD 1                  TO T-PAQ-SIN-COBRO(WS-IDX-PAQ)
           END-IF.

       2750-F-DEBITAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 7 0 - G R A B A R - D I S T I N T O               *
      *----------------------------------------------------------------*

       2770-GRABAR-DISTINTO.

           MOVE WS-LIN-DIS-DETALLE            TO REG-PAQREPO.

           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

       2770-F-GRABAR-DISTINTO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 8 0 - I N F O R M A R - P A Q U E T E             *
      *----------------------------------------------------------------*

       2780-INFORMAR-PAQUETE.

           MOVE T-PAQ-CODIGO(WS-IDX-PAQ)      TO LRE-PAQUETE.
           MOVE T-PAQ-DESCRIPCION(WS-IDX-PAQ) TO LRE-DESCRIPCION.
           MOVE T-PAQ-ADHERIDOS(WS-IDX-PAQ)   TO LRE-ADHERIDOS.
           MOVE T-PAQ-COBRADOS(WS-IDX-PAQ)    TO LRE-COBRADOS.
           MOVE T-PAQ-EXENTOS(WS-IDX-PAQ)     TO LRE-EXENTOS.
           MOVE T-PAQ-SIN-COBRO(WS-IDX-PAQ)   TO LRE-SIN-COBRO.
           MOVE T-PAQ-DISTINTOS(WS-IDX-PAQ)   TO LRE-DISTINTOS.
           MOVE T-PAQ-RECAUDADO(WS-IDX-PAQ)   TO LRE-RECAUDADO.

           MOVE WS-LIN-REC-DETALLE            TO REG-PAQREPO.

           PERFORM 2950-GRABAR-PAQREPO
              THRU 2950-F-GRABAR-PAQREPO.

       2780-F-INFORMAR-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 5 0 - G R A B A R - P A Q R E P O                 *
      *----------------------------------------------------------------*

       2950-GRABAR-PAQREPO.

           WRITE REG-PAQREPO.

           IF NOT FS-PAQREPO-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PAQREPO                 TO AUX-ERR-NOMBRE
              MOVE FS-PAQREPO                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2950-F-GRABAR-PAQREPO.
           EXIT.

      *----------------------------------------------------------------*
      *           2 9 0 0 - G R A B A R - C A R G O S                  *
      *----------------------------------------------------------------*
           PERFORM 3100-CERRAR-CURSOR
              THRU 3100-F-CERRAR-CURSOR.

           PERFORM 2700-COBRAR-PAQUETES
              THRU 2700-F-COBRAR-PAQUETES.

           PERFORM 3300-GRABAR-TOTALES
              THRU 3300-F-GRABAR-TOTALES.

              THRU 3340-F-GRABAR-TOTAL-TIPO
             UNTIL WS-I > WS-CANT-ARANCELES.

           MOVE 'TOTALES POR PAQUETE'         TO REG-CARGOS.
           PERFORM 2900-GRABAR-CARGOS
              THRU 2900-F-GRABAR-CARGOS.

           PERFORM 3360-GRABAR-TOTAL-PAQUETE
              THRU 3360-F-GRABAR-TOTAL-PAQUETE
             VARYING WS-IDX-PAQ FROM 1 BY 1
               UNTIL WS-IDX-PAQ > WS-CANT-PAQUETES.

       3300-F-GRABAR-TOTALES.
           EXIT.

       3340-F-GRABAR-TOTAL-TIPO.
           EXIT.

      *----------------------------------------------------------------*
      *     3 3 6 0 - G R A B A R - T O T A L - P A Q U E T E          *
      *----------------------------------------------------------------*

       3360-GRABAR-TOTAL-PAQUETE.

           MOVE '3360-GRABAR-TOTAL-PAQUETE'   TO WS-PARRAFO.

           IF T-PAQ-COBRADOS(WS-IDX-PAQ) IS GREATER THAN ZEROS
              MOVE T-PAQ-RECAUDADO(WS-IDX-PAQ) TO WS-DEBITO-EDIT
              MOVE T-PAQ-COBRADOS(WS-IDX-PAQ)  TO WS-MASCARA

              STRING '   PAQUETE '    DELIMITED BY SIZE
                     T-PAQ-CODIGO(WS-IDX-PAQ)
                                      DELIMITED BY SIZE
                     ' CLIENTES '     DELIMITED BY SIZE
                     WS-MASCARA       DELIMITED BY SIZE
                     ' DEBITADO '     DELIMITED BY SIZE
                     WS-DEBITO-EDIT   DELIMITED BY SIZE
                 INTO REG-CARGOS
              END-STRING

              PERFORM 2900-GRABAR-CARGOS
                 THRU 2900-F-GRABAR-CARGOS
           END-IF.

       3360-F-GRABAR-TOTAL-PAQUETE.
           EXIT.

      *----------------------------------------------------------------*
      *              3 2 0 0 - C E R R A R - A R C H I V O S           *
      *----------------------------------------------------------------*

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           CLOSE CARGOS
                 PAQREPO.

           IF NOT FS-CARGOS-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CUENTAS-EN-PAQUETE        TO WS-MASCARA.
           DISPLAY '* CUENTAS QUE PAGAN POR PAQUETE:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ADHESIONES-LEIDAS         TO WS-MASCARA.
           DISPLAY '* CLIENTES ADHERIDOS A PAQUETES:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PAQUETES-DEBITADOS        TO WS-MASCARA.
           DISPLAY '* PAQUETES DEBITADOS:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PAQUETES-EXENTOS          TO WS-MASCARA.
           DISPLAY '* PAQUETES EXENTOS:                       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PAQUETES-SIN-COBRO        TO WS-MASCARA.
           DISPLAY '* PAQUETES SIN COBRO:                     '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-TENENCIA-DISTINTA         TO WS-MASCARA.
           DISPLAY '* CLIENTES CON TENENCIA DISTINTA:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DIFERIDAS-FRANJA          TO WS-MASCARA.
           DISPLAY '* DIFERIDAS POR FRANJA AGOTADA:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.

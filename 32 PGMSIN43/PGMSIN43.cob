      *   - EL ARCHIVO CTLSUC DECLARA QUE SUCURSALES DEBEN ENTREGAR    *
      *     ARCHIVO ESTA NOCHE, EN EL ORDEN DE LOS DD NOVSUC1 A        *
      *     NOVSUC5 ( HASTA 5 SUCURSALES POR CORRIDA ).                *
      *   - LA SUCURSAL 00 EN CTLSUC DECLARA ADEMAS EL ARCHIVO DE      *
      *     ALTAS DE CLIENTE TOMADAS EN LINEA ( DD NOVONL, ARMADO POR  *
      *     PGMSI148 ), QUE ENTRA COMO UNA FUENTE MAS CON EL MISMO     *
      *     CONTROL DE HEADER Y TRAILER; SUS REGISTROS TRAEN LA        *
      *     SUCURSAL DEL CLIENTE Y NO SE CONTROLAN CONTRA LA 00.       *
      *   - SE VERIFICA QUE CADA SUCURSAL ESPERADA HAYA ENTREGADO      *
      *     EXACTAMENTE UN ARCHIVO CON DATOS; SI FALTA ALGUNO EL       *
      *     PROCESO ABORTA INFORMANDO CUALES, ANTES DE PROCESAR NADA.  *
           SELECT NOVSUC5 ASSIGN TO NOVSUC5
                                    FILE STATUS IS FS-NOVSUC5.

           SELECT NOVONL ASSIGN TO NOVONL
                                    FILE STATUS IS FS-NOVONL.

           SELECT SALIDA ASSIGN TO SALIDA
                                    FILE STATUS IS FS-SALIDA.


      *----------------------------------------------------------------*
      *   ARCHIVO DE CONTROL DE SUCURSALES ESPERADAS: UN REGISTRO POR  *
      *   SUCURSAL, EN EL ORDEN DE LOS DD NOVSUC1 A NOVSUC5. LA        *
      *   SUCURSAL 00 DECLARA EL ARCHIVO DE ALTAS EN LINEA ( NOVONL ). *
      *----------------------------------------------------------------*

       FD   CTLSUC
            RECORDING MODE IS F.
       01   REG-NOVSUC5                                     PIC X(50).

       FD   NOVONL
            RECORDING MODE IS F.
       01   REG-NOVONL                                      PIC X(50).

       FD   SALIDA
            RECORDING MODE IS F.
       01   REG-SALIDA                                      PIC X(50).
           02 CT-RECHAZOS                   PIC X(08)  VALUE 'RECHAZOS'.
           02 CT-PLANILLA                   PIC X(08)  VALUE 'PLANILLA'.
           02 CT-MAX-SUCURSALES             PIC 9(01)  VALUE 5.
           02 CT-MAX-ARCHIVOS               PIC 9(01)  VALUE 6.
           02 CT-DD-ONLINE                  PIC 9(01)  VALUE 6.
           02 CT-CONTROL                    PIC X(08)  VALUE 'CONTROL '.
           02 CT-NOVONL                     PIC X(08)  VALUE 'NOVONL  '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-CANT-ESPERADAS                 PIC 9(01)  VALUE ZEROS.
       01 WS-CANT-SUCURSALES                PIC 9(01)  VALUE ZEROS.
       01 WS-ONLINE-SW                      PIC X(01)  VALUE 'N'.
           88 ONLINE-DECLARADO                         VALUE 'S'.

      *   T-ARCH-DD: DD DEL ARCHIVO ( 1 A 5 = NOVSUC1 A NOVSUC5, 6 =
      *   NOVONL, LAS ALTAS EN LINEA ).

       01 WS-T-ARCHIVOS.
           02 T-ARCH                        OCCURS 6 TIMES.
              03 T-ARCH-ESTADO              PIC X(01).
                 88 T-ARCH-ACTIVO                       VALUE 'A'.
                 88 T-ARCH-AGOTADO                      VALUE 'F'.
                 88 T-ARCH-NO-USADO                     VALUE 'N'.
              03 T-ARCH-DD                  PIC 9(01).
                 88 T-ARCH-ES-ONLINE                    VALUE 6.
              03 T-ARCH-SUC                 PIC 9(02).
              03 T-ARCH-DOC                 PIC 9(11).
              03 T-ARCH-REG                 PIC X(50).
              88 FS-NOVSUC5-OK                         VALUE '00'.
              88 FS-NOVSUC5-EOF                        VALUE '10'.

           02 FS-NOVONL                     PIC X(02).
              88 FS-NOVONL-OK                          VALUE '00'.
              88 FS-NOVONL-EOF                         VALUE '10'.

           02 FS-NOVSUC-ACT                 PIC X(02).
              88 FS-NOVSUC-ACT-OK                      VALUE '00'.
              88 FS-NOVSUC-ACT-EOF                     VALUE '10'.

           PERFORM 1100-MARCAR-NO-USADO
              THRU 1100-F-MARCAR-NO-USADO
             UNTIL WS-IX > CT-MAX-ARCHIVOS.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           MOVE '1340-GUARDAR-ESPERADA'       TO WS-PARRAFO.

           EVALUATE TRUE
               WHEN CTL-SUC IS EQUAL TO ZEROS AND ONLINE-DECLARADO
                    DISPLAY '* ALTAS EN LINEA DECLARADAS DOS VECES, '
                            'SE IGNORA LA REPETIDA *'

               WHEN CTL-SUC IS EQUAL TO ZEROS
                    SET ONLINE-DECLARADO      TO TRUE
                    ADD 1                     TO WS-CANT-ESPERADAS
                    MOVE CT-DD-ONLINE
                                   TO T-ARCH-DD(WS-CANT-ESPERADAS)
                    MOVE 'A'       TO T-ARCH-ESTADO(WS-CANT-ESPERADAS)
                    MOVE CTL-SUC   TO T-ARCH-SUC(WS-CANT-ESPERADAS)

               WHEN WS-CANT-SUCURSALES >= CT-MAX-SUCURSALES
                    DISPLAY '* MAS SUCURSALES DECLARADAS QUE DD '
                            'DISPONIBLES, SE IGNORA: ' CTL-SUC

               WHEN OTHER
                    ADD 1                     TO WS-CANT-SUCURSALES
                    ADD 1                     TO WS-CANT-ESPERADAS
                    MOVE WS-CANT-SUCURSALES
                                   TO T-ARCH-DD(WS-CANT-ESPERADAS)
                    MOVE 'A'       TO T-ARCH-ESTADO(WS-CANT-ESPERADAS)
                    MOVE CTL-SUC   TO T-ARCH-SUC(WS-CANT-ESPERADAS)
           END-EVALUATE.

           PERFORM 1320-LEER-CTLSUC
              THRU 1320-F-LEER-CTLSUC.

           MOVE '1540-ABRIR-NOVSUC'           TO WS-PARRAFO.

           EVALUATE T-ARCH-DD(WS-IX)
             WHEN 1
               OPEN INPUT NOVSUC1
               MOVE FS-NOVSUC1                TO FS-NOVSUC-ACT
             WHEN 5
               OPEN INPUT NOVSUC5
               MOVE FS-NOVSUC5                TO FS-NOVSUC-ACT
             WHEN 6
               OPEN INPUT NOVONL
               MOVE FS-NOVONL                 TO FS-NOVSUC-ACT
           END-EVALUATE.

       1540-F-ABRIR-NOVSUC.
      *   AVANZA EL ARCHIVO WS-IX: DEJA EL REGISTRO LEIDO EN LA TABLA  *
      *   Y VALIDA QUE LA SUCURSAL DEL REGISTRO COINCIDA CON LA        *
      *   DECLARADA PARA ESE ARCHIVO; SI NO COINCIDE EL REGISTRO VA A  *
      *   RECHAZOS Y SE SIGUE LEYENDO. EL ARCHIVO DE ALTAS EN LINEA    *
      *   TRAE CLIENTES DE CUALQUIER SUCURSAL Y NO SE CONTROLA.        *
      *----------------------------------------------------------------*

       2400-LEER-NOVSUC.
           PERFORM 2440-VALIDAR-SUCURSAL
              THRU 2440-F-VALIDAR-SUCURSAL
             UNTIL T-ARCH-AGOTADO(WS-IX)
                OR T-ARCH-ES-ONLINE(WS-IX)
                OR NOV-SUC IS EQUAL TO T-ARCH-SUC(WS-IX).

       2400-F-LEER-NOVSUC.

           MOVE '2460-LEER-FISICO'            TO WS-PARRAFO.

           EVALUATE T-ARCH-DD(WS-IX)
             WHEN 1
               READ NOVSUC1 INTO WS-REG-NOVCLIE
               MOVE FS-NOVSUC1                TO FS-NOVSUC-ACT
             WHEN 5
               READ NOVSUC5 INTO WS-REG-NOVCLIE
               MOVE FS-NOVSUC5                TO FS-NOVSUC-ACT
             WHEN 6
               READ NOVONL INTO WS-REG-NOVCLIE
               MOVE FS-NOVONL                 TO FS-NOVSUC-ACT
           END-EVALUATE.

           EVALUATE TRUE
      *   3 0 8 0 - G R A B A R - H U E L L A S                        *
      *----------------------------------------------------------------*
      *   RECIEN CON LA CORRIDA COMPLETA Y LA SALIDA ENTREGADA SE      *
      *   REGISTRAN LAS HUELLAS DE LOS ARCHIVOS DE SUCURSAL Y DEL DE   *
      *   ALTAS EN LINEA, SEGUN EL CONTRATO DE HUELLARU: SOLO UN FIN   *
      *   LIMPIO DEJA CONSTANCIA, Y UN ABEND INTERMEDIO NO OBLIGA A    *
      *   FORZAR LA RECORRIDA.                                         *
      *----------------------------------------------------------------*

       3080-GRABAR-HUELLAS.

           PERFORM 3085-GRABAR-UNA-HUELLA
              THRU 3085-F-GRABAR-UNA-HUELLA
             UNTIL WS-IX IS GREATER THAN CT-MAX-ARCHIVOS.

       3080-F-GRABAR-HUELLAS.
           EXIT.

           MOVE CT-PROGRAMA                   TO HUE-PROGRAMA.
           MOVE SPACES                        TO HUE-ARCHIVO.
           IF T-ARCH-ES-ONLINE(WS-IX)
              MOVE CT-NOVONL                  TO HUE-ARCHIVO
           ELSE
              STRING 'NOVSUC'          DELIMITED BY SIZE
                     T-ARCH-DD(WS-IX)  DELIMITED BY SIZE
                 INTO HUE-ARCHIVO
              END-STRING
           END-IF.
           MOVE T-ARCH-RECIBIDOS(WS-IX)       TO HUE-CANT.
           MOVE T-ARCH-HASH-CONT(WS-IX)       TO HUE-TOTAL.
           MOVE T-ARCH-PRIMERO(WS-IX)         TO HUE-PRIMERO.

           MOVE '3200-CERRAR-ARCHIVOS'        TO WS-PARRAFO.

           MOVE 1                             TO WS-IX.

           PERFORM 3220-CERRAR-NOVSUC
              THRU 3220-F-CERRAR-NOVSUC
             UNTIL WS-IX > WS-CANT-ESPERADAS.

           CLOSE SALIDA
                 RECHAZOS
       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *            3 2 2 0 - C E R R A R - N O V S U C                 *
      *----------------------------------------------------------------*

       3220-CERRAR-NOVSUC.

           EVALUATE T-ARCH-DD(WS-IX)
             WHEN 1
               CLOSE NOVSUC1
             WHEN 2
               CLOSE NOVSUC2
             WHEN 3
               CLOSE NOVSUC3
             WHEN 4
               CLOSE NOVSUC4
             WHEN 5
               CLOSE NOVSUC5
             WHEN 6
               CLOSE NOVONL
           END-EVALUATE.

           ADD 1                              TO WS-IX.

       3220-F-CERRAR-NOVSUC.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

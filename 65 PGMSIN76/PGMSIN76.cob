      *   - FRECUENCIAS: 'M' MENSUAL ( EL DIA INDICADO ), 'Q'          *
      *     QUINCENAL ( EL DIA INDICADO Y EL MISMO DIA MAS QUINCE )    *
      *     Y 'D' DIARIA ( TODO DIA HABIL ).                           *
      *   - LAS ORDENES SUSPENDIDAS POR FALLECIMIENTO DEL TITULAR      *
      *     ( ORD-ESTADO 'S', LAS MARCA PGMSI158 ) NO SE GENERAN Y SE  *
      *     LISTAN EN EL INFORME.                                      *
      *   - CADA ORDEN VENCIDA SE EMITE COMO REGISTRO EN EL LAYOUT     *
      *     MOVIMCC ( ARCHIVO ORDGEN, IMPORTE NEGATIVO, NRO DE         *
      *     MOVIMIENTO EN LA FRANJA 950001-957999 ) PARA QUE PGMAPCAB  *
      *     LO APLIQUE COMO CUALQUIER OTRO MOVIMIENTO. PASADAS LAS     *
      *     7999 ORDENES DE LA FRANJA EL EXCEDENTE NO SE GENERA Y SE   *
      *     LISTA EN EL INFORME PARA SU CARGA MANUAL EN MOVTOS.        *
      *   - GRABA EL INFORME DE GENERACION Y DEJA EL CONTROL DE        *
      *     CANTIDADES EN CTLCNT PARA EL PASO PGMAPCAB.                *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *

      *----------------------------------------------------------------*
      *   FRANJA DE NRO DE MOVIMIENTO RESERVADA PARA LAS ORDENES       *
      *   PERMANENTES GENERADAS ( DOMINIO NROMOV DEL MAESTRO CODREF ): *
      *   950001-957999. DESDE 958001 LA FRANJA ES DE LOS DEBITOS      *
      *   DIRECTOS ( PGMSI133 ).                                       *
      *----------------------------------------------------------------*

           02 CT-NROMOV-ORDEN               PIC 9(06)  VALUE 950000.
           02 CT-MAX-ORDENES                PIC 9(04)  VALUE 7999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *   REGISTRO DE TRABAJO DEL MAESTRO DE ORDENES                   *
      *----------------------------------------------------------------*

           COPY CPORDPER.

      *----------------------------------------------------------------*
      *   ACUMULADOR DEL IMPORTE GENERADO DEL DIA                      *
           02 CNT-ORDENES-LEIDAS            PIC 9(05)  VALUE ZEROS.
           02 CNT-ORDENES-GENERADAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-ORDENES-INVALIDAS         PIC 9(05)  VALUE ZEROS.
           02 CNT-ORDENES-SUSPENDIDAS       PIC 9(05)  VALUE ZEROS.
           02 CNT-ORDENES-FRANJA            PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
           MOVE 'N'                           TO WS-GENERA-SW.

           EVALUATE TRUE
             WHEN ORD-SUSPENDIDA
               ADD 1                          TO CNT-ORDENES-SUSPENDIDAS
               PERFORM 2750-INFORMAR-SUSPENDIDA
                  THRU 2750-F-INFORMAR-SUSPENDIDA

             WHEN ORD-IMPORTE IS NOT NUMERIC OR
                  ORD-IMPORTE IS NOT GREATER THAN ZEROS OR
                  ORD-MOV-TIPO IS NOT NUMERIC OR

           MOVE '2300-GENERAR-ORDEN'          TO WS-PARRAFO.

      *    SIN NROMOV LIBRE EN LA FRANJA LA ORDEN NO SE GENERA: SE
      *    LISTA PARA QUE SE CARGUE A MANO.
           IF CNT-ORDENES-GENERADAS IS NOT LESS THAN CT-MAX-ORDENES
              ADD 1                           TO CNT-ORDENES-FRANJA

              STRING 'CUENTA '         DELIMITED BY SIZE
                     ORD-CUENTA        DELIMITED BY SIZE
                     ' FRANJA DE NROMOV AGOTADA, NO SE GENERA'
                                       DELIMITED BY SIZE
                 INTO REG-GENORDEN
              END-STRING

              PERFORM 2900-GRABAR-GENORDEN
                 THRU 2900-F-GRABAR-GENORDEN

              GO TO 2300-F-GENERAR-ORDEN
           END-IF.

           ADD 1                              TO CNT-ORDENES-GENERADAS.

           MOVE SPACES                        TO WS-REG-MOVIMI.
       2700-F-INFORMAR-INVALIDA.
           EXIT.

      *----------------------------------------------------------------*
      *   2 7 5 0 - I N F O R M A R - S U S P E N D I D A              *
      *----------------------------------------------------------------*

       2750-INFORMAR-SUSPENDIDA.

           MOVE '2750-INFORMAR-SUSPENDIDA'    TO WS-PARRAFO.

           STRING 'CUENTA '         DELIMITED BY SIZE
                  ORD-CUENTA        DELIMITED BY SIZE
                  ' ORDEN SUSPENDIDA ( TITULAR FALLECIDO ) DESDE '
                                    DELIMITED BY SIZE
                  ORD-FECHA-SUSP    DELIMITED BY SIZE
              INTO REG-GENORDEN
           END-STRING.

           PERFORM 2900-GRABAR-GENORDEN
              THRU 2900-F-GRABAR-GENORDEN.

       2750-F-INFORMAR-SUSPENDIDA.
           EXIT.

      *----------------------------------------------------------------*
      *   2 9 0 0 - G R A B A R - G E N O R D E N                      *
      *----------------------------------------------------------------*
           DISPLAY '* ORDENES INVALIDAS:                      '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-SUSPENDIDAS       TO WS-MASCARA.
           DISPLAY '* ORDENES SUSPENDIDAS:                    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ORDENES-FRANJA            TO WS-MASCARA.
           DISPLAY '* ORDENES NO GENERADAS FRANJA AGOTADA:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.


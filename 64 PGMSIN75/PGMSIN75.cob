      *       . SIN RENOVACION, ACREDITA CAPITAL MAS INTERES EN LA     *
      *         CUENTA ASOCIADA DE TBCURCTA, GRABA EL MOVIMIENTO EN    *
      *         TBCURMOV ( NROMOV EN LA FRANJA RESERVADA 940001-       *
      *         947999, DOMINIO NROMOV DEL MAESTRO CODREF ) Y PASA LA  *
      *         FILA A ESTADO 'P'. PASADOS LOS 7999 PAGOS DE LA        *
      *         FRANJA EL PLAZO QUEDA VIGENTE, SE INFORMA COMO         *
      *         DIFERIDO Y SE PAGA LA NOCHE SIGUIENTE.                 *
      *   - CADA VENCIMIENTO QUEDA EN EL INFORME VENCIMI; LOS PLAZOS   *
      *     CUYA CUENTA ASOCIADA YA NO EXISTE SE INFORMAN COMO         *
      *     EXCEPCION Y QUEDAN VIGENTES PARA REVISION MANUAL.          *

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LAS ACREDITACIONES DE        *
      *   PLAZOS FIJOS ( DOMINIO NROMOV DEL MAESTRO CODREF ):          *
      *   940001-947999. EL TRAMO 948001-948999 ES DE LAS DISPUTAS     *
      *   ( PGMSI155 ).                                                *
      *----------------------------------------------------------------*

           02 CT-NROMOV-PLAZOFIJO           PIC 9(06)  VALUE 940000.
           02 CT-MAX-PAGOS                  PIC 9(04)  VALUE 7999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
           02 CNT-SIN-CUENTA                PIC 9(05)  VALUE ZEROS.
           02 CNT-MOVTOS-INSERTADOS         PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.
           02 CNT-DIFERIDOS-FRANJA          PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *

           MOVE '2300-PAGAR-PLAZO'            TO WS-PARRAFO.

      *    SIN NROMOV LIBRE EN LA FRANJA EL PAGO NO PUEDE VIAJAR:
      *    EL PLAZO QUEDA VIGENTE Y EL CURSOR LO TOMA MANIANA.
           IF CNT-PLAZOS-PAGADOS IS NOT LESS THAN CT-MAX-PAGOS
              ADD 1                           TO CNT-DIFERIDOS-FRANJA

              STRING 'PLAZO '          DELIMITED BY SIZE
                     WS-PLF-NROPLF     DELIMITED BY SIZE
                     ' DIFERIDO, FRANJA DE NROMOV AGOTADA'
                                       DELIMITED BY SIZE
                 INTO REG-VENCIMI
              END-STRING

              PERFORM 2900-GRABAR-VENCIMI
                 THRU 2900-F-GRABAR-VENCIMI

              GO TO 2300-F-PAGAR-PLAZO
           END-IF.

           MOVE WS-PLF-TIPCUEN                TO WS-CTA-TIPCUEN.
           MOVE WS-PLF-NROCUEN                TO WS-CTA-NROCUEN.
           MOVE WS-PLF-SUCUEN                 TO WS-CTA-SUCUEN.
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DIFERIDOS-FRANJA          TO WS-MASCARA.
           DISPLAY '* DIFERIDOS POR FRANJA AGOTADA:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.

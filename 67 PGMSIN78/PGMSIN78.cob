      *       5 ANIOS: REMESA: SE DEBITA EL SALDO COMPLETO DE LA       *
      *                CUENTA EN TBCURCTA, SE GRABA EL MOVIMIENTO EN   *
      *                TBCURMOV ( NROMOV EN LA FRANJA RESERVADA        *
      *                960001-964999, DOMINIO NROMOV DEL MAESTRO       *
      *                CODREF ) Y LA REMESA QUEDA ASENTADA EN EL       *
      *                LIBRO ABANLIB CON EL DOCUMENTO DEL TITULAR.     *
      *                PASADAS LAS 4999 REMESAS DE LA FRANJA LA        *
      *                CUENTA SIGUE EN EL HITO ANTERIOR Y SE REMESA    *
      *                EN LA CORRIDA SIGUIENTE.                        *
      *   - LAS CARTAS SALEN CON EL DOCUMENTO DE TBCURCLI Y EL         *
      *     DOMICILIO DEL AUXILIAR CONTACTO; LAS CUENTAS QUE VUELVEN   *
      *     A MOVERSE SE INFORMAN COMO REACTIVADAS Y SALEN DEL         *

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LAS REMESAS DE CUENTAS       *
      *   ABANDONADAS ( DOMINIO NROMOV DEL MAESTRO CODREF ):           *
      *   960001-964999. EL TRAMO ALTO DEL BLOQUE ES DE LAS            *
      *   TRANSFERENCIAS ENVIADAS ( 965001-968999, PGMSI136 ) Y DE     *
      *   LAS REACREDITACIONES DE RECHAZOS ( 969001-969999, PGMSI137 ).*
      *----------------------------------------------------------------*

           02 CT-NROMOV-ABANDONO            PIC 9(06)  VALUE 960000.
           02 CT-MAX-REMESAS                PIC 9(04)  VALUE 4999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
           02 CNT-CARTAS-GENERADAS          PIC 9(05)  VALUE ZEROS.
           02 CNT-REMESADAS                 PIC 9(05)  VALUE ZEROS.
           02 CNT-REACTIVADAS               PIC 9(05)  VALUE ZEROS.
           02 CNT-DIFERIDAS-FRANJA          PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
              GO TO 2500-F-REMESAR-CUENTA
           END-IF.

      *    SIN NROMOV LIBRE EN LA FRANJA LA REMESA NO PUEDE VIAJAR:
      *    LA CUENTA QUEDA EN EL HITO ANTERIOR Y SE REMESA MANIANA.
           IF CNT-REMESADAS IS NOT LESS THAN CT-MAX-REMESAS
              ADD 1                           TO CNT-DIFERIDAS-FRANJA
              GO TO 2500-F-REMESAR-CUENTA
           END-IF.

           MOVE CAN-TIPCUEN                   TO WS-CTA-TIPCUEN.
           MOVE CAN-NROCUEN                   TO WS-CTA-NROCUEN.
           MOVE CAN-SUCUEN                    TO WS-CTA-SUCUEN.
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-DIFERIDAS-FRANJA          TO WS-MASCARA.
           DISPLAY '* REMESAS DIFERIDAS FRANJA AGOTADA:       '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-REACTIVADAS               TO WS-MASCARA.
           DISPLAY '* CUENTAS REACTIVADAS:                    '
                                                      WS-MASCARA '   *'.

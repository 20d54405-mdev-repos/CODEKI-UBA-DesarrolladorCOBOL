      *     Y RECIEN ENTONCES SE BORRA DE TBCURCTA. ASI LAS CUENTAS    *
      *     CERRADAS SIGUEN CONSULTABLES PARA RESUMENES E HISTORIA,    *
      *     Y PGMSIN31 DEJA DE TROPEZAR CON CUENTAS A MEDIO BORRAR.    *
      *     EL CBU DE LA CUENTA VIAJA CON LA FILA A TBCURBAJ, DONDE    *
      *     QUEDA RESERVADO Y NO SE REASIGNA.                          *
      *   - LAS TARJETAS DE DEBITO EMITIDAS O ACTIVAS DE LA CUENTA     *
      *     ( KC02787.TBCURTAR ) QUEDAN CANCELADAS ( ESTADO 'C' ) CON  *
      *     LA FECHA DEL CIERRE. LAS BLOQUEADAS O VENCIDAS CONSERVAN   *
      *     SU ESTADO.                                                 *
      * LAS SOLICITUDES RECHAZADAS SE COPIAN AL ARCHIVO RECHCIE CON    *
      * SU MOTIVO. EL INFORME CIERREP LISTA LOS CIERRES CON CORTE DE   *
      * CONTROL POR SUCURSAL ( CANTIDAD Y SALDO TRANSFERIDO ).         *
           02 CT-FONDONR                    PIC X(08)  VALUE 'FONDONR '.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-TBCURBAJ                   PIC X(08)  VALUE 'TBCURBAJ'.
           02 CT-TBCURTAR                   PIC X(08)  VALUE 'TBCURTAR'.
           02 CT-NOT-FOUND                  PIC S9(9) COMP VALUE +100.
           02 CT-FOUND                      PIC S9(9) COMP VALUE 0.
           02 CT-SQLCODE-EDIT               PIC ++++++9999 VALUE ZEROS.
           02 WS-CIE-SALDO                  PIC S9(11)V99 COMP-3.
           02 WS-CIE-FECSAL                 PIC 9(08).
           02 WS-CIE-MONEDA                 PIC X(03).
           02 WS-CIE-CBU                    PIC X(22).
           02 WS-DES-SALDO                  PIC S9(11)V99 COMP-3.
           02 WS-DES-MONEDA                 PIC X(03).

           02 CNT-TRASPASOS                 PIC 9(03)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(03)  VALUE ZEROS.
           02 CNT-NORECLAMADOS              PIC 9(03)  VALUE ZEROS.
           02 CNT-TARJETAS-CANCELADAS       PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *

           COPY CPCURBAJ.

           COPY CPCURTAR.

           COPY CPFONDNR.

           COPY NOVECLIE.
             INCLUDE TBCURCLI
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURTAR
           END-EXEC.


           COPY CPERRLOG.

              PERFORM 2400-BORRAR-CUENTA
                 THRU 2400-F-BORRAR-CUENTA

              PERFORM 2450-CANCELAR-TARJETAS
                 THRU 2450-F-CANCELAR-TARJETAS

              PERFORM 2500-INFORMAR-CIERRE
                 THRU 2500-F-INFORMAR-CIERRE

           MOVE CIE-SUCUEN                    TO WS-CTA-SUCUEN.

           EXEC SQL
              SELECT NROCLI, SALDO, FECSAL, MONEDA, CBU
                INTO :WS-CIE-NROCLI,
                     :WS-CIE-SALDO,
                     :WS-CIE-FECSAL,
                     :WS-CIE-MONEDA,
                     :WS-CIE-CBU
                FROM KC02787.TBCURCTA
               WHERE TIPCUEN = :DCLTBCURCTA.WS-CTA-TIPCUEN
                 AND NROCUEN = :DCLTBCURCTA.WS-CTA-NROCUEN
           MOVE WS-CIE-MONEDA                 TO WS-BAJ-MONEDA.
           MOVE WS-FECHA-HOY                  TO WS-BAJ-FECCIE.
           MOVE CIE-MOTIVO                    TO WS-BAJ-MOTIVO.
           MOVE WS-CIE-CBU                    TO WS-BAJ-CBU.

           EXEC SQL
              INSERT INTO KC02787.TBCURBAJ
                ( TIPCUEN, NROCUEN, SUCUEN, NROCLI, SALDO,
                  FECSAL, MONEDA, FECCIE, MOTIVO, CBU )
              VALUES
                ( :DCLTBCURBAJ.WS-BAJ-TIPCUEN,
                  :DCLTBCURBAJ.WS-BAJ-NROCUEN,
                  :DCLTBCURBAJ.WS-BAJ-FECSAL,
                  :DCLTBCURBAJ.WS-BAJ-MONEDA,
                  :DCLTBCURBAJ.WS-BAJ-FECCIE,
                  :DCLTBCURBAJ.WS-BAJ-MOTIVO,
                  :DCLTBCURBAJ.WS-BAJ-CBU )
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO ZEROS
       2400-F-BORRAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 4 5 0 - C A N C E L A R - T A R J E T A S               *
      *----------------------------------------------------------------*

       2450-CANCELAR-TARJETAS.

           MOVE '2450-CANCELAR-TARJETAS'      TO WS-PARRAFO.

           EXEC SQL
              UPDATE KC02787.TBCURTAR
                 SET ESTADO  = 'C',
                     FECEST  = :WS-VARIABLES.WS-FECHA-HOY
               WHERE TIPCUEN = :DCLTBCURCTA.WS-CTA-TIPCUEN
                 AND NROCUEN = :DCLTBCURCTA.WS-CTA-NROCUEN
                 AND SUCUEN  = :DCLTBCURCTA.WS-CTA-SUCUEN
                 AND ESTADO IN ('E', 'A')
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO CT-FOUND
               ADD SQLERRD(3)            TO CNT-TARJETAS-CANCELADAS

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               CONTINUE

             WHEN OTHER
               MOVE SQLCODE              TO CT-SQLCODE-EDIT

               MOVE CT-UPDATE            TO AUX-ERR-ACCION
               MOVE CT-TBCURTAR          TO AUX-ERR-NOMBRE
               MOVE CT-SQLCODE-EDIT      TO AUX-ERR-STATUS
               MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
               MOVE 10                   TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2450-F-CANCELAR-TARJETAS.
           EXIT.

      *----------------------------------------------------------------*
      *      2 5 0 0 - I N F O R M A R - C I E R R E                   *
      *----------------------------------------------------------------*
           MOVE CNT-NORECLAMADOS              TO WS-MASCARA.
           DISPLAY '* RESIDUALES A FONDOS NO RECLAMADOS:      '
                                                      WS-MASCARA'    *'.

           MOVE CNT-TARJETAS-CANCELADAS       TO WS-MASCARA.
           DISPLAY '* TARJETAS DE DEBITO CANCELADAS:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZADAS                TO WS-MASCARA.

      *     CLAVE DE CUENTA NO EXISTA YA EN TBCURCTA.                  *
      *   - INSERTA LA CUENTA CON SU SALDO DE APERTURA, LA FECHA DE    *
      *     PROCESO COMO FECSAL Y SU MONEDA.                           *
      *   - A CADA CUENTA NUEVA SE LE ASIGNA SU CBU ( COPYS CBURU /    *
      *     CBUASIG ), SIN REPETIR NINGUNO YA ASIGNADO A UNA CUENTA    *
      *     ABIERTA O CERRADA.                                         *
      *   - LAS RECHAZADAS VAN AL ARCHIVO RECHAZOS CON SU MOTIVO, Y    *
      *     AL CIERRE SE GRABA EL INFORME DE APERTURAS POR SUCURSAL.   *
      *   - UN ALTA CUYO TITULAR TODAVIA NO ESTA EN TBCURCLI ( LOS     *

           COPY CPCTADIG.

           COPY CPCBU.

      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
      *----------------------------------------------------------------*
              MOVE 'ARS'                      TO WS-CTA-MONEDA
           END-IF.

           MOVE WS-CTA-TIPCUEN                TO CBU-TIPCUEN.
           MOVE WS-CTA-NROCUEN                TO CBU-NROCUEN.
           MOVE WS-CTA-SUCUEN                 TO CBU-SUCUEN.

           PERFORM 8790-ASIGNAR-CBU
              THRU 8790-F-ASIGNAR-CBU.

           IF NOT CBU-LIBRE
              IF CBU-ERROR-SQL
                 MOVE CBU-SQLCODE             TO CT-SQLCODE-EDIT
                 DISPLAY ' * ERROR DB2 EN CBU --> ' CT-SQLCODE-EDIT
                 ADD 1                        TO CNT-SQL-ERROR
                 MOVE 'ERROR DB2 EN ASIGNACION CBU' TO WS-MOTIVO
              ELSE
                 MOVE 'SIN CBU LIBRE PARA LA CUENTA' TO WS-MOTIVO
              END-IF

              PERFORM 2500-GRABAR-RECHAZO
                 THRU 2500-F-GRABAR-RECHAZO

              GO TO 2300-F-INSERTAR-CUENTA
           END-IF.

           MOVE CBU-NUMERO                    TO WS-CTA-CBU.

           EXEC SQL INSERT
             INTO KC02787.TBCURCTA
               (TIPCUEN, NROCUEN, SUCUEN, NROCLI, SALDO, FECSAL,
                MONEDA, CBU)
             VALUES (:WS-CTA-TIPCUEN,
                     :WS-CTA-NROCUEN,
                     :WS-CTA-SUCUEN,
                     :WS-CTA-NROCLI,
                     :WS-CTA-SALDO,
                     :WS-CTA-FECSAL,
                     :WS-CTA-MONEDA,
                     :WS-CTA-CBU)
           END-EXEC.

           IF SQLCODE IS EQUAL TO 0

           COPY CTADIGRU.

      *----------------------------------------------------------------*
      *        8 7 5 0 - C L A V E - B A N C A R I A - U N I F O R M E *
      *----------------------------------------------------------------*

           COPY CBURU.

      *----------------------------------------------------------------*
      *        8 7 9 0 - A S I G N A C I O N - D E - C B U             *
      *----------------------------------------------------------------*

           COPY CBUASIG.

      *----------------------------------------------------------------*
      *        8 8 0 0 - A U D I T O R I A - D E - S A L D O S         *
      *----------------------------------------------------------------*

      *     SE IMPRIME Y DEJA RETURN-CODE 8.                           *
      *   - EL FORMATO ES EL DEL RESUMEN DE PGMSIN35 Y LA SALIDA VA    *
      *     MARCADA COMO DUPLICADO.                                    *
      *   - SI EL RANGO LLEGA A FECHAS QUE PGMSI145 YA PASO A          *
      *     HISTORICO, LOS MOVIMIENTOS Y LAS FOTOS SE LEEN TAMBIEN DE  *
      *     TBCURMOVH / TBCURSALH, SIN QUE EL PEDIDO CAMBIE EN NADA.   *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
      *----------------------------------------------------------------*
           02 WS-MOV-NROMOV                 PIC S9(09)V USAGE COMP-3.
           02 WS-MOV-IMPORTE                PIC S9(11)V99.
           02 WS-NROMOV-EDIT                PIC 9(09).
           02 WS-HIST-FECHA-MAX             PIC 9(08).
           02 WS-CON-HISTORICO-SW           PIC X(01)  VALUE 'N'.
              88 CON-HISTORICO                          VALUE 'S'.

       01 WS-CON-FOTO-INI-SW                PIC X(01)  VALUE 'N'.
           88 CON-FOTO-INICIAL                          VALUE 'S'.
           END-EXEC.

      *----------------------------------------------------------------*
      *   CURSOR DE MOVIMIENTOS DE LA CUENTA EN EL RANGO PEDIDO. LA    *
      *   RAMA DEL HISTORICO SOLO TRAE FILAS CUANDO EL RANGO LLEGA A   *
      *   FECHAS YA PASADAS ( WS-CON-HISTORICO-SW = 'S' ).             *
      *----------------------------------------------------------------*

           EXEC SQL
                  AND SUCUEN  = :WS-CTA-SUCUEN
                  AND FECMOV BETWEEN :WS-FECHA-DESDE
                                 AND :WS-FECHA-HASTA
             UNION ALL
               SELECT FECMOV,
                      NROMOV,
                      IMPORTE
                 FROM KC02787.TBCURMOVH
                WHERE TIPCUEN = :WS-CTA-TIPCUEN
                  AND NROCUEN = :WS-CTA-NROCUEN
                  AND SUCUEN  = :WS-CTA-SUCUEN
                  AND FECMOV BETWEEN :WS-FECHA-DESDE
                                 AND :WS-FECHA-HASTA
                  AND :WS-CON-HISTORICO-SW = 'S'
             ORDER BY FECMOV, NROMOV
           END-EXEC.

           PERFORM 2100-BUSCAR-CUENTA
              THRU 2100-F-BUSCAR-CUENTA.

           PERFORM 2150-VERIFICAR-HISTORICO
              THRU 2150-F-VERIFICAR-HISTORICO.

           PERFORM 2200-BUSCAR-FOTO-INICIAL
              THRU 2200-F-BUSCAR-FOTO-INICIAL.

       2100-F-BUSCAR-CUENTA.
           EXIT.

      *----------------------------------------------------------------*
      *  2 1 5 0 - V E R I F I C A R - H I S T O R I C O               *
      *----------------------------------------------------------------*
      *   TBCURMOVH GUARDA SOLO LO ANTERIOR AL ULTIMO CORTE DE         *
      *   PGMSI145: SI EL RANGO ARRANCA ANTES DEL ULTIMO MOVIMIENTO    *
      *   PASADO DE LA CUENTA, HAY QUE LEER TAMBIEN EL HISTORICO.      *
      *----------------------------------------------------------------*

       2150-VERIFICAR-HISTORICO.

           MOVE '2150-VERIFICAR-HISTORICO'    TO WS-PARRAFO.

           MOVE 'N'                           TO WS-CON-HISTORICO-SW.

           EXEC SQL
             SELECT COALESCE(MAX(FECMOV), 0)
               INTO :WS-HIST-FECHA-MAX
               FROM KC02787.TBCURMOVH
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           IF WS-HIST-FECHA-MAX IS GREATER THAN ZEROS AND
              WS-FECHA-DESDE IS NOT GREATER THAN WS-HIST-FECHA-MAX
              SET CON-HISTORICO               TO TRUE
              DISPLAY 'EL RANGO INCLUYE MOVIMIENTOS EN HISTORICO'
           END-IF.

       2150-F-VERIFICAR-HISTORICO.
           EXIT.

      *----------------------------------------------------------------*
      *  2 2 0 0 - B U S C A R - F O T O - I N I C I A L               *
      *----------------------------------------------------------------*
      *   SALDO INICIAL: LA FOTO DE TBCURSAL MAS RECIENTE ANTERIOR AL  *
      *   ARRANQUE DEL RANGO. SIN FOTO, LA CUENTA ARRANCA EN CERO Y    *
      *   SE DEJA CONSTANCIA EN EL RESUMEN. SI LA TABLA VIVA NO TIENE  *
      *   FOTO ANTERIOR AL RANGO SE BUSCA EN EL HISTORICO TBCURSALH.   *
      *----------------------------------------------------------------*

       2200-BUSCAR-FOTO-INICIAL.
                  THRU 9100-F-ERROR-DB2
           END-EVALUATE.

           IF CON-FOTO-INICIAL
              GO TO 2200-F-BUSCAR-FOTO-INICIAL
           END-IF.

           EXEC SQL
             SELECT SALDO
               INTO :WS-SALDO-INICIAL
               FROM KC02787.TBCURSALH
              WHERE TIPCUEN = :WS-CTA-TIPCUEN
                AND NROCUEN = :WS-CTA-NROCUEN
                AND SUCUEN  = :WS-CTA-SUCUEN
                AND FECFOTO =
                    (SELECT MAX(FECFOTO)
                       FROM KC02787.TBCURSALH
                      WHERE TIPCUEN = :WS-CTA-TIPCUEN
                        AND NROCUEN = :WS-CTA-NROCUEN
                        AND SUCUEN  = :WS-CTA-SUCUEN
                        AND FECFOTO < :WS-FECHA-DESDE)
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE IS EQUAL TO 0
               SET CON-FOTO-INICIAL           TO TRUE

             WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
               MOVE ZEROS                     TO WS-SALDO-INICIAL

             WHEN OTHER
               PERFORM 9100-ERROR-DB2
                  THRU 9100-F-ERROR-DB2
           END-EVALUATE.

       2200-F-BUSCAR-FOTO-INICIAL.
           EXIT.

                  THRU 9100-F-ERROR-DB2
           END-EVALUATE.

      *    SIN FOTO VIVA DENTRO DEL RANGO, LA DEL HISTORICO.

           IF NOT CON-FOTO-FINAL
              EXEC SQL
                SELECT SALDO
                  INTO :WS-SALDO-FOTO-FIN
                  FROM KC02787.TBCURSALH
                 WHERE TIPCUEN = :WS-CTA-TIPCUEN
                   AND NROCUEN = :WS-CTA-NROCUEN
                   AND SUCUEN  = :WS-CTA-SUCUEN
                   AND FECFOTO =
                       (SELECT MAX(FECFOTO)
                          FROM KC02787.TBCURSALH
                         WHERE TIPCUEN = :WS-CTA-TIPCUEN
                           AND NROCUEN = :WS-CTA-NROCUEN
                           AND SUCUEN  = :WS-CTA-SUCUEN
                           AND FECFOTO NOT GREATER :WS-FECHA-HASTA)
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE IS EQUAL TO 0
                  SET CON-FOTO-FINAL          TO TRUE

                WHEN SQLCODE IS EQUAL TO CT-NOT-FOUND
                  CONTINUE

                WHEN OTHER
                  PERFORM 9100-ERROR-DB2
                     THRU 9100-F-ERROR-DB2
              END-EVALUATE
           END-IF.

           MOVE SPACES                        TO REG-RESUMEND.

           EVALUATE TRUE

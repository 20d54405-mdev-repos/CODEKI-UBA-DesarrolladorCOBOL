      *     COMUN DOCMSKRU ( LETRA 'M' EN LA TARJETA ).                *
      *   - AL PIE SE GRABA EL TOTAL DE MOVIMIENTOS Y LA SUMA DE       *
      *     IMPORTES DE LA CORRIDA, PARA EL LEGAJO DEL CASO.           *
      *   - SI EL RANGO DE FECHAS LLEGA A LO QUE PGMSI145 YA PASO A    *
      *     HISTORICO, LA BUSQUEDA RECORRE TAMBIEN TBCURMOVH.          *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
      *----------------------------------------------------------------*
           02 WS-FIL-MOV-DESDE              PIC S9(09)V USAGE COMP-3.
           02 WS-FIL-MOV-HASTA              PIC S9(09)V USAGE COMP-3.
           02 WS-FIL-TIPCUEN                PIC X(02).
           02 WS-HIST-FECHA-MAX             PIC 9(08).
           02 WS-CON-HISTORICO-SW           PIC X(01)  VALUE 'N'.
              88 CON-HISTORICO                          VALUE 'S'.

       01 WS-HOST-RESULTADO.
           02 WS-MOV-TIPCUEN                PIC X(02).
      *----------------------------------------------------------------*
      *   CURSOR DE BUSQUEDA: LOS RANGOS SE APLICAN SIEMPRE ( LOS      *
      *   FILTROS EN BLANCO QUEDAN EN SUS EXTREMOS ) Y LOS FILTROS     *
      *   PUNTUALES SE ANULAN CON EL VALOR POR DEFECTO. LA RAMA DEL    *
      *   HISTORICO SOLO TRAE FILAS CUANDO EL RANGO LLEGA A FECHAS YA  *
      *   PASADAS ( WS-CON-HISTORICO-SW = 'S' ).                       *
      *----------------------------------------------------------------*

           EXEC SQL
                       :WS-FIL-SUCUEN  = 0)
                  AND (A.TIPCUEN = :WS-FIL-TIPCUEN OR
                       :WS-FIL-TIPCUEN = '  ')
             UNION ALL
               SELECT A.TIPCUEN,
                      A.NROCUEN,
                      A.SUCUEN,
                      A.FECMOV,
                      A.NROMOV,
                      A.IMPORTE,
                      B.NROCLI,
                      C.TIPDOC,
                      C.NRODOC,
                      C.NOMAPE
                 FROM KC02787.TBCURMOVH A,
                      KC02787.TBCURCTA B,
                      KC02787.TBCURCLI C
                WHERE A.TIPCUEN = B.TIPCUEN
                  AND A.NROCUEN = B.NROCUEN
                  AND A.SUCUEN  = B.SUCUEN
                  AND B.NROCLI  = C.NROCLI
                  AND A.IMPORTE BETWEEN :WS-FIL-IMP-DESDE
                                    AND :WS-FIL-IMP-HASTA
                  AND A.FECMOV BETWEEN :WS-FIL-FEC-DESDE
                                   AND :WS-FIL-FEC-HASTA
                  AND A.NROMOV BETWEEN :WS-FIL-MOV-DESDE
                                   AND :WS-FIL-MOV-HASTA
                  AND (A.SUCUEN  = :WS-FIL-SUCUEN  OR
                       :WS-FIL-SUCUEN  = 0)
                  AND (A.TIPCUEN = :WS-FIL-TIPCUEN OR
                       :WS-FIL-TIPCUEN = '  ')
                  AND :WS-CON-HISTORICO-SW = 'S'
             ORDER BY 4, 3, 5
           END-EXEC.

           COPY CPRUNID.
           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-VERIFICAR-HISTORICO
              THRU 1300-F-VERIFICAR-HISTORICO.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - V E R I F I C A R - H I S T O R I C O         *
      *----------------------------------------------------------------*
      *   TBCURMOVH GUARDA SOLO LO ANTERIOR AL ULTIMO CORTE DE         *
      *   PGMSI145: SI EL RANGO ARRANCA ANTES DEL ULTIMO MOVIMIENTO    *
      *   PASADO, LA BUSQUEDA TAMBIEN RECORRE EL HISTORICO.            *
      *----------------------------------------------------------------*

       1300-VERIFICAR-HISTORICO.

           MOVE '1300-VERIFICAR-HISTORICO'    TO WS-PARRAFO.

           MOVE 'N'                           TO WS-CON-HISTORICO-SW.

           EXEC SQL
             SELECT COALESCE(MAX(FECMOV), 0)
               INTO :WS-HIST-FECHA-MAX
               FROM KC02787.TBCURMOVH
           END-EXEC.

           IF SQLCODE IS NOT EQUAL TO 0
              PERFORM 9100-ERROR-DB2
                 THRU 9100-F-ERROR-DB2
           END-IF.

           IF WS-HIST-FECHA-MAX IS GREATER THAN ZEROS AND
              WS-FIL-FEC-DESDE IS NOT GREATER THAN WS-HIST-FECHA-MAX
              SET CON-HISTORICO               TO TRUE
              DISPLAY 'EL RANGO INCLUYE MOVIMIENTOS EN HISTORICO'
           END-IF.

       1300-F-VERIFICAR-HISTORICO.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 0 0 - A B R I R - C U R S O R                   *
      *----------------------------------------------------------------*

      *   - Y LAS ENTRADAS DE HISTORIAL DEL DOCUMENTO, TANTO VIGENTES  *
      *     ( HISTVIG ) COMO ARCHIVADAS ( HISTARCH ), LAYOUT COPY      *
      *     CPHISNOV.                                                  *
      *   - LOS PRESTAMOS PERSONALES VIVOS DEL CLIENTE EN              *
      *     KC02787.TBCURPRE, CON ESTADO, CAPITAL ADEUDADO, CUOTAS     *
      *     VENCIDAS IMPAGAS Y EL TOTAL ADEUDADO.                      *
      * CADA FUENTE AUSENTE SE INFORMA EN EL MISMO DOSSIER ( 'SIN      *
      * REGISTRO EN ...' ): UNA ENTRADA, UNA PAGINA, LA FOTO ENTERA.   *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
           02 WS-SALDO-EDIT                 PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-CLI-HALLADO-TB-SW          PIC X(01)  VALUE 'N'.
              88 CLIENTE-EN-TBCURCLI                   VALUE 'S'.
           02 WS-PRE-ADEUDADO               PIC S9(11)V99 VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETRO DE SYSIN: TIPO Y NRO DE DOCUMENTO A CONSULTAR      *
       01 CNT-CONTADORES.
           02 CNT-CUENTAS                   PIC 9(03)  VALUE ZEROS.
           02 CNT-COTITULARIDADES          PIC 9(03)  VALUE ZEROS.
           02 CNT-PRESTAMOS                 PIC 9(03)  VALUE ZEROS.
           02 CNT-COMUNICADOS              PIC 9(05)  VALUE ZEROS.
           02 CNT-CUENTAS-CERRADAS          PIC 9(03)  VALUE ZEROS.
           02 CNT-HISTORIAL                 PIC 9(03)  VALUE ZEROS.
              88 CS-COTCUR-OK                          VALUE '00'.
              88 CS-COTCUR-EOC                         VALUE '10'.

           02 CS-PRECUR                     PIC X(02).
              88 CS-PRECUR-OK                          VALUE '00'.
              88 CS-PRECUR-EOC                         VALUE '10'.

      *----------------------------------------------------------------*
      *   VARIABLES HOST DEL CURSOR DE COTITULARIDAD ( TBCURTIT ).     *
      *----------------------------------------------------------------*

           COPY CPCURBAJ.

           COPY CPCURPRE.

      ******************************************************************
      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
             INCLUDE TBCURBAJ
           END-EXEC.

           EXEC SQL
             INCLUDE TBCURPRE
           END-EXEC.

      *----------------------------------------------------------------*
      *      D E C L A R A C I O N  D E  C U R S O R E S  |  D B 2     *
      *----------------------------------------------------------------*
             ORDER BY A.TIPCUEN, A.NROCUEN
           END-EXEC.

      *----------------------------------------------------------------*
      *   PRESTAMOS PERSONALES NO CANCELADOS DEL CLIENTE ( TBCURPRE ). *
      *----------------------------------------------------------------*

           EXEC SQL
             DECLARE PRE_CURSOR CURSOR FOR
               SELECT NROPRE,
                      TIPCUEN,
                      NROCUEN,
                      SUCUEN,
                      ESTADO,
                      SALDO,
                      CUOVENC
                 FROM KC02787.TBCURPRE
                WHERE NROCLI  = :WS-TB-NROCLI
                  AND ESTADO <> 'C'
             ORDER BY NROPRE
           END-EXEC.


           COPY CPERRLOG.


              PERFORM 2450-INFORMAR-COTITULARIDAD
                 THRU 2450-F-INFORMAR-COTITULARIDAD

              PERFORM 2480-INFORMAR-PRESTAMOS
                 THRU 2480-F-INFORMAR-PRESTAMOS
           END-IF.

           PERFORM 2500-INFORMAR-HISTORIAL
       2470-F-GRABAR-COTITULARIDAD.
           EXIT.

      *----------------------------------------------------------------*
      *   PRESTAMOS PERSONALES VIVOS DEL CLIENTE Y SU TOTAL ADEUDADO.  *
      *----------------------------------------------------------------*

       2480-INFORMAR-PRESTAMOS.

           MOVE '2480-INFORMAR-PRESTAMOS'     TO WS-PARRAFO.

           EXEC SQL
              OPEN PRE_CURSOR
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              GO TO 2480-F-INFORMAR-PRESTAMOS
           END-IF.

           MOVE '00'                          TO CS-PRECUR.
           MOVE ZEROS                         TO CNT-PRESTAMOS
                                                 WS-PRE-ADEUDADO.

           PERFORM 2485-FETCH-PRESTAMO
              THRU 2485-F-FETCH-PRESTAMO.

           PERFORM 2490-GRABAR-PRESTAMO
              THRU 2490-F-GRABAR-PRESTAMO
             UNTIL CS-PRECUR-EOC.

           EXEC SQL
              CLOSE PRE_CURSOR
           END-EXEC.

           IF CNT-PRESTAMOS IS EQUAL TO ZEROS
              MOVE 'TBCURPRE : SIN PRESTAMOS VIGENTES'
                                              TO REG-DOSSIER
           ELSE
              MOVE WS-PRE-ADEUDADO            TO WS-SALDO-EDIT
              MOVE SPACES                     TO REG-DOSSIER

              STRING 'TBCURPRE : CAPITAL ADEUDADO TOTAL '
                                    DELIMITED BY SIZE
                     WS-SALDO-EDIT  DELIMITED BY SIZE
                 INTO REG-DOSSIER
              END-STRING
           END-IF.

           PERFORM 2900-GRABAR-DOSSIER
              THRU 2900-F-GRABAR-DOSSIER.

       2480-F-INFORMAR-PRESTAMOS.
           EXIT.

      *----------------------------------------------------------------*
      *  2 4 8 5 - F E T C H - P R E S T A M O                         *
      *----------------------------------------------------------------*

       2485-FETCH-PRESTAMO.

           MOVE '2485-FETCH-PRESTAMO'         TO WS-PARRAFO.

           EXEC SQL
              FETCH PRE_CURSOR
               INTO :WS-PRE-NROPRE,
                    :WS-PRE-TIPCUEN,
                    :WS-PRE-NROCUEN,
                    :WS-PRE-SUCUEN,
                    :WS-PRE-ESTADO,
                    :WS-PRE-SALDO,
                    :WS-PRE-CUOVENC
           END-EXEC.

           IF SQLCODE NOT EQUAL ZEROS
              SET CS-PRECUR-EOC               TO TRUE
           END-IF.

       2485-F-FETCH-PRESTAMO.
           EXIT.

      *----------------------------------------------------------------*
      *  2 4 9 0 - G R A B A R - P R E S T A M O                       *
      *----------------------------------------------------------------*

       2490-GRABAR-PRESTAMO.

           MOVE '2490-GRABAR-PRESTAMO'        TO WS-PARRAFO.

           ADD 1                              TO CNT-PRESTAMOS.
           ADD WS-PRE-SALDO                   TO WS-PRE-ADEUDADO.

           MOVE WS-PRE-SALDO                  TO WS-SALDO-EDIT.
           MOVE SPACES                        TO REG-DOSSIER.

           STRING 'TBCURPRE : PRESTAMO ' DELIMITED BY SIZE
                  WS-PRE-NROPRE     DELIMITED BY SIZE
                  ' CTA '           DELIMITED BY SIZE
                  WS-PRE-TIPCUEN    DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-PRE-NROCUEN    DELIMITED BY SIZE
                  ' EST '           DELIMITED BY SIZE
                  WS-PRE-ESTADO     DELIMITED BY SIZE
                  ' SALDO '         DELIMITED BY SIZE
                  WS-SALDO-EDIT     DELIMITED BY SIZE
                  ' VENC '          DELIMITED BY SIZE
                  WS-PRE-CUOVENC    DELIMITED BY SIZE
              INTO REG-DOSSIER
           END-STRING.

           PERFORM 2900-GRABAR-DOSSIER
              THRU 2900-F-GRABAR-DOSSIER.

           PERFORM 2485-FETCH-PRESTAMO
              THRU 2485-F-FETCH-PRESTAMO.

       2490-F-GRABAR-PRESTAMO.
           EXIT.

      *----------------------------------------------------------------*
      *   2 5 0 0 - I N F O R M A R - H I S T O R I A L                *
      *----------------------------------------------------------------*
           DISPLAY '* CUENTAS CERRADAS INFORMADAS:            '
                                                      WS-MASCARA '   *'.

           MOVE CNT-PRESTAMOS                 TO WS-MASCARA.
           DISPLAY '* PRESTAMOS VIGENTES INFORMADOS:          '
                                                      WS-MASCARA '   *'.

           MOVE CNT-HISTORIAL                 TO WS-MASCARA.
           DISPLAY '* ENTRADAS DE HISTORIAL INFORMADAS:       '
                                                      WS-MASCARA '   *'.

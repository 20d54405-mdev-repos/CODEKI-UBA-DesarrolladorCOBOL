      *     NRO DE DOCUMENTO NUMERICO Y DISTINTO DE CERO, Y CALLE Y    *
      *     LOCALIDAD NO EN BLANCO ( SALVO EN LA BAJA, QUE SOLO        *
      *     NECESITA LA CLAVE ).                                       *
      *   - EN ALTAS Y MODIFICACIONES EL CODIGO POSTAL DEBE EXISTIR EN *
      *     EL MAESTRO OFICIAL CODPOS Y LA LOCALIDAD SER LA DE ESE     *
      *     CODIGO ( COPY CODPOSVA ); SI SOLO DIFIERE LA GRAFIA SE     *
      *     GRABA LA FORMA OFICIAL Y LA AUDITORIA LO INDICA.           *
      *   - LAS VALIDAS SE APLICAN CON WRITE / DELETE / REWRITE; TODA  *
      *     TRANSACCION, APLICADA O RECHAZADA, DEJA SU RENGLON EN EL   *
      *     ARCHIVO DE AUDITORIA CON EL RESULTADO.                     *
           SELECT CODREF ASSIGN TO CODREF
                                    FILE STATUS IS FS-CODREF.

           SELECT CODPOS    ASSIGN TO CODPOS
                            ORGANIZATION IS INDEXED
                            ACCESS IS RANDOM
                            RECORD KEY IS    KEY-CODPOS
                            FILE STATUS IS FS-CODPOS.

           SELECT BATCHTOT  ASSIGN TO BATCHTOT
                            FILE STATUS IS FS-BATCHTOT.

          03 KEY-CLAVE    PIC X(13).
          03 FILLER       PIC X(87).

      * CODPOS ( ARCHIVO VSAM, MAESTRO OFICIAL DE CODIGOS POSTALES )

       FD   CODPOS.

       01 REG-CODPOS.
          03 KEY-CODPOS   PIC X(08).
          03 FILLER       PIC X(72).

       FD   TRANCON
            RECORDING MODE IS F.
       01   REG-TRANCON                                     PIC X(110).
           02 CT-TRANCON                    PIC X(08)  VALUE 'TRANCON '.
           02 CT-AUDITORIA                  PIC X(08)  VALUE 'AUDITORI'.
           02 CT-CODREF                     PIC X(08)  VALUE 'CODREF  '.
           02 CT-CODPOS                     PIC X(08)  VALUE 'CODPOS  '.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
           02 CNT-BAJAS                     PIC 9(03)  VALUE ZEROS.
           02 CNT-MODIFICACIONES            PIC 9(03)  VALUE ZEROS.
           02 CNT-RECHAZADAS                PIC 9(03)  VALUE ZEROS.
           02 CNT-ESTANDARIZADAS            PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
              88 FS-CODREF-OK                          VALUE '00'.
              88 FS-CODREF-EOF                         VALUE '10'.

           02 FS-CODPOS                     PIC X(02).
              88 FS-CODPOS-OK                          VALUE '00'.
              88 FS-CODPOS-NOTFND                      VALUE '23'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.


           COPY CPCODREF.

           COPY CPCODPOS.

           COPY CPNOMNOR.

           COPY CPRUNID.


           OPEN I-O     CONTACTO.
           OPEN INPUT   TRANCON
                        CODPOS
                OUTPUT  AUDITORIA.

           IF NOT FS-CONTACTO-OK
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CODPOS-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CODPOS                  TO AUX-ERR-NOMBRE
              MOVE FS-CODPOS                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-AUDITORIA-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-AUDITORIA               TO AUX-ERR-NOMBRE
      *            2 2 0 0 - V A L I D A R - T R X                     *
      *----------------------------------------------------------------*
      *   TIPO DE DOCUMENTO VALIDO SEGUN LA TABLA DE CODIGOS, NRO DE   *
      *   DOCUMENTO NUMERICO Y DISTINTO DE CERO, CALLE / LOCALIDAD     *
      *   CARGADAS Y CODIGO POSTAL / LOCALIDAD SEGUN EL MAESTRO        *
      *   OFICIAL. LA BAJA SOLO NECESITA IDENTIFICAR EL REGISTRO POR   *
      *   SU CLAVE.                                                    *
      *----------------------------------------------------------------*

              END-IF
           END-IF.

           IF TRX-VALIDA AND NOT TRX-BAJA
              PERFORM 2250-VALIDAR-CODPOS
                 THRU 2250-F-VALIDAR-CODPOS
           END-IF.

       2200-F-VALIDAR-TRX.
           EXIT.

      *----------------------------------------------------------------*
      *           2 2 5 0 - V A L I D A R - C O D P O S                *
      *----------------------------------------------------------------*
      *   CODIGO POSTAL INEXISTENTE O LOCALIDAD DE OTRO CODIGO: SE     *
      *   RECHAZA. SI SOLO CAMBIA LA GRAFIA, LA FORMA OFICIAL PASA AL  *
      *   REGISTRO QUE SE VA A GRABAR.                                 *
      *----------------------------------------------------------------*

       2250-VALIDAR-CODPOS.

           MOVE CTT-CODPOS                    TO CPV-CODPOS.
           MOVE CTT-LOCALIDAD                 TO CPV-LOCALIDAD.

           PERFORM 8850-VALIDAR-CODPOS
              THRU 8850-F-VALIDAR-CODPOS.

           MOVE '2250-VALIDAR-CODPOS'         TO WS-PARRAFO.

           IF NOT CPV-DOMICILIO-VALIDO
              SET TRX-INVALIDA                TO TRUE
              MOVE CPV-MOTIVO                 TO WS-MOTIVO
              GO TO 2250-F-VALIDAR-CODPOS
           END-IF.

           IF CPV-ESTANDARIZADO
              ADD 1                           TO CNT-ESTANDARIZADAS
              MOVE CPV-CODPOS                 TO CTT-CODPOS
              MOVE CPV-LOCALIDAD              TO CTT-LOCALIDAD
              MOVE REG-CONTACTO-TRAB          TO TRX-REGISTRO
              MOVE CPV-MOTIVO                 TO WS-MOTIVO
           END-IF.

       2250-F-VALIDAR-CODPOS.
           EXIT.

      *----------------------------------------------------------------*
      *          2 3 0 0 - A P L I C A R - A L T A                     *
      *----------------------------------------------------------------*

           CLOSE CONTACTO
                 TRANCON
                 CODPOS
                 AUDITORIA.

           IF NOT FS-CONTACTO-OK
           DISPLAY '* TRANSACCIONES RECHAZADAS:              '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-ESTANDARIZADAS            TO WS-MASCARA.
           DISPLAY '* DOMICILIOS ESTANDARIZADOS ( CODPOS ):  '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

                  CNT-MODIFICACIONES DELIMITED BY SIZE
                  ' RECH='         DELIMITED BY SIZE
                  CNT-RECHAZADAS   DELIMITED BY SIZE
                  ' ESTD='         DELIMITED BY SIZE
                  CNT-ESTANDARIZADAS DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.


           COPY CODREFLE.

      *----------------------------------------------------------------*
      *       8 6 0 0 - N O R M A L I Z A R - N O M B R E              *
      *----------------------------------------------------------------*

           COPY NOMNORMA.

      *----------------------------------------------------------------*
      *          8 8 5 0 - V A L I D A R - C O D P O S                 *
      *----------------------------------------------------------------*

           COPY CODPOSVA.

      *----------------------------------------------------------------*
      *             9 0 0 0 - S A L I D A - E R R O R E S              *
      *----------------------------------------------------------------*

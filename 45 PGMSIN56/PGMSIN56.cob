      *   - LOS RECHAZADOS SE GRABAN EN EL LOG CON EL REVISOR, Y LOS   *
      *     CAMBIOS SIN RESPUESTA QUEDAN EN EL REPORTE DE PENDIENTES   *
      *     SIN APLICARSE.                                             *
      *   - CADA LINEA DE CAMBIOS TRAE AL FINAL EL AUTOR DEL CAMBIO    *
      *     ( CAM-AUTOR ). CADA DECISION DEL REVISOR SE ASIENTA EN     *
      *     SEGAUDIT ( COPY CPAUTORI, VISTA SEG-AUD-DECISION ) CON EL  *
      *     AUTOR, PARA LA RECERTIFICACION DE ACCESOS; SI EL REVISOR   *
      *     ES EL MISMO AUTOR SE AVISA Y SE CUENTA.                    *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
      *----------------------------------------------------------------*
           SELECT PENDIENTE ASSIGN TO PENDIENT
                            FILE STATUS IS FS-PENDIENTE.

           SELECT SEGAUDIT  ASSIGN TO SEGAUDIT
                            FILE STATUS IS FS-SEGAUDIT.

           SELECT BATCHTOT  ASSIGN TO BATCHTOT
                            FILE STATUS IS FS-BATCHTOT.


       FD   CAMBIOS
            RECORDING MODE IS F.
       01   REG-CAMBIOS                                     PIC X(88).

      *----------------------------------------------------------------*
      *   RESPUESTAS DEL SUPERVISOR: UNA POR CAMBIO REVISADO.          *

       FD   PENDIENTE
            RECORDING MODE IS F.
       01   REG-PENDIENTE                                   PIC X(88).

      *----------------------------------------------------------------*
      *   AUDITORIA DE SEGURIDAD ( COPY CPAUTORI ): UNA LINEA POR      *
      *   DECISION DEL REVISOR.                                        *
      *----------------------------------------------------------------*

       FD   SEGAUDIT
            RECORDING MODE IS F.
       01   REG-SEGAUDIT                                    PIC X(100).

      *----------------------------------------------------------------*
      *   ARCHIVO DE RESUMEN DE BATCH, COMPARTIDO ENTRE LOS PROGRAMAS  *
           02 CT-RESPUESTA                  PIC X(08)  VALUE 'RESPUEST'.
           02 CT-RECHALOG                   PIC X(08)  VALUE 'RECHALOG'.
           02 CT-PENDIENTE                  PIC X(08)  VALUE 'PENDIENT'.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*
      *   VISTA DE LA LINEA DE CAMBIOS TAL COMO LA GRABA PGMSN18A:     *
      *   DOCUMENTO + CAMPO + VALOR ANTERIOR + VALOR NUEVO, EN         *
      *   POSICIONES FIJAS, Y AL FINAL EL USUARIO AUTOR DEL CAMBIO.    *
      *----------------------------------------------------------------*

       01 WS-REG-CAMBIO.
           02 FILLER                        PIC X(09).
           02 CAM-CAMPO                     PIC X(14).
           02 FILLER                        PIC X(08).
           02 CAM-ANTES                     PIC X(10).
           02 FILLER                        PIC X(08).
           02 CAM-AHORA                     PIC X(10).
           02 FILLER                        PIC X(07).
           02 CAM-AUTOR                     PIC X(08).

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO DEL ARCHIVO RESPUESTA                    *
           02 CNT-RECHAZADOS                PIC 9(03)  VALUE ZEROS.
           02 CNT-PENDIENTES                PIC 9(03)  VALUE ZEROS.
           02 CNT-NO-ENCONTRADOS            PIC 9(03)  VALUE ZEROS.
           02 CNT-AUTOAPROBADOS             PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
           02 FS-PENDIENTE                  PIC X(02).
              88 FS-PENDIENTE-OK                       VALUE '00'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.


           COPY CPCLIE.

           COPY CPAUTORI.

           COPY CPRUNID.

               PERFORM 2300-APLICAR-CAMBIO
                  THRU 2300-F-APLICAR-CAMBIO

               PERFORM 2700-AUDITAR-DECISION
                  THRU 2700-F-AUDITAR-DECISION

             WHEN OTHER
               PERFORM 2500-GRABAR-RECHALOG
                  THRU 2500-F-GRABAR-RECHALOG

               PERFORM 2700-AUDITAR-DECISION
                  THRU 2700-F-AUDITAR-DECISION
           END-EVALUATE.

           PERFORM 1400-LEER-CAMBIOS
       2600-F-GRABAR-PENDIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *      2 7 0 0 - A U D I T A R - D E C I S I O N                 *
      *----------------------------------------------------------------*
      *   ASIENTA EN SEGAUDIT LA DECISION DEL REVISOR CON EL AUTOR DEL *
      *   CAMBIO ( MISMA FORMA QUE 1808-AUDITAR-RESUMEN DE AUTORIRU ). *
      *----------------------------------------------------------------*

       2700-AUDITAR-DECISION.

           MOVE '2700-AUDITAR-DECISION'       TO WS-PARRAFO.

           IF CAM-AUTOR IS NOT EQUAL TO SPACES AND
              CAM-AUTOR IS EQUAL TO T-RSP-REVISOR(WS-R)
              ADD 1                           TO CNT-AUTOAPROBADOS
              DISPLAY '* REVISOR ' CAM-AUTOR ' DECIDIO SOBRE SU PROPIO '
                      'CAMBIO: ' CAM-TIP-DOC '-' CAM-NRO-DOC ' *'
           END-IF.

           OPEN EXTEND SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              OPEN OUTPUT SEGAUDIT
           END-IF.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO WS-REG-SEGAUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8)    TO SEG-AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:8)    TO SEG-AUD-HORA.
           MOVE CT-PROGRAMA                   TO SEG-AUD-PROGRAMA.
           MOVE T-RSP-REVISOR(WS-R)           TO SEG-AUD-SUPERVISOR.
           MOVE WS-RUN-ID                     TO SEG-AUD-RUNID.
           MOVE 'DEC:'                        TO SEG-DEC-MARCA.
           MOVE T-RSP-DECISION(WS-R)          TO SEG-DEC-RESULTADO.
           MOVE CAM-AUTOR                     TO SEG-DEC-AUTOR.

           STRING CAM-TIP-DOC      DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  CAM-NRO-DOC      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  CAM-CAMPO        DELIMITED BY SIZE
              INTO SEG-DEC-OBJETO
           END-STRING.

           WRITE REG-SEGAUDIT FROM WS-REG-SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           CLOSE SEGAUDIT.

       2700-F-AUDITAR-DECISION.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*
           DISPLAY '* CLIENTES NO ENCONTRADOS:               '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-AUTOAPROBADOS             TO WS-MASCARA.
           DISPLAY '* DECIDIDOS POR SU PROPIO AUTOR:         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.


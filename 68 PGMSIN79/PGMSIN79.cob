      *     PENDIENTE CON EL MISMO DOCUMENTO Y CUENTA DE ORIGEN; EL    *
      *     IMPORTE SE ACREDITA EN LA CUENTA DESTINO DE TBCURCTA Y EL  *
      *     MOVIMIENTO QUEDA EN TBCURMOV ( NROMOV EN LA FRANJA         *
      *     RESERVADA 970001-974999, DOMINIO NROMOV DEL MAESTRO        *
      *     CODREF ). PASADOS LOS 4999 PAGOS DE LA FRANJA EL RECLAMO   *
      *     SE RECHAZA PARA QUE SE PRESENTE DE NUEVO; LA FILA DEL      *
      *     LIBRO SIGUE PENDIENTE.                                     *
      *   - CADA PAGO QUEDA ASENTADO EN EL ARCHIVO DE AUDITORIA        *
      *     RECLAAUD ( QUIEN RECLAMO, QUIEN ATENDIO, CUANTO Y CUANDO ) *
      *     Y LA FILA DEL LIBRO PASA A ESTADO COBRADO.                 *

      *----------------------------------------------------------------*
      *   FRANJA DE NROMOV RESERVADA PARA LOS PAGOS DE FONDOS NO       *
      *   RECLAMADOS ( DOMINIO NROMOV DEL MAESTRO CODREF ):            *
      *   970001-974999. DESDE 975001 LA FRANJA ES DE LAS              *
      *   TRANSFERENCIAS RECIBIDAS ( PGMSI137 ).                       *
      *----------------------------------------------------------------*

           02 CT-NROMOV-RECLAMO             PIC 9(06)  VALUE 970000.
           02 CT-MAX-PAGOS                  PIC 9(04)  VALUE 4999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
           02 CNT-RECLAMOS-PAGADOS          PIC 9(05)  VALUE ZEROS.
           02 CNT-RECLAMOS-RECHAZADOS       PIC 9(05)  VALUE ZEROS.
           02 CNT-SQL-ERROR                 PIC 9(03)  VALUE ZEROS.
           02 CNT-RECHAZO-FRANJA            PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
           PERFORM 2100-BUSCAR-FONDO
              THRU 2100-F-BUSCAR-FONDO.

      *    SIN NROMOV LIBRE EN LA FRANJA EL PAGO NO PUEDE VIAJAR:
      *    EL RECLAMO SE RECHAZA Y EL FONDO SIGUE PENDIENTE.
           EVALUATE TRUE
             WHEN FONDO-NO-HALLADO
               MOVE 'SIN FONDO PENDIENTE'     TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-RECLAMO
                  THRU 2700-F-RECHAZAR-RECLAMO

             WHEN CNT-RECLAMOS-PAGADOS IS NOT LESS THAN CT-MAX-PAGOS
               ADD 1                          TO CNT-RECHAZO-FRANJA
               MOVE 'FRANJA AGOTADA, PRESENTAR'
                                              TO WS-MOTIVO
               PERFORM 2700-RECHAZAR-RECLAMO
                  THRU 2700-F-RECHAZAR-RECLAMO

             WHEN OTHER
               PERFORM 2300-PAGAR-RECLAMO
                  THRU 2300-F-PAGAR-RECLAMO
           END-EVALUATE.

           PERFORM 1400-LEER-RECLAMO
              THRU 1400-F-LEER-RECLAMO.
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-RECHAZO-FRANJA            TO WS-MASCARA.
           DISPLAY '*   DE ELLOS POR FRANJA AGOTADA:          '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SQL-ERROR                 TO WS-MASCARA.
           DISPLAY '* NRO. DE QUERYS SQL ERRONEAS:            '
                                                      WS-MASCARA '   *'.

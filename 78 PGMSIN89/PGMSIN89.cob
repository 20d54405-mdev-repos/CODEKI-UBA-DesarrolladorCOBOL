      *     PEDIDO, ASI NADIE REVIERTE LA CORRIDA EQUIVOCADA.          *
      *   - POR CADA MOVIMIENTO APLICADO GENERA EL CONTRAMOVIMIENTO    *
      *     CON EL SIGNO INVERTIDO, NRO EN LA FRANJA RESERVADA         *
      *     980001-985999 ( DOMINIO NROMOV DEL MAESTRO CODREF ),       *
      *     DIGITO VERIFICADOR CALCULADO Y LA REFERENCIA 'RV' MAS EL   *
      *     NRO ORIGINAL, QUE LIGA CADA CONTRA A SU MOVIMIENTO.        *
      *   - LA REVERSION ES TODO O NADA: UNA CORRIDA CON MAS DE 5999   *
      *     MOVIMIENTOS AGOTA LA FRANJA Y EL PROGRAMA TERMINA CON      *
      *     ERROR SIN QUE CONTRAMO PASE A PGMAPCAB.                    *
      *   - LA SALIDA CONTRAMO ENTRA A PGMAPCAB COMO UNA TANDA DE      *
      *     REVERSION CLARAMENTE MARCADA, CON SU INFORME REVERTID Y    *
      *     EL CONTROL DE CANTIDADES EN CTLCNT.                        *
           02 CT-CONTRAMO                   PIC X(08)  VALUE 'CONTRAMO'.
           02 CT-REVERTID                   PIC X(08)  VALUE 'REVERTID'.
           02 CT-UOW                        PIC X(08)  VALUE 'UOW     '.
           02 CT-FRANJA                     PIC X(08)  VALUE 'FRANJA  '.

      *----------------------------------------------------------------*
      *   FRANJA DE NRO DE MOVIMIENTO RESERVADA PARA LAS REVERSIONES   *
      *   ( DOMINIO NROMOV DEL MAESTRO CODREF ): 980001-985999. DESDE  *
      *   986001 LA FRANJA ES DE LOS EMBARGOS ( PGMSI157 ).            *
      *----------------------------------------------------------------*

           02 CT-NROMOV-REVERSION           PIC 9(06)  VALUE 980000.
           02 CT-MAX-REVERSIONES            PIC 9(04)  VALUE 5999.

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *

           MOVE '2200-GENERAR-CONTRA'         TO WS-PARRAFO.

      *    SIN NROMOV LIBRE EN LA FRANJA NO SE PUEDE REVERTIR LA
      *    CORRIDA COMPLETA: SE CANCELA ANTES DE PISAR OTRA FRANJA.
           IF CNT-CONTRAS-GENERADOS IS NOT LESS THAN CT-MAX-REVERSIONES
              DISPLAY '* FRANJA DE NROMOV DE REVERSION AGOTADA *'
              DISPLAY ' - MOVIMIENTOS LEIDOS: ' CNT-MOVTOS-LEIDOS

              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-FRANJA                  TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO CNT-CONTRAS-GENERADOS.

           MOVE SPACES                        TO WS-REG-CONTRA.

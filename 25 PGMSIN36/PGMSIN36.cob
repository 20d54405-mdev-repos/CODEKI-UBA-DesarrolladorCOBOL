
       3070-CONTROLAR-SOBRANTE.

      *    PGMSI161 ( PRONOSTICO DE FIN ) CORRE EN CADA PUNTO DE
      *    CONTROL QUE LANCE OPERACIONES: NO ES UN PASO DEL PLAN.
           IF T-COR-PROGRAMA(WS-Q) IS EQUAL TO CT-PROGRAMA OR
              T-COR-PROGRAMA(WS-Q) IS EQUAL TO 'PGMSIN90' OR
              T-COR-PROGRAMA(WS-Q) IS EQUAL TO 'PGMSI161'
              GO TO 3070-SIGUIENTE
           END-IF.


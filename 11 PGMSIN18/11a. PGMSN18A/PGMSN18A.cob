      *   ARCHIVO DE CAMBIOS: LISTADO DE DETALLE DE LOS CAMPOS QUE     *
      *   DIFIEREN ENTRE LA NOVEDAD Y EL REGISTRO DE CLIENTES YA       *
      *   EXISTENTE, PARA LAS NOVEDADES QUE APAREARON CONTRA UN        *
      *   CLIENTE ENCONTRADO. AL FINAL VA EL OPERADOR QUE CARGO LA     *
      *   NOVEDAD ( AUTOR DEL CAMBIO ), QUE PGMSIN56 CONTROLA CONTRA   *
      *   EL REVISOR.                                                  *
      *----------------------------------------------------------------*

       FD   CAMBIOS
            RECORDING MODE IS F.
       01   REG-CAMBIOS.
            02 CAMB-DETALLE                                 PIC X(80).
            02 CAMB-AUTOR                                   PIC X(08).

      *----------------------------------------------------------------*
      *   ARCHIVO DE CHECKPOINT: UN REGISTRO POR CADA NOVEDAD YA       *
                  WS-CAMBIO-ANTES      DELIMITED BY SIZE
                  ' AHORA: '           DELIMITED BY SIZE
                  WS-CAMBIO-AHORA      DELIMITED BY SIZE
             INTO CAMB-DETALLE
           END-STRING.

           MOVE NOV-USUARIO                    TO CAMB-AUTOR.

           WRITE REG-CAMBIOS.

           IF NOT FS-CAMBIOS-OK

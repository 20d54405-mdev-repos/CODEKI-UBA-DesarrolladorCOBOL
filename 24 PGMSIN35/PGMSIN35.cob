      * CPCONTAC, MANTENIDO POR PGMSIN69 ) PARA SOBRE CON VENTANA,     *
      * SEGUIDO DE                                                     *
      * UN DETALLE POR CADA CUENTA QUE POSEE ( TIPO/NRO DE CUENTA,     *
      * SUCURSAL, SALDO Y FECHA DE ULTIMO MOVIMIENTO ) Y, DEBAJO, SU   *
      * CBU ( CLAVE BANCARIA UNIFORME ) PARA TRANSFERENCIAS.           *
      *   - DEBAJO DE CADA CUENTA SE GRABA EL DETALLE DE SUS MOVIMIEN- *
      * -TOS REGISTRADOS EN KC02787.TBCURMOV ( FECHA, NRO DE MOVIMIEN- *
      * -TO E IMPORTE ), PARA PODER RESPALDAR EL SALDO INFORMADO ANTE  *
      * CADA MONEDA EN LA QUE TIENE CUENTAS, CON LA SUMA DE LOS        *
      * SALDOS DE ESA MONEDA ( LAS CUENTAS EN PESOS Y EN DOLARES NO    *
      * SE MEZCLAN EN UN MISMO TOTAL ).                                *
      *   - DEBAJO DEL SALDO CONTABLE DE CADA CUENTA SE INFORMA EL     *
      * SALDO DISPONIBLE: EL CONTABLE MENOS LOS CHEQUES DEPOSITADOS    *
      * QUE SIGUEN RETENIDOS EN CANJE ( ARCHIVO RETCHEQ, COPY          *
      * CPRETCHQ, MANTENIDO POR PGMAPCAB Y PGMSI129 ).                 *
      *                                                                *
      * EL PROGRAMA TRABAJA CON UN CONTROL DE CICLO DE RESUMENES       *
      * ( ARCHIVO CICLOCTL: NRO DE CLIENTE + FECHA DEL ULTIMO RESUMEN  *
      * EN LOS MODOS 'A' Y 'T' CADA CLIENTE IMPRESO QUEDA REGISTRADO   *
      * CON LA FECHA DE HOY; EL CONTROL ACTUALIZADO SE GRABA COMPLETO  *
      * EN CICLOSAL, QUE PASA A SER EL CICLOCTL DE LA PROXIMA CORRIDA. *
      * EL CLIENTE FALLECIDO ( TBCURCLI.ESTADO 'F', LO MARCA PGMSI158 )*
      * NO RECIBE MAS RESUMENES EN LOS MODOS 'A' Y 'T': SUS CUENTAS    *
      * QUEDAN A DISPOSICION DE LA SUCESION, QUE PIDE LA REIMPRESION   *
      * CON EL MODO 'R' CUANDO LA NECESITA.                            *
      *                                                                *
      * EL CANAL DE ENTREGA DE CADA CLIENTE SALE DEL KSDS PREFCLI      *
      * ( COPY CPPREFCL ): EN PAPEL EL RESUMEN VA AL ARCHIVO DE        *
      * IMPRESION Y AL INDICE STMTIDX ( LO QUE ENSOBRA PGMSI101 ); EN  *
      * ELECTRONICO VA AL EXTRACTO ERESUMEN ( COPY CPERESUM ) PARA LA  *
      * PLATAFORMA DE ENTREGA DE DOCUMENTOS; 'AMBOS' GRABA LOS DOS. UN *
      * CLIENTE CON DOMICILIO DEVUELTO ( CTT-DOMICILIO-INVALIDO ) Y    *
      * CORREO CARGADO PASA SOLO A ELECTRONICO. CADA ENTREGA QUEDA EN  *
      * COMUNLOG CON SU VIA ( 'COR' O 'EML' ).                         *
      *                                                                *
      * EL BLOQUE DE MENSAJES DE CAMPANIA SE ARMA CON LOS SEGMENTOS    *
      * DEL CLIENTE: EL VIGENTE ( SEGMENTO DE PGMSIN54 ) Y LOS DE LAS  *
      * OFERTAS DE VENTA CRUZADA DEL MES ( SEGLEAD DE PGMSI151, MISMO  *
      * LAYOUT, OPCIONAL ). UN CLIENTE PUEDE TENER VARIOS SEGMENTOS Y  *
      * CADA CAMPANIA SE IMPRIME SI APUNTA A CUALQUIERA DE ELLOS.      *
      *                                                                *
      * EN LOS MODOS 'A' Y 'T' EL PGM GRABA UN CHECKPOINT ( ARCHIVO    *
      * CHECKPT ) CADA N CLIENTES TERMINADOS ( POSICIONES 10-14 DE LA  *
      * TARJETA, POR DEFECTO 100 ): ULTIMO NRO DE CLIENTE, CONTADORES, *
      * TOTALES POR MONEDA, IMPRESIONES POR CAMPANIA Y REGISTROS       *
      * GRABADOS EN CADA SALIDA; CADA CLIENTE MARCADO EN EL CICLO      *
      * DEJA ADEMAS SU PROPIO REGISTRO. SI EL JOB ABENDA, LA PROXIMA   *
      * CORRIDA DETECTA EL CHECKPOINT, REABRE EL CURSOR DESPUES DEL    *
      * ULTIMO CLIENTE TERMINADO Y AGREGA AL FINAL DE RESUMEN,         *
      * STMTIDX, ERESUMEN Y COMUNLOG SIN REPETIR LO QUE YA HABIA       *
      * QUEDADO GRABADO; EL REINICIO QUEDA ASENTADO EN BATCHTOT. AL    *
      * TERMINAR BIEN EL CHECKPOINT SE VACIA.                          *
      *                                                                *
      * AL FINAL DEL PGM MUESTRA ESTADISTICA DE CLIENTES Y CUENTAS     *
      * INFORMADAS Y LOS TOTALES POR MONEDA DE LA CORRIDA, Y GRABA EL  *
      * RESUMEN DE BATCH HABITUAL.                                     *
      *----------------------------------------------------------------*

      ******************************************************************
           SELECT SEGMENTO ASSIGN TO SEGMENTO
                                    FILE STATUS IS FS-SEGMENTO.

           SELECT SEGLEAD ASSIGN TO SEGLEAD
                                    FILE STATUS IS FS-SEGLEAD.

           SELECT CAMPINF ASSIGN TO CAMPINF
                                    FILE STATUS IS FS-CAMPINF.

                           RECORD KEY IS    KEY-CONTACTO
                           FILE STATUS IS FS-CONTACTO.

           SELECT PREFCLI ASSIGN TO PREFCLI
                          ORGANIZATION IS INDEXED
                          ACCESS IS RANDOM
                          RECORD KEY IS    KEY-PREFCLI
                          FILE STATUS IS FS-PREFCLI.

           SELECT ERESUMEN ASSIGN TO ERESUMEN
                                    FILE STATUS IS FS-ERESUMEN.

           SELECT RETCHEQ ASSIGN TO RETCHEQ
                                    FILE STATUS IS FS-RETCHEQ.

           SELECT CICLOCTL ASSIGN TO CICLOCTL
                                    FILE STATUS IS FS-CICLOCTL.

           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

           SELECT CHECKPT ASSIGN TO CHECKPT
                                    FILE STATUS IS FS-CHECKPT.

           SELECT ERRLOG ASSIGN TO ERRLOG
                                    FILE STATUS IS FS-ERRLOG.
      *----------------------------------------------------------------*
      *   CAMPANIAS DE MARKETING PARA EL BLOQUE DE MENSAJES ( TEXTO,   *
      *   SEGMENTOS DESTINO Y VENTANA DE VIGENCIA ) Y SEGMENTO         *
      *   VIGENTE DE CADA CLIENTE ( SALIDA SEGMENTO DE PGMSIN54 ) Y    *
      *   SEGMENTOS DE OFERTA DEL MES ( SALIDA SEGLEAD DE PGMSI151 ).  *
      *----------------------------------------------------------------*

       FD   CAMPANIA
            RECORDING MODE IS F.
       01   REG-SEGMENTO                                    PIC X(40).

       FD   SEGLEAD
            RECORDING MODE IS F.
       01   REG-SEGLEAD                                     PIC X(40).

      *----------------------------------------------------------------*
      *   RESULTADO PARA MARKETING: IMPRESIONES POR CAMPANIA.          *
      *----------------------------------------------------------------*
          03 KEY-CONTACTO PIC X(13).
          03 FILLER       PIC X(87).

      *----------------------------------------------------------------*
      * PREFCLI ( ARCHIVO VSAM DE PREFERENCIAS, MANTENIDO POR PGMSI142 )

       FD   PREFCLI.

       01 REG-PREFCLI.
          03 KEY-PREFCLI  PIC X(13).
          03 FILLER       PIC X(137).

      *----------------------------------------------------------------*
      *   EXTRACTO DE RESUMENES ELECTRONICOS ( COPY CPERESUM ).        *
      *----------------------------------------------------------------*

       FD   ERESUMEN
            RECORDING MODE IS F.
       01   REG-ERESUMEN                                    PIC X(170).

      *----------------------------------------------------------------*
      *   RETENCIONES POR CANJE DE CHEQUES ( COPY RETCHQFD ), PARA EL  *
      *   SALDO DISPONIBLE DE CADA CUENTA.                             *
      *----------------------------------------------------------------*

           COPY RETCHQFD.

      *----------------------------------------------------------------*
      *   CONTROL DE CICLO DE RESUMENES: UN REGISTRO POR CLIENTE CON   *
      *   LA FECHA DEL ULTIMO RESUMEN EMITIDO. CICLOCTL ES EL CONTROL  *

           COPY BATCHTOT.

      *----------------------------------------------------------------*
      *   ARCHIVO DE CHECKPOINT: UN REGISTRO DE POSICION CADA N        *
      *   CLIENTES TERMINADOS Y UNO POR CADA CLIENTE MARCADO EN EL     *
      *   CICLO, PARA PERMITIR REINICIAR EL PROGRAMA SIN VOLVER A      *
      *   RECORRER EL CURSOR DESDE EL PRIMER CLIENTE SI EL JOB ABENDA  *
      *   A MITAD DE CAMINO ( LAYOUT EN WS-REG-CHECKPT ).              *
      *----------------------------------------------------------------*

       FD   CHECKPT
            RECORDING MODE IS F.
       01   REG-CHECKPT.
            02 CHK-TIPO-REG                                 PIC X(01).
            02 CHK-NROCLI                                   PIC 9(08).
            02 FILLER                                       PIC X(291).

      * ERRLOG ( ARCHIVO COMUN DE ERRORES DE LA SUITE )

           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-RESUMEN                    PIC X(08)  VALUE 'RESUMEN '.
           02 CT-CONTACTO                   PIC X(08)  VALUE 'CONTACTO'.
           02 CT-PREFCLI                    PIC X(08)  VALUE 'PREFCLI '.
           02 CT-ERESUMEN                   PIC X(08)  VALUE 'ERESUMEN'.
           02 CT-RETCHEQ                    PIC X(08)  VALUE 'RETCHEQ '.
           02 CT-CICLOCTL                   PIC X(08)  VALUE 'CICLOCTL'.
           02 CT-CICLOSAL                   PIC X(08)  VALUE 'CICLOSAL'.
           02 CT-CHECKPT                    PIC X(08)  VALUE 'CHECKPT '.
           02 CT-FRECUENCIA-CKPT            PIC 9(05)  VALUE 100.
           02 CT-TBCURCTA                   PIC X(08)  VALUE 'TBCURCTA'.
           02 CT-CURSOR                     PIC X(08)  VALUE 'CURSOR  '.
           02 CT-FETCH                      PIC X(08)  VALUE 'FETCH   '.
           02 WS-M                          PIC 9(01)  VALUE ZEROS.
           02 WS-IMPORTE-EDIT               PIC $$$$.$$$.$$$.$$9,00-.
           02 WS-FECHA-HOY                  PIC 9(08)  VALUE ZEROS.
           02 WS-SALDO-DISPONIBLE           PIC S9(11)V99 VALUE ZEROS.
           02 WS-MAX-FECSAL                 PIC S9(08) COMP-3
                                                       VALUE ZEROS.
           02 WS-CLI-IMPRIME-SW             PIC X(01)  VALUE 'S'.
              88 CLIENTE-NO-SE-IMPRIME                 VALUE 'N'.
           02 WS-CONTACTO-DISP-SW           PIC X(01)  VALUE 'N'.
              88 CONTACTO-DISPONIBLE                   VALUE 'S'.
           02 WS-PREFCLI-DISP-SW            PIC X(01)  VALUE 'N'.
              88 PREFCLI-DISPONIBLE                    VALUE 'S'.
           02 WS-CANAL-RESUMEN              PIC X(01)  VALUE 'P'.
              88 RESUMEN-EN-PAPEL                      VALUE 'P'.
              88 RESUMEN-ELECTRONICO                   VALUE 'E'.
              88 RESUMEN-AMBOS                         VALUE 'A'.
           02 WS-ERS-SECUENCIA              PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   PARAMETRO DE MODO DE CORRIDA, LEIDO DESDE SYSIN:             *
      *   'A' / BLANCO = SOLO CLIENTES CON ACTIVIDAD DESDE SU ULTIMO   *
      *   RESUMEN; 'T' = TODOS; 'R' + NRO DE CLIENTE = REIMPRESION DE  *
      *   UN UNICO CLIENTE. POSICIONES 10-14 ( OPCIONAL ): CADA        *
      *   CUANTOS CLIENTES TERMINADOS SE GRABA EL CHECKPOINT.          *
      *----------------------------------------------------------------*

       01 WS-PARAMETROS.
                 88 MODO-TODOS                         VALUE 'T'.
                 88 MODO-REIMPRESION                   VALUE 'R'.
              03 WS-PARM-NROCLI             PIC X(08).
              03 WS-PARM-FRECUENCIA         PIC X(05).
           02 WS-PARM-NROCLI-NUM            PIC 9(08)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   CONTROL DE CHECKPOINT / REINICIO. WS-CKPT-NROCLI ES EL       *
      *   ULTIMO CLIENTE TERMINADO Y VIAJA AL CURSOR COMO VARIABLE     *
      *   HOST ( EN CERO EN UNA CORRIDA NORMAL ). WS-CKPT-INICIO ES EL *
      *   COMIENZO DE LA CORRIDA ORIGINAL: LO QUE ESTE PGM DEJO EN     *
      *   COMUNLOG DESDE ESE MOMENTO ES DE ESTA MISMA CORRIDA.         *
      *   WS-SALIDAS CUENTA LOS REGISTROS DE CADA SALIDA QUE YA LE     *
      *   CORRESPONDEN A LA CORRIDA, Y WS-OMITIR LOS QUE EL REINICIO   *
      *   ENCONTRO YA GRABADOS Y NO DEBE VOLVER A GRABAR.              *
      *----------------------------------------------------------------*

       01 WS-CHECKPOINT.
           02 WS-MODO-REINICIO              PIC X(01)  VALUE 'N'.
              88 EN-MODO-REINICIO                      VALUE 'S'.
           02 WS-HAY-CKPT-PREVIO-SW         PIC X(01)  VALUE 'N'.
              88 HAY-CHECKPOINT-PREVIO                 VALUE 'S'.
           02 WS-CKPT-ACTIVO-SW             PIC X(01)  VALUE 'N'.
              88 CHECKPOINT-ACTIVO                     VALUE 'S'.
           02 WS-CKPT-NROCLI                PIC 9(08)  VALUE ZEROS.
           02 WS-CKPT-FRECUENCIA            PIC 9(05)  VALUE ZEROS.
           02 WS-CKPT-CLIENTES              PIC 9(05)  VALUE ZEROS.
           02 WS-CKPT-INICIO.
              03 WS-CKPT-INI-FECHA          PIC 9(08)  VALUE ZEROS.
              03 WS-CKPT-INI-HORA           PIC X(08)  VALUE SPACES.
           02 WS-SALIDAS.
              03 WS-SAL-RESUMEN             PIC 9(09)  VALUE ZEROS.
              03 WS-SAL-STMTIDX             PIC 9(09)  VALUE ZEROS.
              03 WS-SAL-ERESUMEN            PIC 9(09)  VALUE ZEROS.
              03 WS-SAL-COMUNLOG            PIC 9(09)  VALUE ZEROS.
           02 WS-OMITIR.
              03 WS-OMI-RESUMEN             PIC 9(09)  VALUE ZEROS.
              03 WS-OMI-STMTIDX             PIC 9(09)  VALUE ZEROS.
              03 WS-OMI-ERESUMEN            PIC 9(09)  VALUE ZEROS.
              03 WS-OMI-COMUNLOG            PIC 9(09)  VALUE ZEROS.
           02 WS-CKPT-IX                    PIC 9(02)  VALUE ZEROS.
           02 WS-CKPT-MARCAS                PIC 9(05)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   LAYOUT DEL REGISTRO DE CHECKPOINT:                           *
      *   - 'P' POSICION: ULTIMO CLIENTE TERMINADO Y TODO LO QUE HACE  *
      *     FALTA PARA CONTINUAR DESDE EL SIGUIENTE. SE GRABA UNO AL   *
      *     ABRIR ( CLIENTE CERO ) Y LUEGO CADA N CLIENTES.            *
      *   - 'C' MARCA DE CICLO: CLIENTE QUE RECIBE SU RESUMEN HOY. AL  *
      *     REINICIAR SOLO SE APLICAN LAS MARCAS DE CLIENTES QUE NO    *
      *     SUPERAN AL ULTIMO TERMINADO; EL RESTO SE VUELVE A DECIDIR. *
      *   CKP-CONTADORES Y CKP-MONEDAS GUARDAN TAL CUAL LAS AREAS      *
      *   CNT-CONTADORES Y WS-MONEDAS-CORRIDA ( MISMO LARGO ).         *
      *----------------------------------------------------------------*

       01 WS-REG-CHECKPT.
           02 CKP-TIPO-REG                  PIC X(01).
              88 CKP-ES-POSICION                       VALUE 'P'.
              88 CKP-ES-MARCA-CICLO                    VALUE 'C'.
           02 CKP-NROCLI                    PIC 9(08).
           02 CKP-FECHA-HOY                 PIC 9(08).
           02 CKP-INICIO.
              03 CKP-INI-FECHA              PIC 9(08).
              03 CKP-INI-HORA               PIC X(08).
           02 CKP-MODO                      PIC X(01).
           02 CKP-CONTADORES                PIC X(37).
           02 CKP-SALIDAS.
              03 CKP-SAL-RESUMEN            PIC 9(09).
              03 CKP-SAL-STMTIDX            PIC 9(09).
              03 CKP-SAL-ERESUMEN           PIC 9(09).
              03 CKP-SAL-COMUNLOG           PIC 9(09).
           02 CKP-MONEDAS                   PIC X(56).
           02 CKP-IMPRESIONES               OCCURS 20 TIMES
                                            PIC 9(05).
           02 FILLER                        PIC X(37)  VALUE SPACES.

      *----------------------------------------------------------------*
      *   CANTIDAD DE REGISTROS QUE EL REINICIO ENCUENTRA YA GRABADOS  *
      *   EN CADA SALIDA ANTES DE REABRIRLA EN EXTEND.                 *
      *----------------------------------------------------------------*

       01 WS-EXISTENTES.
           02 WS-EXI-RESUMEN                PIC 9(09)  VALUE ZEROS.
           02 WS-EXI-STMTIDX                PIC 9(09)  VALUE ZEROS.
           02 WS-EXI-ERESUMEN               PIC 9(09)  VALUE ZEROS.
           02 WS-EXI-COMUNLOG               PIC 9(09)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *   TABLA DEL CONTROL DE CICLO: NRO DE CLIENTE Y FECHA DE SU     *
      *   ULTIMO RESUMEN EMITIDO, CARGADA DESDE CICLOCTL AL INICIO Y   *
              03 T-MONCLI-MONEDA            PIC X(03).
              03 T-MONCLI-SUMA              PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *   TOTALES POR MONEDA DE TODA LA CORRIDA ( SUMA DE LOS TOTALES  *
      *   DE CLIENTE IMPRESOS ), QUE VIAJAN EN EL CHECKPOINT.          *
      *----------------------------------------------------------------*

       01 WS-MONEDAS-CORRIDA.
           02 WS-CANT-MONEDAS-RUN           PIC 9(01)  VALUE ZEROS.
           02 T-MONRUN                      OCCURS 5 TIMES.
              03 T-MONRUN-MONEDA            PIC X(03).
              03 T-MONRUN-SUMA              PIC S9(13)V99 COMP-3.

       01 WS-MR                             PIC 9(01)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *       A R E A  D E  R E S U M E N  D E  B A T C H               *
      *----------------------------------------------------------------*
       01 WS-HOST-CLI-DOC.
           02 WS-CLI-TIPDOC                  PIC X(02).
           02 WS-CLI-NRODOC                  PIC 9(11).
           02 WS-CLI-ESTADO                  PIC X(01).

      *----------------------------------------------------------------*
      *                 A R E A  D E  C O N T A D O R E S              *
           02 CNT-MOVIMIENTOS               PIC 9(03)  VALUE ZEROS.
           02 CNT-RESUMEN-GRABADOS          PIC 9(03)  VALUE ZEROS.
           02 CNT-CLIENTES-SALTEADOS        PIC 9(03)  VALUE ZEROS.
           02 CNT-CLIENTES-FALLECIDOS       PIC 9(03)  VALUE ZEROS.
           02 CNT-CICLOS-LEIDOS             PIC 9(03)  VALUE ZEROS.
           02 CNT-CICLOS-GRABADOS           PIC 9(03)  VALUE ZEROS.
           02 CNT-RESUMENES-PAPEL           PIC 9(03)  VALUE ZEROS.
           02 CNT-RESUMENES-ELECTRONICOS    PIC 9(03)  VALUE ZEROS.
           02 CNT-PASADOS-A-ELECTRONICO     PIC 9(03)  VALUE ZEROS.
           02 CNT-LINEAS-ELECTRONICAS       PIC 9(04)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *           A U X I L I A R E S  P A R A  E R R O R E S          *

           02 FS-RESUMEN                    PIC X(02).
              88 FS-RESUMEN-OK                         VALUE '00'.
              88 FS-RESUMEN-EOF                        VALUE '10'.

           02 FS-STMTIDX                    PIC X(02).
              88 FS-STMTIDX-OK                         VALUE '00'.
              88 FS-STMTIDX-EOF                        VALUE '10'.

           02 FS-CAMPANIA                   PIC X(02).
              88 FS-CAMPANIA-OK                        VALUE '00'.
              88 FS-SEGMENTO-OK                        VALUE '00'.
              88 FS-SEGMENTO-EOF                       VALUE '10'.

           02 FS-SEGLEAD                    PIC X(02).
              88 FS-SEGLEAD-OK                         VALUE '00'.
              88 FS-SEGLEAD-EOF                        VALUE '10'.

           02 FS-CAMPINF                    PIC X(02).
              88 FS-CAMPINF-OK                         VALUE '00'.

           02 FS-COMUNLOG                   PIC X(02).
              88 FS-COMUNLOG-OK                        VALUE '00'.
              88 FS-COMUNLOG-EOF                       VALUE '10'.

           02 FS-CONTACTO                   PIC X(02).
              88 FS-CONTACTO-OK                        VALUE '00'.
              88 FS-CONTACTO-NOTFND                    VALUE '23'.

           02 FS-PREFCLI                    PIC X(02).
              88 FS-PREFCLI-OK                         VALUE '00'.
              88 FS-PREFCLI-NOTFND                     VALUE '23'.

           02 FS-ERESUMEN                   PIC X(02).
              88 FS-ERESUMEN-OK                        VALUE '00'.
              88 FS-ERESUMEN-EOF                       VALUE '10'.

           02 FS-RETCHEQ                    PIC X(02).
              88 FS-RETCHEQ-OK                         VALUE '00'.
              88 FS-RETCHEQ-EOF                        VALUE '10'.

           02 FS-CICLOCTL                   PIC X(02).
              88 FS-CICLOCTL-OK                        VALUE '00'.
              88 FS-CICLOCTL-EOF                       VALUE '10'.
           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

           02 FS-CHECKPT                    PIC X(02).
              88 FS-CHECKPT-OK                         VALUE '00'.
              88 FS-CHECKPT-EOF                        VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPCONTAC.

           COPY CPPREFCL.

           COPY CPERESUM.

           COPY CPRETCHQ.

      ******************************************************************
      *----------------------------------------------------------------*
      *                      S Q L C A  |  D B 2                       *
           END-EXEC.

      *----------------------------------------------------------------*
      *   CAMPANIAS EN MEMORIA Y SEGMENTOS POR CLIENTE ( VIGENTE Y DE  *
      *   OFERTA ). EL BLOQUE DE MENSAJES SOLO SALE SI LLEGARON        *
      *   CAMPANIA Y SEGMENTO; SEGLEAD ES OPCIONAL.                    *
      *----------------------------------------------------------------*

       01 WS-REG-CAMPANIA-TRAB.
       01 WS-CANT-SEGMENTOS                 PIC 9(04)  VALUE ZEROS.

       01 WS-T-SEGMENTOS.
           02 T-SEG                         OCCURS 8000 TIMES.
              03 T-SEG-NROCLI               PIC 9(08).
              03 T-SEG-SEGMENTO             PIC X(02).

           02 WS-CPA-SEG-IX                 PIC 9(01).
           02 WS-SEG-IX                     PIC 9(04).
           02 WS-SEG-CLIENTE                PIC X(02).
           02 WS-CANT-SEG-CLIENTE           PIC 9(01).
           02 WS-SEG-CLI-IX                 PIC 9(01).
           02 WS-T-SEG-CLIENTE.
              03 T-SGC-SEGMENTO             OCCURS 5 TIMES
                                            PIC X(02).
           02 WS-CPA-APLICA-SW              PIC X(01).
              88 CAMPANIA-APLICA                       VALUE 'S'.

                      A.SALDO,
                      A.FECSAL,
                      A.MONEDA,
                      A.CBU,
                      B.TIPDOC,
                      B.NRODOC,
                      B.NOMAPE,
                      B.ESTADO
                 FROM KC02787.TBCURCTA A,
                      KC02787.TBCURCLI B
                WHERE A.NROCLI = B.NROCLI
                  AND A.NROCLI > :WS-CKPT-NROCLI
             ORDER BY A.NROCLI, A.TIPCUEN, A.NROCUEN
           END-EXEC.


           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-MONEDAS-CORRIDA
                      WS-CHECKPOINT

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           PERFORM 1050-LEER-PARAMETROS
              THRU 1050-F-LEER-PARAMETROS.

           PERFORM 1100-CARGAR-CICLOS
              THRU 1100-F-CARGAR-CICLOS.

      *    LA REIMPRESION DE UN CLIENTE NO USA NI TOCA EL CHECKPOINT:
      *    UN CHECKPOINT PENDIENTE QUEDA ESPERANDO SU REINICIO.
           IF NOT MODO-REIMPRESION
              SET CHECKPOINT-ACTIVO           TO TRUE
              PERFORM 1180-LEER-CHECKPOINT
                 THRU 1180-F-LEER-CHECKPOINT
           END-IF.

           IF HAY-CHECKPOINT-PREVIO
              SET EN-MODO-REINICIO            TO TRUE
              DISPLAY ' '
              DISPLAY '* SE DETECTO UN CHECKPOINT PREVIO, EL PROCESO *'
              DISPLAY '* CONTINUARA DESPUES DEL ULTIMO CLIENTE       *'
              DISPLAY ' - ULTIMO CLIENTE TERMINADO: ' WS-CKPT-NROCLI
              DISPLAY ' - FECHA DE LA CORRIDA     : ' WS-FECHA-HOY

              PERFORM 1190-APLICAR-MARCAS-CICLO
                 THRU 1190-F-APLICAR-MARCAS-CICLO
           ELSE
              MOVE WS-FECHA-HOY               TO WS-CKPT-INI-FECHA
              MOVE WS-HORA-INICIO             TO WS-CKPT-INI-HORA
           END-IF.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1815-CARGAR-RETENCIONES
              THRU 1815-F-CARGAR-RETENCIONES.

           PERFORM 1500-CARGAR-CAMPANIAS
              THRU 1500-F-CARGAR-CAMPANIAS.

           IF EN-MODO-REINICIO
              PERFORM 1300-RESTAURAR-CHECKPOINT
                 THRU 1300-F-RESTAURAR-CHECKPOINT
           ELSE
              IF CHECKPOINT-ACTIVO
                 PERFORM 2075-GRABAR-CHECKPOINT
                    THRU 2075-F-GRABAR-CHECKPOINT
              END-IF
           END-IF.

           PERFORM 1400-ABRIR-CURSOR
              THRU 1400-F-ABRIR-CURSOR.

              DISPLAY 'MODO SOLO CLIENTES CON ACTIVIDAD'
           END-IF.

           IF WS-PARM-FRECUENCIA IS NUMERIC AND
              WS-PARM-FRECUENCIA IS GREATER THAN ZEROS
              MOVE WS-PARM-FRECUENCIA         TO WS-CKPT-FRECUENCIA
           ELSE
              MOVE CT-FRECUENCIA-CKPT         TO WS-CKPT-FRECUENCIA
           END-IF.

       1050-F-LEER-PARAMETROS.
           EXIT.

       1150-F-LEER-CICLOCTL.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 8 0 - L E E R - C H E C K P O I N T               *
      *----------------------------------------------------------------*
      *   RECORRE EL CHECKPOINT DE UNA CORRIDA ANTERIOR QUE NO TERMINO *
      *   Y SE QUEDA CON EL ULTIMO REGISTRO DE POSICION. EL REINICIO   *
      *   CONSERVA LA FECHA, EL COMIENZO Y EL MODO DE ESA CORRIDA.     *
      *----------------------------------------------------------------*

       1180-LEER-CHECKPOINT.

           MOVE '1180-LEER-CHECKPOINT'        TO WS-PARRAFO.

           OPEN INPUT CHECKPT.

           IF FS-CHECKPT-OK
              PERFORM 1185-BUSCAR-ULTIMA-POSICION
                 THRU 1185-F-BUSCAR-ULTIMA-POSICION
                UNTIL FS-CHECKPT-EOF

              CLOSE CHECKPT
           ELSE
      *       NO EXISTE CHECKPOINT PREVIO: ES UNA PRIMERA EJECUCION
      *       NORMAL.
              CONTINUE
           END-IF.

           IF HAY-CHECKPOINT-PREVIO
              MOVE CKP-NROCLI                 TO WS-CKPT-NROCLI
              MOVE CKP-FECHA-HOY              TO WS-FECHA-HOY
              MOVE CKP-INI-FECHA              TO WS-CKPT-INI-FECHA
              MOVE CKP-INI-HORA               TO WS-CKPT-INI-HORA
              MOVE CKP-SAL-RESUMEN            TO WS-SAL-RESUMEN
              MOVE CKP-SAL-STMTIDX            TO WS-SAL-STMTIDX
              MOVE CKP-SAL-ERESUMEN           TO WS-SAL-ERESUMEN
              MOVE CKP-SAL-COMUNLOG           TO WS-SAL-COMUNLOG

              IF CKP-MODO IS NOT EQUAL TO WS-PARM-MODO
                 DISPLAY '* EL REINICIO CONTINUA EN EL MODO DE LA '
                         'CORRIDA ORIGINAL: ' CKP-MODO
                 MOVE CKP-MODO                TO WS-PARM-MODO
              END-IF
           END-IF.

       1180-F-LEER-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *     1 1 8 5 - B U S C A R - U L T I M A - P O S I C I O N      *
      *----------------------------------------------------------------*

       1185-BUSCAR-ULTIMA-POSICION.

           MOVE '1185-BUSCAR-ULTIMA-POSICION' TO WS-PARRAFO.

           READ CHECKPT.

           EVALUATE TRUE
             WHEN FS-CHECKPT-OK
               IF CHK-TIPO-REG IS EQUAL TO 'P'
                  MOVE REG-CHECKPT            TO WS-REG-CHECKPT
                  SET HAY-CHECKPOINT-PREVIO   TO TRUE
               END-IF

             WHEN FS-CHECKPT-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CHECKPT                TO AUX-ERR-NOMBRE
               MOVE FS-CHECKPT                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1185-F-BUSCAR-ULTIMA-POSICION.
           EXIT.

      *----------------------------------------------------------------*
      *     1 1 9 0 - A P L I C A R - M A R C A S - C I C L O          *
      *----------------------------------------------------------------*
      *   SEGUNDA PASADA DEL CHECKPOINT: VUELCA EN LA TABLA DE CICLOS  *
      *   YA CARGADA LAS MARCAS DE LOS CLIENTES TERMINADOS. LAS DE     *
      *   CLIENTES POSTERIORES AL ULTIMO TERMINADO SE DESCARTAN: ESOS  *
      *   CLIENTES SE VUELVEN A PROCESAR Y A DECIDIR.                  *
      *----------------------------------------------------------------*

       1190-APLICAR-MARCAS-CICLO.

           MOVE '1190-APLICAR-MARCAS-CICLO'   TO WS-PARRAFO.

           OPEN INPUT CHECKPT.

           IF NOT FS-CHECKPT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHECKPT                 TO AUX-ERR-NOMBRE
              MOVE FS-CHECKPT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1195-APLICAR-UNA-MARCA
              THRU 1195-F-APLICAR-UNA-MARCA
             UNTIL FS-CHECKPT-EOF.

           CLOSE CHECKPT.

           MOVE WS-CKPT-MARCAS                TO WS-MASCARA.
           DISPLAY ' - MARCAS DE CICLO REPUESTAS: ' WS-MASCARA.

       1190-F-APLICAR-MARCAS-CICLO.
           EXIT.

      *----------------------------------------------------------------*
      *       1 1 9 5 - A P L I C A R - U N A - M A R C A              *
      *----------------------------------------------------------------*

       1195-APLICAR-UNA-MARCA.

           MOVE '1195-APLICAR-UNA-MARCA'      TO WS-PARRAFO.

           READ CHECKPT.

           EVALUATE TRUE
             WHEN FS-CHECKPT-OK
               IF CHK-TIPO-REG IS EQUAL TO 'C' AND
                  CHK-NROCLI IS NOT GREATER THAN WS-CKPT-NROCLI
                  MOVE CHK-NROCLI             TO WS-CTA-NROCLI
                  PERFORM 2060-MARCAR-CICLO
                     THRU 2060-F-MARCAR-CICLO
                  ADD 1                       TO WS-CKPT-MARCAS
               END-IF

             WHEN FS-CHECKPT-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CHECKPT                TO AUX-ERR-NOMBRE
               MOVE FS-CHECKPT                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1195-F-APLICAR-UNA-MARCA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

      *    EN EL REINICIO LAS SALIDAS SE CONTINUAN AL FINAL, DESPUES
      *    DE CONTAR LO QUE LA CORRIDA ANTERIOR YA DEJO GRABADO.
           IF EN-MODO-REINICIO
              PERFORM 1250-CONTAR-SALIDAS
                 THRU 1250-F-CONTAR-SALIDAS

              OPEN EXTEND RESUMEN
                          STMTIDX
                          ERESUMEN
                   OUTPUT CAMPINF
           ELSE
              OPEN OUTPUT RESUMEN
                          STMTIDX
                          ERESUMEN
                          CAMPINF
           END-IF.

           IF CHECKPOINT-ACTIVO
              IF EN-MODO-REINICIO
                 OPEN EXTEND CHECKPT
              ELSE
                 OPEN OUTPUT CHECKPT
              END-IF

              IF NOT FS-CHECKPT-OK
                 MOVE CT-OPEN                 TO AUX-ERR-ACCION
                 MOVE CT-CHECKPT              TO AUX-ERR-NOMBRE
                 MOVE FS-CHECKPT              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           OPEN INPUT CONTACTO.

                      'SIN BLOQUE DE DOMICILIO *'
           END-IF.

           OPEN INPUT PREFCLI.

           IF FS-PREFCLI-OK
              SET PREFCLI-DISPONIBLE          TO TRUE
           ELSE
              DISPLAY '* SIN ARCHIVO PREFCLI: LOS RESUMENES SALEN '
                      'EN PAPEL *'
           END-IF.

           IF NOT FS-ERESUMEN-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-ERESUMEN                TO AUX-ERR-NOMBRE
              MOVE FS-ERESUMEN                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-RESUMEN-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-RESUMEN                 TO AUX-ERR-NOMBRE
       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 5 0 - C O N T A R - S A L I D A S                 *
      *----------------------------------------------------------------*
      *   CUENTA LOS REGISTROS QUE YA TIENE CADA SALIDA. LA DIFERENCIA *
      *   CONTRA LO QUE EL CHECKPOINT DICE QUE ESTABA GRABADO ES LO    *
      *   QUE LA CORRIDA ANTERIOR ALCANZO A GRABAR DESPUES DE SU       *
      *   ULTIMO CHECKPOINT: ESOS REGISTROS SE VUELVEN A GENERAR PERO  *
      *   NO SE GRABAN DE NUEVO. DE COMUNLOG, COMPARTIDO CON OTROS     *
      *   PGMS, SOLO CUENTAN LAS FILAS DE ESTE PGM DESDE EL COMIENZO   *
      *   DE LA CORRIDA ORIGINAL.                                      *
      *----------------------------------------------------------------*

       1250-CONTAR-SALIDAS.

           MOVE '1250-CONTAR-SALIDAS'         TO WS-PARRAFO.

           INITIALIZE WS-EXISTENTES.

           OPEN INPUT RESUMEN.

           IF FS-RESUMEN-OK
              PERFORM 1255-CONTAR-RESUMEN
                 THRU 1255-F-CONTAR-RESUMEN
                UNTIL FS-RESUMEN-EOF

              CLOSE RESUMEN
           END-IF.

           OPEN INPUT STMTIDX.

           IF FS-STMTIDX-OK
              PERFORM 1260-CONTAR-STMTIDX
                 THRU 1260-F-CONTAR-STMTIDX
                UNTIL FS-STMTIDX-EOF

              CLOSE STMTIDX
           END-IF.

           OPEN INPUT ERESUMEN.

           IF FS-ERESUMEN-OK
              PERFORM 1265-CONTAR-ERESUMEN
                 THRU 1265-F-CONTAR-ERESUMEN
                UNTIL FS-ERESUMEN-EOF

              CLOSE ERESUMEN
           END-IF.

           OPEN INPUT COMUNLOG.

           IF FS-COMUNLOG-OK
              PERFORM 1270-CONTAR-COMUNLOG
                 THRU 1270-F-CONTAR-COMUNLOG
                UNTIL FS-COMUNLOG-EOF

              CLOSE COMUNLOG
           END-IF.

           MOVE CT-RESUMEN                    TO AUX-ERR-NOMBRE.
           IF WS-EXI-RESUMEN IS LESS THAN WS-SAL-RESUMEN
              PERFORM 1290-SALIDA-INCOMPLETA
                 THRU 1290-F-SALIDA-INCOMPLETA
           END-IF.

           MOVE 'STMTIDX'                     TO AUX-ERR-NOMBRE.
           IF WS-EXI-STMTIDX IS LESS THAN WS-SAL-STMTIDX
              PERFORM 1290-SALIDA-INCOMPLETA
                 THRU 1290-F-SALIDA-INCOMPLETA
           END-IF.

           MOVE CT-ERESUMEN                   TO AUX-ERR-NOMBRE.
           IF WS-EXI-ERESUMEN IS LESS THAN WS-SAL-ERESUMEN
              PERFORM 1290-SALIDA-INCOMPLETA
                 THRU 1290-F-SALIDA-INCOMPLETA
           END-IF.

           MOVE 'COMUNLOG'                    TO AUX-ERR-NOMBRE.
           IF WS-EXI-COMUNLOG IS LESS THAN WS-SAL-COMUNLOG
              PERFORM 1290-SALIDA-INCOMPLETA
                 THRU 1290-F-SALIDA-INCOMPLETA
           END-IF.

           COMPUTE WS-OMI-RESUMEN  = WS-EXI-RESUMEN  - WS-SAL-RESUMEN.
           COMPUTE WS-OMI-STMTIDX  = WS-EXI-STMTIDX  - WS-SAL-STMTIDX.
           COMPUTE WS-OMI-ERESUMEN = WS-EXI-ERESUMEN - WS-SAL-ERESUMEN.
           COMPUTE WS-OMI-COMUNLOG = WS-EXI-COMUNLOG - WS-SAL-COMUNLOG.

           DISPLAY ' - YA GRABADOS SIN CHECKPOINT, NO SE REPITEN:'.
           DISPLAY '   RESUMEN : ' WS-OMI-RESUMEN.
           DISPLAY '   STMTIDX : ' WS-OMI-STMTIDX.
           DISPLAY '   ERESUMEN: ' WS-OMI-ERESUMEN.
           DISPLAY '   COMUNLOG: ' WS-OMI-COMUNLOG.

       1250-F-CONTAR-SALIDAS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 5 5 - C O N T A R - R E S U M E N                 *
      *----------------------------------------------------------------*

       1255-CONTAR-RESUMEN.

           READ RESUMEN.

           EVALUATE TRUE
             WHEN FS-RESUMEN-OK
               ADD 1                          TO WS-EXI-RESUMEN

             WHEN FS-RESUMEN-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-RESUMEN                TO AUX-ERR-NOMBRE
               MOVE FS-RESUMEN                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1255-F-CONTAR-RESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 6 0 - C O N T A R - S T M T I D X                 *
      *----------------------------------------------------------------*

       1260-CONTAR-STMTIDX.

           READ STMTIDX.

           EVALUATE TRUE
             WHEN FS-STMTIDX-OK
               ADD 1                          TO WS-EXI-STMTIDX

             WHEN FS-STMTIDX-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE 'STMTIDX'                 TO AUX-ERR-NOMBRE
               MOVE FS-STMTIDX                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1260-F-CONTAR-STMTIDX.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 6 5 - C O N T A R - E R E S U M E N               *
      *----------------------------------------------------------------*

       1265-CONTAR-ERESUMEN.

           READ ERESUMEN.

           EVALUATE TRUE
             WHEN FS-ERESUMEN-OK
               ADD 1                          TO WS-EXI-ERESUMEN

             WHEN FS-ERESUMEN-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-ERESUMEN               TO AUX-ERR-NOMBRE
               MOVE FS-ERESUMEN               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1265-F-CONTAR-ERESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *          1 2 7 0 - C O N T A R - C O M U N L O G               *
      *----------------------------------------------------------------*

       1270-CONTAR-COMUNLOG.

           READ COMUNLOG INTO WS-REG-COMUNLOG.

           EVALUATE TRUE
             WHEN FS-COMUNLOG-OK
               IF CLO-PROGRAMA IS EQUAL TO CT-PROGRAMA
                  IF CLO-FECHA IS GREATER THAN WS-CKPT-INI-FECHA OR
                    (CLO-FECHA IS EQUAL TO WS-CKPT-INI-FECHA AND
                     CLO-HORA IS NOT LESS THAN WS-CKPT-INI-HORA)
                     ADD 1                    TO WS-EXI-COMUNLOG
                  END-IF
               END-IF

             WHEN FS-COMUNLOG-EOF
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE 'COMUNLOG'                TO AUX-ERR-NOMBRE
               MOVE FS-COMUNLOG               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1270-F-CONTAR-COMUNLOG.
           EXIT.

      *----------------------------------------------------------------*
      *       1 2 9 0 - S A L I D A - I N C O M P L E T A              *
      *----------------------------------------------------------------*
      *   LA SALIDA TIENE MENOS REGISTROS QUE LOS QUE EL CHECKPOINT    *
      *   DA POR GRABADOS ( SE PERDIO O SE REEMPLAZO EL ARCHIVO ): NO  *
      *   SE PUEDE CONTINUAR SIN DEJAR HUECOS, SE ABORTA.              *
      *----------------------------------------------------------------*

       1290-SALIDA-INCOMPLETA.

           DISPLAY '* LA SALIDA ' AUX-ERR-NOMBRE ' TIENE MENOS '
                   'REGISTROS QUE LOS DEL CHECKPOINT *'.

           MOVE 'REINICIO'                    TO AUX-ERR-ACCION.
           MOVE SPACES                        TO AUX-ERR-STATUS.
           MOVE WS-PARRAFO                    TO AUX-ERR-MENSAJE.
           MOVE 10                            TO W-N-ERROR.

           PERFORM 9000-SALIDA-ERRORES
              THRU 9000-F-SALIDA-ERRORES.

       1290-F-SALIDA-INCOMPLETA.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 0 0 - R E S T A U R A R - C H E C K P O I N T         *
      *----------------------------------------------------------------*
      *   CON LAS TABLAS YA CARGADAS, REPONE LOS CONTADORES, LOS       *
      *   TOTALES POR MONEDA Y LAS IMPRESIONES POR CAMPANIA DEL ULTIMO *
      *   CHECKPOINT, Y DEJA CONSTANCIA DEL REINICIO EN EL RESUMEN DE  *
      *   BATCH.                                                       *
      *----------------------------------------------------------------*

       1300-RESTAURAR-CHECKPOINT.

           MOVE '1300-RESTAURAR-CHECKPOINT'   TO WS-PARRAFO.

           MOVE CKP-CONTADORES                TO CNT-CONTADORES.
           MOVE CKP-MONEDAS                   TO WS-MONEDAS-CORRIDA.

           PERFORM 1310-RESTAURAR-IMPRESION
              THRU 1310-F-RESTAURAR-IMPRESION
             VARYING WS-CKPT-IX FROM 1 BY 1
               UNTIL WS-CKPT-IX IS GREATER THAN WS-CANT-CAMPANIAS.

           MOVE SPACES                        TO BTOT-DETALLE.

           STRING 'REINICIO TRAS CLIENTE=' DELIMITED BY SIZE
                  WS-CKPT-NROCLI           DELIMITED BY SIZE
                  ' CLIENTES PREVIOS='     DELIMITED BY SIZE
                  CNT-CLIENTES             DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       1300-F-RESTAURAR-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 1 0 - R E S T A U R A R - I M P R E S I O N           *
      *----------------------------------------------------------------*

       1310-RESTAURAR-IMPRESION.

           MOVE CKP-IMPRESIONES(WS-CKPT-IX)
                             TO T-CPA-IMPRESIONES(WS-CKPT-IX).

       1310-F-RESTAURAR-IMPRESION.
           EXIT.

      *----------------------------------------------------------------*
      *     1 5 0 0 - C A R G A R - C A M P A N I A S                  *
      *----------------------------------------------------------------*
      *   CARGA LAS CAMPANIAS DE MARKETING Y EL SEGMENTO VIGENTE DE    *
      *   CADA CLIENTE ( SALIDA DE PGMSIN54 ). SI FALTA CUALQUIERA     *
      *   DE LOS DOS ARCHIVOS, EL RESUMEN SALE SIN BLOQUE DE           *
      *   MENSAJES, COMO SIEMPRE. DESPUES AGREGA A LA MISMA TABLA LOS  *
      *   SEGMENTOS DE OFERTA DE SEGLEAD; SI NO LLEGO, SIGUE SIN ELLOS.*
      *----------------------------------------------------------------*

       1500-CARGAR-CAMPANIAS.

           CLOSE SEGMENTO.

           OPEN INPUT SEGLEAD.

           IF NOT FS-SEGLEAD-OK
              DISPLAY '* SIN ARCHIVO SEGLEAD: CAMPANIAS SIN '
                      'SEGMENTOS DE OFERTA *'
              GO TO 1500-F-CARGAR-CAMPANIAS
           END-IF.

           PERFORM 1570-LEER-SEGLEAD
              THRU 1570-F-LEER-SEGLEAD.

           PERFORM 1560-GUARDAR-SEGLEAD
              THRU 1560-F-GUARDAR-SEGLEAD
             UNTIL FS-SEGLEAD-EOF.

           CLOSE SEGLEAD.

       1500-F-CARGAR-CAMPANIAS.
           EXIT.


       1540-GUARDAR-SEGMENTO.

           IF WS-CANT-SEGMENTOS IS LESS THAN 8000
              ADD 1                           TO WS-CANT-SEGMENTOS
              MOVE SEG-NROCLI
                          TO T-SEG-NROCLI(WS-CANT-SEGMENTOS)
       1550-F-LEER-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *     1 5 6 0 - G U A R D A R - S E G L E A D                    *
      *----------------------------------------------------------------*

       1560-GUARDAR-SEGLEAD.

           IF WS-CANT-SEGMENTOS IS LESS THAN 8000
              ADD 1                           TO WS-CANT-SEGMENTOS
              MOVE SEG-NROCLI
                          TO T-SEG-NROCLI(WS-CANT-SEGMENTOS)
              MOVE SEG-SEGMENTO
                          TO T-SEG-SEGMENTO(WS-CANT-SEGMENTOS)
           END-IF.

           PERFORM 1570-LEER-SEGLEAD
              THRU 1570-F-LEER-SEGLEAD.

       1560-F-GUARDAR-SEGLEAD.
           EXIT.

      *----------------------------------------------------------------*
      *     1 5 7 0 - L E E R - S E G L E A D                          *
      *----------------------------------------------------------------*

       1570-LEER-SEGLEAD.

           READ SEGLEAD INTO WS-REG-SEGMENTO-TRAB.

           IF NOT FS-SEGLEAD-OK
              SET FS-SEGLEAD-EOF              TO TRUE
           END-IF.

       1570-F-LEER-SEGLEAD.
           EXIT.

      *----------------------------------------------------------------*
      *               1 4 0 0 - A B R I R - C U R S O R                *
      *----------------------------------------------------------------*
                    PERFORM 2300-GRABAR-TOTAL-CLIENTE
                       THRU 2300-F-GRABAR-TOTAL-CLIENTE
                 END-IF
                 IF CHECKPOINT-ACTIVO
                    PERFORM 2070-CONTROLAR-CHECKPOINT
                       THRU 2070-F-CONTROLAR-CHECKPOINT
                 END-IF
                 MOVE WS-CTA-NROCLI           TO WS-NROCLI-ANT
                 PERFORM 2050-DECIDIR-IMPRESION
                    THRU 2050-F-DECIDIR-IMPRESION
      *   SEGUN EL MODO DE SYSIN. EN MODO SOLO-ACTIVOS SE CONSULTA EL  *
      *   MAX(FECSAL) DE SUS CUENTAS CONTRA LA FECHA DE SU ULTIMO      *
      *   RESUMEN; EN LOS MODOS 'A' Y 'T' EL CLIENTE IMPRESO QUEDA     *
      *   REGISTRADO EN EL CICLO CON LA FECHA DE HOY. EL FALLECIDO     *
      *   SOLO SE IMPRIME POR REIMPRESION.                             *
      *----------------------------------------------------------------*

       2050-DECIDIR-IMPRESION.
           MOVE 'S'                           TO WS-CLI-IMPRIME-SW.

           EVALUATE TRUE
             WHEN WS-CLI-ESTADO IS EQUAL TO 'F' AND
                  NOT MODO-REIMPRESION
               MOVE 'N'                       TO WS-CLI-IMPRIME-SW
               ADD 1                          TO CNT-CLIENTES-FALLECIDOS

             WHEN MODO-REIMPRESION
               IF WS-CTA-NROCLI IS NOT EQUAL TO WS-PARM-NROCLI-NUM
                  MOVE 'N'                    TO WS-CLI-IMPRIME-SW
           IF CLIENTE-SE-IMPRIME AND NOT MODO-REIMPRESION
              PERFORM 2060-MARCAR-CICLO
                 THRU 2060-F-MARCAR-CICLO
              PERFORM 2078-GRABAR-MARCA-CICLO
                 THRU 2078-F-GRABAR-MARCA-CICLO
           END-IF.

       2050-F-DECIDIR-IMPRESION.
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

       2060-F-MARCAR-CICLO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 0 7 0 - C O N T R O L A R - C H E C K P O I N T         *
      *----------------------------------------------------------------*
      *   SE LLAMA CON CADA CLIENTE TERMINADO ( IMPRESO O SALTEADO );  *
      *   CADA N CLIENTES GRABA UN CHECKPOINT DE POSICION.             *
      *----------------------------------------------------------------*

       2070-CONTROLAR-CHECKPOINT.

           MOVE '2070-CONTROLAR-CHECKPOINT'   TO WS-PARRAFO.

           ADD 1                              TO WS-CKPT-CLIENTES.

           IF WS-CKPT-CLIENTES IS NOT LESS THAN WS-CKPT-FRECUENCIA
              PERFORM 2075-GRABAR-CHECKPOINT
                 THRU 2075-F-GRABAR-CHECKPOINT
              MOVE ZEROS                      TO WS-CKPT-CLIENTES
           END-IF.

       2070-F-CONTROLAR-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *        2 0 7 5 - G R A B A R - C H E C K P O I N T             *
      *----------------------------------------------------------------*
      *   REGISTRO DE POSICION: WS-NROCLI-ANT ES EL ULTIMO CLIENTE     *
      *   TERMINADO ( CERO AL ABRIR LA CORRIDA ).                      *
      *----------------------------------------------------------------*

       2075-GRABAR-CHECKPOINT.

           MOVE '2075-GRABAR-CHECKPOINT'      TO WS-PARRAFO.

           INITIALIZE WS-REG-CHECKPT.

           SET CKP-ES-POSICION                TO TRUE.
           MOVE WS-NROCLI-ANT                 TO CKP-NROCLI.
           MOVE WS-FECHA-HOY                  TO CKP-FECHA-HOY.
           MOVE WS-CKPT-INI-FECHA             TO CKP-INI-FECHA.
           MOVE WS-CKPT-INI-HORA              TO CKP-INI-HORA.
           MOVE WS-PARM-MODO                  TO CKP-MODO.
           MOVE CNT-CONTADORES                TO CKP-CONTADORES.
           MOVE WS-SAL-RESUMEN                TO CKP-SAL-RESUMEN.
           MOVE WS-SAL-STMTIDX                TO CKP-SAL-STMTIDX.
           MOVE WS-SAL-ERESUMEN               TO CKP-SAL-ERESUMEN.
           MOVE WS-SAL-COMUNLOG               TO CKP-SAL-COMUNLOG.
           MOVE WS-MONEDAS-CORRIDA            TO CKP-MONEDAS.

           PERFORM 2076-GUARDAR-IMPRESION
              THRU 2076-F-GUARDAR-IMPRESION
             VARYING WS-CKPT-IX FROM 1 BY 1
               UNTIL WS-CKPT-IX IS GREATER THAN WS-CANT-CAMPANIAS.

           PERFORM 2079-ESCRIBIR-CHECKPOINT
              THRU 2079-F-ESCRIBIR-CHECKPOINT.

       2075-F-GRABAR-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *        2 0 7 6 - G U A R D A R - I M P R E S I O N             *
      *----------------------------------------------------------------*

       2076-GUARDAR-IMPRESION.

           MOVE T-CPA-IMPRESIONES(WS-CKPT-IX)
                             TO CKP-IMPRESIONES(WS-CKPT-IX).

       2076-F-GUARDAR-IMPRESION.
           EXIT.

      *----------------------------------------------------------------*
      *        2 0 7 8 - G R A B A R - M A R C A - C I C L O           *
      *----------------------------------------------------------------*
      *   EL CLIENTE QUE COMIENZA QUEDO MARCADO EN EL CICLO: SE DEJA   *
      *   CONSTANCIA PARA REPONER LA MARCA SI HAY QUE REINICIAR.       *
      *----------------------------------------------------------------*

       2078-GRABAR-MARCA-CICLO.

           MOVE '2078-GRABAR-MARCA-CICLO'     TO WS-PARRAFO.

           INITIALIZE WS-REG-CHECKPT.

           SET CKP-ES-MARCA-CICLO             TO TRUE.
           MOVE WS-CTA-NROCLI                 TO CKP-NROCLI.
           MOVE WS-FECHA-HOY                  TO CKP-FECHA-HOY.

           PERFORM 2079-ESCRIBIR-CHECKPOINT
              THRU 2079-F-ESCRIBIR-CHECKPOINT.

       2078-F-GRABAR-MARCA-CICLO.
           EXIT.

      *----------------------------------------------------------------*
      *       2 0 7 9 - E S C R I B I R - C H E C K P O I N T          *
      *----------------------------------------------------------------*

       2079-ESCRIBIR-CHECKPOINT.

           WRITE REG-CHECKPT FROM WS-REG-CHECKPT.

           IF NOT FS-CHECKPT-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CHECKPT                 TO AUX-ERR-NOMBRE
              MOVE FS-CHECKPT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2079-F-ESCRIBIR-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
                        :DCLTBCURCTA.WS-CTA-SALDO,
                        :DCLTBCURCTA.WS-CTA-FECSAL,
                        :DCLTBCURCTA.WS-CTA-MONEDA,
                        :DCLTBCURCTA.WS-CTA-CBU,
                        :WS-HOST-CLI-DOC.WS-CLI-TIPDOC,
                        :WS-HOST-CLI-DOC.WS-CLI-NRODOC,
                        :DCLTBCURCLI.WS-CLI-NOMAPE,
                        :WS-HOST-CLI-DOC.WS-CLI-ESTADO
           END-EXEC.

           EVALUATE TRUE
           MOVE ZEROS                         TO WS-CANT-MONEDAS-CLI.
           INITIALIZE WS-T-MONEDAS-CLI.

           PERFORM 2120-DETERMINAR-CANAL
              THRU 2120-F-DETERMINAR-CANAL.

           STRING 'CLIENTE: '       DELIMITED BY SIZE
                  WS-CLI-TIPDOC     DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
           PERFORM 2900-GRABAR-RESUMEN
              THRU 2900-F-GRABAR-RESUMEN.

           IF NOT RESUMEN-ELECTRONICO
              PERFORM 2130-GRABAR-STMTIDX
                 THRU 2130-F-GRABAR-STMTIDX

              MOVE 'RES'                      TO CLG-TIPO-EMISION
              MOVE WS-CLI-TIPDOC              TO CLG-TIPDOC
              MOVE WS-CLI-NRODOC              TO CLG-NRODOC
              MOVE 'COR'                      TO CLG-VIA

              PERFORM 2140-REGISTRAR-COMUNICADO
                 THRU 2140-F-REGISTRAR-COMUNICADO
           END-IF.

           IF NOT RESUMEN-EN-PAPEL
              MOVE 'RES'                      TO CLG-TIPO-EMISION
              MOVE WS-CLI-TIPDOC              TO CLG-TIPDOC
              MOVE WS-CLI-NRODOC              TO CLG-NRODOC
              MOVE 'EML'                      TO CLG-VIA

              PERFORM 2140-REGISTRAR-COMUNICADO
                 THRU 2140-F-REGISTRAR-COMUNICADO
           END-IF.

           IF CONTACTO-DISPONIBLE
              PERFORM 2150-GRABAR-DOMICILIO
       2100-F-GRABAR-ENCABEZADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 2 0 - D E T E R M I N A R - C A N A L               *
      *----------------------------------------------------------------*
      *   CANAL DE ENTREGA DEL CLIENTE QUE COMIENZA: EL DE SU          *
      *   PREFERENCIA EN PREFCLI ( SIN REGISTRO, PAPEL ). EL           *
      *   ELECTRONICO NECESITA CORREO CARGADO. CON EL DOMICILIO        *
      *   DEVUELTO POR EL CORREO Y UN CORREO ELECTRONICO CARGADO, EL   *
      *   RESUMEN PASA SOLO A ELECTRONICO AUNQUE HAYA PEDIDO PAPEL.    *
      *----------------------------------------------------------------*

       2120-DETERMINAR-CANAL.

           MOVE '2120-DETERMINAR-CANAL'       TO WS-PARRAFO.

           SET RESUMEN-EN-PAPEL               TO TRUE.
           MOVE ZEROS                         TO WS-ERS-SECUENCIA.

           IF NOT PREFCLI-DISPONIBLE
              GO TO 2120-F-DETERMINAR-CANAL
           END-IF.

           MOVE WS-CLI-TIPDOC                 TO KEY-PREFCLI(1:2).
           MOVE WS-CLI-NRODOC                 TO KEY-PREFCLI(3:11).

           READ PREFCLI INTO REG-PREFCLI-TRAB.

           EVALUATE TRUE
             WHEN FS-PREFCLI-OK
               CONTINUE

             WHEN FS-PREFCLI-NOTFND
               GO TO 2120-F-DETERMINAR-CANAL

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-PREFCLI                TO AUX-ERR-NOMBRE
               MOVE FS-PREFCLI                TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

           IF PRF-EMAIL IS EQUAL TO SPACES
              GO TO 2120-F-DETERMINAR-CANAL
           END-IF.

           EVALUATE TRUE
             WHEN PRF-RES-ELECTRONICO
               SET RESUMEN-ELECTRONICO        TO TRUE
             WHEN PRF-RES-AMBOS
               SET RESUMEN-AMBOS              TO TRUE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF RESUMEN-ELECTRONICO OR NOT CONTACTO-DISPONIBLE
              GO TO 2120-F-DETERMINAR-CANAL
           END-IF.

           MOVE WS-CLI-TIPDOC                 TO CTT-TIP-DOC.
           MOVE WS-CLI-NRODOC                 TO CTT-NRO-DOC.
           MOVE CTT-CLAVE                     TO KEY-CONTACTO.

           READ CONTACTO INTO REG-CONTACTO-TRAB.

           EVALUATE TRUE
             WHEN FS-CONTACTO-OK
               IF CTT-DOMICILIO-INVALIDO
                  SET RESUMEN-ELECTRONICO     TO TRUE
                  ADD 1                   TO CNT-PASADOS-A-ELECTRONICO
               END-IF

             WHEN FS-CONTACTO-NOTFND
               CONTINUE

             WHEN OTHER
               MOVE CT-READ                   TO AUX-ERR-ACCION
               MOVE CT-CONTACTO               TO AUX-ERR-NOMBRE
               MOVE FS-CONTACTO               TO AUX-ERR-STATUS
               MOVE WS-PARRAFO                TO AUX-ERR-MENSAJE
               MOVE 10                        TO W-N-ERROR

               PERFORM 9000-SALIDA-ERRORES
                  THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       2120-F-DETERMINAR-CANAL.
           EXIT.

      *----------------------------------------------------------------*
      *           2 1 3 0 - G R A B A R - S T M T I D X                *
      *----------------------------------------------------------------*
      *   SOLO LOS RESUMENES EN PAPEL VAN AL INDICE DE DISTRIBUCION    *
      *   POSTAL DE PGMSI101.                                          *
      *----------------------------------------------------------------*

       2130-GRABAR-STMTIDX.

           MOVE '2130-GRABAR-STMTIDX'         TO WS-PARRAFO.

           MOVE SPACES                        TO REG-STMTIDX.
           MOVE WS-CLI-TIPDOC                 TO IDX-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO IDX-NRODOC.
           MOVE WS-CTA-NROCLI                 TO IDX-NROCLI.
           MOVE WS-CTA-SUCUEN                 TO IDX-SUC.
           MOVE WS-CLI-NOMAPE                 TO IDX-NOMAPE.

           ADD 1                              TO WS-SAL-STMTIDX.

      *    YA GRABADO POR LA CORRIDA QUE SE ESTA REINICIANDO.
           IF WS-OMI-STMTIDX IS GREATER THAN ZEROS
              SUBTRACT 1                      FROM WS-OMI-STMTIDX
           ELSE
              WRITE REG-STMTIDX

              IF NOT FS-STMTIDX-OK
                 MOVE CT-WRITE                TO AUX-ERR-ACCION
                 MOVE 'STMTIDX'               TO AUX-ERR-NOMBRE
                 MOVE FS-STMTIDX              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                              TO CNT-RESUMENES-PAPEL.

       2130-F-GRABAR-STMTIDX.
           EXIT.

      *----------------------------------------------------------------*
      *      2 1 4 0 - R E G I S T R A R - C O M U N I C A D O         *
      *----------------------------------------------------------------*
      *   DEJA EL RESUMEN EMITIDO EN COMUNLOG, SALVO QUE LA CORRIDA    *
      *   QUE SE ESTA REINICIANDO YA LO HUBIERA REGISTRADO.            *
      *----------------------------------------------------------------*

       2140-REGISTRAR-COMUNICADO.

           ADD 1                              TO WS-SAL-COMUNLOG.

           IF WS-OMI-COMUNLOG IS GREATER THAN ZEROS
              SUBTRACT 1                      FROM WS-OMI-COMUNLOG
           ELSE
              PERFORM 8600-GRABAR-COMLOG
                 THRU 8600-F-GRABAR-COMLOG
           END-IF.

       2140-F-REGISTRAR-COMUNICADO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 1 5 0 - G R A B A R - D O M I C I L I O               *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *     2 1 6 0 - G R A B A R - M E N S A J E S                    *
      *----------------------------------------------------------------*
      *   BLOQUE DE MENSAJES DE CAMPANIA: JUNTA LOS SEGMENTOS DEL      *
      *   CLIENTE ( VIGENTE Y DE OFERTA, HASTA 5 ) Y PARA CADA         *
      *   CAMPANIA EN VENTANA QUE APUNTE A ALGUNO DE ELLOS ( LISTA EN  *
      *   BLANCO = TODOS ) IMPRIME SU TEXTO Y CUENTA LA IMPRESION PARA *
      *   MARKETING.                                                   *
      *----------------------------------------------------------------*

       2160-GRABAR-MENSAJES.

           MOVE '2160-GRABAR-MENSAJES'        TO WS-PARRAFO.

           MOVE ZEROS                         TO WS-CANT-SEG-CLIENTE.
           MOVE SPACES                        TO WS-T-SEG-CLIENTE.

           PERFORM 2165-BUSCAR-SEGMENTO
              THRU 2165-F-BUSCAR-SEGMENTO
             VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX IS GREATER THAN WS-CANT-SEGMENTOS.

           PERFORM 2170-EVALUAR-CAMPANIA
              THRU 2170-F-EVALUAR-CAMPANIA

       2165-BUSCAR-SEGMENTO.

           IF T-SEG-NROCLI(WS-SEG-IX) IS EQUAL TO WS-CTA-NROCLI AND
              T-SEG-SEGMENTO(WS-SEG-IX) IS NOT EQUAL TO SPACES AND
              WS-CANT-SEG-CLIENTE IS LESS THAN 5
              ADD 1                           TO WS-CANT-SEG-CLIENTE
              MOVE T-SEG-SEGMENTO(WS-SEG-IX)
                          TO T-SGC-SEGMENTO(WS-CANT-SEG-CLIENTE)
           END-IF.

       2165-F-BUSCAR-SEGMENTO.
       2175-COMPARAR-SEGMENTO.

           IF T-CPA-SEGMENTO(WS-CPA-IX, WS-CPA-SEG-IX)
                 IS EQUAL TO SPACES
              GO TO 2175-F-COMPARAR-SEGMENTO
           END-IF.

           MOVE T-CPA-SEGMENTO(WS-CPA-IX, WS-CPA-SEG-IX)
                                              TO WS-SEG-CLIENTE.

           PERFORM 2177-COMPARAR-SEG-CLIENTE
              THRU 2177-F-COMPARAR-SEG-CLIENTE
             VARYING WS-SEG-CLI-IX FROM 1 BY 1
               UNTIL WS-SEG-CLI-IX IS GREATER THAN WS-CANT-SEG-CLIENTE.

       2175-F-COMPARAR-SEGMENTO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 1 7 7 - C O M P A R A R - S E G - C L I E N T E          *
      *----------------------------------------------------------------*

       2177-COMPARAR-SEG-CLIENTE.

           IF T-SGC-SEGMENTO(WS-SEG-CLI-IX) IS EQUAL TO WS-SEG-CLIENTE
              SET CAMPANIA-APLICA             TO TRUE
           END-IF.

       2177-F-COMPARAR-SEG-CLIENTE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 0 0 - G R A B A R - D E T A L L E - C U E N T A   *
      *----------------------------------------------------------------*
              INTO REG-RESUMEN
           END-STRING.

           PERFORM 2900-GRABAR-RESUMEN
              THRU 2900-F-GRABAR-RESUMEN.

           IF WS-CTA-CBU IS NOT EQUAL TO SPACES
              STRING '       CBU '      DELIMITED BY SIZE
                     WS-CTA-CBU         DELIMITED BY SIZE
                 INTO REG-RESUMEN
              END-STRING

              PERFORM 2900-GRABAR-RESUMEN
                 THRU 2900-F-GRABAR-RESUMEN
           END-IF.

      *    SALDO DISPONIBLE: LO RETENIDO POR CHEQUES EN CANJE A HOY SE
      *    BUSCA CON LA CUENTA DE OCHO POSICIONES ( SUCURSAL + NRO )
      *    CON LA QUE PGMAPCAB REGISTRO LA RETENCION.
           MOVE WS-CTA-TIPCUEN                TO WS-RCH-BUSQ-TIPCUEN.
           COMPUTE WS-RCH-BUSQ-CUENTA =
                   WS-CTA-SUCUEN * 1000000 + WS-CTA-NROCUEN.
           MOVE WS-FECHA-HOY                  TO WS-RCH-BUSQ-FECHA.
           MOVE ZEROS                         TO WS-RCH-BUSQ-NROMOV.

           PERFORM 1818-SUMAR-RETENIDO
              THRU 1818-F-SUMAR-RETENIDO.

           COMPUTE WS-SALDO-DISPONIBLE =
                   WS-CTA-SALDO - WS-RCH-RETENIDO.

           MOVE WS-SALDO-DISPONIBLE           TO WS-SALDO-EDIT.
           MOVE WS-RCH-RETENIDO               TO WS-IMPORTE-EDIT.

           STRING '       DISPONIBLE '  DELIMITED BY SIZE
                  WS-SALDO-EDIT          DELIMITED BY SIZE
                  ' RET.CANJE '          DELIMITED BY SIZE
                  WS-IMPORTE-EDIT        DELIMITED BY SIZE
              INTO REG-RESUMEN
           END-STRING.

           PERFORM 2900-GRABAR-RESUMEN
              THRU 2900-F-GRABAR-RESUMEN.

           PERFORM 2900-GRABAR-RESUMEN
              THRU 2900-F-GRABAR-RESUMEN.

           PERFORM 2330-ACUMULAR-MONEDA-CORRIDA
              THRU 2330-F-ACUMULAR-MONEDA-CORRIDA.

           ADD 1                              TO WS-M.

       2320-F-GRABAR-TOTAL-MONEDA.
           EXIT.

      *----------------------------------------------------------------*
      *   2 3 3 0 - A C U M U L A R - M O N E D A - C O R R I D A      *
      *----------------------------------------------------------------*
      *   SUMA EL TOTAL DEL CLIENTE EN LA MONEDA WS-M AL TOTAL DE LA   *
      *   CORRIDA EN ESA MONEDA.                                       *
      *----------------------------------------------------------------*

       2330-ACUMULAR-MONEDA-CORRIDA.

           MOVE '2330-ACUMULAR-MONEDA-CORRIDA' TO WS-PARRAFO.

           MOVE 1                             TO WS-MR.

           PERFORM 2335-BUSCAR-MONEDA-CORRIDA
              THRU 2335-F-BUSCAR-MONEDA-CORRIDA
             UNTIL WS-MR > WS-CANT-MONEDAS-RUN
                OR T-MONRUN-MONEDA(WS-MR) IS EQUAL TO
                   T-MONCLI-MONEDA(WS-M).

           IF WS-MR > WS-CANT-MONEDAS-RUN
              IF WS-CANT-MONEDAS-RUN IS LESS THAN 5
                 ADD 1                        TO WS-CANT-MONEDAS-RUN
                 MOVE T-MONCLI-MONEDA(WS-M)
                              TO T-MONRUN-MONEDA(WS-CANT-MONEDAS-RUN)
                 MOVE T-MONCLI-SUMA(WS-M)
                              TO T-MONRUN-SUMA(WS-CANT-MONEDAS-RUN)
              ELSE
                 DISPLAY '* CORRIDA CON MAS DE 5 MONEDAS, SE '
                         'IGNORA EL TOTAL DE ' T-MONCLI-MONEDA(WS-M)
              END-IF
           ELSE
              ADD T-MONCLI-SUMA(WS-M)         TO T-MONRUN-SUMA(WS-MR)
           END-IF.

       2330-F-ACUMULAR-MONEDA-CORRIDA.
           EXIT.

      *----------------------------------------------------------------*
      *    2 3 3 5 - B U S C A R - M O N E D A - C O R R I D A         *
      *----------------------------------------------------------------*

       2335-BUSCAR-MONEDA-CORRIDA.

           IF T-MONRUN-MONEDA(WS-MR) IS NOT EQUAL TO
              T-MONCLI-MONEDA(WS-M)
              ADD 1                           TO WS-MR
           END-IF.

       2335-F-BUSCAR-MONEDA-CORRIDA.
           EXIT.

      *----------------------------------------------------------------*
      *      2 2 3 0 - A C U M U L A R - M O N E D A                   *
      *----------------------------------------------------------------*

           MOVE '2900-GRABAR-RESUMEN'         TO WS-PARRAFO.

           IF NOT RESUMEN-EN-PAPEL
              PERFORM 2950-GRABAR-ERESUMEN
                 THRU 2950-F-GRABAR-ERESUMEN
           END-IF.

           IF RESUMEN-ELECTRONICO
              MOVE SPACES                     TO REG-RESUMEN
              GO TO 2900-F-GRABAR-RESUMEN
           END-IF.

           ADD 1                              TO WS-SAL-RESUMEN.

      *    YA GRABADO POR LA CORRIDA QUE SE ESTA REINICIANDO.
           IF WS-OMI-RESUMEN IS GREATER THAN ZEROS
              SUBTRACT 1                      FROM WS-OMI-RESUMEN
           ELSE
              WRITE REG-RESUMEN

              IF NOT FS-RESUMEN-OK
                 MOVE CT-WRITE                 TO AUX-ERR-ACCION
                 MOVE CT-RESUMEN               TO AUX-ERR-NOMBRE
                 MOVE FS-RESUMEN               TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO               TO AUX-ERR-MENSAJE
                 MOVE 10                       TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           MOVE SPACES                        TO REG-RESUMEN.
       2900-F-GRABAR-RESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 5 0 - G R A B A R - E R E S U M E N               *
      *----------------------------------------------------------------*
      *   LA MISMA LINEA DEL RESUMEN, CON EL CLIENTE Y SU CORREO, AL   *
      *   EXTRACTO DE LA PLATAFORMA DE ENTREGA DE DOCUMENTOS.          *
      *----------------------------------------------------------------*

       2950-GRABAR-ERESUMEN.

           MOVE '2950-GRABAR-ERESUMEN'        TO WS-PARRAFO.

           IF WS-ERS-SECUENCIA IS EQUAL TO ZEROS
              ADD 1                       TO CNT-RESUMENES-ELECTRONICOS
           END-IF.

           ADD 1                              TO WS-ERS-SECUENCIA.

           MOVE SPACES                        TO WS-REG-ERESUMEN.
           MOVE WS-FECHA-HOY                  TO ERS-FECHA.
           MOVE WS-CLI-TIPDOC                 TO ERS-TIPDOC.
           MOVE WS-CLI-NRODOC                 TO ERS-NRODOC.
           MOVE WS-CTA-NROCLI                 TO ERS-NROCLI.
           MOVE PRF-EMAIL                     TO ERS-EMAIL.
           MOVE WS-ERS-SECUENCIA              TO ERS-SECUENCIA.
           MOVE REG-RESUMEN                   TO ERS-LINEA.

           ADD 1                              TO WS-SAL-ERESUMEN.

      *    YA GRABADO POR LA CORRIDA QUE SE ESTA REINICIANDO.
           IF WS-OMI-ERESUMEN IS GREATER THAN ZEROS
              SUBTRACT 1                      FROM WS-OMI-ERESUMEN
           ELSE
              WRITE REG-ERESUMEN FROM WS-REG-ERESUMEN

              IF NOT FS-ERESUMEN-OK
                 MOVE CT-WRITE                 TO AUX-ERR-ACCION
                 MOVE CT-ERESUMEN              TO AUX-ERR-NOMBRE
                 MOVE FS-ERESUMEN              TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO               TO AUX-ERR-MENSAJE
                 MOVE 10                       TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-IF.

           ADD 1                           TO CNT-LINEAS-ELECTRONICAS.

       2950-F-GRABAR-ERESUMEN.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

           CLOSE RESUMEN
                 STMTIDX
                 ERESUMEN
                 CAMPINF.

           IF CONTACTO-DISPONIBLE
              CLOSE CONTACTO
           END-IF.

           IF PREFCLI-DISPONIBLE
              CLOSE PREFCLI
           END-IF.

           IF CHECKPOINT-ACTIVO
              PERFORM 3250-VACIAR-CHECKPOINT
                 THRU 3250-F-VACIAR-CHECKPOINT
           END-IF.

           IF NOT FS-RESUMEN-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-RESUMEN                 TO AUX-ERR-NOMBRE
       3200-F-CERRAR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *          3 2 5 0 - V A C I A R - C H E C K P O I N T           *
      *----------------------------------------------------------------*
      *   LA CORRIDA TERMINO BIEN: EL CHECKPOINT QUEDA VACIO PARA QUE  *
      *   LA PROXIMA EJECUCION ARRANQUE DESDE EL PRIMER CLIENTE.       *
      *----------------------------------------------------------------*

       3250-VACIAR-CHECKPOINT.

           MOVE '3250-VACIAR-CHECKPOINT'      TO WS-PARRAFO.

           CLOSE CHECKPT.

           OPEN OUTPUT CHECKPT.

           IF NOT FS-CHECKPT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHECKPT                 TO AUX-ERR-NOMBRE
              MOVE FS-CHECKPT                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           CLOSE CHECKPT.

       3250-F-VACIAR-CHECKPOINT.
           EXIT.

      *----------------------------------------------------------------*
      *              3 4 0 0 - C E R R A R - C U R S O R               *
      *----------------------------------------------------------------*
           DISPLAY '* LINEAS GRABADAS (RESUMEN):              '
                                                      WS-MASCARA '   *'.

           MOVE CNT-RESUMENES-PAPEL           TO WS-MASCARA.
           DISPLAY '* RESUMENES EN PAPEL (STMTIDX):           '
                                                      WS-MASCARA '   *'.

           MOVE CNT-RESUMENES-ELECTRONICOS    TO WS-MASCARA.
           DISPLAY '* RESUMENES ELECTRONICOS (ERESUMEN):      '
                                                      WS-MASCARA '   *'.

           MOVE CNT-PASADOS-A-ELECTRONICO     TO WS-MASCARA.
           DISPLAY '* PASADOS A ELECTRONICO POR DOMICILIO:    '
                                                      WS-MASCARA '   *'.

           MOVE CNT-LINEAS-ELECTRONICAS       TO WS-MASCARA.
           DISPLAY '* LINEAS GRABADAS (ERESUMEN):             '
                                                      WS-MASCARA '   *'.

           MOVE CNT-CLIENTES-SALTEADOS        TO WS-MASCARA.
           DISPLAY '* CLIENTES SALTEADOS POR CICLO:           '
                                                      WS-MASCARA '   *'.

           MOVE CNT-CLIENTES-FALLECIDOS       TO WS-MASCARA.
           DISPLAY '* CLIENTES FALLECIDOS NO IMPRESOS:        '
                                                      WS-MASCARA '   *'.

           MOVE CNT-CICLOS-GRABADOS           TO WS-MASCARA.
           DISPLAY '* CICLOS GRABADOS (CICLOSAL):             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           PERFORM 3620-MOSTRAR-MONEDA-CORRIDA
              THRU 3620-F-MOSTRAR-MONEDA-CORRIDA
             VARYING WS-MR FROM 1 BY 1
               UNTIL WS-MR > WS-CANT-MONEDAS-RUN.

           IF EN-MODO-REINICIO
              DISPLAY '* CORRIDA REINICIADA TRAS CLIENTE:   '
                                                  WS-CKPT-NROCLI '    *'
           END-IF.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

           STRING 'CLIENTES='      DELIMITED BY SIZE
       3600-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *   3 6 2 0 - M O S T R A R - M O N E D A - C O R R I D A        *
      *----------------------------------------------------------------*

       3620-MOSTRAR-MONEDA-CORRIDA.

           MOVE T-MONRUN-SUMA(WS-MR)          TO WS-SALDO-EDIT.
           DISPLAY '* SALDOS ' T-MONRUN-MONEDA(WS-MR) ':             '
                                                   WS-SALDO-EDIT '   *'.

       3620-F-MOSTRAR-MONEDA-CORRIDA.
           EXIT.

      *----------------------------------------------------------------*
      *        1 8 1 5 - C A R G A R - R E T E N C I O N E S           *
      *----------------------------------------------------------------*

           COPY RETCHQLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

      *  IMPORTE ) Y AL CIERRE SE GRABA LA CONFIRMACION EN UOWCTL      *
      *  ( COPY CPUOWCTL ): PGMSIN64 NO LIBERA EL ASIENTO SIN LAS      *
      *  CONFIRMACIONES CUADRADAS DE ESTA CADENA.                      *
      *  LOS DEPOSITOS DE CHEQUES ( CLASE 'Q' EN EL MAESTRO DE TIPOS ) *
      *  SE ACREDITAN AL SALDO CONTABLE PERO QUEDAN RETENIDOS HASTA SU *
      *  FECHA DE ACREDITACION ( N DIAS HABILES DEL CALENDAR ): EL     *
      *  CONTROL DE SOBREGIRO TRABAJA SOBRE EL SALDO DISPONIBLE        *
      *  ( CONTABLE MENOS RETENIDO, COPY CPRETCHQ / RETCHQLE ). CADA   *
      *  RETENCION NUEVA Y CADA RETENCION LIBERADA POR UNA REVERSION   *
      *  DE CHEQUE DEVUELTO ( CLASE 'R' ) SALE EN CHQNOV PARA LA       *
      *  LIBERACION NOCTURNA ( PGMSI129 ).                             *
      *  LOS DEBITOS ALCANZADOS POR UNA ORDEN DE NO PAGAR VIGENTE DE   *
      *  LA CUENTA ( MAESTRO ORDNOPAG, COPY CPORDNPG / ORDNPGLE,       *
      *  MANTENIDO POR PGMSI130: REFERENCIA O RANGO DE REFERENCIAS E   *
      *  IMPORTE OPCIONAL ) SE RECHAZAN A RECHMOV CON EL CODIGO DE     *
      *  RECHAZO PROPIO 'ONP ' Y EL MOTIVO DE LA ORDEN.                *
      *  LAS ACREDITACIONES DE HABERES ( PGMSI131 ) VIAJAN COMO UN     *
      *  JUEGO DE TRANSFERENCIA CON REFERENCIA 'HA' + CONVENIO: UN     *
      *  DEBITO AL EMPLEADOR Y N CREDITOS A LOS EMPLEADOS. PARA ESA    *
      *  REFERENCIA SE ADMITEN MAS DE DOS PATAS, SIEMPRE QUE NETEEN A  *
      *  CERO; UNA PATA INAPLICABLE SUSPENDE EL JUEGO COMPLETO.        *
      *  CONTROL DUAL: UN DEBITO CUYO IMPORTE SUPERA EL UMBRAL DUAL DE *
      *  SU TIPO ( ARCHIVO CTLDUAL, COPY CPCTLDUA ) Y QUE NO TRAE      *
      *  SUPERVISOR APROBADOR ( WS-MOV-APROBADOR ) NO SE APLICA: SE    *
      *  RETIENE EN PENDDUAL CON LA FECHA DEL DIA. LAS APROBACIONES    *
      *  LAS PROCESA PGMSI166, QUE DEVUELVE LOS LIBERADOS PARA EL      *
      *  PROXIMO CICLO DE ESTE PROGRAMA Y LOS RECHAZADOS O VENCIDOS A  *
      *  LA SUCURSAL. EL APROBADOR SOLO SE RESPETA SI PGMSI166 DEJO EN *
      *  SEGAUDIT SU DECISION APROBADA ( VISTA SEG-AUD-DECISION DE     *
      *  COPY CPAUTORI ) PARA EL MISMO TIPO, CUENTA, NUMERO E IMPORTE, *
      *  FIRMADA POR ESE SUPERVISOR DENTRO DE LOS ULTIMOS DIAS, Y CADA *
      *  DECISION LIBERA UN SOLO MOVIMIENTO. UN APROBADOR SIN ESA      *
      *  DECISION SE TOMA COMO AUSENTE: EL DEBITO SE RETIENE Y SE      *
      *  INFORMA COMO SOSPECHA DE SALTEO DEL CONTROL DUAL. ADEMAS EL   *
      *  APROBADOR DEBE SEGUIR SIENDO UN SUPERVISOR HABILITADO EN EL   *
      *  MAESTRO OPERADOR Y NO EL OPERADOR QUE CARGO EL MOVIMIENTO.    *
      *  LAS PARTIDAS QUE QUEDAN EN TRANSUSP, RETENIDO, RECHMOV Y      *
      *  HUERFANOS LAS TOMA CADA NOCHE PGMSI174 EN EL LEDGER DE        *
      *  PARTIDAS EN SUSPENSO ( COPY CPSUSPEN ), QUE LAS LLEVA CON SU  *
      *  ANTIGUEDAD HASTA QUE SE REENVIAN A ESTE PROGRAMA, SE DEVUELVEN*
      *  A LA SUCURSAL O SE CASTIGAN; PGMSI175 LISTA SU SALDO POR      *
      *  ANTIGUEDAD.                                                   *
      *----------------------------------------------------------------*
                                                                        
      ******************************************************************
           SELECT HUELLAS ASSIGN TO HUELLAS
                                    FILE STATUS IS FS-HUELLAS.

           SELECT CALENDAR ASSIGN TO CALENDAR
                                    FILE STATUS IS FS-CALENDAR.

           SELECT RETCHEQ ASSIGN TO RETCHEQ
                                    FILE STATUS IS FS-RETCHEQ.

           SELECT CHQNOV ASSIGN TO CHQNOV
                                    FILE STATUS IS FS-CHQNOV.

           SELECT ORDNOPAG ASSIGN TO ORDNOPAG
                                    FILE STATUS IS FS-ORDNOPAG.

           SELECT CTLDUAL ASSIGN TO CTLDUAL
                                    FILE STATUS IS FS-CTLDUAL.

           SELECT PENDDUAL ASSIGN TO PENDDUAL
                                    FILE STATUS IS FS-PENDDUAL.

           SELECT OPERADOR ASSIGN TO OPERADOR
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OPE-KEY-USUARIO
                           FILE STATUS IS FS-OPERADOR.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

       I-O-CONTROL.
                                                                        
      ******************************************************************
      *----------------------------------------------------------------*
      *   ARCHIVO DE RETENIDOS: COPIA DE CADA MOVIMIENTO QUE NO SE     *
      *   APLICO PORQUE SU CUENTA ESTA BLOQUEADA POR ORDEN JUDICIAL.   *
      *   VIAJA COMO IMAGEN DEL MOVIMIENTO, CON EL MOTIVO EN EL AREA   *
      *   LIBRE, PARA QUE EL LEDGER DE PARTIDAS EN SUSPENSO            *
      *   ( PGMSI174 ) LO PUEDA VALORIZAR Y REENVIAR.                  *
      *----------------------------------------------------------------*

       FD   RETENIDO
            RECORDING MODE IS F.
       01   REG-RETENIDO.
            02 RET-DATOS                                    PIC X(72).
            02 RET-DATOS-R REDEFINES RET-DATOS.
               03 RET-MOVTO.
                  04 RET-MOV-TIPO                           PIC 9(02).
                  04 RET-MOV-CUENTA                         PIC 9(08).
                  04 RET-MOV-IMPORTE                      PIC S9(11)V99.
                  04 RET-MOV-NRO                            PIC 9(06).
                  04 RET-MOV-REFER                          PIC X(08).
                  04 RET-MOV-DIGITO                         PIC 9(01).
                  04 RET-MOV-FECVAL                         PIC 9(08).
                  04 RET-MOV-TIPCUEN                        PIC X(02).
               03 RET-MOTIVO                                PIC X(24).
            02 RET-RUNID                                    PIC X(08).

      *----------------------------------------------------------------*
      *   MAESTRO DE TIPOS DE MOVIMIENTO: CODIGO, DESCRIPCION, SIGNO   *
      *   ESPERADO DEL IMPORTE ( 'D' DEBITO / 'C' CREDITO / 'T'        *
      *   TRANSFERENCIA, SIN SIGNO FIJO ), TOPE OPCIONAL POR           *
      *   MOVIMIENTO ( CERO = SIN TOPE ), CLASE ( 'Q' DEPOSITO DE      *
      *   CHEQUE RETENIDO EN CANJE / 'R' REVERSION DE CHEQUE DEVUELTO  *
      *   / BLANCO SIN TRATAMIENTO ) Y DIAS HABILES DE CANJE DE LA     *
      *   CLASE 'Q' ( CERO = DOS DIAS ).                               *
      *----------------------------------------------------------------*

       FD   TIPMOV
      *----------------------------------------------------------------*
      *   ARCHIVO DE RECHAZOS DE MOVIMIENTOS: COPIA DE CADA MOVIMIENTO *
      *   CON TIPO DESCONOCIDO, SIGNO ERRONEO O IMPORTE SOBRE EL TOPE. *
      *   LOS FRENADOS POR ORDEN DE NO PAGAR LLEVAN EN EL AREA LIBRE   *
      *   DEL MOVIMIENTO EL CODIGO 'ONP ', EL MOTIVO Y LA REFERENCIA   *
      *   DESDE DE LA ORDEN; LOS RECHAZADOS POR SOBREGIRO NO           *
      *   AUTORIZADO, EL CODIGO 'SOBR'. LA DEVOLUCION DE DEBITOS       *
      *   DIRECTOS ( PGMSI134 ) LEE ESTOS CODIGOS.                     *
      *----------------------------------------------------------------*

       FD   RECHMOV
            RECORDING MODE IS F.
       01   REG-RECHMOV.
            02 RECM-DATOS                                   PIC X(72).
            02 RECM-DATOS-R REDEFINES RECM-DATOS.
               03 RECM-MOVTO.
                  04 RECM-MOV-TIPO                          PIC 9(02).
                  04 RECM-MOV-CUENTA                        PIC 9(08).
                  04 RECM-MOV-IMPORTE                     PIC S9(11)V99.
                  04 RECM-MOV-NRO                           PIC 9(06).
                  04 RECM-MOV-REFER                         PIC X(08).
                  04 RECM-MOV-DIGITO                        PIC 9(01).
                  04 RECM-MOV-FECVAL                        PIC 9(08).
                  04 RECM-MOV-TIPCUEN                       PIC X(02).
               03 RECM-COD-RECHAZO                          PIC X(04).
               03 RECM-MOTIVO-ORDEN                         PIC X(02).
               03 RECM-REFER-ORDEN                          PIC X(08).
               03 FILLER                                    PIC X(10).
            02 RECM-RUNID                                   PIC X(08).

      *----------------------------------------------------------------*
           RECORDING MODE IS F.
       01  REG-PRODUCTO                     PIC X(30).

      *----------------------------------------------------------------*
      *   CALENDARIO DE FERIADOS Y CIERRES ( COPY CALENDFD ).          *
      *----------------------------------------------------------------*

           COPY CALENDFD.

      *----------------------------------------------------------------*
      *   CHEQUES RETENIDOS EN CANJE AL INICIO DEL DIA ( LO DEJA LA    *
      *   LIBERACION NOCTURNA PGMSI129, COPY RETCHQFD ).               *
      *----------------------------------------------------------------*

           COPY RETCHQFD.

      *----------------------------------------------------------------*
      *   NOVEDADES DE RETENCIONES DEL DIA ( LAYOUT CPRETCHQ ): 'P'    *
      *   CHEQUE DEPOSITADO Y RETENIDO, 'D' RETENCION LIBERADA POR LA  *
      *   REVERSION APLICADA DE UN CHEQUE DEVUELTO.                    *
      *----------------------------------------------------------------*

       FD  CHQNOV
           RECORDING MODE IS F.
       01  REG-CHQNOV                       PIC X(60).

      *----------------------------------------------------------------*
      *   MAESTRO DE ORDENES DE NO PAGAR VIGENTES ( COPY ORDNPGFD ).   *
      *----------------------------------------------------------------*

           COPY ORDNPGFD.

      *----------------------------------------------------------------*
      *   UMBRALES DE CONTROL DUAL POR TIPO DE MOVIMIENTO Y DEBITOS    *
      *   RETENIDOS DEL DIA A LA ESPERA DE APROBACION ( LAYOUTS DE     *
      *   COPY CPCTLDUA ).                                             *
      *----------------------------------------------------------------*

       FD   CTLDUAL
            RECORDING MODE IS F.
       01   REG-CTLDUAL                                     PIC X(20).

       FD   PENDDUAL
            RECORDING MODE IS F.
       01   REG-PENDDUAL                                    PIC X(120).

      *----------------------------------------------------------------*
      *   MAESTRO DE OPERADORES ( ARCHIVO VSAM, COPY CPOPERAD ): SE    *
      *   VALIDA AL SUPERVISOR QUE LIBERO UN DEBITO POR CONTROL DUAL.  *
      *----------------------------------------------------------------*

       FD   OPERADOR.

       01   REG-OPERADOR.
            03 OPE-KEY-USUARIO                              PIC X(08).
            03 FILLER                                       PIC X(72).

      *----------------------------------------------------------------*
      *   AUDITORIA DE SEGURIDAD ( COPY CPAUTORI ): DE ACA SE TOMAN    *
      *   LAS DECISIONES APROBADAS DE PGMSI166 QUE RESPALDAN A CADA    *
      *   DEBITO LIBERADO POR CONTROL DUAL.                            *
      *----------------------------------------------------------------*

       FD   SEGAUDIT
            RECORDING MODE IS F.
       01   REG-SEGAUDIT                                    PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.                                        
      *----------------------------------------------------------------*
           02 CT-TIPO-MOV-DIFCAMBIO         PIC 9(02)  VALUE 83.
           02 CT-NROMOV-DIFCAMBIO           PIC 9(06)  VALUE 991000.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-RETCHEQ                    PIC X(08)  VALUE 'RETCHEQ '.
           02 CT-CHQNOV                     PIC X(08)  VALUE 'CHQNOV  '.
           02 CT-DIAS-CLEARING              PIC 9(02)  VALUE 2.
           02 CT-ORDNOPAG                   PIC X(08)  VALUE 'ORDNOPAG'.
           02 CT-COD-RECHAZO-ONP            PIC X(04)  VALUE 'ONP '.
           02 CT-COD-RECHAZO-SOBREGIRO      PIC X(04)  VALUE 'SOBR'.
           02 CT-REFER-HABERES              PIC X(02)  VALUE 'HA'.
           02 CT-CTLDUAL                    PIC X(08)  VALUE 'CTLDUAL '.
           02 CT-PENDDUAL                   PIC X(08)  VALUE 'PENDDUAL'.
           02 CT-OPERADOR                   PIC X(08)  VALUE 'OPERADOR'.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.
           02 CT-PGM-LIBERA-DUAL            PIC X(08)  VALUE 'PGMSI166'.
           02 CT-DIAS-LIBERACION            PIC 9(02)  VALUE 7.
           02 CT-MAX-LIBERA                 PIC 9(03)  VALUE 500.
                                                                        
      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
           02 CNT-MOVTOS-APLICADOS          PIC 9(03)  VALUE ZEROS.
           02 CNT-SOBREG-AUTORIZADOS        PIC 9(03)  VALUE ZEROS.
           02 CNT-SOBREG-RECHAZADOS         PIC 9(03)  VALUE ZEROS.
           02 CNT-SOBREG-FORZADOS           PIC 9(03)  VALUE ZEROS.
           02 CNT-CHQ-RETENIDOS             PIC 9(03)  VALUE ZEROS.
           02 CNT-CHQ-LIBERADOS             PIC 9(03)  VALUE ZEROS.
           02 CNT-CHQ-SIN-RETENCION         PIC 9(03)  VALUE ZEROS.
           02 CNT-MOVTOS-NO-PAGAR           PIC 9(03)  VALUE ZEROS.
           02 CNT-MOVTOS-CTL-DUAL           PIC 9(03)  VALUE ZEROS.
           02 CNT-APROBADOR-INVALIDO        PIC 9(03)  VALUE ZEROS.
           02 CNT-APROBADOR-SIN-DEC         PIC 9(03)  VALUE ZEROS.
                                                                        
      *----------------------------------------------------------------*
      *                   C L A V E  D E  A P A R E O                  *
           02 FS-FXDIF                      PIC X(02).
              88 FS-FXDIF-OK                           VALUE '00'.

           02 FS-CALENDAR                   PIC X(02).
              88 FS-CALENDAR-OK                        VALUE '00'.
              88 FS-CALENDAR-EOF                       VALUE '10'.

           02 FS-RETCHEQ                    PIC X(02).
              88 FS-RETCHEQ-OK                         VALUE '00'.
              88 FS-RETCHEQ-EOF                        VALUE '10'.

           02 FS-CHQNOV                     PIC X(02).
              88 FS-CHQNOV-OK                          VALUE '00'.

           02 FS-ORDNOPAG                   PIC X(02).
              88 FS-ORDNOPAG-OK                        VALUE '00'.
              88 FS-ORDNOPAG-EOF                       VALUE '10'.

           02 FS-CTLDUAL                    PIC X(02).
              88 FS-CTLDUAL-OK                         VALUE '00'.
              88 FS-CTLDUAL-EOF                        VALUE '10'.

           02 FS-PENDDUAL                   PIC X(02).
              88 FS-PENDDUAL-OK                        VALUE '00'.

           02 FS-OPERADOR                   PIC X(02).
              88 FS-OPERADOR-OK                        VALUE '00'.
              88 FS-OPERADOR-NOTFND                    VALUE '23'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.
              88 FS-SEGAUDIT-EOF                       VALUE '10'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPPRODUC.

           COPY CPCALEND.

           COPY CPRETCHQ.

           COPY CPORDNPG.

           COPY CPCTLDUA.

           COPY CPOPERAD.

           COPY CPAUTORI.

       01 WS-TARJETA-FORZAR                 PIC X(08)  VALUE SPACES.

       01 WS-FECHA-HOY-N                    PIC 9(08)  VALUE ZEROS.

       01 WS-SALDO-PROYECTADO               PIC S9(11)V99 VALUE ZEROS.
       01 WS-LIMITE-NEGATIVO                PIC S9(11)V99 VALUE ZEROS.
       01 WS-DISPONIBLE-PROYECTADO          PIC S9(11)V99 VALUE ZEROS.
       01 WS-CHQ-DIAS                       PIC 9(02)  VALUE ZEROS.

       01 WS-SOBREGIRO-RECH-SW              PIC X(01)  VALUE 'N'.
           88 SOBREGIRO-RECHAZADO                      VALUE 'S'.
           88 SOBREGIRO-FORZADO                        VALUE 'F'.

      *----------------------------------------------------------------*
      *   REGISTRO DE TRABAJO Y TABLA DEL MAESTRO DE TIPOS DE          *
           02 TM-DESCRIP                    PIC X(20).
           02 TM-SIGNO                      PIC X(01).
           02 TM-LIMITE                     PIC 9(11)V99.
           02 TM-CLASE                      PIC X(01).
           02 TM-DIAS-CLEARING              PIC 9(02).
           02 FILLER                        PIC X(01).

       01 WS-T-TIPMOV.
           02 T-TM                          OCCURS 99 TIMES.
              03 T-TM-DESCRIP               PIC X(20).
              03 T-TM-SIGNO                 PIC X(01).
              03 T-TM-LIMITE                PIC 9(11)V99.
              03 T-TM-CLASE                 PIC X(01).
              03 T-TM-DIAS-CLEAR            PIC 9(02).
              03 T-TM-UMBRAL-DUAL           PIC 9(11)V99.
              03 T-TM-CANT                  PIC 9(05).
              03 T-TM-IMPORTE               PIC S9(11)V99 COMP-3.

       01 WS-MOVTO-SUSPENDER-SW             PIC X(01)  VALUE 'N'.
           88 MOVTO-A-SUSPENDER                        VALUE 'S'.

       01 WS-MOVTO-DUAL-SW                  PIC X(01)  VALUE 'N'.
           88 MOVTO-A-APROBAR                          VALUE 'S'.

       01 WS-APROBADOR-SW                   PIC X(01)  VALUE 'N'.
           88 APROBADOR-VALIDO                         VALUE 'S'.

      *----------------------------------------------------------------*
      *   DECISIONES APROBADAS DE PGMSI166 DE LOS ULTIMOS DIAS, TAL    *
      *   COMO QUEDARON EN SEGAUDIT: SUPERVISOR QUE FIRMO Y OBJETO     *
      *   ( TIPO-CUENTA NRO MOVIMIENTO IMPORTE ). UNA DECISION YA      *
      *   USADA NO LIBERA OTRO MOVIMIENTO.                             *
      *----------------------------------------------------------------*

       01 WS-FECHA-DESDE-LIBERA             PIC 9(08)  VALUE ZEROS.
       01 WS-CANT-LIBERA                    PIC 9(03)  VALUE ZEROS.
       01 WS-L                              PIC 9(03)  VALUE ZEROS.
       01 WS-LIB-OBJETO                     PIC X(46)  VALUE SPACES.
       01 WS-LIB-IMPORTE-EDIT               PIC -(11)9,99.
       01 WS-LIBERA-HALLADA-SW              PIC X(01)  VALUE 'N'.
           88 LIBERA-HALLADA                           VALUE 'S'.
           88 LIBERA-NO-HALLADA                        VALUE 'N'.

       01 WS-T-LIBERA.
           02 T-LIB                         OCCURS 500 TIMES.
              03 T-LIB-SUPERVISOR           PIC X(08).
              03 T-LIB-OBJETO               PIC X(46).
              03 T-LIB-USADA-SW             PIC X(01).
                 88 T-LIB-USADA                         VALUE 'S'.

      *----------------------------------------------------------------*
      *   TABLA DE REFERENCIAS DE TRANSFERENCIA RELEVADAS EN LA        *
      *   PRELECTURA DE MOVTOS: POR CADA REFERENCIA, CUANTAS PATAS     *
      *   LLEGARON Y CUANTO SUMAN. UN PAR SANO TIENE EXACTAMENTE DOS   *
      *   PATAS QUE NETEAN A CERO; UN JUEGO DE HABERES ( REFERENCIA    *
      *   'HA' ) TIENE DOS O MAS.                                      *
      *----------------------------------------------------------------*

       01 WS-CANT-REFER                     PIC 9(03)  VALUE ZEROS.
       01 WS-REFER-HALLADA-SW               PIC X(01)  VALUE 'N'.
           88 REFER-HALLADA                            VALUE 'S'.
           88 REFER-NO-HALLADA                         VALUE 'N'.
       01 WS-JUEGO-HABERES-SW               PIC X(01)  VALUE 'N'.
           88 JUEGO-DE-HABERES                         VALUE 'S'.

       01 WS-T-REFER.
           02 T-REF                         OCCURS 300 TIMES.
           PERFORM 1891-CARGAR-LIMITES
              THRU 1891-F-CARGAR-LIMITES.

           PERFORM 1870-CARGAR-CALENDARIO
              THRU 1870-F-CARGAR-CALENDARIO.

           PERFORM 1815-CARGAR-RETENCIONES
              THRU 1815-F-CARGAR-RETENCIONES.

           PERFORM 1831-CARGAR-ORDENES
              THRU 1831-F-CARGAR-ORDENES.

           PERFORM 1865-CARGAR-PRODUCTOS
              THRU 1865-F-CARGAR-PRODUCTOS.

           PERFORM 1300-CARGAR-TIPMOV
              THRU 1300-F-CARGAR-TIPMOV.

           PERFORM 1305-CARGAR-CTLDUAL
              THRU 1305-F-CARGAR-CTLDUAL.

           PERFORM 1310-CARGAR-LIBERACIONES
              THRU 1310-F-CARGAR-LIBERACIONES.

           PERFORM 1350-RELEVAR-TRANSFER
              THRU 1350-F-RELEVAR-TRANSFER.

                        APLICADO
                        SOBREGIR
                        RETROACT
                        FXDIF
                        CHQNOV
                        PENDDUAL.

           OPEN INPUT   OPERADOR.
                                                                        
           IF NOT FS-CLIENTES-OK                                        
              MOVE CT-OPEN                    TO AUX-ERR-ACCION         
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CHQNOV-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CHQNOV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQNOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PENDDUAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PENDDUAL                TO AUX-ERR-NOMBRE
              MOVE FS-PENDDUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-OPERADOR-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-OPERADOR                TO AUX-ERR-NOMBRE
              MOVE FS-OPERADOR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.                                                        
                                                                        

           MOVE SPACES                        TO WS-TM-MOTIVO.
           MOVE WS-MOV-TIPO                   TO WS-TM-IX.
           SET SIN-ORDEN                      TO TRUE.

      *    UN SOLO DIGITO TRANSPUESTO MANDA LA PLATA A OTRA CUENTA
      *    VIVA: EL DIGITO VERIFICADOR SE CONTROLA ANTES QUE NADA,
              END-EVALUATE
           END-IF.

      *    ORDEN DE NO PAGAR: SOLO FRENA DEBITOS PUROS CON
      *    REFERENCIA. LAS CONTRAS 'RV' Y LAS REVERSIONES DE CHEQUE
      *    DEVUELTO ( CLASE 'R' ) CORRIGEN UN CREDITO PROPIO DEL BANCO
      *    Y NO SE FRENAN.
           IF WS-TM-MOTIVO IS EQUAL TO SPACES AND
              T-TM-SIGNO(WS-TM-IX) IS EQUAL TO 'D' AND
              T-TM-CLASE(WS-TM-IX) IS NOT EQUAL TO 'R' AND
              WS-MOV-REFER IS NOT EQUAL TO SPACES AND
              WS-MOV-REFER(1:2) IS NOT EQUAL TO 'RV'
              PERFORM 1637-CONTROLAR-NO-PAGAR
                 THRU 1637-F-CONTROLAR-NO-PAGAR
           END-IF.

      *    EL CONTROL DE TRANSFERENCIA CORRE ANTES QUE EL DE TOPE:
      *    UNA PATA SOBRE EL TOPE YA VIENE MARCADA DESDE LA
      *    PRELECTURA Y EL PAR COMPLETO DEBE SUSPENDERSE JUNTO.
              END-IF
           END-IF.

      *    CONTROL DUAL: EL DEBITO SOBRE EL UMBRAL DE SU TIPO QUE NO
      *    VIENE LIBERADO POR UN SUPERVISOR VALIDO ( PGMSI166 ) SE
      *    RETIENE EN PENDDUAL. LAS CONTRAS 'RV' Y LAS REVERSIONES DE
      *    CHEQUE DEVUELTO SON DEL BANCO Y NO PASAN POR APROBACION.
           IF WS-TM-MOTIVO IS EQUAL TO SPACES AND
              T-TM-SIGNO(WS-TM-IX) IS EQUAL TO 'D' AND
              T-TM-CLASE(WS-TM-IX) IS NOT EQUAL TO 'R' AND
              WS-MOV-REFER(1:2) IS NOT EQUAL TO 'RV' AND
              T-TM-UMBRAL-DUAL(WS-TM-IX) IS GREATER THAN ZEROS AND
              WS-TM-ABS IS GREATER THAN T-TM-UMBRAL-DUAL(WS-TM-IX)
              PERFORM 1632-VALIDAR-APROBADOR
                 THRU 1632-F-VALIDAR-APROBADOR

              IF NOT APROBADOR-VALIDO
                 MOVE 'CONTROL DUAL PENDIENTE' TO WS-TM-MOTIVO
                 MOVE 'S'                     TO WS-MOVTO-DUAL-SW
              END-IF
           END-IF.

           IF WS-TM-MOTIVO IS EQUAL TO SPACES
              MOVE 'S'                        TO WS-MOVTO-VALIDO-SW
              ADD 1                           TO T-TM-CANT(WS-TM-IX)
       1630-F-VALIDAR-TIPO-MOVTO.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 3 2 - V A L I D A R - A P R O B A D O R                  *
      *----------------------------------------------------------------*
      *   EL APROBADOR DE UN DEBITO SOBRE EL UMBRAL DUAL SOLO VALE SI  *
      *   PGMSI166 DEJO EN SEGAUDIT UNA DECISION APROBADA, FIRMADA POR *
      *   ESE SUPERVISOR Y AUN NO USADA, PARA EL MISMO TIPO, CUENTA,   *
      *   NUMERO E IMPORTE. SIN ELLA SE TOMA COMO AUSENTE Y SE INFORMA *
      *   COMO SOSPECHA DE SALTEO DEL CONTROL DUAL. CON ELLA, ADEMAS   *
      *   DEBE EXISTIR EN EL MAESTRO OPERADOR CON PERFIL SUPERVISOR Y  *
      *   HABILITADO, Y NO PUEDE SER EL MISMO OPERADOR QUE CARGO EL    *
      *   MOVIMIENTO. EN AMBOS CASOS EL DEBITO SE RETIENE.             *
      *----------------------------------------------------------------*

       1632-VALIDAR-APROBADOR.

           MOVE '1632-VALIDAR-APROBADOR'      TO WS-PARRAFO.

           MOVE 'N'                           TO WS-APROBADOR-SW.

           IF WS-MOV-APROBADOR IS EQUAL TO SPACES
              GO TO 1632-F-VALIDAR-APROBADOR
           END-IF.

           PERFORM 1634-BUSCAR-LIBERACION
              THRU 1634-F-BUSCAR-LIBERACION.

           IF LIBERA-NO-HALLADA
              ADD 1                           TO CNT-APROBADOR-SIN-DEC
              DISPLAY '* SOSPECHA DE SALTEO DEL CONTROL DUAL: APROBADOR'
                      ' SIN DECISION DE PGMSI166'
              DISPLAY ' - TIPO: ' WS-MOV-TIPO
                      ' CUENTA: ' WS-MOV-CUENTA
                      ' NRO: ' WS-MOV-NRO
                      ' APROBADOR: ' WS-MOV-APROBADOR
                      ' OPERADOR: ' WS-MOV-USUARIO
              GO TO 1632-F-VALIDAR-APROBADOR
           END-IF.

           IF WS-MOV-APROBADOR IS NOT EQUAL TO WS-MOV-USUARIO
              MOVE WS-MOV-APROBADOR           TO OPE-KEY-USUARIO

              READ OPERADOR INTO REG-OPERADOR-TRAB

              EVALUATE TRUE
                WHEN FS-OPERADOR-OK
                  IF OPE-PERFIL-SUPERVISOR AND OPE-HABILITADO
                     SET APROBADOR-VALIDO     TO TRUE
                  END-IF

                WHEN FS-OPERADOR-NOTFND
                  CONTINUE

                WHEN OTHER
                  MOVE CT-READ                TO AUX-ERR-ACCION
                  MOVE CT-OPERADOR            TO AUX-ERR-NOMBRE
                  MOVE FS-OPERADOR            TO AUX-ERR-STATUS
                  MOVE WS-PARRAFO             TO AUX-ERR-MENSAJE
                  MOVE 10                     TO W-N-ERROR

                  PERFORM 9000-SALIDA-ERRORES
                     THRU 9000-F-SALIDA-ERRORES
              END-EVALUATE
           END-IF.

           IF APROBADOR-VALIDO
              SET T-LIB-USADA(WS-L)           TO TRUE
           ELSE
              ADD 1                           TO CNT-APROBADOR-INVALIDO
              DISPLAY '* APROBADOR DE CONTROL DUAL NO VALIDO'
              DISPLAY ' - TIPO: ' WS-MOV-TIPO
                      ' CUENTA: ' WS-MOV-CUENTA
                      ' NRO: ' WS-MOV-NRO
                      ' APROBADOR: ' WS-MOV-APROBADOR
                      ' OPERADOR: ' WS-MOV-USUARIO
           END-IF.

       1632-F-VALIDAR-APROBADOR.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 3 4 - B U S C A R - L I B E R A C I O N                  *
      *----------------------------------------------------------------*
      *   ARMA EL OBJETO DEL MOVIMIENTO IGUAL QUE PGMSI166 AL ASENTAR  *
      *   SU DECISION Y LO BUSCA EN LA TABLA DE LIBERACIONES.          *
      *----------------------------------------------------------------*

       1634-BUSCAR-LIBERACION.

           SET LIBERA-NO-HALLADA              TO TRUE.
           MOVE WS-MOV-IMPORTE                TO WS-LIB-IMPORTE-EDIT.
           MOVE SPACES                        TO WS-LIB-OBJETO.

           STRING WS-MOV-TIPO         DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-MOV-CUENTA       DELIMITED BY SIZE
                  ' NRO '             DELIMITED BY SIZE
                  WS-MOV-NRO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-LIB-IMPORTE-EDIT DELIMITED BY SIZE
              INTO WS-LIB-OBJETO
           END-STRING.

           MOVE 1                             TO WS-L.

           PERFORM 1636-COMPARAR-LIBERACION
              THRU 1636-F-COMPARAR-LIBERACION
             UNTIL LIBERA-HALLADA
                OR WS-L IS GREATER THAN WS-CANT-LIBERA.

       1634-F-BUSCAR-LIBERACION.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 3 6 - C O M P A R A R - L I B E R A C I O N              *
      *----------------------------------------------------------------*

       1636-COMPARAR-LIBERACION.

           IF T-LIB-OBJETO(WS-L) IS EQUAL TO WS-LIB-OBJETO AND
              T-LIB-SUPERVISOR(WS-L) IS EQUAL TO WS-MOV-APROBADOR AND
              NOT T-LIB-USADA(WS-L)
              SET LIBERA-HALLADA              TO TRUE
           ELSE
              ADD 1                           TO WS-L
           END-IF.

       1636-F-COMPARAR-LIBERACION.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 3 5 - C O N T R O L A R - T R A N S F E R                *
      *----------------------------------------------------------------*
      *   UNA PATA DE TRANSFERENCIA SOLO SE APLICA SI SU REFERENCIA    *
      *   EXISTE EN EL RELEVAMIENTO CON EXACTAMENTE DOS PATAS QUE      *
      *   NETEAN A CERO Y NINGUNA DE LAS DOS ES INAPLICABLE ( CUENTA   *
      *   BLOQUEADA O INEXISTENTE EN EL MAESTRO ). UN JUEGO DE         *
      *   ACREDITACION DE HABERES ( REFERENCIA 'HA' ) PUEDE TRAER MAS  *
      *   DE DOS PATAS CON LAS MISMAS CONDICIONES. EN CUALQUIER OTRO   *
      *   CASO LA PATA SE SUSPENDE AL ARCHIVO TRANSUSP ( NO ES UN      *
      *   RECHAZO DE DATOS: ES PLATA QUE QUEDA EN ESPERA DE SU         *
      *   CONTRAPARTE ).                                               *
                       SET PATA-EN-TOLERANCIA TO TRUE
                    END-IF
                 END-IF
                 MOVE 'N'               TO WS-JUEGO-HABERES-SW
                 IF T-REF-REFER(WS-R)(1:2) IS EQUAL TO
                                              CT-REFER-HABERES AND
                    T-REF-CANT(WS-R) IS GREATER THAN 2
                    SET JUEGO-DE-HABERES  TO TRUE
                 END-IF
                 IF (T-REF-CANT(WS-R) IS NOT EQUAL TO 2 AND
                     NOT JUEGO-DE-HABERES) OR
                    (NOT T-REF-MIXTA(WS-R) AND
                     T-REF-SUMA(WS-R) IS NOT EQUAL TO ZEROS) OR
                    (T-REF-MIXTA(WS-R) AND
       1635-F-CONTROLAR-TRANSFER.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 3 7 - C O N T R O L A R - N O - P A G A R                *
      *----------------------------------------------------------------*
      *   BUSCA UNA ORDEN DE NO PAGAR VIGENTE HOY DE LA MISMA CUENTA   *
      *   CUYO RANGO DE REFERENCIAS CONTENGA LA DEL DEBITO ( Y SU      *
      *   IMPORTE, SI LA ORDEN LO FIJA ).                              *
      *----------------------------------------------------------------*

       1637-CONTROLAR-NO-PAGAR.

           MOVE '1637-CONTROLAR-NO-PAGAR'     TO WS-PARRAFO.

           MOVE WS-MOV-TIPCUEN                TO WS-ONP-BUSQ-TIPCUEN.
           MOVE WS-MOV-CUENTA                 TO WS-ONP-BUSQ-CUENTA.
           MOVE WS-MOV-REFER                  TO WS-ONP-BUSQ-REFER.
           COMPUTE WS-ONP-BUSQ-IMPORTE = WS-MOV-IMPORTE * -1.
           MOVE WS-FECHA-HOY-N                TO WS-ONP-BUSQ-FECHA.

           PERFORM 1834-BUSCAR-ORDEN
              THRU 1834-F-BUSCAR-ORDEN.

           IF ORDEN-HALLADA
              MOVE 'ORDEN DE NO PAGAR'        TO WS-TM-MOTIVO
           END-IF.

       1637-F-CONTROLAR-NO-PAGAR.
           EXIT.

      *----------------------------------------------------------------*
      *      1 6 4 0 - R E C H A Z A R - M O V T O                     *
      *----------------------------------------------------------------*

           MOVE '1640-RECHAZAR-MOVTO'         TO WS-PARRAFO.

           EVALUATE TRUE
            WHEN MOVTO-A-SUSPENDER
              PERFORM 1645-SUSPENDER-MOVTO
                 THRU 1645-F-SUSPENDER-MOVTO
              MOVE 'N'                  TO WS-MOVTO-SUSPENDER-SW

            WHEN MOVTO-A-APROBAR
              PERFORM 1647-RETENER-CONTROL-DUAL
                 THRU 1647-F-RETENER-CONTROL-DUAL
              MOVE 'N'                  TO WS-MOVTO-DUAL-SW

            WHEN OTHER
              ADD 1                           TO CNT-MOVTOS-RECHAZADOS

              DISPLAY '* MOVIMIENTO RECHAZADO: ' WS-TM-MOTIVO
              MOVE WS-REG-MOVIMI              TO RECM-DATOS
              MOVE WS-RUN-ID                  TO RECM-RUNID

              IF ORDEN-HALLADA
                 ADD 1                        TO CNT-MOVTOS-NO-PAGAR
                 MOVE CT-COD-RECHAZO-ONP      TO RECM-COD-RECHAZO
                 MOVE T-ONP-MOTIVO(WS-ONP-IX-HALLADO)
                                              TO RECM-MOTIVO-ORDEN
                 MOVE T-ONP-REFER-DESDE(WS-ONP-IX-HALLADO)
                                              TO RECM-REFER-ORDEN
              END-IF

              WRITE REG-RECHMOV

              IF NOT FS-RECHMOV-OK
                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF
           END-EVALUATE.

       1640-F-RECHAZAR-MOVTO.
           EXIT.
       1645-F-SUSPENDER-MOVTO.
           EXIT.

      *----------------------------------------------------------------*
      *   1 6 4 7 - R E T E N E R - C O N T R O L - D U A L            *
      *----------------------------------------------------------------*
      *   EL DEBITO VA COMPLETO A PENDDUAL CON LA FECHA DE RETENCION;  *
      *   LA FECHA DE VENCIMIENTO LA CALCULA PGMSI166.                 *
      *----------------------------------------------------------------*

       1647-RETENER-CONTROL-DUAL.

           MOVE '1647-RETENER-CONTROL-DUAL'   TO WS-PARRAFO.

           ADD 1                              TO CNT-MOVTOS-CTL-DUAL.

           DISPLAY '* DEBITO RETENIDO POR CONTROL DUAL'.
           DISPLAY ' - TIPO: ' WS-MOV-TIPO
                   ' CUENTA: ' WS-MOV-CUENTA
                   ' NRO: ' WS-MOV-NRO
                   ' OPERADOR: ' WS-MOV-USUARIO.

           MOVE SPACES                        TO WS-REG-PENDUAL.
           MOVE WS-REG-MOVIMI                 TO PDU-MOVTO.
           MOVE WS-FECHA-HOY-N                TO PDU-FECHA-RETENCION.
           MOVE ZEROS                         TO PDU-FECHA-VENCE.
           MOVE WS-RUN-ID                     TO PDU-RUNID.

           WRITE REG-PENDDUAL FROM WS-REG-PENDUAL.

           IF NOT FS-PENDDUAL-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PENDDUAL                TO AUX-ERR-NOMBRE
              MOVE FS-PENDDUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1647-F-RETENER-CONTROL-DUAL.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 0 - C A R G A R - T I P M O V                     *
      *----------------------------------------------------------------*
              MOVE TM-DESCRIP       TO T-TM-DESCRIP(TM-CODIGO)
              MOVE TM-SIGNO         TO T-TM-SIGNO(TM-CODIGO)
              MOVE TM-LIMITE        TO T-TM-LIMITE(TM-CODIGO)
              MOVE TM-CLASE         TO T-TM-CLASE(TM-CODIGO)
              MOVE ZEROS            TO T-TM-DIAS-CLEAR(TM-CODIGO)
              IF TM-DIAS-CLEARING IS NUMERIC
                 MOVE TM-DIAS-CLEARING
                                    TO T-TM-DIAS-CLEAR(TM-CODIGO)
              END-IF
              MOVE ZEROS            TO T-TM-UMBRAL-DUAL(TM-CODIGO)
              MOVE ZEROS            TO T-TM-CANT(TM-CODIGO)
              MOVE ZEROS            TO T-TM-IMPORTE(TM-CODIGO)
           END-IF.
       1340-F-LEER-TIPMOV.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 0 5 - C A R G A R - C T L D U A L                   *
      *----------------------------------------------------------------*
      *   CARGA EL UMBRAL DE CONTROL DUAL SOBRE LA ENTRADA DEL TIPO    *
      *   EN LA TABLA DEL MAESTRO DE TIPOS. EL ARCHIVO ES OBLIGATORIO: *
      *   SIN EL, LOS DEBITOS ALTOS SE APLICARIAN SIN APROBACION.      *
      *----------------------------------------------------------------*

       1305-CARGAR-CTLDUAL.

           MOVE '1305-CARGAR-CTLDUAL'         TO WS-PARRAFO.

           OPEN INPUT CTLDUAL.

           IF NOT FS-CTLDUAL-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-CTLDUAL                 TO AUX-ERR-NOMBRE
              MOVE FS-CTLDUAL                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1345-LEER-CTLDUAL
              THRU 1345-F-LEER-CTLDUAL.

           PERFORM 1325-GUARDAR-CTLDUAL
              THRU 1325-F-GUARDAR-CTLDUAL
             UNTIL FS-CTLDUAL-EOF.

           CLOSE CTLDUAL.

       1305-F-CARGAR-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *      1 3 2 5 - G U A R D A R - C T L D U A L                   *
      *----------------------------------------------------------------*

       1325-GUARDAR-CTLDUAL.

           MOVE '1325-GUARDAR-CTLDUAL'        TO WS-PARRAFO.

           IF DCU-TIPO IS NUMERIC AND
              DCU-TIPO IS GREATER THAN ZEROS AND
              DCU-UMBRAL IS NUMERIC
              IF T-TM-EXISTE(DCU-TIPO)
                 MOVE DCU-UMBRAL    TO T-TM-UMBRAL-DUAL(DCU-TIPO)
              ELSE
                 DISPLAY '* CTLDUAL: TIPO ' DCU-TIPO
                         ' INEXISTENTE EN TIPMOV, SE IGNORA'
              END-IF
           END-IF.

           PERFORM 1345-LEER-CTLDUAL
              THRU 1345-F-LEER-CTLDUAL.

       1325-F-GUARDAR-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 4 5 - L E E R - C T L D U A L                       *
      *----------------------------------------------------------------*

       1345-LEER-CTLDUAL.

           MOVE '1345-LEER-CTLDUAL'           TO WS-PARRAFO.

           READ CTLDUAL INTO WS-REG-CTLDUAL.

           EVALUATE TRUE
               WHEN FS-CTLDUAL-OK
                    CONTINUE

               WHEN FS-CTLDUAL-EOF
                    SET FS-CTLDUAL-EOF        TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-CTLDUAL           TO AUX-ERR-NOMBRE
                    MOVE FS-CTLDUAL           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1345-F-LEER-CTLDUAL.
           EXIT.

      *----------------------------------------------------------------*
      *   1 3 1 0 - C A R G A R - L I B E R A C I O N E S              *
      *----------------------------------------------------------------*
      *   CARGA LAS DECISIONES APROBADAS DE PGMSI166 DESDE SEGAUDIT.   *
      *   SOLO SE TOMAN LAS DE LOS ULTIMOS CT-DIAS-LIBERACION DIAS:    *
      *   LOS LIBERADOS ENTRAN EN EL CICLO SIGUIENTE Y EL MARGEN       *
      *   CUBRE FINES DE SEMANA Y FERIADOS. TABLA LLENA: EL PASO       *
      *   ABORTA.                                                      *
      *----------------------------------------------------------------*

       1310-CARGAR-LIBERACIONES.

           MOVE '1310-CARGAR-LIBERACIONES'    TO WS-PARRAFO.

           COMPUTE WS-FECHA-DESDE-LIBERA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
                    - CT-DIAS-LIBERACION).

           OPEN INPUT SEGAUDIT.

           IF NOT FS-SEGAUDIT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-SEGAUDIT                TO AUX-ERR-NOMBRE
              MOVE FS-SEGAUDIT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1315-LEER-SEGAUDIT
              THRU 1315-F-LEER-SEGAUDIT.

           PERFORM 1312-GUARDAR-LIBERACION
              THRU 1312-F-GUARDAR-LIBERACION
             UNTIL FS-SEGAUDIT-EOF.

           CLOSE SEGAUDIT.

       1310-F-CARGAR-LIBERACIONES.
           EXIT.

      *----------------------------------------------------------------*
      *   1 3 1 2 - G U A R D A R - L I B E R A C I O N                *
      *----------------------------------------------------------------*

       1312-GUARDAR-LIBERACION.

           MOVE '1312-GUARDAR-LIBERACION'     TO WS-PARRAFO.

           IF SEG-AUD-PROGRAMA IS EQUAL TO CT-PGM-LIBERA-DUAL AND
              SEG-DEC-ES-DECISION AND
              SEG-DEC-APROBADA AND
              SEG-AUD-SUPERVISOR IS NOT EQUAL TO SPACES AND
              SEG-AUD-FECHA IS NUMERIC AND
              SEG-AUD-FECHA IS NOT LESS THAN WS-FECHA-DESDE-LIBERA
              IF WS-CANT-LIBERA IS NOT LESS THAN CT-MAX-LIBERA
                 DISPLAY '* TABLA DE LIBERACIONES LLENA *'

                 MOVE CT-SIZE                 TO AUX-ERR-ACCION
                 MOVE CT-SEGAUDIT             TO AUX-ERR-NOMBRE
                 MOVE SPACES                  TO AUX-ERR-STATUS
                 MOVE WS-PARRAFO              TO AUX-ERR-MENSAJE
                 MOVE 10                      TO W-N-ERROR

                 PERFORM 9000-SALIDA-ERRORES
                    THRU 9000-F-SALIDA-ERRORES
              END-IF

              ADD 1                           TO WS-CANT-LIBERA
              MOVE WS-CANT-LIBERA             TO WS-L
              MOVE SEG-AUD-SUPERVISOR         TO T-LIB-SUPERVISOR(WS-L)
              MOVE SEG-DEC-OBJETO             TO T-LIB-OBJETO(WS-L)
              MOVE 'N'                        TO T-LIB-USADA-SW(WS-L)
           END-IF.

           PERFORM 1315-LEER-SEGAUDIT
              THRU 1315-F-LEER-SEGAUDIT.

       1312-F-GUARDAR-LIBERACION.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 1 5 - L E E R - S E G A U D I T                     *
      *----------------------------------------------------------------*

       1315-LEER-SEGAUDIT.

           MOVE '1315-LEER-SEGAUDIT'          TO WS-PARRAFO.

           READ SEGAUDIT INTO WS-REG-SEGAUDIT.

           EVALUATE TRUE
               WHEN FS-SEGAUDIT-OK
                    CONTINUE

               WHEN FS-SEGAUDIT-EOF
                    SET FS-SEGAUDIT-EOF       TO TRUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-SEGAUDIT          TO AUX-ERR-NOMBRE
                    MOVE FS-SEGAUDIT          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1315-F-LEER-SEGAUDIT.
           EXIT.

      *----------------------------------------------------------------*
      *     1 3 5 0 - R E L E V A R - T R A N S F E R                  *
      *----------------------------------------------------------------*

           MOVE SPACES                        TO REG-RETENIDO.

           MOVE T-MOV-TIPO(WS-I)              TO RET-MOV-TIPO.
           MOVE WS-CLI-CUENTA                 TO RET-MOV-CUENTA.
           MOVE T-MOV-IMPORTE(WS-I)           TO RET-MOV-IMPORTE.
           MOVE T-MOV-NRO(WS-I)               TO RET-MOV-NRO.
           MOVE T-MOV-REFER(WS-I)             TO RET-MOV-REFER.
           MOVE ZEROS                         TO RET-MOV-DIGITO.
           MOVE T-MOV-FECVAL(WS-I)            TO RET-MOV-FECVAL.
           MOVE T-MOV-TIPCUEN(WS-I)           TO RET-MOV-TIPCUEN.
           MOVE 'BLOQUEO POR ORDEN JUDIC.'    TO RET-MOTIVO.

           MOVE WS-RUN-ID                     TO RET-RUNID.

      *    EL CONTROL DE SOBREGIRO SOLO APLICA A LOS DEBITOS PUROS
      *    ( SIGNO 'D' ): LAS PATAS DE TRANSFERENCIA YA FUERON
      *    VALIDADAS COMO PAR COMPLETO EN LA PRELECTURA Y NO PUEDEN
      *    RECHAZARSE DE A UNA. SE CONTROLA EL SALDO DISPONIBLE:
      *    LOS CHEQUES EN CANJE NO SE PUEDEN GIRAR. LA REVERSION DE
      *    UN CHEQUE DEVUELTO ( CLASE 'R' ) NO SE RECHAZA NUNCA: SI
      *    DEJA EL DISPONIBLE EN NEGATIVO SE APLICA IGUAL Y QUEDA
      *    COMO SOBREGIRO FORZADO.
           MOVE T-MOV-TIPO(WS-I)              TO WS-TM-IX.

           PERFORM 2210-CALCULAR-DISPONIBLE
              THRU 2210-F-CALCULAR-DISPONIBLE.

           IF WS-DISPONIBLE-PROYECTADO IS LESS THAN ZEROS AND
              WS-TM-IX IS GREATER THAN ZEROS AND
              T-TM-SIGNO(WS-TM-IX) IS EQUAL TO 'D'
              IF T-TM-CLASE(WS-TM-IX) IS EQUAL TO 'R'
                 MOVE 'F'                     TO WS-SOBREGIRO-RECH-SW
              END-IF

              PERFORM 2220-CONTROLAR-SOBREGIRO
                 THRU 2220-F-CONTROLAR-SOBREGIRO
           END-IF.
                 PERFORM 2270-GRABAR-RETROACT
                    THRU 2270-F-GRABAR-RETROACT
              END-IF

              IF WS-TM-IX IS GREATER THAN ZEROS
                 EVALUATE TRUE
                   WHEN T-TM-CLASE(WS-TM-IX) IS EQUAL TO 'Q' AND
                        T-MOV-IMPORTE(WS-I) IS GREATER THAN ZEROS
                        PERFORM 2280-RETENER-CHEQUE
                           THRU 2280-F-RETENER-CHEQUE

                   WHEN T-TM-CLASE(WS-TM-IX) IS EQUAL TO 'R'
                        PERFORM 2285-LIBERAR-CHEQUE
                           THRU 2285-F-LIBERAR-CHEQUE
                 END-EVALUATE
              END-IF
           END-IF.

           ADD 1                              TO WS-I.
       2200-F-ACTUALIZAR-SALDO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 1 0 - C A L C U L A R - D I S P O N I B L E            *
      *----------------------------------------------------------------*
      *   DISPONIBLE PROYECTADO = SALDO PROYECTADO MENOS LOS CHEQUES   *
      *   DE LA CUENTA AUN EN CANJE A LA FECHA. SI EL MOVIMIENTO ES    *
      *   LA REVERSION DE UN CHEQUE DEVUELTO ( REFERENCIA 'CH' + NRO   *
      *   DEL MOVIMIENTO DE DEPOSITO ), SU RETENCION SE LIBERA CON LA  *
      *   REVERSION Y NO SE DESCUENTA.                                 *
      *----------------------------------------------------------------*

       2210-CALCULAR-DISPONIBLE.

           MOVE '2210-CALCULAR-DISPONIBLE'    TO WS-PARRAFO.

           MOVE T-MOV-TIPCUEN(WS-I)           TO WS-RCH-BUSQ-TIPCUEN.
           MOVE WS-CLI-CUENTA                 TO WS-RCH-BUSQ-CUENTA.
           MOVE WS-FECHA-HOY-N                TO WS-RCH-BUSQ-FECHA.
           MOVE ZEROS                         TO WS-RCH-BUSQ-NROMOV.

           IF WS-TM-IX IS GREATER THAN ZEROS AND
              T-TM-CLASE(WS-TM-IX) IS EQUAL TO 'R' AND
              T-MOV-REFER(WS-I)(1:2) IS EQUAL TO 'CH' AND
              T-MOV-REFER(WS-I)(3:6) IS NUMERIC
              MOVE T-MOV-REFER(WS-I)(3:6)     TO WS-RCH-BUSQ-NROMOV
           END-IF.

           PERFORM 1818-SUMAR-RETENIDO
              THRU 1818-F-SUMAR-RETENIDO.

           COMPUTE WS-DISPONIBLE-PROYECTADO =
                   WS-SALDO-PROYECTADO - WS-RCH-RETENIDO.

           IF RETENCION-HALLADA
              IF T-RCH-ESTADO(WS-RCH-IX-HALLADO) IS EQUAL TO 'R' OR
                 T-RCH-FECACRED(WS-RCH-IX-HALLADO) IS GREATER THAN
                                                  WS-FECHA-HOY-N
                 ADD T-RCH-IMPORTE(WS-RCH-IX-HALLADO)
                                          TO WS-DISPONIBLE-PROYECTADO
              END-IF
           END-IF.

       2210-F-CALCULAR-DISPONIBLE.
           EXIT.

      *----------------------------------------------------------------*
      *     2 2 2 0 - C O N T R O L A R - S O B R E G I R O            *
      *----------------------------------------------------------------*
      *   EL DEBITO DEJA EL DISPONIBLE EN NEGATIVO: SE BUSCA EL        *
      *   LIMITE PACTADO ( CERO SI NO HAY ACUERDO ). DENTRO DEL        *
      *   LIMITE, EL SOBREGIRO SE APLICA Y QUEDA MARCADO COMO          *
      *   AUTORIZADO EN SOBREGIR; POR ENCIMA, EL DEBITO SE RECHAZA.    *
      *   LA REVERSION DE UN CHEQUE DEVUELTO LLEGA YA MARCADA COMO     *
      *   FORZADA: SE APLICA SIEMPRE Y SOLO SE DEJA CONSTANCIA.        *
      *----------------------------------------------------------------*

       2220-CONTROLAR-SOBREGIRO.

           COMPUTE WS-LIMITE-NEGATIVO = ZEROS - WS-LIM-AUTORIZADO.

           EVALUATE TRUE
               WHEN SOBREGIRO-FORZADO
                    ADD 1                  TO CNT-SOBREG-FORZADOS

                    PERFORM 2240-GRABAR-SOBREGIRO
                       THRU 2240-F-GRABAR-SOBREGIRO

               WHEN WS-DISPONIBLE-PROYECTADO IS LESS THAN
                                              WS-LIMITE-NEGATIVO
                    MOVE 'S'               TO WS-SOBREGIRO-RECH-SW

               WHEN OTHER
                    ADD 1                  TO CNT-SOBREG-AUTORIZADOS

                    PERFORM 2240-GRABAR-SOBREGIRO
                       THRU 2240-F-GRABAR-SOBREGIRO
           END-EVALUATE.

       2220-F-CONTROLAR-SOBREGIRO.
           EXIT.
                   ' CUENTA: ' WS-CLI-CUENTA
                   ' NRO: ' T-MOV-NRO(WS-I).

      *    EL RECHAZO VIAJA COMO IMAGEN DEL MOVIMIENTO, IGUAL QUE LOS
      *    DEMAS RECHAZOS, PARA QUE LA DEVOLUCION DE DEBITOS DIRECTOS
      *    LO PUEDA APAREAR POR CUENTA Y NRO DE MOVIMIENTO.
           MOVE SPACES                        TO RECM-DATOS.

           MOVE T-MOV-TIPO(WS-I)              TO RECM-MOV-TIPO.
           MOVE WS-CLI-CUENTA                 TO RECM-MOV-CUENTA.
           MOVE T-MOV-IMPORTE(WS-I)           TO RECM-MOV-IMPORTE.
           MOVE T-MOV-NRO(WS-I)               TO RECM-MOV-NRO.
           MOVE T-MOV-REFER(WS-I)             TO RECM-MOV-REFER.
           MOVE ZEROS                         TO RECM-MOV-DIGITO.
           MOVE T-MOV-FECVAL(WS-I)            TO RECM-MOV-FECVAL.
           MOVE T-MOV-TIPCUEN(WS-I)           TO RECM-MOV-TIPCUEN.
           MOVE CT-COD-RECHAZO-SOBREGIRO      TO RECM-COD-RECHAZO.

           MOVE WS-RUN-ID                     TO RECM-RUNID.


           MOVE '2240-GRABAR-SOBREGIRO'       TO WS-PARRAFO.

           EVALUATE TRUE
               WHEN SOBREGIRO-RECHAZADO
                    MOVE 'RECHAZADO SOBRE LIMITE' TO WS-TM-MOTIVO
               WHEN SOBREGIRO-FORZADO
                    MOVE 'FORZADO CHEQUE DEVUELTO' TO WS-TM-MOTIVO
               WHEN OTHER
                    MOVE 'AUTORIZADO'         TO WS-TM-MOTIVO
           END-EVALUATE.

           MOVE WS-DISPONIBLE-PROYECTADO      TO WS-SALDO-EDIT.
           MOVE WS-LIM-AUTORIZADO             TO WS-IMPORTE-EDIT.

           MOVE SPACES                        TO SOB-TEXTO.
                  WS-CLI-TIPO       DELIMITED BY SIZE
                  '-'               DELIMITED BY SIZE
                  WS-CLI-CUENTA     DELIMITED BY SIZE
                  ' DISPON '        DELIMITED BY SIZE
                  WS-SALDO-EDIT     DELIMITED BY SIZE
                  ' LIMITE '        DELIMITED BY SIZE
                  WS-IMPORTE-EDIT   DELIMITED BY SIZE
       2270-F-GRABAR-RETROACT.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 8 0 - R E T E N E R - C H E Q U E                   *
      *----------------------------------------------------------------*
      *   DEPOSITO DE CHEQUE APLICADO: EL IMPORTE QUEDA RETENIDO HASTA *
      *   LA FECHA DE ACREDITACION ( HOY MAS N DIAS HABILES SEGUN EL   *
      *   CALENDAR, N DEL MAESTRO DE TIPOS O DOS POR DEFECTO ). SE     *
      *   AGREGA A LA TABLA PARA LOS DEBITOS SIGUIENTES DE LA CORRIDA  *
      *   Y SALE EN CHQNOV PARA LA LIBERACION NOCTURNA.                *
      *----------------------------------------------------------------*

       2280-RETENER-CHEQUE.

           MOVE '2280-RETENER-CHEQUE'         TO WS-PARRAFO.

           MOVE T-TM-DIAS-CLEAR(WS-TM-IX)     TO WS-CHQ-DIAS.

           IF WS-CHQ-DIAS IS EQUAL TO ZEROS
              MOVE CT-DIAS-CLEARING           TO WS-CHQ-DIAS
           END-IF.

           MOVE WS-FECHA-HOY-N                TO CAL-FECHA-CONSULTA-N.

           PERFORM 1885-DIA-HABIL-SIGUIENTE
              THRU 1885-F-DIA-HABIL-SIGUIENTE
                   WS-CHQ-DIAS TIMES.

           INITIALIZE WS-REG-RETCHQ.

           MOVE T-MOV-TIPCUEN(WS-I)           TO RCH-TIPCUEN.
           MOVE WS-CLI-CUENTA                 TO RCH-CUENTA.
           MOVE T-MOV-NRO(WS-I)               TO RCH-NROMOV.
           MOVE T-MOV-TIPO(WS-I)              TO RCH-TIPO-MOV.
           MOVE T-MOV-IMPORTE(WS-I)           TO RCH-IMPORTE.
           MOVE WS-FECHA-HOY-N                TO RCH-FECDEP.
           MOVE CAL-FECHA-CONSULTA-N          TO RCH-FECACRED.
           SET RCH-PENDIENTE                  TO TRUE.
           MOVE WS-RUN-ID                     TO RCH-RUNID.

           IF WS-CANT-RETENCIONES IS LESS THAN 2000
              ADD 1                  TO WS-CANT-RETENCIONES
              MOVE RCH-TIPCUEN
                              TO T-RCH-TIPCUEN(WS-CANT-RETENCIONES)
              MOVE RCH-CUENTA
                              TO T-RCH-CUENTA(WS-CANT-RETENCIONES)
              MOVE RCH-NROMOV
                              TO T-RCH-NROMOV(WS-CANT-RETENCIONES)
              MOVE RCH-TIPO-MOV
                              TO T-RCH-TIPO-MOV(WS-CANT-RETENCIONES)
              MOVE RCH-IMPORTE
                              TO T-RCH-IMPORTE(WS-CANT-RETENCIONES)
              MOVE RCH-FECDEP
                              TO T-RCH-FECDEP(WS-CANT-RETENCIONES)
              MOVE RCH-FECACRED
                              TO T-RCH-FECACRED(WS-CANT-RETENCIONES)
              MOVE RCH-ESTADO
                              TO T-RCH-ESTADO(WS-CANT-RETENCIONES)
              MOVE RCH-RUNID
                              TO T-RCH-RUNID(WS-CANT-RETENCIONES)
           ELSE
      *       SIN LUGAR PARA LA RETENCION, EL CHEQUE QUEDARIA GIRABLE
      *       ANTES DEL CANJE: SE ABORTA.
              DISPLAY '* TABLA DE RETENCIONES LLENA: EL PROCESO NO '
                      'PUEDE GARANTIZAR EL SALDO DISPONIBLE *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-RETCHEQ                 TO AUX-ERR-NOMBRE
              MOVE FS-RETCHEQ                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 2290-GRABAR-CHQNOV
              THRU 2290-F-GRABAR-CHQNOV.

           ADD 1                              TO CNT-CHQ-RETENIDOS.

       2280-F-RETENER-CHEQUE.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 8 5 - L I B E R A R - C H E Q U E                   *
      *----------------------------------------------------------------*
      *   REVERSION DE CHEQUE DEVUELTO APLICADA: LA RETENCION DEL      *
      *   DEPOSITO ( UBICADA EN 2210 ) SE DA DE BAJA EN LA TABLA Y EN  *
      *   CHQNOV. SI NO HAY RETENCION VIGENTE ( CHEQUE YA ACREDITADO   *
      *   O REFERENCIA ERRONEA ) LA REVERSION QUEDA APLICADA IGUAL Y   *
      *   SE INFORMA POR CONSOLA.                                      *
      *----------------------------------------------------------------*

       2285-LIBERAR-CHEQUE.

           MOVE '2285-LIBERAR-CHEQUE'         TO WS-PARRAFO.

           IF RETENCION-HALLADA
              MOVE 'D'              TO T-RCH-ESTADO(WS-RCH-IX-HALLADO)

              INITIALIZE WS-REG-RETCHQ

              MOVE T-RCH-TIPCUEN(WS-RCH-IX-HALLADO)  TO RCH-TIPCUEN
              MOVE T-RCH-CUENTA(WS-RCH-IX-HALLADO)   TO RCH-CUENTA
              MOVE T-RCH-NROMOV(WS-RCH-IX-HALLADO)   TO RCH-NROMOV
              MOVE T-RCH-TIPO-MOV(WS-RCH-IX-HALLADO) TO RCH-TIPO-MOV
              MOVE T-RCH-IMPORTE(WS-RCH-IX-HALLADO)  TO RCH-IMPORTE
              MOVE T-RCH-FECDEP(WS-RCH-IX-HALLADO)   TO RCH-FECDEP
              MOVE T-RCH-FECACRED(WS-RCH-IX-HALLADO) TO RCH-FECACRED
              SET RCH-DADO-DE-BAJA                   TO TRUE
              MOVE WS-RUN-ID                         TO RCH-RUNID

              PERFORM 2290-GRABAR-CHQNOV
                 THRU 2290-F-GRABAR-CHQNOV

              ADD 1                           TO CNT-CHQ-LIBERADOS
           ELSE
              ADD 1                           TO CNT-CHQ-SIN-RETENCION

              DISPLAY '* REVERSION DE CHEQUE SIN RETENCION VIGENTE'
              DISPLAY ' - CUENTA: ' WS-CLI-CUENTA
                      ' NRO: ' T-MOV-NRO(WS-I)
                      ' REFER: ' T-MOV-REFER(WS-I)
           END-IF.

       2285-F-LIBERAR-CHEQUE.
           EXIT.

      *----------------------------------------------------------------*
      *          2 2 9 0 - G R A B A R - C H Q N O V                   *
      *----------------------------------------------------------------*

       2290-GRABAR-CHQNOV.

           MOVE '2290-GRABAR-CHQNOV'          TO WS-PARRAFO.

           WRITE REG-CHQNOV FROM WS-REG-RETCHQ.

           IF NOT FS-CHQNOV-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-CHQNOV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQNOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       2290-F-GRABAR-CHQNOV.
           EXIT.

      *----------------------------------------------------------------*
      *             2 3 0 0 - G R A B A R - H U E R F A N O            *
      *----------------------------------------------------------------*
                 APLICADO
                 SOBREGIR
                 RETROACT
                 FXDIF
                 CHQNOV
                 PENDDUAL
                 OPERADOR.
                                                                        
           IF NOT FS-CLIENTES-OK                                        
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION         
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-CHQNOV-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-CHQNOV                  TO AUX-ERR-NOMBRE
              MOVE FS-CHQNOV                  TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PENDDUAL-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PENDDUAL                TO AUX-ERR-NOMBRE
              MOVE FS-PENDDUAL                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-OPERADOR-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-OPERADOR                TO AUX-ERR-NOMBRE
              MOVE FS-OPERADOR                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       3200-F-CERRAR-ARCHIVOS.                                        
           EXIT.                                                        
                                                                        
           DISPLAY '* DEBITOS RECHAZADOS SOBRE EL LIMITE:     '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SOBREG-FORZADOS           TO WS-MASCARA.
           DISPLAY '* SOBREGIROS FORZADOS POR CHEQUE DEVUELTO:'
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CHQ-RETENIDOS             TO WS-MASCARA.
           DISPLAY '* CHEQUES RETENIDOS EN CANJE:             '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CHQ-LIBERADOS             TO WS-MASCARA.
           DISPLAY '* RETENCIONES LIBERADAS POR DEVOLUCION:   '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-CHQ-SIN-RETENCION         TO WS-MASCARA.
           DISPLAY '* REVERSIONES DE CHEQUE SIN RETENCION:    '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-NO-PAGAR           TO WS-MASCARA.
           DISPLAY '* DEBITOS FRENADOS POR ORDEN DE NO PAGAR: '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-MOVTOS-CTL-DUAL           TO WS-MASCARA.
           DISPLAY '* DEBITOS RETENIDOS POR CONTROL DUAL:     '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROBADOR-INVALIDO        TO WS-MASCARA.
           DISPLAY '*   DE ELLOS CON APROBADOR NO VALIDO:     '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.

           MOVE CNT-APROBADOR-SIN-DEC         TO WS-MASCARA.
           DISPLAY '*   SOSPECHA DE SALTEO ( SIN DECISION ):  '
                                                      WS-MASCARA'    *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.


           COPY LIMAUTLE.

      *----------------------------------------------------------------*
      *        1 8 1 5 - C A R G A R - R E T E N C I O N E S           *
      *----------------------------------------------------------------*

           COPY RETCHQLE.

      *----------------------------------------------------------------*
      *        1 8 3 1 - C A R G A R - O R D E N E S                   *
      *----------------------------------------------------------------*

           COPY ORDNPGLE.

      *----------------------------------------------------------------*
      *        1 8 7 0 - C A L E N D A R I O                           *
      *----------------------------------------------------------------*

           COPY CALENDLE.

      *----------------------------------------------------------------*
      *        1 8 2 0 - C O N T R O L - D E - H U E L L A S           *
      *----------------------------------------------------------------*

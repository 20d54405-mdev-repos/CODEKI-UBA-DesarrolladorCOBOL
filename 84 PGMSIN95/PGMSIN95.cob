      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * LOS ARCHIVOS DE TASAS, ARANCELES ( COMISION ), BANDAS, SLA     *
      * ( SLATAB ) Y TASAS DE DESCUBIERTO ( TASADEU ) ERAN PLANOS      *
      * EDITABLES A MANO LA TARDE ANTERIOR A LA CORRIDA, SIN RASTRO DE *
      * QUIEN CAMBIO QUE NI CUANDO. ESTE PROGRAMA LOS PONE BAJO        *
      * CONTROL DE CAMBIOS:                                            *
      *   - LOS CAMBIOS PROPUESTOS ENTRAN COMO TRANSACCIONES FECHADAS  *
      *     EN PARMCAMB, CON APROBADOR, ESTADO Y FECHA DE VIGENCIA;    *
      *     CADA TRANSACCION TRAE LA IMAGEN COMPLETA DEL REGISTRO Y    *
      *     LA LONGITUD DE SU CLAVE ( BYTES INICIALES ).               *
      *   - POR CADA ARCHIVO CRUDO SE GENERA LA VISTA VIGENTE          *
      *     ( TASASVIG / COMISVIG / BANDAVIG / SLATAVIG / TASDEVIG ):  *
      *     EL CRUDO MAS LOS CAMBIOS APROBADOS CUYA VIGENCIA YA        *
      *     LLEGO. UN CAMBIO CUYA CLAVE EXISTE REEMPLAZA EL REGISTRO;  *
      *     UNO CUYA CLAVE NO EXISTE SE AGREGA COMO ALTA.              *
      *   - CADA CAMBIO APLICADO SE ASIENTA EN EL JOURNAL PARMJRNL     *
      *     CON IMAGEN ANTES / DESPUES, APROBADOR Y FECHAS; LOS NO     *
      *     APROBADOS Y LOS DE VIGENCIA FUTURA TAMBIEN SE ASIENTAN,    *
      *     SIN APLICARSE.                                             *
      *   - UN CAMBIO DESFAVORABLE AL CLIENTE QUE PGMSI154 MARCO COMO  *
      *     RETENIDO ( PREAVISO, COPY CPPREAVI ) NO SE APLICA ANTES DE *
      *     CUMPLIRSE EL PLAZO LEGAL DE PREAVISO: SE ASIENTA COMO      *
      *     POSTERGADO HASTA SU FECHA MINIMA.                          *
      *   - CADA TRANSACCION TRAE TAMBIEN EL USUARIO QUE PIDIO EL      *
      *     CAMBIO ( CAM-SOLICITANTE ). CADA CAMBIO APROBADO QUE SE    *
      *     APLICA SE ASIENTA EN SEGAUDIT ( COPY CPAUTORI, VISTA       *
      *     SEG-AUD-DECISION ) CON APROBADOR Y SOLICITANTE, PARA LA    *
      *     RECERTIFICACION DE ACCESOS; SI EL APROBADOR ES EL MISMO    *
      *     SOLICITANTE SE AVISA Y SE CUENTA.                          *
      * LOS PROGRAMAS CONSUMIDORES ( PGMSIN40, PGMSIN53, PGMSIN54,     *
      * PGMSI112 ) LEEN LA VISTA VIGENTE EN LUGAR DEL ARCHIVO CRUDO.   *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
      *----------------------------------------------------------------*
           SELECT SLATAB ASSIGN TO SLATAB
                                    FILE STATUS IS FS-SLATAB.

           SELECT TASADEU ASSIGN TO TASADEU
                                    FILE STATUS IS FS-TASADEU.

           SELECT TASASVIG ASSIGN TO TASASVIG
                                    FILE STATUS IS FS-TASASVIG.

           SELECT SLATAVIG ASSIGN TO SLATAVIG
                                    FILE STATUS IS FS-SLATAVIG.

           SELECT TASDEVIG ASSIGN TO TASDEVIG
                                    FILE STATUS IS FS-TASDEVIG.

           SELECT PREAVISO ASSIGN TO PREAVISO
                                    FILE STATUS IS FS-PREAVISO.

           SELECT PARMJRNL ASSIGN TO PARMJRNL
                                    FILE STATUS IS FS-PARMJRNL.

           SELECT SEGAUDIT ASSIGN TO SEGAUDIT
                                    FILE STATUS IS FS-SEGAUDIT.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.


       FD   PARMCAMB
            RECORDING MODE IS F.
       01   REG-PARMCAMB                                    PIC X(128).

      *----------------------------------------------------------------*
      *   ARCHIVOS DE PARAMETROS CRUDOS, TAL COMO LOS MANTIENE LA      *
            RECORDING MODE IS F.
       01   REG-SLATAB                                      PIC X(20).

       FD   TASADEU
            RECORDING MODE IS F.
       01   REG-TASADEU                                     PIC X(80).

      *----------------------------------------------------------------*
      *   VISTAS VIGENTES: CRUDO MAS CAMBIOS APROBADOS Y EN VIGENCIA.  *
      *   SON LO QUE LEEN PGMSIN40, PGMSIN53, PGMSIN54 Y PGMSI112.     *
      *----------------------------------------------------------------*

       FD   TASASVIG
            RECORDING MODE IS F.
       01   REG-SLATAVIG                                    PIC X(20).

       FD   TASDEVIG
            RECORDING MODE IS F.
       01   REG-TASDEVIG                                    PIC X(80).

      *----------------------------------------------------------------*
      *   CONTROL DE PREAVISOS AL CLIENTE ( PREAVSAL DE PGMSI154 DE LA *
      *   MISMA NOCHE, COPY CPPREAVI ). OBLIGATORIO; PUEDE VENIR VACIO.*
      *----------------------------------------------------------------*

       FD   PREAVISO
            RECORDING MODE IS F.
       01   REG-PREAVISO                                    PIC X(80).

      *----------------------------------------------------------------*
      *   JOURNAL DE CAMBIOS: UN REGISTRO POR TRANSACCION PROCESADA,   *
      *   CON IMAGEN ANTES / DESPUES PARA AUDITORIA.                   *
            02 JRN-DESPUES                                  PIC X(80).
            02 FILLER                                       PIC X(07).

      *----------------------------------------------------------------*
      *   AUDITORIA DE SEGURIDAD ( COPY CPAUTORI ): UNA LINEA POR      *
      *   CAMBIO APROBADO APLICADO.                                    *
      *----------------------------------------------------------------*

       FD   SEGAUDIT
            RECORDING MODE IS F.
       01   REG-SEGAUDIT                                    PIC X(100).

      *----------------------------------------------------------------*
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-PARMCAMB                   PIC X(08)  VALUE 'PARMCAMB'.
           02 CT-PARMJRNL                   PIC X(08)  VALUE 'PARMJRNL'.
           02 CT-PREAVISO                   PIC X(08)  VALUE 'PREAVISO'.
           02 CT-SEGAUDIT                   PIC X(08)  VALUE 'SEGAUDIT'.

      *----------------------------------------------------------------*
      *   NOMBRES DE LOS CINCO ARCHIVOS BAJO CONTROL, EN EL ORDEN EN   *
      *   QUE SE PROCESAN.                                             *
      *----------------------------------------------------------------*

           02 FILLER                        PIC X(08)  VALUE 'COMISION'.
           02 FILLER                        PIC X(08)  VALUE 'BANDAS  '.
           02 FILLER                        PIC X(08)  VALUE 'SLATAB  '.
           02 FILLER                        PIC X(08)  VALUE 'TASADEU '.

       01 CT-NOMBRES-R REDEFINES CT-NOMBRES-ARCHIVOS.
           02 CT-ARCH-NOMBRE                OCCURS 5 TIMES
                                            PIC X(08).

      *----------------------------------------------------------------*
           02 WS-VIG-ELEGIDA                PIC 9(08).
           02 WS-IMAGEN-ACTUAL              PIC X(80).
           02 WS-IMAGEN-SALIDA              PIC X(80).
           02 WS-RETENIDO-SW                PIC X(01).
              88 CAMBIO-RETENIDO                       VALUE 'S'.
              88 CAMBIO-NO-RETENIDO                    VALUE 'N'.

       01 WS-PARAM-EOF-SW                   PIC X(01)  VALUE 'N'.
           88 PARAM-EOF                                 VALUE 'S'.
           02 CAM-LONG-CLAVE                PIC 9(02).
           02 CAM-IMAGEN                    PIC X(80).
           02 FILLER                        PIC X(05).
           02 CAM-SOLICITANTE               PIC X(08).

      *----------------------------------------------------------------*
      *   TABLA EN MEMORIA DE LAS TRANSACCIONES DE CAMBIO DE LA        *
              03 T-CAM-LONG-CLAVE           PIC 9(02).
              03 T-CAM-IMAGEN               PIC X(80).
              03 T-CAM-USADO-SW             PIC X(01).
              03 T-CAM-SOLICITANTE          PIC X(08).

      *----------------------------------------------------------------*
      *       A R E A  D E  R E S U M E N  D E  B A T C H               *
           02 CNT-CAMBIOS-ALTAS             PIC 9(03)  VALUE ZEROS.
           02 CNT-CAMBIOS-NO-APROB          PIC 9(03)  VALUE ZEROS.
           02 CNT-CAMBIOS-FUTUROS           PIC 9(03)  VALUE ZEROS.
           02 CNT-CAMBIOS-RETENIDOS         PIC 9(03)  VALUE ZEROS.
           02 CNT-REGISTROS-COPIADOS        PIC 9(05)  VALUE ZEROS.
           02 CNT-AUTOAPROBADOS             PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
              88 FS-SLATAB-OK                          VALUE '00'.
              88 FS-SLATAB-EOF                         VALUE '10'.

           02 FS-TASADEU                    PIC X(02).
              88 FS-TASADEU-OK                         VALUE '00'.
              88 FS-TASADEU-EOF                        VALUE '10'.

           02 FS-TASASVIG                   PIC X(02).
              88 FS-TASASVIG-OK                        VALUE '00'.

           02 FS-SLATAVIG                   PIC X(02).
              88 FS-SLATAVIG-OK                        VALUE '00'.

           02 FS-TASDEVIG                   PIC X(02).
              88 FS-TASDEVIG-OK                        VALUE '00'.

           02 FS-PREAVISO                   PIC X(02).
              88 FS-PREAVISO-OK                        VALUE '00'.
              88 FS-PREAVISO-EOF                       VALUE '10'.

           02 FS-PARMJRNL                   PIC X(02).
              88 FS-PARMJRNL-OK                        VALUE '00'.

           02 FS-SEGAUDIT                   PIC X(02).
              88 FS-SEGAUDIT-OK                        VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           COPY CPFECPRO.

           COPY CPPREAVI.

           COPY CPAUTORI.

           COPY CPRUNID.

      ******************************************************************
           PERFORM 2000-PROCESAR-ARCHIVO
              THRU 2000-F-PROCESAR-ARCHIVO
             VARYING WS-ARCH-IX FROM 1 BY 1
               UNTIL WS-ARCH-IX IS GREATER THAN 5.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES
                      WS-T-PREAVISOS

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1500-CARGAR-PREAVISOS
              THRU 1500-F-CARGAR-PREAVISOS.

           PERFORM 1300-CARGAR-CAMBIOS
              THRU 1300-F-CARGAR-CAMBIOS.

                        COMISION
                        BANDAS
                        SLATAB
                        TASADEU
                OUTPUT  TASASVIG
                        COMISVIG
                        BANDAVIG
                        SLATAVIG
                        TASDEVIG
                        PARMJRNL.

           IF NOT FS-PARMCAMB-OK
           END-IF.

           IF NOT FS-TASAS-OK OR NOT FS-COMISION-OK OR
              NOT FS-BANDAS-OK OR NOT FS-SLATAB-OK OR
              NOT FS-TASADEU-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE 'PARAMETRICOS'             TO AUX-ERR-NOMBRE
              MOVE FS-TASAS                   TO AUX-ERR-STATUS
      *        1 3 0 0 - C A R G A R - C A M B I O S                   *
      *----------------------------------------------------------------*
      *   CARGA LAS TRANSACCIONES DE CAMBIO EN LA TABLA. LAS NO        *
      *   APROBADAS, LAS DE VIGENCIA FUTURA Y LAS RETENIDAS POR PLAZO  *
      *   DE PREAVISO SE ASIENTAN EN EL JOURNAL Y QUEDAN MARCADAS COMO *
      *   USADAS PARA QUE NO SE APLIQUEN.                              *
      *----------------------------------------------------------------*

       1300-CARGAR-CAMBIOS.
                          TO T-CAM-LONG-CLAVE(WS-CANT-CAMBIOS)
              MOVE CAM-IMAGEN
                          TO T-CAM-IMAGEN(WS-CANT-CAMBIOS)
              MOVE CAM-SOLICITANTE
                          TO T-CAM-SOLICITANTE(WS-CANT-CAMBIOS)
              MOVE 'N'    TO T-CAM-USADO-SW(WS-CANT-CAMBIOS)

              PERFORM 1360-BUSCAR-PREAVISO
                 THRU 1360-F-BUSCAR-PREAVISO

              EVALUATE TRUE
                WHEN NOT CAM-APROBADO
                  MOVE 'R'  TO T-CAM-USADO-SW(WS-CANT-CAMBIOS)
                  MOVE CAM-IMAGEN             TO WS-IMAGEN-SALIDA
                  PERFORM 2600-GRABAR-JOURNAL
                     THRU 2600-F-GRABAR-JOURNAL

                WHEN CAMBIO-RETENIDO
                  MOVE 'P'  TO T-CAM-USADO-SW(WS-CANT-CAMBIOS)
                              JRN-ACCION
                  ADD 1     TO CNT-CAMBIOS-RETENIDOS
                  DISPLAY '* CAMBIO POSTERGADO POR PREAVISO: '
                          CAM-ARCHIVO ' TIPO ' CAM-IMAGEN(1:2)
                          ' HASTA ' T-PAV-FECHA-MINIMA(WS-PAV-IX) ' *'
                  MOVE WS-CANT-CAMBIOS        TO WS-CAM-ELEGIDO
                  MOVE SPACES                 TO WS-IMAGEN-ACTUAL
                  MOVE CAM-IMAGEN             TO WS-IMAGEN-SALIDA
                  PERFORM 2600-GRABAR-JOURNAL
                     THRU 2600-F-GRABAR-JOURNAL
              END-EVALUATE
           ELSE
              DISPLAY '* TABLA DE CAMBIOS LLENA: SE DESCARTA UNA '
       1350-F-GUARDAR-CAMBIO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 6 0 - B U S C A R - P R E A V I S O                 *
      *----------------------------------------------------------------*
      *   LA TRANSACCION ESTA RETENIDA SI PGMSI154 LA AVISO FUERA DEL  *
      *   PLAZO LEGAL ( MISMO ARCHIVO, TIPO DE CUENTA Y VIGENCIA ) Y   *
      *   SU FECHA MINIMA TODAVIA NO LLEGO.                            *
      *----------------------------------------------------------------*

       1360-BUSCAR-PREAVISO.

           SET CAMBIO-NO-RETENIDO             TO TRUE.

           MOVE 1                             TO WS-PAV-IX.

           PERFORM 1370-COMPARAR-PREAVISO
              THRU 1370-F-COMPARAR-PREAVISO
             UNTIL WS-PAV-IX IS GREATER THAN WS-CANT-PREAVISOS
                OR CAMBIO-RETENIDO.

       1360-F-BUSCAR-PREAVISO.
           EXIT.

       1370-COMPARAR-PREAVISO.

           IF T-PAV-ARCHIVO(WS-PAV-IX) IS EQUAL TO CAM-ARCHIVO AND
              T-PAV-CLAVE(WS-PAV-IX) IS EQUAL TO CAM-IMAGEN(1:2) AND
              T-PAV-FECHA-VIG(WS-PAV-IX) IS EQUAL TO CAM-FECHA-VIG AND
              T-PAV-ESTADO(WS-PAV-IX) IS EQUAL TO 'R' AND
              T-PAV-FECHA-MINIMA(WS-PAV-IX) IS GREATER THAN
                                               WS-FECHA-PROC-PARAM
              SET CAMBIO-RETENIDO             TO TRUE
           ELSE
              ADD 1                           TO WS-PAV-IX
           END-IF.

       1370-F-COMPARAR-PREAVISO.
           EXIT.

      *----------------------------------------------------------------*
      *        1 4 0 0 - L E E R - P A R M C A M B                     *
      *----------------------------------------------------------------*
       1400-F-LEER-PARMCAMB.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 0 0 - C A R G A R - P R E A V I S O S               *
      *----------------------------------------------------------------*
      *   EL ARCHIVO ES OBLIGATORIO: VACIO SIGNIFICA QUE NO HAY        *
      *   CAMBIOS RETENIDOS, PERO SI NO SE PUEDE ABRIR EL PROCESO      *
      *   CANCELA, PORQUE SIN EL SE APLICARIAN CAMBIOS ANTES DEL       *
      *   PLAZO DE PREAVISO.                                           *
      *----------------------------------------------------------------*

       1500-CARGAR-PREAVISOS.

           MOVE '1500-CARGAR-PREAVISOS'       TO WS-PARRAFO.

           OPEN INPUT PREAVISO.

           IF NOT FS-PREAVISO-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PREAVISO                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVISO                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 1520-LEER-PREAVISO
              THRU 1520-F-LEER-PREAVISO.

           PERFORM 1540-GUARDAR-PREAVISO
              THRU 1540-F-GUARDAR-PREAVISO
             UNTIL FS-PREAVISO-EOF.

           CLOSE PREAVISO.

       1500-F-CARGAR-PREAVISOS.
           EXIT.

       1520-LEER-PREAVISO.

           READ PREAVISO INTO WS-REG-PREAVISO.

           EVALUATE TRUE
               WHEN FS-PREAVISO-OK
                    CONTINUE

               WHEN FS-PREAVISO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PREAVISO          TO AUX-ERR-NOMBRE
                    MOVE FS-PREAVISO          TO AUX-ERR-STATUS
                    MOVE '1520-LEER-PREAVISO' TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-PREAVISO.
           EXIT.

      *    UN CAMBIO RETENIDO QUE NO ENTRA EN LA TABLA SE APLICARIA
      *    ANTES DE TIEMPO: EL PROCESO CANCELA.

       1540-GUARDAR-PREAVISO.

           IF WS-CANT-PREAVISOS IS NOT LESS THAN 200
              MOVE CT-READ                    TO AUX-ERR-ACCION
              MOVE CT-PREAVISO                TO AUX-ERR-NOMBRE
              MOVE FS-PREAVISO                TO AUX-ERR-STATUS
              MOVE 'TABLA DE PREAVISOS LLENA' TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PREAVISOS.

           MOVE PAV-ARCHIVO     TO T-PAV-ARCHIVO(WS-CANT-PREAVISOS).
           MOVE PAV-CLAVE       TO T-PAV-CLAVE(WS-CANT-PREAVISOS).
           MOVE PAV-FECHA-VIG   TO T-PAV-FECHA-VIG(WS-CANT-PREAVISOS).
           MOVE PAV-FECHA-AVISO TO T-PAV-FECHA-AVISO(WS-CANT-PREAVISOS).
           MOVE PAV-FECHA-MINIMA
                     TO T-PAV-FECHA-MINIMA(WS-CANT-PREAVISOS).
           MOVE PAV-ESTADO      TO T-PAV-ESTADO(WS-CANT-PREAVISOS).
           MOVE PAV-CANT-AVISOS
                     TO T-PAV-CANT-AVISOS(WS-CANT-PREAVISOS).

           PERFORM 1520-LEER-PREAVISO
              THRU 1520-F-LEER-PREAVISO.

       1540-F-GUARDAR-PREAVISO.
           EXIT.

      *----------------------------------------------------------------*
      *     2 0 0 0 - P R O C E S A R - A R C H I V O                  *
      *----------------------------------------------------------------*
                    IF NOT FS-SLATAB-OK
                       SET PARAM-EOF          TO TRUE
                    END-IF

               WHEN 5
                    READ TASADEU  INTO WS-IMAGEN-ACTUAL
                    IF NOT FS-TASADEU-OK
                       SET PARAM-EOF          TO TRUE
                    END-IF
           END-EVALUATE.

       2400-F-LEER-PARAM.
               WHEN 4
                    MOVE WS-IMAGEN-SALIDA     TO REG-SLATAVIG
                    WRITE REG-SLATAVIG

               WHEN 5
                    MOVE WS-IMAGEN-SALIDA     TO REG-TASDEVIG
                    WRITE REG-TASDEVIG
           END-EVALUATE.

       2500-F-GRABAR-VIGENTE.
      *----------------------------------------------------------------*
      *   ASIENTA LA TRANSACCION WS-CAM-ELEGIDO CON LA ACCION YA       *
      *   PUESTA EN JRN-ACCION: 'M' MODIFICA, 'A' ALTA, 'R' NO         *
      *   APROBADA, 'F' VIGENCIA FUTURA, 'P' POSTERGADA POR PLAZO DE   *
      *   PREAVISO.                                                    *
      *----------------------------------------------------------------*

       2600-GRABAR-JOURNAL.
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF JRN-ACCION IS EQUAL TO 'M' OR 'A'
              PERFORM 2650-AUDITAR-APROBACION
                 THRU 2650-F-AUDITAR-APROBACION
           END-IF.

       2600-F-GRABAR-JOURNAL.
           EXIT.

      *----------------------------------------------------------------*
      *     2 6 5 0 - A U D I T A R - A P R O B A C I O N              *
      *----------------------------------------------------------------*
      *   ASIENTA EN SEGAUDIT EL CAMBIO APROBADO QUE SE APLICO, CON    *
      *   APROBADOR Y SOLICITANTE ( MISMA FORMA QUE                    *
      *   1808-AUDITAR-RESUMEN DE AUTORIRU ).                          *
      *----------------------------------------------------------------*

       2650-AUDITAR-APROBACION.

           IF T-CAM-SOLICITANTE(WS-CAM-ELEGIDO) IS NOT EQUAL TO SPACES
              AND T-CAM-SOLICITANTE(WS-CAM-ELEGIDO) IS EQUAL TO
                  T-CAM-APROBADOR(WS-CAM-ELEGIDO)
              ADD 1                           TO CNT-AUTOAPROBADOS
              DISPLAY '* CAMBIO APROBADO POR SU PROPIO SOLICITANTE: '
                      T-CAM-APROBADOR(WS-CAM-ELEGIDO) ' - '
                      T-CAM-ARCHIVO(WS-CAM-ELEGIDO) ' *'
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
           MOVE WS-FECHA-PROC-PARAM           TO SEG-AUD-FECHA.
           MOVE FUNCTION CURRENT-DATE(9:8)    TO SEG-AUD-HORA.
           MOVE CT-PROGRAMA                   TO SEG-AUD-PROGRAMA.
           MOVE T-CAM-APROBADOR(WS-CAM-ELEGIDO)
                                              TO SEG-AUD-SUPERVISOR.
           MOVE WS-RUN-ID                     TO SEG-AUD-RUNID.
           MOVE 'DEC:'                        TO SEG-DEC-MARCA.
           MOVE 'A'                           TO SEG-DEC-RESULTADO.
           MOVE T-CAM-SOLICITANTE(WS-CAM-ELEGIDO)
                                              TO SEG-DEC-AUTOR.

           STRING T-CAM-ARCHIVO(WS-CAM-ELEGIDO) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  JRN-ACCION                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  T-CAM-IMAGEN(WS-CAM-ELEGIDO)  DELIMITED BY SIZE
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

       2650-F-AUDITAR-APROBACION.
           EXIT.

      *----------------------------------------------------------------*
      *     2 7 0 0 - A G R E G A R - A L T A S                        *
      *----------------------------------------------------------------*
                 COMISION
                 BANDAS
                 SLATAB
                 TASADEU
                 TASASVIG
                 COMISVIG
                 BANDAVIG
                 SLATAVIG
                 TASDEVIG
                 PARMJRNL.

           MOVE CNT-CAMBIOS-LEIDOS            TO WS-MASCARA.
           MOVE CNT-CAMBIOS-FUTUROS           TO WS-MASCARA.
           DISPLAY '* TRANSACCIONES DE VIGENCIA FUTURA:       '
                                                      WS-MASCARA '   *'.
           MOVE CNT-CAMBIOS-RETENIDOS         TO WS-MASCARA.
           DISPLAY '* POSTERGADAS POR PLAZO DE PREAVISO:      '
                                                      WS-MASCARA '   *'.
           MOVE CNT-REGISTROS-COPIADOS        TO WS-MASCARA.
           DISPLAY '* REGISTROS COPIADOS SIN CAMBIO:          '
                                                      WS-MASCARA '   *'.
           MOVE CNT-AUTOAPROBADOS             TO WS-MASCARA.
           DISPLAY '* APROBADOS POR SU PROPIO SOLICITANTE:    '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.

                  CNT-CAMBIOS-ALTAS      DELIMITED BY SIZE
                  ' SINAPROBAR='  DELIMITED BY SIZE
                  CNT-CAMBIOS-NO-APROB   DELIMITED BY SIZE
                  ' RET='         DELIMITED BY SIZE
                  CNT-CAMBIOS-RETENIDOS  DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.


      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.    PGMSI161.

      *    AUTHOR.        MATIAS N. MAZZITELLI | KC03CAB
      *    DATE-WRITTEN.  2026-OCTUBRE-15

      *----------------------------------------------------------------*
      *   PRONOSTICO DE CAMINO CRITICO Y HORA DE FIN DE LA NOCHE       *
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * ESTE PROGRAMA CORRE EN LOS PUNTOS DE CONTROL DE LA NOCHE ( LO  *
      * PUEDE LANZAR OPERACIONES LAS VECES QUE QUIERA ) Y PRONOSTICA   *
      * A QUE HORA VA A TERMINAR LA CORRIDA, PARA QUE EL OPERADOR      *
      * ACTUE ANTES DE QUE PELIGRE LA APERTURA DEL DIA EN LINEA Y NO   *
      * ENTERARSE A LA MANANA POR PGMSIN45:                            *
      *   - LOS PASOS DE HOY SALEN DEL PLAN PLANEXEC DE PGMSIN90.      *
      *   - LAS DEPENDENCIAS SON LAS QUE CONTROLA PGMSIN36 ( PGMSIN29  *
      *     ANTES QUE PGMSIN33, PGMB2CAB ANTES QUE PGMSIN31, PGMSIN31  *
      *     ANTES QUE PGMSIN35 ) MAS LAS QUE OPERACIONES AGREGUE EN EL *
      *     ARCHIVO OPCIONAL DEPPASO ( PASO + PREDECESOR ).            *
      *   - HISTBTOT ES EL BATCHTOT ACUMULADO: LOS RENGLONES DE LA     *
      *     FECHA DE PROCESO ( CICLO NOCTURNO ) SON LOS PASOS YA       *
      *     TERMINADOS, CON SU HORA DE FIN REAL; LOS DE OTRAS FECHAS   *
      *     DAN LA DURACION PROMEDIO DE CADA PASO. UN PASO SIN         *
      *     HISTORIA SE ESTIMA CON UNA DURACION FIJA Y SE SENALA.      *
      *   - LOS PASOS PENDIENTES ARRANCAN AHORA O CUANDO TERMINA SU    *
      *     ULTIMO PREDECESOR; EL FIN PROYECTADO ES EL MAYOR FIN Y EL  *
      *     CAMINO CRITICO ES LA CADENA DE PREDECESORES QUE LO FIJA.   *
      *   - LA HORA DE APERTURA EN LINEA VIENE EN LA TARJETA SYSIN     *
      *     ( HHMM; SIN TARJETA RIGE 07:00 ). SI EL FIN PROYECTADO LA  *
      *     SUPERA, AVISA POR CONSOLA CON LOS PASOS DEL CAMINO CRITICO *
      *     Y TERMINA CON RETURN-CODE 4 PARA QUE EL PLANIFICADOR       *
      *     DISPARE LA ALERTA.                                         *
      *   - EL DETALLE QUEDA EN EL LISTADO PRONOST.                    *
      * AL FINALIZAR INFORMA ESTADISTICA Y GRABA EL RESUMEN DE BATCH   *
      * HABITUAL.                                                      *
      *----------------------------------------------------------------*

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

           SELECT PLANEXEC ASSIGN TO PLANEXEC
                                    FILE STATUS IS FS-PLANEXEC.

           SELECT DEPPASO ASSIGN TO DEPPASO
                                    FILE STATUS IS FS-DEPPASO.

           SELECT HISTBTOT ASSIGN TO HISTBTOT
                                    FILE STATUS IS FS-HISTBTOT.

           SELECT PRONOST ASSIGN TO PRONOST
                                    FILE STATUS IS FS-PRONOST.

           SELECT FECPROC ASSIGN TO FECPROC
                                    FILE STATUS IS FS-FECPROC.

           SELECT RUNID ASSIGN TO RUNID
                                    FILE STATUS IS FS-RUNID.

           SELECT BATCHTOT ASSIGN TO BATCHTOT
                                    FILE STATUS IS FS-BATCHTOT.

       I-O-CONTROL.

      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      *----------------------------------------------------------------*
       FILE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *   PLAN DE PASOS ESPERADOS DE HOY, GENERADO POR PGMSIN90.       *
      *----------------------------------------------------------------*

       FD   PLANEXEC
            RECORDING MODE IS F.
       01   REG-PLANEXEC.
            02 PLA-PROGRAMA                                 PIC X(08).
            02 PLA-FECHA                                    PIC 9(08).
            02 FILLER                                       PIC X(04).

      *----------------------------------------------------------------*
      *   DEPENDENCIAS ADICIONALES ENTRE PASOS, MANTENIDAS POR         *
      *   OPERACIONES: EL PASO NO PUEDE EMPEZAR HASTA QUE TERMINE SU   *
      *   PREDECESOR. ARCHIVO OPCIONAL.                                *
      *----------------------------------------------------------------*

       FD   DEPPASO
            RECORDING MODE IS F.
       01   REG-DEPPASO.
            02 DEP-PROGRAMA                                 PIC X(08).
            02 DEP-PREDECESOR                               PIC X(08).
            02 FILLER                                       PIC X(04).

      *----------------------------------------------------------------*
      *   HISTBTOT ES EL BATCHTOT ACUMULADO, LEIDO COMO ENTRADA ( EL   *
      *   DD BATCHTOT QUEDA RESERVADO PARA EL RESUMEN QUE GRABA ESTE   *
      *   MISMO PROGRAMA ), IGUAL QUE EN PGMSIN45.                     *
      *----------------------------------------------------------------*

       FD   HISTBTOT
            RECORDING MODE IS F.
       01   REG-HISTBTOT                                    PIC X(109).

      *----------------------------------------------------------------*
      *   LISTADO DEL PRONOSTICO DEL PUNTO DE CONTROL.                 *
      *----------------------------------------------------------------*

       FD   PRONOST
            RECORDING MODE IS F.
       01   REG-PRONOST                                     PIC X(132).

      *----------------------------------------------------------------*
      *   FECHA DE PROCESO DE LA CORRIDA ( COPY FECPROFD ).            *
      *----------------------------------------------------------------*

           COPY FECPROFD.

      *----------------------------------------------------------------*
      *   IDENTIFICADOR DE LA CORRIDA EN CURSO ( COPY RUNIDFD ).       *
      *----------------------------------------------------------------*

           COPY RUNIDFD.

      *----------------------------------------------------------------*
      *   ARCHIVO DE RESUMEN DE BATCH, COMPARTIDO ENTRE LOS PROGRAMAS  *
      *   DE LA SUITE (COPY BATCHTOT).                                 *
      *----------------------------------------------------------------*

           COPY BATCHTOT.

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      *               A R E A  D E  C O N S T A N T E S                *
      *----------------------------------------------------------------*

       01 CT-CONSTANTES.
           02 CT-PROGRAMA                   PIC X(08)  VALUE 'PGMSI161'.
           02 CT-OPEN                       PIC X(08)  VALUE 'OPEN    '.
           02 CT-READ                       PIC X(08)  VALUE 'READ    '.
           02 CT-WRITE                      PIC X(08)  VALUE 'WRITE   '.
           02 CT-CLOSE                      PIC X(08)  VALUE 'CLOSE   '.
           02 CT-SIZE                       PIC X(08)  VALUE 'SIZE    '.
           02 CT-PLANEXEC                   PIC X(08)  VALUE 'PLANEXEC'.
           02 CT-DEPPASO                    PIC X(08)  VALUE 'DEPPASO '.
           02 CT-HISTBTOT                   PIC X(08)  VALUE 'HISTBTOT'.
           02 CT-PRONOST                    PIC X(08)  VALUE 'PRONOST '.
           02 CT-MAX-PASOS                  PIC 9(03)  VALUE 50.
           02 CT-MAX-DEPENDENCIAS           PIC 9(03)  VALUE 100.
           02 CT-APERTURA-DEFECTO           PIC 9(04)  VALUE 0700.
           02 CT-DURACION-DEFECTO           PIC 9(05)  VALUE 300.
           02 CT-HORA-CAMBIO-DIA            PIC 9(02)  VALUE 12.
           02 CT-SEGUNDOS-DIA               PIC 9(05)  VALUE 86400.

      *----------------------------------------------------------------*
      *   DEPENDENCIAS FIJAS QUE CONTROLA PGMSIN36 ( PASO, PREDECESOR )*
      *----------------------------------------------------------------*

       01 CT-DEPENDENCIAS-FIJAS.
           02 FILLER                        PIC X(16)  VALUE
              'PGMSIN33PGMSIN29'.
           02 FILLER                        PIC X(16)  VALUE
              'PGMSIN31PGMB2CAB'.
           02 FILLER                        PIC X(16)  VALUE
              'PGMSIN35PGMSIN31'.
       01 CT-T-DEPENDENCIAS-FIJAS REDEFINES CT-DEPENDENCIAS-FIJAS.
           02 CT-DEP-FIJA                   OCCURS 3 TIMES.
              03 CT-DEP-FIJA-PROGRAMA       PIC X(08).
              03 CT-DEP-FIJA-PREDECESOR     PIC X(08).

      *----------------------------------------------------------------*
      *               A R E A  D E  V A R I A B L E S                  *
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
           02 WS-PARRAFO                    PIC X(50).
           02 WS-HORA-INICIO                PIC X(08).
           02 WS-MASCARA                    PIC ZZZZ9.
           02 WS-FECHA-HOY                  PIC X(10)  VALUE SPACES.
           02 WS-P                          PIC 9(03)  VALUE ZEROS.
           02 WS-D                          PIC 9(03)  VALUE ZEROS.
           02 WS-C                          PIC 9(03)  VALUE ZEROS.
           02 WS-X                          PIC 9(03)  VALUE ZEROS.
           02 WS-IX-PREDECESOR              PIC 9(03)  VALUE ZEROS.
           02 WS-PASADA                     PIC 9(03)  VALUE ZEROS.
           02 WS-PROGRAMA-BUSCADO           PIC X(08)  VALUE SPACES.
           02 WS-IX-HALLADO                 PIC 9(03)  VALUE ZEROS.
           02 WS-SEG-AHORA                  PIC 9(06)  VALUE ZEROS.
           02 WS-SEG-APERTURA               PIC 9(06)  VALUE ZEROS.
           02 WS-SEG-FIN-PROYECTADO         PIC 9(06)  VALUE ZEROS.
           02 WS-IX-ULTIMO                  PIC 9(03)  VALUE ZEROS.
           02 WS-INICIO-CALC                PIC 9(06)  VALUE ZEROS.
           02 WS-CRITICO-CALC               PIC 9(03)  VALUE ZEROS.
           02 WS-FIN-CALC                   PIC 9(06)  VALUE ZEROS.
           02 WS-MINUTOS-ATRASO             PIC 9(05)  VALUE ZEROS.
           02 WS-CAMBIOS-SW                 PIC X(01)  VALUE 'N'.
              88 HUBO-CAMBIOS                          VALUE 'S'.
              88 SIN-CAMBIOS                           VALUE 'N'.
           02 WS-ALERTA-SW                  PIC X(01)  VALUE 'N'.
              88 HAY-ALERTA                            VALUE 'S'.

      *----------------------------------------------------------------*
      *   TARJETA SYSIN CON LA HORA DE APERTURA EN LINEA ( HHMM )      *
      *----------------------------------------------------------------*

       01 WS-TARJETA-APERTURA.
           02 WS-TAR-HORA                   PIC X(04)  VALUE SPACES.
           02 FILLER                        PIC X(76)  VALUE SPACES.

       01 WS-APERTURA                       PIC 9(04)  VALUE ZEROS.
       01 WS-APERTURA-R REDEFINES WS-APERTURA.
           02 WS-APE-HH                     PIC 9(02).
           02 WS-APE-MM                     PIC 9(02).

      *----------------------------------------------------------------*
      *   HORAS: HHMMSS A SEGUNDOS DE LA NOCHE ( DESPUES DE MEDIANOCHE *
      *   SE SUMA UN DIA, PARA QUE LA VENTANA SEA CONTINUA ) Y VUELTA  *
      *   A HH:MM:SS PARA IMPRIMIR.                                    *
      *----------------------------------------------------------------*

       01 WS-HORA-AUX.
           02 WS-HAX-HH                     PIC 9(02).
           02 WS-HAX-MM                     PIC 9(02).
           02 WS-HAX-SS                     PIC 9(02).

       01 WS-SEG-AUX                        PIC 9(06)  VALUE ZEROS.
       01 WS-SEG-RESTO                      PIC 9(06)  VALUE ZEROS.

       01 WS-HORA-EDIT.
           02 WS-HED-HH                     PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE ':'.
           02 WS-HED-MM                     PIC 9(02).
           02 FILLER                        PIC X(01)  VALUE ':'.
           02 WS-HED-SS                     PIC 9(02).

      *----------------------------------------------------------------*
      *   VISTA DE TRABAJO DEL REGISTRO DE HISTBTOT ( MISMO LAYOUT     *
      *   QUE REG-BATCHTOT, COPY BATCHTOT ).                           *
      *----------------------------------------------------------------*

       01 WS-REG-HIST.
           02 HIST-PROGRAMA                 PIC X(08).
           02 HIST-FECHA                    PIC X(10).
           02 HIST-HORA-INICIO              PIC X(08).
           02 HIST-HORA-FIN                 PIC X(08).
           02 HIST-DURACION-SEG             PIC 9(05).
           02 HIST-DETALLE                  PIC X(60).
           02 HIST-RUNID                    PIC X(08).
           02 HIST-CICLO                    PIC 9(02).

      *----------------------------------------------------------------*
      *   PASOS DEL PLAN DE HOY CON SU ESTADO Y SU ESTIMACION: INICIO  *
      *   Y FIN EN SEGUNDOS DE LA NOCHE; T-PAS-CRITICO ES EL PASO      *
      *   PREDECESOR QUE FIJA SU INICIO ( CERO = ARRANCA AHORA ).      *
      *----------------------------------------------------------------*

       01 WS-CANT-PASOS                     PIC 9(03)  VALUE ZEROS.

       01 WS-T-PASOS.
           02 T-PAS                         OCCURS 50 TIMES.
              03 T-PAS-PROGRAMA             PIC X(08).
              03 T-PAS-ESTADO               PIC X(01).
                 88 T-PAS-PENDIENTE                    VALUE 'P'.
                 88 T-PAS-TERMINADO                    VALUE 'T'.
                 88 T-PAS-CORTADO                      VALUE 'U'.
              03 T-PAS-SUMA-HIST            PIC 9(09).
              03 T-PAS-CANT-HIST            PIC 9(05).
              03 T-PAS-DUR-PROMEDIO         PIC 9(05).
              03 T-PAS-DUR-REAL             PIC 9(05).
              03 T-PAS-INICIO               PIC 9(06).
              03 T-PAS-FIN                  PIC 9(06).
              03 T-PAS-CRITICO              PIC 9(03).

      *----------------------------------------------------------------*
      *   DEPENDENCIAS ( FIJAS + DEPPASO ) CON LA POSICION DE CADA     *
      *   EXTREMO EN EL PLAN ( CERO = NO ESTA EN EL PLAN DE HOY ).     *
      *----------------------------------------------------------------*

       01 WS-CANT-DEPENDENCIAS              PIC 9(03)  VALUE ZEROS.

       01 WS-T-DEPENDENCIAS.
           02 T-DEP                         OCCURS 100 TIMES.
              03 T-DEP-PROGRAMA             PIC X(08).
              03 T-DEP-PREDECESOR           PIC X(08).
              03 T-DEP-IX-PASO              PIC 9(03).
              03 T-DEP-IX-PREDECESOR        PIC 9(03).

      *----------------------------------------------------------------*
      *   CAMINO CRITICO, DEL ULTIMO PASO HACIA ATRAS                  *
      *----------------------------------------------------------------*

       01 WS-CANT-CAMINO                    PIC 9(03)  VALUE ZEROS.

       01 WS-T-CAMINO.
           02 T-CAM-IX-PASO                 OCCURS 50 TIMES
                                            PIC 9(03).

      *----------------------------------------------------------------*
      *   LINEAS DEL LISTADO PRONOST                                   *
      *----------------------------------------------------------------*

       01 WS-LIN-TITULO.
           02 FILLER                        PIC X(38)  VALUE
              'PRONOSTICO DE FIN DE CORRIDA - FECHA '.
           02 LTI-FECHA                     PIC X(10).
           02 FILLER                        PIC X(21)  VALUE
              ' - PUNTO DE CONTROL '.
           02 LTI-HORA                      PIC X(08).
           02 FILLER                        PIC X(55)  VALUE SPACES.

       01 WS-LIN-COLUMNAS.
           02 FILLER                        PIC X(40)  VALUE
              'PASO     ESTADO      INICIO   FIN       '.
           02 FILLER                        PIC X(40)  VALUE
              'DUR.PROM DUR.REAL PREDECESOR CRITICO    '.
           02 FILLER                        PIC X(52)  VALUE SPACES.

       01 WS-LIN-PASO.
           02 LPA-PROGRAMA                  PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPA-ESTADO                    PIC X(10).
           02 FILLER                        PIC X(02)  VALUE SPACES.
           02 LPA-INICIO                    PIC X(08).
           02 FILLER                        PIC X(01)  VALUE SPACES.
           02 LPA-FIN                       PIC X(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LPA-DUR-PROMEDIO              PIC ZZZZ9.
           02 FILLER                        PIC X(04)  VALUE SPACES.
           02 LPA-DUR-REAL                  PIC ZZZZ9.
           02 FILLER                        PIC X(05)  VALUE SPACES.
           02 LPA-PREDECESOR                PIC X(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LPA-MARCA                     PIC X(30).
           02 FILLER                        PIC X(31)  VALUE SPACES.

       01 WS-LIN-RESULTADO.
           02 FILLER                        PIC X(26)  VALUE
              'FIN PROYECTADO DE LA NOCHE'.
           02 FILLER                        PIC X(02)  VALUE ': '.
           02 LRE-FIN                       PIC X(08).
           02 FILLER                        PIC X(22)  VALUE
              '   APERTURA EN LINEA: '.
           02 LRE-APERTURA                  PIC X(08).
           02 FILLER                        PIC X(03)  VALUE SPACES.
           02 LRE-SITUACION                 PIC X(50).
           02 FILLER                        PIC X(13)  VALUE SPACES.

       01 WS-LIN-TITULO-CAMINO.
           02 FILLER                        PIC X(50)  VALUE
              'CAMINO CRITICO ( PASOS QUE FIJAN LA HORA DE FIN ):'.
           02 FILLER                        PIC X(82)  VALUE SPACES.

      *----------------------------------------------------------------*
      *       A R E A  D E  R E S U M E N  D E  B A T C H              *
      *----------------------------------------------------------------*

       01 WS-BTOT-FECHA-AAAAMMDD.
           02 WS-BTOT-FECHA-ANIO             PIC 9(04).
           02 WS-BTOT-FECHA-MES              PIC 9(02).
           02 WS-BTOT-FECHA-DIA              PIC 9(02).

      *----------------------------------------------------------------*
      *           A U X I L I A R E S  P A R A  E R R O R E S          *
      *----------------------------------------------------------------*

       01 AUXILIARES.
           02 W-N-ERROR                     PIC 9(02)  VALUE ZEROS.
           02 AUX-ERR-ACCION                PIC X(10)  VALUE SPACES.
           02 AUX-ERR-NOMBRE                PIC X(18)  VALUE SPACES.
           02 AUX-ERR-STATUS                PIC X(04)  VALUE SPACES.
           02 AUX-ERR-MENSAJE               PIC X(50)  VALUE SPACES.

      *----------------------------------------------------------------*
      *                 A R E A  D E  C O N T A D O R E S              *
      *----------------------------------------------------------------*

       01 CNT-CONTADORES.
           02 CNT-HIST-LEIDOS               PIC 9(07)  VALUE ZEROS.
           02 CNT-DEPPASO-LEIDOS            PIC 9(05)  VALUE ZEROS.
           02 CNT-PASOS-TERMINADOS          PIC 9(03)  VALUE ZEROS.
           02 CNT-PASOS-PENDIENTES          PIC 9(03)  VALUE ZEROS.
           02 CNT-SIN-HISTORIA              PIC 9(03)  VALUE ZEROS.

      *----------------------------------------------------------------*
      *               A R E A  D E  F I L E - S T A T U S              *
      *----------------------------------------------------------------*

       01 FS-FILE-STATUS.
           02 FS-PLANEXEC                   PIC X(02).
              88 FS-PLANEXEC-OK                        VALUE '00'.
              88 FS-PLANEXEC-EOF                       VALUE '10'.

           02 FS-DEPPASO                    PIC X(02).
              88 FS-DEPPASO-OK                         VALUE '00'.
              88 FS-DEPPASO-EOF                        VALUE '10'.

           02 FS-HISTBTOT                   PIC X(02).
              88 FS-HISTBTOT-OK                        VALUE '00'.
              88 FS-HISTBTOT-EOF                       VALUE '10'.

           02 FS-PRONOST                    PIC X(02).
              88 FS-PRONOST-OK                         VALUE '00'.

           02 FS-FECPROC                    PIC X(02).
              88 FS-FECPROC-OK                         VALUE '00'.
              88 FS-FECPROC-EOF                        VALUE '10'.

           02 FS-RUNID                      PIC X(02).
              88 FS-RUNID-OK                           VALUE '00'.
              88 FS-RUNID-EOF                          VALUE '10'.

           02 FS-BATCHTOT                   PIC X(02).
              88 FS-BATCHTOT-OK                        VALUE '00'.

      *----------------------------------------------------------------*
      *                     A R E A  D E  C O P Y S                    *
      *----------------------------------------------------------------*

           COPY CPFECPRO.

           COPY CPRUNID.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

           PERFORM 1000-INICIO
              THRU 1000-F-INICIO.

           PERFORM 2000-PROCESO
              THRU 2000-F-PROCESO.

           PERFORM 3000-FIN
              THRU 3000-F-FIN.

           GOBACK.

      *----------------------------------------------------------------*
      *                     1 0 0 0 - I N I C I O                      *
      *----------------------------------------------------------------*

       1000-INICIO.

           INITIALIZE WS-VARIABLES
                      CNT-CONTADORES

           MOVE '1000-INICIO'                 TO WS-PARRAFO.

           MOVE FUNCTION CURRENT-DATE(9:8)   TO WS-HORA-INICIO.

           ACCEPT WS-TARJETA-APERTURA FROM SYSIN.

           IF WS-TAR-HORA IS NUMERIC
              MOVE WS-TAR-HORA                TO WS-APERTURA
           ELSE
              MOVE CT-APERTURA-DEFECTO        TO WS-APERTURA
           END-IF.

           MOVE WS-APE-HH                     TO WS-HAX-HH.
           MOVE WS-APE-MM                     TO WS-HAX-MM.
           MOVE ZEROS                         TO WS-HAX-SS.

           PERFORM 2780-HORA-A-SEGUNDOS
              THRU 2780-F-HORA-A-SEGUNDOS.

           MOVE WS-SEG-AUX                    TO WS-SEG-APERTURA.

           MOVE FUNCTION CURRENT-DATE(9:6)   TO WS-HORA-AUX.

           PERFORM 2780-HORA-A-SEGUNDOS
              THRU 2780-F-HORA-A-SEGUNDOS.

           MOVE WS-SEG-AUX                    TO WS-SEG-AHORA.

           PERFORM 1855-LEER-FECPROC
              THRU 1855-F-LEER-FECPROC.

           PERFORM 1850-LEER-RUNID
              THRU 1850-F-LEER-RUNID.

           PERFORM 1100-OBTENER-FECHA-HOY
              THRU 1100-F-OBTENER-FECHA-HOY.

           PERFORM 1200-ABRIR-ARCHIVOS
              THRU 1200-F-ABRIR-ARCHIVOS.

           PERFORM 1300-CARGAR-PLAN
              THRU 1300-F-CARGAR-PLAN.

           PERFORM 1400-CARGAR-DEPENDENCIAS
              THRU 1400-F-CARGAR-DEPENDENCIAS.

           PERFORM 1500-CARGAR-HISTORIA
              THRU 1500-F-CARGAR-HISTORIA.

       1000-F-INICIO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 1 0 0 - O B T E N E R - F E C H A - H O Y           *
      *----------------------------------------------------------------*

       1100-OBTENER-FECHA-HOY.

           MOVE '1100-OBTENER-FECHA-HOY'      TO WS-PARRAFO.

      *    LOS PASOS DE LA NOCHE SE ESTAMPAN CON LA FECHA DE PROCESO
      *    ( COPY BATCHGRB ), AUNQUE TERMINEN DESPUES DE MEDIANOCHE.
           IF WS-FECHA-PROC-PARAM IS GREATER THAN ZEROS
              MOVE WS-FECHA-PROC-PARAM        TO WS-BTOT-FECHA-AAAAMMDD
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8)
                                              TO WS-BTOT-FECHA-AAAAMMDD
           END-IF.

           STRING WS-BTOT-FECHA-DIA   DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WS-BTOT-FECHA-MES   DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  WS-BTOT-FECHA-ANIO  DELIMITED BY SIZE
              INTO WS-FECHA-HOY
           END-STRING.

       1100-F-OBTENER-FECHA-HOY.
           EXIT.

      *----------------------------------------------------------------*
      *            1 2 0 0 - A B R I R - A R C H I V O S               *
      *----------------------------------------------------------------*

       1200-ABRIR-ARCHIVOS.

           MOVE '1200-ABRIR-ARCHIVOS'         TO WS-PARRAFO.

           OPEN INPUT   PLANEXEC
                        HISTBTOT
                OUTPUT  PRONOST.

           IF NOT FS-PLANEXEC-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PLANEXEC                TO AUX-ERR-NOMBRE
              MOVE FS-PLANEXEC                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-HISTBTOT-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-HISTBTOT                TO AUX-ERR-NOMBRE
              MOVE FS-HISTBTOT                TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           IF NOT FS-PRONOST-OK
              MOVE CT-OPEN                    TO AUX-ERR-ACCION
              MOVE CT-PRONOST                 TO AUX-ERR-NOMBRE
              MOVE FS-PRONOST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

       1200-F-ABRIR-ARCHIVOS.
           EXIT.

      *----------------------------------------------------------------*
      *           1 3 0 0 - C A R G A R - P L A N                      *
      *----------------------------------------------------------------*

       1300-CARGAR-PLAN.

           MOVE '1300-CARGAR-PLAN'            TO WS-PARRAFO.

           PERFORM 1320-LEER-PLANEXEC
              THRU 1320-F-LEER-PLANEXEC.

           PERFORM 1340-GUARDAR-PASO
              THRU 1340-F-GUARDAR-PASO
             UNTIL FS-PLANEXEC-EOF.

           CLOSE PLANEXEC.

           IF WS-CANT-PASOS IS EQUAL TO ZEROS
              DISPLAY '* PLAN DE EJECUCION VACIO: NO HAY PASOS QUE '
                      'PRONOSTICAR *'
           END-IF.

       1300-F-CARGAR-PLAN.
           EXIT.

      *----------------------------------------------------------------*
      *        1 3 2 0 - L E E R - P L A N E X E C                     *
      *----------------------------------------------------------------*

       1320-LEER-PLANEXEC.

           READ PLANEXEC.

           EVALUATE TRUE
               WHEN FS-PLANEXEC-OK
                    CONTINUE

               WHEN FS-PLANEXEC-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-PLANEXEC          TO AUX-ERR-NOMBRE
                    MOVE FS-PLANEXEC          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1320-F-LEER-PLANEXEC.
           EXIT.

      *----------------------------------------------------------------*
      *          1 3 4 0 - G U A R D A R - P A S O                     *
      *----------------------------------------------------------------*

       1340-GUARDAR-PASO.

           IF WS-CANT-PASOS IS NOT LESS THAN CT-MAX-PASOS
              DISPLAY '* TABLA DE PASOS DEL PLAN LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-PLANEXEC                TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-PASOS.
           MOVE WS-CANT-PASOS                 TO WS-P.
           MOVE PLA-PROGRAMA                  TO T-PAS-PROGRAMA(WS-P).
           SET T-PAS-PENDIENTE(WS-P)          TO TRUE.
           MOVE ZEROS                         TO T-PAS-SUMA-HIST(WS-P)
                                                 T-PAS-CANT-HIST(WS-P)
                                                 T-PAS-DUR-REAL(WS-P)
                                                 T-PAS-INICIO(WS-P)
                                                 T-PAS-FIN(WS-P)
                                                 T-PAS-CRITICO(WS-P).
           MOVE ZEROS                     TO T-PAS-DUR-PROMEDIO(WS-P).

           PERFORM 1320-LEER-PLANEXEC
              THRU 1320-F-LEER-PLANEXEC.

       1340-F-GUARDAR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *      1 4 0 0 - C A R G A R - D E P E N D E N C I A S           *
      *----------------------------------------------------------------*
      *   PRIMERO LAS FIJAS DE PGMSIN36; DESPUES LAS DE DEPPASO, SI    *
      *   EL ARCHIVO EXISTE. A CADA UNA SE LE UBICAN SUS DOS PASOS EN  *
      *   EL PLAN DE HOY.                                              *
      *----------------------------------------------------------------*

       1400-CARGAR-DEPENDENCIAS.

           MOVE '1400-CARGAR-DEPENDENCIAS'    TO WS-PARRAFO.

           PERFORM 1410-GUARDAR-FIJA
              THRU 1410-F-GUARDAR-FIJA
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN 3.

           OPEN INPUT DEPPASO.

           IF NOT FS-DEPPASO-OK
              DISPLAY '* SIN DEPPASO: SOLO RIGEN LAS DEPENDENCIAS '
                      'DE PGMSIN36 *'
              GO TO 1400-F-CARGAR-DEPENDENCIAS
           END-IF.

           PERFORM 1420-LEER-DEPPASO
              THRU 1420-F-LEER-DEPPASO.

           PERFORM 1440-GUARDAR-DEPPASO
              THRU 1440-F-GUARDAR-DEPPASO
             UNTIL FS-DEPPASO-EOF.

           CLOSE DEPPASO.

       1400-F-CARGAR-DEPENDENCIAS.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 1 0 - G U A R D A R - F I J A                     *
      *----------------------------------------------------------------*

       1410-GUARDAR-FIJA.

           MOVE CT-DEP-FIJA-PROGRAMA(WS-D)    TO DEP-PROGRAMA.
           MOVE CT-DEP-FIJA-PREDECESOR(WS-D)  TO DEP-PREDECESOR.

           PERFORM 1460-AGREGAR-DEPENDENCIA
              THRU 1460-F-AGREGAR-DEPENDENCIA.

       1410-F-GUARDAR-FIJA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 2 0 - L E E R - D E P P A S O                     *
      *----------------------------------------------------------------*

       1420-LEER-DEPPASO.

           READ DEPPASO.

           EVALUATE TRUE
               WHEN FS-DEPPASO-OK
                    ADD 1                     TO CNT-DEPPASO-LEIDOS

               WHEN FS-DEPPASO-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-DEPPASO           TO AUX-ERR-NOMBRE
                    MOVE FS-DEPPASO           TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1420-F-LEER-DEPPASO.
           EXIT.

      *----------------------------------------------------------------*
      *          1 4 4 0 - G U A R D A R - D E P P A S O               *
      *----------------------------------------------------------------*

       1440-GUARDAR-DEPPASO.

           IF DEP-PROGRAMA IS NOT EQUAL TO SPACES AND
              DEP-PREDECESOR IS NOT EQUAL TO SPACES
              PERFORM 1460-AGREGAR-DEPENDENCIA
                 THRU 1460-F-AGREGAR-DEPENDENCIA
           END-IF.

           PERFORM 1420-LEER-DEPPASO
              THRU 1420-F-LEER-DEPPASO.

       1440-F-GUARDAR-DEPPASO.
           EXIT.

      *----------------------------------------------------------------*
      *      1 4 6 0 - A G R E G A R - D E P E N D E N C I A           *
      *----------------------------------------------------------------*
      *   SOLO INTERESAN LAS DEPENDENCIAS CON LOS DOS PASOS EN EL PLAN *
      *   DE HOY; LAS DEMAS NO DEMORAN A NADIE ESTA NOCHE.             *
      *----------------------------------------------------------------*

       1460-AGREGAR-DEPENDENCIA.

           MOVE DEP-PROGRAMA                  TO WS-PROGRAMA-BUSCADO.

           PERFORM 1480-UBICAR-PASO
              THRU 1480-F-UBICAR-PASO.

           IF WS-IX-HALLADO IS EQUAL TO ZEROS
              GO TO 1460-F-AGREGAR-DEPENDENCIA
           END-IF.

           MOVE WS-IX-HALLADO                 TO WS-C.
           MOVE DEP-PREDECESOR                TO WS-PROGRAMA-BUSCADO.

           PERFORM 1480-UBICAR-PASO
              THRU 1480-F-UBICAR-PASO.

           IF WS-IX-HALLADO IS EQUAL TO ZEROS
              GO TO 1460-F-AGREGAR-DEPENDENCIA
           END-IF.

           IF WS-CANT-DEPENDENCIAS IS NOT LESS THAN CT-MAX-DEPENDENCIAS
              DISPLAY '* TABLA DE DEPENDENCIAS LLENA *'

              MOVE CT-SIZE                    TO AUX-ERR-ACCION
              MOVE CT-DEPPASO                 TO AUX-ERR-NOMBRE
              MOVE SPACES                     TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           ADD 1                              TO WS-CANT-DEPENDENCIAS.
           MOVE WS-CANT-DEPENDENCIAS          TO WS-X.
           MOVE DEP-PROGRAMA                  TO T-DEP-PROGRAMA(WS-X).
           MOVE DEP-PREDECESOR                TO T-DEP-PREDECESOR(WS-X).
           MOVE WS-C                          TO T-DEP-IX-PASO(WS-X).
           MOVE WS-IX-HALLADO             TO T-DEP-IX-PREDECESOR(WS-X).

       1460-F-AGREGAR-DEPENDENCIA.
           EXIT.

      *----------------------------------------------------------------*
      *            1 4 8 0 - U B I C A R - P A S O                     *
      *----------------------------------------------------------------*
      *   DEJA EN WS-IX-HALLADO LA POSICION DE WS-PROGRAMA-BUSCADO EN  *
      *   EL PLAN, O CERO SI HOY NO CORRE.                             *
      *----------------------------------------------------------------*

       1480-UBICAR-PASO.

           MOVE ZEROS                         TO WS-IX-HALLADO.

           PERFORM 1490-COMPARAR-PASO
              THRU 1490-F-COMPARAR-PASO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PASOS
                  OR WS-IX-HALLADO IS GREATER THAN ZEROS.

       1480-F-UBICAR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *           1 4 9 0 - C O M P A R A R - P A S O                  *
      *----------------------------------------------------------------*

       1490-COMPARAR-PASO.

           IF T-PAS-PROGRAMA(WS-P) IS EQUAL TO WS-PROGRAMA-BUSCADO
              MOVE WS-P                       TO WS-IX-HALLADO
           END-IF.

       1490-F-COMPARAR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *         1 5 0 0 - C A R G A R - H I S T O R I A                *
      *----------------------------------------------------------------*
      *   LOS RENGLONES DE LA FECHA DE PROCESO DEL CICLO NOCTURNO SON  *
      *   PASOS YA TERMINADOS ESTA NOCHE; LOS DEMAS ALIMENTAN LA       *
      *   DURACION PROMEDIO DE CADA PASO.                              *
      *----------------------------------------------------------------*

       1500-CARGAR-HISTORIA.

           MOVE '1500-CARGAR-HISTORIA'        TO WS-PARRAFO.

           PERFORM 1520-LEER-HISTBTOT
              THRU 1520-F-LEER-HISTBTOT.

           PERFORM 1540-GUARDAR-HISTORIA
              THRU 1540-F-GUARDAR-HISTORIA
             UNTIL FS-HISTBTOT-EOF.

           CLOSE HISTBTOT.

           PERFORM 1580-CALCULAR-PROMEDIO
              THRU 1580-F-CALCULAR-PROMEDIO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PASOS.

       1500-F-CARGAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *          1 5 2 0 - L E E R - H I S T B T O T                   *
      *----------------------------------------------------------------*

       1520-LEER-HISTBTOT.

           READ HISTBTOT INTO WS-REG-HIST.

           EVALUATE TRUE
               WHEN FS-HISTBTOT-OK
                    ADD 1                     TO CNT-HIST-LEIDOS

               WHEN FS-HISTBTOT-EOF
                    CONTINUE

               WHEN OTHER
                    MOVE CT-READ              TO AUX-ERR-ACCION
                    MOVE CT-HISTBTOT          TO AUX-ERR-NOMBRE
                    MOVE FS-HISTBTOT          TO AUX-ERR-STATUS
                    MOVE WS-PARRAFO           TO AUX-ERR-MENSAJE
                    MOVE 10                   TO W-N-ERROR

                    PERFORM 9000-SALIDA-ERRORES
                       THRU 9000-F-SALIDA-ERRORES
           END-EVALUATE.

       1520-F-LEER-HISTBTOT.
           EXIT.

      *----------------------------------------------------------------*
      *        1 5 4 0 - G U A R D A R - H I S T O R I A               *
      *----------------------------------------------------------------*

       1540-GUARDAR-HISTORIA.

           MOVE HIST-PROGRAMA                 TO WS-PROGRAMA-BUSCADO.

           PERFORM 1480-UBICAR-PASO
              THRU 1480-F-UBICAR-PASO.

           IF WS-IX-HALLADO IS EQUAL TO ZEROS
              GO TO 1540-LEER-SIGUIENTE
           END-IF.

           MOVE WS-IX-HALLADO                 TO WS-P.

           IF HIST-FECHA IS EQUAL TO WS-FECHA-HOY
              IF HIST-CICLO IS NOT EQUAL TO 02
                 PERFORM 1560-MARCAR-TERMINADO
                    THRU 1560-F-MARCAR-TERMINADO
              END-IF
           ELSE
              IF HIST-DURACION-SEG IS NUMERIC
                 ADD HIST-DURACION-SEG        TO T-PAS-SUMA-HIST(WS-P)
                 ADD 1                        TO T-PAS-CANT-HIST(WS-P)
              END-IF
           END-IF.

       1540-LEER-SIGUIENTE.

           PERFORM 1520-LEER-HISTBTOT
              THRU 1520-F-LEER-HISTBTOT.

       1540-F-GUARDAR-HISTORIA.
           EXIT.

      *----------------------------------------------------------------*
      *       1 5 6 0 - M A R C A R - T E R M I N A D O                *
      *----------------------------------------------------------------*
      *   UN PASO RELANZADO QUEDA CON SU ULTIMA TERMINACION. EL CORTE  *
      *   POR UMBRAL ( RESUMEN 'UMBRAL' ) TERMINO, PERO SE SENALA.     *
      *----------------------------------------------------------------*

       1560-MARCAR-TERMINADO.

           IF HIST-DETALLE(1:6) IS EQUAL TO 'UMBRAL'
              SET T-PAS-CORTADO(WS-P)         TO TRUE
           ELSE
              SET T-PAS-TERMINADO(WS-P)       TO TRUE
           END-IF.

           MOVE HIST-HORA-FIN(1:6)            TO WS-HORA-AUX.

           PERFORM 2780-HORA-A-SEGUNDOS
              THRU 2780-F-HORA-A-SEGUNDOS.

           MOVE WS-SEG-AUX                    TO T-PAS-FIN(WS-P).

           MOVE HIST-HORA-INICIO(1:6)         TO WS-HORA-AUX.

           PERFORM 2780-HORA-A-SEGUNDOS
              THRU 2780-F-HORA-A-SEGUNDOS.

           MOVE WS-SEG-AUX                    TO T-PAS-INICIO(WS-P).

           IF HIST-DURACION-SEG IS NUMERIC
              MOVE HIST-DURACION-SEG          TO T-PAS-DUR-REAL(WS-P)
           END-IF.

       1560-F-MARCAR-TERMINADO.
           EXIT.

      *----------------------------------------------------------------*
      *       1 5 8 0 - C A L C U L A R - P R O M E D I O              *
      *----------------------------------------------------------------*

       1580-CALCULAR-PROMEDIO.

           IF T-PAS-CANT-HIST(WS-P) IS GREATER THAN ZEROS
              COMPUTE T-PAS-DUR-PROMEDIO(WS-P) ROUNDED =
                      T-PAS-SUMA-HIST(WS-P) / T-PAS-CANT-HIST(WS-P)
           ELSE
              ADD 1                           TO CNT-SIN-HISTORIA
              MOVE CT-DURACION-DEFECTO    TO T-PAS-DUR-PROMEDIO(WS-P)
           END-IF.

           IF T-PAS-PENDIENTE(WS-P)
              ADD 1                           TO CNT-PASOS-PENDIENTES
           ELSE
              ADD 1                           TO CNT-PASOS-TERMINADOS
           END-IF.

       1580-F-CALCULAR-PROMEDIO.
           EXIT.

      *----------------------------------------------------------------*
      *                    2 0 0 0 - P R O C E S O                     *
      *----------------------------------------------------------------*
      *   PASADAS SOBRE EL PLAN HASTA QUE NINGUN FIN ESTIMADO CAMBIE   *
      *   ( COMO MUCHO UNA POR PASO, QUE ES EL LARGO MAXIMO DE UNA     *
      *   CADENA DE DEPENDENCIAS ); DESPUES SE BUSCA EL MAYOR FIN Y SE *
      *   RECORRE SU CADENA DE PREDECESORES.                           *
      *----------------------------------------------------------------*

       2000-PROCESO.

           MOVE '2000-PROCESO'                TO WS-PARRAFO.

           SET HUBO-CAMBIOS                   TO TRUE.

           PERFORM 2100-PASADA-PLAN
              THRU 2100-F-PASADA-PLAN
             VARYING WS-PASADA FROM 1 BY 1
               UNTIL WS-PASADA IS GREATER THAN WS-CANT-PASOS
                  OR SIN-CAMBIOS.

           MOVE ZEROS                         TO WS-SEG-FIN-PROYECTADO
                                                 WS-IX-ULTIMO.

           PERFORM 2300-BUSCAR-ULTIMO
              THRU 2300-F-BUSCAR-ULTIMO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PASOS.

           IF WS-SEG-FIN-PROYECTADO IS GREATER THAN WS-SEG-APERTURA
              SET HAY-ALERTA                  TO TRUE
              COMPUTE WS-MINUTOS-ATRASO =
                 (WS-SEG-FIN-PROYECTADO - WS-SEG-APERTURA + 59) / 60
           END-IF.

           MOVE ZEROS                         TO WS-CANT-CAMINO.
           MOVE WS-IX-ULTIMO                  TO WS-P.

           PERFORM 2400-ARMAR-CAMINO
              THRU 2400-F-ARMAR-CAMINO
             UNTIL WS-P IS EQUAL TO ZEROS
                OR WS-CANT-CAMINO IS NOT LESS THAN CT-MAX-PASOS.

           PERFORM 2500-IMPRIMIR-PRONOSTICO
              THRU 2500-F-IMPRIMIR-PRONOSTICO.

           IF HAY-ALERTA
              PERFORM 2700-AVISAR-OPERADOR
                 THRU 2700-F-AVISAR-OPERADOR
           END-IF.

       2000-F-PROCESO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 0 0 - P A S A D A - P L A N                     *
      *----------------------------------------------------------------*

       2100-PASADA-PLAN.

           SET SIN-CAMBIOS                    TO TRUE.

           PERFORM 2150-ESTIMAR-PASO
              THRU 2150-F-ESTIMAR-PASO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PASOS.

       2100-F-PASADA-PLAN.
           EXIT.

      *----------------------------------------------------------------*
      *            2 1 5 0 - E S T I M A R - P A S O                   *
      *----------------------------------------------------------------*
      *   UN PASO PENDIENTE ARRANCA AHORA O AL TERMINAR EL ULTIMO DE   *
      *   SUS PREDECESORES, LO QUE SEA MAS TARDE.                      *
      *----------------------------------------------------------------*

       2150-ESTIMAR-PASO.

           IF NOT T-PAS-PENDIENTE(WS-P)
              GO TO 2150-F-ESTIMAR-PASO
           END-IF.

           MOVE WS-SEG-AHORA                  TO WS-INICIO-CALC.
           MOVE ZEROS                         TO WS-CRITICO-CALC.

           PERFORM 2200-REVISAR-PREDECESOR
              THRU 2200-F-REVISAR-PREDECESOR
             VARYING WS-D FROM 1 BY 1
               UNTIL WS-D IS GREATER THAN WS-CANT-DEPENDENCIAS.

           COMPUTE WS-FIN-CALC = WS-INICIO-CALC
                               + T-PAS-DUR-PROMEDIO(WS-P).

           IF WS-FIN-CALC IS NOT EQUAL TO T-PAS-FIN(WS-P) OR
              WS-CRITICO-CALC IS NOT EQUAL TO T-PAS-CRITICO(WS-P)
              SET HUBO-CAMBIOS                TO TRUE
           END-IF.

           MOVE WS-INICIO-CALC                TO T-PAS-INICIO(WS-P).
           MOVE WS-FIN-CALC                   TO T-PAS-FIN(WS-P).
           MOVE WS-CRITICO-CALC               TO T-PAS-CRITICO(WS-P).

       2150-F-ESTIMAR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 2 0 0 - R E V I S A R - P R E D E C E S O R           *
      *----------------------------------------------------------------*

       2200-REVISAR-PREDECESOR.

           IF T-DEP-IX-PASO(WS-D) IS NOT EQUAL TO WS-P
              GO TO 2200-F-REVISAR-PREDECESOR
           END-IF.

           MOVE T-DEP-IX-PREDECESOR(WS-D)     TO WS-C.

           IF T-PAS-FIN(WS-C) IS GREATER THAN WS-INICIO-CALC
              MOVE T-PAS-FIN(WS-C)            TO WS-INICIO-CALC
              MOVE WS-C                       TO WS-CRITICO-CALC
           END-IF.

       2200-F-REVISAR-PREDECESOR.
           EXIT.

      *----------------------------------------------------------------*
      *           2 3 0 0 - B U S C A R - U L T I M O                  *
      *----------------------------------------------------------------*

       2300-BUSCAR-ULTIMO.

           IF T-PAS-FIN(WS-P) IS GREATER THAN WS-SEG-FIN-PROYECTADO
              MOVE T-PAS-FIN(WS-P)            TO WS-SEG-FIN-PROYECTADO
              MOVE WS-P                       TO WS-IX-ULTIMO
           END-IF.

       2300-F-BUSCAR-ULTIMO.
           EXIT.

      *----------------------------------------------------------------*
      *            2 4 0 0 - A R M A R - C A M I N O                   *
      *----------------------------------------------------------------*

       2400-ARMAR-CAMINO.

           ADD 1                              TO WS-CANT-CAMINO.
           MOVE WS-P                  TO T-CAM-IX-PASO(WS-CANT-CAMINO).
           MOVE T-PAS-CRITICO(WS-P)           TO WS-P.

       2400-F-ARMAR-CAMINO.
           EXIT.

      *----------------------------------------------------------------*
      *      2 5 0 0 - I M P R I M I R - P R O N O S T I C O           *
      *----------------------------------------------------------------*

       2500-IMPRIMIR-PRONOSTICO.

           MOVE '2500-IMPRIMIR-PRONOSTICO'    TO WS-PARRAFO.

           MOVE WS-FECHA-HOY                  TO LTI-FECHA.
           MOVE WS-SEG-AHORA                  TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           MOVE WS-HORA-EDIT                  TO LTI-HORA.
           MOVE WS-LIN-TITULO                 TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           MOVE WS-LIN-COLUMNAS               TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           PERFORM 2550-IMPRIMIR-PASO
              THRU 2550-F-IMPRIMIR-PASO
             VARYING WS-P FROM 1 BY 1
               UNTIL WS-P IS GREATER THAN WS-CANT-PASOS.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           MOVE WS-SEG-FIN-PROYECTADO         TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           MOVE WS-HORA-EDIT                  TO LRE-FIN.
           MOVE WS-SEG-APERTURA               TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           MOVE WS-HORA-EDIT                  TO LRE-APERTURA.

           IF HAY-ALERTA
              MOVE WS-MINUTOS-ATRASO          TO WS-MASCARA
              STRING '*** ALERTA: SE PASA DE LA APERTURA EN '
                                              DELIMITED BY SIZE
                     WS-MASCARA               DELIMITED BY SIZE
                     ' MIN ***'               DELIMITED BY SIZE
                 INTO LRE-SITUACION
              END-STRING
           ELSE
              MOVE 'EN TERMINO'               TO LRE-SITUACION
           END-IF.

           MOVE WS-LIN-RESULTADO              TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

           MOVE WS-LIN-TITULO-CAMINO          TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

      *    EL CAMINO SE ARMO DEL ULTIMO PASO HACIA ATRAS; SE IMPRIME
      *    EN EL ORDEN EN QUE CORREN.
           PERFORM 2600-IMPRIMIR-CAMINO
              THRU 2600-F-IMPRIMIR-CAMINO
             VARYING WS-C FROM WS-CANT-CAMINO BY -1
               UNTIL WS-C IS LESS THAN 1.

       2500-F-IMPRIMIR-PRONOSTICO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 5 5 0 - I M P R I M I R - P A S O                   *
      *----------------------------------------------------------------*

       2550-IMPRIMIR-PASO.

           PERFORM 2560-ARMAR-LINEA-PASO
              THRU 2560-F-ARMAR-LINEA-PASO.

           MOVE WS-LIN-PASO                   TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

       2550-F-IMPRIMIR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *        2 5 6 0 - A R M A R - L I N E A - P A S O               *
      *----------------------------------------------------------------*
      *   ARMA WS-LIN-PASO PARA EL PASO WS-P.                          *
      *----------------------------------------------------------------*

       2560-ARMAR-LINEA-PASO.

           MOVE SPACES                        TO LPA-MARCA
                                                 LPA-PREDECESOR.
           MOVE T-PAS-PROGRAMA(WS-P)          TO LPA-PROGRAMA.

           EVALUATE TRUE
             WHEN T-PAS-TERMINADO(WS-P)
               MOVE 'TERMINADO'               TO LPA-ESTADO
             WHEN T-PAS-CORTADO(WS-P)
               MOVE 'UMBRAL'                  TO LPA-ESTADO
               MOVE 'CORTO POR UMBRAL DE ERRORES' TO LPA-MARCA
             WHEN OTHER
               MOVE 'PENDIENTE'               TO LPA-ESTADO
           END-EVALUATE.

           MOVE T-PAS-INICIO(WS-P)            TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           MOVE WS-HORA-EDIT                  TO LPA-INICIO.
           MOVE T-PAS-FIN(WS-P)               TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           MOVE WS-HORA-EDIT                  TO LPA-FIN.
           MOVE T-PAS-DUR-PROMEDIO(WS-P)      TO LPA-DUR-PROMEDIO.
           MOVE T-PAS-DUR-REAL(WS-P)          TO LPA-DUR-REAL.

           IF T-PAS-CRITICO(WS-P) IS GREATER THAN ZEROS
              MOVE T-PAS-CRITICO(WS-P)        TO WS-IX-PREDECESOR
              MOVE T-PAS-PROGRAMA(WS-IX-PREDECESOR)
                                              TO LPA-PREDECESOR
           END-IF.

           IF LPA-MARCA IS EQUAL TO SPACES
              EVALUATE TRUE
                WHEN T-PAS-PENDIENTE(WS-P) AND
                     T-PAS-CANT-HIST(WS-P) IS EQUAL TO ZEROS
                  MOVE 'SIN HISTORIA: DURACION SUPUESTA'
                                              TO LPA-MARCA
                WHEN NOT T-PAS-PENDIENTE(WS-P) AND
                     T-PAS-DUR-REAL(WS-P) IS GREATER THAN
                     T-PAS-DUR-PROMEDIO(WS-P)
                  MOVE 'TARDO MAS QUE SU PROMEDIO'
                                              TO LPA-MARCA
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF.

       2560-F-ARMAR-LINEA-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 6 0 0 - I M P R I M I R - C A M I N O                *
      *----------------------------------------------------------------*

       2600-IMPRIMIR-CAMINO.

           MOVE T-CAM-IX-PASO(WS-C)           TO WS-P.

           PERFORM 2560-ARMAR-LINEA-PASO
              THRU 2560-F-ARMAR-LINEA-PASO.

           MOVE WS-LIN-PASO                   TO REG-PRONOST.

           PERFORM 2900-GRABAR-PRONOST
              THRU 2900-F-GRABAR-PRONOST.

       2600-F-IMPRIMIR-CAMINO.
           EXIT.

      *----------------------------------------------------------------*
      *          2 7 0 0 - A V I S A R - O P E R A D O R               *
      *----------------------------------------------------------------*
      *   EL AVISO VA A CONSOLA CON LOS PASOS PENDIENTES DEL CAMINO    *
      *   CRITICO ( LOS UNICOS SOBRE LOS QUE TODAVIA SE PUEDE ACTUAR ) *
      *   Y EL PASO DEJA RETURN-CODE 4.                                *
      *----------------------------------------------------------------*

       2700-AVISAR-OPERADOR.

           MOVE '2700-AVISAR-OPERADOR'        TO WS-PARRAFO.

           DISPLAY '************************************' UPON CONSOLE
           DISPLAY '* PGMSI161: LA NOCHE NO LLEGA A LA  *' UPON CONSOLE
           DISPLAY '* APERTURA EN LINEA                 *' UPON CONSOLE
           DISPLAY '************************************' UPON CONSOLE
           DISPLAY ' FIN PROYECTADO..: ' LRE-FIN          UPON CONSOLE
           DISPLAY ' APERTURA........: ' LRE-APERTURA     UPON CONSOLE
           DISPLAY ' ATRASO (MIN)....: ' WS-MINUTOS-ATRASO
                                                          UPON CONSOLE
           DISPLAY ' PASOS QUE FIJAN EL FIN:'             UPON CONSOLE

           PERFORM 2750-AVISAR-PASO
              THRU 2750-F-AVISAR-PASO
             VARYING WS-C FROM WS-CANT-CAMINO BY -1
               UNTIL WS-C IS LESS THAN 1.

           MOVE 4                             TO RETURN-CODE.

       2700-F-AVISAR-OPERADOR.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 5 0 - A V I S A R - P A S O                    *
      *----------------------------------------------------------------*

       2750-AVISAR-PASO.

           MOVE T-CAM-IX-PASO(WS-C)           TO WS-P.

           IF NOT T-PAS-PENDIENTE(WS-P)
              GO TO 2750-F-AVISAR-PASO
           END-IF.

           MOVE T-PAS-FIN(WS-P)               TO WS-SEG-AUX.

           PERFORM 2790-EDITAR-HORA
              THRU 2790-F-EDITAR-HORA.

           DISPLAY '   ' T-PAS-PROGRAMA(WS-P)
                   ' FIN ESTIMADO ' WS-HORA-EDIT
                   ' DURACION ' T-PAS-DUR-PROMEDIO(WS-P) ' SEG'
                                                          UPON CONSOLE.

       2750-F-AVISAR-PASO.
           EXIT.

      *----------------------------------------------------------------*
      *         2 7 8 0 - H O R A - A - S E G U N D O S                *
      *----------------------------------------------------------------*
      *   WS-HORA-AUX ( HHMMSS ) A SEGUNDOS DE LA NOCHE EN WS-SEG-AUX: *
      *   ANTES DEL MEDIODIA ES LA MADRUGADA DEL DIA SIGUIENTE.        *
      *----------------------------------------------------------------*

       2780-HORA-A-SEGUNDOS.

           IF WS-HORA-AUX IS NOT NUMERIC
              MOVE ZEROS                      TO WS-HORA-AUX
           END-IF.

           COMPUTE WS-SEG-AUX = WS-HAX-HH * 3600
                              + WS-HAX-MM * 60
                              + WS-HAX-SS.

           IF WS-HAX-HH IS LESS THAN CT-HORA-CAMBIO-DIA
              ADD CT-SEGUNDOS-DIA             TO WS-SEG-AUX
           END-IF.

       2780-F-HORA-A-SEGUNDOS.
           EXIT.

      *----------------------------------------------------------------*
      *             2 7 9 0 - E D I T A R - H O R A                    *
      *----------------------------------------------------------------*
      *   WS-SEG-AUX ( SEGUNDOS DE LA NOCHE ) A HH:MM:SS DE RELOJ.     *
      *----------------------------------------------------------------*

       2790-EDITAR-HORA.

           MOVE WS-SEG-AUX                    TO WS-SEG-RESTO.

           IF WS-SEG-RESTO IS NOT LESS THAN CT-SEGUNDOS-DIA
              SUBTRACT CT-SEGUNDOS-DIA        FROM WS-SEG-RESTO
           END-IF.

           DIVIDE WS-SEG-RESTO BY 3600 GIVING WS-HED-HH
                  REMAINDER WS-SEG-RESTO.

           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-HED-MM
                  REMAINDER WS-HED-SS.

       2790-F-EDITAR-HORA.
           EXIT.

      *----------------------------------------------------------------*
      *          2 9 0 0 - G R A B A R - P R O N O S T                 *
      *----------------------------------------------------------------*

       2900-GRABAR-PRONOST.

           WRITE REG-PRONOST.

           IF NOT FS-PRONOST-OK
              MOVE CT-WRITE                   TO AUX-ERR-ACCION
              MOVE CT-PRONOST                 TO AUX-ERR-NOMBRE
              MOVE FS-PRONOST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           MOVE SPACES                        TO REG-PRONOST.

       2900-F-GRABAR-PRONOST.
           EXIT.

      *----------------------------------------------------------------*
      *                       3 0 0 0 - F I N                          *
      *----------------------------------------------------------------*

       3000-FIN.

           MOVE '3000-FIN'                    TO WS-PARRAFO.

           CLOSE PRONOST.

           IF NOT FS-PRONOST-OK
              MOVE CT-CLOSE                   TO AUX-ERR-ACCION
              MOVE CT-PRONOST                 TO AUX-ERR-NOMBRE
              MOVE FS-PRONOST                 TO AUX-ERR-STATUS
              MOVE WS-PARRAFO                 TO AUX-ERR-MENSAJE
              MOVE 10                         TO W-N-ERROR

              PERFORM 9000-SALIDA-ERRORES
                 THRU 9000-F-SALIDA-ERRORES
           END-IF.

           PERFORM 3400-MOSTRAR-TOTALES
              THRU 3400-F-MOSTRAR-TOTALES.

       3000-F-FIN.
           EXIT.

      *----------------------------------------------------------------*
      *            3 4 0 0 - M O S T R A R - T O T A L E S             *
      *----------------------------------------------------------------*

       3400-MOSTRAR-TOTALES.

           MOVE '3400-MOSTRAR-TOTALES'        TO WS-PARRAFO.

           MOVE CNT-HIST-LEIDOS               TO WS-MASCARA.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                PROGRAMA PGMSI161               *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.
           DISPLAY '**************************************************'.
           DISPLAY '*                                                *'.
           DISPLAY '* RENGLONES DE HISTBTOT LEIDOS:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-PASOS                 TO WS-MASCARA.
           DISPLAY '* PASOS EN EL PLAN DE HOY:                '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PASOS-TERMINADOS          TO WS-MASCARA.
           DISPLAY '*   - TERMINADOS:                         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-PASOS-PENDIENTES          TO WS-MASCARA.
           DISPLAY '*   - PENDIENTES:                         '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE CNT-SIN-HISTORIA              TO WS-MASCARA.
           DISPLAY '*   - SIN HISTORIA DE DURACION:           '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-DEPENDENCIAS          TO WS-MASCARA.
           DISPLAY '* DEPENDENCIAS APLICADAS:                 '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.

           MOVE WS-CANT-CAMINO                TO WS-MASCARA.
           DISPLAY '* PASOS EN EL CAMINO CRITICO:             '
                                                      WS-MASCARA '   *'.
           DISPLAY '*                                                *'.
           DISPLAY '* FIN PROYECTADO: ' LRE-FIN
                   '   APERTURA: ' LRE-APERTURA '  *'.
           DISPLAY '*                                                *'.
           DISPLAY '**************************************************'.
           DISPLAY '                                                  '.

           STRING 'PLAN='          DELIMITED BY SIZE
                  WS-CANT-PASOS    DELIMITED BY SIZE
                  ' TERM='         DELIMITED BY SIZE
                  CNT-PASOS-TERMINADOS DELIMITED BY SIZE
                  ' FIN='          DELIMITED BY SIZE
                  LRE-FIN          DELIMITED BY SIZE
                  ' APERT='        DELIMITED BY SIZE
                  LRE-APERTURA     DELIMITED BY SIZE
                  ' ALERTA='       DELIMITED BY SIZE
                  WS-ALERTA-SW     DELIMITED BY SIZE
              INTO BTOT-DETALLE
           END-STRING.

           PERFORM 3450-GRABAR-RESUMEN-BATCH
              THRU 3450-F-GRABAR-RESUMEN-BATCH.

       3400-F-MOSTRAR-TOTALES.
           EXIT.

      *----------------------------------------------------------------*
      *          1 8 5 0 - L E E R - R U N I D                         *
      *----------------------------------------------------------------*

           COPY RUNIDLEE.

      *----------------------------------------------------------------*
      *        1 8 5 5 - L E E R - F E C P R O C                       *
      *----------------------------------------------------------------*

           COPY FECPROLE.

      *----------------------------------------------------------------*
      *        3 4 5 0 - G R A B A R - R E S U M E N - B A T C H       *
      *----------------------------------------------------------------*

           COPY BATCHGRB.

      *----------------------------------------------------------------*
      *             9 0 0 0 - S A L I D A - E R R O R E S              *
      *----------------------------------------------------------------*

       9000-SALIDA-ERRORES.

           MOVE '9000-SALIDA-ERRORES'         TO WS-PARRAFO.

           DISPLAY '************************************' UPON CONSOLE
           DISPLAY '*          PROGRAMA: ' CT-PROGRAMA    UPON CONSOLE
           DISPLAY '************************************' UPON CONSOLE

           EVALUATE W-N-ERROR
               WHEN 10
                 DISPLAY ' ERROR DE ARCHIVO             ' UPON CONSOLE
                 DISPLAY ' ACCION.....: ' AUX-ERR-ACCION  UPON CONSOLE
                 DISPLAY ' ARCHIVO....: ' AUX-ERR-NOMBRE  UPON CONSOLE
                 DISPLAY ' F-STATUS...: ' AUX-ERR-STATUS  UPON CONSOLE
                 DISPLAY ' MENSAJE....: ' AUX-ERR-MENSAJE UPON CONSOLE
           END-EVALUATE.

           GOBACK.

       9000-F-SALIDA-ERRORES.
           EXIT.

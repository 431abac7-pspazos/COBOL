       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMERRIE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN-COMERCIO ASSIGN TO '..\RESCOM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESCOM.

           SELECT CHB-RESUMEN ASSIGN TO '..\CHBRES'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CHB-RESUMEN.

           SELECT DEV-RESUMEN ASSIGN TO '..\DEVCOM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEV-RESUMEN.

           SELECT COMERCIOS ASSIGN TO '..\COMERMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COMERCIOS.

           SELECT PARAM-RIESGO ASSIGN TO '..\RIESGPAR'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PARAM-RIESGO.

           SELECT ACUMULADOS ASSIGN TO '..\COMRIACU'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ACUMULADOS.

           SELECT VIGILANCIA ASSIGN TO '..\COMRIVIG'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VIGILANCIA.

           SELECT RESERVAS ASSIGN TO '..\RESVCOM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESERVAS.

           SELECT PROPUESTA-SUSP ASSIGN TO '..\COMERSUS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PROPUESTA.

           SELECT LISTADO-RIESGO ASSIGN TO '..\RIESGLST'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LISTADO.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RESUMEN-COMERCIO.
       01  REG-RESUMEN-COMERCIO.
           02  NRO-COMERCIO-RC         PIC X(10).
           02  MONTO-TOTAL-RC          PIC 9(15)V99.
           02  CANT-TRANS-RC           PIC 9(7).

       FD  CHB-RESUMEN.
       01  REG-CHB-RESUMEN.
           02  NRO-COMERCIO-CR         PIC X(10).
           02  MONTO-CHB-CR            PIC 9(15)V99.
           02  CANT-CHB-CR             PIC 9(7).

      *    Devoluciones del dia por comercio, mismo formato que
      *    CHBRES.
       FD  DEV-RESUMEN.
       01  REG-DEV-RESUMEN.
           02  NRO-COMERCIO-DR         PIC X(10).
           02  MONTO-DEV-DR            PIC 9(15)V99.
           02  CANT-DEV-DR             PIC 9(7).

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  NRO-COMERCIO-CM         PIC X(10).
           02  RAZON-SOCIAL-CM         PIC X(30).
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  PARAM-RIESGO.
       01  REG-PARAM-RIESGO.
           02  PCT-CHB-CANT-RP         PIC 9(3)V99.
           02  PCT-CHB-MONTO-RP        PIC 9(3)V99.
           02  PCT-DEVOL-RP            PIC 9(3)V99.
           02  PCT-SALTO-TICKET-RP     PIC 9(3)V99.
           02  PCT-RESERVA-RP          PIC 9(3)V99.
           02  MESES-SUSPENSION-RP     PIC 9(2).

      *    Ventas, contracargos y devoluciones acumulados por
      *    comercio y mes de proceso.
       FD  ACUMULADOS.
       01  REG-ACUMULADO.
           02  NRO-COMERCIO-AR         PIC X(10).
           02  PERIODO-AR              PIC 9(6).
           02  CANT-VENTAS-AR          PIC 9(9).
           02  MONTO-VENTAS-AR         PIC 9(15)V99.
           02  CANT-CHB-AR             PIC 9(7).
           02  MONTO-CHB-AR            PIC 9(15)V99.
           02  CANT-DEV-AR             PIC 9(7).
           02  MONTO-DEV-AR            PIC 9(15)V99.
           02  FEC-ULT-ACUM-AR         PIC 9(8).

      *    Motivos: CC cantidad de contracargos, CM monto de
      *    contracargos, DV devoluciones, TK salto de ticket.
       FD  VIGILANCIA.
       01  REG-VIGILANCIA.
           02  NRO-COMERCIO-VG         PIC X(10).
           02  PERIODO-VG              PIC 9(6).
           02  MOTIVO-VG OCCURS 4 TIMES PIC X(2).
           02  PCT-CHB-CANT-VG         PIC 9(3)V99.
           02  PCT-CHB-MONTO-VG        PIC 9(3)V99.
           02  PCT-DEVOL-VG            PIC 9(3)V99.
           02  PCT-SALTO-TICKET-VG     PIC 9(5)V99.
           02  MESES-CONSEC-VG         PIC 9(2).

      *    R a retener en la proxima liquidacion (COMERLIQ), P
      *    retenida, L a liberar.
       FD  RESERVAS.
       01  REG-RESERVA.
           02  NRO-COMERCIO-RV         PIC X(10).
           02  PERIODO-RV              PIC 9(6).
           02  PCT-RESERVA-RV          PIC 9(3)V99.
           02  ESTADO-RV               PIC X(1).
           02  FECHA-RV                PIC 9(8).
           02  MONTO-RV                PIC 9(15)V99.
           02  FEC-LIBERA-RV           PIC 9(8).

      *    Novedad para COMERTX: imagen del maestro con estado S.
       FD  PROPUESTA-SUSP.
       01  REG-PROPUESTA-SUSP.
           02  NRO-COMERCIO-PS         PIC X(10).
           02  RAZON-SOCIAL-PS         PIC X(30).
           02  RUBRO-PS                PIC X(4).
           02  ESTADO-PS               PIC X(1).
           02  FILLER                  PIC X(25).

       FD  LISTADO-RIESGO.
       01  LIN-LISTADO                 PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                   PIC X(10).
           02 RS-INICIO                PIC X(21).
           02 RS-FIN                   PIC X(21).
           02 RS-CANT-ENTRADA          PIC 9(7).
           02 RS-CANT-SALIDA           PIC 9(7).
           02 RS-ESTADO                PIC X(10).
           02 RS-RUN-ID                PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-RESCOM                   PIC XX.
           88 FS-RESCOM-OK         VALUE "00".
       01  FS-CHB-RESUMEN              PIC XX.
           88 FS-CHB-RESUMEN-OK    VALUE "00".
       01  FS-DEV-RESUMEN              PIC XX.
           88 FS-DEV-RESUMEN-OK    VALUE "00".
       01  FS-COMERCIOS                PIC XX.
           88 FS-COMERCIOS-OK      VALUE "00".
       01  FS-PARAM-RIESGO             PIC XX.
           88 FS-PARAM-RIESGO-OK   VALUE "00".
       01  FS-ACUMULADOS               PIC XX.
           88 FS-ACUMULADOS-OK     VALUE "00".
       01  FS-VIGILANCIA               PIC XX.
           88 FS-VIGILANCIA-OK     VALUE "00".
       01  FS-RESERVAS                 PIC XX.
           88 FS-RESERVAS-OK       VALUE "00".
       01  FS-PROPUESTA                PIC XX.
           88 FS-PROPUESTA-OK      VALUE "00".
       01  FS-LISTADO                  PIC XX.
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  FIN-RESCOM                  PIC X VALUE 'N'.
       01  FIN-CHB                     PIC X VALUE 'N'.
       01  FIN-DEV                     PIC X VALUE 'N'.
       01  FIN-COMERCIOS               PIC X VALUE 'N'.
       01  FIN-ACUMULADOS              PIC X VALUE 'N'.
       01  FIN-VIGILANCIA              PIC X VALUE 'N'.
       01  FIN-RESERVAS                PIC X VALUE 'N'.
       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
           02 WS-HOY-PERIODO           PIC 9(6).
           02 WS-HOY-DIA               PIC 9(2).
       01  WS-EVALUAR                  PIC X VALUE 'N'.
       01  WS-YA-ACUMULADO             PIC X VALUE 'N'.
       01  WS-PERIODO-EVAL             PIC 9(6).
       01  WS-PERIODO-ANT              PIC 9(6).
       01  WS-PERIODO-CORTE            PIC 9(6).
       01  WS-PER-CALC                 PIC 9(6).
       01  WS-PER-CALC-R REDEFINES WS-PER-CALC.
           02 WS-PER-ANIO              PIC 9(4).
           02 WS-PER-MES               PIC 9(2).

      *    Umbrales; sin RIESGPAR rigen los valores por defecto.
       01  WS-PCT-CHB-CANT             PIC 9(3)V99 VALUE 1.
       01  WS-PCT-CHB-MONTO            PIC 9(3)V99 VALUE 1.
       01  WS-PCT-DEVOL                PIC 9(3)V99 VALUE 10.
       01  WS-PCT-SALTO-TICKET         PIC 9(3)V99 VALUE 100.
       01  WS-PCT-RESERVA              PIC 9(3)V99 VALUE 10.
       01  WS-MESES-SUSPENSION         PIC 9(2) VALUE 3.

       01  WS-NRO-COMERCIO             PIC X(10).
       01  WS-IDX-AC                   PIC 9(5).
       01  WS-IDX-ANT                  PIC 9(5).
       01  WS-IDX-VG                   PIC 9(5).
       01  WS-IDX-RV                   PIC 9(5).
       01  WS-IDX-MT                   PIC 9.
       01  WS-ENCONTRADO               PIC X.
       01  WS-EN-MAESTRO               PIC X.
       01  WS-RAZON-SOCIAL             PIC X(30).
       01  WS-ESTADO-COMERCIO          PIC X(1).
       01  WS-IMAGEN-COMERCIO          PIC X(70).
       01  WS-RATIO                    PIC 9(5)V99.
       01  WS-PCT-CHB-CANT-CM          PIC 9(3)V99.
       01  WS-PCT-CHB-MONTO-CM         PIC 9(3)V99.
       01  WS-PCT-DEVOL-CM             PIC 9(3)V99.
       01  WS-PCT-SALTO-CM             PIC 9(5)V99.
       01  WS-TICKET-ACTUAL            PIC 9(13)V9(4).
       01  WS-TICKET-ANTERIOR          PIC 9(13)V9(4).
       01  WS-SALTO                    PIC S9(7)V99.
       01  WS-CANT-MOTIVOS             PIC 9.
       01  WS-MOTIVOS.
           02 WS-MOTIVO OCCURS 4 TIMES PIC X(2).
       01  WS-MESES-CONSEC             PIC 9(2).
       01  WS-SIGUE-RACHA              PIC X.
       01  WS-CANT-VIGILADOS           PIC 9(5) VALUE 0.
       01  WS-CANT-RESERVAS            PIC 9(5) VALUE 0.
       01  WS-CANT-PROPUESTAS          PIC 9(5) VALUE 0.
       01  WS-CANT-LIBERADAS           PIC 9(5) VALUE 0.

       01  CANT-COMER-MAE              PIC 9(5) VALUE 0.
       01  TABLA-COMER-MAE.
           02 TABLA-COMER-MAE-ITEM OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON CANT-COMER-MAE
                                   INDEXED BY IDX-COMER-MAE.
               03 TCM-NRO-COMERCIO  PIC X(10).
               03 TCM-RAZON-SOCIAL  PIC X(30).
               03 TCM-ESTADO        PIC X(1).
               03 TCM-IMAGEN        PIC X(70).

       01  CANT-ACUM                   PIC 9(5) VALUE 0.
       01  TABLA-ACUM.
           02 TABLA-ACUM-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-ACUM
                              INDEXED BY IDX-ACUM.
               03 TAC-NRO-COMERCIO  PIC X(10).
               03 TAC-PERIODO       PIC 9(6).
               03 TAC-CANT-VENTAS   PIC 9(9).
               03 TAC-MONTO-VENTAS  PIC 9(15)V99.
               03 TAC-CANT-CHB      PIC 9(7).
               03 TAC-MONTO-CHB     PIC 9(15)V99.
               03 TAC-CANT-DEV      PIC 9(7).
               03 TAC-MONTO-DEV     PIC 9(15)V99.
               03 TAC-FEC-ULT-ACUM  PIC 9(8).

      *    Historia de la lista de vigilancia (ultimos doce meses);
      *    el periodo evaluado se recalcula completo en cada corrida.
       01  CANT-VIGILANCIA             PIC 9(5) VALUE 0.
       01  TABLA-VIGILANCIA.
           02 TABLA-VIGILANCIA-ITEM OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON CANT-VIGILANCIA
                                    INDEXED BY IDX-VIGILANCIA.
               03 TVG-NRO-COMERCIO  PIC X(10).
               03 TVG-PERIODO       PIC 9(6).
               03 TVG-MOTIVOS       PIC X(8).
               03 TVG-PCT-CHB-CANT  PIC 9(3)V99.
               03 TVG-PCT-CHB-MONTO PIC 9(3)V99.
               03 TVG-PCT-DEVOL     PIC 9(3)V99.
               03 TVG-PCT-SALTO     PIC 9(5)V99.
               03 TVG-MESES-CONSEC  PIC 9(2).

       01  CANT-RESERVAS               PIC 9(5) VALUE 0.
       01  TABLA-RESERVAS.
           02 TABLA-RESERVA-ITEM OCCURS 1 TO 9999 TIMES
                                 DEPENDING ON CANT-RESERVAS
                                 INDEXED BY IDX-RESERVA.
               03 TRV-NRO-COMERCIO  PIC X(10).
               03 TRV-PERIODO       PIC 9(6).
               03 TRV-PCT-RESERVA   PIC 9(3)V99.
               03 TRV-ESTADO        PIC X(1).
               03 TRV-FECHA         PIC 9(8).
               03 TRV-MONTO         PIC 9(15)V99.
               03 TRV-FEC-LIBERA    PIC 9(8).

       01  LIN-RG-TITULO.
           02 FILLER              PIC X(44) VALUE
              'COMERRIE  COMERCIOS EN VIGILANCIA  PERIODO: '.
           02 LRG-PERIODO         PIC 9(6).
       01  LIN-RG-ENCABEZADO.
           02 FILLER              PIC X(32) VALUE
              'COMERCIO   RAZON SOCIAL         '.
           02 FILLER              PIC X(42) VALUE
              '%CHB-C %CHB-M %DEVOL  %TICKET MOTIVOS  MES'.
       01  LIN-RG-DETALLE.
           02 LRG-COMERCIO        PIC X(10).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-RAZON           PIC X(20).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-CHB-CANT        PIC ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-CHB-MONTO       PIC ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-DEVOL           PIC ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-SALTO           PIC ZZZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-MOTIVOS         PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRG-MESES           PIC Z9.
       01  LIN-RG-ACCION.
           02 FILLER              PIC X(11) VALUE SPACES.
           02 LRG-ACCION          PIC X(40).
       01  LIN-RG-RESERVA.
           02 FILLER              PIC X(11) VALUE SPACES.
           02 FILLER              PIC X(12) VALUE 'RESERVA DEL '.
           02 LRR-PCT             PIC ZZ9.99.
           02 FILLER              PIC X(29) VALUE
              ' % EN LA PROXIMA LIQUIDACION'.
       01  LIN-RG-LIBERA.
           02 LRL-COMERCIO        PIC X(10).
           02 FILLER              PIC X(28) VALUE
              ' LIBERA RESERVA DEL PERIODO '.
           02 LRL-PERIODO         PIC 9(6).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRL-MONTO           PIC Z(11)9.99.
       01  LIN-RG-TOTAL.
           02 LRT-TEXTO           PIC X(30).
           02 LRT-CANT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO.
           PERFORM 30000-FINAL.

      *    Corre todos los dias despues de COMERLIQ y acumula el
      *    dia en el mes de proceso. El dia 01, o con parametro
      *    AAAAMM, evalua el mes anterior (o el indicado).
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE WS-HOY-PERIODO TO WS-PER-CALC
           PERFORM 29000-RESTAR-MES
           MOVE WS-PER-CALC TO WS-PERIODO-EVAL
           IF WS-HOY-DIA = 1
               MOVE 'S' TO WS-EVALUAR
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO-EVAL
               MOVE 'S' TO WS-EVALUAR
           END-IF
           MOVE WS-PERIODO-EVAL TO WS-PER-CALC
           PERFORM 29000-RESTAR-MES
           MOVE WS-PER-CALC TO WS-PERIODO-ANT
           MOVE WS-PERIODO-EVAL TO WS-PER-CALC
           SUBTRACT 1 FROM WS-PER-ANIO
           MOVE WS-PER-CALC TO WS-PERIODO-CORTE

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-PARAMETROS
           PERFORM 13000-CARGAR-COMERCIOS
           PERFORM 14000-CARGAR-ACUMULADOS
           PERFORM 15000-CARGAR-VIGILANCIA
           PERFORM 16000-CARGAR-RESERVAS.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'COMERRIE' AND RS-FIN(1:8)
                                   = FUNCTION CURRENT-DATE(1:8)
                               ADD 1 TO WS-INTENTO-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF
           ADD 1 TO WS-INTENTO-CORRIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

       12000-CARGAR-PARAMETROS.
           OPEN INPUT PARAM-RIESGO
           IF FS-PARAM-RIESGO-OK
               READ PARAM-RIESGO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-CHB-CANT-RP TO WS-PCT-CHB-CANT
                       MOVE PCT-CHB-MONTO-RP TO WS-PCT-CHB-MONTO
                       MOVE PCT-DEVOL-RP TO WS-PCT-DEVOL
                       MOVE PCT-SALTO-TICKET-RP
                           TO WS-PCT-SALTO-TICKET
                       MOVE PCT-RESERVA-RP TO WS-PCT-RESERVA
                       IF MESES-SUSPENSION-RP > 0
                          AND MESES-SUSPENSION-RP <= 12
                           MOVE MESES-SUSPENSION-RP
                               TO WS-MESES-SUSPENSION
                       END-IF
               END-READ
               CLOSE PARAM-RIESGO
           END-IF.

       13000-CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS.
           IF FS-COMERCIOS-OK
               PERFORM UNTIL FIN-COMERCIOS = 'S'
                   READ COMERCIOS
                       AT END
                           MOVE 'S' TO FIN-COMERCIOS
                       NOT AT END
                           ADD 1 TO CANT-COMER-MAE
                           MOVE NRO-COMERCIO-CM
                               TO TCM-NRO-COMERCIO(CANT-COMER-MAE)
                           MOVE RAZON-SOCIAL-CM
                               TO TCM-RAZON-SOCIAL(CANT-COMER-MAE)
                           MOVE ESTADO-CM
                               TO TCM-ESTADO(CANT-COMER-MAE)
                           MOVE REG-COMERCIO
                               TO TCM-IMAGEN(CANT-COMER-MAE)
                   END-READ
               END-PERFORM
               CLOSE COMERCIOS
           END-IF.

      *    Si el mes en curso ya tiene el dia de hoy acumulado es
      *    una recorrida: no se vuelve a sumar.
       14000-CARGAR-ACUMULADOS.
           OPEN INPUT ACUMULADOS.
           IF FS-ACUMULADOS-OK
               PERFORM UNTIL FIN-ACUMULADOS = 'S'
                   READ ACUMULADOS
                       AT END
                           MOVE 'S' TO FIN-ACUMULADOS
                       NOT AT END
                           IF CANT-ACUM < 9999
                               ADD 1 TO CANT-ACUM
                               MOVE REG-ACUMULADO
                                   TO TABLA-ACUM-ITEM(CANT-ACUM)
                               IF FEC-ULT-ACUM-AR = WS-FEC-HOY
                                   MOVE 'S' TO WS-YA-ACUMULADO
                               END-IF
                           ELSE
                               DISPLAY 'TABLA COMRIACU LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACUMULADOS
           END-IF.

       15000-CARGAR-VIGILANCIA.
           OPEN INPUT VIGILANCIA.
           IF FS-VIGILANCIA-OK
               PERFORM UNTIL FIN-VIGILANCIA = 'S'
                   READ VIGILANCIA
                       AT END
                           MOVE 'S' TO FIN-VIGILANCIA
                       NOT AT END
                           PERFORM 15100-AGREGAR-VIGILANCIA
                   END-READ
               END-PERFORM
               CLOSE VIGILANCIA
           END-IF.

       15100-AGREGAR-VIGILANCIA.
           IF WS-EVALUAR = 'S' AND
              (PERIODO-VG = WS-PERIODO-EVAL
               OR PERIODO-VG < WS-PERIODO-CORTE)
               CONTINUE
           ELSE
               IF CANT-VIGILANCIA < 9999
                   ADD 1 TO CANT-VIGILANCIA
                   MOVE REG-VIGILANCIA
                       TO TABLA-VIGILANCIA-ITEM(CANT-VIGILANCIA)
               ELSE
                   DISPLAY 'TABLA COMRIVIG LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       16000-CARGAR-RESERVAS.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS-OK
               PERFORM UNTIL FIN-RESERVAS = 'S'
                   READ RESERVAS
                       AT END
                           MOVE 'S' TO FIN-RESERVAS
                       NOT AT END
                           IF CANT-RESERVAS < 9999
                               ADD 1 TO CANT-RESERVAS
                               MOVE REG-RESERVA
                                   TO TABLA-RESERVA-ITEM
                                      (CANT-RESERVAS)
                           ELSE
                               DISPLAY 'TABLA RESVCOM LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

       20000-PROCESO.
           IF WS-YA-ACUMULADO = 'S'
               DISPLAY 'COMERRIE: DIA YA ACUMULADO ' WS-FEC-HOY
           ELSE
               PERFORM 21000-ACUMULAR-VENTAS
               PERFORM 22000-ACUMULAR-CONTRACARGOS
               PERFORM 23000-ACUMULAR-DEVOLUCIONES
           END-IF
           IF WS-EVALUAR = 'S' AND WS-ESTADO-FINAL = 'OK'
               PERFORM 25000-EVALUAR-PERIODO
           END-IF.

       21000-ACUMULAR-VENTAS.
           OPEN INPUT RESUMEN-COMERCIO.
           IF FS-RESCOM-OK
               PERFORM UNTIL FIN-RESCOM = 'S'
                   READ RESUMEN-COMERCIO
                       AT END
                           MOVE 'S' TO FIN-RESCOM
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-COMERCIO-RC TO WS-NRO-COMERCIO
                           PERFORM 24000-UBICAR-ACUMULADO
                           IF WS-IDX-AC > 0
                               ADD CANT-TRANS-RC
                                   TO TAC-CANT-VENTAS(WS-IDX-AC)
                               ADD MONTO-TOTAL-RC
                                   TO TAC-MONTO-VENTAS(WS-IDX-AC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-COMERCIO
           ELSE
               DISPLAY 'ERROR OPEN RESCOM ' FS-RESCOM
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       22000-ACUMULAR-CONTRACARGOS.
           OPEN INPUT CHB-RESUMEN.
           IF FS-CHB-RESUMEN-OK
               PERFORM UNTIL FIN-CHB = 'S'
                   READ CHB-RESUMEN
                       AT END
                           MOVE 'S' TO FIN-CHB
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-COMERCIO-CR TO WS-NRO-COMERCIO
                           PERFORM 24000-UBICAR-ACUMULADO
                           IF WS-IDX-AC > 0
                               ADD CANT-CHB-CR
                                   TO TAC-CANT-CHB(WS-IDX-AC)
                               ADD MONTO-CHB-CR
                                   TO TAC-MONTO-CHB(WS-IDX-AC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHB-RESUMEN
           END-IF.

       23000-ACUMULAR-DEVOLUCIONES.
           OPEN INPUT DEV-RESUMEN.
           IF FS-DEV-RESUMEN-OK
               PERFORM UNTIL FIN-DEV = 'S'
                   READ DEV-RESUMEN
                       AT END
                           MOVE 'S' TO FIN-DEV
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-COMERCIO-DR TO WS-NRO-COMERCIO
                           PERFORM 24000-UBICAR-ACUMULADO
                           IF WS-IDX-AC > 0
                               ADD CANT-DEV-DR
                                   TO TAC-CANT-DEV(WS-IDX-AC)
                               ADD MONTO-DEV-DR
                                   TO TAC-MONTO-DEV(WS-IDX-AC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEV-RESUMEN
           END-IF.

       24000-UBICAR-ACUMULADO.
           MOVE 0 TO WS-IDX-AC
           IF CANT-ACUM > 0
               SET IDX-ACUM TO 1
               SEARCH TABLA-ACUM-ITEM
                   AT END
                       CONTINUE
                   WHEN TAC-NRO-COMERCIO(IDX-ACUM) = WS-NRO-COMERCIO
                    AND TAC-PERIODO(IDX-ACUM) = WS-HOY-PERIODO
                       SET WS-IDX-AC TO IDX-ACUM
               END-SEARCH
           END-IF
           IF WS-IDX-AC = 0
               IF CANT-ACUM < 9999
                   ADD 1 TO CANT-ACUM
                   MOVE CANT-ACUM TO WS-IDX-AC
                   MOVE WS-NRO-COMERCIO
                       TO TAC-NRO-COMERCIO(WS-IDX-AC)
                   MOVE WS-HOY-PERIODO TO TAC-PERIODO(WS-IDX-AC)
                   MOVE 0 TO TAC-CANT-VENTAS(WS-IDX-AC)
                   MOVE 0 TO TAC-MONTO-VENTAS(WS-IDX-AC)
                   MOVE 0 TO TAC-CANT-CHB(WS-IDX-AC)
                   MOVE 0 TO TAC-MONTO-CHB(WS-IDX-AC)
                   MOVE 0 TO TAC-CANT-DEV(WS-IDX-AC)
                   MOVE 0 TO TAC-MONTO-DEV(WS-IDX-AC)
               ELSE
                   DISPLAY 'TABLA COMRIACU LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-IDX-AC > 0
               MOVE WS-FEC-HOY TO TAC-FEC-ULT-ACUM(WS-IDX-AC)
           END-IF.

       25000-EVALUAR-PERIODO.
           OPEN OUTPUT LISTADO-RIESGO
           IF FS-LISTADO-OK
               MOVE WS-PERIODO-EVAL TO LRG-PERIODO
               WRITE LIN-LISTADO FROM LIN-RG-TITULO
               WRITE LIN-LISTADO FROM LIN-RG-ENCABEZADO
           END-IF
           OPEN OUTPUT PROPUESTA-SUSP
           IF NOT FS-PROPUESTA-OK
               DISPLAY 'ERROR OPEN COMERSUS ' FS-PROPUESTA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           PERFORM VARYING WS-IDX-AC FROM 1 BY 1
               UNTIL WS-IDX-AC > CANT-ACUM
               IF TAC-PERIODO(WS-IDX-AC) = WS-PERIODO-EVAL
                   PERFORM 25100-EVALUAR-COMERCIO
               END-IF
           END-PERFORM
           PERFORM 25700-LIBERAR-RESERVAS
           IF FS-LISTADO-OK
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE 'COMERCIOS EN VIGILANCIA:' TO LRT-TEXTO
               MOVE WS-CANT-VIGILADOS TO LRT-CANT
               WRITE LIN-LISTADO FROM LIN-RG-TOTAL
               MOVE 'RESERVAS NUEVAS:' TO LRT-TEXTO
               MOVE WS-CANT-RESERVAS TO LRT-CANT
               WRITE LIN-LISTADO FROM LIN-RG-TOTAL
               MOVE 'PROPUESTOS PARA SUSPENSION:' TO LRT-TEXTO
               MOVE WS-CANT-PROPUESTAS TO LRT-CANT
               WRITE LIN-LISTADO FROM LIN-RG-TOTAL
               MOVE 'RESERVAS A LIBERAR:' TO LRT-TEXTO
               MOVE WS-CANT-LIBERADAS TO LRT-CANT
               WRITE LIN-LISTADO FROM LIN-RG-TOTAL
               CLOSE LISTADO-RIESGO
           END-IF
           IF FS-PROPUESTA-OK
               CLOSE PROPUESTA-SUSP
           END-IF.

      *    Sin ventas en el mes cualquier contracargo o devolucion
      *    da el tope de la relacion.
       25100-EVALUAR-COMERCIO.
           MOVE SPACES TO WS-MOTIVOS
           MOVE 0 TO WS-CANT-MOTIVOS
           MOVE TAC-NRO-COMERCIO(WS-IDX-AC) TO WS-NRO-COMERCIO

           MOVE 0 TO WS-PCT-CHB-CANT-CM
           IF TAC-CANT-CHB(WS-IDX-AC) > 0
               IF TAC-CANT-VENTAS(WS-IDX-AC) > 0
                   COMPUTE WS-RATIO ROUNDED =
                       TAC-CANT-CHB(WS-IDX-AC) * 100
                       / TAC-CANT-VENTAS(WS-IDX-AC)
               ELSE
                   MOVE 999.99 TO WS-RATIO
               END-IF
               PERFORM 25150-TOPEAR-RATIO
               MOVE WS-RATIO TO WS-PCT-CHB-CANT-CM
           END-IF
           IF WS-PCT-CHB-CANT-CM > WS-PCT-CHB-CANT
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE 'CC' TO WS-MOTIVO(WS-CANT-MOTIVOS)
           END-IF

           MOVE 0 TO WS-PCT-CHB-MONTO-CM
           IF TAC-MONTO-CHB(WS-IDX-AC) > 0
               IF TAC-MONTO-VENTAS(WS-IDX-AC) > 0
                   COMPUTE WS-RATIO ROUNDED =
                       TAC-MONTO-CHB(WS-IDX-AC) * 100
                       / TAC-MONTO-VENTAS(WS-IDX-AC)
               ELSE
                   MOVE 999.99 TO WS-RATIO
               END-IF
               PERFORM 25150-TOPEAR-RATIO
               MOVE WS-RATIO TO WS-PCT-CHB-MONTO-CM
           END-IF
           IF WS-PCT-CHB-MONTO-CM > WS-PCT-CHB-MONTO
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE 'CM' TO WS-MOTIVO(WS-CANT-MOTIVOS)
           END-IF

           MOVE 0 TO WS-PCT-DEVOL-CM
           IF TAC-MONTO-DEV(WS-IDX-AC) > 0
               IF TAC-MONTO-VENTAS(WS-IDX-AC) > 0
                   COMPUTE WS-RATIO ROUNDED =
                       TAC-MONTO-DEV(WS-IDX-AC) * 100
                       / TAC-MONTO-VENTAS(WS-IDX-AC)
               ELSE
                   MOVE 999.99 TO WS-RATIO
               END-IF
               PERFORM 25150-TOPEAR-RATIO
               MOVE WS-RATIO TO WS-PCT-DEVOL-CM
           END-IF
           IF WS-PCT-DEVOL-CM > WS-PCT-DEVOL
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE 'DV' TO WS-MOTIVO(WS-CANT-MOTIVOS)
           END-IF

           PERFORM 25200-CALCULAR-SALTO-TICKET
           IF WS-PCT-SALTO-CM > WS-PCT-SALTO-TICKET
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE 'TK' TO WS-MOTIVO(WS-CANT-MOTIVOS)
           END-IF

           IF WS-CANT-MOTIVOS > 0
               ADD 1 TO WS-CANT-VIGILADOS
               PERFORM 25300-CONTAR-MESES
               PERFORM 25350-AGREGAR-A-LISTA
               PERFORM 25050-BUSCAR-COMERCIO
               PERFORM 25600-LISTAR-COMERCIO
               PERFORM 25400-RESERVAR
               IF WS-MESES-CONSEC >= WS-MESES-SUSPENSION
                   PERFORM 25500-PROPONER-SUSPENSION
               END-IF
           END-IF.

       25050-BUSCAR-COMERCIO.
           MOVE 'N' TO WS-EN-MAESTRO
           MOVE SPACES TO WS-RAZON-SOCIAL
           MOVE SPACES TO WS-ESTADO-COMERCIO
           MOVE SPACES TO WS-IMAGEN-COMERCIO
           IF CANT-COMER-MAE > 0
               SET IDX-COMER-MAE TO 1
               SEARCH TABLA-COMER-MAE-ITEM
                   AT END
                       CONTINUE
                   WHEN TCM-NRO-COMERCIO(IDX-COMER-MAE)
                           = WS-NRO-COMERCIO
                       MOVE 'S' TO WS-EN-MAESTRO
                       MOVE TCM-RAZON-SOCIAL(IDX-COMER-MAE)
                           TO WS-RAZON-SOCIAL
                       MOVE TCM-ESTADO(IDX-COMER-MAE)
                           TO WS-ESTADO-COMERCIO
                       MOVE TCM-IMAGEN(IDX-COMER-MAE)
                           TO WS-IMAGEN-COMERCIO
               END-SEARCH
           END-IF.

       25150-TOPEAR-RATIO.
           IF WS-RATIO > 999.99
               MOVE 999.99 TO WS-RATIO
           END-IF.

      *    Suba del ticket promedio contra el del mes anterior;
      *    sin ventas en alguno de los dos meses no se mide.
       25200-CALCULAR-SALTO-TICKET.
           MOVE 0 TO WS-PCT-SALTO-CM
           MOVE 0 TO WS-IDX-ANT
           IF TAC-CANT-VENTAS(WS-IDX-AC) > 0
               SET IDX-ACUM TO 1
               SEARCH TABLA-ACUM-ITEM
                   AT END
                       CONTINUE
                   WHEN TAC-NRO-COMERCIO(IDX-ACUM) = WS-NRO-COMERCIO
                    AND TAC-PERIODO(IDX-ACUM) = WS-PERIODO-ANT
                       SET WS-IDX-ANT TO IDX-ACUM
               END-SEARCH
           END-IF
           IF WS-IDX-ANT > 0
               IF TAC-CANT-VENTAS(WS-IDX-ANT) > 0
                  AND TAC-MONTO-VENTAS(WS-IDX-ANT) > 0
                   COMPUTE WS-TICKET-ACTUAL ROUNDED =
                       TAC-MONTO-VENTAS(WS-IDX-AC)
                       / TAC-CANT-VENTAS(WS-IDX-AC)
                   COMPUTE WS-TICKET-ANTERIOR ROUNDED =
                       TAC-MONTO-VENTAS(WS-IDX-ANT)
                       / TAC-CANT-VENTAS(WS-IDX-ANT)
                   COMPUTE WS-SALTO ROUNDED =
                       (WS-TICKET-ACTUAL - WS-TICKET-ANTERIOR) * 100
                       / WS-TICKET-ANTERIOR
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-SALTO
                   END-COMPUTE
                   IF WS-SALTO > 99999.99
                       MOVE 99999.99 TO WS-SALTO
                   END-IF
                   IF WS-SALTO > 0
                       MOVE WS-SALTO TO WS-PCT-SALTO-CM
                   END-IF
               END-IF
           END-IF.

      *    Meses seguidos en la lista contando el evaluado.
       25300-CONTAR-MESES.
           MOVE 1 TO WS-MESES-CONSEC
           MOVE WS-PERIODO-EVAL TO WS-PER-CALC
           MOVE 'S' TO WS-SIGUE-RACHA
           PERFORM UNTIL WS-SIGUE-RACHA = 'N'
                      OR WS-MESES-CONSEC >= 12
               PERFORM 29000-RESTAR-MES
               MOVE 'N' TO WS-SIGUE-RACHA
               IF CANT-VIGILANCIA > 0
                   SET IDX-VIGILANCIA TO 1
                   SEARCH TABLA-VIGILANCIA-ITEM
                       AT END
                           CONTINUE
                       WHEN TVG-NRO-COMERCIO(IDX-VIGILANCIA)
                               = WS-NRO-COMERCIO
                        AND TVG-PERIODO(IDX-VIGILANCIA) = WS-PER-CALC
                           MOVE 'S' TO WS-SIGUE-RACHA
                           ADD 1 TO WS-MESES-CONSEC
                   END-SEARCH
               END-IF
           END-PERFORM.

       25350-AGREGAR-A-LISTA.
           IF CANT-VIGILANCIA < 9999
               ADD 1 TO CANT-VIGILANCIA
               MOVE WS-NRO-COMERCIO
                   TO TVG-NRO-COMERCIO(CANT-VIGILANCIA)
               MOVE WS-PERIODO-EVAL TO TVG-PERIODO(CANT-VIGILANCIA)
               MOVE WS-MOTIVOS TO TVG-MOTIVOS(CANT-VIGILANCIA)
               MOVE WS-PCT-CHB-CANT-CM
                   TO TVG-PCT-CHB-CANT(CANT-VIGILANCIA)
               MOVE WS-PCT-CHB-MONTO-CM
                   TO TVG-PCT-CHB-MONTO(CANT-VIGILANCIA)
               MOVE WS-PCT-DEVOL-CM
                   TO TVG-PCT-DEVOL(CANT-VIGILANCIA)
               MOVE WS-PCT-SALTO-CM
                   TO TVG-PCT-SALTO(CANT-VIGILANCIA)
               MOVE WS-MESES-CONSEC
                   TO TVG-MESES-CONSEC(CANT-VIGILANCIA)
           ELSE
               DISPLAY 'TABLA COMRIVIG LLENA'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

      *    Una reserva por comercio y periodo evaluado, aunque se
      *    reprocese el mes.
       25400-RESERVAR.
           MOVE 'N' TO WS-ENCONTRADO
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
               UNTIL WS-IDX-RV > CANT-RESERVAS
               IF TRV-NRO-COMERCIO(WS-IDX-RV) = WS-NRO-COMERCIO
                  AND TRV-PERIODO(WS-IDX-RV) = WS-PERIODO-EVAL
                   MOVE 'S' TO WS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-ENCONTRADO = 'N' AND WS-PCT-RESERVA > 0
               IF CANT-RESERVAS < 9999
                   ADD 1 TO CANT-RESERVAS
                   ADD 1 TO WS-CANT-RESERVAS
                   MOVE WS-NRO-COMERCIO
                       TO TRV-NRO-COMERCIO(CANT-RESERVAS)
                   MOVE WS-PERIODO-EVAL TO TRV-PERIODO(CANT-RESERVAS)
                   MOVE WS-PCT-RESERVA
                       TO TRV-PCT-RESERVA(CANT-RESERVAS)
                   MOVE 'R' TO TRV-ESTADO(CANT-RESERVAS)
                   MOVE 0 TO TRV-FECHA(CANT-RESERVAS)
                   MOVE 0 TO TRV-MONTO(CANT-RESERVAS)
                   MOVE 0 TO TRV-FEC-LIBERA(CANT-RESERVAS)
                   IF FS-LISTADO-OK
                       MOVE WS-PCT-RESERVA TO LRR-PCT
                       WRITE LIN-LISTADO FROM LIN-RG-RESERVA
                   END-IF
               ELSE
                   DISPLAY 'TABLA RESVCOM LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    La propuesta sale como novedad de COMERTX; la aplica
      *    COMERCAR una vez aprobada.
       25500-PROPONER-SUSPENSION.
           IF WS-EN-MAESTRO = 'S' AND WS-ESTADO-COMERCIO = 'A'
               IF FS-PROPUESTA-OK
                   MOVE WS-IMAGEN-COMERCIO TO REG-PROPUESTA-SUSP
                   MOVE 'S' TO ESTADO-PS
                   WRITE REG-PROPUESTA-SUSP
                   ADD 1 TO WS-CANT-PROPUESTAS
                   ADD 1 TO WS-CANT-SALIDA
               END-IF
               IF FS-LISTADO-OK
                   MOVE 'PROPUESTO PARA SUSPENSION (ESTADO S)'
                       TO LRG-ACCION
                   WRITE LIN-LISTADO FROM LIN-RG-ACCION
               END-IF
           END-IF.

       25600-LISTAR-COMERCIO.
           ADD 1 TO WS-CANT-SALIDA
           IF FS-LISTADO-OK
               MOVE WS-NRO-COMERCIO TO LRG-COMERCIO
               MOVE WS-RAZON-SOCIAL TO LRG-RAZON
               MOVE WS-PCT-CHB-CANT-CM TO LRG-CHB-CANT
               MOVE WS-PCT-CHB-MONTO-CM TO LRG-CHB-MONTO
               MOVE WS-PCT-DEVOL-CM TO LRG-DEVOL
               MOVE WS-PCT-SALTO-CM TO LRG-SALTO
               MOVE WS-MOTIVOS TO LRG-MOTIVOS
               MOVE WS-MESES-CONSEC TO LRG-MESES
               WRITE LIN-LISTADO FROM LIN-RG-DETALLE
           END-IF.

      *    Las reservas ya retenidas de comercios que salieron de
      *    la lista se liberan en la proxima liquidacion.
       25700-LIBERAR-RESERVAS.
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
               UNTIL WS-IDX-RV > CANT-RESERVAS
               IF TRV-ESTADO(WS-IDX-RV) = 'P'
                  AND TRV-PERIODO(WS-IDX-RV) < WS-PERIODO-EVAL
                   MOVE 'N' TO WS-ENCONTRADO
                   PERFORM VARYING WS-IDX-VG FROM 1 BY 1
                       UNTIL WS-IDX-VG > CANT-VIGILANCIA
                       IF TVG-NRO-COMERCIO(WS-IDX-VG)
                              = TRV-NRO-COMERCIO(WS-IDX-RV)
                          AND TVG-PERIODO(WS-IDX-VG)
                              = WS-PERIODO-EVAL
                           MOVE 'S' TO WS-ENCONTRADO
                       END-IF
                   END-PERFORM
                   IF WS-ENCONTRADO = 'N'
                       MOVE 'L' TO TRV-ESTADO(WS-IDX-RV)
                       MOVE WS-FEC-HOY TO TRV-FEC-LIBERA(WS-IDX-RV)
                       ADD 1 TO WS-CANT-LIBERADAS
                       IF FS-LISTADO-OK
                           MOVE TRV-NRO-COMERCIO(WS-IDX-RV)
                               TO LRL-COMERCIO
                           MOVE TRV-PERIODO(WS-IDX-RV) TO LRL-PERIODO
                           MOVE TRV-MONTO(WS-IDX-RV) TO LRL-MONTO
                           WRITE LIN-LISTADO FROM LIN-RG-LIBERA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       29000-RESTAR-MES.
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF.

      *    Con la corrida OK se reescriben los acumulados (tras la
      *    evaluacion solo queda desde el mes anterior al evaluado),
      *    la lista y las reservas.
       31000-GRABAR-ACUMULADOS.
           OPEN OUTPUT ACUMULADOS.
           IF FS-ACUMULADOS-OK
               PERFORM VARYING WS-IDX-AC FROM 1 BY 1
                   UNTIL WS-IDX-AC > CANT-ACUM
                   IF WS-EVALUAR = 'N'
                      OR TAC-PERIODO(WS-IDX-AC) >= WS-PERIODO-ANT
                       MOVE TABLA-ACUM-ITEM(WS-IDX-AC)
                           TO REG-ACUMULADO
                       WRITE REG-ACUMULADO
                   END-IF
               END-PERFORM
               CLOSE ACUMULADOS
           ELSE
               DISPLAY 'ERROR OPEN COMRIACU ' FS-ACUMULADOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       32000-GRABAR-VIGILANCIA.
           OPEN OUTPUT VIGILANCIA.
           IF FS-VIGILANCIA-OK
               PERFORM VARYING WS-IDX-VG FROM 1 BY 1
                   UNTIL WS-IDX-VG > CANT-VIGILANCIA
                   MOVE TABLA-VIGILANCIA-ITEM(WS-IDX-VG)
                       TO REG-VIGILANCIA
                   WRITE REG-VIGILANCIA
               END-PERFORM
               CLOSE VIGILANCIA
           ELSE
               DISPLAY 'ERROR OPEN COMRIVIG ' FS-VIGILANCIA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       33000-GRABAR-RESERVAS.
           OPEN OUTPUT RESERVAS.
           IF FS-RESERVAS-OK
               PERFORM VARYING WS-IDX-RV FROM 1 BY 1
                   UNTIL WS-IDX-RV > CANT-RESERVAS
                   MOVE TABLA-RESERVA-ITEM(WS-IDX-RV) TO REG-RESERVA
                   WRITE REG-RESERVA
               END-PERFORM
               CLOSE RESERVAS
           ELSE
               DISPLAY 'ERROR OPEN RESVCOM ' FS-RESERVAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM 31000-GRABAR-ACUMULADOS
               IF WS-EVALUAR = 'S'
                   PERFORM 32000-GRABAR-VIGILANCIA
                   PERFORM 33000-GRABAR-RESERVAS
               END-IF
           END-IF
           IF WS-EVALUAR = 'S'
               DISPLAY 'COMERRIE: PERIODO EVALUADO ' WS-PERIODO-EVAL
               DISPLAY 'COMERRIE: EN VIGILANCIA ' WS-CANT-VIGILADOS
               DISPLAY 'COMERRIE: PROPUESTOS SUSPENSION '
                       WS-CANT-PROPUESTAS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'COMERRIE' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           STOP RUN.

       END PROGRAM COMERRIE.

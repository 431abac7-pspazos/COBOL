       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLCTRL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-AML ASSIGN TO  '..\AMLPARAM.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PARAMETROS.

           SELECT PAGOS ASSIGN TO  '..\PAGOSORD.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS.

           SELECT PAGOS-TARJETA ASSIGN TO '..\PAGOSTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS-TC.

           SELECT TARJETAS ASSIGN TO  '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT CONSUMOS ASSIGN TO '..\CONSUMO'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONSUMOS.

           SELECT PERFIL-CONSUMO ASSIGN TO  '..\AMLPERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PERFIL.

           SELECT PAGOS-CERCANOS ASSIGN TO  '..\AMLCERCA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CERCANOS.

           SELECT CASOS-AML ASSIGN TO  '..\AMLCASOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CASOS.

           SELECT DECISIONES-AML ASSIGN TO  '..\AMLDECIS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DECISIONES.

           SELECT RESUMEN-AML ASSIGN TO  '..\AMLRESU.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT REVISION-AML ASSIGN TO  '..\AMLREVIS.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REVISION.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-JOBLOG.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Umbrales de prevencion de lavado; si falta el archivo se
      *    usan los valores por defecto de WORKING-STORAGE.
       FD  PARAMETROS-AML.
       01  REG-PARAMETRO-AML.
           02 UMBRAL-EFECTIVO-AP       PIC 9(9)V99.
           02 UMBRAL-TARJETA-AP        PIC 9(13)V99.
           02 PORC-CERCANO-AP          PIC 9(3).
           02 CANT-ESTRUCT-AP          PIC 9(2).
           02 DIAS-VENTANA-AP          PIC 9(3).
           02 FACTOR-CONSUMO-AP        PIC 9(3).
           02 MIN-HISTORIA-AP          PIC 9(3).
           02 CANALES-EFECTIVO-AP.
               03 CANAL-EFECTIVO-AP    PIC X(3) OCCURS 5 TIMES.

       FD  PAGOS.
       01  REG-PAGO.
           02 NRO-CLIENTE-P            PIC 9(7).
           02 FECHA-PAGO-P             PIC 9(8).
           02 IMPORTE-P                PIC 9(7)V99.
           02 RECIBO-P                 PIC X(8).
           02 CANAL-P                  PIC X(3).

       FD  PAGOS-TARJETA.
       01  REG-PAGO-TARJETA.
           02  NRO-CTA-PT              PIC 9(8).
           02  FECHA-PAGO-PT           PIC 9(8).
           02  IMPORTE-PT              PIC 9(15)V99.

       FD  TARJETAS.
       01  REG-TARJETAS.
           02  NRO-CLI                 PIC 9(8).
           02  NYA                     PIC X(30).
           02  NRO-CTA-T               PIC 9(8).
           02  MONTO-DIS               PIC 9(15)V99.

       FD  CONSUMOS.
       01  REG-CONSUMOS.
           02  NRO-CTA-C               PIC 9(8).
           02  MONT-CONS               PIC 9(15)V99.
           02  NRO-COMERCIO            PIC X(10).
           02  CANT-CUOTAS-C           PIC 9(2).
           02  MONEDA-CONS             PIC X(3).
           02  NRO-ADIC-C              PIC 9(2).
           02  TIPO-CONS-C             PIC X(1).
              88 CONS-ADELANTO         VALUE 'E'.
           02  FECHA-CONS-C            PIC 9(8).
           02  NRO-TERMINAL-C          PIC X(8).

      *    Patron habitual por cuenta: cantidad e importe promedio de
      *    los consumos procesados. FECHA-ULT-PF es la corrida que los
      *    sumo por ultima vez; una re-corrida del mismo dia no vuelve
      *    a sumar el archivo CONSUMO.
       FD  PERFIL-CONSUMO.
       01  REG-PERFIL.
           02 NRO-CTA-PF               PIC 9(8).
           02 CANT-CONSUMOS-PF         PIC 9(7).
           02 PROMEDIO-PF              PIC 9(13)V99.
           02 FECHA-ULT-PF             PIC 9(8).

      *    Pagos apenas debajo del umbral dentro de la ventana movil;
      *    sirven para detectar fraccionamiento entre corridas.
       FD  PAGOS-CERCANOS.
       01  REG-CERCANO.
           02 ORIGEN-CE                PIC X(1).
           02 NRO-CLIENTE-CE           PIC 9(8).
           02 FECHA-CE                 PIC 9(8).
           02 IMPORTE-CE               PIC 9(13)V99.

      *    Casos para revision de cumplimiento; quedan abiertos hasta
      *    que se registra la decision.
       FD  CASOS-AML.
       01  REG-CASO-AML.
           02 NRO-CASO-AC              PIC 9(8).
           02 FECHA-ALTA-AC            PIC 9(8).
           02 REGLA-AC                 PIC X(3).
           02 ORIGEN-AC                PIC X(1).
           02 NRO-CLIENTE-AC           PIC 9(8).
           02 NRO-CTA-AC               PIC 9(8).
           02 FECHA-OPER-AC            PIC 9(8).
           02 IMPORTE-AC               PIC 9(13)V99.
           02 CANT-OPER-AC             PIC 9(3).
           02 ESTADO-AC                PIC X(1).
           02 DECISION-AC              PIC X(3).
           02 FECHA-DECISION-AC        PIC 9(8).
           02 ANALISTA-AC              PIC X(8).

       FD  DECISIONES-AML.
       01  REG-DECISION-AML.
           02 NRO-CASO-DC              PIC 9(8).
           02 DECISION-DC              PIC X(3).
           02 FECHA-DC                 PIC 9(8).
           02 ANALISTA-DC              PIC X(8).

      *    Resumen del mes por regla para el informe al regulador.
       FD  RESUMEN-AML.
       01  REG-RESUMEN-AML.
           02 PERIODO-RA               PIC X(6).
           02 REGLA-RA                 PIC X(3).
           02 CANT-CASOS-RA            PIC 9(5).
           02 IMPORTE-RA               PIC 9(15)V99.
           02 CANT-ROS-RA              PIC 9(5).
           02 CANT-DESCARTE-RA         PIC 9(5).
           02 CANT-PENDIENTE-RA        PIC 9(5).

       FD  REVISION-AML.
       01  LIN-REVISION                PIC X(132).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
           02 JL-PARRAFO               PIC X(20).
           02 JL-FILE-STATUS           PIC X(2).
           02 JL-SEVERITY              PIC X(8).
           02 JL-TIMESTAMP             PIC X(21).
           02 JL-MENSAJE               PIC X(40).
           02 JL-RUN-ID                PIC X(11).

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
       01  FS-PARAMETROS               PIC X(2).
           88 FS-PARAMETROS-OK     VALUE "00".
       01  FS-PAGOS                    PIC X(2).
           88 FS-PAGOS-OK          VALUE "00".
       01  FS-PAGOS-TC                 PIC X(2).
           88 FS-PAGOS-TC-OK       VALUE "00".
       01  FS-TARJETAS                 PIC X(2).
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-CONSUMOS                 PIC X(2).
           88 FS-CONSUMOS-OK       VALUE "00".
       01  FS-PERFIL                   PIC X(2).
           88 FS-PERFIL-OK         VALUE "00".
       01  FS-CERCANOS                 PIC X(2).
           88 FS-CERCANOS-OK       VALUE "00".
       01  FS-CASOS                    PIC X(2).
           88 FS-CASOS-OK          VALUE "00".
       01  FS-DECISIONES               PIC X(2).
           88 FS-DECISIONES-OK     VALUE "00".
       01  FS-RESUMEN                  PIC X(2).
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-REVISION                 PIC X(2).
           88 FS-REVISION-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-REVISION-ABIERTO         PIC X VALUE 'N'.
           88 REVISION-ABIERTO         VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'AMLCTRL'.
       01  WS-LR-PEDIDO.
           02 WS-LR-CANT-ARCHIVOS      PIC 9(2) VALUE 0.
           02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 WS-LR-ARCHIVO        PIC X(20).
               03 WS-LR-MODO           PIC X(1).
       01  WS-LR-TENEDOR.
           02 WS-LR-TEN-ARCHIVO        PIC X(20).
           02 WS-LR-TEN-JOB            PIC X(10).
           02 WS-LR-TEN-RUN-ID         PIC X(11).
           02 WS-LR-TEN-DESDE          PIC X(21).
       01  WS-LR-RETORNO               PIC 9(2).
       01  WS-LOCKS-TOMADOS            PIC X VALUE 'N'.
           88 LOCKS-TOMADOS            VALUE 'S'.

       01  WS-UMBRAL-EFECTIVO          PIC 9(9)V99 VALUE 500000.
       01  WS-UMBRAL-TARJETA           PIC 9(13)V99 VALUE 1000000.
       01  WS-PORC-CERCANO             PIC 9(3) VALUE 80.
       01  WS-CANT-ESTRUCT             PIC 9(2) VALUE 3.
       01  WS-DIAS-VENTANA             PIC 9(3) VALUE 7.
       01  WS-FACTOR-CONSUMO           PIC 9(3) VALUE 5.
       01  WS-MIN-HISTORIA             PIC 9(3) VALUE 5.
       01  WS-CANALES-EFECTIVO.
           02 WS-CANAL-EFECTIVO        PIC X(3) OCCURS 5 TIMES.

       01  WS-PERIODO                  PIC X(6).
       01  WS-INT-HOY                  PIC 9(7).
       01  WS-INT-DESDE                PIC 9(7).
       01  WS-INT-FECHA                PIC 9(7).
       01  WS-PISO-EFECTIVO            PIC 9(13)V99.
       01  WS-PISO-TARJETA             PIC 9(13)V99.
       01  WS-ES-EFECTIVO              PIC X.
       01  WS-IDX-CANAL                PIC 9(1).
       01  WS-CLIENTE-TC               PIC 9(8).
       01  WS-IDX                      PIC 9(5).
       01  WS-IDX-AUX                  PIC 9(5).
       01  WS-IDX-REGLA                PIC 9(1).
       01  WS-CANT-VENTANA             PIC 9(3).
       01  WS-IMPORTE-VENTANA          PIC 9(13)V99.
       01  WS-TOPE-CONSUMO             PIC 9(15)V99.
       01  WS-CASO-ABIERTO             PIC X.
       01  WS-ULTIMO-CASO              PIC 9(8) VALUE 0.
       01  WS-DIAS-ABIERTO             PIC 9(5).
       01  WS-CANT-CASOS-NUEVOS        PIC 9(7) VALUE 0.
       01  WS-CANT-DECISIONES          PIC 9(7) VALUE 0.
       01  WS-CANT-DECIS-RECH          PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-LUGAR           PIC 9(7) VALUE 0.
       01  FIN-PARAMETROS              PIC X VALUE 'N'.
       01  FIN-PAGOS                   PIC X VALUE 'N'.
       01  FIN-PAGOS-TC                PIC X VALUE 'N'.
       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-CONSUMOS                PIC X VALUE 'N'.
       01  FIN-PERFIL                  PIC X VALUE 'N'.
       01  FIN-CERCANOS                PIC X VALUE 'N'.
       01  FIN-CASOS                   PIC X VALUE 'N'.
       01  FIN-DECISIONES              PIC X VALUE 'N'.

      *    Caso en preparacion antes de darlo de alta en la tabla.
       01  WS-REGLA                    PIC X(3).
       01  WS-ORIGEN                   PIC X(1).
       01  WS-NRO-CLIENTE              PIC 9(8).
       01  WS-NRO-CTA                  PIC 9(8).
       01  WS-FECHA-OPER               PIC 9(8).
       01  WS-IMPORTE                  PIC 9(13)V99.
       01  WS-CANT-OPER                PIC 9(3).

       01  WS-REGLAS-LIT               PIC X(12) VALUE 'EFETARESTCON'.
       01  WS-REGLAS REDEFINES WS-REGLAS-LIT.
           02 WS-REGLA-COD             PIC X(3) OCCURS 4 TIMES.
       01  WS-RESUMEN-REGLAS.
           02 WS-RES-REGLA OCCURS 4 TIMES.
               03 WS-RES-CASOS         PIC 9(5).
               03 WS-RES-IMPORTE       PIC 9(15)V99.
               03 WS-RES-ROS           PIC 9(5).
               03 WS-RES-DESCARTE      PIC 9(5).
               03 WS-RES-PENDIENTE     PIC 9(5).

       01  CANT-TARJETAS               PIC 9(5) VALUE 0.
       01  TABLA-TARJETAS.
           02 TABLA-TARJ-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-TARJETAS
                              INDEXED BY IDX-TARJ.
               03 TTJ-NRO-CTA          PIC 9(8).
               03 TTJ-NRO-CLI          PIC 9(8).

       01  CANT-PERFILES               PIC 9(5) VALUE 0.
       01  TABLA-PERFILES.
           02 TABLA-PERF-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PERFILES
                              INDEXED BY IDX-PERF.
               03 TPF-NRO-CTA          PIC 9(8).
               03 TPF-CANT             PIC 9(7).
               03 TPF-PROMEDIO         PIC 9(13)V99.
               03 TPF-FECHA-ULT        PIC 9(8).
               03 TPF-FECHA-ANT        PIC 9(8).

       01  CANT-CERCANOS               PIC 9(5) VALUE 0.
       01  TABLA-CERCANOS.
           02 TABLA-CER-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CERCANOS
                             INDEXED BY IDX-CER.
               03 TCE-ORIGEN           PIC X(1).
               03 TCE-NRO-CLIENTE      PIC 9(8).
               03 TCE-FECHA            PIC 9(8).
               03 TCE-INT-FECHA        PIC 9(7).
               03 TCE-IMPORTE          PIC 9(13)V99.
               03 TCE-NUEVO            PIC X(1).

       01  CANT-CASOS                  PIC 9(5) VALUE 0.
       01  TABLA-CASOS.
           02 TABLA-CASO-ITEM OCCURS 1 TO 20000 TIMES
                              DEPENDING ON CANT-CASOS
                              INDEXED BY IDX-CASO.
               03 TCA-NRO-CASO         PIC 9(8).
               03 TCA-FECHA-ALTA       PIC 9(8).
               03 TCA-REGLA            PIC X(3).
               03 TCA-ORIGEN           PIC X(1).
               03 TCA-NRO-CLIENTE      PIC 9(8).
               03 TCA-NRO-CTA          PIC 9(8).
               03 TCA-FECHA-OPER       PIC 9(8).
               03 TCA-IMPORTE          PIC 9(13)V99.
               03 TCA-CANT-OPER        PIC 9(3).
               03 TCA-ESTADO           PIC X(1).
               03 TCA-DECISION         PIC X(3).
               03 TCA-FECHA-DECISION   PIC 9(8).
               03 TCA-ANALISTA         PIC X(8).
               03 TCA-NUEVO            PIC X(1).

       01  LIN-RV-TITULO.
           02 FILLER              PIC X(40) VALUE
              'AMLCTRL  CASOS PARA REVISION  FECHA: '.
           02 LRT-FECHA           PIC X(8).
       01  LIN-RV-SUBTITULO           PIC X(132).
       01  LIN-RV-ENCABEZADO.
           02 FILLER              PIC X(26) VALUE
              '    CASO  ALTA      REG O'.
           02 FILLER              PIC X(27) VALUE
              ' CLIENTE   CUENTA  FEC.OPER'.
           02 FILLER              PIC X(30) VALUE
              '          IMPORTE  CNT   DIAS'.
       01  LIN-RV-DETALLE.
           02 LRD-CASO            PIC Z(7)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-ALTA            PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-REGLA           PIC X(3).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRD-ORIGEN          PIC X(1).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRD-CLIENTE         PIC Z(7)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRD-CUENTA          PIC Z(7)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-FECHA-OPER      PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRD-IMPORTE         PIC Z(12)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-CANT            PIC ZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-DIAS            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-PARAMETROS.
           PERFORM 13000-CARGAR-CASOS.
           PERFORM 14000-APLICAR-DECISIONES.
           PERFORM 15000-CARGAR-TARJETAS.
           PERFORM 16000-CARGAR-CERCANOS.
           PERFORM 17000-CARGAR-PERFILES.
           PERFORM 20000-PAGOS-F112.
           PERFORM 21000-PAGOS-TARJETA.
           PERFORM 22000-ESTRUCTURACION.
           PERFORM 23000-CONSUMOS.
           PERFORM 26000-GRABAR-CASOS.
           PERFORM 27000-GRABAR-CERCANOS.
           PERFORM 27500-GRABAR-PERFILES.
           PERFORM 28000-RESUMEN-MENSUAL.
           PERFORM 29000-LISTAR-REVISION.
           PERFORM 30000-FINAL.

      *    Corre diariamente despues de F112PAGO y del ciclo de
      *    consumos de tarjeta.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
           MOVE SPACES TO WS-CANALES-EFECTIVO
           MOVE 'VEN' TO WS-CANAL-EFECTIVO(1)
           MOVE 'RED' TO WS-CANAL-EFECTIVO(2)
           INITIALIZE WS-RESUMEN-REGLAS

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'AMLCTRL' AND RS-FIN(1:8)
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

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'CONSUMO' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           EVALUATE WS-LR-RETORNO
               WHEN 0
                   SET LOCKS-TOMADOS TO TRUE
               WHEN 8
                   DISPLAY 'ARCHIVO EN USO: ' WS-LR-TEN-ARCHIVO
                           ' POR ' WS-LR-TEN-JOB ' ' WS-LR-TEN-RUN-ID
                   MOVE 'BLOQUEADO' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   MOVE '11100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS-AML
           IF FS-PARAMETROS-OK
               READ PARAMETROS-AML
                   AT END
                       MOVE 'S' TO FIN-PARAMETROS
               END-READ
               IF FIN-PARAMETROS NOT = 'S'
                   IF UMBRAL-EFECTIVO-AP > 0
                       MOVE UMBRAL-EFECTIVO-AP TO WS-UMBRAL-EFECTIVO
                   END-IF
                   IF UMBRAL-TARJETA-AP > 0
                       MOVE UMBRAL-TARJETA-AP TO WS-UMBRAL-TARJETA
                   END-IF
                   IF PORC-CERCANO-AP > 0 AND PORC-CERCANO-AP < 100
                       MOVE PORC-CERCANO-AP TO WS-PORC-CERCANO
                   END-IF
                   IF CANT-ESTRUCT-AP > 1
                       MOVE CANT-ESTRUCT-AP TO WS-CANT-ESTRUCT
                   END-IF
                   IF DIAS-VENTANA-AP > 0
                       MOVE DIAS-VENTANA-AP TO WS-DIAS-VENTANA
                   END-IF
                   IF FACTOR-CONSUMO-AP > 1
                       MOVE FACTOR-CONSUMO-AP TO WS-FACTOR-CONSUMO
                   END-IF
                   IF MIN-HISTORIA-AP > 0
                       MOVE MIN-HISTORIA-AP TO WS-MIN-HISTORIA
                   END-IF
                   IF CANALES-EFECTIVO-AP NOT = SPACES
                       MOVE CANALES-EFECTIVO-AP
                           TO WS-CANALES-EFECTIVO
                   END-IF
               END-IF
               CLOSE PARAMETROS-AML
           END-IF
           COMPUTE WS-PISO-EFECTIVO ROUNDED =
               WS-UMBRAL-EFECTIVO * WS-PORC-CERCANO / 100
           COMPUTE WS-PISO-TARJETA ROUNDED =
               WS-UMBRAL-TARJETA * WS-PORC-CERCANO / 100
           COMPUTE WS-INT-DESDE = WS-INT-HOY - WS-DIAS-VENTANA + 1.

       13000-CARGAR-CASOS.
           OPEN INPUT CASOS-AML
           IF FS-CASOS-OK
               PERFORM UNTIL FIN-CASOS = 'S'
                   READ CASOS-AML
                       AT END
                           MOVE 'S' TO FIN-CASOS
                       NOT AT END
                           PERFORM 13100-ALTA-CASO-TABLA
                   END-READ
               END-PERFORM
               CLOSE CASOS-AML
           END-IF.

       13100-ALTA-CASO-TABLA.
           IF CANT-CASOS < 20000
               ADD 1 TO CANT-CASOS
               MOVE NRO-CASO-AC TO TCA-NRO-CASO(CANT-CASOS)
               MOVE FECHA-ALTA-AC TO TCA-FECHA-ALTA(CANT-CASOS)
               MOVE REGLA-AC TO TCA-REGLA(CANT-CASOS)
               MOVE ORIGEN-AC TO TCA-ORIGEN(CANT-CASOS)
               MOVE NRO-CLIENTE-AC TO TCA-NRO-CLIENTE(CANT-CASOS)
               MOVE NRO-CTA-AC TO TCA-NRO-CTA(CANT-CASOS)
               MOVE FECHA-OPER-AC TO TCA-FECHA-OPER(CANT-CASOS)
               MOVE IMPORTE-AC TO TCA-IMPORTE(CANT-CASOS)
               MOVE CANT-OPER-AC TO TCA-CANT-OPER(CANT-CASOS)
               MOVE ESTADO-AC TO TCA-ESTADO(CANT-CASOS)
               MOVE DECISION-AC TO TCA-DECISION(CANT-CASOS)
               MOVE FECHA-DECISION-AC
                   TO TCA-FECHA-DECISION(CANT-CASOS)
               MOVE ANALISTA-AC TO TCA-ANALISTA(CANT-CASOS)
               MOVE 'N' TO TCA-NUEVO(CANT-CASOS)
               IF NRO-CASO-AC > WS-ULTIMO-CASO
                   MOVE NRO-CASO-AC TO WS-ULTIMO-CASO
               END-IF
           ELSE
               DISPLAY 'TABLA DE CASOS COMPLETA'
               MOVE '13100-ALTA-CASO-TABLA' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'TABLA DE CASOS AML COMPLETA' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Decisiones de cumplimiento: ROS (reporte de operacion
      *    sospechosa) o DES (descartado) cierran el caso.
       14000-APLICAR-DECISIONES.
           OPEN INPUT DECISIONES-AML
           IF FS-DECISIONES-OK
               PERFORM UNTIL FIN-DECISIONES = 'S'
                   READ DECISIONES-AML
                       AT END
                           MOVE 'S' TO FIN-DECISIONES
                       NOT AT END
                           PERFORM 14100-APLICAR-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISIONES-AML
           END-IF
           IF WS-CANT-DECIS-RECH > 0
               MOVE '14000-APLICAR-DECIS' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'DECISIONES AML RECHAZADAS' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       14100-APLICAR-DECISION.
           ADD 1 TO WS-CANT-ENTRADA
           IF CANT-CASOS > 0
               SET IDX-CASO TO 1
               SEARCH TABLA-CASO-ITEM
                   AT END
                       ADD 1 TO WS-CANT-DECIS-RECH
                   WHEN TCA-NRO-CASO(IDX-CASO) = NRO-CASO-DC
                       PERFORM 14200-CERRAR-CASO
               END-SEARCH
           ELSE
               ADD 1 TO WS-CANT-DECIS-RECH
           END-IF.

       14200-CERRAR-CASO.
           IF TCA-ESTADO(IDX-CASO) = 'C'
               IF TCA-DECISION(IDX-CASO) NOT = DECISION-DC
                   ADD 1 TO WS-CANT-DECIS-RECH
               END-IF
           ELSE
               IF DECISION-DC = 'ROS' OR DECISION-DC = 'DES'
                   MOVE 'C' TO TCA-ESTADO(IDX-CASO)
                   MOVE DECISION-DC TO TCA-DECISION(IDX-CASO)
                   IF FECHA-DC IS NUMERIC AND FECHA-DC > 0
                       MOVE FECHA-DC TO TCA-FECHA-DECISION(IDX-CASO)
                   ELSE
                       MOVE WS-FECHA-HOY-N
                           TO TCA-FECHA-DECISION(IDX-CASO)
                   END-IF
                   MOVE ANALISTA-DC TO TCA-ANALISTA(IDX-CASO)
                   ADD 1 TO WS-CANT-DECISIONES
               ELSE
                   ADD 1 TO WS-CANT-DECIS-RECH
               END-IF
           END-IF.

       15000-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS
           IF FS-TARJETAS-OK
               PERFORM UNTIL FIN-TARJETAS = 'S'
                   READ TARJETAS
                       AT END
                           MOVE 'S' TO FIN-TARJETAS
                       NOT AT END
                           IF CANT-TARJETAS < 9999
                               ADD 1 TO CANT-TARJETAS
                               MOVE NRO-CTA-T
                                   TO TTJ-NRO-CTA(CANT-TARJETAS)
                               MOVE NRO-CLI
                                   TO TTJ-NRO-CLI(CANT-TARJETAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETAS
           END-IF.

      *    Solo se conservan los pagos cercanos que siguen dentro de
      *    la ventana movil.
       16000-CARGAR-CERCANOS.
           OPEN INPUT PAGOS-CERCANOS
           IF FS-CERCANOS-OK
               PERFORM UNTIL FIN-CERCANOS = 'S'
                   READ PAGOS-CERCANOS
                       AT END
                           MOVE 'S' TO FIN-CERCANOS
                       NOT AT END
                           COMPUTE WS-INT-FECHA =
                               FUNCTION INTEGER-OF-DATE(FECHA-CE)
                           IF WS-INT-FECHA >= WS-INT-DESDE
                              AND CANT-CERCANOS < 9999
                               ADD 1 TO CANT-CERCANOS
                               MOVE ORIGEN-CE
                                   TO TCE-ORIGEN(CANT-CERCANOS)
                               MOVE NRO-CLIENTE-CE
                                   TO TCE-NRO-CLIENTE(CANT-CERCANOS)
                               MOVE FECHA-CE
                                   TO TCE-FECHA(CANT-CERCANOS)
                               MOVE WS-INT-FECHA
                                   TO TCE-INT-FECHA(CANT-CERCANOS)
                               MOVE IMPORTE-CE
                                   TO TCE-IMPORTE(CANT-CERCANOS)
                               MOVE 'N' TO TCE-NUEVO(CANT-CERCANOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-CERCANOS
           END-IF.

       17000-CARGAR-PERFILES.
           OPEN INPUT PERFIL-CONSUMO
           IF FS-PERFIL-OK
               PERFORM UNTIL FIN-PERFIL = 'S'
                   READ PERFIL-CONSUMO
                       AT END
                           MOVE 'S' TO FIN-PERFIL
                       NOT AT END
                           IF CANT-PERFILES < 9999
                               ADD 1 TO CANT-PERFILES
                               MOVE NRO-CTA-PF
                                   TO TPF-NRO-CTA(CANT-PERFILES)
                               MOVE CANT-CONSUMOS-PF
                                   TO TPF-CANT(CANT-PERFILES)
                               MOVE PROMEDIO-PF
                                   TO TPF-PROMEDIO(CANT-PERFILES)
                               MOVE FECHA-ULT-PF
                                   TO TPF-FECHA-ULT(CANT-PERFILES)
                               MOVE FECHA-ULT-PF
                                   TO TPF-FECHA-ANT(CANT-PERFILES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFIL-CONSUMO
           END-IF.

      *    Pagos F112 en efectivo (canales de caja) por encima del
      *    umbral, o apenas debajo para el control de fraccionamiento.
       20000-PAGOS-F112.
           OPEN INPUT PAGOS
           IF NOT FS-PAGOS-OK
               MOVE '20000-PAGOS-F112' TO JL-PARRAFO
               MOVE FS-PAGOS TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN PAGOS F112 PARA CONTROLAR' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           ELSE
               PERFORM UNTIL FIN-PAGOS = 'S'
                   READ PAGOS
                       AT END
                           MOVE 'S' TO FIN-PAGOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 20100-CONTROLAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAGOS
           END-IF.

       20100-CONTROLAR-PAGO.
           MOVE 'N' TO WS-ES-EFECTIVO
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
               UNTIL WS-IDX-CANAL > 5
               IF WS-CANAL-EFECTIVO(WS-IDX-CANAL) NOT = SPACES
                  AND WS-CANAL-EFECTIVO(WS-IDX-CANAL) = CANAL-P
                   MOVE 'S' TO WS-ES-EFECTIVO
               END-IF
           END-PERFORM
           IF WS-ES-EFECTIVO = 'S'
               MOVE 'F' TO WS-ORIGEN
               MOVE NRO-CLIENTE-P TO WS-NRO-CLIENTE
               MOVE 0 TO WS-NRO-CTA
               MOVE FECHA-PAGO-P TO WS-FECHA-OPER
               MOVE IMPORTE-P TO WS-IMPORTE
               MOVE 1 TO WS-CANT-OPER
               IF IMPORTE-P >= WS-UMBRAL-EFECTIVO
                   MOVE 'EFE' TO WS-REGLA
                   PERFORM 25000-ABRIR-CASO
               ELSE
                   IF IMPORTE-P >= WS-PISO-EFECTIVO
                       PERFORM 20500-AGREGAR-CERCANO
                   END-IF
               END-IF
           END-IF.

       20500-AGREGAR-CERCANO.
           COMPUTE WS-INT-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-OPER)
           MOVE 'N' TO WS-CASO-ABIERTO
           IF CANT-CERCANOS > 0
               SET IDX-CER TO 1
               SEARCH TABLA-CER-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-ORIGEN(IDX-CER) = WS-ORIGEN
                    AND TCE-NRO-CLIENTE(IDX-CER) = WS-NRO-CLIENTE
                    AND TCE-FECHA(IDX-CER) = WS-FECHA-OPER
                    AND TCE-IMPORTE(IDX-CER) = WS-IMPORTE
                       MOVE 'S' TO WS-CASO-ABIERTO
               END-SEARCH
           END-IF
           IF WS-CASO-ABIERTO = 'N' AND WS-INT-FECHA >= WS-INT-DESDE
               IF CANT-CERCANOS < 9999
                   ADD 1 TO CANT-CERCANOS
                   MOVE WS-ORIGEN TO TCE-ORIGEN(CANT-CERCANOS)
                   MOVE WS-NRO-CLIENTE
                       TO TCE-NRO-CLIENTE(CANT-CERCANOS)
                   MOVE WS-FECHA-OPER TO TCE-FECHA(CANT-CERCANOS)
                   MOVE WS-INT-FECHA TO TCE-INT-FECHA(CANT-CERCANOS)
                   MOVE WS-IMPORTE TO TCE-IMPORTE(CANT-CERCANOS)
                   MOVE 'S' TO TCE-NUEVO(CANT-CERCANOS)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF.

      *    Pagos de tarjeta: el cliente se toma del maestro TARJETA.
       21000-PAGOS-TARJETA.
           OPEN INPUT PAGOS-TARJETA
           IF FS-PAGOS-TC-OK
               PERFORM UNTIL FIN-PAGOS-TC = 'S'
                   READ PAGOS-TARJETA
                       AT END
                           MOVE 'S' TO FIN-PAGOS-TC
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 21100-CONTROLAR-PAGO-TC
                   END-READ
               END-PERFORM
               CLOSE PAGOS-TARJETA
           END-IF.

       21100-CONTROLAR-PAGO-TC.
           IF IMPORTE-PT >= WS-PISO-TARJETA
               MOVE NRO-CTA-PT TO WS-NRO-CTA
               PERFORM 21200-BUSCAR-CLIENTE-TC
               MOVE 'T' TO WS-ORIGEN
               MOVE WS-CLIENTE-TC TO WS-NRO-CLIENTE
               MOVE FECHA-PAGO-PT TO WS-FECHA-OPER
               IF IMPORTE-PT > 9999999999999.99
                   MOVE 9999999999999.99 TO WS-IMPORTE
               ELSE
                   MOVE IMPORTE-PT TO WS-IMPORTE
               END-IF
               MOVE 1 TO WS-CANT-OPER
               IF IMPORTE-PT >= WS-UMBRAL-TARJETA
                   MOVE 'TAR' TO WS-REGLA
                   PERFORM 25000-ABRIR-CASO
               ELSE
                   PERFORM 20500-AGREGAR-CERCANO
               END-IF
           END-IF.

       21200-BUSCAR-CLIENTE-TC.
           MOVE 0 TO WS-CLIENTE-TC
           IF CANT-TARJETAS > 0
               SET IDX-TARJ TO 1
               SEARCH TABLA-TARJ-ITEM
                   AT END
                       CONTINUE
                   WHEN TTJ-NRO-CTA(IDX-TARJ) = WS-NRO-CTA
                       MOVE TTJ-NRO-CLI(IDX-TARJ) TO WS-CLIENTE-TC
               END-SEARCH
           END-IF
           IF WS-CLIENTE-TC = 0
               MOVE WS-NRO-CTA TO WS-CLIENTE-TC
           END-IF.

      *    Fraccionamiento: por cada pago cercano nuevo se cuentan los
      *    del mismo cliente en los dias de la ventana que terminan
      *    en su fecha. Un solo caso abierto por cliente y origen.
       22000-ESTRUCTURACION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CANT-CERCANOS
               IF TCE-NUEVO(WS-IDX) = 'S'
                   PERFORM 22100-CONTAR-VENTANA
               END-IF
           END-PERFORM.

       22100-CONTAR-VENTANA.
           MOVE 0 TO WS-CANT-VENTANA
           MOVE 0 TO WS-IMPORTE-VENTANA
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-CERCANOS
               IF TCE-ORIGEN(WS-IDX-AUX) = TCE-ORIGEN(WS-IDX)
                  AND TCE-NRO-CLIENTE(WS-IDX-AUX)
                      = TCE-NRO-CLIENTE(WS-IDX)
                  AND TCE-INT-FECHA(WS-IDX-AUX)
                      <= TCE-INT-FECHA(WS-IDX)
                  AND TCE-INT-FECHA(WS-IDX-AUX)
                      > TCE-INT-FECHA(WS-IDX) - WS-DIAS-VENTANA
                   ADD 1 TO WS-CANT-VENTANA
                   ADD TCE-IMPORTE(WS-IDX-AUX) TO WS-IMPORTE-VENTANA
               END-IF
           END-PERFORM
           IF WS-CANT-VENTANA >= WS-CANT-ESTRUCT
               MOVE 'EST' TO WS-REGLA
               MOVE TCE-ORIGEN(WS-IDX) TO WS-ORIGEN
               MOVE TCE-NRO-CLIENTE(WS-IDX) TO WS-NRO-CLIENTE
               MOVE 0 TO WS-NRO-CTA
               MOVE TCE-FECHA(WS-IDX) TO WS-FECHA-OPER
               MOVE WS-IMPORTE-VENTANA TO WS-IMPORTE
               MOVE WS-CANT-VENTANA TO WS-CANT-OPER
               PERFORM 25000-ABRIR-CASO
           END-IF.

      *    Consumos muy por encima del promedio habitual de la cuenta;
      *    el perfil se actualiza con cada consumo procesado.
       23000-CONSUMOS.
           OPEN INPUT CONSUMOS
           IF FS-CONSUMOS-OK
               PERFORM UNTIL FIN-CONSUMOS = 'S'
                   READ CONSUMOS
                       AT END
                           MOVE 'S' TO FIN-CONSUMOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 23100-CONTROLAR-CONSUMO
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS
           END-IF.

       23100-CONTROLAR-CONSUMO.
           MOVE 0 TO WS-IDX
           IF CANT-PERFILES > 0
               SET IDX-PERF TO 1
               SEARCH TABLA-PERF-ITEM
                   AT END
                       CONTINUE
                   WHEN TPF-NRO-CTA(IDX-PERF) = NRO-CTA-C
                       SET WS-IDX TO IDX-PERF
               END-SEARCH
           END-IF
           IF WS-IDX = 0
               IF CANT-PERFILES < 9999
                   ADD 1 TO CANT-PERFILES
                   MOVE CANT-PERFILES TO WS-IDX
                   MOVE NRO-CTA-C TO TPF-NRO-CTA(WS-IDX)
                   MOVE 0 TO TPF-CANT(WS-IDX)
                   MOVE 0 TO TPF-PROMEDIO(WS-IDX)
                   MOVE 0 TO TPF-FECHA-ULT(WS-IDX)
                   MOVE 0 TO TPF-FECHA-ANT(WS-IDX)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF
           IF WS-IDX > 0
               IF TPF-CANT(WS-IDX) >= WS-MIN-HISTORIA
                   COMPUTE WS-TOPE-CONSUMO =
                       TPF-PROMEDIO(WS-IDX) * WS-FACTOR-CONSUMO
                   IF MONT-CONS > WS-TOPE-CONSUMO
                       MOVE 'CON' TO WS-REGLA
                       MOVE 'T' TO WS-ORIGEN
                       MOVE NRO-CTA-C TO WS-NRO-CTA
                       PERFORM 21200-BUSCAR-CLIENTE-TC
                       MOVE WS-CLIENTE-TC TO WS-NRO-CLIENTE
                       MOVE WS-FECHA-HOY-N TO WS-FECHA-OPER
                       IF MONT-CONS > 9999999999999.99
                           MOVE 9999999999999.99 TO WS-IMPORTE
                       ELSE
                           MOVE MONT-CONS TO WS-IMPORTE
                       END-IF
                       MOVE 1 TO WS-CANT-OPER
                       PERFORM 25000-ABRIR-CASO
                   END-IF
               END-IF
               IF TPF-CANT(WS-IDX) < 9999999
                       AND TPF-FECHA-ANT(WS-IDX) NOT = WS-FECHA-HOY-N
                   COMPUTE TPF-PROMEDIO(WS-IDX) ROUNDED =
                       (TPF-PROMEDIO(WS-IDX) * TPF-CANT(WS-IDX)
                        + MONT-CONS) / (TPF-CANT(WS-IDX) + 1)
                   ADD 1 TO TPF-CANT(WS-IDX)
                   MOVE WS-FECHA-HOY-N TO TPF-FECHA-ULT(WS-IDX)
               END-IF
           END-IF.

      *    Alta de caso con numero correlativo. No se duplica la misma
      *    operacion ni un fraccionamiento con caso abierto.
       25000-ABRIR-CASO.
           MOVE 'N' TO WS-CASO-ABIERTO
           IF CANT-CASOS > 0
               SET IDX-CASO TO 1
               SEARCH TABLA-CASO-ITEM
                   AT END
                       CONTINUE
                   WHEN TCA-REGLA(IDX-CASO) = 'EST'
                    AND WS-REGLA = 'EST'
                    AND TCA-ORIGEN(IDX-CASO) = WS-ORIGEN
                    AND TCA-NRO-CLIENTE(IDX-CASO) = WS-NRO-CLIENTE
                    AND TCA-ESTADO(IDX-CASO) = 'A'
                       MOVE 'S' TO WS-CASO-ABIERTO
                   WHEN TCA-REGLA(IDX-CASO) = WS-REGLA
                    AND WS-REGLA NOT = 'EST'
                    AND TCA-ORIGEN(IDX-CASO) = WS-ORIGEN
                    AND TCA-NRO-CLIENTE(IDX-CASO) = WS-NRO-CLIENTE
                    AND TCA-NRO-CTA(IDX-CASO) = WS-NRO-CTA
                    AND TCA-FECHA-OPER(IDX-CASO) = WS-FECHA-OPER
                    AND TCA-IMPORTE(IDX-CASO) = WS-IMPORTE
                       MOVE 'S' TO WS-CASO-ABIERTO
               END-SEARCH
           END-IF
           IF WS-CASO-ABIERTO = 'N'
               IF CANT-CASOS < 20000
                   ADD 1 TO CANT-CASOS
                   ADD 1 TO WS-ULTIMO-CASO
                   ADD 1 TO WS-CANT-CASOS-NUEVOS
                   MOVE WS-ULTIMO-CASO TO TCA-NRO-CASO(CANT-CASOS)
                   MOVE WS-FECHA-HOY-N TO TCA-FECHA-ALTA(CANT-CASOS)
                   MOVE WS-REGLA TO TCA-REGLA(CANT-CASOS)
                   MOVE WS-ORIGEN TO TCA-ORIGEN(CANT-CASOS)
                   MOVE WS-NRO-CLIENTE
                       TO TCA-NRO-CLIENTE(CANT-CASOS)
                   MOVE WS-NRO-CTA TO TCA-NRO-CTA(CANT-CASOS)
                   MOVE WS-FECHA-OPER TO TCA-FECHA-OPER(CANT-CASOS)
                   MOVE WS-IMPORTE TO TCA-IMPORTE(CANT-CASOS)
                   MOVE WS-CANT-OPER TO TCA-CANT-OPER(CANT-CASOS)
                   MOVE 'A' TO TCA-ESTADO(CANT-CASOS)
                   MOVE SPACES TO TCA-DECISION(CANT-CASOS)
                   MOVE 0 TO TCA-FECHA-DECISION(CANT-CASOS)
                   MOVE SPACES TO TCA-ANALISTA(CANT-CASOS)
                   MOVE 'S' TO TCA-NUEVO(CANT-CASOS)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF.

       26000-GRABAR-CASOS.
           OPEN OUTPUT CASOS-AML.
           IF NOT FS-CASOS-OK
               DISPLAY 'ERROR AL ABRIR AMLCASOS'
               DISPLAY 'FILE STATUS ' FS-CASOS
               MOVE '26000-GRABAR-CASOS' TO JL-PARRAFO
               MOVE FS-CASOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR AMLCASOS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CANT-CASOS
               MOVE TCA-NRO-CASO(WS-IDX) TO NRO-CASO-AC
               MOVE TCA-FECHA-ALTA(WS-IDX) TO FECHA-ALTA-AC
               MOVE TCA-REGLA(WS-IDX) TO REGLA-AC
               MOVE TCA-ORIGEN(WS-IDX) TO ORIGEN-AC
               MOVE TCA-NRO-CLIENTE(WS-IDX) TO NRO-CLIENTE-AC
               MOVE TCA-NRO-CTA(WS-IDX) TO NRO-CTA-AC
               MOVE TCA-FECHA-OPER(WS-IDX) TO FECHA-OPER-AC
               MOVE TCA-IMPORTE(WS-IDX) TO IMPORTE-AC
               MOVE TCA-CANT-OPER(WS-IDX) TO CANT-OPER-AC
               MOVE TCA-ESTADO(WS-IDX) TO ESTADO-AC
               MOVE TCA-DECISION(WS-IDX) TO DECISION-AC
               MOVE TCA-FECHA-DECISION(WS-IDX) TO FECHA-DECISION-AC
               MOVE TCA-ANALISTA(WS-IDX) TO ANALISTA-AC
               WRITE REG-CASO-AML
               IF NOT FS-CASOS-OK
                   DISPLAY 'ERROR ESCRITURA AMLCASOS'
                   MOVE '26000-GRABAR-CASOS' TO JL-PARRAFO
                   MOVE FS-CASOS TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA AMLCASOS' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               ADD 1 TO WS-CANT-SALIDA
           END-PERFORM
           CLOSE CASOS-AML
           IF WS-CANT-SIN-LUGAR > 0
               MOVE '26000-GRABAR-CASOS' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'TABLAS AML COMPLETAS, REVISAR' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       27000-GRABAR-CERCANOS.
           OPEN OUTPUT PAGOS-CERCANOS
           IF FS-CERCANOS-OK
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CERCANOS
                   MOVE TCE-ORIGEN(WS-IDX) TO ORIGEN-CE
                   MOVE TCE-NRO-CLIENTE(WS-IDX) TO NRO-CLIENTE-CE
                   MOVE TCE-FECHA(WS-IDX) TO FECHA-CE
                   MOVE TCE-IMPORTE(WS-IDX) TO IMPORTE-CE
                   WRITE REG-CERCANO
               END-PERFORM
               CLOSE PAGOS-CERCANOS
           ELSE
               MOVE '27000-GRABAR-CERCANOS' TO JL-PARRAFO
               MOVE FS-CERCANOS TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR AMLCERCA' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF.

       27500-GRABAR-PERFILES.
           OPEN OUTPUT PERFIL-CONSUMO
           IF FS-PERFIL-OK
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-PERFILES
                   MOVE TPF-NRO-CTA(WS-IDX) TO NRO-CTA-PF
                   MOVE TPF-CANT(WS-IDX) TO CANT-CONSUMOS-PF
                   MOVE TPF-PROMEDIO(WS-IDX) TO PROMEDIO-PF
                   MOVE TPF-FECHA-ULT(WS-IDX) TO FECHA-ULT-PF
                   WRITE REG-PERFIL
               END-PERFORM
               CLOSE PERFIL-CONSUMO
           ELSE
               MOVE '27500-GRABAR-PERFILES' TO JL-PARRAFO
               MOVE FS-PERFIL TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR AMLPERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF.

      *    Acumulado del mes en curso: casos abiertos en el mes,
      *    decisiones tomadas en el mes y pendientes a la fecha.
       28000-RESUMEN-MENSUAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > CANT-CASOS
               MOVE 0 TO WS-IDX-REGLA
               PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > 4
                   IF WS-REGLA-COD(WS-IDX-AUX) = TCA-REGLA(WS-IDX)
                       MOVE WS-IDX-AUX TO WS-IDX-REGLA
                   END-IF
               END-PERFORM
               IF WS-IDX-REGLA > 0
                   PERFORM 28100-ACUMULAR-CASO
               END-IF
           END-PERFORM
           OPEN OUTPUT RESUMEN-AML
           IF FS-RESUMEN-OK
               PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   UNTIL WS-IDX-REGLA > 4
                   MOVE WS-PERIODO TO PERIODO-RA
                   MOVE WS-REGLA-COD(WS-IDX-REGLA) TO REGLA-RA
                   MOVE WS-RES-CASOS(WS-IDX-REGLA) TO CANT-CASOS-RA
                   MOVE WS-RES-IMPORTE(WS-IDX-REGLA) TO IMPORTE-RA
                   MOVE WS-RES-ROS(WS-IDX-REGLA) TO CANT-ROS-RA
                   MOVE WS-RES-DESCARTE(WS-IDX-REGLA)
                       TO CANT-DESCARTE-RA
                   MOVE WS-RES-PENDIENTE(WS-IDX-REGLA)
                       TO CANT-PENDIENTE-RA
                   WRITE REG-RESUMEN-AML
               END-PERFORM
               CLOSE RESUMEN-AML
           ELSE
               MOVE '28000-RESUMEN-MENSUAL' TO JL-PARRAFO
               MOVE FS-RESUMEN TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR AMLRESU' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF.

       28100-ACUMULAR-CASO.
           IF TCA-FECHA-ALTA(WS-IDX)(1:6) = WS-PERIODO
               ADD 1 TO WS-RES-CASOS(WS-IDX-REGLA)
               ADD TCA-IMPORTE(WS-IDX) TO WS-RES-IMPORTE(WS-IDX-REGLA)
           END-IF
           IF TCA-ESTADO(WS-IDX) = 'A'
               ADD 1 TO WS-RES-PENDIENTE(WS-IDX-REGLA)
           ELSE
               IF TCA-FECHA-DECISION(WS-IDX)(1:6) = WS-PERIODO
                   IF TCA-DECISION(WS-IDX) = 'ROS'
                       ADD 1 TO WS-RES-ROS(WS-IDX-REGLA)
                   ELSE
                       ADD 1 TO WS-RES-DESCARTE(WS-IDX-REGLA)
                   END-IF
               END-IF
           END-IF.

      *    Listado para cumplimiento: casos nuevos del dia y luego
      *    todos los pendientes con los dias que llevan abiertos.
       29000-LISTAR-REVISION.
           OPEN OUTPUT REVISION-AML
           IF FS-REVISION-OK
               SET REVISION-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LRT-FECHA
               WRITE LIN-REVISION FROM LIN-RV-TITULO
               MOVE 'CASOS NUEVOS' TO LIN-RV-SUBTITULO
               WRITE LIN-REVISION FROM LIN-RV-SUBTITULO
               WRITE LIN-REVISION FROM LIN-RV-ENCABEZADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CASOS
                   IF TCA-NUEVO(WS-IDX) = 'S'
                       PERFORM 29100-LISTAR-CASO
                   END-IF
               END-PERFORM
               MOVE 'CASOS PENDIENTES DE DECISION'
                   TO LIN-RV-SUBTITULO
               WRITE LIN-REVISION FROM LIN-RV-SUBTITULO
               WRITE LIN-REVISION FROM LIN-RV-ENCABEZADO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CASOS
                   IF TCA-ESTADO(WS-IDX) = 'A'
                      AND TCA-NUEVO(WS-IDX) = 'N'
                       PERFORM 29100-LISTAR-CASO
                   END-IF
               END-PERFORM
               CLOSE REVISION-AML
           END-IF.

       29100-LISTAR-CASO.
           MOVE TCA-NRO-CASO(WS-IDX) TO LRD-CASO
           MOVE TCA-FECHA-ALTA(WS-IDX) TO LRD-ALTA
           MOVE TCA-REGLA(WS-IDX) TO LRD-REGLA
           MOVE TCA-ORIGEN(WS-IDX) TO LRD-ORIGEN
           MOVE TCA-NRO-CLIENTE(WS-IDX) TO LRD-CLIENTE
           MOVE TCA-NRO-CTA(WS-IDX) TO LRD-CUENTA
           MOVE TCA-FECHA-OPER(WS-IDX) TO LRD-FECHA-OPER
           MOVE TCA-IMPORTE(WS-IDX) TO LRD-IMPORTE
           MOVE TCA-CANT-OPER(WS-IDX) TO LRD-CANT
           COMPUTE WS-DIAS-ABIERTO = WS-INT-HOY
               - FUNCTION INTEGER-OF-DATE(TCA-FECHA-ALTA(WS-IDX))
           MOVE WS-DIAS-ABIERTO TO LRD-DIAS
           WRITE LIN-REVISION FROM LIN-RV-DETALLE.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'AMLCTRL' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       91000-LOG-AVISO.
           IF JOBLOG-ABIERTO
               MOVE 'AMLCTRL' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'OPERACIONES LEIDAS  : ' WS-CANT-ENTRADA
           DISPLAY 'DECISIONES APLICADAS: ' WS-CANT-DECISIONES
           DISPLAY 'CASOS NUEVOS        : ' WS-CANT-CASOS-NUEVOS
           DISPLAY 'CASOS EN ARCHIVO    : ' WS-CANT-SALIDA
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'AMLCTRL' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM AMLCTRL.

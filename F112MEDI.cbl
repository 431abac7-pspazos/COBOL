       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112MEDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LECTURAS ASSIGN TO  '..\LECTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LECTURAS.

           SELECT LECT-HIST ASSIGN TO  '..\LECTHIST.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LECT-HIST.

           SELECT SERV-MEDIDOS ASSIGN TO  '..\MEDIDSRV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SERV-MEDIDOS.

           SELECT TARIFARIO ASSIGN TO  '..\TARIFMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARIFARIO.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT LECT-EXCEP ASSIGN TO  '..\LECTEXC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-EXCEP.

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
       FD  LECTURAS.
       01  REG-LECTURA.
           02 NRO-CLIENTE-LE           PIC 9(7).
           02 COD-SERVICIO-LE          PIC X(3).
           02 NRO-MEDIDOR-LE           PIC X(10).
           02 FECHA-LECTURA-LE         PIC 9(8).
           02 VALOR-LECTURA-LE         PIC 9(9).

      *    Ultima lectura real por medidor, consumo promedio de las
      *    ultimas lecturas validas y unidades ya facturadas por
      *    estimacion desde esa lectura. FECHA-ESTIM-LH es el lote de
      *    lecturas por el que se estimo por ultima vez.
       FD  LECT-HIST.
       01  REG-LECT-HIST.
           02 NRO-CLIENTE-LH           PIC 9(7).
           02 COD-SERVICIO-LH          PIC X(3).
           02 NRO-MEDIDOR-LH           PIC X(10).
           02 FECHA-LECTURA-LH         PIC 9(8).
           02 VALOR-LECTURA-LH         PIC 9(9).
           02 CONSUMO-PROM-LH          PIC 9(7)V99.
           02 CANT-LECTURAS-LH         PIC 9(3).
           02 ESTIMADO-ACUM-LH         PIC 9(9).
           02 FECHA-ESTIM-LH           PIC 9(8).

      *    FACTOR-MAXIMO-MS: consumo por encima de promedio * factor
      *    se considera improbable; MIN-HISTORIA-MS: lecturas validas
      *    necesarias antes de aplicar ese control.
       FD  SERV-MEDIDOS.
       01  REG-SERV-MEDIDO.
           02 COD-SERVICIO-MS          PIC X(3).
           02 FACTOR-MAXIMO-MS         PIC 9(3)V99.
           02 MIN-HISTORIA-MS          PIC 9(2).

       FD  TARIFARIO.
       01  REG-TARIFA-SRV.
           02 COD-SERVICIO-TA          PIC X(3).
           02 FECHA-DESDE-TA           PIC X(8).
           02 FECHA-HASTA-TA           PIC X(8).
           02 CANT-DESDE-TA            PIC 9(5).
           02 CANT-HASTA-TA            PIC 9(5).
           02 IMPORTE-UNIT-TA          PIC 9(7)V99.

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

       FD  LECT-EXCEP.
       01  LIN-EXCEP                   PIC X(132).

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
       01  FS-LECTURAS                 PIC X(2).
           88 FS-LECTURAS-OK       VALUE "00".
       01  FS-LECT-HIST                PIC X(2).
           88 FS-LECT-HIST-OK      VALUE "00".
       01  FS-SERV-MEDIDOS             PIC X(2).
           88 FS-SERV-MEDIDOS-OK   VALUE "00".
       01  FS-TARIFARIO                PIC X(2).
           88 FS-TARIFARIO-OK      VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-EXCEP                    PIC X(2).
           88 FS-EXCEP-OK          VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-LECTURAS-ABIERTO         PIC X VALUE 'N'.
           88 LECTURAS-ABIERTO         VALUE 'S'.
       01  WS-TRANS-ABIERTO            PIC X VALUE 'N'.
           88 TRANS-ABIERTO            VALUE 'S'.
       01  WS-EXCEP-ABIERTO            PIC X VALUE 'N'.
           88 EXCEP-ABIERTO            VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

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
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112MEDI'.
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
       01  WS-CANT-ESTIMADAS           PIC 9(7) VALUE 0.
       01  WS-CANT-EXCEPCIONES         PIC 9(7) VALUE 0.
       01  WS-TOTAL-FACTURADO          PIC S9(11)V99 VALUE 0.

       01  FIN-LECTURAS                PIC X VALUE 'N'.
       01  FIN-LECT-HIST               PIC X VALUE 'N'.
       01  FIN-SERV-MEDIDOS            PIC X VALUE 'N'.
       01  FIN-TARIFARIO               PIC X VALUE 'N'.
       01  WS-IDX-HIST                 PIC 9(5).
       01  WS-IDX-TARIFA               PIC 9(3).
       01  WS-IDX-SERV                 PIC 9(3).
       01  WS-CONSUMO-REAL             PIC S9(10).
       01  WS-CONSUMO                  PIC S9(10).
       01  WS-CONSUMO-FACT             PIC 9(9).
       01  WS-ESTIMADO                 PIC 9(9).
       01  WS-MAXIMO-ADMITIDO          PIC 9(11)V99.
       01  WS-CANT-TRAMO               PIC 9(9).
       01  WS-CARGO-CONSUMO            PIC S9(7)V99.
       01  WS-CANT-PROM                PIC 9(3).
       01  WS-FECHA-LOTE               PIC 9(8) VALUE 0.
       01  WS-MOTIVO                   PIC X(24).
       01  WS-HAY-TARIFA               PIC X VALUE 'N'.
           88 HAY-TARIFA           VALUE 'S' FALSE 'N'.
       01  WS-LECTURA-OK               PIC X VALUE 'S'.
           88 LECTURA-OK           VALUE 'S' FALSE 'N'.

       01  CANT-SERV-MEDIDOS           PIC 9(3) VALUE 0.
       01  TABLA-SERV-MEDIDOS.
           02 TABLA-SERV-MED-ITEM OCCURS 1 TO 999 TIMES
                                  DEPENDING ON CANT-SERV-MEDIDOS
                                  INDEXED BY IDX-SERV-MED.
               03 TSM-COD-SERVICIO     PIC X(3).
               03 TSM-FACTOR-MAXIMO    PIC 9(3)V99.
               03 TSM-MIN-HISTORIA     PIC 9(2).

       01  CANT-TARIFAS                PIC 9(3) VALUE 0.
       01  TABLA-TARIFAS.
           02 TABLA-TARIFAS-ITEM OCCURS 1 TO 999 TIMES
                                 DEPENDING ON CANT-TARIFAS
                                 INDEXED BY IDX-TARIFA.
               03 TRF-COD-SERVICIO     PIC X(3).
               03 TRF-CANT-DESDE       PIC 9(5).
               03 TRF-CANT-HASTA       PIC 9(5).
               03 TRF-IMPORTE-UNIT     PIC 9(7)V99.

       01  CANT-HIST                   PIC 9(5) VALUE 0.
       01  TABLA-HIST.
           02 TABLA-HIST-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-HIST
                              INDEXED BY IDX-HIST.
               03 THI-NRO-CLIENTE      PIC 9(7).
               03 THI-COD-SERVICIO     PIC X(3).
               03 THI-NRO-MEDIDOR      PIC X(10).
               03 THI-FECHA-LECTURA    PIC 9(8).
               03 THI-VALOR-LECTURA    PIC 9(9).
               03 THI-CONSUMO-PROM     PIC 9(7)V99.
               03 THI-CANT-LECTURAS    PIC 9(3).
               03 THI-ESTIMADO-ACUM    PIC 9(9).
               03 THI-PROCESADO        PIC X(1).
               03 THI-FECHA-ESTIM      PIC 9(8).

      *    Cargos de la corrida; van a TRANSAC recien con LECTHIST
      *    reescrito.
       01  CANT-CARGOS                 PIC 9(5) VALUE 0.
       01  WS-IDX-CARGO                PIC 9(5).
       01  TABLA-CARGOS.
           02 TABLA-CARGOS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CARGOS.
               03 TCG-NRO-CLIENTE      PIC 9(7).
               03 TCG-COD-SERVICIO     PIC X(3).
               03 TCG-IMPORTE          PIC S9(7)V99.

       01  LIN-LE-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112MEDI  EXCEPCIONES DE LECTURAS'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LLT-FECHA           PIC X(8).
       01  LIN-LE-ENCAB.
           02 FILLER              PIC X(9)  VALUE 'CLIENTE'.
           02 FILLER              PIC X(5)  VALUE 'SRV'.
           02 FILLER              PIC X(12) VALUE 'MEDIDOR'.
           02 FILLER              PIC X(10) VALUE 'FECHA'.
           02 FILLER              PIC X(11) VALUE '    LECTURA'.
           02 FILLER              PIC X(12) VALUE '     CONSUMO'.
           02 FILLER              PIC X(12) VALUE '    ESTIMADO'.
           02 FILLER              PIC X(13) VALUE '        CARGO'.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 FILLER              PIC X(6)  VALUE 'MOTIVO'.
       01  LIN-LE-DETALLE.
           02 LLD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-MEDIDOR         PIC X(10).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-FECHA           PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-LECTURA         PIC Z(8)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-CONSUMO         PIC -Z(9)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-ESTIMADO        PIC Z(8)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-CARGO           PIC -Z(6)9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LLD-MOTIVO          PIC X(24).
       01  LIN-LE-RESUMEN.
           02 LLR-LEYENDA         PIC X(30).
           02 LLR-IMPORTE         PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESAR-LECTURAS.
           PERFORM 23000-ESTIMAR-FALTANTES.
           PERFORM 24000-LISTAR-RESUMEN.
           PERFORM 28000-REESCRIBIR-HISTORIA.
           PERFORM 28200-GRABAR-CARGOS.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-SERV-MEDIDOS
           PERFORM 13000-CARGAR-TARIFARIO
           PERFORM 14000-CARGAR-HISTORIA

           OPEN INPUT LECTURAS.
           IF NOT FS-LECTURAS-OK
               DISPLAY 'ERROR AL ABRIR LECTURAS'
               DISPLAY 'FILE STATUS ' FS-LECTURAS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LECTURAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR LECTURAS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LECTURAS-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND TRANS-CRUDO.
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR AL ABRIR TRANSAC'
               DISPLAY 'FILE STATUS ' FS-TRANS-CRUDO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET TRANS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT LECT-EXCEP.
           IF FS-EXCEP-OK
               SET EXCEP-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LLT-FECHA
               WRITE LIN-EXCEP FROM LIN-LE-TITULO
               WRITE LIN-EXCEP FROM LIN-LE-ENCAB
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112MEDI' AND RS-FIN(1:8)
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
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
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

      *    Sin factor o sin historia minima informados se asume el
      *    triple del promedio a partir de la tercera lectura.
       12000-CARGAR-SERV-MEDIDOS.
           OPEN INPUT SERV-MEDIDOS.
           IF FS-SERV-MEDIDOS-OK
               PERFORM UNTIL FIN-SERV-MEDIDOS = 'S'
                   READ SERV-MEDIDOS
                       AT END
                           MOVE 'S' TO FIN-SERV-MEDIDOS
                       NOT AT END
                           ADD 1 TO CANT-SERV-MEDIDOS
                           MOVE COD-SERVICIO-MS
                               TO TSM-COD-SERVICIO(CANT-SERV-MEDIDOS)
                           MOVE FACTOR-MAXIMO-MS
                               TO TSM-FACTOR-MAXIMO(CANT-SERV-MEDIDOS)
                           MOVE MIN-HISTORIA-MS
                               TO TSM-MIN-HISTORIA(CANT-SERV-MEDIDOS)
                           IF FACTOR-MAXIMO-MS = 0
                               MOVE 3 TO
                                   TSM-FACTOR-MAXIMO(CANT-SERV-MEDIDOS)
                           END-IF
                           IF MIN-HISTORIA-MS = 0
                               MOVE 3 TO
                                   TSM-MIN-HISTORIA(CANT-SERV-MEDIDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERV-MEDIDOS
           ELSE
               DISPLAY 'ERROR AL ABRIR MEDIDSRV'
               DISPLAY 'FILE STATUS ' FS-SERV-MEDIDOS
               MOVE '12000-CARGAR-SERV' TO JL-PARRAFO
               MOVE FS-SERV-MEDIDOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR MEDIDSRV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       13000-CARGAR-TARIFARIO.
           OPEN INPUT TARIFARIO.
           IF FS-TARIFARIO-OK
               PERFORM UNTIL FIN-TARIFARIO = 'S'
                   READ TARIFARIO
                       AT END
                           MOVE 'S' TO FIN-TARIFARIO
                       NOT AT END
                           IF FECHA-DESDE-TA IS NUMERIC
                              AND FECHA-DESDE-TA <= WS-FECHA-HOY
                              AND (FECHA-HASTA-TA = SPACES
                                   OR FECHA-HASTA-TA = ZEROS
                                   OR FECHA-HASTA-TA >= WS-FECHA-HOY)
                               ADD 1 TO CANT-TARIFAS
                               MOVE COD-SERVICIO-TA
                                   TO TRF-COD-SERVICIO(CANT-TARIFAS)
                               MOVE CANT-DESDE-TA
                                   TO TRF-CANT-DESDE(CANT-TARIFAS)
                               MOVE CANT-HASTA-TA
                                   TO TRF-CANT-HASTA(CANT-TARIFAS)
                               MOVE IMPORTE-UNIT-TA
                                   TO TRF-IMPORTE-UNIT(CANT-TARIFAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFARIO
           ELSE
               DISPLAY 'ERROR AL ABRIR TARIFMAE'
               DISPLAY 'FILE STATUS ' FS-TARIFARIO
               MOVE '13000-CARGAR-TARIF' TO JL-PARRAFO
               MOVE FS-TARIFARIO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR TARIFMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    La historia puede no existir en la primera corrida.
       14000-CARGAR-HISTORIA.
           OPEN INPUT LECT-HIST.
           IF FS-LECT-HIST-OK
               PERFORM UNTIL FIN-LECT-HIST = 'S'
                   READ LECT-HIST
                       AT END
                           MOVE 'S' TO FIN-LECT-HIST
                       NOT AT END
                           ADD 1 TO CANT-HIST
                           MOVE NRO-CLIENTE-LH
                               TO THI-NRO-CLIENTE(CANT-HIST)
                           MOVE COD-SERVICIO-LH
                               TO THI-COD-SERVICIO(CANT-HIST)
                           MOVE NRO-MEDIDOR-LH
                               TO THI-NRO-MEDIDOR(CANT-HIST)
                           MOVE FECHA-LECTURA-LH
                               TO THI-FECHA-LECTURA(CANT-HIST)
                           MOVE VALOR-LECTURA-LH
                               TO THI-VALOR-LECTURA(CANT-HIST)
                           MOVE CONSUMO-PROM-LH
                               TO THI-CONSUMO-PROM(CANT-HIST)
                           MOVE CANT-LECTURAS-LH
                               TO THI-CANT-LECTURAS(CANT-HIST)
                           MOVE ESTIMADO-ACUM-LH
                               TO THI-ESTIMADO-ACUM(CANT-HIST)
                           MOVE FECHA-ESTIM-LH
                               TO THI-FECHA-ESTIM(CANT-HIST)
                           MOVE 'N' TO THI-PROCESADO(CANT-HIST)
                   END-READ
               END-PERFORM
               CLOSE LECT-HIST
           ELSE
               IF FS-LECT-HIST NOT = "35"
                   DISPLAY 'ERROR AL ABRIR LECTHIST'
                   DISPLAY 'FILE STATUS ' FS-LECT-HIST
                   MOVE '14000-CARGAR-HIST' TO JL-PARRAFO
                   MOVE FS-LECT-HIST TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR LECTHIST' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
           END-IF.

       20000-PROCESAR-LECTURAS.
           PERFORM UNTIL FIN-LECTURAS = 'S'
               READ LECTURAS
                   AT END
                       MOVE 'S' TO FIN-LECTURAS
                   NOT AT END
                       ADD 1 TO WS-CANT-ENTRADA
                       PERFORM 21000-VALIDAR-LECTURA
                       IF LECTURA-OK
                           PERFORM 22000-FACTURAR-LECTURA
                       END-IF
               END-READ
           END-PERFORM.

      *    Una lectura que no se puede usar no detiene la corrida: se
      *    informa y el medidor queda para estimar al final. Si ya hay
      *    una lectura igual o posterior (re-corrida del mismo archivo)
      *    el periodo esta facturado y no se estima.
       21000-VALIDAR-LECTURA.
           SET LECTURA-OK TO TRUE
           MOVE 0 TO WS-IDX-HIST
           MOVE 0 TO WS-CONSUMO
           MOVE 0 TO WS-ESTIMADO
           MOVE 0 TO WS-CARGO-CONSUMO
           IF NRO-CLIENTE-LE NOT NUMERIC
              OR FECHA-LECTURA-LE NOT NUMERIC
              OR VALOR-LECTURA-LE NOT NUMERIC
               SET LECTURA-OK TO FALSE
               MOVE 'LECTURA INVALIDA' TO WS-MOTIVO
               PERFORM 26000-GRABAR-EXCEPCION
           END-IF
           IF LECTURA-OK AND FECHA-LECTURA-LE > WS-FECHA-LOTE
               MOVE FECHA-LECTURA-LE TO WS-FECHA-LOTE
           END-IF
           IF LECTURA-OK
               PERFORM 25500-BUSCAR-SERV-MEDIDO
               IF WS-IDX-SERV = 0
                   SET LECTURA-OK TO FALSE
                   MOVE 'SERVICIO NO MEDIDO' TO WS-MOTIVO
                   PERFORM 26000-GRABAR-EXCEPCION
               END-IF
           END-IF
           IF LECTURA-OK
               PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > CANT-HIST OR WS-IDX-HIST > 0
                   IF THI-NRO-CLIENTE(IDX-HIST) = NRO-CLIENTE-LE
                      AND THI-COD-SERVICIO(IDX-HIST) = COD-SERVICIO-LE
                      AND THI-NRO-MEDIDOR(IDX-HIST) = NRO-MEDIDOR-LE
                       SET WS-IDX-HIST TO IDX-HIST
                   END-IF
               END-PERFORM
               IF WS-IDX-HIST > 0
                   IF THI-PROCESADO(WS-IDX-HIST) = 'S'
                       SET LECTURA-OK TO FALSE
                       MOVE 'LECTURA DUPLICADA' TO WS-MOTIVO
                       PERFORM 26000-GRABAR-EXCEPCION
                   ELSE
                       IF FECHA-LECTURA-LE
                           <= THI-FECHA-LECTURA(WS-IDX-HIST)
                           SET LECTURA-OK TO FALSE
                           MOVE 'S' TO THI-PROCESADO(WS-IDX-HIST)
                           MOVE 'FECHA LECTURA ANTERIOR' TO WS-MOTIVO
                           PERFORM 26000-GRABAR-EXCEPCION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Primera lectura de un medidor: solo fija la base. Con
      *    historia, el consumo real se compara con el promedio y lo
      *    improbable se reemplaza por una estimacion; la lectura
      *    rechazada no mueve la base.
       22000-FACTURAR-LECTURA.
           IF WS-IDX-HIST = 0
               ADD 1 TO CANT-HIST
               MOVE CANT-HIST TO WS-IDX-HIST
               MOVE NRO-CLIENTE-LE TO THI-NRO-CLIENTE(WS-IDX-HIST)
               MOVE COD-SERVICIO-LE TO THI-COD-SERVICIO(WS-IDX-HIST)
               MOVE NRO-MEDIDOR-LE TO THI-NRO-MEDIDOR(WS-IDX-HIST)
               MOVE FECHA-LECTURA-LE TO THI-FECHA-LECTURA(WS-IDX-HIST)
               MOVE VALOR-LECTURA-LE TO THI-VALOR-LECTURA(WS-IDX-HIST)
               MOVE 0 TO THI-CONSUMO-PROM(WS-IDX-HIST)
               MOVE 0 TO THI-CANT-LECTURAS(WS-IDX-HIST)
               MOVE 0 TO THI-ESTIMADO-ACUM(WS-IDX-HIST)
               MOVE 0 TO THI-FECHA-ESTIM(WS-IDX-HIST)
               MOVE 'S' TO THI-PROCESADO(WS-IDX-HIST)
               MOVE 'LECTURA INICIAL' TO WS-MOTIVO
               PERFORM 26000-GRABAR-EXCEPCION
           ELSE
               MOVE 'S' TO THI-PROCESADO(WS-IDX-HIST)
               COMPUTE WS-CONSUMO-REAL = VALOR-LECTURA-LE
                   - THI-VALOR-LECTURA(WS-IDX-HIST)
               COMPUTE WS-CONSUMO = WS-CONSUMO-REAL
                   - THI-ESTIMADO-ACUM(WS-IDX-HIST)
               COMPUTE WS-MAXIMO-ADMITIDO =
                   THI-CONSUMO-PROM(WS-IDX-HIST)
                   * TSM-FACTOR-MAXIMO(WS-IDX-SERV)
               EVALUATE TRUE
                   WHEN WS-CONSUMO-REAL < 0
                       MOVE 'LECTURA NEGATIVA' TO WS-MOTIVO
                       PERFORM 22500-ESTIMAR-CONSUMO
                   WHEN THI-CANT-LECTURAS(WS-IDX-HIST)
                           >= TSM-MIN-HISTORIA(WS-IDX-SERV)
                        AND WS-CONSUMO > WS-MAXIMO-ADMITIDO
                       MOVE 'LECTURA ELEVADA' TO WS-MOTIVO
                       PERFORM 22500-ESTIMAR-CONSUMO
                   WHEN OTHER
                       PERFORM 22200-ACEPTAR-LECTURA
               END-EVALUATE
           END-IF.

      *    Si lo estimado antes supera lo medido no se factura nada y
      *    el excedente queda a cuenta de la proxima lectura.
       22200-ACEPTAR-LECTURA.
           IF WS-CONSUMO < 0
               COMPUTE THI-ESTIMADO-ACUM(WS-IDX-HIST) = 0 - WS-CONSUMO
               MOVE 0 TO WS-CONSUMO-FACT
           ELSE
               IF THI-ESTIMADO-ACUM(WS-IDX-HIST) = 0
                   MOVE THI-CANT-LECTURAS(WS-IDX-HIST) TO WS-CANT-PROM
                   IF WS-CANT-PROM >= 12
                       MOVE 11 TO WS-CANT-PROM
                   END-IF
                   COMPUTE THI-CONSUMO-PROM(WS-IDX-HIST) ROUNDED =
                       (THI-CONSUMO-PROM(WS-IDX-HIST) * WS-CANT-PROM
                        + WS-CONSUMO) / (WS-CANT-PROM + 1)
                   IF THI-CANT-LECTURAS(WS-IDX-HIST) < 12
                       ADD 1 TO THI-CANT-LECTURAS(WS-IDX-HIST)
                   END-IF
               END-IF
               MOVE 0 TO THI-ESTIMADO-ACUM(WS-IDX-HIST)
               MOVE WS-CONSUMO TO WS-CONSUMO-FACT
           END-IF
           MOVE FECHA-LECTURA-LE TO THI-FECHA-LECTURA(WS-IDX-HIST)
           MOVE VALOR-LECTURA-LE TO THI-VALOR-LECTURA(WS-IDX-HIST)
           PERFORM 25000-TARIFAR-CONSUMO.

       22500-ESTIMAR-CONSUMO.
           COMPUTE WS-ESTIMADO ROUNDED = THI-CONSUMO-PROM(WS-IDX-HIST)
           ADD WS-ESTIMADO TO THI-ESTIMADO-ACUM(WS-IDX-HIST)
           ADD 1 TO WS-CANT-ESTIMADAS
           MOVE WS-ESTIMADO TO WS-CONSUMO-FACT
           PERFORM 25000-TARIFAR-CONSUMO
           PERFORM 26000-GRABAR-EXCEPCION.

      *    Medidores con historia que no tuvieron lectura valida en
      *    la corrida se facturan por el promedio, una sola vez por
      *    lote: el lote es la ultima fecha de lectura del archivo.
       23000-ESTIMAR-FALTANTES.
           IF WS-FECHA-LOTE = 0
               MOVE WS-FECHA-HOY-N TO WS-FECHA-LOTE
           END-IF
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > CANT-HIST
               IF THI-PROCESADO(WS-IDX-HIST) = 'N'
                  AND THI-FECHA-ESTIM(WS-IDX-HIST) < WS-FECHA-LOTE
                   MOVE THI-NRO-CLIENTE(WS-IDX-HIST) TO NRO-CLIENTE-LE
                   MOVE THI-COD-SERVICIO(WS-IDX-HIST)
                       TO COD-SERVICIO-LE
                   MOVE THI-NRO-MEDIDOR(WS-IDX-HIST) TO NRO-MEDIDOR-LE
                   MOVE THI-FECHA-LECTURA(WS-IDX-HIST)
                       TO FECHA-LECTURA-LE
                   MOVE THI-VALOR-LECTURA(WS-IDX-HIST)
                       TO VALOR-LECTURA-LE
                   PERFORM 25500-BUSCAR-SERV-MEDIDO
                   IF WS-IDX-SERV > 0
                       MOVE 0 TO WS-CONSUMO
                       MOVE 0 TO WS-CARGO-CONSUMO
                       MOVE 'SIN LECTURA' TO WS-MOTIVO
                       PERFORM 22500-ESTIMAR-CONSUMO
                       MOVE WS-FECHA-LOTE
                           TO THI-FECHA-ESTIM(WS-IDX-HIST)
                   END-IF
                   MOVE 'S' TO THI-PROCESADO(WS-IDX-HIST)
               END-IF
           END-PERFORM.

       24000-LISTAR-RESUMEN.
           IF EXCEP-ABIERTO
               MOVE 'LECTURAS LEIDAS' TO LLR-LEYENDA
               MOVE WS-CANT-ENTRADA TO LLR-IMPORTE
               WRITE LIN-EXCEP FROM LIN-LE-RESUMEN
               MOVE 'CONSUMOS ESTIMADOS' TO LLR-LEYENDA
               MOVE WS-CANT-ESTIMADAS TO LLR-IMPORTE
               WRITE LIN-EXCEP FROM LIN-LE-RESUMEN
               MOVE 'CARGOS GRABADOS' TO LLR-LEYENDA
               MOVE CANT-CARGOS TO LLR-IMPORTE
               WRITE LIN-EXCEP FROM LIN-LE-RESUMEN
               MOVE 'TOTAL FACTURADO' TO LLR-LEYENDA
               MOVE WS-TOTAL-FACTURADO TO LLR-IMPORTE
               WRITE LIN-EXCEP FROM LIN-LE-RESUMEN
           END-IF.

      *    Mismos tramos que usa F112EVAL, aplicados a las unidades
      *    consumidas en lugar de la cantidad de transacciones.
       25000-TARIFAR-CONSUMO.
           MOVE 0 TO WS-CARGO-CONSUMO
           SET HAY-TARIFA TO FALSE
           PERFORM VARYING WS-IDX-TARIFA FROM 1 BY 1
               UNTIL WS-IDX-TARIFA > CANT-TARIFAS
               IF TRF-COD-SERVICIO(WS-IDX-TARIFA) = COD-SERVICIO-LE
                   SET HAY-TARIFA TO TRUE
                   IF WS-CONSUMO-FACT >= TRF-CANT-DESDE(WS-IDX-TARIFA)
                      AND WS-CONSUMO-FACT > 0
                       IF TRF-CANT-HASTA(WS-IDX-TARIFA) = 0
                          OR WS-CONSUMO-FACT
                             <= TRF-CANT-HASTA(WS-IDX-TARIFA)
                           COMPUTE WS-CANT-TRAMO = WS-CONSUMO-FACT
                               - TRF-CANT-DESDE(WS-IDX-TARIFA) + 1
                       ELSE
                           COMPUTE WS-CANT-TRAMO =
                               TRF-CANT-HASTA(WS-IDX-TARIFA)
                               - TRF-CANT-DESDE(WS-IDX-TARIFA) + 1
                       END-IF
                       COMPUTE WS-CARGO-CONSUMO = WS-CARGO-CONSUMO
                           + WS-CANT-TRAMO
                           * TRF-IMPORTE-UNIT(WS-IDX-TARIFA)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HAY-TARIFA
               MOVE 'SIN TARIFA VIGENTE' TO WS-MOTIVO
               PERFORM 26000-GRABAR-EXCEPCION
           END-IF
           IF WS-CARGO-CONSUMO > 0
               ADD 1 TO CANT-CARGOS
               MOVE NRO-CLIENTE-LE TO TCG-NRO-CLIENTE(CANT-CARGOS)
               MOVE COD-SERVICIO-LE TO TCG-COD-SERVICIO(CANT-CARGOS)
               MOVE WS-CARGO-CONSUMO TO TCG-IMPORTE(CANT-CARGOS)
               ADD WS-CARGO-CONSUMO TO WS-TOTAL-FACTURADO
           END-IF.

       25500-BUSCAR-SERV-MEDIDO.
           MOVE 0 TO WS-IDX-SERV
           IF CANT-SERV-MEDIDOS > 0
               SET IDX-SERV-MED TO 1
               SEARCH TABLA-SERV-MED-ITEM
                   AT END
                       CONTINUE
                   WHEN TSM-COD-SERVICIO(IDX-SERV-MED) = COD-SERVICIO-LE
                       SET WS-IDX-SERV TO IDX-SERV-MED
               END-SEARCH
           END-IF.

       26000-GRABAR-EXCEPCION.
           ADD 1 TO WS-CANT-EXCEPCIONES
           IF EXCEP-ABIERTO
               MOVE NRO-CLIENTE-LE TO LLD-CLIENTE
               MOVE COD-SERVICIO-LE TO LLD-SERVICIO
               MOVE NRO-MEDIDOR-LE TO LLD-MEDIDOR
               MOVE FECHA-LECTURA-LE TO LLD-FECHA
               MOVE VALOR-LECTURA-LE TO LLD-LECTURA
               MOVE WS-CONSUMO TO LLD-CONSUMO
               MOVE WS-ESTIMADO TO LLD-ESTIMADO
               MOVE WS-CARGO-CONSUMO TO LLD-CARGO
               MOVE WS-MOTIVO TO LLD-MOTIVO
               WRITE LIN-EXCEP FROM LIN-LE-DETALLE
           END-IF.

       28000-REESCRIBIR-HISTORIA.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT LECT-HIST
               IF FS-LECT-HIST-OK
                   PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
                       UNTIL WS-IDX-HIST > CANT-HIST
                       MOVE THI-NRO-CLIENTE(WS-IDX-HIST)
                           TO NRO-CLIENTE-LH
                       MOVE THI-COD-SERVICIO(WS-IDX-HIST)
                           TO COD-SERVICIO-LH
                       MOVE THI-NRO-MEDIDOR(WS-IDX-HIST)
                           TO NRO-MEDIDOR-LH
                       MOVE THI-FECHA-LECTURA(WS-IDX-HIST)
                           TO FECHA-LECTURA-LH
                       MOVE THI-VALOR-LECTURA(WS-IDX-HIST)
                           TO VALOR-LECTURA-LH
                       MOVE THI-CONSUMO-PROM(WS-IDX-HIST)
                           TO CONSUMO-PROM-LH
                       MOVE THI-CANT-LECTURAS(WS-IDX-HIST)
                           TO CANT-LECTURAS-LH
                       MOVE THI-ESTIMADO-ACUM(WS-IDX-HIST)
                           TO ESTIMADO-ACUM-LH
                       MOVE THI-FECHA-ESTIM(WS-IDX-HIST)
                           TO FECHA-ESTIM-LH
                       WRITE REG-LECT-HIST
                       IF NOT FS-LECT-HIST-OK
                           DISPLAY 'ERROR ESCRITURA LECTHIST'
                           MOVE '28000-REESCR-HIST' TO JL-PARRAFO
                           MOVE FS-LECT-HIST TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA LECTHIST' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE LECT-HIST
               ELSE
                   DISPLAY 'ERROR REESCRITURA LECTHIST ' FS-LECT-HIST
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Los cargos se graban recien con LECTHIST reescrito: si la
      *    reescritura falla la re-corrida parte de la misma historia
      *    y no factura dos veces.
       28200-GRABAR-CARGOS.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > CANT-CARGOS
                   PERFORM 28300-GRABAR-CARGO
               END-PERFORM
           END-IF.

       28300-GRABAR-CARGO.
           MOVE TCG-NRO-CLIENTE(WS-IDX-CARGO) TO NRO-CLIENTE-TC
           MOVE TCG-COD-SERVICIO(WS-IDX-CARGO) TO COD-SERVICIO-TC
           MOVE 'D' TO IND-TRANS-TC
           MOVE TCG-IMPORTE(WS-IDX-CARGO) TO IMPORTE-TC
           WRITE REG-TRANS-CRUDO
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR ESCRITURA TRANSAC'
               MOVE '28300-GRABAR-CARGO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112MEDI' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'LECTURAS LEIDAS     : ' WS-CANT-ENTRADA
           DISPLAY 'CONSUMOS ESTIMADOS  : ' WS-CANT-ESTIMADAS
           DISPLAY 'EXCEPCIONES         : ' WS-CANT-EXCEPCIONES
           DISPLAY 'CARGOS GRABADOS     : ' WS-CANT-SALIDA
           IF LECTURAS-ABIERTO
               CLOSE LECTURAS
           END-IF
           IF TRANS-ABIERTO
               CLOSE TRANS-CRUDO
           END-IF
           IF EXCEP-ABIERTO
               CLOSE LECT-EXCEP
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112MEDI' TO RS-JOB
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

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM F112MEDI.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112PLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT SOLICITUDES ASSIGN TO  '..\PLANSOL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SOLICITUDES.

           SELECT PLANES ASSIGN TO  '..\PLANMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PLANES.

           SELECT CUOTAS ASSIGN TO  '..\PLANCUO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CUOTAS.

           SELECT ITEMS-PLAN ASSIGN TO  '..\PLANITEM.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS-PLAN.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT PLAN-LISTADO ASSIGN TO  '..\PLANLIST.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LISTADO.

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
       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

      *    Una linea por factura a refinanciar; las lineas de un
      *    mismo cliente van juntas y arman un solo plan con los
      *    datos de la primera.
       FD  SOLICITUDES.
       01  REG-SOLICITUD.
           02 NRO-CLIENTE-PS           PIC 9(7).
           02 NRO-FACTURA-PS           PIC 9(8).
           02 COD-SERVICIO-PS          PIC X(3).
           02 CANT-CUOTAS-PS           PIC 9(2).
           02 TASA-PS                  PIC 9(2)V9(4).
           02 DIAS-GRACIA-PS           PIC 9(3).
           02 FECHA-PRIMER-VTO-PS      PIC 9(8).

       FD  PLANES.
       01  REG-PLAN.
           02 NRO-PLAN-PM              PIC 9(6).
           02 NRO-CLIENTE-PM           PIC 9(7).
           02 COD-SERVICIO-PM          PIC X(3).
           02 FECHA-ALTA-PM            PIC 9(8).
           02 CANT-CUOTAS-PM           PIC 9(2).
           02 TASA-PM                  PIC 9(2)V9(4).
           02 DIAS-GRACIA-PM           PIC 9(3).
           02 CAPITAL-PM               PIC S9(9)V99.
           02 INTERES-PM               PIC S9(9)V99.
           02 ESTADO-PM                PIC X(1).
               88 PLAN-VIGENTE         VALUE 'V'.
               88 PLAN-CUMPLIDO        VALUE 'C'.
               88 PLAN-CAIDO           VALUE 'R'.
           02 FECHA-ESTADO-PM          PIC 9(8).

       FD  CUOTAS.
       01  REG-CUOTA.
           02 NRO-PLAN-PC              PIC 9(6).
           02 NRO-CUOTA-PC             PIC 9(2).
           02 FECHA-VTO-PC             PIC 9(8).
           02 CAPITAL-PC               PIC S9(9)V99.
           02 IMPORTE-PC               PIC S9(9)V99.
           02 ESTADO-PC                PIC X(1).
           02 FECHA-FACT-PC            PIC 9(8).

       FD  ITEMS-PLAN.
       01  REG-ITEM-PLAN.
           02 NRO-PLAN-PI              PIC 9(6).
           02 NRO-FACTURA-PI           PIC 9(8).
           02 NRO-CLIENTE-PI           PIC 9(7).
           02 TIPO-DOC-PI              PIC X(3).
           02 FECHA-PI                 PIC 9(8).
           02 IMPORTE-ORIG-PI          PIC S9(9)V99.
           02 SALDO-PI                 PIC S9(9)V99.

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

       FD  PLAN-LISTADO.
       01  LIN-PLAN                    PIC X(132).

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
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-SOLICITUDES              PIC X(2).
           88 FS-SOLICITUDES-OK    VALUE "00".
       01  FS-PLANES                   PIC X(2).
           88 FS-PLANES-OK         VALUE "00".
       01  FS-CUOTAS                   PIC X(2).
           88 FS-CUOTAS-OK         VALUE "00".
       01  FS-ITEMS-PLAN               PIC X(2).
           88 FS-ITEMS-PLAN-OK     VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-TRANS-ABIERTO            PIC X VALUE 'N'.
           88 TRANS-ABIERTO            VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-ENT-HOY                  PIC 9(7).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112PLAN'.
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
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.
       01  WS-CANT-CAIDOS              PIC 9(7) VALUE 0.
       01  WS-CANT-CUMPLIDOS           PIC 9(7) VALUE 0.
       01  WS-ITEMS-CAMBIADOS          PIC X VALUE 'N'.
           88 ITEMS-CAMBIADOS          VALUE 'S'.

       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-SOLICITUDES             PIC X VALUE 'N'.
       01  FIN-PLANES                  PIC X VALUE 'N'.
       01  FIN-CUOTAS                  PIC X VALUE 'N'.
       01  FIN-ITEMS-PLAN              PIC X VALUE 'N'.
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-SOL                  PIC 9(5).
       01  WS-IDX-SOL2                 PIC 9(5).
       01  WS-IDX-PLAN                 PIC 9(5).
       01  WS-IDX-CUOTA                PIC 9(5).
       01  WS-IDX-IPL                  PIC 9(5).
       01  WS-IDX-ULTIMO               PIC 9(5).
       01  WS-NRO-CUOTA                PIC 9(2).
       01  WS-ULTIMO-PLAN              PIC 9(6) VALUE 0.
       01  WS-CLIENTE-PLAN             PIC 9(7).
       01  WS-CAPITAL                  PIC S9(9)V99.
       01  WS-INTERES                  PIC S9(9)V99.
       01  WS-TOTAL-PLAN               PIC S9(9)V99.
       01  WS-IMPORTE-CUOTA            PIC S9(9)V99.
       01  WS-CAPITAL-CUOTA            PIC S9(9)V99.
       01  WS-CUOTA-EDIT               PIC -Z(8)9.99.
       01  WS-ACUM-IMPORTE             PIC S9(9)V99.
       01  WS-ACUM-CAPITAL             PIC S9(9)V99.
       01  WS-CAPITAL-RESTANTE         PIC S9(9)V99.
       01  WS-ACUM-DEVUELTO            PIC S9(9)V99.
       01  WS-PORCION                  PIC S9(9)V99.
       01  WS-INTERES-CUOTA            PIC S9(9)V99.
       01  WS-FECHA-DEVOL              PIC 9(8).
       01  WS-FECHA-ITEM               PIC 9(8).
       01  WS-IDX-EXISTE               PIC 9(5).
       01  WS-DIAS-ITEM                PIC S9(5).
       01  WS-FECHA-PRIMER-FACT        PIC 9(8).
       01  WS-CUOTAS-PENDIENTES        PIC 9(2).
       01  WS-PLAN-ROTO                PIC X VALUE 'N'.
           88 PLAN-ROTO                VALUE 'S'.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-FECHA-VTO                PIC 9(8).
       01  WS-FECHA-VTO-R REDEFINES WS-FECHA-VTO.
           02 WS-VTO-ANIO              PIC 9(4).
           02 WS-VTO-MES               PIC 9(2).
           02 WS-VTO-DIA               PIC 9(2).

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-TIPO-DOC         PIC X(3).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-IMPORTE-ORIG     PIC S9(9)V99.
               03 TIT-SALDO            PIC S9(9)V99.
               03 TIT-EN-PLAN          PIC X(1).

       01  CANT-SOLICITUDES            PIC 9(5) VALUE 0.
       01  TABLA-SOLICITUDES.
           02 TABLA-SOL-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-SOLICITUDES.
               03 TSO-NRO-CLIENTE      PIC 9(7).
               03 TSO-NRO-FACTURA      PIC 9(8).
               03 TSO-COD-SERVICIO     PIC X(3).
               03 TSO-CANT-CUOTAS      PIC 9(2).
               03 TSO-TASA             PIC 9(2)V9(4).
               03 TSO-DIAS-GRACIA      PIC 9(3).
               03 TSO-FECHA-PRIMER-VTO PIC 9(8).
               03 TSO-PROCESADA        PIC X(1).
               03 TSO-IDX-ITEM         PIC 9(5).

       01  CANT-PLANES                 PIC 9(5) VALUE 0.
       01  TABLA-PLANES.
           02 TABLA-PLANES-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-PLANES
                                INDEXED BY IDX-PLAN.
               03 TPL-NRO-PLAN         PIC 9(6).
               03 TPL-NRO-CLIENTE      PIC 9(7).
               03 TPL-COD-SERVICIO     PIC X(3).
               03 TPL-FECHA-ALTA       PIC 9(8).
               03 TPL-CANT-CUOTAS      PIC 9(2).
               03 TPL-TASA             PIC 9(2)V9(4).
               03 TPL-DIAS-GRACIA      PIC 9(3).
               03 TPL-CAPITAL          PIC S9(9)V99.
               03 TPL-INTERES          PIC S9(9)V99.
               03 TPL-ESTADO           PIC X(1).
               03 TPL-FECHA-ESTADO     PIC 9(8).

       01  CANT-CUOTAS                 PIC 9(5) VALUE 0.
       01  TABLA-CUOTAS.
           02 TABLA-CUOTAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CUOTAS
                                INDEXED BY IDX-CUOTA.
               03 TCU-NRO-PLAN         PIC 9(6).
               03 TCU-NRO-CUOTA        PIC 9(2).
               03 TCU-FECHA-VTO        PIC 9(8).
               03 TCU-CAPITAL          PIC S9(9)V99.
               03 TCU-IMPORTE          PIC S9(9)V99.
               03 TCU-ESTADO           PIC X(1).
               03 TCU-FECHA-FACT       PIC 9(8).

       01  CANT-ITEMS-PLAN             PIC 9(5) VALUE 0.
       01  TABLA-ITEMS-PLAN.
           02 TABLA-IPL-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ITEMS-PLAN.
               03 TIP-NRO-PLAN         PIC 9(6).
               03 TIP-NRO-FACTURA      PIC 9(8).
               03 TIP-NRO-CLIENTE      PIC 9(7).
               03 TIP-TIPO-DOC         PIC X(3).
               03 TIP-FECHA            PIC 9(8).
               03 TIP-IMPORTE-ORIG     PIC S9(9)V99.
               03 TIP-SALDO            PIC S9(9)V99.
               03 TIP-NUEVO            PIC X(1).

      *    Intereses de las cuotas de la corrida; van a TRANSAC recien
      *    con ITEMSABI y los planes reescritos.
       01  CANT-CARGOS                 PIC 9(5) VALUE 0.
       01  WS-IDX-CARGO                PIC 9(5).
       01  TABLA-CARGOS.
           02 TABLA-CARGOS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CARGOS.
               03 TCG-NRO-CLIENTE      PIC 9(7).
               03 TCG-COD-SERVICIO     PIC X(3).
               03 TCG-IMPORTE          PIC S9(7)V99.

       01  LIN-PL-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112PLAN  PLANES DE FACILIDADES'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LPT-FECHA           PIC X(8).
       01  LIN-PL-COLUMNAS.
           02 FILLER              PIC X(66) VALUE
              'EVENTO          PLAN   CLIENTE  REFERENC CU       IMPORTE
      -       '  '.
           02 FILLER              PIC X(66) VALUE
              'OBSERVACION'.
       01  LIN-PL-DETALLE.
           02 LPD-EVENTO          PIC X(14).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPD-PLAN            PIC Z(5)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPD-REFERENCIA      PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LPD-CUOTA           PIC Z9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LPD-IMPORTE         PIC -Z(8)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPD-OBSERVACION     PIC X(30).
       01  LIN-PL-TOTAL.
           02 FILLER              PIC X(8)  VALUE 'ALTAS: '.
           02 LPF-ALTAS           PIC Z(6)9.
           02 FILLER              PIC X(12) VALUE '  RECHAZOS: '.
           02 LPF-RECHAZOS        PIC Z(6)9.
           02 FILLER              PIC X(18) VALUE
              '  CUOTAS FACTUR.: '.
           02 LPF-CUOTAS          PIC Z(6)9.
           02 FILLER              PIC X(10) VALUE '  CAIDOS: '.
           02 LPF-CAIDOS          PIC Z(6)9.
           02 FILLER              PIC X(13) VALUE '  CUMPLIDOS: '.
           02 LPF-CUMPLIDOS       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ARMAR-PLAN
               VARYING WS-IDX-SOL FROM 1 BY 1
               UNTIL WS-IDX-SOL > CANT-SOLICITUDES.
           PERFORM 23000-SEGUIR-PLAN
               VARYING WS-IDX-PLAN FROM 1 BY 1
               UNTIL WS-IDX-PLAN > CANT-PLANES.
           PERFORM 28000-REESCRIBIR-ITEMS.
           PERFORM 28500-REESCRIBIR-PLANES.
           PERFORM 28700-GRABAR-CARGOS.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           COMPUTE WS-ENT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)

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

           PERFORM 12000-CARGAR-ITEMS
           PERFORM 13000-CARGAR-PLANES
           PERFORM 14000-CARGAR-CUOTAS
           PERFORM 15000-CARGAR-ITEMS-PLAN
           PERFORM 16000-CARGAR-SOLICITUDES

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

           OPEN OUTPUT PLAN-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LPT-FECHA
               WRITE LIN-PLAN FROM LIN-PL-TITULO
               WRITE LIN-PLAN FROM LIN-PL-COLUMNAS
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112PLAN' AND RS-FIN(1:8)
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
           MOVE 5 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'PLANMAE.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'PLANCUO.DAT' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'PLANITEM.DAT' TO WS-LR-ARCHIVO(5)
           MOVE 'A' TO WS-LR-MODO(5)
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

       12000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           ADD 1 TO CANT-ITEMS
                           MOVE NRO-FACTURA-IA
                               TO TIT-NRO-FACTURA(CANT-ITEMS)
                           MOVE NRO-CLIENTE-IA
                               TO TIT-NRO-CLIENTE(CANT-ITEMS)
                           MOVE TIPO-DOC-IA
                               TO TIT-TIPO-DOC(CANT-ITEMS)
                           MOVE FECHA-IA TO TIT-FECHA(CANT-ITEMS)
                           MOVE IMPORTE-ORIG-IA
                               TO TIT-IMPORTE-ORIG(CANT-ITEMS)
                           MOVE SALDO-IA TO TIT-SALDO(CANT-ITEMS)
                           MOVE 'N' TO TIT-EN-PLAN(CANT-ITEMS)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           ELSE
               DISPLAY 'ERROR AL ABRIR ITEMSABI'
               DISPLAY 'FILE STATUS ' FS-ITEMS
               MOVE '12000-CARGAR-ITEMS' TO JL-PARRAFO
               MOVE FS-ITEMS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR ITEMSABI' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       13000-CARGAR-PLANES.
           OPEN INPUT PLANES.
           IF FS-PLANES-OK
               PERFORM UNTIL FIN-PLANES = 'S'
                   READ PLANES
                       AT END
                           MOVE 'S' TO FIN-PLANES
                       NOT AT END
                           ADD 1 TO CANT-PLANES
                           MOVE NRO-PLAN-PM
                               TO TPL-NRO-PLAN(CANT-PLANES)
                           MOVE NRO-CLIENTE-PM
                               TO TPL-NRO-CLIENTE(CANT-PLANES)
                           MOVE COD-SERVICIO-PM
                               TO TPL-COD-SERVICIO(CANT-PLANES)
                           MOVE FECHA-ALTA-PM
                               TO TPL-FECHA-ALTA(CANT-PLANES)
                           MOVE CANT-CUOTAS-PM
                               TO TPL-CANT-CUOTAS(CANT-PLANES)
                           MOVE TASA-PM TO TPL-TASA(CANT-PLANES)
                           MOVE DIAS-GRACIA-PM
                               TO TPL-DIAS-GRACIA(CANT-PLANES)
                           MOVE CAPITAL-PM
                               TO TPL-CAPITAL(CANT-PLANES)
                           MOVE INTERES-PM
                               TO TPL-INTERES(CANT-PLANES)
                           MOVE ESTADO-PM TO TPL-ESTADO(CANT-PLANES)
                           MOVE FECHA-ESTADO-PM
                               TO TPL-FECHA-ESTADO(CANT-PLANES)
                           IF NRO-PLAN-PM > WS-ULTIMO-PLAN
                               MOVE NRO-PLAN-PM TO WS-ULTIMO-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANES
           END-IF.

       14000-CARGAR-CUOTAS.
           OPEN INPUT CUOTAS.
           IF FS-CUOTAS-OK
               PERFORM UNTIL FIN-CUOTAS = 'S'
                   READ CUOTAS
                       AT END
                           MOVE 'S' TO FIN-CUOTAS
                       NOT AT END
                           ADD 1 TO CANT-CUOTAS
                           MOVE NRO-PLAN-PC
                               TO TCU-NRO-PLAN(CANT-CUOTAS)
                           MOVE NRO-CUOTA-PC
                               TO TCU-NRO-CUOTA(CANT-CUOTAS)
                           MOVE FECHA-VTO-PC
                               TO TCU-FECHA-VTO(CANT-CUOTAS)
                           MOVE CAPITAL-PC
                               TO TCU-CAPITAL(CANT-CUOTAS)
                           MOVE IMPORTE-PC
                               TO TCU-IMPORTE(CANT-CUOTAS)
                           MOVE ESTADO-PC TO TCU-ESTADO(CANT-CUOTAS)
                           MOVE FECHA-FACT-PC
                               TO TCU-FECHA-FACT(CANT-CUOTAS)
                   END-READ
               END-PERFORM
               CLOSE CUOTAS
           END-IF.

       15000-CARGAR-ITEMS-PLAN.
           OPEN INPUT ITEMS-PLAN.
           IF FS-ITEMS-PLAN-OK
               PERFORM UNTIL FIN-ITEMS-PLAN = 'S'
                   READ ITEMS-PLAN
                       AT END
                           MOVE 'S' TO FIN-ITEMS-PLAN
                       NOT AT END
                           ADD 1 TO CANT-ITEMS-PLAN
                           MOVE NRO-PLAN-PI
                               TO TIP-NRO-PLAN(CANT-ITEMS-PLAN)
                           MOVE NRO-FACTURA-PI
                               TO TIP-NRO-FACTURA(CANT-ITEMS-PLAN)
                           MOVE NRO-CLIENTE-PI
                               TO TIP-NRO-CLIENTE(CANT-ITEMS-PLAN)
                           MOVE TIPO-DOC-PI
                               TO TIP-TIPO-DOC(CANT-ITEMS-PLAN)
                           MOVE FECHA-PI TO TIP-FECHA(CANT-ITEMS-PLAN)
                           MOVE IMPORTE-ORIG-PI
                               TO TIP-IMPORTE-ORIG(CANT-ITEMS-PLAN)
                           MOVE SALDO-PI TO TIP-SALDO(CANT-ITEMS-PLAN)
                           MOVE 'N' TO TIP-NUEVO(CANT-ITEMS-PLAN)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-PLAN
           END-IF.

       16000-CARGAR-SOLICITUDES.
           OPEN INPUT SOLICITUDES.
           IF FS-SOLICITUDES-OK
               PERFORM UNTIL FIN-SOLICITUDES = 'S'
                   READ SOLICITUDES
                       AT END
                           MOVE 'S' TO FIN-SOLICITUDES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           ADD 1 TO CANT-SOLICITUDES
                           MOVE NRO-CLIENTE-PS
                               TO TSO-NRO-CLIENTE(CANT-SOLICITUDES)
                           MOVE NRO-FACTURA-PS
                               TO TSO-NRO-FACTURA(CANT-SOLICITUDES)
                           MOVE COD-SERVICIO-PS
                               TO TSO-COD-SERVICIO(CANT-SOLICITUDES)
                           MOVE CANT-CUOTAS-PS
                               TO TSO-CANT-CUOTAS(CANT-SOLICITUDES)
                           MOVE TASA-PS
                               TO TSO-TASA(CANT-SOLICITUDES)
                           MOVE DIAS-GRACIA-PS
                               TO TSO-DIAS-GRACIA(CANT-SOLICITUDES)
                           MOVE FECHA-PRIMER-VTO-PS
                               TO TSO-FECHA-PRIMER-VTO(CANT-SOLICITUDES)
                           MOVE 'N' TO TSO-PROCESADA(CANT-SOLICITUDES)
                           MOVE 0 TO TSO-IDX-ITEM(CANT-SOLICITUDES)
                   END-READ
               END-PERFORM
               CLOSE SOLICITUDES
           ELSE
               DISPLAY 'SIN SOLICITUDES DE PLAN ' FS-SOLICITUDES
           END-IF.

      *    Primera linea pendiente de un cliente: se validan todas
      *    sus lineas y, si queda capital, se da de alta el plan.
       20000-ARMAR-PLAN.
           IF TSO-PROCESADA(WS-IDX-SOL) = 'N'
               MOVE TSO-NRO-CLIENTE(WS-IDX-SOL) TO WS-CLIENTE-PLAN
               MOVE 0 TO WS-CAPITAL
               PERFORM VARYING WS-IDX-SOL2 FROM WS-IDX-SOL BY 1
                   UNTIL WS-IDX-SOL2 > CANT-SOLICITUDES
                   IF TSO-NRO-CLIENTE(WS-IDX-SOL2) = WS-CLIENTE-PLAN
                       MOVE 'S' TO TSO-PROCESADA(WS-IDX-SOL2)
                       PERFORM 21000-VALIDAR-LINEA
                   END-IF
               END-PERFORM
               IF TSO-CANT-CUOTAS(WS-IDX-SOL) = 0
                  AND WS-CAPITAL > 0
                   MOVE 'CANTIDAD DE CUOTAS EN CERO' TO WS-MOTIVO
                   MOVE TSO-NRO-FACTURA(WS-IDX-SOL) TO LPD-REFERENCIA
                   PERFORM 21500-LISTAR-RECHAZO
                   MOVE 0 TO WS-CAPITAL
               END-IF
               IF WS-CAPITAL > 0
                   PERFORM 22000-ALTA-PLAN
               END-IF
           END-IF.

       21000-VALIDAR-LINEA.
           MOVE 0 TO WS-IDX-ITEM
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEMS-ITEM
                   AT END
                       CONTINUE
                   WHEN TIT-NRO-FACTURA(IDX-ITEM)
                           = TSO-NRO-FACTURA(WS-IDX-SOL2)
                    AND TIT-NRO-CLIENTE(IDX-ITEM) = WS-CLIENTE-PLAN
                    AND TIT-TIPO-DOC(IDX-ITEM) NOT = 'NCR'
                       SET WS-IDX-ITEM TO IDX-ITEM
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-IDX-ITEM = 0
                   MOVE 'FACTURA NO ABIERTA' TO WS-MOTIVO
               WHEN TIT-SALDO(WS-IDX-ITEM) NOT > 0
                   MOVE 'FACTURA SIN SALDO' TO WS-MOTIVO
               WHEN TIT-EN-PLAN(WS-IDX-ITEM) = 'S'
                   MOVE 'FACTURA REPETIDA' TO WS-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               MOVE 'S' TO TIT-EN-PLAN(WS-IDX-ITEM)
               MOVE WS-IDX-ITEM TO TSO-IDX-ITEM(WS-IDX-SOL2)
               ADD TIT-SALDO(WS-IDX-ITEM) TO WS-CAPITAL
           ELSE
               MOVE TSO-NRO-FACTURA(WS-IDX-SOL2) TO LPD-REFERENCIA
               PERFORM 21500-LISTAR-RECHAZO
           END-IF.

       21500-LISTAR-RECHAZO.
           ADD 1 TO WS-CANT-RECHAZOS
           IF LISTADO-ABIERTO
               MOVE 'RECHAZO' TO LPD-EVENTO
               MOVE 0 TO LPD-PLAN
               MOVE WS-CLIENTE-PLAN TO LPD-CLIENTE
               MOVE 0 TO LPD-CUOTA
               MOVE 0 TO LPD-IMPORTE
               MOVE WS-MOTIVO TO LPD-OBSERVACION
               WRITE LIN-PLAN FROM LIN-PL-DETALLE
           END-IF.

      *    El interes es una tasa mensual directa sobre el capital
      *    por la cantidad de cuotas; la ultima cuota absorbe el
      *    redondeo. Las facturas salen de la antiguedad normal
      *    mientras el plan este vigente.
       22000-ALTA-PLAN.
           ADD 1 TO WS-ULTIMO-PLAN
           ADD 1 TO CANT-PLANES
           MOVE CANT-PLANES TO WS-IDX-PLAN
           COMPUTE WS-INTERES ROUNDED =
               WS-CAPITAL * TSO-TASA(WS-IDX-SOL) / 100
               * TSO-CANT-CUOTAS(WS-IDX-SOL)
           MOVE WS-ULTIMO-PLAN TO TPL-NRO-PLAN(WS-IDX-PLAN)
           MOVE WS-CLIENTE-PLAN TO TPL-NRO-CLIENTE(WS-IDX-PLAN)
           MOVE TSO-COD-SERVICIO(WS-IDX-SOL)
               TO TPL-COD-SERVICIO(WS-IDX-PLAN)
           MOVE WS-FECHA-HOY-N TO TPL-FECHA-ALTA(WS-IDX-PLAN)
           MOVE TSO-CANT-CUOTAS(WS-IDX-SOL)
               TO TPL-CANT-CUOTAS(WS-IDX-PLAN)
           MOVE TSO-TASA(WS-IDX-SOL) TO TPL-TASA(WS-IDX-PLAN)
           MOVE TSO-DIAS-GRACIA(WS-IDX-SOL)
               TO TPL-DIAS-GRACIA(WS-IDX-PLAN)
           MOVE WS-CAPITAL TO TPL-CAPITAL(WS-IDX-PLAN)
           MOVE WS-INTERES TO TPL-INTERES(WS-IDX-PLAN)
           MOVE 'V' TO TPL-ESTADO(WS-IDX-PLAN)
           MOVE WS-FECHA-HOY-N TO TPL-FECHA-ESTADO(WS-IDX-PLAN)

           PERFORM VARYING WS-IDX-SOL2 FROM WS-IDX-SOL BY 1
               UNTIL WS-IDX-SOL2 > CANT-SOLICITUDES
               IF TSO-NRO-CLIENTE(WS-IDX-SOL2) = WS-CLIENTE-PLAN
                  AND TSO-IDX-ITEM(WS-IDX-SOL2) > 0
                   MOVE TSO-IDX-ITEM(WS-IDX-SOL2) TO WS-IDX-ITEM
                   ADD 1 TO CANT-ITEMS-PLAN
                   MOVE WS-ULTIMO-PLAN TO TIP-NRO-PLAN(CANT-ITEMS-PLAN)
                   MOVE TIT-NRO-FACTURA(WS-IDX-ITEM)
                       TO TIP-NRO-FACTURA(CANT-ITEMS-PLAN)
                   MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                       TO TIP-NRO-CLIENTE(CANT-ITEMS-PLAN)
                   MOVE TIT-TIPO-DOC(WS-IDX-ITEM)
                       TO TIP-TIPO-DOC(CANT-ITEMS-PLAN)
                   MOVE TIT-FECHA(WS-IDX-ITEM)
                       TO TIP-FECHA(CANT-ITEMS-PLAN)
                   MOVE TIT-IMPORTE-ORIG(WS-IDX-ITEM)
                       TO TIP-IMPORTE-ORIG(CANT-ITEMS-PLAN)
                   MOVE TIT-SALDO(WS-IDX-ITEM)
                       TO TIP-SALDO(CANT-ITEMS-PLAN)
                   MOVE 'S' TO TIP-NUEVO(CANT-ITEMS-PLAN)
                   SET ITEMS-CAMBIADOS TO TRUE
               END-IF
           END-PERFORM

           COMPUTE WS-TOTAL-PLAN = WS-CAPITAL + WS-INTERES
           COMPUTE WS-IMPORTE-CUOTA ROUNDED =
               WS-TOTAL-PLAN / TSO-CANT-CUOTAS(WS-IDX-SOL)
           COMPUTE WS-CAPITAL-CUOTA ROUNDED =
               WS-CAPITAL / TSO-CANT-CUOTAS(WS-IDX-SOL)
           MOVE 0 TO WS-ACUM-IMPORTE
           MOVE 0 TO WS-ACUM-CAPITAL
           IF TSO-FECHA-PRIMER-VTO(WS-IDX-SOL) > WS-FECHA-HOY-N
               MOVE TSO-FECHA-PRIMER-VTO(WS-IDX-SOL) TO WS-FECHA-VTO
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER(WS-ENT-HOY + 30)
                   TO WS-FECHA-VTO
           END-IF
           PERFORM VARYING WS-NRO-CUOTA FROM 1 BY 1
               UNTIL WS-NRO-CUOTA > TSO-CANT-CUOTAS(WS-IDX-SOL)
               ADD 1 TO CANT-CUOTAS
               MOVE WS-ULTIMO-PLAN TO TCU-NRO-PLAN(CANT-CUOTAS)
               MOVE WS-NRO-CUOTA TO TCU-NRO-CUOTA(CANT-CUOTAS)
               MOVE WS-FECHA-VTO TO TCU-FECHA-VTO(CANT-CUOTAS)
               IF WS-NRO-CUOTA = TSO-CANT-CUOTAS(WS-IDX-SOL)
                   COMPUTE TCU-IMPORTE(CANT-CUOTAS) =
                       WS-TOTAL-PLAN - WS-ACUM-IMPORTE
                   COMPUTE TCU-CAPITAL(CANT-CUOTAS) =
                       WS-CAPITAL - WS-ACUM-CAPITAL
               ELSE
                   MOVE WS-IMPORTE-CUOTA TO TCU-IMPORTE(CANT-CUOTAS)
                   MOVE WS-CAPITAL-CUOTA TO TCU-CAPITAL(CANT-CUOTAS)
               END-IF
               ADD TCU-IMPORTE(CANT-CUOTAS) TO WS-ACUM-IMPORTE
               ADD TCU-CAPITAL(CANT-CUOTAS) TO WS-ACUM-CAPITAL
               MOVE 'P' TO TCU-ESTADO(CANT-CUOTAS)
               MOVE 0 TO TCU-FECHA-FACT(CANT-CUOTAS)
               PERFORM 22100-SUMAR-MES
           END-PERFORM

           ADD 1 TO WS-CANT-ALTAS
           IF LISTADO-ABIERTO
               MOVE 'ALTA PLAN' TO LPD-EVENTO
               MOVE WS-ULTIMO-PLAN TO LPD-PLAN
               MOVE WS-CLIENTE-PLAN TO LPD-CLIENTE
               MOVE WS-FECHA-HOY-N TO LPD-REFERENCIA
               MOVE TSO-CANT-CUOTAS(WS-IDX-SOL) TO LPD-CUOTA
               MOVE WS-TOTAL-PLAN TO LPD-IMPORTE
               MOVE WS-IMPORTE-CUOTA TO WS-CUOTA-EDIT
               MOVE SPACES TO LPD-OBSERVACION
               STRING 'CUOTA ' DELIMITED BY SIZE
                      WS-CUOTA-EDIT DELIMITED BY SIZE
                      INTO LPD-OBSERVACION
               END-STRING
               WRITE LIN-PLAN FROM LIN-PL-DETALLE
           END-IF.

      *    Vencimiento mensual al mismo dia; dias 29 a 31 pasan al
      *    28 para no caer en fechas inexistentes.
       22100-SUMAR-MES.
           ADD 1 TO WS-VTO-MES
           IF WS-VTO-MES > 12
               MOVE 1 TO WS-VTO-MES
               ADD 1 TO WS-VTO-ANIO
           END-IF
           IF WS-VTO-DIA > 28
               MOVE 28 TO WS-VTO-DIA
           END-IF.

      *    Plan vigente: primero se controla el atraso de lo ya
      *    facturado, despues se facturan las cuotas vencidas.
       23000-SEGUIR-PLAN.
           IF TPL-ESTADO(WS-IDX-PLAN) = 'V'
               PERFORM 24000-CONTROLAR-ATRASO
               IF PLAN-ROTO
                   PERFORM 25000-ROMPER-PLAN
               ELSE
                   PERFORM 26000-FACTURAR-CUOTAS
               END-IF
           END-IF.

      *    Se considera impaga una cuota cuando el cliente tiene un
      *    documento abierto emitido desde la facturacion de la
      *    primera cuota con mas dias que la gracia del plan.
       24000-CONTROLAR-ATRASO.
           MOVE 'N' TO WS-PLAN-ROTO
           MOVE 99999999 TO WS-FECHA-PRIMER-FACT
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > CANT-CUOTAS
               IF TCU-NRO-PLAN(WS-IDX-CUOTA)
                       = TPL-NRO-PLAN(WS-IDX-PLAN)
                  AND TCU-ESTADO(WS-IDX-CUOTA) = 'F'
                  AND TCU-FECHA-FACT(WS-IDX-CUOTA)
                       < WS-FECHA-PRIMER-FACT
                   MOVE TCU-FECHA-FACT(WS-IDX-CUOTA)
                       TO WS-FECHA-PRIMER-FACT
               END-IF
           END-PERFORM
           IF WS-FECHA-PRIMER-FACT NOT = 99999999
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CANT-ITEMS OR PLAN-ROTO
                   IF TIT-NRO-CLIENTE(WS-IDX-ITEM)
                           = TPL-NRO-CLIENTE(WS-IDX-PLAN)
                      AND TIT-EN-PLAN(WS-IDX-ITEM) = 'N'
                      AND TIT-TIPO-DOC(WS-IDX-ITEM) NOT = 'NCR'
                      AND TIT-SALDO(WS-IDX-ITEM) > 0
                      AND TIT-FECHA(WS-IDX-ITEM)
                           >= WS-FECHA-PRIMER-FACT
                       COMPUTE WS-DIAS-ITEM = WS-ENT-HOY
                           - FUNCTION INTEGER-OF-DATE(
                               TIT-FECHA(WS-IDX-ITEM))
                       IF WS-DIAS-ITEM > TPL-DIAS-GRACIA(WS-IDX-PLAN)
                           SET PLAN-ROTO TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *    Lo que queda sin facturar del capital vuelve a las
      *    facturas originales, en proporcion a su saldo al entrar
      *    al plan, con su fecha original para la antiguedad.
       25000-ROMPER-PLAN.
           MOVE 0 TO WS-CAPITAL-RESTANTE
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > CANT-CUOTAS
               IF TCU-NRO-PLAN(WS-IDX-CUOTA)
                       = TPL-NRO-PLAN(WS-IDX-PLAN)
                  AND TCU-ESTADO(WS-IDX-CUOTA) = 'P'
                   ADD TCU-CAPITAL(WS-IDX-CUOTA)
                       TO WS-CAPITAL-RESTANTE
                   MOVE 'C' TO TCU-ESTADO(WS-IDX-CUOTA)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FECHA-DEVOL
           PERFORM 25200-REPARTIR-CAPITAL
           MOVE 'R' TO TPL-ESTADO(WS-IDX-PLAN)
           MOVE WS-FECHA-HOY-N TO TPL-FECHA-ESTADO(WS-IDX-PLAN)
           ADD 1 TO WS-CANT-CAIDOS
           IF LISTADO-ABIERTO
               MOVE 'PLAN CAIDO' TO LPD-EVENTO
               MOVE TPL-NRO-PLAN(WS-IDX-PLAN) TO LPD-PLAN
               MOVE TPL-NRO-CLIENTE(WS-IDX-PLAN) TO LPD-CLIENTE
               MOVE WS-FECHA-PRIMER-FACT TO LPD-REFERENCIA
               MOVE 0 TO LPD-CUOTA
               MOVE WS-CAPITAL-RESTANTE TO LPD-IMPORTE
               MOVE 'SALDO VUELVE A LA ANTIGUEDAD' TO LPD-OBSERVACION
               WRITE LIN-PLAN FROM LIN-PL-DETALLE
           END-IF.

      *    Si la factura ya tiene un item abierto (porcion de una
      *    cuota anterior todavia impaga) se suma a ese item y queda
      *    la fecha mas vieja; ITEMSABI no repite factura y cliente.
       25100-DEVOLVER-ITEM.
           IF WS-PORCION > 0
               IF WS-FECHA-DEVOL = 0
                   MOVE TIP-FECHA(WS-IDX-IPL) TO WS-FECHA-ITEM
               ELSE
                   MOVE WS-FECHA-DEVOL TO WS-FECHA-ITEM
               END-IF
               MOVE 0 TO WS-IDX-EXISTE
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CANT-ITEMS OR WS-IDX-EXISTE > 0
                   IF TIT-NRO-FACTURA(WS-IDX-ITEM)
                           = TIP-NRO-FACTURA(WS-IDX-IPL)
                      AND TIT-NRO-CLIENTE(WS-IDX-ITEM)
                           = TIP-NRO-CLIENTE(WS-IDX-IPL)
                      AND TIT-TIPO-DOC(WS-IDX-ITEM)
                           = TIP-TIPO-DOC(WS-IDX-IPL)
                      AND TIT-EN-PLAN(WS-IDX-ITEM) NOT = 'S'
                       MOVE WS-IDX-ITEM TO WS-IDX-EXISTE
                   END-IF
               END-PERFORM
               IF WS-IDX-EXISTE > 0
                   ADD WS-PORCION TO TIT-SALDO(WS-IDX-EXISTE)
                   IF WS-FECHA-ITEM < TIT-FECHA(WS-IDX-EXISTE)
                       MOVE WS-FECHA-ITEM TO TIT-FECHA(WS-IDX-EXISTE)
                   END-IF
               ELSE
                   ADD 1 TO CANT-ITEMS
                   MOVE TIP-NRO-FACTURA(WS-IDX-IPL)
                       TO TIT-NRO-FACTURA(CANT-ITEMS)
                   MOVE TIP-NRO-CLIENTE(WS-IDX-IPL)
                       TO TIT-NRO-CLIENTE(CANT-ITEMS)
                   MOVE TIP-TIPO-DOC(WS-IDX-IPL)
                       TO TIT-TIPO-DOC(CANT-ITEMS)
                   MOVE WS-FECHA-ITEM TO TIT-FECHA(CANT-ITEMS)
                   MOVE TIP-IMPORTE-ORIG(WS-IDX-IPL)
                       TO TIT-IMPORTE-ORIG(CANT-ITEMS)
                   MOVE WS-PORCION TO TIT-SALDO(CANT-ITEMS)
                   MOVE 'D' TO TIT-EN-PLAN(CANT-ITEMS)
               END-IF
               SET ITEMS-CAMBIADOS TO TRUE
           END-IF.

      *    Reparte WS-CAPITAL-RESTANTE entre las facturas del plan en
      *    proporcion a su saldo al entrar; la ultima lleva el resto
      *    del redondeo. Con WS-FECHA-DEVOL en cero cada porcion toma
      *    la fecha de su factura.
       25200-REPARTIR-CAPITAL.
           MOVE 0 TO WS-IDX-ULTIMO
           PERFORM VARYING WS-IDX-IPL FROM 1 BY 1
               UNTIL WS-IDX-IPL > CANT-ITEMS-PLAN
               IF TIP-NRO-PLAN(WS-IDX-IPL) = TPL-NRO-PLAN(WS-IDX-PLAN)
                   MOVE WS-IDX-IPL TO WS-IDX-ULTIMO
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ACUM-DEVUELTO
           IF WS-CAPITAL-RESTANTE > 0
              AND TPL-CAPITAL(WS-IDX-PLAN) > 0
               PERFORM VARYING WS-IDX-IPL FROM 1 BY 1
                   UNTIL WS-IDX-IPL > CANT-ITEMS-PLAN
                   IF TIP-NRO-PLAN(WS-IDX-IPL)
                           = TPL-NRO-PLAN(WS-IDX-PLAN)
                       IF WS-IDX-IPL = WS-IDX-ULTIMO
                           COMPUTE WS-PORCION =
                               WS-CAPITAL-RESTANTE - WS-ACUM-DEVUELTO
                       ELSE
                           COMPUTE WS-PORCION ROUNDED =
                               TIP-SALDO(WS-IDX-IPL)
                               * WS-CAPITAL-RESTANTE
                               / TPL-CAPITAL(WS-IDX-PLAN)
                       END-IF
                       ADD WS-PORCION TO WS-ACUM-DEVUELTO
                       PERFORM 25100-DEVOLVER-ITEM
                   END-IF
               END-PERFORM
           END-IF.

       26000-FACTURAR-CUOTAS.
           MOVE 0 TO WS-CUOTAS-PENDIENTES
           PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
               UNTIL WS-IDX-CUOTA > CANT-CUOTAS
               IF TCU-NRO-PLAN(WS-IDX-CUOTA)
                       = TPL-NRO-PLAN(WS-IDX-PLAN)
                  AND TCU-ESTADO(WS-IDX-CUOTA) = 'P'
                   IF TCU-FECHA-VTO(WS-IDX-CUOTA) <= WS-FECHA-HOY-N
                       PERFORM 26100-GRABAR-CUOTA
                   ELSE
                       ADD 1 TO WS-CUOTAS-PENDIENTES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUOTAS-PENDIENTES = 0
               MOVE 'C' TO TPL-ESTADO(WS-IDX-PLAN)
               MOVE WS-FECHA-HOY-N TO TPL-FECHA-ESTADO(WS-IDX-PLAN)
               ADD 1 TO WS-CANT-CUMPLIDOS
               IF LISTADO-ABIERTO
                   MOVE 'PLAN CUMPLIDO' TO LPD-EVENTO
                   MOVE TPL-NRO-PLAN(WS-IDX-PLAN) TO LPD-PLAN
                   MOVE TPL-NRO-CLIENTE(WS-IDX-PLAN) TO LPD-CLIENTE
                   MOVE WS-FECHA-HOY-N TO LPD-REFERENCIA
                   MOVE TPL-CANT-CUOTAS(WS-IDX-PLAN) TO LPD-CUOTA
                   COMPUTE LPD-IMPORTE = TPL-CAPITAL(WS-IDX-PLAN)
                       + TPL-INTERES(WS-IDX-PLAN)
                   MOVE 'TODAS LAS CUOTAS FACTURADAS'
                       TO LPD-OBSERVACION
                   WRITE LIN-PLAN FROM LIN-PL-DETALLE
               END-IF
           END-IF.

      *    El capital ya fue facturado con las facturas originales
      *    (esta en ACUMNVO y en el resultado): solo el interes de la
      *    cuota va a TRANSAC. El capital de la cuota vuelve a
      *    ITEMSABI contra las facturas originales, con fecha de hoy,
      *    para que la cobranza y el control de atraso lo vean.
       26100-GRABAR-CUOTA.
           COMPUTE WS-INTERES-CUOTA = TCU-IMPORTE(WS-IDX-CUOTA)
               - TCU-CAPITAL(WS-IDX-CUOTA)
           IF WS-INTERES-CUOTA > 0
               ADD 1 TO CANT-CARGOS
               MOVE TPL-NRO-CLIENTE(WS-IDX-PLAN)
                   TO TCG-NRO-CLIENTE(CANT-CARGOS)
               MOVE TPL-COD-SERVICIO(WS-IDX-PLAN)
                   TO TCG-COD-SERVICIO(CANT-CARGOS)
               MOVE WS-INTERES-CUOTA TO TCG-IMPORTE(CANT-CARGOS)
           END-IF
           MOVE TCU-CAPITAL(WS-IDX-CUOTA) TO WS-CAPITAL-RESTANTE
           MOVE WS-FECHA-HOY-N TO WS-FECHA-DEVOL
           PERFORM 25200-REPARTIR-CAPITAL
           MOVE 'F' TO TCU-ESTADO(WS-IDX-CUOTA)
           MOVE WS-FECHA-HOY-N TO TCU-FECHA-FACT(WS-IDX-CUOTA)
           IF LISTADO-ABIERTO
               MOVE 'CUOTA FACTUR.' TO LPD-EVENTO
               MOVE TPL-NRO-PLAN(WS-IDX-PLAN) TO LPD-PLAN
               MOVE TPL-NRO-CLIENTE(WS-IDX-PLAN) TO LPD-CLIENTE
               MOVE TCU-FECHA-VTO(WS-IDX-CUOTA) TO LPD-REFERENCIA
               MOVE TCU-NRO-CUOTA(WS-IDX-CUOTA) TO LPD-CUOTA
               MOVE TCU-IMPORTE(WS-IDX-CUOTA) TO LPD-IMPORTE
               MOVE SPACES TO LPD-OBSERVACION
               WRITE LIN-PLAN FROM LIN-PL-DETALLE
           END-IF.

      *    ITEMSABI queda sin las facturas que entraron en un plan y
      *    con el capital de las cuotas facturadas y los saldos
      *    devueltos por los planes caidos.
       28000-REESCRIBIR-ITEMS.
           IF WS-ESTADO-FINAL = 'OK' AND ITEMS-CAMBIADOS
               OPEN OUTPUT ITEMS-ABIERTOS
               IF FS-ITEMS-OK
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > CANT-ITEMS
                       IF TIT-EN-PLAN(WS-IDX-ITEM) NOT = 'S'
                           MOVE TIT-NRO-FACTURA(WS-IDX-ITEM)
                               TO NRO-FACTURA-IA
                           MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                               TO NRO-CLIENTE-IA
                           MOVE TIT-TIPO-DOC(WS-IDX-ITEM)
                               TO TIPO-DOC-IA
                           MOVE TIT-FECHA(WS-IDX-ITEM) TO FECHA-IA
                           MOVE TIT-IMPORTE-ORIG(WS-IDX-ITEM)
                               TO IMPORTE-ORIG-IA
                           MOVE TIT-SALDO(WS-IDX-ITEM) TO SALDO-IA
                           WRITE REG-ITEM-ABIERTO
                       END-IF
                   END-PERFORM
                   CLOSE ITEMS-ABIERTOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA ITEMSABI ' FS-ITEMS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28500-REESCRIBIR-PLANES.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT PLANES
               IF FS-PLANES-OK
                   PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                       UNTIL WS-IDX-PLAN > CANT-PLANES
                       MOVE TPL-NRO-PLAN(WS-IDX-PLAN) TO NRO-PLAN-PM
                       MOVE TPL-NRO-CLIENTE(WS-IDX-PLAN)
                           TO NRO-CLIENTE-PM
                       MOVE TPL-COD-SERVICIO(WS-IDX-PLAN)
                           TO COD-SERVICIO-PM
                       MOVE TPL-FECHA-ALTA(WS-IDX-PLAN)
                           TO FECHA-ALTA-PM
                       MOVE TPL-CANT-CUOTAS(WS-IDX-PLAN)
                           TO CANT-CUOTAS-PM
                       MOVE TPL-TASA(WS-IDX-PLAN) TO TASA-PM
                       MOVE TPL-DIAS-GRACIA(WS-IDX-PLAN)
                           TO DIAS-GRACIA-PM
                       MOVE TPL-CAPITAL(WS-IDX-PLAN) TO CAPITAL-PM
                       MOVE TPL-INTERES(WS-IDX-PLAN) TO INTERES-PM
                       MOVE TPL-ESTADO(WS-IDX-PLAN) TO ESTADO-PM
                       MOVE TPL-FECHA-ESTADO(WS-IDX-PLAN)
                           TO FECHA-ESTADO-PM
                       WRITE REG-PLAN
                   END-PERFORM
                   CLOSE PLANES
               ELSE
                   DISPLAY 'ERROR REESCRITURA PLANMAE ' FS-PLANES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT CUOTAS
               IF FS-CUOTAS-OK
                   PERFORM VARYING WS-IDX-CUOTA FROM 1 BY 1
                       UNTIL WS-IDX-CUOTA > CANT-CUOTAS
                       MOVE TCU-NRO-PLAN(WS-IDX-CUOTA) TO NRO-PLAN-PC
                       MOVE TCU-NRO-CUOTA(WS-IDX-CUOTA)
                           TO NRO-CUOTA-PC
                       MOVE TCU-FECHA-VTO(WS-IDX-CUOTA)
                           TO FECHA-VTO-PC
                       MOVE TCU-CAPITAL(WS-IDX-CUOTA) TO CAPITAL-PC
                       MOVE TCU-IMPORTE(WS-IDX-CUOTA) TO IMPORTE-PC
                       MOVE TCU-ESTADO(WS-IDX-CUOTA) TO ESTADO-PC
                       MOVE TCU-FECHA-FACT(WS-IDX-CUOTA)
                           TO FECHA-FACT-PC
                       WRITE REG-CUOTA
                   END-PERFORM
                   CLOSE CUOTAS
               ELSE
                   DISPLAY 'ERROR REESCRITURA PLANCUO ' FS-CUOTAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-ESTADO-FINAL = 'OK' AND WS-CANT-ALTAS > 0
               OPEN EXTEND ITEMS-PLAN
               IF FS-ITEMS-PLAN = "35"
                   OPEN OUTPUT ITEMS-PLAN
               END-IF
               IF FS-ITEMS-PLAN-OK
                   PERFORM VARYING WS-IDX-IPL FROM 1 BY 1
                       UNTIL WS-IDX-IPL > CANT-ITEMS-PLAN
                       IF TIP-NUEVO(WS-IDX-IPL) = 'S'
                           MOVE TIP-NRO-PLAN(WS-IDX-IPL)
                               TO NRO-PLAN-PI
                           MOVE TIP-NRO-FACTURA(WS-IDX-IPL)
                               TO NRO-FACTURA-PI
                           MOVE TIP-NRO-CLIENTE(WS-IDX-IPL)
                               TO NRO-CLIENTE-PI
                           MOVE TIP-TIPO-DOC(WS-IDX-IPL)
                               TO TIPO-DOC-PI
                           MOVE TIP-FECHA(WS-IDX-IPL) TO FECHA-PI
                           MOVE TIP-IMPORTE-ORIG(WS-IDX-IPL)
                               TO IMPORTE-ORIG-PI
                           MOVE TIP-SALDO(WS-IDX-IPL) TO SALDO-PI
                           WRITE REG-ITEM-PLAN
                       END-IF
                   END-PERFORM
                   CLOSE ITEMS-PLAN
               ELSE
                   DISPLAY 'ERROR GRABACION PLANITEM ' FS-ITEMS-PLAN
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Los intereses se graban recien con ITEMSABI y los planes
      *    reescritos: si la reescritura falla la re-corrida encuentra
      *    las cuotas pendientes y no factura dos veces.
       28700-GRABAR-CARGOS.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > CANT-CARGOS
                   PERFORM 28750-GRABAR-CARGO
               END-PERFORM
           END-IF.

       28750-GRABAR-CARGO.
           MOVE TCG-NRO-CLIENTE(WS-IDX-CARGO) TO NRO-CLIENTE-TC
           MOVE TCG-COD-SERVICIO(WS-IDX-CARGO) TO COD-SERVICIO-TC
           MOVE 'D' TO IND-TRANS-TC
           MOVE TCG-IMPORTE(WS-IDX-CARGO) TO IMPORTE-TC
           WRITE REG-TRANS-CRUDO
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR ESCRITURA TRANSAC'
               MOVE '28750-GRABAR-CARGO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112PLAN' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'SOLICITUDES LEIDAS  : ' WS-CANT-ENTRADA
           DISPLAY 'PLANES DADOS DE ALTA: ' WS-CANT-ALTAS
           DISPLAY 'CUOTAS FACTURADAS   : ' WS-CANT-SALIDA
           DISPLAY 'PLANES CAIDOS       : ' WS-CANT-CAIDOS
           IF LISTADO-ABIERTO
               MOVE WS-CANT-ALTAS TO LPF-ALTAS
               MOVE WS-CANT-RECHAZOS TO LPF-RECHAZOS
               MOVE WS-CANT-SALIDA TO LPF-CUOTAS
               MOVE WS-CANT-CAIDOS TO LPF-CAIDOS
               MOVE WS-CANT-CUMPLIDOS TO LPF-CUMPLIDOS
               WRITE LIN-PLAN FROM LIN-PL-TOTAL
               CLOSE PLAN-LISTADO
           END-IF
           IF TRANS-ABIERTO
               CLOSE TRANS-CRUDO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112PLAN' TO RS-JOB
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

       END PROGRAM F112PLAN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT SORT-ITEMS ASSIGN TO  'MORAWORK.TMP'.

           SELECT ITEMS-ORDENADOS ASSIGN TO  'MORAORD.TMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS-ORD.

           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT TASAS-RECARGO ASSIGN TO  '..\RECARMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TASAS.

           SELECT MORA-CONTROL ASSIGN TO  '..\MORACTL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MORA-CTL.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT MORA-REPORTE ASSIGN TO  '..\MORAREP.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REPORTE.

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

       SD  SORT-ITEMS.
       01  REG-ITEM-SD.
           02 SD-NRO-FACTURA           PIC 9(8).
           02 SD-NRO-CLIENTE           PIC 9(7).
           02 SD-TIPO-DOC              PIC X(3).
           02 SD-FECHA                 PIC 9(8).
           02 SD-IMPORTE-ORIG          PIC S9(9)V99.
           02 SD-SALDO                 PIC S9(9)V99.

       FD  ITEMS-ORDENADOS.
       01  REG-ITEM-ORDENADO.
           02 NRO-FACTURA-IO           PIC 9(8).
           02 NRO-CLIENTE-IO           PIC 9(7).
           02 TIPO-DOC-IO              PIC X(3).
           02 FECHA-IO                 PIC 9(8).
           02 IMPORTE-ORIG-IO          PIC S9(9)V99.
           02 SALDO-IO                 PIC S9(9)V99.

       FD  FACTURAS.
       01  REG-FACTURA.
           02 NRO-FACTURA-F            PIC 9(8).
           02 NRO-CLIENTE-F            PIC 9(7).
           02 NYAR-F                   PIC X(60).
           02 COD-SERVICIO-F           PIC X(3).
           02 COD-CAT-IVA-F            PIC X(3).
           02 IMPORTE-NETO-F           PIC S9(7)V99.
           02 IMPORTE-IVA-F            PIC S9(7)V99.
           02 IMPORTE-TOTAL-F          PIC S9(9)V99.
           02 FECHA-F                  PIC X(8).
           02 TIPO-DOC-F               PIC X(3).
           02 CAE-F                    PIC X(14).
           02 CAE-VTO-F                PIC X(8).
           02 ESTADO-CAE-F             PIC X(1).
           02 JURIS-F                  PIC X(2).
           02 IMPORTE-PERCEP-F         PIC S9(7)V99.
           02 EMPRESA-F                PIC X(3).

      *    TIPO-TASA-RG: 'D' tasa diaria, 'M' tasa mensual (30 dias).
      *    La tasa se expresa en porcentaje.
       FD  TASAS-RECARGO.
       01  REG-TASA-RECARGO.
           02 COD-SERVICIO-RG          PIC X(3).
           02 TIPO-TASA-RG             PIC X(1).
           02 TASA-RG                  PIC 9(2)V9(4).
           02 DIAS-GRACIA-RG           PIC 9(3).
           02 IMPORTE-MINIMO-RG        PIC 9(5)V99.

       FD  MORA-CONTROL.
       01  REG-MORA-CTL.
           02 NRO-FACTURA-MC           PIC 9(8).
           02 NRO-CLIENTE-MC           PIC 9(7).
           02 COD-SERVICIO-MC          PIC X(3).
           02 FECHA-CALC-MC            PIC 9(8).
           02 FECHA-FACT-MC            PIC 9(8).
           02 RECARGO-PEND-MC          PIC 9(7)V99.

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

       FD  MORA-REPORTE.
       01  LIN-MORA                    PIC X(132).

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
       01  FS-ITEMS-ORD                PIC X(2).
           88 FS-ITEMS-ORD-OK      VALUE "00".
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-TASAS                    PIC X(2).
           88 FS-TASAS-OK          VALUE "00".
       01  FS-MORA-CTL                 PIC X(2).
           88 FS-MORA-CTL-OK       VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-REPORTE                  PIC X(2).
           88 FS-REPORTE-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-TRANS-ABIERTO            PIC X VALUE 'N'.
           88 TRANS-ABIERTO            VALUE 'S'.
       01  WS-REPORTE-ABIERTO          PIC X VALUE 'N'.
           88 REPORTE-ABIERTO          VALUE 'S'.
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112MORA'.
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
       01  WS-CANT-CALCULOS            PIC 9(7) VALUE 0.

       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-TASAS                   PIC X VALUE 'N'.
       01  FIN-MORA-CTL                PIC X VALUE 'N'.
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-LINEA                PIC 9(5).
       01  WS-IDX-TASA                 PIC 9(3).
       01  WS-IDX-CTL                  PIC 9(5).
       01  WS-ENT-HOY                  PIC 9(7).
       01  WS-ENT-VENCIMIENTO          PIC 9(7).
       01  WS-ENT-DESDE                PIC 9(7).
       01  WS-FECHA-VTO                PIC 9(8).
       01  WS-DIAS-MORA                PIC S9(5).
       01  WS-DIAS-FACT                PIC S9(5).
       01  WS-TOTAL-FACTURA            PIC S9(9)V99.
       01  WS-BASE-RECARGO             PIC S9(9)V99.
       01  WS-RECARGO                  PIC S9(7)V99.
       01  WS-CLIENTE-ANT              PIC 9(7) VALUE 0.
       01  WS-TOTAL-CLIENTE            PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-FACTURADO          PIC S9(11)V99 VALUE 0.
       01  WS-DIAS-PERIODO-FACT        PIC 9(3) VALUE 30.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-SALDO            PIC S9(9)V99.

       01  CANT-LINEAS                 PIC 9(5) VALUE 0.
       01  TABLA-LINEAS.
           02 TABLA-LINEAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-LINEAS
                                INDEXED BY IDX-LINEA.
               03 TLF-NRO-FACTURA      PIC 9(8).
               03 TLF-NRO-CLIENTE      PIC 9(7).
               03 TLF-COD-SERVICIO     PIC X(3).
               03 TLF-IMPORTE          PIC S9(9)V99.

       01  CANT-TASAS                  PIC 9(3) VALUE 0.
       01  TABLA-TASAS.
           02 TABLA-TASAS-ITEM OCCURS 1 TO 999 TIMES
                               DEPENDING ON CANT-TASAS
                               INDEXED BY IDX-TASA.
               03 TRG-COD-SERVICIO     PIC X(3).
               03 TRG-TIPO-TASA        PIC X(1).
               03 TRG-TASA             PIC 9(2)V9(4).
               03 TRG-DIAS-GRACIA      PIC 9(3).
               03 TRG-IMPORTE-MINIMO   PIC 9(5)V99.

       01  CANT-CONTROL                PIC 9(5) VALUE 0.
       01  TABLA-CONTROL.
           02 TABLA-CONTROL-ITEM OCCURS 1 TO 9999 TIMES
                                 DEPENDING ON CANT-CONTROL
                                 INDEXED BY IDX-CTL.
               03 TMC-NRO-FACTURA      PIC 9(8).
               03 TMC-NRO-CLIENTE      PIC 9(7).
               03 TMC-COD-SERVICIO     PIC X(3).
               03 TMC-FECHA-CALC       PIC 9(8).
               03 TMC-FECHA-FACT       PIC 9(8).
               03 TMC-RECARGO-PEND     PIC 9(7)V99.
               03 TMC-VIGENTE          PIC X(1).

       01  LIN-MO-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112MORA  RECARGOS POR MORA'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LMT-FECHA           PIC X(8).
       01  LIN-MO-COLUMNAS.
           02 FILLER              PIC X(66) VALUE
              'CLIENTE  FACTURA  SRV  VENCIM.      BASE RECARGO  DIAS T
      -       '   TASA %'.
           02 FILLER              PIC X(66) VALUE
              '     RECARGO     PENDIENTE  ESTADO'.
       01  LIN-MO-DETALLE.
           02 LMD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-FACTURA         PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LMD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-VENCIMIENTO     PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-BASE            PIC -Z(8)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-DIAS            PIC ZZZ9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LMD-TIPO-TASA       PIC X(1).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-TASA            PIC Z9.9999.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-RECARGO         PIC -Z(6)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-PENDIENTE       PIC -Z(6)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMD-ESTADO          PIC X(12).
       01  LIN-MO-TOTAL-CLI.
           02 FILLER              PIC X(20) VALUE
              '  TOTAL CLIENTE'.
           02 LMC-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 FILLER              PIC X(20) VALUE
              'RECARGO FACTURADO: '.
           02 LMC-IMPORTE         PIC -Z(8)9.99.
       01  LIN-MO-TOTAL.
           02 FILLER              PIC X(29) VALUE
              'TOTAL RECARGOS FACTURADOS: '.
           02 LMF-CANT            PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LMF-IMPORTE         PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS.
           PERFORM 26000-CERRAR-CLIENTE.
           PERFORM 27000-FACTURAR-CANCELADOS.
           PERFORM 28000-REESCRIBIR-CONTROL.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
               TO WS-ENT-HOY

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

           PERFORM 12000-CARGAR-TASAS
           PERFORM 13000-CARGAR-CONTROL
           PERFORM 14000-ORDENAR-ITEMS
           PERFORM 15000-CARGAR-ITEMS
           PERFORM 16000-CARGAR-LINEAS

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

           OPEN OUTPUT MORA-REPORTE.
           IF FS-REPORTE-OK
               SET REPORTE-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LMT-FECHA
               WRITE LIN-MORA FROM LIN-MO-TITULO
               WRITE LIN-MORA FROM LIN-MO-COLUMNAS
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112MORA' AND RS-FIN(1:8)
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

       12000-CARGAR-TASAS.
           OPEN INPUT TASAS-RECARGO.
           IF FS-TASAS-OK
               PERFORM UNTIL FIN-TASAS = 'S'
                   READ TASAS-RECARGO
                       AT END
                           MOVE 'S' TO FIN-TASAS
                       NOT AT END
                           ADD 1 TO CANT-TASAS
                           MOVE COD-SERVICIO-RG
                               TO TRG-COD-SERVICIO(CANT-TASAS)
                           MOVE TIPO-TASA-RG
                               TO TRG-TIPO-TASA(CANT-TASAS)
                           MOVE TASA-RG TO TRG-TASA(CANT-TASAS)
                           MOVE DIAS-GRACIA-RG
                               TO TRG-DIAS-GRACIA(CANT-TASAS)
                           MOVE IMPORTE-MINIMO-RG
                               TO TRG-IMPORTE-MINIMO(CANT-TASAS)
                   END-READ
               END-PERFORM
               CLOSE TASAS-RECARGO
           ELSE
               DISPLAY 'ERROR AL ABRIR RECARMAE'
               DISPLAY 'FILE STATUS ' FS-TASAS
               MOVE '12000-CARGAR-TASAS' TO JL-PARRAFO
               MOVE FS-TASAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR RECARMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       13000-CARGAR-CONTROL.
           OPEN INPUT MORA-CONTROL.
           IF FS-MORA-CTL-OK
               PERFORM UNTIL FIN-MORA-CTL = 'S'
                   READ MORA-CONTROL
                       AT END
                           MOVE 'S' TO FIN-MORA-CTL
                       NOT AT END
                           ADD 1 TO CANT-CONTROL
                           MOVE NRO-FACTURA-MC
                               TO TMC-NRO-FACTURA(CANT-CONTROL)
                           MOVE NRO-CLIENTE-MC
                               TO TMC-NRO-CLIENTE(CANT-CONTROL)
                           MOVE COD-SERVICIO-MC
                               TO TMC-COD-SERVICIO(CANT-CONTROL)
                           MOVE FECHA-CALC-MC
                               TO TMC-FECHA-CALC(CANT-CONTROL)
                           MOVE FECHA-FACT-MC
                               TO TMC-FECHA-FACT(CANT-CONTROL)
                           MOVE RECARGO-PEND-MC
                               TO TMC-RECARGO-PEND(CANT-CONTROL)
                           MOVE 'N' TO TMC-VIGENTE(CANT-CONTROL)
                   END-READ
               END-PERFORM
               CLOSE MORA-CONTROL
           END-IF.

      *    El listado sale por cliente y factura: se ordena la
      *    copia de trabajo de los items abiertos.
       14000-ORDENAR-ITEMS.
           SORT SORT-ITEMS
               ON ASCENDING KEY SD-NRO-CLIENTE SD-NRO-FACTURA
               USING ITEMS-ABIERTOS
               GIVING ITEMS-ORDENADOS
           IF FS-ITEMS NOT = '00'
              AND FS-ITEMS NOT = '10'
               DISPLAY 'ERROR AL ORDENAR ITEMSABI'
               MOVE '14000-ORDENAR-ITEMS' TO JL-PARRAFO
               MOVE FS-ITEMS TO JL-FILE-STATUS
               MOVE 'ERROR AL ORDENAR ITEMSABI' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Solo cuentan los documentos con saldo deudor y fecha
      *    anterior a hoy; las notas de credito no generan recargo.
       15000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ORDENADOS.
           IF FS-ITEMS-ORD-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ORDENADOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF SALDO-IO > 0
                              AND FECHA-IO < WS-FECHA-HOY-N
                              AND TIPO-DOC-IO NOT = 'NCR'
                               ADD 1 TO CANT-ITEMS
                               MOVE NRO-FACTURA-IO
                                   TO TIT-NRO-FACTURA(CANT-ITEMS)
                               MOVE NRO-CLIENTE-IO
                                   TO TIT-NRO-CLIENTE(CANT-ITEMS)
                               MOVE FECHA-IO TO TIT-FECHA(CANT-ITEMS)
                               MOVE SALDO-IO TO TIT-SALDO(CANT-ITEMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ORDENADOS
           ELSE
               DISPLAY 'SIN ITEMS ABIERTOS ' FS-ITEMS-ORD
           END-IF.

      *    Una factura puede tener lineas de varios servicios; el
      *    saldo se reparte en proporcion al total de cada linea.
       16000-CARGAR-LINEAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           PERFORM 16100-TOMAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           ELSE
               DISPLAY 'ERROR AL ABRIR FACTURAS'
               DISPLAY 'FILE STATUS ' FS-FACTURAS
               MOVE '16000-CARGAR-LINEAS' TO JL-PARRAFO
               MOVE FS-FACTURAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR FACTURAS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       16100-TOMAR-LINEA.
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEMS-ITEM
                   AT END
                       CONTINUE
                   WHEN TIT-NRO-FACTURA(IDX-ITEM) = NRO-FACTURA-F
                    AND TIT-NRO-CLIENTE(IDX-ITEM) = NRO-CLIENTE-F
                       ADD 1 TO CANT-LINEAS
                       MOVE NRO-FACTURA-F
                           TO TLF-NRO-FACTURA(CANT-LINEAS)
                       MOVE NRO-CLIENTE-F
                           TO TLF-NRO-CLIENTE(CANT-LINEAS)
                       MOVE COD-SERVICIO-F
                           TO TLF-COD-SERVICIO(CANT-LINEAS)
                       MOVE IMPORTE-TOTAL-F
                           TO TLF-IMPORTE(CANT-LINEAS)
               END-SEARCH
           END-IF.

       20000-PROCESAR-ITEM.
           IF TIT-NRO-CLIENTE(WS-IDX-ITEM) NOT = WS-CLIENTE-ANT
               PERFORM 26000-CERRAR-CLIENTE
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM) TO WS-CLIENTE-ANT
           END-IF
           MOVE 0 TO WS-TOTAL-FACTURA
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
               UNTIL WS-IDX-LINEA > CANT-LINEAS
               IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                       = TIT-NRO-FACTURA(WS-IDX-ITEM)
                  AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                       = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   ADD TLF-IMPORTE(WS-IDX-LINEA) TO WS-TOTAL-FACTURA
               END-IF
           END-PERFORM
           IF WS-TOTAL-FACTURA > 0
               PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > CANT-LINEAS
                   IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                           = TIT-NRO-FACTURA(WS-IDX-ITEM)
                      AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                      AND TLF-IMPORTE(WS-IDX-LINEA) > 0
                       PERFORM 21000-CALCULAR-LINEA
                   END-IF
               END-PERFORM
           END-IF.

      *    El recargo corre desde el vencimiento (fecha + dias de
      *    gracia del servicio) o desde el ultimo calculo, lo que
      *    sea posterior, hasta hoy.
       21000-CALCULAR-LINEA.
           PERFORM 22000-BUSCAR-TASA
           IF WS-IDX-TASA > 0
               COMPUTE WS-ENT-VENCIMIENTO =
                   FUNCTION INTEGER-OF-DATE(TIT-FECHA(WS-IDX-ITEM))
                   + TRG-DIAS-GRACIA(WS-IDX-TASA)
               IF WS-ENT-HOY > WS-ENT-VENCIMIENTO
                   PERFORM 23000-BUSCAR-CONTROL
                   MOVE WS-ENT-VENCIMIENTO TO WS-ENT-DESDE
                   IF TMC-FECHA-CALC(WS-IDX-CTL) > 0
                      AND FUNCTION INTEGER-OF-DATE(
                          TMC-FECHA-CALC(WS-IDX-CTL)) > WS-ENT-DESDE
                       MOVE FUNCTION INTEGER-OF-DATE(
                           TMC-FECHA-CALC(WS-IDX-CTL)) TO WS-ENT-DESDE
                   END-IF
                   COMPUTE WS-DIAS-MORA = WS-ENT-HOY - WS-ENT-DESDE
                   IF WS-DIAS-MORA > 0
                       PERFORM 24000-APLICAR-RECARGO
                   END-IF
               END-IF
           END-IF.

       22000-BUSCAR-TASA.
           MOVE 0 TO WS-IDX-TASA
           IF CANT-TASAS > 0
               SET IDX-TASA TO 1
               SEARCH TABLA-TASAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TRG-COD-SERVICIO(IDX-TASA)
                           = TLF-COD-SERVICIO(WS-IDX-LINEA)
                       SET WS-IDX-TASA TO IDX-TASA
               END-SEARCH
           END-IF.

       23000-BUSCAR-CONTROL.
           MOVE 0 TO WS-IDX-CTL
           IF CANT-CONTROL > 0
               SET IDX-CTL TO 1
               SEARCH TABLA-CONTROL-ITEM
                   AT END
                       CONTINUE
                   WHEN TMC-NRO-FACTURA(IDX-CTL)
                           = TIT-NRO-FACTURA(WS-IDX-ITEM)
                    AND TMC-NRO-CLIENTE(IDX-CTL)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                    AND TMC-COD-SERVICIO(IDX-CTL)
                           = TLF-COD-SERVICIO(WS-IDX-LINEA)
                       SET WS-IDX-CTL TO IDX-CTL
               END-SEARCH
           END-IF
           IF WS-IDX-CTL = 0
               ADD 1 TO CANT-CONTROL
               MOVE TIT-NRO-FACTURA(WS-IDX-ITEM)
                   TO TMC-NRO-FACTURA(CANT-CONTROL)
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   TO TMC-NRO-CLIENTE(CANT-CONTROL)
               MOVE TLF-COD-SERVICIO(WS-IDX-LINEA)
                   TO TMC-COD-SERVICIO(CANT-CONTROL)
               MOVE 0 TO TMC-FECHA-CALC(CANT-CONTROL)
               MOVE FUNCTION DATE-OF-INTEGER(WS-ENT-VENCIMIENTO)
                   TO TMC-FECHA-FACT(CANT-CONTROL)
               MOVE 0 TO TMC-RECARGO-PEND(CANT-CONTROL)
               MOVE CANT-CONTROL TO WS-IDX-CTL
           END-IF
           MOVE 'S' TO TMC-VIGENTE(WS-IDX-CTL).

      *    El recargo se calcula todas las noches pero se acumula y
      *    se factura cada 30 dias, asi F112EVAL no lo descarta como
      *    repetido del dia anterior; tampoco se factura por debajo
      *    del minimo del servicio.
       24000-APLICAR-RECARGO.
           COMPUTE WS-BASE-RECARGO ROUNDED =
               TIT-SALDO(WS-IDX-ITEM) * TLF-IMPORTE(WS-IDX-LINEA)
               / WS-TOTAL-FACTURA
           IF TRG-TIPO-TASA(WS-IDX-TASA) = 'M'
               COMPUTE WS-RECARGO ROUNDED =
                   WS-BASE-RECARGO * TRG-TASA(WS-IDX-TASA) / 100
                   * WS-DIAS-MORA / 30
           ELSE
               COMPUTE WS-RECARGO ROUNDED =
                   WS-BASE-RECARGO * TRG-TASA(WS-IDX-TASA) / 100
                   * WS-DIAS-MORA
           END-IF
           ADD 1 TO WS-CANT-CALCULOS
           ADD WS-RECARGO TO TMC-RECARGO-PEND(WS-IDX-CTL)
           MOVE WS-FECHA-HOY-N TO TMC-FECHA-CALC(WS-IDX-CTL)
           MOVE 'ACUMULADO   ' TO LMD-ESTADO
           COMPUTE WS-DIAS-FACT = WS-ENT-HOY
               - FUNCTION INTEGER-OF-DATE(TMC-FECHA-FACT(WS-IDX-CTL))
           IF WS-DIAS-FACT >= WS-DIAS-PERIODO-FACT
               IF TMC-RECARGO-PEND(WS-IDX-CTL)
                       >= TRG-IMPORTE-MINIMO(WS-IDX-TASA)
                   PERFORM 25000-GRABAR-RECARGO
                   MOVE 'FACTURADO   ' TO LMD-ESTADO
               ELSE
                   MOVE 'BAJO MINIMO ' TO LMD-ESTADO
               END-IF
           END-IF
           IF REPORTE-ABIERTO
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM) TO LMD-CLIENTE
               MOVE TIT-NRO-FACTURA(WS-IDX-ITEM) TO LMD-FACTURA
               MOVE TLF-COD-SERVICIO(WS-IDX-LINEA) TO LMD-SERVICIO
               MOVE FUNCTION DATE-OF-INTEGER(WS-ENT-VENCIMIENTO)
                   TO WS-FECHA-VTO
               MOVE WS-FECHA-VTO TO LMD-VENCIMIENTO
               MOVE WS-BASE-RECARGO TO LMD-BASE
               MOVE WS-DIAS-MORA TO LMD-DIAS
               MOVE TRG-TIPO-TASA(WS-IDX-TASA) TO LMD-TIPO-TASA
               MOVE TRG-TASA(WS-IDX-TASA) TO LMD-TASA
               MOVE WS-RECARGO TO LMD-RECARGO
               MOVE TMC-RECARGO-PEND(WS-IDX-CTL) TO LMD-PENDIENTE
               WRITE LIN-MORA FROM LIN-MO-DETALLE
           END-IF.

       25000-GRABAR-RECARGO.
           MOVE TMC-NRO-CLIENTE(WS-IDX-CTL) TO NRO-CLIENTE-TC
           MOVE TMC-COD-SERVICIO(WS-IDX-CTL) TO COD-SERVICIO-TC
           MOVE 'D' TO IND-TRANS-TC
           MOVE TMC-RECARGO-PEND(WS-IDX-CTL) TO IMPORTE-TC
           WRITE REG-TRANS-CRUDO
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR ESCRITURA TRANSAC'
               MOVE '25000-GRABAR-RECARGO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA
           ADD TMC-RECARGO-PEND(WS-IDX-CTL) TO WS-TOTAL-CLIENTE
           ADD TMC-RECARGO-PEND(WS-IDX-CTL) TO WS-TOTAL-FACTURADO
           MOVE 0 TO TMC-RECARGO-PEND(WS-IDX-CTL)
           MOVE WS-FECHA-HOY-N TO TMC-FECHA-FACT(WS-IDX-CTL).

       26000-CERRAR-CLIENTE.
           IF WS-CLIENTE-ANT NOT = 0 AND REPORTE-ABIERTO
               MOVE WS-CLIENTE-ANT TO LMC-CLIENTE
               MOVE WS-TOTAL-CLIENTE TO LMC-IMPORTE
               WRITE LIN-MORA FROM LIN-MO-TOTAL-CLI
           END-IF
           MOVE 0 TO WS-TOTAL-CLIENTE.

      *    Factura que ya no figura abierta: se factura lo que quedo
      *    acumulado y el control se da de baja.
       27000-FACTURAR-CANCELADOS.
           PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
               UNTIL WS-IDX-CTL > CANT-CONTROL
               IF TMC-VIGENTE(WS-IDX-CTL) = 'N'
                  AND TMC-RECARGO-PEND(WS-IDX-CTL) > 0
                   MOVE 0 TO WS-TOTAL-CLIENTE
                   PERFORM 25000-GRABAR-RECARGO
                   IF REPORTE-ABIERTO
                       MOVE TMC-NRO-CLIENTE(WS-IDX-CTL) TO LMD-CLIENTE
                       MOVE TMC-NRO-FACTURA(WS-IDX-CTL) TO LMD-FACTURA
                       MOVE TMC-COD-SERVICIO(WS-IDX-CTL)
                           TO LMD-SERVICIO
                       MOVE 0 TO LMD-VENCIMIENTO
                       MOVE 0 TO LMD-BASE
                       MOVE 0 TO LMD-DIAS
                       MOVE SPACES TO LMD-TIPO-TASA
                       MOVE 0 TO LMD-TASA
                       MOVE WS-TOTAL-CLIENTE TO LMD-RECARGO
                       MOVE 0 TO LMD-PENDIENTE
                       MOVE 'CANCELADA   ' TO LMD-ESTADO
                       WRITE LIN-MORA FROM LIN-MO-DETALLE
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TOTAL-CLIENTE.

       28000-REESCRIBIR-CONTROL.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT MORA-CONTROL
               IF FS-MORA-CTL-OK
                   PERFORM VARYING WS-IDX-CTL FROM 1 BY 1
                       UNTIL WS-IDX-CTL > CANT-CONTROL
                       IF TMC-VIGENTE(WS-IDX-CTL) = 'S'
                           MOVE TMC-NRO-FACTURA(WS-IDX-CTL)
                               TO NRO-FACTURA-MC
                           MOVE TMC-NRO-CLIENTE(WS-IDX-CTL)
                               TO NRO-CLIENTE-MC
                           MOVE TMC-COD-SERVICIO(WS-IDX-CTL)
                               TO COD-SERVICIO-MC
                           MOVE TMC-FECHA-CALC(WS-IDX-CTL)
                               TO FECHA-CALC-MC
                           MOVE TMC-FECHA-FACT(WS-IDX-CTL)
                               TO FECHA-FACT-MC
                           MOVE TMC-RECARGO-PEND(WS-IDX-CTL)
                               TO RECARGO-PEND-MC
                           WRITE REG-MORA-CTL
                       END-IF
                   END-PERFORM
                   CLOSE MORA-CONTROL
               ELSE
                   DISPLAY 'ERROR REESCRITURA MORACTL ' FS-MORA-CTL
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112MORA' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'ITEMS LEIDOS        : ' WS-CANT-ENTRADA
           DISPLAY 'CALCULOS DE RECARGO : ' WS-CANT-CALCULOS
           DISPLAY 'RECARGOS FACTURADOS : ' WS-CANT-SALIDA
           IF REPORTE-ABIERTO
               MOVE WS-CANT-SALIDA TO LMF-CANT
               MOVE WS-TOTAL-FACTURADO TO LMF-IMPORTE
               WRITE LIN-MORA FROM LIN-MO-TOTAL
               CLOSE MORA-REPORTE
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
               MOVE 'F112MORA' TO RS-JOB
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

       END PROGRAM F112MORA.

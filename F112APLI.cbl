                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AGING.

           SELECT RECUPEROS-F112 ASSIGN TO  '..\RECUF112.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECUPEROS.

           SELECT APLICACIONES ASSIGN TO  '..\APLICOBR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-APLICACIONES.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
       FD  AGING-FACTURAS.
       01  LIN-AGING                   PIC X(80).

       FD  RECUPEROS-F112.
       01  REG-RECUPERO-F112.
           02 NRO-CLIENTE-RF           PIC 9(7).
           02 FECHA-PAGO-RF            PIC 9(8).
           02 RECIBO-RF                PIC X(8).
           02 IMPORTE-RF               PIC 9(7)V99.
           02 FECHA-RF                 PIC 9(8).

      *    Una linea por pago aplicado a factura; la consume la
      *    liquidacion mensual de comisiones de vendedores.
       FD  APLICACIONES.
       01  REG-APLICACION.
           02 NRO-FACTURA-AP           PIC 9(8).
           02 NRO-CLIENTE-AP           PIC 9(7).
           02 TIPO-DOC-AP              PIC X(3).
           02 FECHA-FACT-AP            PIC 9(8).
           02 FECHA-APLI-AP            PIC 9(8).
           02 IMPORTE-AP               PIC S9(9)V99.

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
           88 FS-ITEMS-NVO-OK      VALUE "00".
       01  FS-AGING                    PIC X(2).
           88 FS-AGING-OK          VALUE "00".
       01  FS-RECUPEROS                PIC X(2).
           88 FS-RECUPEROS-OK      VALUE "00".
       01  FS-APLICACIONES             PIC X(2).
           88 FS-APLICACIONES-OK   VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 ITEMS-NVO-ABIERTO        VALUE 'S'.
       01  WS-AGING-ABIERTO            PIC X VALUE 'N'.
           88 AGING-ABIERTO            VALUE 'S'.
       01  WS-APLICACIONES-ABIERTO     PIC X VALUE 'N'.
           88 APLICACIONES-ABIERTO     VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112APLI'.
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
       01  WS-CANT-APLICADOS           PIC 9(7) VALUE 0.

       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-PAGOS                   PIC X VALUE 'N'.
       01  FIN-RECUPEROS               PIC X VALUE 'N'.
       01  WS-RESTO-PAGO               PIC S9(9)V99.
       01  WS-APLICADO                 PIC S9(9)V99.
       01  WS-RECIBO-N                 PIC 9(8).
       01  WS-BANDA                    PIC X(6).
       01  WS-IDX-DOC                  PIC 9(5).

       01  CANT-RECUPEROS              PIC 9(5) VALUE 0.
       01  TABLA-RECUPEROS.
           02 TABLA-RECUP-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-RECUPEROS
                               INDEXED BY IDX-RECUP.
               03 TRE-NRO-CLIENTE      PIC 9(7).
               03 TRE-FECHA-PAGO       PIC 9(8).
               03 TRE-RECIBO           PIC X(8).
               03 TRE-IMPORTE          PIC 9(7)V99.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-ITEMS
           PERFORM 13000-INCORPORAR-FACTURAS
           PERFORM 14000-CARGAR-RECUPEROS

           OPEN INPUT PAGOS.
           IF NOT FS-PAGOS-OK
               SET ITEMS-NVO-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND APLICACIONES.
           IF FS-APLICACIONES = "35"
               OPEN OUTPUT APLICACIONES
           END-IF
           IF NOT FS-APLICACIONES-OK
               DISPLAY 'ERROR AL ABRIR APLICOBR'
               DISPLAY 'FILE STATUS ' FS-APLICACIONES
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-APLICACIONES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR APLICOBR' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET APLICACIONES-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT AGING-FACTURAS.
           IF FS-AGING-OK
               SET AGING-ABIERTO TO TRUE
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'ITEMSNVO.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'FACTURAS.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
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
               MOVE IMPORTE-TOTAL-F TO TIT-SALDO(CANT-ITEMS)
           END-IF.

      *    Lo que F112PAGO derivo hoy a recupero de deuda castigada
      *    no se aplica a las facturas abiertas.
       14000-CARGAR-RECUPEROS.
           OPEN INPUT RECUPEROS-F112.
           IF FS-RECUPEROS-OK
               PERFORM UNTIL FIN-RECUPEROS = 'S'
                   READ RECUPEROS-F112
                       AT END
                           MOVE 'S' TO FIN-RECUPEROS
                       NOT AT END
                           IF FECHA-RF = WS-FECHA-HOY-N
                               ADD 1 TO CANT-RECUPEROS
                               MOVE NRO-CLIENTE-RF
                                 TO TRE-NRO-CLIENTE(CANT-RECUPEROS)
                               MOVE FECHA-PAGO-RF
                                 TO TRE-FECHA-PAGO(CANT-RECUPEROS)
                               MOVE RECIBO-RF
                                 TO TRE-RECIBO(CANT-RECUPEROS)
                               MOVE IMPORTE-RF
                                 TO TRE-IMPORTE(CANT-RECUPEROS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECUPEROS-F112
           END-IF.

      *    La referencia del recibo manda; sin referencia se aplica
      *    a la factura abierta mas vieja del cliente.
       20000-APLICAR-PAGOS.
           IF FIN-PAGOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               MOVE IMPORTE-P TO WS-RESTO-PAGO
               IF CANT-RECUPEROS > 0
                   PERFORM 20500-DESCONTAR-RECUPERO
               END-IF
               IF WS-RESTO-PAGO > 0
                   PERFORM 21000-APLICAR-POR-REFERENCIA
               END-IF
               PERFORM 22000-APLICAR-MAS-VIEJA
                   UNTIL WS-RESTO-PAGO = 0 OR WS-IDX-VIEJO = 0
               IF WS-RESTO-PAGO > 0
               END-IF
           END-IF.

       20500-DESCONTAR-RECUPERO.
           SET IDX-RECUP TO 1
           SEARCH TABLA-RECUP-ITEM
               AT END
                   CONTINUE
               WHEN TRE-NRO-CLIENTE(IDX-RECUP) = NRO-CLIENTE-P
                AND TRE-FECHA-PAGO(IDX-RECUP) = FECHA-PAGO-P
                AND TRE-RECIBO(IDX-RECUP) = RECIBO-P
                AND TRE-IMPORTE(IDX-RECUP) > 0
                   SUBTRACT TRE-IMPORTE(IDX-RECUP) FROM WS-RESTO-PAGO
                   MOVE 0 TO TRE-IMPORTE(IDX-RECUP)
           END-SEARCH.

       21000-APLICAR-POR-REFERENCIA.
           MOVE 1 TO WS-IDX-VIEJO
           IF RECIBO-P IS NUMERIC
           SUBTRACT WS-APLICADO FROM WS-RESTO-PAGO
           IF WS-APLICADO NOT = 0
               ADD 1 TO WS-CANT-APLICADOS
               PERFORM 23100-GRABAR-APLICACION
           END-IF.

       23100-GRABAR-APLICACION.
           MOVE TIT-NRO-FACTURA(WS-IDX-ITEM) TO NRO-FACTURA-AP
           MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM) TO NRO-CLIENTE-AP
           MOVE TIT-TIPO-DOC(WS-IDX-ITEM) TO TIPO-DOC-AP
           MOVE TIT-FECHA(WS-IDX-ITEM) TO FECHA-FACT-AP
           MOVE WS-FECHA-HOY-N TO FECHA-APLI-AP
           MOVE WS-APLICADO TO IMPORTE-AP
           WRITE REG-APLICACION
           IF NOT FS-APLICACIONES-OK
               DISPLAY 'ERROR ESCRITURA APLICOBR'
               MOVE '23100-GRABAR-APLIC' TO JL-PARRAFO
               MOVE FS-APLICACIONES TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA APLICOBR' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       26000-GRABAR-ITEMS.
           IF AGING-ABIERTO
               CLOSE AGING-FACTURAS
           END-IF
           IF APLICACIONES-ABIERTO
               CLOSE APLICACIONES
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112APLI' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
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

       END PROGRAM F112APLI.

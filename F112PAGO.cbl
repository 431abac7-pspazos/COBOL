                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS-EXCEP.

           SELECT CASTIGOS-F112 ASSIGN TO  '..\CASTF112.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CASTIGOS.

           SELECT RECUPEROS-F112 ASSIGN TO  '..\RECUF112.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECUPEROS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02 SALDO-PEX                PIC S9(9)V99.
           02 INFO-ER-PEX              PIC X(25).

       FD  CASTIGOS-F112.
       01  REG-CASTIGO-F112.
           02 NRO-FACTURA-CF           PIC 9(8).
           02 NRO-CLIENTE-CF           PIC 9(7).
           02 TIPO-DOC-CF              PIC X(3).
           02 FECHA-CF                 PIC 9(8).
           02 IMPORTE-ORIG-CF          PIC S9(9)V99.
           02 SALDO-CF                 PIC S9(9)V99.
           02 FECHA-CASTIGO-CF         PIC 9(8).

       FD  RECUPEROS-F112.
       01  REG-RECUPERO-F112.
           02 NRO-CLIENTE-RF           PIC 9(7).
           02 FECHA-PAGO-RF            PIC 9(8).
           02 RECIBO-RF                PIC X(8).
           02 IMPORTE-RF               PIC 9(7)V99.
           02 FECHA-RF                 PIC 9(8).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  FS-CASTIGOS                 PIC X(2).
           88 FS-CASTIGOS-OK       VALUE "00".
       01  FS-RECUPEROS                PIC X(2).
           88 FS-RECUPEROS-OK      VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  WS-RECUPEROS-ABIERTO        PIC X VALUE 'N'.
           88 RECUPEROS-ABIERTO        VALUE 'S'.
       01  WS-INTERFAZ-ABIERTO         PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO         VALUE 'S'.
       01  FIN-CASTIGOS                PIC X VALUE 'N'.
       01  FIN-RECUPEROS               PIC X VALUE 'N'.
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-IMPORTE-PAGO             PIC 9(7)V99.
       01  WS-RECUPERADO               PIC 9(7)V99.
       01  WS-CANT-RECUPEROS           PIC 9(7) VALUE 0.
       01  WS-IDX-CAST                 PIC 9(5).

       01  CANT-CASTIGADOS             PIC 9(5) VALUE 0.
       01  TABLA-CASTIGADOS.
           02 TABLA-CAST-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CASTIGADOS
                              INDEXED BY IDX-CAST.
               03 TCA-NRO-CLIENTE      PIC 9(7).
               03 TCA-PENDIENTE        PIC S9(9)V99.

       01  FS-PAGOS-GEN                PIC X(2).
           88 FS-PAGOS-GEN-OK      VALUE "00".
       01  WS-NOMBRE-PAGO-GEN          PIC X(30).
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112PAGO'.
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
       01  WS-CANT-EXCEPCIONES         PIC 9(7) VALUE 0.
       01  WS-SALDO-NUEVO              PIC S9(9)V99.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY-N

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12100-TOMAR-LOCKS

           PERFORM 11000-ORDENAR
           PERFORM 11500-RESGUARDAR-GENERACION
           PERFORM 13000-CARGAR-CASTIGOS

           OPEN INPUT PAGOS.
           IF NOT FS-PAGOS-OK
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       12100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'ACUMNVO.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'ACUMPAG.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
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
                   MOVE '12100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       11000-ORDENAR.
           SORT SORT-PAGOS
               ON ASCENDING KEY SD-NRO-CLIENTE-P SD-FECHA-PAGO
           CLOSE PAGOS-GENERACION
           CLOSE PAGOS.

      *    Deuda castigada por cliente (CASTF112) menos lo ya
      *    recuperado (RECUF112); lo pendiente absorbe los pagos.
       13000-CARGAR-CASTIGOS.
           OPEN INPUT CASTIGOS-F112.
           IF FS-CASTIGOS-OK
               PERFORM UNTIL FIN-CASTIGOS = 'S'
                   READ CASTIGOS-F112
                       AT END
                           MOVE 'S' TO FIN-CASTIGOS
                       NOT AT END
                           PERFORM 13100-SUMAR-CASTIGO
                   END-READ
               END-PERFORM
               CLOSE CASTIGOS-F112
           END-IF
           IF CANT-CASTIGADOS > 0
               OPEN INPUT RECUPEROS-F112
               IF FS-RECUPEROS-OK
                   PERFORM UNTIL FIN-RECUPEROS = 'S'
                       READ RECUPEROS-F112
                           AT END
                               MOVE 'S' TO FIN-RECUPEROS
                           NOT AT END
                               PERFORM 13200-RESTAR-RECUPERO
                       END-READ
                   END-PERFORM
                   CLOSE RECUPEROS-F112
               END-IF
               OPEN EXTEND RECUPEROS-F112
               IF FS-RECUPEROS = "35"
                   OPEN OUTPUT RECUPEROS-F112
               END-IF
               IF NOT FS-RECUPEROS-OK
                   DISPLAY 'ERROR AL ABRIR RECUF112'
                   DISPLAY 'FILE STATUS ' FS-RECUPEROS
                   MOVE '13000-CARGAR-CAST' TO JL-PARRAFO
                   MOVE FS-RECUPEROS TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR RECUF112' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               ELSE
                   SET RECUPEROS-ABIERTO TO TRUE
               END-IF
               OPEN EXTEND INTERFAZ-GL
               IF FS-INTERFAZ = "35"
                   OPEN OUTPUT INTERFAZ-GL
               END-IF
               IF NOT FS-INTERFAZ-OK
                   DISPLAY 'ERROR AL ABRIR GLINTERF'
                   DISPLAY 'FILE STATUS ' FS-INTERFAZ
                   MOVE '13000-CARGAR-CAST' TO JL-PARRAFO
                   MOVE FS-INTERFAZ TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               ELSE
                   SET INTERFAZ-ABIERTO TO TRUE
               END-IF
           END-IF.

       13100-SUMAR-CASTIGO.
           MOVE 0 TO WS-IDX-CAST
           IF CANT-CASTIGADOS > 0
               SET IDX-CAST TO 1
               SEARCH TABLA-CAST-ITEM
                   AT END
                       CONTINUE
                   WHEN TCA-NRO-CLIENTE(IDX-CAST) = NRO-CLIENTE-CF
                       SET WS-IDX-CAST TO IDX-CAST
               END-SEARCH
           END-IF
           IF WS-IDX-CAST = 0
               ADD 1 TO CANT-CASTIGADOS
               MOVE CANT-CASTIGADOS TO WS-IDX-CAST
               MOVE NRO-CLIENTE-CF TO TCA-NRO-CLIENTE(WS-IDX-CAST)
               MOVE 0 TO TCA-PENDIENTE(WS-IDX-CAST)
           END-IF
           ADD SALDO-CF TO TCA-PENDIENTE(WS-IDX-CAST).

       13200-RESTAR-RECUPERO.
           SET IDX-CAST TO 1
           SEARCH TABLA-CAST-ITEM
               AT END
                   CONTINUE
               WHEN TCA-NRO-CLIENTE(IDX-CAST) = NRO-CLIENTE-RF
                   SUBTRACT IMPORTE-RF FROM TCA-PENDIENTE(IDX-CAST)
           END-SEARCH.

       20000-PROCESO.
           EVALUATE TRUE
               WHEN NRO-CLIENTE-P = NRO-CLIENTE-AC
                   PERFORM 60000-GRABAR-ACUMULADO
                   PERFORM 26000-LEER-ACUMULADO
               WHEN NRO-CLIENTE-P < NRO-CLIENTE-AC
                   MOVE IMPORTE-P TO WS-IMPORTE-PAGO
                   PERFORM 66000-DERIVAR-RECUPERO
                   IF WS-IMPORTE-PAGO > 0
                       MOVE ' PAGO SIN CLIENTE        ' TO INFO-ER
                       MOVE 0 TO SALDO-PEX
                       PERFORM 70000-GRABAR-EXCEPCION
                   END-IF
                   PERFORM 25000-LEER-PAGOS
           END-EVALUATE.

           END-IF.

       65000-APLICAR-PAGO.
           MOVE IMPORTE-P TO WS-IMPORTE-PAGO
           PERFORM 66000-DERIVAR-RECUPERO
           EVALUATE TRUE
               WHEN WS-IMPORTE-PAGO = 0
                   CONTINUE
               WHEN WS-IMPORTE-PAGO > WS-SALDO-NUEVO
                   MOVE ' PAGO EXCEDE SALDO       ' TO INFO-ER
                   MOVE WS-SALDO-NUEVO TO SALDO-PEX
                   PERFORM 70000-GRABAR-EXCEPCION
               WHEN OTHER
                   SUBTRACT WS-IMPORTE-PAGO FROM WS-SALDO-NUEVO
                   ADD 1 TO WS-CANT-APLICADOS
           END-EVALUATE
           PERFORM 25000-LEER-PAGOS.

      *    Cliente con deuda castigada pendiente: el pago va primero
      *    a recupero y no baja el saldo acumulado; solo el
      *    excedente sigue el camino normal.
       66000-DERIVAR-RECUPERO.
           MOVE 0 TO WS-RECUPERADO
           IF CANT-CASTIGADOS > 0
               SET IDX-CAST TO 1
               SEARCH TABLA-CAST-ITEM
                   AT END
                       CONTINUE
                   WHEN TCA-NRO-CLIENTE(IDX-CAST) = NRO-CLIENTE-P
                    AND TCA-PENDIENTE(IDX-CAST) > 0
                       IF TCA-PENDIENTE(IDX-CAST) >= WS-IMPORTE-PAGO
                           MOVE WS-IMPORTE-PAGO TO WS-RECUPERADO
                       ELSE
                           MOVE TCA-PENDIENTE(IDX-CAST)
                               TO WS-RECUPERADO
                       END-IF
                       SUBTRACT WS-RECUPERADO
                           FROM TCA-PENDIENTE(IDX-CAST)
               END-SEARCH
           END-IF
           IF WS-RECUPERADO > 0
               SUBTRACT WS-RECUPERADO FROM WS-IMPORTE-PAGO
               MOVE NRO-CLIENTE-P TO NRO-CLIENTE-RF
               MOVE FECHA-PAGO-P TO FECHA-PAGO-RF
               MOVE RECIBO-P TO RECIBO-RF
               MOVE WS-RECUPERADO TO IMPORTE-RF
               MOVE WS-FECHA-HOY-N TO FECHA-RF
               WRITE REG-RECUPERO-F112
               IF NOT FS-RECUPEROS-OK
                   DISPLAY 'ERROR ESCRITURA RECUF112'
                   MOVE '66000-DERIVAR-RECUP' TO JL-PARRAFO
                   MOVE FS-RECUPEROS TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA RECUF112' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               MOVE WS-FECHA-HOY-N TO FECHA-GI
               MOVE 'RECUP-F112' TO CONCEPTO-GI
               MOVE WS-RECUPERADO TO IMPORTE-GI
               MOVE SPACES TO AREA-GI
               MOVE 'F112PAGO' TO ORIGEN-GI
               WRITE REG-INTERFAZ-GL
               IF NOT FS-INTERFAZ-OK
                   DISPLAY 'ERROR ESCRITURA GLINTERF'
                   MOVE '66000-DERIVAR-RECUP' TO JL-PARRAFO
                   MOVE FS-INTERFAZ TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               ADD 1 TO WS-CANT-RECUPEROS
           END-IF.

       60000-GRABAR-ACUMULADO.
           WRITE REG-ACUM-NVO
           IF NOT FS-ACUM-NVO-OK
           DISPLAY 'PAGOS LEIDOS        : ' WS-CANT-ENTRADA
           DISPLAY 'PAGOS APLICADOS     : ' WS-CANT-APLICADOS
           DISPLAY 'PAGOS EN EXCEPCION  : ' WS-CANT-EXCEPCIONES
           DISPLAY 'PAGOS A RECUPERO    : ' WS-CANT-RECUPEROS
           IF RECUPEROS-ABIERTO
               CLOSE RECUPEROS-F112
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF PAGOS-ABIERTO
               CLOSE PAGOS
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112PAGO' TO RS-JOB
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

       END PROGRAM F112PAGO.

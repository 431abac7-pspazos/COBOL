                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CLIENTE.

           SELECT DEPO-DEVOL ASSIGN TO  '..\DEPODEV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPO-DEV.

           SELECT TRANSFERENCIAS ASSIGN TO  '..\REEMBTRF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02 BANCO-C                  PIC X(3).
           02 CTA-BANCO-C              PIC X(22).

      *    Remanentes de deposito en garantia y de prepagos no
      *    devengados de las bajas (F112CMNT), con los datos
      *    bancarios a la fecha de baja.
       FD  DEPO-DEVOL.
       01  REG-DEPO-DEVOL.
           02 NRO-CLIENTE-DV           PIC 9(7).
           02 COD-SERVICIO-DV          PIC X(3).
           02 NYAR-DV                  PIC X(60).
           02 BANCO-DV                 PIC X(3).
           02 CTA-BANCO-DV             PIC X(22).
           02 IMPORTE-DV               PIC 9(7)V99.
           02 FECHA-DV                 PIC 9(8).

       FD  TRANSFERENCIAS.
       01  REG-TRANSF-HEADER.
           02 TIPO-REG-TH              PIC X(6).
           88 FS-ACUM-TRAB-EOF     VALUE "10".
       01  FS-CLIENTE                  PIC X(2).
           88 FS-CTE-OK            VALUE "00".
       01  FS-DEPO-DEV                 PIC X(2).
           88 FS-DEPO-DEV-OK       VALUE "00".
       01  FS-TRANSFER                 PIC X(2).
           88 FS-TRANSFER-OK       VALUE "00".
       01  FS-CHEQ-MAN                 PIC X(2).
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112REEM'.
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
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-TRANSF              PIC 9(7) VALUE 0.
       01  WS-CANT-MANUAL              PIC 9(7) VALUE 0.
       01  WS-UMBRAL                   PIC 9(7)V99 VALUE 100.
       01  FIN-ACUM                    PIC X VALUE 'N'.
       01  FIN-CLIENTES                PIC X VALUE 'N'.
       01  FIN-DEPO-DEV                PIC X VALUE 'N'.
       01  WS-CANT-DEPOSITOS           PIC 9(7) VALUE 0.
       01  WS-IMPORTE-REEMBOLSO        PIC 9(7)V99.
       01  WS-DATOS-HALLADOS           PIC X.
       01  WS-IDX-BCO-HALLADO          PIC 9(5).
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-ACUM = 'S'.
           PERFORM 24000-DEVOLVER-DEPOSITOS.
           PERFORM 25000-REGRABAR-ACUMULADO.
           PERFORM 30000-FINAL.

               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-DATOS-BANCARIOS

           OPEN INPUT ACUMULADO-NUEVO.
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'ACUMNVO.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'DEPODEV.DAT' TO WS-LR-ARCHIVO(2)
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
                   MOVE '11100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

      *    Un cliente puede tener varias filas en el padron; para el
      *    reembolso alcanza con la primera con datos bancarios.
       12000-CARGAR-DATOS-BANCARIOS.
               WRITE LIN-REGISTRO FROM LIN-RG-DETALLE
           END-IF.

      *    El remanente de deposito se devuelve siempre, sin umbral;
      *    el cliente ya no esta en el padron, asi que se toman los
      *    datos bancarios grabados en la baja. Procesado, el archivo
      *    se vacia para no repetir la devolucion.
       24000-DEVOLVER-DEPOSITOS.
           OPEN INPUT DEPO-DEVOL.
           IF FS-DEPO-DEV-OK
               PERFORM UNTIL FIN-DEPO-DEV = 'S'
                   READ DEPO-DEVOL
                       AT END
                           MOVE 'S' TO FIN-DEPO-DEV
                       NOT AT END
                           PERFORM 24100-DEVOLVER-DEPOSITO
                   END-READ
               END-PERFORM
               CLOSE DEPO-DEVOL
               IF WS-CANT-DEPOSITOS > 0 AND WS-ESTADO-FINAL = 'OK'
                   OPEN OUTPUT DEPO-DEVOL
                   IF FS-DEPO-DEV-OK
                       CLOSE DEPO-DEVOL
                   ELSE
                       DISPLAY 'ERROR AL VACIAR DEPODEV ' FS-DEPO-DEV
                       MOVE '24000-DEVOLVER-DEPO' TO JL-PARRAFO
                       MOVE FS-DEPO-DEV TO JL-FILE-STATUS
                       MOVE 'ERROR AL VACIAR DEPODEV' TO JL-MENSAJE
                       PERFORM 90000-LOG-ERROR
                   END-IF
               END-IF
           END-IF.

       24100-DEVOLVER-DEPOSITO.
           ADD 1 TO WS-CANT-DEPOSITOS
           MOVE 0 TO WS-IDX-BCO-HALLADO
           IF CANT-DATOS-BCO > 0
               SET IDX-BCO TO 1
               SEARCH TABLA-BCO-ITEM
                   AT END
                       CONTINUE
                   WHEN TDB-NRO-CLIENTE(IDX-BCO) = NRO-CLIENTE-DV
                       SET WS-IDX-BCO-HALLADO TO IDX-BCO
               END-SEARCH
           END-IF
           IF WS-IDX-BCO-HALLADO = 0
               ADD 1 TO CANT-DATOS-BCO
               MOVE CANT-DATOS-BCO TO WS-IDX-BCO-HALLADO
           END-IF
           MOVE NRO-CLIENTE-DV TO TDB-NRO-CLIENTE(WS-IDX-BCO-HALLADO)
           MOVE NYAR-DV TO TDB-NYAR(WS-IDX-BCO-HALLADO)
           MOVE BANCO-DV TO TDB-BANCO(WS-IDX-BCO-HALLADO)
           MOVE CTA-BANCO-DV TO TDB-CTA-BANCO(WS-IDX-BCO-HALLADO)
           MOVE NRO-CLIENTE-DV TO NRO-CLIENTE-ACN
           MOVE IMPORTE-DV TO WS-IMPORTE-REEMBOLSO
           PERFORM 21000-REEMBOLSAR.

      *    Reescritura del acumulador con los saldos ya devueltos
      *    aplicados, via archivo de trabajo.
       25000-REGRABAR-ACUMULADO.
           DISPLAY 'CUENTAS LEIDAS      : ' WS-CANT-ENTRADA
           DISPLAY 'TRANSFERENCIAS      : ' WS-CANT-TRANSF
           DISPLAY 'CHEQUES MANUALES    : ' WS-CANT-MANUAL
           DISPLAY 'DEPOSITOS DEVUELTOS : ' WS-CANT-DEPOSITOS
           IF TRANSFER-ABIERTO
               MOVE 'TRAILE' TO TIPO-REG-TT
               MOVE WS-CANT-TRANSF TO CANT-TRANSF-TT
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112REEM' TO RS-JOB
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

       END PROGRAM F112REEM.

              88 MOV-ALTA          VALUE 'A'.
              88 MOV-BAJA          VALUE 'B'.
              88 MOV-MODIF         VALUE 'M'.
              88 MOV-EGRESO        VALUE 'E'.
           03 LEGAJO-MV            PIC 9(8).
           03 NOMBRE-MV            PIC X(30).
           03 ANIO-CURSO-MV        PIC 9(1).
           03 DIVISION-MV          PIC X(1).
           03 FECHA-MV             PIC 9(8).

      *    ESTADO-L: 'A' activo, 'B' baja, 'E' egresado.
       FD  LEGAJOS.
       01  REG-LEGAJO.
           03 LEGAJO-L             PIC 9(8).
       01  FIN-RUNSTAT-HIST        PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION         PIC X(1).
       01  WS-LR-JOB               PIC X(10) VALUE 'LEGAJMNT'.
       01  WS-LR-PEDIDO.
           02 WS-LR-CANT-ARCHIVOS  PIC 9(2) VALUE 0.
           02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 WS-LR-ARCHIVO    PIC X(20).
               03 WS-LR-MODO       PIC X(1).
       01  WS-LR-TENEDOR.
           02 WS-LR-TEN-ARCHIVO    PIC X(20).
           02 WS-LR-TEN-JOB        PIC X(10).
           02 WS-LR-TEN-RUN-ID     PIC X(11).
           02 WS-LR-TEN-DESDE      PIC X(21).
       01  WS-LR-RETORNO           PIC 9(2).
       01  WS-LOCKS-TOMADOS        PIC X VALUE 'N'.
           88 LOCKS-TOMADOS        VALUE 'S'.
       01  WS-CANT-RECHAZOS        PIC 9(7) VALUE 0.

       01  FIN-MOVIMIENTOS         PIC X VALUE 'N'.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           OPEN EXTEND AUDIT-CENTRAL.
           IF FS-AUDIT-CEN = "35"
               OPEN OUTPUT AUDIT-CENTRAL
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'LEGAJOS.DAT' TO WS-LR-ARCHIVO(1)
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
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-LEGAJOS.
           OPEN INPUT LEGAJOS.
           IF FS-LEGAJOS-OK
               END-IF
               EVALUATE TRUE
                   WHEN NOT MOV-ALTA AND NOT MOV-BAJA
                           AND NOT MOV-MODIF AND NOT MOV-EGRESO
                       MOVE 'TIPO MOVIMIENTO INVALIDO'
                           TO WS-MOTIVO
                   WHEN LEGAJO-MV = 0
               WHEN MOV-BAJA
                   MOVE 'B' TO TLG-ESTADO(WS-IDX-LEG)
                   MOVE FECHA-MV TO TLG-FECHA-BAJA(WS-IDX-LEG)
               WHEN MOV-EGRESO
                   MOVE 'E' TO TLG-ESTADO(WS-IDX-LEG)
                   MOVE FECHA-MV TO TLG-FECHA-BAJA(WS-IDX-LEG)
               WHEN MOV-MODIF
                   IF NOMBRE-MV NOT = SPACES
                       MOVE NOMBRE-MV TO TLG-NOMBRE(WS-IDX-LEG)
           IF AUDIT-CEN-ABIERTO
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'LEGAJMNT' TO RS-JOB
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

       END PROGRAM LEGAJMNT.

       01  FIN-RUNSTAT-HIST    PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA      PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION     PIC X(1).
       01  WS-LR-JOB           PIC X(10) VALUE 'TARJEXTR'.
       01  WS-LR-PEDIDO.
           02 WS-LR-CANT-ARCHIVOS PIC 9(2) VALUE 0.
           02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 WS-LR-ARCHIVO PIC X(20).
               03 WS-LR-MODO   PIC X(1).
       01  WS-LR-TENEDOR.
           02 WS-LR-TEN-ARCHIVO PIC X(20).
           02 WS-LR-TEN-JOB    PIC X(10).
           02 WS-LR-TEN-RUN-ID PIC X(11).
           02 WS-LR-TEN-DESDE  PIC X(21).
       01  WS-LR-RETORNO       PIC 9(2).
       01  WS-LOCKS-TOMADOS    PIC X VALUE 'N'.
           88 LOCKS-TOMADOS    VALUE 'S'.
       01  WS-CANT-DELTAS      PIC 9(7) VALUE 0.
       01  WS-FIN-CURSOR       PIC 9 VALUE 0.
       01  WS-IDX-ANT          PIC 9(5).
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 1100-TOMAR-LOCKS

           PERFORM 1200-CARGAR-EXTRACTO-ANTERIOR

           OPEN OUTPUT TARJETAS-NUEVO
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       1100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'TARJNVO' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'TARJDELT' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
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
                   PERFORM 3000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 3000-FINAL
           END-EVALUATE.

       1200-CARGAR-EXTRACTO-ANTERIOR.
           OPEN INPUT TARJETAS-ANT
           IF FS-TARJ-ANT = ZEROS
           DISPLAY 'TARJETAS BAJADAS   : ' WS-CANT-SALIDA
           DISPLAY 'DELTAS DETECTADOS  : ' WS-CANT-DELTAS

           IF LOCKS-TOMADOS
               PERFORM 3100-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJEXTR' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
           END-IF

           STOP RUN.

       3100-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM TARJEXTR.

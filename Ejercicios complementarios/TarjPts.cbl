           02  NRO-COMERCIO            PIC X(10).
           02  CANT-CUOTAS-C           PIC 9(2).
           02  MONEDA-CONS             PIC X(3).
           02  NRO-ADIC-C              PIC 9(2).
           02  TIPO-CONS-C             PIC X(1).
              88 CONS-ADELANTO         VALUE 'E'.
           02  FECHA-CONS-C            PIC 9(8).
           02  NRO-TERMINAL-C          PIC X(8).

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  TARJETAS.
       01  REG-TARJETAS.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJPTS'.
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

       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-PERIODO                  PIC X(6).
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-REGLAS
           PERFORM 13000-CARGAR-COMERCIOS
           PERFORM 14000-CARGAR-TARJETAS
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'CONSUMO' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'COMERMAE' TO WS-LR-ARCHIVO(3)
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
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           IF FS-REGLAS-OK
           END-IF.

      *    Base de puntos cada 100 de consumo, multiplicador por
      *    rubro y rubros excluidos segun la tabla de reglas. Los
      *    adelantos en efectivo no suman puntos.
       20000-ACREDITAR-CONSUMOS.
           READ CONSUMOS
               AT END
           IF FIN-CONSUMOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 21000-RESOLVER-RUBRO
               IF CONS-ADELANTO
                   MOVE 'S' TO WS-EXCLUIDO
               END-IF
               IF WS-EXCLUIDO NOT = 'S'
                   COMPUTE WS-PUNTOS-GANADOS ROUNDED =
                       MONT-CONS / 100 * WS-PUNTOS-BASE
           IF FS-PURGA-OK
               CLOSE PURGA-REPORTE
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJPTS' TO RS-JOB
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

       END PROGRAM TARJPTS.

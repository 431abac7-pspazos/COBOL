       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJPREC'.
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

       01  WS-PARM                     PIC X(4) VALUE SPACES.
       01  WS-PCT-REBAJA-CUOTA         PIC 9(2)V99 VALUE 2.00.
       01  WS-CUOTAS-ABIERTO           PIC X VALUE 'N'.
           88 CUOTAS-ABIERTO           VALUE 'S'.
       01  WS-IDX-SOL                  PIC 9(3).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-ES-PRECANCELADA          PIC X.

       01  CANT-SOLICITUDES            PIC 9(3) VALUE 0.
           02 FILLER              PIC X(45) VALUE
              'TARJPREC  COTIZACIONES DE PRECANCELACION'.
       01  LIN-CQ-DETALLE.
           02 LCQ-CTA             PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCQ-PLAN            PIC X(10).
           02 FILLER              PIC X(8)  VALUE ' CUOTAS '.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-SOLICITUDES

           OPEN INPUT CUOTAS-PENDIENTES.
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CUOTAPEN' TO WS-LR-ARCHIVO(1)
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

       12000-CARGAR-SOLICITUDES.
           OPEN INPUT SOLICITUDES.
           IF FS-SOLICITUDES-OK
                   WRITE REG-CONSUMO-PREC
                   ADD 1 TO WS-CANT-SALIDA
                   IF FS-COTIZACIONES-OK
                       MOVE TSL-NRO-CTA(WS-IDX-SOL) TO WS-EM-NUMERO
                       PERFORM 29000-ENMASCARAR-CTA
                       MOVE WS-EM-MASCARA(1:8) TO LCQ-CTA
                       MOVE TSL-NRO-COMERCIO(WS-IDX-SOL)
                           TO LCQ-PLAN
                       MOVE TSL-CANT-CUOTAS(WS-IDX-SOL)
               MOVE 'N' TO WS-CUOTAS-ABIERTO
           END-IF.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           DISPLAY 'SOLICITUDES LEIDAS : ' WS-CANT-ENTRADA
           DISPLAY 'PRECANCELACIONES   : ' WS-CANT-SALIDA
           IF FS-COTIZACIONES-OK
               CLOSE COTIZACIONES
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJPREC' TO RS-JOB
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

       END PROGRAM TARJPREC.

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-BALANCE.

           SELECT DEVENGOS ASSIGN TO  '..\DEVENGOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEVENGOS.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
       FD  BALANCE-SUMAS.
       01  LIN-BALANCE                 PIC X(90).

       FD  DEVENGOS.
       01  REG-DEVENGO.
           02 PERIODO-DV               PIC X(6).
           02 CONCEPTO-DV              PIC X(12).
           02 CONCEPTO-REV-DV          PIC X(12).
           02 IMPORTE-DV               PIC 9(13)V99.
           02 FECHA-DEV-DV             PIC 9(8).
           02 FECHA-REV-DV             PIC 9(8).
           02 ESTADO-DV                PIC X(1).
           02 RUN-ID-DV                PIC X(11).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'GLLEDGER'.
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
       01  WS-CANT-RECHAZADOS          PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(13) VALUE SPACES.
       01  WS-TOTAL-DEBE               PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-HABER              PIC 9(15)V99 VALUE 0.
       01  WS-PERIODO-CERRADO          PIC X.
       01  FS-DEVENGOS                 PIC X(2).
           88 FS-DEVENGOS-OK       VALUE "00".
       01  FIN-DEVENGOS                PIC X VALUE 'N'.
       01  WS-PERIODO-LIMITE-DEV       PIC X(6).
       01  WS-DEVENGOS-PENDIENTES      PIC 9(3) VALUE 0.

       01  CANT-MAYOR                  PIC 9(4) VALUE 0.
       01  TABLA-MAYOR.
           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 5 TO WS-LR-CANT-ARCHIVOS
           MOVE 'GLBAL' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'GLJRNL' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'GLPERIOD' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'GLAPPL.DAT' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'DEVENGOS.DAT' TO WS-LR-ARCHIVO(5)
           MOVE 'L' TO WS-LR-MODO(5)
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

       12000-CARGAR-PERIODOS.
           MOVE 'N' TO FIN-ARCHIVO
           OPEN INPUT PERIODOS.
               DISPLAY 'PERIODO ' WS-PERIODO-CIERRE ' YA CERRADO'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           ELSE
               PERFORM 53000-VER-DEVENGOS
               IF WS-DEVENGOS-PENDIENTES > 0
                   DISPLAY 'PERIODO ' WS-PERIODO-CIERRE
                           ' NO SE CIERRA: ' WS-DEVENGOS-PENDIENTES
                           ' DEVENGOS SIN REVERTIR HASTA '
                           WS-PERIODO-LIMITE-DEV
                   MOVE '53000-VER-DEVENGOS' TO JL-PARRAFO
                   MOVE SPACES TO JL-FILE-STATUS
                   MOVE 'DEVENGOS SIN REVERTIR, NO SE CIERRA'
                       TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               ELSE
                   MOVE WS-PERIODO-CIERRE(1:4) TO WS-ANIO-AUX
                   MOVE WS-PERIODO-CIERRE(5:2) TO WS-MES-AUX
                   IF WS-MES-AUX = 12
                       ADD 1 TO WS-ANIO-AUX
                       MOVE 1 TO WS-MES-AUX
                   ELSE
                       ADD 1 TO WS-MES-AUX
                   END-IF
                   MOVE WS-ANIO-AUX TO WS-PERIODO-SIGUIENTE(1:4)
                   MOVE WS-MES-AUX TO WS-PERIODO-SIGUIENTE(5:2)
                   PERFORM 52000-ARRASTRAR-SALDOS
                   PERFORM 24000-GRABAR-MAYOR
                   OPEN EXTEND PERIODOS
                   IF FS-PERIODOS = '35'
                       OPEN OUTPUT PERIODOS
                   END-IF
                   IF FS-PERIODOS-OK
                       MOVE WS-PERIODO-CIERRE TO PERIODO-PE
                       MOVE 'CERRADO' TO ESTADO-PE
                       MOVE WS-FECHA-HOY TO FECHA-CIERRE-PE
                       WRITE REG-PERIODO
                       CLOSE PERIODOS
                       DISPLAY 'PERIODO ' WS-PERIODO-CIERRE
                               ' CERRADO'
                   ELSE
                       DISPLAY 'ERROR AL GRABAR GLPERIOD '
                               FS-PERIODOS
                       MOVE 'ERROR' TO WS-ESTADO-FINAL
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      *    Los devengos de dos periodos atras o anteriores ya debieron
      *    revertirse; si quedan pendientes el cierre se rechaza.
       53000-VER-DEVENGOS.
           MOVE WS-PERIODO-CIERRE(1:4) TO WS-ANIO-AUX
           MOVE WS-PERIODO-CIERRE(5:2) TO WS-MES-AUX
           IF WS-MES-AUX > 2
               SUBTRACT 2 FROM WS-MES-AUX
           ELSE
               SUBTRACT 1 FROM WS-ANIO-AUX
               ADD 10 TO WS-MES-AUX
           END-IF
           MOVE WS-ANIO-AUX TO WS-PERIODO-LIMITE-DEV(1:4)
           MOVE WS-MES-AUX TO WS-PERIODO-LIMITE-DEV(5:2)
           OPEN INPUT DEVENGOS.
           IF FS-DEVENGOS-OK
               PERFORM UNTIL FIN-DEVENGOS = 'S'
                   READ DEVENGOS
                       AT END
                           MOVE 'S' TO FIN-DEVENGOS
                       NOT AT END
                           IF PERIODO-DV <= WS-PERIODO-LIMITE-DEV
                              AND ESTADO-DV NOT = 'R'
                               ADD 1 TO WS-DEVENGOS-PENDIENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVENGOS
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'GLLEDGER' TO RS-JOB
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

       END PROGRAM GLLEDGER.

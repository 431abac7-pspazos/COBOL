                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SERVICIOS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT DEVENGOS ASSIGN TO  '..\DEVENGOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEVENGOS.

           SELECT DEVENGOS-WORK ASSIGN TO 'GLDEVWRK.TMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEV-WORK.

           SELECT PLAN-CUENTAS ASSIGN TO  '..\PLANCTAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02 DESCRIPCION-SM           PIC X(30).
           02 ACTIVO-SM                PIC X(1).
           02 AREA-SM                  PIC X(10).
           02 MESES-DIFER-SM           PIC 9(2).
           02 REINTEGRA-SM             PIC X(1).

      *    Interfaz de los subsistemas que asientan por concepto
      *    propio; cada job agrega sus renglones con la fecha del
      *    asiento.
       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

      *    Devengos de cierre de mes de GLDEVENG; la reversion queda
      *    'R' cuando se asienta en su fecha.
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

       FD  DEVENGOS-WORK.
       01  REG-DEV-WORK                PIC X(73).

       FD  PLAN-CUENTAS.
       01  REG-PLAN-CUENTA.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'GLPOST'.
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
       01  FIN-ARCHIVO                 PIC X VALUE 'N'.

       01  WS-TOTAL-FACTURACION        PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-CASTIGOS           PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-RECUPEROS          PIC 9(13)V99 VALUE 0.

       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FIN-INTERFAZ                PIC X VALUE 'N'.
       01  WS-IDX-INTERFAZ             PIC 9(3).

       01  CANT-INTERFAZ               PIC 9(3) VALUE 0.
       01  TABLA-INTERFAZ.
           02 TABLA-INTERFAZ-ITEM OCCURS 1 TO 300 TIMES
                                  DEPENDING ON CANT-INTERFAZ
                                  INDEXED BY IDX-INTERFAZ.
               03 TIG-CONCEPTO         PIC X(12).
               03 TIG-AREA             PIC X(10).
               03 TIG-IMPORTE          PIC 9(13)V99.

       01  FS-RESUM-SRV                PIC X(2).
           88 FS-RESUM-SRV-OK      VALUE "00".
       01  FS-SERVICIOS                PIC X(2).
               03 TAR-AREA             PIC X(10).
               03 TAR-IMPORTE          PIC S9(13)V99.

       01  FS-DEVENGOS                 PIC X(2).
           88 FS-DEVENGOS-OK       VALUE "00".
       01  FIN-DEVENGOS                PIC X VALUE 'N'.
       01  FS-DEV-WORK                 PIC X(2).
           88 FS-DEV-WORK-OK       VALUE "00".
       01  FIN-DEV-WORK                PIC X VALUE 'N'.
       01  WS-CANT-REVERTIDOS          PIC 9(3) VALUE 0.


       01  FS-PLAN                     PIC X(2).
           88 FS-PLAN-OK           VALUE "00".
       01  FIN-PLAN                    PIC X VALUE 'N'.

       01  CANT-ASIENTOS               PIC 9(3) VALUE 0.
       01  TABLA-ASIENTOS.
           02 TABLA-ASIENTOS-ITEM OCCURS 1 TO 999 TIMES
                                  DEPENDING ON CANT-ASIENTOS
                                  INDEXED BY IDX-ASIENTO.
               03 TAS-CUENTA           PIC X(8).
           PERFORM 24000-ACUMULAR-CASTIGOS.
           PERFORM 24500-ACUMULAR-CANJES-PTS.
           PERFORM 24700-ACUMULAR-COMPRAS.
           PERFORM 24800-ACUMULAR-INTERFAZ.
           PERFORM 25000-ARMAR-ASIENTOS.
           PERFORM 26000-VERIFICAR-BALANCE.
           PERFORM 28500-CONSOLIDAR-EMPRESAS.
           END-IF

           PERFORM 11000-GENERAR-RUN-ID
           PERFORM 11100-TOMAR-LOCKS
           PERFORM 12000-CARGAR-CUENTAS-GL
           PERFORM 12500-CARGAR-PLAN-CUENTAS.

           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'DEVENGOS.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'GLJRNL' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'GLJRNLH.DAT' TO WS-LR-ARCHIVO(3)
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
                   PERFORM 30000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   MOVE '11100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-CUENTAS-GL.
           MOVE 'N' TO FIN-ARCHIVO
           OPEN INPUT CUENTAS-GL.
               CLOSE PAGAR-PROVEEDORES
           END-IF.

      *    Los renglones de la interfaz del dia se agrupan por
      *    concepto y area antes de asentarse.
       24800-ACUMULAR-INTERFAZ.
           OPEN INPUT INTERFAZ-GL.
           IF FS-INTERFAZ-OK
               PERFORM UNTIL FIN-INTERFAZ = 'S'
                   READ INTERFAZ-GL
                       AT END
                           MOVE 'S' TO FIN-INTERFAZ
                       NOT AT END
                           IF FECHA-GI = WS-FECHA-HOY-N
                               PERFORM 24900-SUMAR-INTERFAZ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFAZ-GL
           END-IF.

       24900-SUMAR-INTERFAZ.
           SET IDX-INTERFAZ TO 1
           IF CANT-INTERFAZ > 0
               SEARCH TABLA-INTERFAZ-ITEM
                   AT END
                       ADD 1 TO CANT-INTERFAZ
                       MOVE CONCEPTO-GI
                           TO TIG-CONCEPTO(CANT-INTERFAZ)
                       MOVE AREA-GI TO TIG-AREA(CANT-INTERFAZ)
                       MOVE IMPORTE-GI TO TIG-IMPORTE(CANT-INTERFAZ)
                   WHEN TIG-CONCEPTO(IDX-INTERFAZ) = CONCEPTO-GI
                    AND TIG-AREA(IDX-INTERFAZ) = AREA-GI
                       ADD IMPORTE-GI TO TIG-IMPORTE(IDX-INTERFAZ)
               END-SEARCH
           ELSE
               ADD 1 TO CANT-INTERFAZ
               MOVE CONCEPTO-GI TO TIG-CONCEPTO(CANT-INTERFAZ)
               MOVE AREA-GI TO TIG-AREA(CANT-INTERFAZ)
               MOVE IMPORTE-GI TO TIG-IMPORTE(CANT-INTERFAZ)
           END-IF.

       25000-ARMAR-ASIENTOS.
           MOVE SPACES TO WS-AREA
           IF CANT-AREAS = 0
               MOVE TJR-IMPORTE(WS-IDX-JURIS)
                   TO WS-IMPORTE-CONCEPTO
               PERFORM 25500-ASENTAR-CONCEPTO
           END-PERFORM
           PERFORM VARYING WS-IDX-INTERFAZ FROM 1 BY 1
               UNTIL WS-IDX-INTERFAZ > CANT-INTERFAZ
               MOVE TIG-CONCEPTO(WS-IDX-INTERFAZ) TO WS-CONCEPTO
               MOVE TIG-AREA(WS-IDX-INTERFAZ) TO WS-AREA
               MOVE TIG-IMPORTE(WS-IDX-INTERFAZ)
                   TO WS-IMPORTE-CONCEPTO
               PERFORM 25500-ASENTAR-CONCEPTO
           END-PERFORM
           MOVE SPACES TO WS-AREA.

       25500-ASENTAR-CONCEPTO.
           MOVE 'S' TO WS-CUENTA-POSTABLE
           END-IF
           IF JOURNAL-BALANCEADO
               PERFORM 29000-GRABAR-ASIENTOS
               PERFORM 29500-MARCAR-REVERSIONES
               DISPLAY 'GLPOST: JOURNAL BALANCEADO, '
                       CANT-ASIENTOS ' ASIENTOS'
           ELSE
               CLOSE ASIENTOS-HIST
           END-IF.

      *    Las reversiones de devengo fechadas hoy que entraron en el
      *    journal liberado quedan revertidas en DEVENGOS. El archivo
      *    se copia entero al de trabajo marcando las reversiones y,
      *    si hubo alguna, se reemplaza con esa copia.
       29500-MARCAR-REVERSIONES.
           OPEN INPUT DEVENGOS.
           IF FS-DEVENGOS-OK
               OPEN OUTPUT DEVENGOS-WORK
               IF NOT FS-DEV-WORK-OK
                   DISPLAY 'ERROR AL ABRIR GLDEVWRK ' FS-DEV-WORK
                   MOVE '29500-MARCAR-REVERS' TO JL-PARRAFO
                   MOVE FS-DEV-WORK TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR GLDEVWRK' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   MOVE 'S' TO FIN-DEVENGOS
               END-IF
               PERFORM UNTIL FIN-DEVENGOS = 'S'
                   READ DEVENGOS
                       AT END
                           MOVE 'S' TO FIN-DEVENGOS
                       NOT AT END
                           IF ESTADO-DV = 'P'
                              AND FECHA-REV-DV = WS-FECHA-HOY-N
                               PERFORM 29600-VER-REVERSION
                           END-IF
                           MOVE REG-DEVENGO TO REG-DEV-WORK
                           WRITE REG-DEV-WORK
                   END-READ
               END-PERFORM
               CLOSE DEVENGOS
               IF FS-DEV-WORK-OK
                   CLOSE DEVENGOS-WORK
                   IF WS-CANT-REVERTIDOS > 0
                       PERFORM 29700-REEMPLAZAR-DEVENGOS
                   END-IF
               END-IF
           END-IF.

       29600-VER-REVERSION.
           IF CANT-ASIENTOS > 0
               SET IDX-ASIENTO TO 1
               SEARCH TABLA-ASIENTOS-ITEM
                   AT END
                       CONTINUE
                   WHEN TAS-CONCEPTO(IDX-ASIENTO) = CONCEPTO-REV-DV
                       MOVE 'R' TO ESTADO-DV
                       ADD 1 TO WS-CANT-REVERTIDOS
               END-SEARCH
           END-IF.

       29700-REEMPLAZAR-DEVENGOS.
           OPEN INPUT DEVENGOS-WORK
           IF NOT FS-DEV-WORK-OK
               DISPLAY 'ERROR RELECTURA GLDEVWRK ' FS-DEV-WORK
               MOVE '29700-REEMPLAZAR-DEV' TO JL-PARRAFO
               MOVE FS-DEV-WORK TO JL-FILE-STATUS
               MOVE 'ERROR RELECTURA GLDEVWRK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           ELSE
               OPEN OUTPUT DEVENGOS
               IF NOT FS-DEVENGOS-OK
                   DISPLAY 'ERROR AL GRABAR DEVENGOS ' FS-DEVENGOS
                   MOVE '29700-REEMPLAZAR-DEV' TO JL-PARRAFO
                   MOVE FS-DEVENGOS TO JL-FILE-STATUS
                   MOVE 'ERROR AL GRABAR DEVENGOS' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               ELSE
                   PERFORM UNTIL FIN-DEV-WORK = 'S'
                       READ DEVENGOS-WORK
                           AT END
                               MOVE 'S' TO FIN-DEV-WORK
                           NOT AT END
                               MOVE REG-DEV-WORK TO REG-DEVENGO
                               WRITE REG-DEVENGO
                       END-READ
                   END-PERFORM
                   CLOSE DEVENGOS
                   DISPLAY 'GLPOST: DEVENGOS REVERTIDOS '
                           WS-CANT-REVERTIDOS
               END-IF
               CLOSE DEVENGOS-WORK
           END-IF.

      *    La consolidacion agrupa por empresa los asientos del dia
      *    desde el journal historico GLJRNLH, que retiene las
      *    corridas de todas las empresas; el GLJRNL por corrida
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               MOVE 'GLPOST' TO RS-JOB
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

       END PROGRAM GLPOST.

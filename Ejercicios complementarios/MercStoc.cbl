                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RECH-EGR.

           SELECT PRONOSTICO ASSIGN TO  '..\PRONOST'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PRONOSTICO.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 CANT-ART-RE          PIC 9(10).
           03 MOTIVO-RE            PIC X(25).

       FD  PRONOSTICO.
       01  REG-PRONOSTICO.
           03 NRO-ART-PN           PIC 9(8).
           03 DEPOSITO-PN          PIC X(3).
           03 PERIODO-PN           PIC 9(6).
           03 DEMANDA-PROM-PN      PIC 9(10).
           03 FACTOR-EST-PN        PIC 9V99.
           03 DEMANDA-PN           PIC 9(10).
           03 DEMANDA-DIARIA-PN    PIC 9(8)V99.
           03 PUNTO-PEDIDO-PN      PIC 9(10).
           03 CANT-SUGERIDA-PN     PIC 9(10).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA          PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA           PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'MERCSTOC'.
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

       01  FS-M-EOF                PIC 9 VALUE 0.
       01  FS-S-EOF                PIC 9 VALUE 0.
           02 WS-PARM-CANT-SUG      PIC 9(10).
       01  WS-CANT-MIN-STOCK       PIC 9(10) VALUE 50.
       01  WS-CANT-SUGERIDA        PIC 9(10) VALUE 100.
       01  WS-PUNTO-PEDIDO         PIC 9(10).
       01  WS-CANT-PEDIR           PIC 9(10).
       01  WS-NRO-ART-PRON         PIC 9(8).
       01  WS-DEPOSITO-PRON        PIC X(3).

       01  WS-CANT-RECIBIDA        PIC 9(10) VALUE 0.
       01  WS-VALOR-RECIBIDO       PIC S9(15)V99 VALUE 0.
           02 FILLER           PIC X(8)  VALUE ' DIAS:  '.
           02 LTV-DIAS         PIC ZZZZ9.

      *    Punto de pedido y cantidad del pronostico de demanda;
      *    sin pronostico rigen los parametros de la corrida.
       01  FS-PRONOSTICO           PIC X(2).
           88 FS-PRONOSTICO-OK     VALUE "00".
       01  FIN-PRONOSTICO          PIC X VALUE 'N'.
       01  CANT-PRONOSTICOS        PIC 9(4) VALUE 0.
       01  TABLA-PRONOSTICOS.
           02 TABLA-PRON-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PRONOSTICOS
                              INDEXED BY IDX-PRON.
               03 TPN-NRO-ART      PIC 9(8).
               03 TPN-DEPOSITO     PIC X(3).
               03 TPN-PUNTO        PIC 9(10).
               03 TPN-SUGERIDA     PIC 9(10).

       01  FS-RECH-EGR             PIC X(2).
           88 FS-RECH-EGR-OK       VALUE "00".
       01  WS-RECH-EGR-ABIERTO     PIC X VALUE 'N'.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           OPEN I-O MERCADERIA
           IF NOT FS-MERC-OK
               DISPLAY 'ERROR AL ABRIR ARCHIVO MERCADERIA'
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 14000-CARGAR-DEPOSITOS
           PERFORM 14500-CARGAR-PRONOSTICO
           PERFORM 15000-CARGAR-TRANSITO
           PERFORM 15500-CARGAR-LOTES

               CLOSE STOCK-DEPOSITOS
           END-IF.

      *    Solo se toman pronosticos con demanda; un articulo sin
      *    consumo previsto sigue con el minimo fijo.
       14500-CARGAR-PRONOSTICO.
           OPEN INPUT PRONOSTICO
           IF FS-PRONOSTICO-OK
               PERFORM UNTIL FIN-PRONOSTICO = 'S'
                   READ PRONOSTICO
                       AT END
                           MOVE 'S' TO FIN-PRONOSTICO
                       NOT AT END
                           IF DEMANDA-PN > 0
                              AND CANT-PRONOSTICOS < 9999
                               ADD 1 TO CANT-PRONOSTICOS
                               MOVE NRO-ART-PN
                                   TO TPN-NRO-ART(CANT-PRONOSTICOS)
                               MOVE DEPOSITO-PN
                                   TO TPN-DEPOSITO(CANT-PRONOSTICOS)
                               MOVE PUNTO-PEDIDO-PN
                                   TO TPN-PUNTO(CANT-PRONOSTICOS)
                               MOVE CANT-SUGERIDA-PN
                                   TO TPN-SUGERIDA(CANT-PRONOSTICOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRONOSTICO
           END-IF.

       14600-BUSCAR-PRONOSTICO.
           MOVE WS-CANT-MIN-STOCK TO WS-PUNTO-PEDIDO
           MOVE WS-CANT-SUGERIDA TO WS-CANT-PEDIR
           IF CANT-PRONOSTICOS > 0
               SET IDX-PRON TO 1
               SEARCH TABLA-PRON-ITEM
                   AT END
                       CONTINUE
                   WHEN TPN-NRO-ART(IDX-PRON) = WS-NRO-ART-PRON
                    AND TPN-DEPOSITO(IDX-PRON) = WS-DEPOSITO-PRON
                       MOVE TPN-PUNTO(IDX-PRON) TO WS-PUNTO-PEDIDO
                       MOVE TPN-SUGERIDA(IDX-PRON) TO WS-CANT-PEDIR
               END-SEARCH
           END-IF.

       15000-CARGAR-TRANSITO.
           OPEN INPUT TRANSITO
           IF FS-TRANSITO-OK
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 5 TO WS-LR-CANT-ARCHIVOS
           MOVE 'MERC.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'STOCKN' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'LOTESTK' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'DEPOSTK' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'TRANSITO' TO WS-LR-ARCHIVO(5)
           MOVE 'A' TO WS-LR-MODO(5)
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

       20000-PROCESO.
           EVALUATE TRUE
               WHEN NRO-ART = NRO-ART-STOCK
           ADD 1 TO WS-CANT-SALIDA.

       27200-VERIFICAR-REORDEN.
           MOVE NRO-ART-STOCK TO WS-NRO-ART-PRON
           MOVE SPACES TO WS-DEPOSITO-PRON
           PERFORM 14600-BUSCAR-PRONOSTICO
           IF WS-CANT-NUEVA < WS-PUNTO-PEDIDO
               MOVE NRO-ART-STOCK TO NRO-ART-RO
               MOVE NOM-STOCK TO NOM-ART-RO
               MOVE WS-CANT-NUEVA TO CANT-ACTUAL-RO
               MOVE WS-CANT-PEDIR TO CANT-SUGERIDA-RO
               MOVE SPACES TO DEPOSITO-RO
               WRITE REG-REORDEN
               IF NOT FS-REORDEN-OK
                               FROM TDP-CANT(WS-IDX-DEP)
                       END-IF
                       PERFORM 16600-EGRESO-FEFO
      *                El egreso del deposito queda en MOVSTOCK como
      *                'D' para la demanda por sucursal; el total del
      *                articulo sigue saliendo como 'E'.
                       IF DEPOSITO-MOV NOT = SPACES
                           MOVE 'D' TO TIPO-MOV-MV
                           PERFORM 28500-MOV-DEPOSITO
                       END-IF
                   END-IF
               WHEN MOV-INGRESO
                   ADD CANT-ART TO WS-CANT-RECIBIDA
       29000-REORDEN-POR-DEPOSITO.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > CANT-DEPOSTK
               MOVE TDP-NRO-ART(WS-IDX-DEP) TO WS-NRO-ART-PRON
               MOVE TDP-DEPOSITO(WS-IDX-DEP) TO WS-DEPOSITO-PRON
               PERFORM 14600-BUSCAR-PRONOSTICO
               IF TDP-CANT(WS-IDX-DEP) < WS-PUNTO-PEDIDO
                  AND REORDEN-ABIERTO
                   MOVE TDP-NRO-ART(WS-IDX-DEP) TO NRO-ART-RO
                   MOVE SPACES TO NOM-ART-RO
                   ELSE
                       MOVE 0 TO CANT-ACTUAL-RO
                   END-IF
                   MOVE WS-CANT-PEDIR TO CANT-SUGERIDA-RO
                   MOVE TDP-DEPOSITO(WS-IDX-DEP) TO DEPOSITO-RO
                   WRITE REG-REORDEN
               END-IF
           IF RECH-EGR-ABIERTO
               CLOSE RECH-EGRESOS
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MERCSTOC' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
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

       END PROGRAM YOUR-PROGRAM-NAME.

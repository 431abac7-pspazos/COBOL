      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *    Seguimiento de activacion de plasticos entregados. DB2EJ4
      *    deja en ENTREGAS cada pieza que confirma entregada, con
      *    courier y zona; autorizaciones informa las activaciones en
      *    ACTIVAC. ACTIVMAE guarda cada tarjeta hasta su activacion.
      *    La tarjeta sin activar pasados los dias de aviso sale en
      *    ACTIVPEN para el llamado; pasados los dias de bloqueo se
      *    boletina por HOTMOVS con motivo N. El primer dia de cada
      *    mes se emite ACTIVRES con la tasa de activacion del mes
      *    anterior por zona y por courier.
      *    Parm: DDDBBB = dias de aviso y dias de bloqueo.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJACTI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTREGAS ASSIGN TO  '..\ENTREGAS'
                          FILE STATUS  IS FS-ENTREGAS.

           SELECT ACTIVACIONES ASSIGN TO  '..\ACTIVAC'
                          FILE STATUS  IS FS-ACTIVACIONES.

           SELECT SEGUIMIENTO ASSIGN TO  '..\ACTIVMAE'
                          FILE STATUS  IS FS-SEGUIMIENTO.

           SELECT MOVIMIENTOS-HOT ASSIGN TO  '..\HOTMOVS'
                          FILE STATUS  IS FS-HOTMOVS.

           SELECT PENDIENTES ASSIGN TO  '..\ACTIVPEN'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS  IS FS-PENDIENTES.

           SELECT RESUMEN-ACTIV ASSIGN TO  '..\ACTIVRES'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS  IS FS-RESUMEN.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                          FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
       01  REG-ENTREGA.
           03 NRO-TARJETA-EN       PIC X(16).
           03 NRO-CTA-EN           PIC X(10).
           03 FEC-ENTREGA-EN       PIC 9(8).
           03 COURIER-EN           PIC X(10).
           03 ZONA-EN              PIC X(4).

       FD  ACTIVACIONES.
       01  REG-ACTIVACION.
           03 NRO-TARJETA-AC       PIC X(16).
           03 FEC-ACTIVACION-AC    PIC 9(8).
           03 CANAL-AC             PIC X(3).

       FD  SEGUIMIENTO.
       01  REG-SEGUIMIENTO.
           03 NRO-TARJETA-AM       PIC X(16).
           03 NRO-CTA-AM           PIC X(10).
           03 FEC-ENTREGA-AM       PIC 9(8).
           03 COURIER-AM           PIC X(10).
           03 ZONA-AM              PIC X(4).
           03 FEC-ACTIVACION-AM    PIC 9(8).
           03 FEC-AVISO-AM         PIC 9(8).
           03 FEC-BLOQUEO-AM       PIC 9(8).
           03 ESTADO-AM            PIC X(1).

       FD  MOVIMIENTOS-HOT.
       01  REG-MOVIMIENTO-HOT.
           03 TIPO-MV              PIC X(1).
           03 NRO-CTA-MV           PIC 9(8).
           03 FECHA-MV             PIC 9(8).
           03 MOTIVO-MV            PIC X(1).
           03 NRO-ADIC-MV          PIC 9(2).

       FD  PENDIENTES.
       01  LIN-PENDIENTE           PIC X(80).

       FD  RESUMEN-ACTIV.
       01  LIN-RESUMEN             PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB            PIC X(10).
           02 RS-INICIO         PIC X(21).
           02 RS-FIN            PIC X(21).
           02 RS-CANT-ENTRADA   PIC 9(7).
           02 RS-CANT-SALIDA    PIC 9(7).
           02 RS-ESTADO         PIC X(10).
           02 RS-RUN-ID         PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-ENTREGAS         PIC XX.
       01  FIN-ENTREGAS        PIC 9 VALUE 0.
       01  FS-ACTIVACIONES     PIC XX.
       01  FIN-ACTIVACIONES    PIC 9 VALUE 0.
       01  FS-SEGUIMIENTO      PIC XX.
       01  FIN-SEGUIMIENTO     PIC 9 VALUE 0.
       01  FS-HOTMOVS          PIC XX.
       01  FS-PENDIENTES       PIC XX.
       01  FS-RESUMEN          PIC XX.
       01  FS-RUNSTAT          PIC XX.
       01  WS-HOTMOVS-ABIERTO  PIC X VALUE 'N'.
           88 HOTMOVS-ABIERTO  VALUE 'S'.
       01  WS-RESUMEN-ABIERTO  PIC X VALUE 'N'.
           88 RESUMEN-ABIERTO  VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO  PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO  VALUE 'S'.
       01  WS-HORA-INICIO      PIC X(21).
       01  WS-ESTADO-FINAL     PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID           PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA  PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST    PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA      PIC 9(7) VALUE 0.
       01  WS-CANT-ACTIVADAS   PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-ENTREGA PIC 9(7) VALUE 0.
       01  WS-CANT-AVISOS      PIC 9(7) VALUE 0.
       01  WS-CANT-BLOQUEOS    PIC 9(7) VALUE 0.

       01  WS-PARM             PIC X(6) VALUE SPACES.
       01  WS-DIAS-AVISO       PIC 9(3) VALUE 15.
       01  WS-DIAS-BLOQUEO     PIC 9(3) VALUE 45.
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           02 WS-HOY-AAAA      PIC 9(4).
           02 WS-HOY-MM        PIC 9(2).
           02 WS-HOY-DD        PIC 9(2).
       01  WS-PERIODO-ANT      PIC 9(6).
       01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           02 WS-ANT-AAAA      PIC 9(4).
           02 WS-ANT-MM        PIC 9(2).
       01  WS-FECHA-PURGA      PIC 9(8).
       01  WS-DIAS-SIN-ACTIVAR PIC 9(5).
       01  WS-IDX-SEG          PIC 9(5).
       01  WS-IDX-GRUPO        PIC 9(3).
       01  WS-CTA-X            PIC X(10).
       01  WS-EM-TIPO          PIC X(1).
       01  WS-EM-NUMERO        PIC X(22).
       01  WS-EM-MASCARA       PIC X(22).
       01  WS-TOT-ENTREGADAS   PIC 9(7).
       01  WS-TOT-ACTIVADAS    PIC 9(7).
       01  WS-PORCENTAJE       PIC 9(3)V9.

       01  CANT-SEGUIMIENTO    PIC 9(5) VALUE 0.
       01  TABLA-SEGUIMIENTO.
           02 TABLA-SEG-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-SEGUIMIENTO
                             INDEXED BY IDX-SEG.
               03 TSG-NRO-TARJ     PIC X(16).
               03 TSG-NRO-CTA      PIC X(10).
               03 TSG-FEC-ENTREGA  PIC 9(8).
               03 TSG-COURIER      PIC X(10).
               03 TSG-ZONA         PIC X(4).
               03 TSG-FEC-ACTIV    PIC 9(8).
               03 TSG-FEC-AVISO    PIC 9(8).
               03 TSG-FEC-BLOQUEO  PIC 9(8).
               03 TSG-ESTADO       PIC X(1).
                   88 TSG-PENDIENTE    VALUE 'P'.
                   88 TSG-ACTIVADA     VALUE 'A'.
                   88 TSG-BLOQUEADA    VALUE 'B'.

       01  CANT-ZONAS          PIC 9(3) VALUE 0.
       01  TABLA-ZONAS.
           02 TABLA-ZONA-ITEM OCCURS 1 TO 500 TIMES
                              DEPENDING ON CANT-ZONAS
                              INDEXED BY IDX-ZONA.
               03 TZN-ZONA         PIC X(10).
               03 TZN-ENTREGADAS   PIC 9(7).
               03 TZN-ACTIVADAS    PIC 9(7).

       01  CANT-COURIERS       PIC 9(3) VALUE 0.
       01  TABLA-COURIERS.
           02 TABLA-COURIER-ITEM OCCURS 1 TO 500 TIMES
                                 DEPENDING ON CANT-COURIERS
                                 INDEXED BY IDX-COURIER.
               03 TCR-COURIER      PIC X(10).
               03 TCR-ENTREGADAS   PIC 9(7).
               03 TCR-ACTIVADAS    PIC 9(7).

       01  LIN-AP-TITULO.
           02 FILLER           PIC X(40) VALUE
              'TARJACTI  TARJETAS ENTREGADAS SIN ACTIVA'.
           02 FILLER           PIC X(4)  VALUE 'R   '.
           02 LAT-FECHA        PIC 9(8).
       01  LIN-AP-COLUMNAS.
           02 FILLER           PIC X(40) VALUE
              'TARJETA           CUENTA    ENTREGA   DI'.
           02 FILLER           PIC X(40) VALUE
              'AS COURIER    ZONA SITUACION'.
       01  LIN-AP-DETALLE.
           02 LAD-TARJETA      PIC X(16).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAD-CTA          PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAD-ENTREGA      PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LAD-DIAS         PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LAD-COURIER      PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LAD-ZONA         PIC X(4).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LAD-SITUACION    PIC X(20).
       01  LIN-AP-TOTAL.
           02 FILLER           PIC X(20) VALUE 'LLAMADOS:           '.
           02 LAT-AVISOS       PIC ZZZZZZ9.
           02 FILLER           PIC X(20) VALUE '   BLOQUEOS:        '.
           02 LAT-BLOQUEOS     PIC ZZZZZZ9.

       01  LIN-AR-TITULO.
           02 FILLER           PIC X(40) VALUE
              'TARJACTI  TASA DE ACTIVACION PERIODO   '.
           02 LRT-PERIODO      PIC 9(6).
       01  LIN-AR-SUBTITULO.
           02 LRS-TEXTO        PIC X(12).
           02 FILLER           PIC X(40) VALUE
              '  ENTREGADAS  ACTIVADAS  PORCENTAJE'.
       01  LIN-AR-DETALLE.
           02 LRD-GRUPO        PIC X(12).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LRD-ENTREGADAS   PIC ZZZZZZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRD-ACTIVADAS    PIC ZZZZZZZZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LRD-PORCENTAJE   PIC ZZ9.9.
           02 FILLER           PIC X(2)  VALUE ' %'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FIN-ENTREGAS = 1
           PERFORM 2200-ACTIVACIONES UNTIL FIN-ACTIVACIONES = 1
           PERFORM 2400-CONTROLAR-PENDIENTES
           IF WS-HOY-DD = 1
               PERFORM 2600-RESUMEN-MENSUAL
           END-IF
           PERFORM 2800-REESCRIBIR-MAESTRO
           PERFORM 3000-FINAL.

       1000-INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:3) IS NUMERIC AND WS-PARM(4:3) IS NUMERIC
                       AND WS-PARM(4:3) > WS-PARM(1:3)
                   MOVE WS-PARM(1:3) TO WS-DIAS-AVISO
                   MOVE WS-PARM(4:3) TO WS-DIAS-BLOQUEO
               ELSE
                   DISPLAY 'PARM INVALIDO, SE USAN VALORES POR '
                           'DEFECTO: ' WS-DIAS-AVISO ' '
                           WS-DIAS-BLOQUEO
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-HOY-AAAA TO WS-ANT-AAAA
           MOVE WS-HOY-MM TO WS-ANT-MM
           IF WS-ANT-MM = 1
               MOVE 12 TO WS-ANT-MM
               SUBTRACT 1 FROM WS-ANT-AAAA
           ELSE
               SUBTRACT 1 FROM WS-ANT-MM
           END-IF
           COMPUTE WS-FECHA-PURGA = WS-PERIODO-ANT * 100 + 1

           PERFORM 1050-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT
           IF FS-RUNSTAT = ZEROS
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 1200-CARGAR-SEGUIMIENTO

           OPEN INPUT ENTREGAS
           IF FS-ENTREGAS NOT = ZEROS
               DISPLAY 'SIN ENTREGAS NUEVAS ' FS-ENTREGAS
               MOVE 1 TO FIN-ENTREGAS
           END-IF

           OPEN INPUT ACTIVACIONES
           IF FS-ACTIVACIONES NOT = ZEROS
               DISPLAY 'SIN ACTIVACIONES ' FS-ACTIVACIONES
               MOVE 1 TO FIN-ACTIVACIONES
           END-IF

           OPEN OUTPUT PENDIENTES
           IF FS-PENDIENTES NOT = ZEROS
               DISPLAY 'ERROR OPEN ACTIVPEN' FS-PENDIENTES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF.

       1050-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT = ZEROS
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJACTI' AND RS-FIN(1:8)
                                   = FUNCTION CURRENT-DATE(1:8)
                               ADD 1 TO WS-INTENTO-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF
           ADD 1 TO WS-INTENTO-CORRIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

       1200-CARGAR-SEGUIMIENTO.
           OPEN INPUT SEGUIMIENTO
           IF FS-SEGUIMIENTO = ZEROS
               PERFORM UNTIL FIN-SEGUIMIENTO = 1
                   READ SEGUIMIENTO AT END MOVE 1 TO FIN-SEGUIMIENTO
                   END-READ
                   IF FIN-SEGUIMIENTO NOT = 1
                       ADD 1 TO CANT-SEGUIMIENTO
                       MOVE REG-SEGUIMIENTO
                           TO TABLA-SEG-ITEM(CANT-SEGUIMIENTO)
                   END-IF
               END-PERFORM
               CLOSE SEGUIMIENTO
           END-IF.

      *    Una entrega repetida de la misma tarjeta (reenvio por
      *    devolucion del courier) reinicia el plazo de activacion.
       2000-PROCESO.
           READ ENTREGAS AT END MOVE 1 TO FIN-ENTREGAS
           END-READ
           IF FIN-ENTREGAS NOT = 1
               ADD 1 TO WS-CANT-ENTRADA
               MOVE 0 TO WS-IDX-SEG
               IF CANT-SEGUIMIENTO > 0
                   SET IDX-SEG TO 1
                   SEARCH TABLA-SEG-ITEM
                       AT END
                           CONTINUE
                       WHEN TSG-NRO-TARJ(IDX-SEG) = NRO-TARJETA-EN
                           SET WS-IDX-SEG TO IDX-SEG
                   END-SEARCH
               END-IF
               IF WS-IDX-SEG = 0
                   IF CANT-SEGUIMIENTO = 9999
                       DISPLAY 'ERROR: TABLA DE SEGUIMIENTO LLENA'
                       MOVE 'ERROR' TO WS-ESTADO-FINAL
                       PERFORM 3000-FINAL
                   END-IF
                   ADD 1 TO CANT-SEGUIMIENTO
                   MOVE CANT-SEGUIMIENTO TO WS-IDX-SEG
                   MOVE 0 TO TSG-FEC-ACTIV(WS-IDX-SEG)
                   MOVE 0 TO TSG-FEC-BLOQUEO(WS-IDX-SEG)
                   MOVE SPACE TO TSG-ESTADO(WS-IDX-SEG)
               END-IF
               IF NOT TSG-ACTIVADA(WS-IDX-SEG)
                   MOVE NRO-TARJETA-EN TO TSG-NRO-TARJ(WS-IDX-SEG)
                   MOVE NRO-CTA-EN TO TSG-NRO-CTA(WS-IDX-SEG)
                   MOVE FEC-ENTREGA-EN TO TSG-FEC-ENTREGA(WS-IDX-SEG)
                   MOVE COURIER-EN TO TSG-COURIER(WS-IDX-SEG)
                   MOVE ZONA-EN TO TSG-ZONA(WS-IDX-SEG)
                   MOVE 0 TO TSG-FEC-AVISO(WS-IDX-SEG)
                   IF NOT TSG-BLOQUEADA(WS-IDX-SEG)
                       MOVE 0 TO TSG-FEC-BLOQUEO(WS-IDX-SEG)
                       SET TSG-PENDIENTE(WS-IDX-SEG) TO TRUE
                   END-IF
               END-IF
           END-IF.

       2200-ACTIVACIONES.
           READ ACTIVACIONES AT END MOVE 1 TO FIN-ACTIVACIONES
           END-READ
           IF FIN-ACTIVACIONES NOT = 1
               MOVE 0 TO WS-IDX-SEG
               IF CANT-SEGUIMIENTO > 0
                   SET IDX-SEG TO 1
                   SEARCH TABLA-SEG-ITEM
                       AT END
                           CONTINUE
                       WHEN TSG-NRO-TARJ(IDX-SEG) = NRO-TARJETA-AC
                           SET WS-IDX-SEG TO IDX-SEG
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN WS-IDX-SEG = 0
                       ADD 1 TO WS-CANT-SIN-ENTREGA
                   WHEN TSG-ACTIVADA(WS-IDX-SEG)
                       CONTINUE
                   WHEN OTHER
      *                La activada despues del bloqueo queda en el
      *                listado para que operaciones levante el boletin.
                       IF TSG-BLOQUEADA(WS-IDX-SEG)
                           MOVE 'ACTIVADA BLOQUEADA' TO LAD-SITUACION
                           PERFORM 2500-GRABAR-PENDIENTE
                       END-IF
                       MOVE FEC-ACTIVACION-AC
                           TO TSG-FEC-ACTIV(WS-IDX-SEG)
                       SET TSG-ACTIVADA(WS-IDX-SEG) TO TRUE
                       ADD 1 TO WS-CANT-ACTIVADAS
               END-EVALUATE
           END-IF.

       2400-CONTROLAR-PENDIENTES.
           MOVE WS-FECHA-HOY TO LAT-FECHA
           WRITE LIN-PENDIENTE FROM LIN-AP-TITULO
           WRITE LIN-PENDIENTE FROM LIN-AP-COLUMNAS
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > CANT-SEGUIMIENTO
               IF TSG-PENDIENTE(WS-IDX-SEG)
                       AND TSG-FEC-ENTREGA(WS-IDX-SEG) < WS-FECHA-HOY
                   COMPUTE WS-DIAS-SIN-ACTIVAR =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(
                             TSG-FEC-ENTREGA(WS-IDX-SEG))
                   EVALUATE TRUE
                       WHEN WS-DIAS-SIN-ACTIVAR > WS-DIAS-BLOQUEO
                           PERFORM 2450-BLOQUEAR-TARJETA
                       WHEN WS-DIAS-SIN-ACTIVAR > WS-DIAS-AVISO
                           IF TSG-FEC-AVISO(WS-IDX-SEG) = 0
                               MOVE WS-FECHA-HOY
                                   TO TSG-FEC-AVISO(WS-IDX-SEG)
                           END-IF
                           MOVE 'LLAMAR' TO LAD-SITUACION
                           PERFORM 2500-GRABAR-PENDIENTE
                           ADD 1 TO WS-CANT-AVISOS
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE WS-CANT-AVISOS TO LAT-AVISOS
           MOVE WS-CANT-BLOQUEOS TO LAT-BLOQUEOS
           WRITE LIN-PENDIENTE FROM LIN-AP-TOTAL.

      *    HOTCARD bloquea por cuenta: la cuenta queda boletinada
      *    hasta que operaciones cargue la baja.
       2450-BLOQUEAR-TARJETA.
           MOVE TSG-NRO-CTA(WS-IDX-SEG) TO WS-CTA-X
           IF WS-CTA-X(1:8) IS NOT NUMERIC
               MOVE 'CUENTA INVALIDA' TO LAD-SITUACION
               PERFORM 2500-GRABAR-PENDIENTE
           ELSE
               IF NOT HOTMOVS-ABIERTO
                   OPEN EXTEND MOVIMIENTOS-HOT
                   IF FS-HOTMOVS = '35'
                       OPEN OUTPUT MOVIMIENTOS-HOT
                   END-IF
                   IF FS-HOTMOVS NOT = ZEROS
                       DISPLAY 'ERROR OPEN HOTMOVS' FS-HOTMOVS
                       MOVE 'ERROR' TO WS-ESTADO-FINAL
                       PERFORM 3000-FINAL
                   END-IF
                   SET HOTMOVS-ABIERTO TO TRUE
               END-IF
               MOVE 'A' TO TIPO-MV
               MOVE WS-CTA-X(1:8) TO NRO-CTA-MV
               MOVE WS-FECHA-HOY TO FECHA-MV
               MOVE 'N' TO MOTIVO-MV
               MOVE 0 TO NRO-ADIC-MV
               WRITE REG-MOVIMIENTO-HOT
               IF FS-HOTMOVS NOT = ZEROS
                   DISPLAY 'ERROR WRITE HOTMOVS' FS-HOTMOVS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 3000-FINAL
               END-IF
               MOVE WS-FECHA-HOY TO TSG-FEC-BLOQUEO(WS-IDX-SEG)
               SET TSG-BLOQUEADA(WS-IDX-SEG) TO TRUE
               ADD 1 TO WS-CANT-BLOQUEOS
               ADD 1 TO WS-CANT-SALIDA
               MOVE 'BLOQUEADA' TO LAD-SITUACION
               PERFORM 2500-GRABAR-PENDIENTE
           END-IF.

       2500-GRABAR-PENDIENTE.
           MOVE 'T' TO WS-EM-TIPO
           MOVE TSG-NRO-TARJ(WS-IDX-SEG) TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:16) TO LAD-TARJETA
           MOVE 'C' TO WS-EM-TIPO
           MOVE TSG-NRO-CTA(WS-IDX-SEG) TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:8) TO LAD-CTA
           MOVE TSG-FEC-ENTREGA(WS-IDX-SEG) TO LAD-ENTREGA
           IF TSG-FEC-ENTREGA(WS-IDX-SEG) < WS-FECHA-HOY
               COMPUTE LAD-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(
                         TSG-FEC-ENTREGA(WS-IDX-SEG))
           ELSE
               MOVE 0 TO LAD-DIAS
           END-IF
           MOVE TSG-COURIER(WS-IDX-SEG) TO LAD-COURIER
           MOVE TSG-ZONA(WS-IDX-SEG) TO LAD-ZONA
           WRITE LIN-PENDIENTE FROM LIN-AP-DETALLE.

      *    Base del mes: tarjetas entregadas en el mes anterior;
      *    activada es la que ya figura activada al dia de hoy.
       2600-RESUMEN-MENSUAL.
           OPEN OUTPUT RESUMEN-ACTIV
           IF FS-RESUMEN NOT = ZEROS
               DISPLAY 'ERROR OPEN ACTIVRES' FS-RESUMEN
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF
           SET RESUMEN-ABIERTO TO TRUE
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > CANT-SEGUIMIENTO
               IF TSG-FEC-ENTREGA(WS-IDX-SEG)(1:6) = WS-PERIODO-ANT
                   PERFORM 2610-ACUMULAR-ZONA
                   PERFORM 2620-ACUMULAR-COURIER
               END-IF
           END-PERFORM

           MOVE WS-PERIODO-ANT TO LRT-PERIODO
           WRITE LIN-RESUMEN FROM LIN-AR-TITULO
           MOVE 'ZONA' TO LRS-TEXTO
           WRITE LIN-RESUMEN FROM LIN-AR-SUBTITULO
           MOVE 0 TO WS-TOT-ENTREGADAS
           MOVE 0 TO WS-TOT-ACTIVADAS
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > CANT-ZONAS
               MOVE TZN-ZONA(WS-IDX-GRUPO) TO LRD-GRUPO
               MOVE TZN-ENTREGADAS(WS-IDX-GRUPO) TO LRD-ENTREGADAS
               MOVE TZN-ACTIVADAS(WS-IDX-GRUPO) TO LRD-ACTIVADAS
               ADD TZN-ENTREGADAS(WS-IDX-GRUPO) TO WS-TOT-ENTREGADAS
               ADD TZN-ACTIVADAS(WS-IDX-GRUPO) TO WS-TOT-ACTIVADAS
               COMPUTE WS-PORCENTAJE ROUNDED =
                   TZN-ACTIVADAS(WS-IDX-GRUPO) * 100
                   / TZN-ENTREGADAS(WS-IDX-GRUPO)
               MOVE WS-PORCENTAJE TO LRD-PORCENTAJE
               WRITE LIN-RESUMEN FROM LIN-AR-DETALLE
           END-PERFORM
           PERFORM 2650-GRABAR-TOTAL

           MOVE 'COURIER' TO LRS-TEXTO
           WRITE LIN-RESUMEN FROM LIN-AR-SUBTITULO
           MOVE 0 TO WS-TOT-ENTREGADAS
           MOVE 0 TO WS-TOT-ACTIVADAS
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
               UNTIL WS-IDX-GRUPO > CANT-COURIERS
               MOVE TCR-COURIER(WS-IDX-GRUPO) TO LRD-GRUPO
               MOVE TCR-ENTREGADAS(WS-IDX-GRUPO) TO LRD-ENTREGADAS
               MOVE TCR-ACTIVADAS(WS-IDX-GRUPO) TO LRD-ACTIVADAS
               ADD TCR-ENTREGADAS(WS-IDX-GRUPO) TO WS-TOT-ENTREGADAS
               ADD TCR-ACTIVADAS(WS-IDX-GRUPO) TO WS-TOT-ACTIVADAS
               COMPUTE WS-PORCENTAJE ROUNDED =
                   TCR-ACTIVADAS(WS-IDX-GRUPO) * 100
                   / TCR-ENTREGADAS(WS-IDX-GRUPO)
               MOVE WS-PORCENTAJE TO LRD-PORCENTAJE
               WRITE LIN-RESUMEN FROM LIN-AR-DETALLE
           END-PERFORM
           PERFORM 2650-GRABAR-TOTAL.

       2610-ACUMULAR-ZONA.
           MOVE 0 TO WS-IDX-GRUPO
           IF CANT-ZONAS > 0
               SET IDX-ZONA TO 1
               SEARCH TABLA-ZONA-ITEM
                   AT END
                       CONTINUE
                   WHEN TZN-ZONA(IDX-ZONA) = TSG-ZONA(WS-IDX-SEG)
                       SET WS-IDX-GRUPO TO IDX-ZONA
               END-SEARCH
           END-IF
           IF WS-IDX-GRUPO = 0 AND CANT-ZONAS < 500
               ADD 1 TO CANT-ZONAS
               MOVE CANT-ZONAS TO WS-IDX-GRUPO
               MOVE TSG-ZONA(WS-IDX-SEG) TO TZN-ZONA(WS-IDX-GRUPO)
               MOVE 0 TO TZN-ENTREGADAS(WS-IDX-GRUPO)
               MOVE 0 TO TZN-ACTIVADAS(WS-IDX-GRUPO)
           END-IF
           IF WS-IDX-GRUPO > 0
               ADD 1 TO TZN-ENTREGADAS(WS-IDX-GRUPO)
               IF TSG-ACTIVADA(WS-IDX-SEG)
                   ADD 1 TO TZN-ACTIVADAS(WS-IDX-GRUPO)
               END-IF
           END-IF.

       2620-ACUMULAR-COURIER.
           MOVE 0 TO WS-IDX-GRUPO
           IF CANT-COURIERS > 0
               SET IDX-COURIER TO 1
               SEARCH TABLA-COURIER-ITEM
                   AT END
                       CONTINUE
                   WHEN TCR-COURIER(IDX-COURIER)
                           = TSG-COURIER(WS-IDX-SEG)
                       SET WS-IDX-GRUPO TO IDX-COURIER
               END-SEARCH
           END-IF
           IF WS-IDX-GRUPO = 0 AND CANT-COURIERS < 500
               ADD 1 TO CANT-COURIERS
               MOVE CANT-COURIERS TO WS-IDX-GRUPO
               MOVE TSG-COURIER(WS-IDX-SEG)
                   TO TCR-COURIER(WS-IDX-GRUPO)
               MOVE 0 TO TCR-ENTREGADAS(WS-IDX-GRUPO)
               MOVE 0 TO TCR-ACTIVADAS(WS-IDX-GRUPO)
           END-IF
           IF WS-IDX-GRUPO > 0
               ADD 1 TO TCR-ENTREGADAS(WS-IDX-GRUPO)
               IF TSG-ACTIVADA(WS-IDX-SEG)
                   ADD 1 TO TCR-ACTIVADAS(WS-IDX-GRUPO)
               END-IF
           END-IF.

       2650-GRABAR-TOTAL.
           MOVE 'TOTAL' TO LRD-GRUPO
           MOVE WS-TOT-ENTREGADAS TO LRD-ENTREGADAS
           MOVE WS-TOT-ACTIVADAS TO LRD-ACTIVADAS
           IF WS-TOT-ENTREGADAS > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-TOT-ACTIVADAS * 100 / WS-TOT-ENTREGADAS
           ELSE
               MOVE 0 TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO LRD-PORCENTAJE
           WRITE LIN-RESUMEN FROM LIN-AR-DETALLE.

      *    Las activadas se conservan hasta que dejan de entrar en el
      *    resumen mensual; las bloqueadas y pendientes no se purgan.
      *    ENTREGAS se vacia una vez incorporada al maestro.
       2800-REESCRIBIR-MAESTRO.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SEGUIMIENTO
               IF FS-SEGUIMIENTO = ZEROS
                   PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                       UNTIL WS-IDX-SEG > CANT-SEGUIMIENTO
                       IF NOT TSG-ACTIVADA(WS-IDX-SEG)
                          OR TSG-FEC-ENTREGA(WS-IDX-SEG)
                               >= WS-FECHA-PURGA
                           MOVE TABLA-SEG-ITEM(WS-IDX-SEG)
                               TO REG-SEGUIMIENTO
                           WRITE REG-SEGUIMIENTO
                       END-IF
                   END-PERFORM
                   CLOSE SEGUIMIENTO
               ELSE
                   DISPLAY 'ERROR REESCRITURA ACTIVMAE'
                           FS-SEGUIMIENTO
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-ESTADO-FINAL = 'OK'
               IF FIN-ENTREGAS = 1 AND FS-ENTREGAS = '10'
                   CLOSE ENTREGAS
                   OPEN OUTPUT ENTREGAS
                   MOVE '00' TO FS-ENTREGAS
               END-IF
           END-IF.

       3000-FINAL.
           DISPLAY 'ENTREGAS LEIDAS      : ' WS-CANT-ENTRADA
           DISPLAY 'ACTIVACIONES         : ' WS-CANT-ACTIVADAS
           DISPLAY 'ACTIVAC. SIN ENTREGA : ' WS-CANT-SIN-ENTREGA
           DISPLAY 'PARA LLAMADO         : ' WS-CANT-AVISOS
           DISPLAY 'BLOQUEADAS           : ' WS-CANT-BLOQUEOS
           IF FS-ENTREGAS = ZEROS OR FS-ENTREGAS = '10'
               CLOSE ENTREGAS
           END-IF
           IF FS-ACTIVACIONES = ZEROS OR FS-ACTIVACIONES = '10'
               CLOSE ACTIVACIONES
           END-IF
           IF HOTMOVS-ABIERTO
               CLOSE MOVIMIENTOS-HOT
           END-IF
           CLOSE PENDIENTES
           IF RESUMEN-ABIERTO
               CLOSE RESUMEN-ACTIV
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJACTI' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           STOP RUN.
       END PROGRAM TARJACTI.

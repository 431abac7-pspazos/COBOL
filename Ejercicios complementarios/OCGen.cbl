                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-SIN-PROV.

           SELECT PRONOSTICO ASSIGN TO  '..\PRONOST'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PRONOSTICO.

           SELECT ORDENES-ABIERTAS ASSIGN TO  '..\OCABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ABIERTAS.

           SELECT CALIFICACIONES ASSIGN TO  '..\PROVCALF'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CALIF.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
               05 NRO-ART-PM       PIC 9(8).
               05 PACK-PM          PIC 9(5).
               05 COSTO-PM         PIC 9(11)V99.
           03 CUIT-PM              PIC X(11).
           03 BANCO-PM             PIC X(3).
           03 CTA-BANCO-PM         PIC X(22).
           03 DIAS-PAGO-PM         PIC 9(3).
           03 REGIMEN-RET-PM       PIC X(3) OCCURS 3 TIMES.

       FD  ORDENES-COMPRA.
       01  REG-ORDEN-CABECERA.
           03 NOM-ART-SP           PIC X(20).
           03 CANT-SUGERIDA-SP     PIC 9(10).

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

       FD  ORDENES-ABIERTAS.
       01  REG-ORDEN-ABIERTA.
           03 NRO-ORDEN-OA         PIC X(12).
           03 COD-PROV-OA          PIC X(6).
           03 NRO-ART-OA           PIC 9(8).
           03 CANT-PEDIDA-OA       PIC 9(10).
           03 CANT-RECIBIDA-OA     PIC 9(10).
           03 COSTO-OA             PIC 9(11)V99.
           03 FECHA-ESPERADA-OA    PIC 9(8).
           03 ESTADO-OA            PIC X(1).

      *    Calificacion mensual de proveedores (MercCalf).
       FD  CALIFICACIONES.
       01  REG-CALIFICACION.
           03 COD-PROV-HC          PIC X(6).
           03 PERIODO-HC           PIC 9(6).
           03 FILLER               PIC X(49).
           03 PUNTAJE-HC           PIC 9(3)V99.

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
           88 FS-ORDENES-OK        VALUE "00".
       01  FS-SIN-PROV             PIC X(2).
           88 FS-SIN-PROV-OK       VALUE "00".
       01  FS-PRONOSTICO           PIC X(2).
           88 FS-PRONOSTICO-OK     VALUE "00".
       01  FS-ABIERTAS             PIC X(2).
           88 FS-ABIERTAS-OK       VALUE "00".
       01  FS-CALIF                PIC X(2).
           88 FS-CALIF-OK          VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.

       01  FIN-REORDEN             PIC X VALUE 'N'.
       01  FIN-PROVEEDORES         PIC X VALUE 'N'.
       01  FIN-PRONOSTICO          PIC X VALUE 'N'.
       01  FIN-ABIERTAS            PIC X VALUE 'N'.
       01  FIN-CALIF               PIC X VALUE 'N'.
       01  WS-CANT-NECESARIA       PIC S9(11).
       01  WS-CANT-CUBIERTAS       PIC 9(7) VALUE 0.
       01  WS-LINEA-CUBIERTA       PIC X VALUE 'N'.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-IDX-PROV             PIC 9(3).
       01  WS-IDX-ART              PIC 9(3).
       01  WS-IDX-LINEA            PIC 9(3).
       01  WS-PROV-HALLADO         PIC X.
       01  WS-MEJOR-PROV           PIC 9(3).
       01  WS-MEJOR-ART            PIC 9(3).
       01  WS-MEJOR-PUNTAJE        PIC 9(3)V99.
       01  WS-CANT-REDONDEADA      PIC 9(10).
       01  WS-PACKS                PIC 9(10).
       01  WS-SEQ-ORDEN            PIC 9(2) VALUE 0.
               03 TP-NOMBRE        PIC X(30).
               03 TP-DIAS-ENTREGA  PIC 9(3).
               03 TP-CANT-LINEAS   PIC 9(3).
               03 TP-PERIODO-CALIF PIC 9(6).
               03 TP-PUNTAJE       PIC 9(3)V99.
               03 TP-ARTICULO OCCURS 20 TIMES.
                   04 TP-NRO-ART   PIC 9(8).
                   04 TP-PACK      PIC 9(5).
                   04 TP-LIN-CANT  PIC 9(10).
                   04 TP-LIN-COSTO PIC 9(11)V99.

      *    Con pronostico se pide hasta el punto de pedido mas un
      *    mes de demanda, descontando stock y lo ya pedido en
      *    ordenes abiertas (las ordenes son del articulo, no del
      *    deposito).
       01  CANT-PRONOSTICOS        PIC 9(4) VALUE 0.
       01  TABLA-PRONOSTICOS.
           02 TABLA-PRON-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PRONOSTICOS
                              INDEXED BY IDX-PRON.
               03 TPN-NRO-ART      PIC 9(8).
               03 TPN-DEPOSITO     PIC X(3).
               03 TPN-PUNTO        PIC 9(10).
               03 TPN-SUGERIDA     PIC 9(10).
               03 TPN-PENDIENTE-OC PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           END-IF

           PERFORM 12000-CARGAR-PROVEEDORES
           PERFORM 13000-CARGAR-PRONOSTICO
           PERFORM 14000-CARGAR-ORDENES
           PERFORM 15000-CARGAR-CALIFICACIONES

           OPEN INPUT REORDEN.
           IF NOT FS-REORDEN-OK
                               TO TP-DIAS-ENTREGA(CANT-PROVEEDORES)
                           MOVE 0
                               TO TP-CANT-LINEAS(CANT-PROVEEDORES)
                           MOVE 0
                               TO TP-PERIODO-CALIF(CANT-PROVEEDORES)
                           MOVE 50
                               TO TP-PUNTAJE(CANT-PROVEEDORES)
                           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                               UNTIL WS-IDX-ART > 20
                               MOVE NRO-ART-PM(WS-IDX-ART) TO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       13000-CARGAR-PRONOSTICO.
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
                               MOVE 0
                                   TO TPN-PENDIENTE-OC(CANT-PRONOSTICOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRONOSTICO
           END-IF.

       14000-CARGAR-ORDENES.
           IF CANT-PRONOSTICOS > 0
               OPEN INPUT ORDENES-ABIERTAS
               IF FS-ABIERTAS-OK
                   PERFORM UNTIL FIN-ABIERTAS = 'S'
                       READ ORDENES-ABIERTAS
                           AT END
                               MOVE 'S' TO FIN-ABIERTAS
                           NOT AT END
                               IF ESTADO-OA = 'A'
                                  AND CANT-PEDIDA-OA > CANT-RECIBIDA-OA
                                   PERFORM 14100-SUMAR-PENDIENTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ORDENES-ABIERTAS
               END-IF
           END-IF.

       14100-SUMAR-PENDIENTE.
           SET IDX-PRON TO 1
           SEARCH TABLA-PRON-ITEM
               AT END
                   CONTINUE
               WHEN TPN-NRO-ART(IDX-PRON) = NRO-ART-OA
                AND TPN-DEPOSITO(IDX-PRON) = SPACES
                   COMPUTE TPN-PENDIENTE-OC(IDX-PRON) =
                       TPN-PENDIENTE-OC(IDX-PRON)
                       + CANT-PEDIDA-OA - CANT-RECIBIDA-OA
           END-SEARCH.

      *    Queda el puntaje del ultimo mes calificado de cada
      *    proveedor; el que nunca fue calificado vale 50.
       15000-CARGAR-CALIFICACIONES.
           OPEN INPUT CALIFICACIONES
           IF FS-CALIF-OK
               PERFORM UNTIL FIN-CALIF = 'S'
                   READ CALIFICACIONES
                       AT END
                           MOVE 'S' TO FIN-CALIF
                       NOT AT END
                           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                               UNTIL WS-IDX-PROV > CANT-PROVEEDORES
                               IF TP-COD-PROV(WS-IDX-PROV)
                                      = COD-PROV-HC
                                  AND PERIODO-HC
                                      >= TP-PERIODO-CALIF(WS-IDX-PROV)
                                   MOVE PERIODO-HC
                                     TO TP-PERIODO-CALIF(WS-IDX-PROV)
                                   MOVE PUNTAJE-HC
                                     TO TP-PUNTAJE(WS-IDX-PROV)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CALIFICACIONES
           END-IF.

       20000-PROCESO.
           READ REORDEN
               AT END
           END-READ
           IF FIN-REORDEN NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 20500-AJUSTAR-PRONOSTICO
               IF WS-LINEA-CUBIERTA = 'S'
                   ADD 1 TO WS-CANT-CUBIERTAS
               ELSE
                   PERFORM 21000-ASIGNAR-PROVEEDOR
               END-IF
           END-IF.

      *    Si lo pedido en ordenes abiertas ya cubre el nivel
      *    objetivo la linea de reorden no genera compra.
       20500-AJUSTAR-PRONOSTICO.
           MOVE 'N' TO WS-LINEA-CUBIERTA
           IF CANT-PRONOSTICOS > 0
               SET IDX-PRON TO 1
               SEARCH TABLA-PRON-ITEM
                   AT END
                       CONTINUE
                   WHEN TPN-NRO-ART(IDX-PRON) = NRO-ART-RO
                    AND TPN-DEPOSITO(IDX-PRON) = DEPOSITO-RO
                       COMPUTE WS-CANT-NECESARIA =
                           TPN-PUNTO(IDX-PRON) + TPN-SUGERIDA(IDX-PRON)
                           - CANT-ACTUAL-RO
                           - TPN-PENDIENTE-OC(IDX-PRON)
                       IF WS-CANT-NECESARIA > 0
                           MOVE WS-CANT-NECESARIA TO CANT-SUGERIDA-RO
                       ELSE
                           MOVE 'S' TO WS-LINEA-CUBIERTA
                       END-IF
               END-SEARCH
           END-IF.

      *    Entre los proveedores que tienen el articulo se elige el
      *    de mejor calificacion; a igual puntaje, el primero.
       21000-ASIGNAR-PROVEEDOR.
           MOVE 'N' TO WS-PROV-HALLADO
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
               UNTIL WS-IDX-PROV > CANT-PROVEEDORES
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > 20
                   IF TP-NRO-ART(WS-IDX-PROV WS-IDX-ART)
                           = NRO-ART-RO
                      AND TP-NRO-ART(WS-IDX-PROV WS-IDX-ART) > 0
                      AND (WS-PROV-HALLADO = 'N'
                           OR TP-PUNTAJE(WS-IDX-PROV)
                              > WS-MEJOR-PUNTAJE)
                       MOVE 'S' TO WS-PROV-HALLADO
                       MOVE WS-IDX-PROV TO WS-MEJOR-PROV
                       MOVE WS-IDX-ART TO WS-MEJOR-ART
                       MOVE TP-PUNTAJE(WS-IDX-PROV)
                           TO WS-MEJOR-PUNTAJE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-PROV-HALLADO = 'S'
               MOVE WS-MEJOR-PROV TO WS-IDX-PROV
               MOVE WS-MEJOR-ART TO WS-IDX-ART
               PERFORM 22000-AGREGAR-LINEA
           ELSE
               MOVE NRO-ART-RO TO NRO-ART-SP
               MOVE NOM-ART-RO TO NOM-ART-SP
               MOVE CANT-SUGERIDA-RO TO CANT-SUGERIDA-SP
       30000-FINAL.
           DISPLAY 'LINEAS REORDEN LEIDAS: ' WS-CANT-ENTRADA
           DISPLAY 'ORDENES EMITIDAS     : ' WS-CANT-SALIDA
           DISPLAY 'CUBIERTAS POR OC     : ' WS-CANT-CUBIERTAS
           IF FS-REORDEN-OK
               CLOSE REORDEN
           END-IF

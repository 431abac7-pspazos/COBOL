                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-VENCIDAS.

           SELECT PEDIDOS-ABIERTOS ASSIGN TO  '..\PEDABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PEDIDOS.

           SELECT RESERVAS ASSIGN TO  '..\PEDRESER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RESERVAS.

           SELECT EVENTOS-PROV ASSIGN TO  '..\PROVEVEN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EVENTOS.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
       FD  ORDENES-VENCIDAS.
       01  LIN-VENCIDA             PIC X(80).

       FD  PEDIDOS-ABIERTOS.
       01  REG-PEDIDO-ABIERTO.
           03 NRO-PEDIDO-PA        PIC X(12).
           03 COD-CLIENTE-PA       PIC X(8).
           03 NRO-ART-PA           PIC 9(8).
           03 DEPOSITO-PA          PIC X(3).
           03 FECHA-REQUERIDA-PA   PIC 9(8).
           03 CANT-PEDIDA-PA       PIC 9(10).
           03 CANT-ASIGNADA-PA     PIC 9(10).
           03 CANT-DESPACHADA-PA   PIC 9(10).
           03 PRECIO-PA            PIC 9(11)V99.
           03 ESTADO-PA            PIC X(1).

       FD  RESERVAS.
       01  REG-RESERVA.
           03 NRO-PEDIDO-PR        PIC X(12).
           03 NRO-ART-PR           PIC 9(8).
           03 DEPOSITO-PR          PIC X(3).
           03 LOTE-PR              PIC X(8).
           03 FEC-VENC-PR          PIC 9(8).
           03 CANT-PR              PIC 9(10).
           03 FECHA-PR             PIC 9(8).

      *    Evidencia para la calificacion de proveedores (MercCalf):
      *    R recepcion contra orden, S sobre-entrega, F factura
      *    liberada, X factura retenida.
       FD  EVENTOS-PROV.
       01  REG-EVENTO-PROV.
           03 TIPO-EV              PIC X(1).
           03 COD-PROV-EV          PIC X(6).
           03 NRO-ORDEN-EV         PIC X(12).
           03 NRO-ART-EV           PIC 9(8).
           03 FECHA-EV             PIC 9(8).
           03 FECHA-ESPERADA-EV    PIC 9(8).
           03 CANT-EV              PIC 9(10).
           03 CANT-PEDIDA-EV       PIC 9(10).
           03 PRECIO-EV            PIC 9(11)V99.
           03 COSTO-EV             PIC 9(11)V99.
           03 MOTIVO-EV            PIC X(30).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
           88 FS-SOBRES-OK         VALUE "00".
       01  FS-VENCIDAS             PIC X(2).
           88 FS-VENCIDAS-OK       VALUE "00".
       01  FS-PEDIDOS              PIC X(2).
           88 FS-PEDIDOS-OK        VALUE "00".
       01  FS-RESERVAS             PIC X(2).
           88 FS-RESERVAS-OK       VALUE "00".
       01  FS-EVENTOS              PIC X(2).
           88 FS-EVENTOS-OK        VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
       01  WS-PENDIENTE            PIC S9(11).
       01  WS-CANT-A-TOMAR         PIC 9(10).
       01  WS-RESTO-REMITO         PIC 9(10).
       01  FIN-PEDIDOS             PIC X VALUE 'N'.
       01  WS-IDX-ING              PIC 9(4).
       01  WS-IDX-PED              PIC 9(4).
       01  WS-FECHA-MENOR          PIC 9(8).
       01  WS-CANT-BACKORDER       PIC 9(7) VALUE 0.

       01  CANT-POSICIONES         PIC 9(4) VALUE 0.
       01  TABLA-POSICIONES.
               03 TPO-COSTO        PIC 9(11)V99.
               03 TPO-ESPERADA     PIC 9(8).

      *    Lo ingresado en la corrida por articulo; se ofrece a los
      *    pedidos de venta con faltante del deposito central.
       01  CANT-INGRESOS           PIC 9(4) VALUE 0.
       01  TABLA-INGRESOS.
           02 TABLA-ING-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-INGRESOS
                             INDEXED BY IDX-ING.
               03 TIN-NRO-ART      PIC 9(8).
               03 TIN-CANT         PIC 9(10).

       01  CANT-PEDIDOS            PIC 9(4) VALUE 0.
       01  TABLA-PEDIDOS.
           02 TABLA-PED-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-PEDIDOS
                             INDEXED BY IDX-PED.
               03 TPE-REGISTRO     PIC X(83).
               03 TPE-VISTA        PIC X(1).

       01  LIN-OV-TITULO.
           02 FILLER           PIC X(45) VALUE
              'MERCRECP  ORDENES ABIERTAS VENCIDAS'.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-REMITOS = 'S'.
           PERFORM 26000-GRABAR-POSICIONES.
           PERFORM 27000-ASIGNAR-FALTANTES.
           PERFORM 30000-FINAL.

       10000-INICIO.
               OPEN OUTPUT MERCADERIA
           END-IF

           OPEN EXTEND EVENTOS-PROV
           IF FS-EVENTOS = '35'
               OPEN OUTPUT EVENTOS-PROV
           END-IF

           OPEN OUTPUT SOBRE-ENTREGAS
           OPEN OUTPUT ORDENES-VENCIDAS.
           IF FS-VENCIDAS-OK
                       TO MOTIVO-SE
                   WRITE REG-SOBRE-ENTREGA
                   ADD 1 TO WS-CANT-SOBRES
                   IF FS-EVENTOS-OK
                       MOVE 'S' TO TIPO-EV
                       MOVE COD-PROV-RM TO COD-PROV-EV
                       MOVE SPACES TO NRO-ORDEN-EV
                       MOVE NRO-ART-RM TO NRO-ART-EV
                       MOVE FECHA-RM TO FECHA-EV
                       MOVE 0 TO FECHA-ESPERADA-EV
                       MOVE WS-RESTO-REMITO TO CANT-EV
                       MOVE 0 TO CANT-PEDIDA-EV
                       MOVE 0 TO PRECIO-EV
                       MOVE 0 TO COSTO-EV
                       MOVE 'ENTREGA SIN ORDEN ABIERTA' TO MOTIVO-EV
                       WRITE REG-EVENTO-PROV
                   END-IF
               END-IF
           END-IF.

                       TO TPO-RECIBIDA(WS-IDX-POS)
                   SUBTRACT WS-CANT-A-TOMAR FROM WS-RESTO-REMITO
                   PERFORM 22000-INGRESAR-A-STOCK
                   PERFORM 21100-EVENTO-RECEPCION
               END-IF
           END-IF.

       21100-EVENTO-RECEPCION.
           IF FS-EVENTOS-OK
               MOVE 'R' TO TIPO-EV
               MOVE COD-PROV-RM TO COD-PROV-EV
               MOVE TPO-NRO-ORDEN(WS-IDX-POS) TO NRO-ORDEN-EV
               MOVE NRO-ART-RM TO NRO-ART-EV
               MOVE FECHA-RM TO FECHA-EV
               MOVE TPO-ESPERADA(WS-IDX-POS) TO FECHA-ESPERADA-EV
               MOVE WS-CANT-A-TOMAR TO CANT-EV
               MOVE TPO-PEDIDA(WS-IDX-POS) TO CANT-PEDIDA-EV
               MOVE 0 TO PRECIO-EV
               MOVE TPO-COSTO(WS-IDX-POS) TO COSTO-EV
               MOVE SPACES TO MOTIVO-EV
               WRITE REG-EVENTO-PROV
           END-IF.

       22000-INGRESAR-A-STOCK.
           MOVE NRO-ART-RM TO NRO-ART
           MOVE SPACES TO NOM-ART
               DISPLAY 'ERROR ESCRITURA MERC ' FS-MERC
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA
           PERFORM 22100-ACUMULAR-INGRESO.

       22100-ACUMULAR-INGRESO.
           SET IDX-ING TO 1
           SEARCH TABLA-ING-ITEM
               AT END
                   IF CANT-INGRESOS < 9999
                       ADD 1 TO CANT-INGRESOS
                       MOVE NRO-ART-RM TO TIN-NRO-ART(CANT-INGRESOS)
                       MOVE WS-CANT-A-TOMAR TO TIN-CANT(CANT-INGRESOS)
                   ELSE
                       DISPLAY 'TABLA INGRESOS LLENA'
                   END-IF
               WHEN TIN-NRO-ART(IDX-ING) = NRO-ART-RM
                   ADD WS-CANT-A-TOMAR TO TIN-CANT(IDX-ING)
           END-SEARCH.

      *    Las posiciones totalmente recibidas quedan en OCABIER
      *    marcadas C: la cantidad recibida es la unica fuente del
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

      *    Lo recibido se reserva a los pedidos de venta con
      *    faltante del deposito central, por fecha requerida; el
      *    despacho lo hace la proxima corrida de MercPedi.
       27000-ASIGNAR-FALTANTES.
           IF CANT-INGRESOS > 0 AND WS-ESTADO-FINAL = 'OK'
               OPEN INPUT PEDIDOS-ABIERTOS
               IF FS-PEDIDOS-OK
                   PERFORM UNTIL FIN-PEDIDOS = 'S'
                       READ PEDIDOS-ABIERTOS
                           AT END
                               MOVE 'S' TO FIN-PEDIDOS
                           NOT AT END
                               IF CANT-PEDIDOS < 9999
                                   ADD 1 TO CANT-PEDIDOS
                                   MOVE REG-PEDIDO-ABIERTO
                                       TO TPE-REGISTRO(CANT-PEDIDOS)
                               ELSE
                                   DISPLAY 'TABLA PEDABIER LLENA'
                                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PEDIDOS-ABIERTOS
               END-IF
           END-IF
           IF CANT-PEDIDOS > 0 AND WS-ESTADO-FINAL = 'OK'
               OPEN EXTEND RESERVAS
               IF FS-RESERVAS = '35'
                   OPEN OUTPUT RESERVAS
               END-IF
               IF FS-RESERVAS-OK
                   PERFORM 27100-ASIGNAR-ARTICULO
                       VARYING WS-IDX-ING FROM 1 BY 1
                       UNTIL WS-IDX-ING > CANT-INGRESOS
                   CLOSE RESERVAS
                   PERFORM 27300-GRABAR-PEDIDOS
               ELSE
                   DISPLAY 'ERROR APERTURA PEDRESER ' FS-RESERVAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       27100-ASIGNAR-ARTICULO.
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > CANT-PEDIDOS
               MOVE 'N' TO TPE-VISTA(WS-IDX-PED)
           END-PERFORM
           MOVE 1 TO WS-IDX-PED
           PERFORM UNTIL WS-IDX-PED = 0
                      OR TIN-CANT(WS-IDX-ING) = 0
               MOVE 0 TO WS-IDX-PED
               MOVE 99999999 TO WS-FECHA-MENOR
               PERFORM VARYING IDX-PED FROM 1 BY 1
                   UNTIL IDX-PED > CANT-PEDIDOS
                   MOVE TPE-REGISTRO(IDX-PED) TO REG-PEDIDO-ABIERTO
                   IF TPE-VISTA(IDX-PED) = 'N'
                      AND ESTADO-PA = 'B'
                      AND DEPOSITO-PA = 'CEN'
                      AND NRO-ART-PA = TIN-NRO-ART(WS-IDX-ING)
                      AND FECHA-REQUERIDA-PA < WS-FECHA-MENOR
                       MOVE FECHA-REQUERIDA-PA TO WS-FECHA-MENOR
                       SET WS-IDX-PED TO IDX-PED
                   END-IF
               END-PERFORM
               IF WS-IDX-PED > 0
                   MOVE 'S' TO TPE-VISTA(WS-IDX-PED)
                   PERFORM 27200-RESERVAR-PEDIDO
               END-IF
           END-PERFORM.

       27200-RESERVAR-PEDIDO.
           MOVE TPE-REGISTRO(WS-IDX-PED) TO REG-PEDIDO-ABIERTO
           COMPUTE WS-PENDIENTE = CANT-PEDIDA-PA
               - CANT-ASIGNADA-PA - CANT-DESPACHADA-PA
           IF WS-PENDIENTE > 0
               IF WS-PENDIENTE >= TIN-CANT(WS-IDX-ING)
                   MOVE TIN-CANT(WS-IDX-ING) TO WS-CANT-A-TOMAR
               ELSE
                   MOVE WS-PENDIENTE TO WS-CANT-A-TOMAR
               END-IF
               SUBTRACT WS-CANT-A-TOMAR FROM TIN-CANT(WS-IDX-ING)
               ADD WS-CANT-A-TOMAR TO CANT-ASIGNADA-PA
               IF WS-CANT-A-TOMAR >= WS-PENDIENTE
                   MOVE 'A' TO ESTADO-PA
               END-IF
               MOVE NRO-PEDIDO-PA TO NRO-PEDIDO-PR
               MOVE NRO-ART-PA TO NRO-ART-PR
               MOVE DEPOSITO-PA TO DEPOSITO-PR
               MOVE SPACES TO LOTE-PR
               MOVE 0 TO FEC-VENC-PR
               MOVE WS-CANT-A-TOMAR TO CANT-PR
               MOVE WS-FEC-HOY TO FECHA-PR
               WRITE REG-RESERVA
               IF NOT FS-RESERVAS-OK
                   DISPLAY 'ERROR ESCRITURA PEDRESER ' FS-RESERVAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
               MOVE REG-PEDIDO-ABIERTO TO TPE-REGISTRO(WS-IDX-PED)
               ADD 1 TO WS-CANT-BACKORDER
           END-IF.

       27300-GRABAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-ABIERTOS
           IF FS-PEDIDOS-OK
               PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > CANT-PEDIDOS
                   MOVE TPE-REGISTRO(WS-IDX-PED)
                       TO REG-PEDIDO-ABIERTO
                   WRITE REG-PEDIDO-ABIERTO
               END-PERFORM
               CLOSE PEDIDOS-ABIERTOS
           ELSE
               DISPLAY 'ERROR REESCRITURA PEDABIER ' FS-PEDIDOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           DISPLAY 'REMITOS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'INGRESOS A STOCK   : ' WS-CANT-SALIDA
           DISPLAY 'SOBRE-ENTREGAS     : ' WS-CANT-SOBRES
           DISPLAY 'FALTANTES ASIGNADOS: ' WS-CANT-BACKORDER
           IF FS-REMITOS-OK
               CLOSE REMITOS
           END-IF
           IF FS-SOBRES-OK
               CLOSE SOBRE-ENTREGAS
           END-IF
           IF FS-EVENTOS-OK
               CLOSE EVENTOS-PROV
           END-IF
           IF FS-VENCIDAS-OK
               CLOSE ORDENES-VENCIDAS
           END-IF

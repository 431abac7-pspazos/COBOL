                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PAGAR.

           SELECT IVA-COMPRAS ASSIGN TO  '..\IVACOMP'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-IVA-COMPRAS.

           SELECT DISCREPANCIAS ASSIGN TO  '..\FPMISMAT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DISCREPA.

           SELECT EVENTOS-PROV ASSIGN TO  '..\PROVEVEN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EVENTOS.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 NRO-ART-FP           PIC 9(8).
           03 CANT-FP              PIC 9(10).
           03 PRECIO-FP            PIC 9(11)V99.
           03 ALICUOTA-IVA-FP      PIC 9(2)V99.

       FD  ORDENES-COMPRA.
       01  REG-ORDEN-CABECERA.
           03 IMPORTE-PG           PIC 9(13)V99.
           03 FECHA-PG             PIC 9(8).

      *    Detalle para el libro IVA compras: una linea por renglon
      *    liberado; alicuota cero es importe no gravado.
       FD  IVA-COMPRAS.
       01  REG-IVA-COMPRA.
           03 COD-PROV-IC          PIC X(6).
           03 NRO-FACTURA-IC       PIC X(12).
           03 FECHA-IC             PIC 9(8).
           03 ALICUOTA-IC          PIC 9(2)V99.
           03 NETO-IC              PIC 9(13)V99.
           03 IVA-IC               PIC 9(13)V99.

       FD  DISCREPANCIAS.
       01  LIN-DISCREPANCIA        PIC X(90).

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
           88 FS-HISTORIA-NOFILE   VALUE "35".
       01  FS-PAGAR                PIC X(2).
           88 FS-PAGAR-OK          VALUE "00".
       01  FS-IVA-COMPRAS          PIC X(2).
           88 FS-IVA-COMPRAS-OK    VALUE "00".
       01  FS-DISCREPA             PIC X(2).
           88 FS-DISCREPA-OK       VALUE "00".
       01  FS-EVENTOS              PIC X(2).
           88 FS-EVENTOS-OK        VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
               OPEN OUTPUT PAGAR-PROVEEDORES
           END-IF

           OPEN EXTEND IVA-COMPRAS.
           IF FS-IVA-COMPRAS = '35'
               OPEN OUTPUT IVA-COMPRAS
           END-IF

           OPEN EXTEND EVENTOS-PROV
           IF FS-EVENTOS = '35'
               OPEN OUTPUT EVENTOS-PROV
           END-IF

           OPEN OUTPUT DISCREPANCIAS.
           IF FS-DISCREPA-OK
               WRITE LIN-DISCREPANCIA FROM LIN-DI-TITULO
           IF FIN-FACTURAS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               MOVE SPACES TO WS-MOTIVO
               MOVE 0 TO WS-IDX-HALLADA
               PERFORM 21000-VER-DUPLICADA
               IF WS-ES-DUPLICADA = 'S'
                   MOVE 'FACTURA DUPLICADA' TO WS-MOTIVO
               ELSE
                   PERFORM 25000-RETENER
               END-IF
               PERFORM 26000-EVENTO-FACTURA
           END-IF.

       21000-VER-DUPLICADA.
           MOVE WS-FEC-HOY TO FECHA-PG
           WRITE REG-PAGAR
           ADD 1 TO WS-CANT-SALIDA
           IF FS-IVA-COMPRAS-OK
               MOVE COD-PROV-FP TO COD-PROV-IC
               MOVE NRO-FACTURA-FP TO NRO-FACTURA-IC
               MOVE WS-FEC-HOY TO FECHA-IC
               MOVE ALICUOTA-IVA-FP TO ALICUOTA-IC
               MOVE WS-IMPORTE-FACTURA TO NETO-IC
               COMPUTE IVA-IC ROUNDED =
                   WS-IMPORTE-FACTURA * ALICUOTA-IVA-FP / 100
               WRITE REG-IVA-COMPRA
           END-IF
           IF CANT-HISTORIA < 9999
               ADD 1 TO CANT-HISTORIA
               MOVE COD-PROV-FP TO THF-COD-PROV(CANT-HISTORIA)
               WRITE LIN-DISCREPANCIA FROM LIN-DI-DETALLE
           END-IF.

       26000-EVENTO-FACTURA.
           IF FS-EVENTOS-OK
               IF WS-MOTIVO = SPACES
                   MOVE 'F' TO TIPO-EV
               ELSE
                   MOVE 'X' TO TIPO-EV
               END-IF
               MOVE COD-PROV-FP TO COD-PROV-EV
               MOVE NRO-ORDEN-FP TO NRO-ORDEN-EV
               MOVE NRO-ART-FP TO NRO-ART-EV
               MOVE WS-FEC-HOY TO FECHA-EV
               MOVE 0 TO FECHA-ESPERADA-EV
               MOVE CANT-FP TO CANT-EV
               MOVE 0 TO CANT-PEDIDA-EV
               MOVE PRECIO-FP TO PRECIO-EV
               MOVE 0 TO COSTO-EV
               IF WS-IDX-HALLADA > 0
                   MOVE TLC-PEDIDA(WS-IDX-HALLADA) TO CANT-PEDIDA-EV
                   MOVE TLC-COSTO(WS-IDX-HALLADA) TO COSTO-EV
               END-IF
               MOVE WS-MOTIVO TO MOTIVO-EV
               WRITE REG-EVENTO-PROV
           END-IF.

       27000-GRABAR-HISTORIA.
           OPEN OUTPUT HISTORIA-FACT.
           IF FS-HISTORIA-OK
           IF FS-PAGAR-OK
               CLOSE PAGAR-PROVEEDORES
           END-IF
           IF FS-IVA-COMPRAS-OK
               CLOSE IVA-COMPRAS
           END-IF
           IF FS-DISCREPA-OK
               CLOSE DISCREPANCIAS
           END-IF
           IF FS-EVENTOS-OK
               CLOSE EVENTOS-PROV
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MERCFACT' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO

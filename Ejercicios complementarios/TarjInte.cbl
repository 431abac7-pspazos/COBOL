                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-90I.

           SELECT RESUMEN-DETALLE ASSIGN TO '..\RESUDET'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESU-DET.

           SELECT RESUMEN-ANTERIOR ASSIGN TO '..\RESUSUMA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUM-ANT.

           SELECT PAGOS-TARJETA ASSIGN TO '..\PAGOSTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS.

           SELECT TARJETA-CATEG ASSIGN TO '..\TARJCATE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJ-CATEG.

           SELECT TASAS-FINANC ASSIGN TO '..\TASAFIN'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TASAS-FIN.

           SELECT RECLAMOS ASSIGN TO '..\RECLAMOS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECLAMOS.

           SELECT INT-JOURNAL ASSIGN TO '..\INTJRNL'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02  DATOS-DEUDA-90I         PIC X(51).
           02  INTERES-90I             PIC 9(13)V99.

      *    Los adelantos en efectivo (tipo E) devengan desde la
      *    fecha de la operacion, no desde el vencimiento.
       FD  RESUMEN-DETALLE.
       01  REG-RESU-DETALLE.
           02  NRO-CTA-RD              PIC 9(8).
           02  NRO-COMERCIO-RD         PIC X(10).
           02  IMPORTE-RD              PIC 9(15)V99.
           02  CANT-CUOTAS-RD          PIC 9(2).
           02  MONEDA-ORIG-RD          PIC X(3).
           02  IMPORTE-ORIG-RD         PIC 9(15)V99.
           02  NRO-ADIC-RD             PIC 9(2).
           02  TIPO-RD                 PIC X(1).
              88 DET-ADELANTO          VALUE 'E'.
              88 DET-COMPRA            VALUE 'C' ' '.
           02  FECHA-RD                PIC 9(8).

      *    Interes compensatorio: el saldo del resumen anterior no
      *    cancelado al vencimiento devenga desde el vencimiento, y
      *    en ese caso las compras del periodo desde su fecha.
       FD  RESUMEN-ANTERIOR.
       01  REG-RESUMEN-ANT.
           02  NRO-CTA-RX              PIC 9(8).
           02  NRO-CLI-RX              PIC 9(8).
           02  PERIODO-RX              PIC X(6).
           02  SALDO-APERTURA-RX       PIC S9(15)V99.
           02  TOTAL-CONSUMOS-RX       PIC 9(15)V99.
           02  TOTAL-PAGOS-RX          PIC 9(15)V99.
           02  TOTAL-INTERES-RX        PIC 9(13)V99.
           02  SALDO-CIERRE-RX         PIC S9(15)V99.
           02  PAGO-MINIMO-RX          PIC 9(13)V99.
           02  FECHA-VENC-RX           PIC 9(8).

       FD  PAGOS-TARJETA.
       01  REG-PAGO-TARJETA.
           02  NRO-CTA-PT              PIC 9(8).
           02  FECHA-PAGO-PT           PIC 9(8).
           02  IMPORTE-PT              PIC 9(15)V99.

       FD  TARJETA-CATEG.
       01  REG-TARJ-CATEG.
           02  NRO-CTA-TC              PIC 9(8).
           02  CATEGORIA-TC            PIC X(1).

      *    Tasa nominal anual de financiacion por categoria.
       FD  TASAS-FINANC.
       01  REG-TASA-FIN.
           02  CATEGORIA-TF            PIC X(1).
           02  TNA-TF                  PIC 9(3)V99.

      *    Un consumo en reclamo por desconocimiento (credito
      *    provisorio o firme) no devenga interes de financiacion.
       FD  RECLAMOS.
       01  REG-RECLAMO.
           02  NRO-RECLAMO-RC          PIC 9(8).
           02  NRO-CTA-RC              PIC 9(8).
           02  NRO-COMERCIO-RC         PIC X(10).
           02  IMPORTE-RC              PIC 9(15)V99.
           02  FECHA-CONSUMO-RC        PIC 9(8).
           02  NRO-ADIC-RC             PIC 9(2).
           02  MOTIVO-RC               PIC X(3).
           02  ESTADO-RC               PIC X(1).
              88 RECLAMO-ACREDITADO    VALUE 'P' 'F'.
           02  FEC-ALTA-RC             PIC 9(8).
           02  PERIODO-CRED-RC         PIC X(6).
           02  FEC-RESOL-RC            PIC 9(8).
           02  PERIODO-RESOL-RC        PIC X(6).

       FD  INT-JOURNAL.
       01  REG-INT-JOURNAL.
           02  NRO-CTA-IJ              PIC 9(8).
       01  FS-DEUDAS-30I               PIC XX.
       01  FS-DEUDAS-60I               PIC XX.
       01  FS-DEUDAS-90I               PIC XX.
       01  FS-RESU-DET                 PIC XX.
           88 FS-RESU-DET-OK       VALUE "00".
       01  FS-RESUM-ANT                PIC XX.
           88 FS-RESUM-ANT-OK      VALUE "00".
       01  FS-PAGOS                    PIC XX.
           88 FS-PAGOS-OK          VALUE "00".
       01  FS-TARJ-CATEG               PIC XX.
           88 FS-TARJ-CATEG-OK     VALUE "00".
       01  FS-TASAS-FIN                PIC XX.
           88 FS-TASAS-FIN-OK      VALUE "00".
       01  FS-RECLAMOS                 PIC XX.
           88 FS-RECLAMOS-OK       VALUE "00".
       01  FS-JOURNAL                  PIC XX.
           88 FS-JOURNAL-OK        VALUE "00".
       01  FS-JOBLOG                   PIC XX.
       01  WS-TASA-30                  PIC 9V9(4) VALUE 0.
       01  WS-TASA-60                  PIC 9V9(4) VALUE 0.
       01  WS-TASA-90                  PIC 9V9(4) VALUE 0.
       01  WS-TASA-ADE                 PIC 9V9(4) VALUE 0.
       01  WS-DIAS-ADELANTO            PIC 9(5).
       01  FIN-AUX                     PIC X VALUE 'N'.
       01  WS-IDX-AUX                  PIC 9(5).
       01  WS-CATEG-CTA                PIC X(1).
       01  WS-TNA                      PIC 9(3)V99.
       01  WS-PAGOS-VENC               PIC 9(15)V99.
       01  WS-FINANCIADO               PIC S9(15)V99.
       01  WS-DIAS-FIN                 PIC 9(5).
       01  WS-CAPITAL-COMPRAS          PIC 9(15)V99.
       01  WS-INTERES-COMPRAS          PIC 9(13)V99.
       01  WS-INTERES-COMPRA           PIC 9(13)V99.
       01  WS-RECLAMADO                PIC 9(15)V99.
       01  WS-EN-RECLAMO               PIC X.

       01  CANT-PAGOS                  PIC 9(5) VALUE 0.
       01  TABLA-PAGOS.
           02 TABLA-PAGOS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-PAGOS
                               INDEXED BY IDX-PAGO.
               03 TPG-NRO-CTA          PIC 9(8).
               03 TPG-FECHA            PIC 9(8).
               03 TPG-IMPORTE          PIC 9(15)V99.

       01  CANT-CATEGORIAS             PIC 9(5) VALUE 0.
       01  TABLA-CATEGORIAS.
           02 TABLA-CATEG-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-CATEGORIAS
                               INDEXED BY IDX-CATEG.
               03 TCE-NRO-CTA          PIC 9(8).
               03 TCE-CATEGORIA        PIC X(1).

       01  CANT-TASAS-FIN              PIC 9(2) VALUE 0.
       01  TABLA-TASAS-FIN.
           02 TABLA-TF-ITEM OCCURS 1 TO 99 TIMES
                            DEPENDING ON CANT-TASAS-FIN
                            INDEXED BY IDX-TF.
               03 TTF-CATEGORIA        PIC X(1).
               03 TTF-TNA              PIC 9(3)V99.

       01  CANT-COMPRAS                PIC 9(5) VALUE 0.
       01  TABLA-COMPRAS.
           02 TABLA-COMPRA-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-COMPRAS
                                INDEXED BY IDX-COMPRA.
               03 TCP-NRO-CTA          PIC 9(8).
               03 TCP-NRO-COMERCIO     PIC X(10).
               03 TCP-IMPORTE          PIC 9(15)V99.
               03 TCP-FECHA            PIC 9(8).

       01  CANT-RECLAMOS               PIC 9(5) VALUE 0.
       01  TABLA-RECLAMOS.
           02 TABLA-RECL-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-RECLAMOS
                              INDEXED BY IDX-RECL.
               03 TRE-NRO-CTA          PIC 9(8).
               03 TRE-NRO-COMERCIO     PIC X(10).
               03 TRE-IMPORTE          PIC 9(15)V99.
               03 TRE-FECHA            PIC 9(8).
               03 TRE-PERIODO-CRED     PIC X(6).
       01  WS-HAY-TASAS                PIC X VALUE 'N'.
       01  WS-INTERES                  PIC 9(13)V99.

           PERFORM 20000-ACUMULAR-INT-30.
           PERFORM 21000-ACUMULAR-INT-60.
           PERFORM 22000-ACUMULAR-INT-90.
           PERFORM 23000-ACUMULAR-INT-ADELANTOS.
           PERFORM 24000-ACUMULAR-INT-FINANCIACION.
           PERFORM 30000-FINAL.

       10000-INICIO.
                                   MOVE TASA-TM TO WS-TASA-60
                               WHEN '090'
                                   MOVE TASA-TM TO WS-TASA-90
                               WHEN 'ADE'
                                   MOVE TASA-TM TO WS-TASA-ADE
                               WHEN OTHER
                                   DISPLAY 'BUCKET DESCONOCIDO: '
                                           BUCKET-TM
               CLOSE DEUDAS-90
           END-IF.

      *    Tasa mensual del bucket ADE prorrateada sobre 30 dias,
      *    como la devenga la contabilidad.
       23000-ACUMULAR-INT-ADELANTOS.
           MOVE 'N' TO FIN-DEUDAS
           OPEN INPUT RESUMEN-DETALLE.
           IF FS-RESU-DET-OK
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ RESUMEN-DETALLE
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           IF DET-ADELANTO AND WS-TASA-ADE > 0
                              AND FECHA-RD IS NUMERIC
                              AND FECHA-RD > 0
                              AND FECHA-RD < WS-FEC-HOY
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 23100-INTERES-ADELANTO
                           END-IF
                           IF DET-COMPRA AND CANT-COMPRAS < 9999
                               ADD 1 TO CANT-COMPRAS
                               MOVE NRO-CTA-RD
                                   TO TCP-NRO-CTA(CANT-COMPRAS)
                               MOVE NRO-COMERCIO-RD
                                   TO TCP-NRO-COMERCIO(CANT-COMPRAS)
                               MOVE IMPORTE-RD
                                   TO TCP-IMPORTE(CANT-COMPRAS)
                               MOVE FECHA-RD
                                   TO TCP-FECHA(CANT-COMPRAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DETALLE
           END-IF.

       23100-INTERES-ADELANTO.
           COMPUTE WS-DIAS-ADELANTO =
               FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
             - FUNCTION INTEGER-OF-DATE(FECHA-RD)
           COMPUTE WS-INTERES ROUNDED =
               IMPORTE-RD * WS-TASA-ADE * WS-DIAS-ADELANTO / 30
           MOVE NRO-CTA-RD TO NRO-CTA-IJ
           MOVE 'ADE' TO BUCKET-IJ
           MOVE IMPORTE-RD TO CAPITAL-IJ
           MOVE WS-TASA-ADE TO TASA-IJ
           PERFORM 25000-GRABAR-JOURNAL.

       24000-ACUMULAR-INT-FINANCIACION.
           PERFORM 24100-CARGAR-TASAS-FIN
           IF CANT-TASAS-FIN > 0
               PERFORM 24200-CARGAR-PAGOS
               PERFORM 24300-CARGAR-CATEGORIAS
               PERFORM 24400-CARGAR-RECLAMOS
               MOVE 'N' TO FIN-AUX
               OPEN INPUT RESUMEN-ANTERIOR
               IF FS-RESUM-ANT-OK
                   PERFORM UNTIL FIN-AUX = 'S'
                       READ RESUMEN-ANTERIOR
                           AT END
                               MOVE 'S' TO FIN-AUX
                           NOT AT END
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 24500-FINANCIAR-CUENTA
                       END-READ
                   END-PERFORM
                   CLOSE RESUMEN-ANTERIOR
               END-IF
           END-IF.

       24100-CARGAR-TASAS-FIN.
           MOVE 'N' TO FIN-AUX
           OPEN INPUT TASAS-FINANC
           IF FS-TASAS-FIN-OK
               PERFORM UNTIL FIN-AUX = 'S'
                   READ TASAS-FINANC
                       AT END
                           MOVE 'S' TO FIN-AUX
                       NOT AT END
                           IF CANT-TASAS-FIN < 99
                               ADD 1 TO CANT-TASAS-FIN
                               MOVE CATEGORIA-TF
                                   TO TTF-CATEGORIA(CANT-TASAS-FIN)
                               MOVE TNA-TF
                                   TO TTF-TNA(CANT-TASAS-FIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAS-FINANC
           END-IF.

       24200-CARGAR-PAGOS.
           MOVE 'N' TO FIN-AUX
           OPEN INPUT PAGOS-TARJETA
           IF FS-PAGOS-OK
               PERFORM UNTIL FIN-AUX = 'S'
                   READ PAGOS-TARJETA
                       AT END
                           MOVE 'S' TO FIN-AUX
                       NOT AT END
                           IF CANT-PAGOS < 9999
                               ADD 1 TO CANT-PAGOS
                               MOVE NRO-CTA-PT
                                   TO TPG-NRO-CTA(CANT-PAGOS)
                               MOVE FECHA-PAGO-PT
                                   TO TPG-FECHA(CANT-PAGOS)
                               MOVE IMPORTE-PT
                                   TO TPG-IMPORTE(CANT-PAGOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAGOS-TARJETA
           END-IF.

       24300-CARGAR-CATEGORIAS.
           MOVE 'N' TO FIN-AUX
           OPEN INPUT TARJETA-CATEG
           IF FS-TARJ-CATEG-OK
               PERFORM UNTIL FIN-AUX = 'S'
                   READ TARJETA-CATEG
                       AT END
                           MOVE 'S' TO FIN-AUX
                       NOT AT END
                           IF CANT-CATEGORIAS < 9999
                               ADD 1 TO CANT-CATEGORIAS
                               MOVE NRO-CTA-TC
                                   TO TCE-NRO-CTA(CANT-CATEGORIAS)
                               MOVE CATEGORIA-TC
                                   TO TCE-CATEGORIA(CANT-CATEGORIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETA-CATEG
           END-IF.

      *    Solo interesan los reclamos con credito vigente.
       24400-CARGAR-RECLAMOS.
           MOVE 'N' TO FIN-AUX
           OPEN INPUT RECLAMOS
           IF FS-RECLAMOS-OK
               PERFORM UNTIL FIN-AUX = 'S'
                   READ RECLAMOS
                       AT END
                           MOVE 'S' TO FIN-AUX
                       NOT AT END
                           IF RECLAMO-ACREDITADO
                              AND CANT-RECLAMOS < 9999
                               ADD 1 TO CANT-RECLAMOS
                               MOVE NRO-CTA-RC
                                   TO TRE-NRO-CTA(CANT-RECLAMOS)
                               MOVE NRO-COMERCIO-RC
                                   TO TRE-NRO-COMERCIO(CANT-RECLAMOS)
                               MOVE IMPORTE-RC
                                   TO TRE-IMPORTE(CANT-RECLAMOS)
                               MOVE FECHA-CONSUMO-RC
                                   TO TRE-FECHA(CANT-RECLAMOS)
                               MOVE PERIODO-CRED-RC
                                   TO TRE-PERIODO-CRED(CANT-RECLAMOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS
           END-IF.

      *    Se financia lo que quedo impago al vencimiento del
      *    resumen anterior; la tasa sale de la categoria de la
      *    tarjeta (basica si no esta categorizada).
       24500-FINANCIAR-CUENTA.
           MOVE 0 TO WS-PAGOS-VENC
           MOVE 0 TO WS-FINANCIADO
           IF SALDO-CIERRE-RX > 0 AND FECHA-VENC-RX IS NUMERIC
              AND FECHA-VENC-RX > 0 AND FECHA-VENC-RX < WS-FEC-HOY
               PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > CANT-PAGOS
                   IF TPG-NRO-CTA(WS-IDX-AUX) = NRO-CTA-RX
                      AND TPG-FECHA(WS-IDX-AUX) <= FECHA-VENC-RX
                       ADD TPG-IMPORTE(WS-IDX-AUX) TO WS-PAGOS-VENC
                   END-IF
               END-PERFORM
               PERFORM 24510-RESTAR-RECLAMOS
               COMPUTE WS-FINANCIADO =
                   SALDO-CIERRE-RX - WS-PAGOS-VENC - WS-RECLAMADO
           END-IF
           IF WS-FINANCIADO > 0
               PERFORM 24600-BUSCAR-TNA
               IF WS-TNA > 0
                   PERFORM 24700-INTERES-SALDO
                   PERFORM 24800-INTERES-COMPRAS
               END-IF
           END-IF.

      *    Los creditos por reclamo que el resumen anterior todavia no
      *    incluia se descuentan del saldo a financiar.
       24510-RESTAR-RECLAMOS.
           MOVE 0 TO WS-RECLAMADO
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-RECLAMOS
               IF TRE-NRO-CTA(WS-IDX-AUX) = NRO-CTA-RX
                  AND TRE-PERIODO-CRED(WS-IDX-AUX) > PERIODO-RX
                   ADD TRE-IMPORTE(WS-IDX-AUX) TO WS-RECLAMADO
               END-IF
           END-PERFORM.

       24600-BUSCAR-TNA.
           MOVE 'B' TO WS-CATEG-CTA
           IF CANT-CATEGORIAS > 0
               SET IDX-CATEG TO 1
               SEARCH TABLA-CATEG-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-NRO-CTA(IDX-CATEG) = NRO-CTA-RX
                       MOVE TCE-CATEGORIA(IDX-CATEG) TO WS-CATEG-CTA
               END-SEARCH
           END-IF
           MOVE 0 TO WS-TNA
           SET IDX-TF TO 1
           SEARCH TABLA-TF-ITEM
               AT END
                   CONTINUE
               WHEN TTF-CATEGORIA(IDX-TF) = WS-CATEG-CTA
                   MOVE TTF-TNA(IDX-TF) TO WS-TNA
           END-SEARCH.

       24700-INTERES-SALDO.
           COMPUTE WS-DIAS-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
             - FUNCTION INTEGER-OF-DATE(FECHA-VENC-RX)
           COMPUTE WS-INTERES ROUNDED =
               WS-FINANCIADO * WS-TNA / 100 * WS-DIAS-FIN / 365
           MOVE NRO-CTA-RX TO NRO-CTA-IJ
           MOVE 'FIN' TO BUCKET-IJ
           MOVE WS-FINANCIADO TO CAPITAL-IJ
           PERFORM 24900-TASA-JOURNAL
           PERFORM 25000-GRABAR-JOURNAL.

       24800-INTERES-COMPRAS.
           MOVE 0 TO WS-CAPITAL-COMPRAS
           MOVE 0 TO WS-INTERES-COMPRAS
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-COMPRAS
               IF TCP-NRO-CTA(WS-IDX-AUX) = NRO-CTA-RX
                  AND TCP-FECHA(WS-IDX-AUX) IS NUMERIC
                  AND TCP-FECHA(WS-IDX-AUX) > 0
                  AND TCP-FECHA(WS-IDX-AUX) < WS-FEC-HOY
                   PERFORM 24810-BUSCAR-RECLAMO
                   IF WS-EN-RECLAMO = 'N'
                       COMPUTE WS-DIAS-FIN =
                           FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
                         - FUNCTION INTEGER-OF-DATE
                               (TCP-FECHA(WS-IDX-AUX))
                       COMPUTE WS-INTERES-COMPRA ROUNDED =
                           TCP-IMPORTE(WS-IDX-AUX) * WS-TNA / 100
                           * WS-DIAS-FIN / 365
                       ADD TCP-IMPORTE(WS-IDX-AUX)
                           TO WS-CAPITAL-COMPRAS
                       ADD WS-INTERES-COMPRA TO WS-INTERES-COMPRAS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INTERES-COMPRAS > 0
               MOVE WS-INTERES-COMPRAS TO WS-INTERES
               MOVE NRO-CTA-RX TO NRO-CTA-IJ
               MOVE 'FIN' TO BUCKET-IJ
               MOVE WS-CAPITAL-COMPRAS TO CAPITAL-IJ
               PERFORM 24900-TASA-JOURNAL
               PERFORM 25000-GRABAR-JOURNAL
           END-IF.

       24810-BUSCAR-RECLAMO.
           MOVE 'N' TO WS-EN-RECLAMO
           IF CANT-RECLAMOS > 0
               SET IDX-RECL TO 1
               SEARCH TABLA-RECL-ITEM
                   AT END
                       CONTINUE
                   WHEN TRE-NRO-CTA(IDX-RECL) = TCP-NRO-CTA(WS-IDX-AUX)
                    AND TRE-NRO-COMERCIO(IDX-RECL)
                           = TCP-NRO-COMERCIO(WS-IDX-AUX)
                    AND TRE-IMPORTE(IDX-RECL) = TCP-IMPORTE(WS-IDX-AUX)
                    AND TRE-FECHA(IDX-RECL) = TCP-FECHA(WS-IDX-AUX)
                       MOVE 'S' TO WS-EN-RECLAMO
               END-SEARCH
           END-IF.

      *    En el journal la tasa queda mensual (TNA a 30 dias), que
      *    es como la prorratea el devengamiento contable.
       24900-TASA-JOURNAL.
           COMPUTE TASA-IJ ROUNDED = WS-TNA / 100 * 30 / 365.

       25000-GRABAR-JOURNAL.
           MOVE WS-INTERES TO INTERES-IJ
           MOVE WS-FEC-HOY TO FECHA-IJ

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112IVAC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IVA-COMPRAS ASSIGN TO  '..\IVACOMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-IVA-COMPRAS.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PROVEEDORES.

           SELECT RESUMEN-IVA ASSIGN TO  '..\IVAVRES.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT SALDOS-IVA ASSIGN TO  '..\SALDOIVA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SALDOS.

           SELECT LIBRO-COMPRAS ASSIGN TO  '..\LIBROIVC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIBRO.

           SELECT ALICUOTAS-CPA ASSIGN TO  '..\IVACALIC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ALICUOTAS.

           SELECT POSICION-IVA ASSIGN TO  '..\POSIVA.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-POSICION.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-JOBLOG.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Detalle de compras liberadas por MERCFACT, un renglon por
      *    linea de factura; alicuota cero es importe no gravado.
       FD  IVA-COMPRAS.
       01  REG-IVA-COMPRA.
           02 COD-PROV-IC              PIC X(6).
           02 NRO-FACTURA-IC           PIC X(12).
           02 FECHA-IC                 PIC 9(8).
           02 ALICUOTA-IC              PIC 9(2)V99.
           02 NETO-IC                  PIC 9(13)V99.
           02 IVA-IC                   PIC 9(13)V99.

       FD  PROVEEDORES.
       01  REG-PROVEEDOR.
           02 COD-PROV-PM              PIC X(6).
           02 NOMBRE-PM                PIC X(30).
           02 DIAS-ENTREGA-PM          PIC 9(3).
           02 ARTICULOS-PM OCCURS 20 TIMES.
               03 NRO-ART-PM           PIC 9(8).
               03 PACK-PM              PIC 9(5).
               03 COSTO-PM             PIC 9(11)V99.
           02 CUIT-PM                  PIC X(11).
           02 BANCO-PM                 PIC X(3).
           02 CTA-BANCO-PM             PIC X(22).
           02 DIAS-PAGO-PM             PIC 9(3).
           02 REGIMEN-RET-PM           PIC X(3) OCCURS 3 TIMES.

      *    Resumen del libro IVA ventas que deja F112IVAV.
       FD  RESUMEN-IVA.
       01  REG-RESUMEN-IVA.
           02 PERIODO-RI               PIC X(6).
           02 COD-CAT-RI               PIC X(3).
           02 NETO-RI                  PIC S9(11)V99.
           02 IVA-RI                   PIC S9(11)V99.
           02 TOTAL-RI                 PIC S9(11)V99.
           02 CANT-DOCS-RI             PIC 9(7).

      *    Posicion mensual: saldo a favor que pasa al mes siguiente.
       FD  SALDOS-IVA.
       01  REG-SALDO-IVA.
           02 PERIODO-SI               PIC X(6).
           02 DEBITO-SI                PIC S9(11)V99.
           02 CREDITO-SI               PIC S9(11)V99.
           02 SALDO-ANT-SI             PIC S9(11)V99.
           02 A-PAGAR-SI               PIC S9(11)V99.
           02 SALDO-FAVOR-SI           PIC S9(11)V99.

       FD  LIBRO-COMPRAS.
       01  LIN-LIBRO                   PIC X(132).

      *    Alicuotas de comprobantes de compra en el diseno de
      *    registro de la presentacion: un registro por comprobante
      *    y alicuota, importes sin punto decimal.
       FD  ALICUOTAS-CPA.
       01  REG-ALICUOTA-CPA.
           02 TIPO-CBTE-AC             PIC 9(3).
           02 PTO-VENTA-AC             PIC 9(5).
           02 NRO-CBTE-AC              PIC 9(20).
           02 COD-DOC-AC               PIC 9(2).
           02 NRO-DOC-AC               PIC X(20).
           02 NETO-AC                  PIC 9(13)V99.
           02 COD-ALICUOTA-AC          PIC 9(4).
           02 IVA-AC                   PIC 9(13)V99.

       FD  POSICION-IVA.
       01  LIN-POSICION                PIC X(132).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
           02 JL-PARRAFO               PIC X(20).
           02 JL-FILE-STATUS           PIC X(2).
           02 JL-SEVERITY              PIC X(8).
           02 JL-TIMESTAMP             PIC X(21).
           02 JL-MENSAJE               PIC X(40).
           02 JL-RUN-ID                PIC X(11).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                   PIC X(10).
           02 RS-INICIO                PIC X(21).
           02 RS-FIN                   PIC X(21).
           02 RS-CANT-ENTRADA          PIC 9(7).
           02 RS-CANT-SALIDA           PIC 9(7).
           02 RS-ESTADO                PIC X(10).
           02 RS-RUN-ID                PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-IVA-COMPRAS              PIC X(2).
           88 FS-IVA-COMPRAS-OK    VALUE "00".
           88 FS-IVA-COMPRAS-EOF   VALUE "10".
       01  FS-PROVEEDORES              PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-RESUMEN                  PIC X(2).
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-SALDOS                   PIC X(2).
           88 FS-SALDOS-OK         VALUE "00".
       01  FS-LIBRO                    PIC X(2).
           88 FS-LIBRO-OK          VALUE "00".
       01  FS-ALICUOTAS                PIC X(2).
           88 FS-ALICUOTAS-OK      VALUE "00".
       01  FS-POSICION                 PIC X(2).
           88 FS-POSICION-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-COMPRAS-ABIERTO          PIC X VALUE 'N'.
           88 COMPRAS-ABIERTO          VALUE 'S'.
       01  WS-LIBRO-ABIERTO            PIC X VALUE 'N'.
           88 LIBRO-ABIERTO            VALUE 'S'.
       01  WS-ALICUOTAS-ABIERTO        PIC X VALUE 'N'.
           88 ALICUOTAS-ABIERTO        VALUE 'S'.
       01  WS-POSICION-ABIERTO         PIC X VALUE 'N'.
           88 POSICION-ABIERTO         VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-PERIODO                  PIC X(6).
       01  FIN-PROVEEDORES             PIC X VALUE 'N'.
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  FIN-SALDOS                  PIC X VALUE 'N'.
       01  WS-HAY-DOC                  PIC X VALUE 'N'.
       01  WS-PROV-ANT                 PIC X(6) VALUE SPACES.
       01  WS-FACTURA-ANT              PIC X(12) VALUE SPACES.
       01  WS-FECHA-ANT                PIC 9(8) VALUE 0.
       01  WS-IDX-PROV                 PIC 9(4).
       01  WS-IDX-ALI                  PIC 9(2).
       01  WS-IDX-SAL                  PIC 9(4).
       01  WS-IDX-SAL-MES              PIC 9(4) VALUE 0.
       01  WS-PERIODO-ANT              PIC X(6) VALUE SPACES.
       01  WS-HAY-VENTAS               PIC X VALUE 'N'.
       01  WS-GRAVADO-DOC              PIC 9(13)V99.
       01  WS-NO-GRAVADO-DOC           PIC 9(13)V99.
       01  WS-IVA-DOC                  PIC 9(13)V99.
       01  WS-TOTAL-DOC                PIC 9(13)V99.
       01  WS-GRAVADO-MES              PIC 9(13)V99 VALUE 0.
       01  WS-NO-GRAVADO-MES           PIC 9(13)V99 VALUE 0.
       01  WS-IVA-MES                  PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-MES                PIC 9(13)V99 VALUE 0.
       01  WS-DEBITO-FISCAL            PIC S9(11)V99 VALUE 0.
       01  WS-CREDITO-FISCAL           PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-ANTERIOR           PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-TECNICO            PIC S9(11)V99 VALUE 0.
       01  WS-A-PAGAR                  PIC S9(11)V99 VALUE 0.
       01  WS-SALDO-FAVOR              PIC S9(11)V99 VALUE 0.
       01  WS-CUIT-PROV                PIC X(11).
       01  WS-NOMBRE-PROV              PIC X(30).

       01  CANT-PROVEEDORES            PIC 9(4) VALUE 0.
       01  TABLA-PROVEEDORES.
           02 TABLA-PROV-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-PROVEEDORES
                              INDEXED BY IDX-PROV.
               03 TPR-COD-PROV         PIC X(6).
               03 TPR-NOMBRE           PIC X(30).
               03 TPR-CUIT             PIC X(11).

      *    Alicuotas del comprobante en curso.
       01  CANT-ALI-DOC                PIC 9(2) VALUE 0.
       01  TABLA-ALI-DOC.
           02 TABLA-AD-ITEM OCCURS 1 TO 10 TIMES
                            DEPENDING ON CANT-ALI-DOC
                            INDEXED BY IDX-AD.
               03 TAD-ALICUOTA         PIC 9(2)V99.
               03 TAD-NETO             PIC 9(13)V99.
               03 TAD-IVA              PIC 9(13)V99.

      *    Totales del mes por alicuota.
       01  CANT-ALI-MES                PIC 9(2) VALUE 0.
       01  TABLA-ALI-MES.
           02 TABLA-AM-ITEM OCCURS 1 TO 20 TIMES
                            DEPENDING ON CANT-ALI-MES
                            INDEXED BY IDX-AM.
               03 TAM-ALICUOTA         PIC 9(2)V99.
               03 TAM-NETO             PIC 9(13)V99.
               03 TAM-IVA              PIC 9(13)V99.
               03 TAM-CANT-DOCS        PIC 9(7).

       01  CANT-SALDOS                 PIC 9(4) VALUE 0.
       01  TABLA-SALDOS.
           02 TABLA-SAL-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-SALDOS.
               03 TSI-PERIODO          PIC X(6).
               03 TSI-DEBITO           PIC S9(11)V99.
               03 TSI-CREDITO          PIC S9(11)V99.
               03 TSI-SALDO-ANT        PIC S9(11)V99.
               03 TSI-A-PAGAR          PIC S9(11)V99.
               03 TSI-SALDO-FAVOR      PIC S9(11)V99.

       01  LIN-LC-TITULO.
           02 FILLER              PIC X(30) VALUE
              'LIBRO IVA COMPRAS - PERIODO '.
           02 LLC-PERIODO         PIC X(6).
       01  LIN-LC-ENCABEZADO.
           02 FILLER              PIC X(10) VALUE 'FECHA'.
           02 FILLER              PIC X(8)  VALUE 'PROV'.
           02 FILLER              PIC X(13) VALUE 'CUIT'.
           02 FILLER              PIC X(22) VALUE 'RAZON SOCIAL'.
           02 FILLER              PIC X(14) VALUE 'FACTURA'.
           02 FILLER              PIC X(7)  VALUE 'ALIC.'.
           02 FILLER              PIC X(14) VALUE '    GRAVADO'.
           02 FILLER              PIC X(14) VALUE ' NO GRAVADO'.
           02 FILLER              PIC X(14) VALUE '        IVA'.
           02 FILLER              PIC X(14) VALUE '      TOTAL'.
       01  LIN-LC-DETALLE.
           02 LCD-FECHA           PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-PROV            PIC X(6).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CUIT            PIC X(11).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-NOMBRE          PIC X(20).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-FACTURA         PIC X(12).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-ALICUOTA        PIC Z9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-GRAVADO         PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-NO-GRAVADO      PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-IVA             PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-TOTAL           PIC Z(10)9.99.
       01  LIN-LC-ALICUOTA.
           02 FILLER              PIC X(15) VALUE 'TOTAL ALICUOTA '.
           02 LCA-ALICUOTA        PIC Z9.99.
           02 FILLER              PIC X(3)  VALUE ' % '.
           02 LCA-CANT-DOCS       PIC Z(6)9.
           02 FILLER              PIC X(6)  VALUE ' DOCS '.
           02 LCA-NETO            PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCA-IVA             PIC Z(10)9.99.
       01  LIN-LC-TOTAL.
           02 FILLER              PIC X(20) VALUE 'TOTAL DEL MES'.
           02 LCT-GRAVADO         PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCT-NO-GRAVADO      PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCT-IVA             PIC Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCT-TOTAL           PIC Z(10)9.99.

       01  LIN-PO-TITULO.
           02 FILLER              PIC X(30) VALUE
              'POSICION MENSUAL DE IVA - '.
           02 LPO-PERIODO         PIC X(6).
       01  LIN-PO-RENGLON.
           02 LPR-LEYENDA         PIC X(35).
           02 LPR-IMPORTE         PIC -Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FS-IVA-COMPRAS-EOF.
           PERFORM 24000-CORTAR-DOCUMENTO.
           PERFORM 26000-TOTALES-MES.
           PERFORM 27000-POSICION-IVA.
           PERFORM 28000-REESCRIBIR-SALDOS.
           PERFORM 30000-FINAL.

      *    Parametro: periodo AAAAMM; por defecto el mes en curso.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = SPACES
               MOVE WS-PARM TO WS-PERIODO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           END-IF

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-PROVEEDORES
           PERFORM 13000-CARGAR-SALDOS

           OPEN INPUT IVA-COMPRAS.
           IF NOT FS-IVA-COMPRAS-OK
               DISPLAY 'ERROR AL ABRIR IVACOMP'
               DISPLAY 'FILE STATUS ' FS-IVA-COMPRAS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-IVA-COMPRAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR IVACOMP' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET COMPRAS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT LIBRO-COMPRAS.
           IF FS-LIBRO-OK
               SET LIBRO-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LLC-PERIODO
               WRITE LIN-LIBRO FROM LIN-LC-TITULO
               WRITE LIN-LIBRO FROM LIN-LC-ENCABEZADO
           END-IF

           OPEN OUTPUT ALICUOTAS-CPA.
           IF FS-ALICUOTAS-OK
               SET ALICUOTAS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT POSICION-IVA.
           IF FS-POSICION-OK
               SET POSICION-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112IVAC' AND RS-FIN(1:8)
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

       12000-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES-OK
               PERFORM UNTIL FIN-PROVEEDORES = 'S'
                   READ PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PROVEEDORES
                       NOT AT END
                           IF CANT-PROVEEDORES < 999
                               ADD 1 TO CANT-PROVEEDORES
                               MOVE COD-PROV-PM
                                   TO TPR-COD-PROV(CANT-PROVEEDORES)
                               MOVE NOMBRE-PM
                                   TO TPR-NOMBRE(CANT-PROVEEDORES)
                               MOVE CUIT-PM
                                   TO TPR-CUIT(CANT-PROVEEDORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.

      *    Historia de posiciones: el saldo a favor del ultimo mes
      *    anterior al periodo es el que se arrastra.
       13000-CARGAR-SALDOS.
           OPEN INPUT SALDOS-IVA.
           IF FS-SALDOS-OK
               PERFORM UNTIL FIN-SALDOS = 'S'
                   READ SALDOS-IVA
                       AT END
                           MOVE 'S' TO FIN-SALDOS
                       NOT AT END
                           IF CANT-SALDOS < 999
                               ADD 1 TO CANT-SALDOS
                               MOVE REG-SALDO-IVA
                                   TO TABLA-SAL-ITEM(CANT-SALDOS)
                               IF PERIODO-SI = WS-PERIODO
                                   MOVE CANT-SALDOS TO WS-IDX-SAL-MES
                               END-IF
                               IF PERIODO-SI < WS-PERIODO
                                  AND PERIODO-SI > WS-PERIODO-ANT
                                   MOVE PERIODO-SI TO WS-PERIODO-ANT
                                   MOVE SALDO-FAVOR-SI
                                       TO WS-SALDO-ANTERIOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDOS-IVA
           END-IF.

       20000-PROCESO.
           READ IVA-COMPRAS
               AT END
                   SET FS-IVA-COMPRAS-EOF TO TRUE
           END-READ
           IF NOT FS-IVA-COMPRAS-EOF
               IF FECHA-IC(1:6) = WS-PERIODO
                   ADD 1 TO WS-CANT-ENTRADA
                   IF COD-PROV-IC NOT = WS-PROV-ANT
                      OR NRO-FACTURA-IC NOT = WS-FACTURA-ANT
                       PERFORM 24000-CORTAR-DOCUMENTO
                       MOVE COD-PROV-IC TO WS-PROV-ANT
                       MOVE NRO-FACTURA-IC TO WS-FACTURA-ANT
                       MOVE FECHA-IC TO WS-FECHA-ANT
                   END-IF
                   MOVE 'S' TO WS-HAY-DOC
                   PERFORM 22000-ACUM-ALICUOTA-DOC
               END-IF
           END-IF.

       22000-ACUM-ALICUOTA-DOC.
           SET IDX-AD TO 1
           IF CANT-ALI-DOC > 0
               SEARCH TABLA-AD-ITEM
                   AT END
                       PERFORM 22100-ALTA-ALICUOTA-DOC
                   WHEN TAD-ALICUOTA(IDX-AD) = ALICUOTA-IC
                       ADD NETO-IC TO TAD-NETO(IDX-AD)
                       ADD IVA-IC TO TAD-IVA(IDX-AD)
               END-SEARCH
           ELSE
               PERFORM 22100-ALTA-ALICUOTA-DOC
           END-IF.

       22100-ALTA-ALICUOTA-DOC.
           IF CANT-ALI-DOC < 10
               ADD 1 TO CANT-ALI-DOC
               MOVE ALICUOTA-IC TO TAD-ALICUOTA(CANT-ALI-DOC)
               MOVE NETO-IC TO TAD-NETO(CANT-ALI-DOC)
               MOVE IVA-IC TO TAD-IVA(CANT-ALI-DOC)
           END-IF.

      *    Fin de comprobante: un renglon del libro por alicuota y
      *    su registro de presentacion (lo no gravado no lleva
      *    registro de alicuota).
       24000-CORTAR-DOCUMENTO.
           IF WS-HAY-DOC = 'S'
               PERFORM 24100-DATOS-PROVEEDOR
               PERFORM VARYING WS-IDX-ALI FROM 1 BY 1
                   UNTIL WS-IDX-ALI > CANT-ALI-DOC
                   PERFORM 24200-LISTAR-ALICUOTA
                   PERFORM 25000-ACUM-ALICUOTA-MES
                   IF TAD-ALICUOTA(WS-IDX-ALI) > 0
                       PERFORM 24300-GRABAR-ALICUOTA
                   END-IF
               END-PERFORM
               ADD 1 TO WS-CANT-SALIDA
           END-IF
           MOVE 'N' TO WS-HAY-DOC
           MOVE 0 TO CANT-ALI-DOC.

       24100-DATOS-PROVEEDOR.
           MOVE SPACES TO WS-CUIT-PROV
           MOVE 'PROVEEDOR SIN MAESTRO' TO WS-NOMBRE-PROV
           IF CANT-PROVEEDORES > 0
               SET IDX-PROV TO 1
               SEARCH TABLA-PROV-ITEM
                   AT END
                       CONTINUE
                   WHEN TPR-COD-PROV(IDX-PROV) = WS-PROV-ANT
                       MOVE TPR-CUIT(IDX-PROV) TO WS-CUIT-PROV
                       MOVE TPR-NOMBRE(IDX-PROV) TO WS-NOMBRE-PROV
               END-SEARCH
           END-IF
           IF WS-CUIT-PROV = SPACES
               MOVE '24100-DATOS-PROV' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'PROVEEDOR SIN CUIT EN LIBRO COMPRAS'
                   TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       24200-LISTAR-ALICUOTA.
           IF TAD-ALICUOTA(WS-IDX-ALI) > 0
               MOVE TAD-NETO(WS-IDX-ALI) TO WS-GRAVADO-DOC
               MOVE 0 TO WS-NO-GRAVADO-DOC
           ELSE
               MOVE 0 TO WS-GRAVADO-DOC
               MOVE TAD-NETO(WS-IDX-ALI) TO WS-NO-GRAVADO-DOC
           END-IF
           MOVE TAD-IVA(WS-IDX-ALI) TO WS-IVA-DOC
           COMPUTE WS-TOTAL-DOC = TAD-NETO(WS-IDX-ALI)
                                + TAD-IVA(WS-IDX-ALI)
           ADD WS-GRAVADO-DOC TO WS-GRAVADO-MES
           ADD WS-NO-GRAVADO-DOC TO WS-NO-GRAVADO-MES
           ADD WS-IVA-DOC TO WS-IVA-MES
           ADD WS-TOTAL-DOC TO WS-TOTAL-MES
           IF LIBRO-ABIERTO
               MOVE WS-FECHA-ANT TO LCD-FECHA
               MOVE WS-PROV-ANT TO LCD-PROV
               MOVE WS-CUIT-PROV TO LCD-CUIT
               MOVE WS-NOMBRE-PROV TO LCD-NOMBRE
               MOVE WS-FACTURA-ANT TO LCD-FACTURA
               MOVE TAD-ALICUOTA(WS-IDX-ALI) TO LCD-ALICUOTA
               MOVE WS-GRAVADO-DOC TO LCD-GRAVADO
               MOVE WS-NO-GRAVADO-DOC TO LCD-NO-GRAVADO
               MOVE WS-IVA-DOC TO LCD-IVA
               MOVE WS-TOTAL-DOC TO LCD-TOTAL
               WRITE LIN-LIBRO FROM LIN-LC-DETALLE
           END-IF.

      *    Codigos de alicuota de la presentacion: 3 = 0%,
      *    4 = 10,5%, 5 = 21%, 6 = 27%, 8 = 5%, 9 = 2,5%.
      *    Numero de factura PPPPNNNNNNNN (punto de venta y numero).
       24300-GRABAR-ALICUOTA.
           IF ALICUOTAS-ABIERTO
               MOVE 1 TO TIPO-CBTE-AC
               MOVE 0 TO PTO-VENTA-AC
               MOVE 0 TO NRO-CBTE-AC
               IF WS-FACTURA-ANT(1:4) IS NUMERIC
                   MOVE WS-FACTURA-ANT(1:4) TO PTO-VENTA-AC
               END-IF
               IF WS-FACTURA-ANT(5:8) IS NUMERIC
                   MOVE WS-FACTURA-ANT(5:8) TO NRO-CBTE-AC
               END-IF
               MOVE 80 TO COD-DOC-AC
               MOVE ALL '0' TO NRO-DOC-AC
               MOVE WS-CUIT-PROV TO NRO-DOC-AC(10:11)
               MOVE TAD-NETO(WS-IDX-ALI) TO NETO-AC
               EVALUATE TAD-ALICUOTA(WS-IDX-ALI)
                   WHEN 10.50
                       MOVE 4 TO COD-ALICUOTA-AC
                   WHEN 21.00
                       MOVE 5 TO COD-ALICUOTA-AC
                   WHEN 27.00
                       MOVE 6 TO COD-ALICUOTA-AC
                   WHEN 5.00
                       MOVE 8 TO COD-ALICUOTA-AC
                   WHEN 2.50
                       MOVE 9 TO COD-ALICUOTA-AC
                   WHEN OTHER
                       MOVE 3 TO COD-ALICUOTA-AC
                       MOVE '24300-GRABAR-ALIC' TO JL-PARRAFO
                       MOVE SPACES TO JL-FILE-STATUS
                       MOVE 'WARNING' TO JL-SEVERITY
                       MOVE 'ALICUOTA DE COMPRA NO TABULADA'
                           TO JL-MENSAJE
                       PERFORM 91000-LOG-AVISO
               END-EVALUATE
               MOVE TAD-IVA(WS-IDX-ALI) TO IVA-AC
               WRITE REG-ALICUOTA-CPA
           END-IF.

       25000-ACUM-ALICUOTA-MES.
           SET IDX-AM TO 1
           IF CANT-ALI-MES > 0
               SEARCH TABLA-AM-ITEM
                   AT END
                       PERFORM 25100-ALTA-ALICUOTA-MES
                   WHEN TAM-ALICUOTA(IDX-AM) = TAD-ALICUOTA(WS-IDX-ALI)
                       ADD TAD-NETO(WS-IDX-ALI) TO TAM-NETO(IDX-AM)
                       ADD TAD-IVA(WS-IDX-ALI) TO TAM-IVA(IDX-AM)
                       ADD 1 TO TAM-CANT-DOCS(IDX-AM)
               END-SEARCH
           ELSE
               PERFORM 25100-ALTA-ALICUOTA-MES
           END-IF.

       25100-ALTA-ALICUOTA-MES.
           IF CANT-ALI-MES < 20
               ADD 1 TO CANT-ALI-MES
               MOVE TAD-ALICUOTA(WS-IDX-ALI)
                   TO TAM-ALICUOTA(CANT-ALI-MES)
               MOVE TAD-NETO(WS-IDX-ALI) TO TAM-NETO(CANT-ALI-MES)
               MOVE TAD-IVA(WS-IDX-ALI) TO TAM-IVA(CANT-ALI-MES)
               MOVE 1 TO TAM-CANT-DOCS(CANT-ALI-MES)
           END-IF.

       26000-TOTALES-MES.
           PERFORM VARYING WS-IDX-ALI FROM 1 BY 1
               UNTIL WS-IDX-ALI > CANT-ALI-MES
               IF LIBRO-ABIERTO
                   MOVE TAM-ALICUOTA(WS-IDX-ALI) TO LCA-ALICUOTA
                   MOVE TAM-CANT-DOCS(WS-IDX-ALI) TO LCA-CANT-DOCS
                   MOVE TAM-NETO(WS-IDX-ALI) TO LCA-NETO
                   MOVE TAM-IVA(WS-IDX-ALI) TO LCA-IVA
                   WRITE LIN-LIBRO FROM LIN-LC-ALICUOTA
               END-IF
           END-PERFORM
           IF LIBRO-ABIERTO
               MOVE WS-GRAVADO-MES TO LCT-GRAVADO
               MOVE WS-NO-GRAVADO-MES TO LCT-NO-GRAVADO
               MOVE WS-IVA-MES TO LCT-IVA
               MOVE WS-TOTAL-MES TO LCT-TOTAL
               WRITE LIN-LIBRO FROM LIN-LC-TOTAL
           END-IF.

      *    Debito fiscal del libro ventas del periodo contra credito
      *    fiscal de compras y el saldo a favor del mes anterior.
       27000-POSICION-IVA.
           MOVE WS-IVA-MES TO WS-CREDITO-FISCAL
           OPEN INPUT RESUMEN-IVA.
           IF FS-RESUMEN-OK
               PERFORM UNTIL FIN-RESUMEN = 'S'
                   READ RESUMEN-IVA
                       AT END
                           MOVE 'S' TO FIN-RESUMEN
                       NOT AT END
                           IF PERIODO-RI = WS-PERIODO
                               MOVE 'S' TO WS-HAY-VENTAS
                               ADD IVA-RI TO WS-DEBITO-FISCAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-IVA
           END-IF
           IF WS-HAY-VENTAS NOT = 'S'
               DISPLAY 'SIN LIBRO IVA VENTAS DEL PERIODO ' WS-PERIODO
               MOVE '27000-POSICION-IVA' TO JL-PARRAFO
               MOVE FS-RESUMEN TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN LIBRO IVA VENTAS DEL PERIODO' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF
           COMPUTE WS-SALDO-TECNICO = WS-DEBITO-FISCAL
                                    - WS-CREDITO-FISCAL
                                    - WS-SALDO-ANTERIOR
           IF WS-SALDO-TECNICO > 0
               MOVE WS-SALDO-TECNICO TO WS-A-PAGAR
               MOVE 0 TO WS-SALDO-FAVOR
           ELSE
               MOVE 0 TO WS-A-PAGAR
               COMPUTE WS-SALDO-FAVOR = 0 - WS-SALDO-TECNICO
           END-IF
           IF POSICION-ABIERTO
               MOVE WS-PERIODO TO LPO-PERIODO
               WRITE LIN-POSICION FROM LIN-PO-TITULO
               MOVE 'DEBITO FISCAL (VENTAS)' TO LPR-LEYENDA
               MOVE WS-DEBITO-FISCAL TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
               MOVE 'CREDITO FISCAL (COMPRAS)' TO LPR-LEYENDA
               MOVE WS-CREDITO-FISCAL TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
               MOVE 'SALDO A FAVOR MES ANTERIOR' TO LPR-LEYENDA
               MOVE WS-SALDO-ANTERIOR TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
               MOVE 'SALDO TECNICO' TO LPR-LEYENDA
               MOVE WS-SALDO-TECNICO TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
               MOVE 'IVA A PAGAR' TO LPR-LEYENDA
               MOVE WS-A-PAGAR TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
               MOVE 'SALDO A FAVOR A TRASLADAR' TO LPR-LEYENDA
               MOVE WS-SALDO-FAVOR TO LPR-IMPORTE
               WRITE LIN-POSICION FROM LIN-PO-RENGLON
           END-IF
           IF WS-IDX-SAL-MES = 0
              AND CANT-SALDOS < 999
               ADD 1 TO CANT-SALDOS
               MOVE CANT-SALDOS TO WS-IDX-SAL-MES
           END-IF
           IF WS-IDX-SAL-MES > 0
               MOVE WS-PERIODO TO TSI-PERIODO(WS-IDX-SAL-MES)
               MOVE WS-DEBITO-FISCAL TO TSI-DEBITO(WS-IDX-SAL-MES)
               MOVE WS-CREDITO-FISCAL TO TSI-CREDITO(WS-IDX-SAL-MES)
               MOVE WS-SALDO-ANTERIOR
                   TO TSI-SALDO-ANT(WS-IDX-SAL-MES)
               MOVE WS-A-PAGAR TO TSI-A-PAGAR(WS-IDX-SAL-MES)
               MOVE WS-SALDO-FAVOR
                   TO TSI-SALDO-FAVOR(WS-IDX-SAL-MES)
           END-IF.

      *    Reproceso del mismo periodo reemplaza su posicion.
       28000-REESCRIBIR-SALDOS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SALDOS-IVA
               IF FS-SALDOS-OK
                   PERFORM VARYING WS-IDX-SAL FROM 1 BY 1
                       UNTIL WS-IDX-SAL > CANT-SALDOS
                       MOVE TABLA-SAL-ITEM(WS-IDX-SAL)
                           TO REG-SALDO-IVA
                       WRITE REG-SALDO-IVA
                   END-PERFORM
                   CLOSE SALDOS-IVA
               ELSE
                   DISPLAY 'ERROR REESCRITURA SALDOIVA ' FS-SALDOS
                   MOVE '28000-REESCRIBIR' TO JL-PARRAFO
                   MOVE FS-SALDOS TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA SALDOIVA' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               END-IF
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112IVAC' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       91000-LOG-AVISO.
           IF JOBLOG-ABIERTO
               MOVE 'F112IVAC' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'LINEAS DEL PERIODO  : ' WS-CANT-ENTRADA
           DISPLAY 'COMPROBANTES        : ' WS-CANT-SALIDA
           DISPLAY 'DEBITO FISCAL       : ' WS-DEBITO-FISCAL
           DISPLAY 'CREDITO FISCAL      : ' WS-CREDITO-FISCAL
           DISPLAY 'IVA A PAGAR         : ' WS-A-PAGAR
           DISPLAY 'SALDO A FAVOR       : ' WS-SALDO-FAVOR
           IF COMPRAS-ABIERTO
               CLOSE IVA-COMPRAS
           END-IF
           IF LIBRO-ABIERTO
               CLOSE LIBRO-COMPRAS
           END-IF
           IF ALICUOTAS-ABIERTO
               CLOSE ALICUOTAS-CPA
           END-IF
           IF POSICION-ABIERTO
               CLOSE POSICION-IVA
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112IVAC' TO RS-JOB
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

       END PROGRAM F112IVAC.

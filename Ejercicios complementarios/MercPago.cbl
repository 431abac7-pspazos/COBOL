       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCPAGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAR-PROVEEDORES ASSIGN TO  '..\PAGARPRO'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PAGAR.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PROVEEDORES.

           SELECT REGIMENES-RET ASSIGN TO  '..\RETENMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-REGIMENES.

           SELECT ITEMS-PROVEEDOR ASSIGN TO  '..\PROVABI'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ITEMS-PROV.

           SELECT NOTAS-DEBITO ASSIGN TO  '..\NDPROV'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-NOTAS.

           SELECT TRANSFERENCIAS ASSIGN TO  '..\PROVTRF'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-TRANSF.

           SELECT CHEQUES-PROV ASSIGN TO  '..\CHEQPROV'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CHEQUES.

           SELECT RETENCIONES ASSIGN TO  '..\RETPROV'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RETENCIONES.

           SELECT ORDENES-PAGO ASSIGN TO  '..\ORDPAGO'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ORDENES-PAGO.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-INTERFAZ.

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
       FD  PAGAR-PROVEEDORES.
       01  REG-PAGAR.
           03 COD-PROV-PG          PIC X(6).
           03 NRO-FACTURA-PG       PIC X(12).
           03 IMPORTE-PG           PIC 9(13)V99.
           03 FECHA-PG             PIC 9(8).

      *    DIAS-PAGO-PM: plazo de pago desde la liberacion de la
      *    factura. Sin BANCO-PM/CTA-BANCO-PM se paga con cheque.
       FD  PROVEEDORES.
       01  REG-PROVEEDOR.
           03 COD-PROV-PM          PIC X(6).
           03 NOMBRE-PM            PIC X(30).
           03 DIAS-ENTREGA-PM      PIC 9(3).
           03 ARTICULOS-PM OCCURS 20 TIMES.
               05 NRO-ART-PM       PIC 9(8).
               05 PACK-PM          PIC 9(5).
               05 COSTO-PM         PIC 9(11)V99.
           03 CUIT-PM              PIC X(11).
           03 BANCO-PM             PIC X(3).
           03 CTA-BANCO-PM         PIC X(22).
           03 DIAS-PAGO-PM         PIC 9(3).
           03 REGIMEN-RET-PM       PIC X(3) OCCURS 3 TIMES.

      *    Regimenes de retencion: alicuota sobre lo pagado en la
      *    orden que excede el minimo no sujeto.
       FD  REGIMENES-RET.
       01  REG-REGIMEN.
           03 COD-REGIMEN-RM       PIC X(3).
           03 DESCRIPCION-RM       PIC X(30).
           03 PORCENTAJE-RM        PIC 9(2)V99.
           03 MINIMO-RM            PIC 9(11)V99.
           03 CONCEPTO-GL-RM       PIC X(12).

      *    Cuenta corriente de proveedores. ESTADO-PA: 'A' abierta,
      *    'P' pagada (queda para no volver a tomarla de PAGARPRO).
       FD  ITEMS-PROVEEDOR.
       01  REG-ITEM-PROV.
           03 COD-PROV-PA          PIC X(6).
           03 NRO-FACTURA-PA       PIC X(12).
           03 FECHA-FACT-PA        PIC 9(8).
           03 FECHA-VTO-PA         PIC 9(8).
           03 IMPORTE-PA           PIC 9(13)V99.
           03 ESTADO-PA            PIC X(1).
           03 FECHA-PAGO-PA        PIC 9(8).
           03 NRO-OP-PA            PIC 9(8).

      *    Notas de debito por mercaderia devuelta (MercDevo).
      *    ESTADO-ND: 'A' pendiente, 'P' aplicada en una orden.
       FD  NOTAS-DEBITO.
       01  REG-NOTA-DEBITO.
           03 COD-PROV-ND          PIC X(6).
           03 NRO-NOTA-ND          PIC X(12).
           03 FECHA-ND             PIC 9(8).
           03 NRO-DEVOL-ND         PIC X(12).
           03 NRO-ART-ND           PIC 9(8).
           03 CANT-ND              PIC 9(10).
           03 IMPORTE-ND           PIC 9(13)V99.
           03 ESTADO-ND            PIC X(1).
           03 FECHA-APLIC-ND       PIC 9(8).
           03 NRO-OP-ND            PIC 9(8).

       FD  TRANSFERENCIAS.
       01  REG-TRANSF-HEADER.
           03 TIPO-REG-TH          PIC X(6).
           03 FECHA-PRESENTACION-TH PIC X(8).
           03 EMPRESA-TH           PIC X(10).
           03 FILLER               PIC X(49).
       01  REG-TRANSF.
           03 TIPO-REG-TF          PIC X(6).
           03 COD-PROV-TF          PIC X(6).
           03 CUIT-TF              PIC X(11).
           03 BANCO-TF             PIC X(3).
           03 CTA-BANCO-TF         PIC X(22).
           03 IMPORTE-TF           PIC 9(13)V99.
           03 NRO-OP-TF            PIC 9(8).
           03 FILLER               PIC X(2).
       01  REG-TRANSF-TRAILER.
           03 TIPO-REG-TT          PIC X(6).
           03 CANT-TRANSF-TT       PIC 9(7).
           03 IMPORTE-TOTAL-TT     PIC 9(13)V99.
           03 FILLER               PIC X(45).

       FD  CHEQUES-PROV.
       01  REG-CHEQUE-PROV.
           03 NRO-CHEQUE-CQ        PIC 9(8).
           03 FECHA-CQ             PIC 9(8).
           03 COD-PROV-CQ          PIC X(6).
           03 NOMBRE-CQ            PIC X(30).
           03 IMPORTE-CQ           PIC 9(13)V99.
           03 NRO-OP-CQ            PIC 9(8).

       FD  RETENCIONES.
       01  REG-RETENCION.
           03 FECHA-RT             PIC 9(8).
           03 NRO-OP-RT            PIC 9(8).
           03 COD-PROV-RT          PIC X(6).
           03 CUIT-RT              PIC X(11).
           03 COD-REGIMEN-RT       PIC X(3).
           03 BASE-RT              PIC 9(13)V99.
           03 PORCENTAJE-RT        PIC 9(2)V99.
           03 IMPORTE-RT           PIC 9(13)V99.

       FD  ORDENES-PAGO.
       01  LIN-ORDEN-PAGO          PIC X(132).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           03 FECHA-GI             PIC 9(8).
           03 CONCEPTO-GI          PIC X(12).
           03 IMPORTE-GI           PIC 9(13)V99.
           03 AREA-GI              PIC X(10).
           03 ORIGEN-GI            PIC X(10).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA           PIC X(10).
           02 JL-PARRAFO            PIC X(20).
           02 JL-FILE-STATUS        PIC X(2).
           02 JL-SEVERITY           PIC X(8).
           02 JL-TIMESTAMP          PIC X(21).
           02 JL-MENSAJE            PIC X(40).
           02 JL-RUN-ID             PIC X(11).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
           02 RS-INICIO             PIC X(21).
           02 RS-FIN                PIC X(21).
           02 RS-CANT-ENTRADA       PIC 9(7).
           02 RS-CANT-SALIDA        PIC 9(7).
           02 RS-ESTADO             PIC X(10).
           02 RS-RUN-ID             PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-PAGAR                PIC X(2).
           88 FS-PAGAR-OK          VALUE "00".
       01  FS-PROVEEDORES          PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-REGIMENES            PIC X(2).
           88 FS-REGIMENES-OK      VALUE "00".
       01  FS-ITEMS-PROV           PIC X(2).
           88 FS-ITEMS-PROV-OK     VALUE "00".
       01  FS-NOTAS                PIC X(2).
           88 FS-NOTAS-OK          VALUE "00".
       01  FS-TRANSF               PIC X(2).
           88 FS-TRANSF-OK         VALUE "00".
       01  FS-CHEQUES              PIC X(2).
           88 FS-CHEQUES-OK        VALUE "00".
       01  FS-RETENCIONES          PIC X(2).
           88 FS-RETENCIONES-OK    VALUE "00".
       01  FS-ORDENES-PAGO         PIC X(2).
           88 FS-ORDENES-PAGO-OK   VALUE "00".
       01  FS-INTERFAZ             PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-JOBLOG               PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-TRANSF-ABIERTO       PIC X VALUE 'N'.
           88 TRANSF-ABIERTO       VALUE 'S'.
       01  WS-CHEQUES-ABIERTO      PIC X VALUE 'N'.
           88 CHEQUES-ABIERTO      VALUE 'S'.
       01  WS-RETENC-ABIERTO       PIC X VALUE 'N'.
           88 RETENC-ABIERTO       VALUE 'S'.
       01  WS-ORDENES-ABIERTO      PIC X VALUE 'N'.
           88 ORDENES-ABIERTO      VALUE 'S'.
       01  WS-INTERFAZ-ABIERTO     PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO     VALUE 'S'.
       01  WS-JOBLOG-ABIERTO       PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO       VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO      VALUE 'S'.
       01  WS-HORA-INICIO          PIC X(21).
       01  WS-ESTADO-FINAL         PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID               PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA      PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST        PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-CANT-ORDENES         PIC 9(7) VALUE 0.
       01  WS-CANT-TRANSF          PIC 9(7) VALUE 0.
       01  WS-CANT-CHEQUES         PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-MAESTRO     PIC 9(7) VALUE 0.

       01  WS-PARM                 PIC X(14) VALUE SPACES.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-FEC-CORTE            PIC 9(8).
       01  WS-PROV-PARM            PIC X(6) VALUE SPACES.
       01  FIN-PAGAR               PIC X VALUE 'N'.
       01  FIN-PROVEEDORES         PIC X VALUE 'N'.
       01  FIN-REGIMENES           PIC X VALUE 'N'.
       01  FIN-ITEMS-PROV          PIC X VALUE 'N'.
       01  FIN-CHEQUES             PIC X VALUE 'N'.
       01  FIN-NOTAS               PIC X VALUE 'N'.
       01  WS-IDX-NOTA             PIC 9(5).
       01  WS-NOTAS-ORDEN          PIC 9(13)V99.
       01  WS-TOTAL-NOTAS          PIC 9(13)V99 VALUE 0.
       01  WS-IDX-PROV             PIC 9(4).
       01  WS-IDX-ITEM             PIC 9(5).
       01  WS-IDX-REG              PIC 9(3).
       01  WS-IDX-RET              PIC 9(1).
       01  WS-ULT-OP               PIC 9(8) VALUE 0.
       01  WS-ULT-CHEQUE           PIC 9(8) VALUE 0.
       01  WS-NRO-OP               PIC 9(8).
       01  WS-BASE-ORDEN           PIC 9(13)V99.
       01  WS-RETENIDO-ORDEN       PIC 9(13)V99.
       01  WS-NETO-ORDEN           PIC S9(13)V99.
       01  WS-IMPORTE-RET          PIC 9(13)V99.
       01  WS-TOTAL-PAGADO         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-RETENIDO       PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-TRANSF         PIC 9(13)V99 VALUE 0.
       01  WS-CONCEPTO-GL          PIC X(12).
       01  WS-IMPORTE-GL           PIC 9(13)V99.

       01  CANT-PROVEEDORES        PIC 9(4) VALUE 0.
       01  TABLA-PROVEEDORES.
           02 TABLA-PROV-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-PROVEEDORES
                              INDEXED BY IDX-PROV.
               03 TPR-COD-PROV     PIC X(6).
               03 TPR-NOMBRE       PIC X(30).
               03 TPR-CUIT         PIC X(11).
               03 TPR-BANCO        PIC X(3).
               03 TPR-CTA-BANCO    PIC X(22).
               03 TPR-DIAS-PAGO    PIC 9(3).
               03 TPR-REGIMEN      PIC X(3) OCCURS 3 TIMES.

       01  CANT-REGIMENES          PIC 9(3) VALUE 0.
       01  TABLA-REGIMENES.
           02 TABLA-REG-ITEM OCCURS 1 TO 99 TIMES
                             DEPENDING ON CANT-REGIMENES
                             INDEXED BY IDX-REG.
               03 TRG-COD-REGIMEN  PIC X(3).
               03 TRG-DESCRIPCION  PIC X(30).
               03 TRG-PORCENTAJE   PIC 9(2)V99.
               03 TRG-MINIMO       PIC 9(11)V99.
               03 TRG-CONCEPTO-GL  PIC X(12).

       01  CANT-ITEMS              PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEM-PROV OCCURS 1 TO 20000 TIMES
                              DEPENDING ON CANT-ITEMS
                              INDEXED BY IDX-ITEM.
               03 TIP-COD-PROV     PIC X(6).
               03 TIP-NRO-FACTURA  PIC X(12).
               03 TIP-FECHA-FACT   PIC 9(8).
               03 TIP-FECHA-VTO    PIC 9(8).
               03 TIP-IMPORTE      PIC 9(13)V99.
               03 TIP-ESTADO       PIC X(1).
               03 TIP-FECHA-PAGO   PIC 9(8).
               03 TIP-NRO-OP       PIC 9(8).
       01  TABLA-ITEMS-NUEVOS.
           02 TIN-NUEVO            PIC X(1) OCCURS 20000 TIMES.

       01  CANT-NOTAS              PIC 9(5) VALUE 0.
       01  TABLA-NOTAS.
           02 TABLA-NOTA-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-NOTAS
                              INDEXED BY IDX-NOTA.
               03 TND-COD-PROV     PIC X(6).
               03 TND-NRO-NOTA     PIC X(12).
               03 TND-FECHA        PIC 9(8).
               03 TND-NRO-DEVOL    PIC X(12).
               03 TND-NRO-ART      PIC 9(8).
               03 TND-CANT         PIC 9(10).
               03 TND-IMPORTE      PIC 9(13)V99.
               03 TND-ESTADO       PIC X(1).
               03 TND-FECHA-APLIC  PIC 9(8).
               03 TND-NRO-OP       PIC 9(8).
               03 TND-APLICAR      PIC X(1).

       01  LIN-OP-TITULO.
           02 FILLER           PIC X(30) VALUE
              'ORDEN DE PAGO NRO '.
           02 LOT-NRO-OP       PIC 9(8).
           02 FILLER           PIC X(10) VALUE '  FECHA: '.
           02 LOT-FECHA        PIC 9(8).
       01  LIN-OP-PROVEEDOR.
           02 FILLER           PIC X(12) VALUE 'PROVEEDOR: '.
           02 LOP-COD-PROV     PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOP-NOMBRE       PIC X(30).
           02 FILLER           PIC X(8)  VALUE '  CUIT: '.
           02 LOP-CUIT         PIC X(11).
       01  LIN-OP-ENCABEZADO.
           02 FILLER           PIC X(51) VALUE
              'FACTURA      FECHA FACT  VENCIMIENTO       IMPORTE'.
       01  LIN-OP-FACTURA.
           02 LOF-FACTURA      PIC X(12).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOF-FECHA-FACT   PIC 9(8).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LOF-FECHA-VTO    PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOF-IMPORTE      PIC Z(12)9.99.
       01  LIN-OP-RETENCION.
           02 FILLER           PIC X(11) VALUE 'RETENCION '.
           02 LOR-REGIMEN      PIC X(3).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOR-DESCRIPCION  PIC X(30).
           02 FILLER           PIC X(6)  VALUE ' BASE '.
           02 LOR-BASE         PIC Z(12)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOR-PORCENTAJE   PIC Z9.99.
           02 FILLER           PIC X(3)  VALUE ' % '.
           02 LOR-IMPORTE      PIC Z(12)9.99.
       01  LIN-OP-TOTAL.
           02 LOT-LEYENDA      PIC X(35).
           02 LOT-IMPORTE      PIC -Z(12)9.99.
       01  LIN-OP-MEDIO.
           02 LOM-LEYENDA      PIC X(20).
           02 LOM-DETALLE      PIC X(40).
       01  WS-MEDIO-TRANSF.
           02 FILLER           PIC X(6)  VALUE 'BANCO '.
           02 WMT-BANCO        PIC X(3).
           02 FILLER           PIC X(7)  VALUE ' CTA. '.
           02 WMT-CTA          PIC X(22).
       01  WS-MEDIO-CHEQUE.
           02 FILLER           PIC X(11) VALUE 'CHEQUE NRO '.
           02 WMC-NRO-CHEQUE   PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PAGAR-PROVEEDOR
               VARYING WS-IDX-PROV FROM 1 BY 1
               UNTIL WS-IDX-PROV > CANT-PROVEEDORES.
           PERFORM 27000-GRABAR-ITEMS.
           PERFORM 30000-FINAL.

      *    Parametro: fecha de corte de vencimientos (AAAAMMDD, por
      *    defecto hoy) y, opcional, un unico proveedor a pagar.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-FEC-CORTE
           ELSE
               MOVE WS-FEC-HOY TO WS-FEC-CORTE
           END-IF
           MOVE WS-PARM(9:6) TO WS-PROV-PARM

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
           PERFORM 13000-CARGAR-REGIMENES
           PERFORM 14000-CARGAR-ITEMS
           PERFORM 14500-CARGAR-NOTAS
           PERFORM 15000-INCORPORAR-FACTURAS
           PERFORM 16000-ULTIMO-CHEQUE

           OPEN OUTPUT TRANSFERENCIAS.
           IF NOT FS-TRANSF-OK
               DISPLAY 'ERROR AL ABRIR PROVTRF'
               DISPLAY 'FILE STATUS ' FS-TRANSF
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-TRANSF TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PROVTRF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET TRANSF-ABIERTO TO TRUE
               MOVE 'HEADER' TO TIPO-REG-TH
               MOVE WS-FEC-HOY TO FECHA-PRESENTACION-TH
               MOVE 'MERCPAGO' TO EMPRESA-TH
               WRITE REG-TRANSF-HEADER
           END-IF

           OPEN EXTEND CHEQUES-PROV.
           IF FS-CHEQUES = '35'
               OPEN OUTPUT CHEQUES-PROV
           END-IF
           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR AL ABRIR CHEQPROV'
               DISPLAY 'FILE STATUS ' FS-CHEQUES
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-CHEQUES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CHEQPROV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET CHEQUES-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND RETENCIONES.
           IF FS-RETENCIONES = '35'
               OPEN OUTPUT RETENCIONES
           END-IF
           IF NOT FS-RETENCIONES-OK
               DISPLAY 'ERROR AL ABRIR RETPROV'
               DISPLAY 'FILE STATUS ' FS-RETENCIONES
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-RETENCIONES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR RETPROV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET RETENC-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND INTERFAZ-GL.
           IF FS-INTERFAZ = '35'
               OPEN OUTPUT INTERFAZ-GL
           END-IF
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR AL ABRIR GLINTERF'
               DISPLAY 'FILE STATUS ' FS-INTERFAZ
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET INTERFAZ-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT ORDENES-PAGO.
           IF FS-ORDENES-PAGO-OK
               SET ORDENES-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'MERCPAGO' AND RS-FIN(1:8)
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
           IF NOT FS-PROVEEDORES-OK
               DISPLAY 'ERROR AL ABRIR PROVMAE'
               DISPLAY 'FILE STATUS ' FS-PROVEEDORES
               MOVE '12000-CARGAR-PROV' TO JL-PARRAFO
               MOVE FS-PROVEEDORES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PROVMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
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
                           MOVE CUIT-PM TO TPR-CUIT(CANT-PROVEEDORES)
                           MOVE BANCO-PM
                               TO TPR-BANCO(CANT-PROVEEDORES)
                           MOVE CTA-BANCO-PM
                               TO TPR-CTA-BANCO(CANT-PROVEEDORES)
                           MOVE DIAS-PAGO-PM
                               TO TPR-DIAS-PAGO(CANT-PROVEEDORES)
                           PERFORM VARYING WS-IDX-RET FROM 1 BY 1
                               UNTIL WS-IDX-RET > 3
                               MOVE REGIMEN-RET-PM(WS-IDX-RET) TO
                                   TPR-REGIMEN(CANT-PROVEEDORES
                                               WS-IDX-RET)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVEEDORES.

       13000-CARGAR-REGIMENES.
           OPEN INPUT REGIMENES-RET.
           IF FS-REGIMENES-OK
               PERFORM UNTIL FIN-REGIMENES = 'S'
                   READ REGIMENES-RET
                       AT END
                           MOVE 'S' TO FIN-REGIMENES
                       NOT AT END
                           IF CANT-REGIMENES < 99
                               ADD 1 TO CANT-REGIMENES
                               MOVE REG-REGIMEN
                                   TO TABLA-REG-ITEM(CANT-REGIMENES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGIMENES-RET
           END-IF.

       14000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-PROVEEDOR.
           IF FS-ITEMS-PROV-OK
               PERFORM UNTIL FIN-ITEMS-PROV = 'S'
                   READ ITEMS-PROVEEDOR
                       AT END
                           MOVE 'S' TO FIN-ITEMS-PROV
                       NOT AT END
                           ADD 1 TO CANT-ITEMS
                           MOVE REG-ITEM-PROV
                               TO TABLA-ITEM-PROV(CANT-ITEMS)
                           MOVE 'N' TO TIN-NUEVO(CANT-ITEMS)
                           IF NRO-OP-PA > WS-ULT-OP
                               MOVE NRO-OP-PA TO WS-ULT-OP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-PROVEEDOR
           END-IF.

       14500-CARGAR-NOTAS.
           OPEN INPUT NOTAS-DEBITO.
           IF FS-NOTAS-OK
               PERFORM UNTIL FIN-NOTAS = 'S'
                   READ NOTAS-DEBITO
                       AT END
                           MOVE 'S' TO FIN-NOTAS
                       NOT AT END
                           IF CANT-NOTAS < 9999
                               ADD 1 TO CANT-NOTAS
                               MOVE REG-NOTA-DEBITO
                                   TO TABLA-NOTA-ITEM(CANT-NOTAS)
                               MOVE 'N' TO TND-APLICAR(CANT-NOTAS)
                           ELSE
                               DISPLAY 'TABLA NDPROV LLENA'
                               MOVE '14500-CARGAR-NOTAS' TO JL-PARRAFO
                               MOVE SPACES TO JL-FILE-STATUS
                               MOVE 'TABLA NDPROV LLENA' TO JL-MENSAJE
                               PERFORM 90000-LOG-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-DEBITO
           END-IF.

      *    PAGARPRO es acumulativo y trae un renglon por linea de
      *    factura; entra a la cuenta corriente solo la factura que
      *    no estaba, sumando sus lineas. El vencimiento sale del
      *    plazo de pago del proveedor.
       15000-INCORPORAR-FACTURAS.
           OPEN INPUT PAGAR-PROVEEDORES.
           IF FS-PAGAR-OK
               PERFORM UNTIL FIN-PAGAR = 'S'
                   READ PAGAR-PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PAGAR
                       NOT AT END
                           PERFORM 15100-INCORPORAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE PAGAR-PROVEEDORES
           END-IF.

       15100-INCORPORAR-LINEA.
           MOVE 0 TO WS-IDX-ITEM
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEM-PROV
                   AT END
                       CONTINUE
                   WHEN TIP-COD-PROV(IDX-ITEM) = COD-PROV-PG
                    AND TIP-NRO-FACTURA(IDX-ITEM) = NRO-FACTURA-PG
                       SET WS-IDX-ITEM TO IDX-ITEM
               END-SEARCH
           END-IF
           IF WS-IDX-ITEM = 0
               ADD 1 TO CANT-ITEMS
               ADD 1 TO WS-CANT-ENTRADA
               MOVE CANT-ITEMS TO WS-IDX-ITEM
               MOVE 'S' TO TIN-NUEVO(WS-IDX-ITEM)
               MOVE COD-PROV-PG TO TIP-COD-PROV(WS-IDX-ITEM)
               MOVE NRO-FACTURA-PG TO TIP-NRO-FACTURA(WS-IDX-ITEM)
               MOVE FECHA-PG TO TIP-FECHA-FACT(WS-IDX-ITEM)
               MOVE FECHA-PG TO TIP-FECHA-VTO(WS-IDX-ITEM)
               MOVE IMPORTE-PG TO TIP-IMPORTE(WS-IDX-ITEM)
               MOVE 'A' TO TIP-ESTADO(WS-IDX-ITEM)
               MOVE 0 TO TIP-FECHA-PAGO(WS-IDX-ITEM)
               MOVE 0 TO TIP-NRO-OP(WS-IDX-ITEM)
               PERFORM 15200-BUSCAR-PROVEEDOR
               IF WS-IDX-PROV > 0
                   IF TPR-DIAS-PAGO(WS-IDX-PROV) > 0
                       COMPUTE TIP-FECHA-VTO(WS-IDX-ITEM) =
                           FUNCTION DATE-OF-INTEGER(
                               FUNCTION INTEGER-OF-DATE(FECHA-PG)
                               + TPR-DIAS-PAGO(WS-IDX-PROV))
                   END-IF
               ELSE
                   ADD 1 TO WS-CANT-SIN-MAESTRO
                   DISPLAY 'PROVEEDOR SIN MAESTRO ' COD-PROV-PG
                   MOVE '15100-INCORPORAR' TO JL-PARRAFO
                   MOVE SPACES TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE 'PROVEEDOR SIN MAESTRO' TO JL-MENSAJE
                   PERFORM 91000-LOG-AVISO
               END-IF
           ELSE
               IF TIN-NUEVO(WS-IDX-ITEM) = 'S'
                   ADD IMPORTE-PG TO TIP-IMPORTE(WS-IDX-ITEM)
               END-IF
           END-IF.

       15200-BUSCAR-PROVEEDOR.
           MOVE 0 TO WS-IDX-PROV
           IF CANT-PROVEEDORES > 0
               SET IDX-PROV TO 1
               SEARCH TABLA-PROV-ITEM
                   AT END
                       CONTINUE
                   WHEN TPR-COD-PROV(IDX-PROV) = COD-PROV-PG
                       SET WS-IDX-PROV TO IDX-PROV
               END-SEARCH
           END-IF.

       16000-ULTIMO-CHEQUE.
           OPEN INPUT CHEQUES-PROV.
           IF FS-CHEQUES-OK
               PERFORM UNTIL FIN-CHEQUES = 'S'
                   READ CHEQUES-PROV
                       AT END
                           MOVE 'S' TO FIN-CHEQUES
                       NOT AT END
                           IF NRO-CHEQUE-CQ > WS-ULT-CHEQUE
                               MOVE NRO-CHEQUE-CQ TO WS-ULT-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-PROV
           END-IF.

      *    Una orden de pago por proveedor con todas sus facturas
      *    abiertas vencidas a la fecha de corte.
       20000-PAGAR-PROVEEDOR.
           IF WS-PROV-PARM = SPACES
              OR WS-PROV-PARM = TPR-COD-PROV(WS-IDX-PROV)
               MOVE 0 TO WS-BASE-ORDEN
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CANT-ITEMS
                   IF TIP-COD-PROV(WS-IDX-ITEM)
                           = TPR-COD-PROV(WS-IDX-PROV)
                      AND TIP-ESTADO(WS-IDX-ITEM) = 'A'
                      AND TIP-FECHA-VTO(WS-IDX-ITEM) <= WS-FEC-CORTE
                       ADD TIP-IMPORTE(WS-IDX-ITEM) TO WS-BASE-ORDEN
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-NOTAS-ORDEN
               IF WS-BASE-ORDEN > 0
                   PERFORM 20100-SELECCIONAR-NOTAS
                       VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > CANT-NOTAS
                   PERFORM 21000-EMITIR-ORDEN
               END-IF
           END-IF.

      *    Las notas de debito pendientes del proveedor se descuentan
      *    de la orden mientras dejen un saldo a pagar; la que no
      *    entra queda para la orden siguiente.
       20100-SELECCIONAR-NOTAS.
           IF TND-COD-PROV(WS-IDX-NOTA) = TPR-COD-PROV(WS-IDX-PROV)
              AND TND-ESTADO(WS-IDX-NOTA) = 'A'
              AND WS-NOTAS-ORDEN + TND-IMPORTE(WS-IDX-NOTA)
                      < WS-BASE-ORDEN
               ADD TND-IMPORTE(WS-IDX-NOTA) TO WS-NOTAS-ORDEN
               MOVE 'S' TO TND-APLICAR(WS-IDX-NOTA)
           END-IF.

       21000-EMITIR-ORDEN.
           ADD 1 TO WS-ULT-OP
           MOVE WS-ULT-OP TO WS-NRO-OP
           ADD 1 TO WS-CANT-ORDENES
           IF ORDENES-ABIERTO
               MOVE WS-NRO-OP TO LOT-NRO-OP
               MOVE WS-FEC-HOY TO LOT-FECHA
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-TITULO
               MOVE TPR-COD-PROV(WS-IDX-PROV) TO LOP-COD-PROV
               MOVE TPR-NOMBRE(WS-IDX-PROV) TO LOP-NOMBRE
               MOVE TPR-CUIT(WS-IDX-PROV) TO LOP-CUIT
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-PROVEEDOR
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-ENCABEZADO
           END-IF
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS
               IF TIP-COD-PROV(WS-IDX-ITEM)
                       = TPR-COD-PROV(WS-IDX-PROV)
                  AND TIP-ESTADO(WS-IDX-ITEM) = 'A'
                  AND TIP-FECHA-VTO(WS-IDX-ITEM) <= WS-FEC-CORTE
                   PERFORM 22000-CANCELAR-FACTURA
               END-IF
           END-PERFORM
           IF ORDENES-ABIERTO
               MOVE 'TOTAL FACTURAS' TO LOT-LEYENDA
               MOVE WS-BASE-ORDEN TO LOT-IMPORTE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-TOTAL
           END-IF
           IF WS-NOTAS-ORDEN > 0
               PERFORM 21100-APLICAR-NOTA
                   VARYING WS-IDX-NOTA FROM 1 BY 1
                   UNTIL WS-IDX-NOTA > CANT-NOTAS
               SUBTRACT WS-NOTAS-ORDEN FROM WS-BASE-ORDEN
               ADD WS-NOTAS-ORDEN TO WS-TOTAL-NOTAS
               MOVE 'NDEB-PROV' TO WS-CONCEPTO-GL
               MOVE WS-NOTAS-ORDEN TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
               IF ORDENES-ABIERTO
                   MOVE 'NETO DE NOTAS DE DEBITO' TO LOT-LEYENDA
                   MOVE WS-BASE-ORDEN TO LOT-IMPORTE
                   WRITE LIN-ORDEN-PAGO FROM LIN-OP-TOTAL
               END-IF
           END-IF
           MOVE 0 TO WS-RETENIDO-ORDEN
           PERFORM 23000-RETENER
               VARYING WS-IDX-RET FROM 1 BY 1
               UNTIL WS-IDX-RET > 3
           COMPUTE WS-NETO-ORDEN = WS-BASE-ORDEN - WS-RETENIDO-ORDEN
           ADD WS-NETO-ORDEN TO WS-TOTAL-PAGADO
           ADD WS-RETENIDO-ORDEN TO WS-TOTAL-RETENIDO
           IF ORDENES-ABIERTO
               MOVE 'TOTAL RETENCIONES' TO LOT-LEYENDA
               MOVE WS-RETENIDO-ORDEN TO LOT-IMPORTE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-TOTAL
               MOVE 'NETO A PAGAR' TO LOT-LEYENDA
               MOVE WS-NETO-ORDEN TO LOT-IMPORTE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-TOTAL
           END-IF
           IF TPR-BANCO(WS-IDX-PROV) NOT = SPACES
              AND TPR-CTA-BANCO(WS-IDX-PROV) NOT = SPACES
               PERFORM 24000-PAGAR-TRANSFERENCIA
           ELSE
               PERFORM 25000-PAGAR-CHEQUE
           END-IF
           MOVE 'PAGO-PROV' TO WS-CONCEPTO-GL
           MOVE WS-NETO-ORDEN TO WS-IMPORTE-GL
           PERFORM 29000-GRABAR-INTERFAZ
           IF ORDENES-ABIERTO
               MOVE SPACES TO LIN-ORDEN-PAGO
               WRITE LIN-ORDEN-PAGO
           END-IF.

       21100-APLICAR-NOTA.
           IF TND-APLICAR(WS-IDX-NOTA) = 'S'
               MOVE 'N' TO TND-APLICAR(WS-IDX-NOTA)
               MOVE 'P' TO TND-ESTADO(WS-IDX-NOTA)
               MOVE WS-FEC-HOY TO TND-FECHA-APLIC(WS-IDX-NOTA)
               MOVE WS-NRO-OP TO TND-NRO-OP(WS-IDX-NOTA)
               IF ORDENES-ABIERTO
                   MOVE SPACES TO LOT-LEYENDA
                   MOVE 'NOTA DE DEBITO' TO LOT-LEYENDA(1:14)
                   MOVE TND-NRO-NOTA(WS-IDX-NOTA)
                       TO LOT-LEYENDA(16:12)
                   COMPUTE LOT-IMPORTE =
                       0 - TND-IMPORTE(WS-IDX-NOTA)
                   WRITE LIN-ORDEN-PAGO FROM LIN-OP-TOTAL
               END-IF
           END-IF.

       22000-CANCELAR-FACTURA.
           ADD 1 TO WS-CANT-SALIDA
           MOVE 'P' TO TIP-ESTADO(WS-IDX-ITEM)
           MOVE WS-FEC-HOY TO TIP-FECHA-PAGO(WS-IDX-ITEM)
           MOVE WS-NRO-OP TO TIP-NRO-OP(WS-IDX-ITEM)
           IF ORDENES-ABIERTO
               MOVE TIP-NRO-FACTURA(WS-IDX-ITEM) TO LOF-FACTURA
               MOVE TIP-FECHA-FACT(WS-IDX-ITEM) TO LOF-FECHA-FACT
               MOVE TIP-FECHA-VTO(WS-IDX-ITEM) TO LOF-FECHA-VTO
               MOVE TIP-IMPORTE(WS-IDX-ITEM) TO LOF-IMPORTE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-FACTURA
           END-IF.

      *    Cada regimen del proveedor retiene su alicuota sobre lo
      *    que la orden excede el minimo no sujeto.
       23000-RETENER.
           IF TPR-REGIMEN(WS-IDX-PROV WS-IDX-RET) NOT = SPACES
              AND CANT-REGIMENES > 0
               MOVE 0 TO WS-IDX-REG
               SET IDX-REG TO 1
               SEARCH TABLA-REG-ITEM
                   AT END
                       CONTINUE
                   WHEN TRG-COD-REGIMEN(IDX-REG)
                           = TPR-REGIMEN(WS-IDX-PROV WS-IDX-RET)
                       SET WS-IDX-REG TO IDX-REG
               END-SEARCH
               IF WS-IDX-REG > 0
                  AND WS-BASE-ORDEN > TRG-MINIMO(WS-IDX-REG)
                   COMPUTE WS-IMPORTE-RET ROUNDED =
                       (WS-BASE-ORDEN - TRG-MINIMO(WS-IDX-REG))
                       * TRG-PORCENTAJE(WS-IDX-REG) / 100
                   IF WS-IMPORTE-RET > 0
                       PERFORM 23100-GRABAR-RETENCION
                   END-IF
               END-IF
           END-IF.

       23100-GRABAR-RETENCION.
           ADD WS-IMPORTE-RET TO WS-RETENIDO-ORDEN
           MOVE WS-FEC-HOY TO FECHA-RT
           MOVE WS-NRO-OP TO NRO-OP-RT
           MOVE TPR-COD-PROV(WS-IDX-PROV) TO COD-PROV-RT
           MOVE TPR-CUIT(WS-IDX-PROV) TO CUIT-RT
           MOVE TRG-COD-REGIMEN(WS-IDX-REG) TO COD-REGIMEN-RT
           MOVE WS-BASE-ORDEN TO BASE-RT
           MOVE TRG-PORCENTAJE(WS-IDX-REG) TO PORCENTAJE-RT
           MOVE WS-IMPORTE-RET TO IMPORTE-RT
           WRITE REG-RETENCION
           IF NOT FS-RETENCIONES-OK
               DISPLAY 'ERROR ESCRITURA RETPROV'
               MOVE '23100-GRABAR-RET' TO JL-PARRAFO
               MOVE FS-RETENCIONES TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA RETPROV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           MOVE TRG-CONCEPTO-GL(WS-IDX-REG) TO WS-CONCEPTO-GL
           MOVE WS-IMPORTE-RET TO WS-IMPORTE-GL
           PERFORM 29000-GRABAR-INTERFAZ
           IF ORDENES-ABIERTO
               MOVE TRG-COD-REGIMEN(WS-IDX-REG) TO LOR-REGIMEN
               MOVE TRG-DESCRIPCION(WS-IDX-REG) TO LOR-DESCRIPCION
               MOVE WS-BASE-ORDEN TO LOR-BASE
               MOVE TRG-PORCENTAJE(WS-IDX-REG) TO LOR-PORCENTAJE
               MOVE WS-IMPORTE-RET TO LOR-IMPORTE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-RETENCION
           END-IF.

       24000-PAGAR-TRANSFERENCIA.
           ADD 1 TO WS-CANT-TRANSF
           ADD WS-NETO-ORDEN TO WS-TOTAL-TRANSF
           MOVE 'TRANSF' TO TIPO-REG-TF
           MOVE TPR-COD-PROV(WS-IDX-PROV) TO COD-PROV-TF
           MOVE TPR-CUIT(WS-IDX-PROV) TO CUIT-TF
           MOVE TPR-BANCO(WS-IDX-PROV) TO BANCO-TF
           MOVE TPR-CTA-BANCO(WS-IDX-PROV) TO CTA-BANCO-TF
           MOVE WS-NETO-ORDEN TO IMPORTE-TF
           MOVE WS-NRO-OP TO NRO-OP-TF
           WRITE REG-TRANSF
           IF NOT FS-TRANSF-OK
               DISPLAY 'ERROR ESCRITURA PROVTRF'
               MOVE '24000-PAGAR-TRANSF' TO JL-PARRAFO
               MOVE FS-TRANSF TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA PROVTRF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           IF ORDENES-ABIERTO
               MOVE 'TRANSFERENCIA' TO LOM-LEYENDA
               MOVE TPR-BANCO(WS-IDX-PROV) TO WMT-BANCO
               MOVE TPR-CTA-BANCO(WS-IDX-PROV) TO WMT-CTA
               MOVE WS-MEDIO-TRANSF TO LOM-DETALLE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-MEDIO
           END-IF.

       25000-PAGAR-CHEQUE.
           ADD 1 TO WS-CANT-CHEQUES
           ADD 1 TO WS-ULT-CHEQUE
           MOVE WS-ULT-CHEQUE TO NRO-CHEQUE-CQ
           MOVE WS-FEC-HOY TO FECHA-CQ
           MOVE TPR-COD-PROV(WS-IDX-PROV) TO COD-PROV-CQ
           MOVE TPR-NOMBRE(WS-IDX-PROV) TO NOMBRE-CQ
           MOVE WS-NETO-ORDEN TO IMPORTE-CQ
           MOVE WS-NRO-OP TO NRO-OP-CQ
           WRITE REG-CHEQUE-PROV
           IF NOT FS-CHEQUES-OK
               DISPLAY 'ERROR ESCRITURA CHEQPROV'
               MOVE '25000-PAGAR-CHEQUE' TO JL-PARRAFO
               MOVE FS-CHEQUES TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA CHEQPROV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           IF ORDENES-ABIERTO
               MOVE 'CHEQUE' TO LOM-LEYENDA
               MOVE WS-ULT-CHEQUE TO WMC-NRO-CHEQUE
               MOVE WS-MEDIO-CHEQUE TO LOM-DETALLE
               WRITE LIN-ORDEN-PAGO FROM LIN-OP-MEDIO
           END-IF.

       27000-GRABAR-ITEMS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT ITEMS-PROVEEDOR
               IF FS-ITEMS-PROV-OK
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > CANT-ITEMS
                       MOVE TABLA-ITEM-PROV(WS-IDX-ITEM)
                           TO REG-ITEM-PROV
                       WRITE REG-ITEM-PROV
                   END-PERFORM
                   CLOSE ITEMS-PROVEEDOR
               ELSE
                   DISPLAY 'ERROR REESCRITURA PROVABI ' FS-ITEMS-PROV
                   MOVE '27000-GRABAR-ITEMS' TO JL-PARRAFO
                   MOVE FS-ITEMS-PROV TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA PROVABI' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               END-IF
           END-IF
           IF WS-ESTADO-FINAL = 'OK' AND CANT-NOTAS > 0
               OPEN OUTPUT NOTAS-DEBITO
               IF FS-NOTAS-OK
                   PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > CANT-NOTAS
                       MOVE TABLA-NOTA-ITEM(WS-IDX-NOTA)
                           TO REG-NOTA-DEBITO
                       WRITE REG-NOTA-DEBITO
                   END-PERFORM
                   CLOSE NOTAS-DEBITO
               ELSE
                   DISPLAY 'ERROR REESCRITURA NDPROV ' FS-NOTAS
                   MOVE '27000-GRABAR-ITEMS' TO JL-PARRAFO
                   MOVE FS-NOTAS TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA NDPROV' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               END-IF
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FEC-HOY TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE SPACES TO AREA-GI
           MOVE 'MERCPAGO' TO ORIGEN-GI
           WRITE REG-INTERFAZ-GL
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR ESCRITURA GLINTERF'
               MOVE '29000-GRABAR-INTERF' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'MERCPAGO' TO JL-PROGRAMA
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
               MOVE 'MERCPAGO' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'FACTURAS INCORPORADAS: ' WS-CANT-ENTRADA
           DISPLAY 'FACTURAS PAGADAS     : ' WS-CANT-SALIDA
           DISPLAY 'ORDENES DE PAGO      : ' WS-CANT-ORDENES
           DISPLAY 'TRANSFERENCIAS       : ' WS-CANT-TRANSF
           DISPLAY 'CHEQUES              : ' WS-CANT-CHEQUES
           DISPLAY 'PROVEEDOR SIN MAESTRO: ' WS-CANT-SIN-MAESTRO
           DISPLAY 'TOTAL PAGADO         : ' WS-TOTAL-PAGADO
           DISPLAY 'TOTAL RETENIDO       : ' WS-TOTAL-RETENIDO
           DISPLAY 'NOTAS DEBITO APLIC.  : ' WS-TOTAL-NOTAS
           IF TRANSF-ABIERTO
               MOVE 'TRAILE' TO TIPO-REG-TT
               MOVE WS-CANT-TRANSF TO CANT-TRANSF-TT
               MOVE WS-TOTAL-TRANSF TO IMPORTE-TOTAL-TT
               WRITE REG-TRANSF-TRAILER
               CLOSE TRANSFERENCIAS
           END-IF
           IF CHEQUES-ABIERTO
               CLOSE CHEQUES-PROV
           END-IF
           IF RETENC-ABIERTO
               CLOSE RETENCIONES
           END-IF
           IF ORDENES-ABIERTO
               CLOSE ORDENES-PAGO
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MERCPAGO' TO RS-JOB
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

       END PROGRAM MERCPAGO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCDEVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCIONES ASSIGN TO  '..\DEVCLI'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DEVOLUCIONES.

           SELECT DISPOSICIONES ASSIGN TO  '..\DEVDISP'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DISPOSICIONES.

           SELECT DEVOL-ABIERTAS ASSIGN TO  '..\DEVABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ABIERTAS.

           SELECT REMITOS-SALIDA ASSIGN TO  '..\REMSAL'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-REMSAL.

           SELECT STOCK-LOTES ASSIGN TO  '..\LOTESTK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LOTESTK.

           SELECT STOCK-NUEVO ASSIGN TO  '..\STOCKN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-STOCK-NVO.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PROVEEDORES.

           SELECT MERCADERIA ASSIGN TO  '..\MERC.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MERC.

           SELECT AJUSTES-MERC ASSIGN TO  '..\AJUSMERC'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-AJUSTES.

           SELECT NOTAS-DEBITO ASSIGN TO  '..\NDPROV'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-NOTAS.

           SELECT RECHAZOS ASSIGN TO  '..\DEVRECH'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RECHAZOS.

           SELECT LISTA-CUARENTENA ASSIGN TO  '..\DEVLST'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CUARENTENA.

           SELECT INFORME-MENSUAL ASSIGN TO  '..\DEVMES'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MENSUAL.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Devolucion del cliente contra un remito de salida. Sin
      *    lote se toma el del remito.
       FD  DEVOLUCIONES.
       01  REG-DEVOLUCION.
           03 NRO-DEVOL-DC         PIC X(12).
           03 NRO-REMITO-DC        PIC X(12).
           03 NRO-ART-DC           PIC 9(8).
           03 LOTE-DC              PIC X(8).
           03 CANT-DC              PIC 9(10).
           03 MOTIVO-DC            PIC X(2).
           03 FECHA-DC             PIC 9(8).

      *    Resultado de la inspeccion: R reingresa a stock, D se
      *    descarta, P vuelve al proveedor (nota de debito).
       FD  DISPOSICIONES.
       01  REG-DISPOSICION.
           03 NRO-DEVOL-DD         PIC X(12).
           03 DISPOSICION-DD       PIC X(1).
           03 COD-PROV-DD          PIC X(6).
           03 FECHA-DD             PIC 9(8).

      *    Registro de devoluciones. ESTADO-DA: C en cuarentena,
      *    R reingresada, D descartada, P devuelta al proveedor.
       FD  DEVOL-ABIERTAS.
       01  REG-DEVOL-ABIERTA.
           03 NRO-DEVOL-DA         PIC X(12).
           03 NRO-REMITO-DA        PIC X(12).
           03 NRO-PEDIDO-DA        PIC X(12).
           03 COD-CLIENTE-DA       PIC X(8).
           03 NRO-ART-DA           PIC 9(8).
           03 DEPOSITO-DA          PIC X(3).
           03 LOTE-ORIG-DA         PIC X(8).
           03 FEC-VENC-DA          PIC 9(8).
           03 LOTE-CUAR-DA         PIC X(8).
           03 CANT-DA              PIC 9(10).
           03 MOTIVO-DA            PIC X(2).
           03 FECHA-DEV-DA         PIC 9(8).
           03 ESTADO-DA            PIC X(1).
           03 FECHA-DISP-DA        PIC 9(8).
           03 COD-PROV-DA          PIC X(6).
           03 NRO-NOTA-DA          PIC X(12).
           03 IMPORTE-DA           PIC 9(13)V99.

       FD  REMITOS-SALIDA.
       01  REG-REMITO-SALIDA.
           03 NRO-REMITO-SA        PIC X(12).
           03 NRO-PEDIDO-SA        PIC X(12).
           03 COD-CLIENTE-SA       PIC X(8).
           03 DEPOSITO-SA          PIC X(3).
           03 FECHA-SA             PIC 9(8).
           03 NRO-ART-SA           PIC 9(8).
           03 LOTE-SA              PIC X(8).
           03 CANT-SA              PIC 9(10).

       FD  STOCK-LOTES.
       01  REG-LOTESTK.
           03 NRO-ART-LT           PIC 9(8).
           03 LOTE-LT              PIC X(8).
           03 FEC-VENC-LT          PIC 9(8).
           03 CANT-LT              PIC 9(10).
           03 ESTADO-LT            PIC X(1).

       FD  STOCK-NUEVO.
       01  STOCK-NUEVO-REG.
           03 NRO-ART-STOCK-N      PIC X(8).
           03 NOM-STOCK-N          PIC X(20).
           03 IMP-STOCK-N          PIC S9(15)V99.
           03 CANT-STOCK-N         PIC 9(10).
           03 COSTO-PROM-STOCK-N   PIC S9(13)V9999.

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

       FD  MERCADERIA.
       01  ARCH-MERC.
           03 NRO-ART              PIC 9(8).
           03 NOM-ART              PIC X(20).
           03 CANT-ART             PIC 9(10).
           03 IMP-ART              PIC S9(15)V99.
           03 TIPO-MOV             PIC X(1).
           03 DEPOSITO-MOV         PIC X(3).
           03 DEPOSITO-DEST-MOV    PIC X(3).
           03 LOTE-MOV             PIC X(8).
           03 FEC-VENC-MOV         PIC 9(8).

       FD  AJUSTES-MERC.
       01  REG-AJUSTE-MERC.
           03 NRO-ART-AJ           PIC 9(8).
           03 NOM-ART-AJ           PIC X(20).
           03 CANT-ART-AJ          PIC 9(10).
           03 IMP-ART-AJ           PIC S9(15)V99.
           03 TIPO-MOV-AJ          PIC X(1).
           03 DEPOSITO-AJ          PIC X(3).
           03 DEPOSITO-DEST-AJ     PIC X(3).
           03 LOTE-AJ              PIC X(8).
           03 FEC-VENC-AJ          PIC 9(8).

      *    Nota de debito al proveedor por mercaderia devuelta.
      *    ESTADO-ND: A pendiente, P aplicada en una orden de pago.
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

       FD  RECHAZOS.
       01  LIN-RECHAZO             PIC X(80).

       FD  LISTA-CUARENTENA.
       01  LIN-CUARENTENA          PIC X(80).

       FD  INFORME-MENSUAL.
       01  LIN-MENSUAL             PIC X(80).

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
       01  FS-DEVOLUCIONES         PIC X(2).
           88 FS-DEVOLUCIONES-OK   VALUE "00".
       01  FS-DISPOSICIONES        PIC X(2).
           88 FS-DISPOSICIONES-OK  VALUE "00".
       01  FS-ABIERTAS             PIC X(2).
           88 FS-ABIERTAS-OK       VALUE "00".
       01  FS-REMSAL               PIC X(2).
           88 FS-REMSAL-OK         VALUE "00".
       01  FS-LOTESTK              PIC X(2).
           88 FS-LOTESTK-OK        VALUE "00".
       01  FS-STOCK-NVO            PIC X(2).
           88 FS-STOCK-NVO-OK      VALUE "00".
       01  FS-PROVEEDORES          PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-MERC                 PIC X(2).
           88 FS-MERC-OK           VALUE "00".
           88 FS-MERC-NOFILE       VALUE "35".
       01  FS-AJUSTES              PIC X(2).
           88 FS-AJUSTES-OK        VALUE "00".
           88 FS-AJUSTES-NOFILE    VALUE "35".
       01  FS-NOTAS                PIC X(2).
           88 FS-NOTAS-OK          VALUE "00".
           88 FS-NOTAS-NOFILE      VALUE "35".
       01  FS-RECHAZOS             PIC X(2).
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-CUARENTENA           PIC X(2).
           88 FS-CUARENTENA-OK     VALUE "00".
       01  FS-MENSUAL              PIC X(2).
           88 FS-MENSUAL-OK        VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO      VALUE 'S'.
       01  WS-HORA-INICIO          PIC X(21).
       01  WS-ESTADO-FINAL         PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID               PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA      PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST        PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'MERCDEVO'.
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

       01  WS-PARM                 PIC X(6) VALUE SPACES.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
           02 WS-HOY-PERIODO       PIC 9(6).
           02 WS-HOY-DIA           PIC 9(2).
       01  WS-INFORMAR             PIC X VALUE 'N'.
       01  WS-PERIODO-INF          PIC 9(6).
       01  WS-PER-CALC             PIC 9(6).
       01  WS-PER-CALC-R REDEFINES WS-PER-CALC.
           02 WS-PER-ANIO          PIC 9(4).
           02 WS-PER-MES           PIC 9(2).

       01  FIN-DEVOLUCIONES        PIC X VALUE 'N'.
       01  FIN-DISPOSICIONES       PIC X VALUE 'N'.
       01  FIN-ABIERTAS            PIC X VALUE 'N'.
       01  FIN-REMSAL              PIC X VALUE 'N'.
       01  FIN-LOTESTK             PIC X VALUE 'N'.
       01  FIN-STOCK-NVO           PIC X VALUE 'N'.
       01  FIN-PROVEEDORES         PIC X VALUE 'N'.
       01  WS-MOTIVO               PIC X(2).
           88 MOTIVO-VALIDO        VALUE 'DA' 'VE' 'ER' 'CA' 'OT'.
       01  WS-MOTIVO-RECHAZO       PIC X(34).
       01  WS-IDX-DEV              PIC 9(5).
       01  WS-IDX-REM              PIC 9(5).
       01  WS-IDX-LOTE             PIC 9(4).
       01  WS-IDX-COSTO            PIC 9(4).
       01  WS-IDX-PROV             PIC 9(4).
       01  WS-IDX-ART              PIC 9(2).
       01  WS-IDX-MES              PIC 9(4).
       01  WS-IDX-MENOR            PIC 9(4).
       01  WS-DESPACHADO           PIC 9(11).
       01  WS-DEVUELTO             PIC 9(11).
       01  WS-LOTE-DEV             PIC X(8).
       01  WS-ULT-CUAR             PIC 9(6) VALUE 0.
       01  WS-SEC-NOTA             PIC 9(4) VALUE 0.
       01  WS-COSTO                PIC S9(13)V9999.
       01  WS-IMPORTE              PIC 9(13)V99.
       01  WS-COD-PROV             PIC X(6).
       01  WS-CLAVE-MENOR          PIC X(10).
       01  WS-CLAVE-MES            PIC X(10).
       01  WS-CANT-DEVOLUCIONES    PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS        PIC 9(7) VALUE 0.
       01  WS-CANT-REINGRESOS      PIC 9(7) VALUE 0.
       01  WS-CANT-DESCARTES       PIC 9(7) VALUE 0.
       01  WS-CANT-NOTAS           PIC 9(7) VALUE 0.
       01  WS-TOT-DEVOLUCIONES     PIC 9(7) VALUE 0.
       01  WS-TOT-UNIDADES         PIC 9(11) VALUE 0.

       01  CANT-DEVOL              PIC 9(5) VALUE 0.
       01  TABLA-DEVOL.
           02 TABLA-DEV-ITEM OCCURS 1 TO 29999 TIMES
                             DEPENDING ON CANT-DEVOL
                             INDEXED BY IDX-DEV.
               03 TDV-NRO-DEVOL    PIC X(12).
               03 TDV-NRO-REMITO   PIC X(12).
               03 TDV-NRO-PEDIDO   PIC X(12).
               03 TDV-COD-CLIENTE  PIC X(8).
               03 TDV-NRO-ART      PIC 9(8).
               03 TDV-DEPOSITO     PIC X(3).
               03 TDV-LOTE-ORIG    PIC X(8).
               03 TDV-FEC-VENC     PIC 9(8).
               03 TDV-LOTE-CUAR    PIC X(8).
               03 TDV-CANT         PIC 9(10).
               03 TDV-MOTIVO       PIC X(2).
               03 TDV-FECHA-DEV    PIC 9(8).
               03 TDV-ESTADO       PIC X(1).
               03 TDV-FECHA-DISP   PIC 9(8).
               03 TDV-COD-PROV     PIC X(6).
               03 TDV-NRO-NOTA     PIC X(12).
               03 TDV-IMPORTE      PIC 9(13)V99.

       01  CANT-REMITOS            PIC 9(5) VALUE 0.
       01  TABLA-REMITOS.
           02 TABLA-REM-ITEM OCCURS 1 TO 29999 TIMES
                             DEPENDING ON CANT-REMITOS
                             INDEXED BY IDX-REM.
               03 TRM-NRO-REMITO   PIC X(12).
               03 TRM-NRO-PEDIDO   PIC X(12).
               03 TRM-COD-CLIENTE  PIC X(8).
               03 TRM-DEPOSITO     PIC X(3).
               03 TRM-NRO-ART      PIC 9(8).
               03 TRM-LOTE         PIC X(8).
               03 TRM-CANT         PIC 9(10).

       01  CANT-LOTES              PIC 9(4) VALUE 0.
       01  TABLA-LOTES.
           02 TABLA-LOTES-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-LOTES
                               INDEXED BY IDX-LOTE.
               03 TLO-NRO-ART      PIC 9(8).
               03 TLO-LOTE         PIC X(8).
               03 TLO-FEC-VENC     PIC 9(8).
               03 TLO-CANT         PIC 9(10).
               03 TLO-ESTADO       PIC X(1).

       01  CANT-COSTOS             PIC 9(4) VALUE 0.
       01  TABLA-COSTOS.
           02 TABLA-COSTO-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-COSTOS
                               INDEXED BY IDX-COSTO.
               03 TCO-NRO-ART      PIC X(8).
               03 TCO-COSTO        PIC S9(13)V9999.

       01  CANT-PROVEEDORES        PIC 9(4) VALUE 0.
       01  TABLA-PROVEEDORES.
           02 TABLA-PROV-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-PROVEEDORES
                              INDEXED BY IDX-PROV.
               03 TPR-COD-PROV     PIC X(6).
               03 TPR-ARTICULO OCCURS 20 TIMES.
                   05 TPR-NRO-ART  PIC 9(8).
                   05 TPR-COSTO    PIC 9(11)V99.

       01  CANT-MES                PIC 9(4) VALUE 0.
       01  TABLA-MES.
           02 TABLA-MES-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-MES
                             INDEXED BY IDX-MES.
               03 TMS-CLAVE.
                   05 TMS-NRO-ART  PIC 9(8).
                   05 TMS-MOTIVO   PIC X(2).
               03 TMS-DEVOLUCIONES PIC 9(7).
               03 TMS-UNIDADES     PIC 9(11).
               03 TMS-CUARENTENA   PIC 9(11).
               03 TMS-REINGRESO    PIC 9(11).
               03 TMS-DESCARTE     PIC 9(11).
               03 TMS-PROVEEDOR    PIC 9(11).
               03 TMS-IMPRESO      PIC X(1).

       01  LIN-RC-TITULO.
           02 FILLER           PIC X(40) VALUE
              'MERCDEVO  DEVOLUCIONES RECHAZADAS'.
       01  LIN-RC-DETALLE.
           02 LRC-DEVOL        PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRC-REMITO       PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRC-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRC-CANT         PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRC-MOTIVO       PIC X(34).

       01  LIN-CU-TITULO.
           02 FILLER           PIC X(40) VALUE
              'MERCDEVO  DEVOLUCIONES EN CUARENTENA'.
       01  LIN-CU-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'DEVOLUCION   CLIENTE  ARTICULO LOTE ORIG'.
           02 FILLER           PIC X(40) VALUE
              ' CUARENT.  MOT FECHA          CANT'.
       01  LIN-CU-DETALLE.
           02 LCU-DEVOL        PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCU-CLIENTE      PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCU-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCU-LOTE-ORIG    PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCU-LOTE-CUAR    PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCU-MOTIVO       PIC X(2).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCU-FECHA        PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCU-CANT         PIC Z(9)9.

       01  LIN-MS-TITULO.
           02 FILLER           PIC X(40) VALUE
              'MERCDEVO  DEVOLUCIONES DEL MES  PERIODO '.
           02 LMS-PERIODO      PIC 9(6).
       01  LIN-MS-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO MT DEVOL   UNIDADES CUARENT. RE'.
           02 FILLER           PIC X(27) VALUE
              'INGRESO  DESCARTE PROVEEDOR'.
       01  LIN-MS-DETALLE.
           02 LMS-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-MOTIVO       PIC X(2).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-DEVOL        PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-UNIDADES     PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-CUARENTENA   PIC Z(7)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-REINGRESO    PIC Z(8)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-DESCARTE     PIC Z(8)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMS-PROVEEDOR    PIC Z(8)9.
       01  LIN-MS-TOTAL.
           02 FILLER           PIC X(12) VALUE 'TOTAL MES   '.
           02 LMT-DEVOL        PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LMT-UNIDADES     PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-RECIBIR-DEVOLUCIONES.
           PERFORM 22000-APLICAR-DISPOSICIONES.
           PERFORM 24000-LISTAR-CUARENTENA.
           IF WS-INFORMAR = 'S'
               PERFORM 25000-INFORME-MENSUAL
           END-IF
           PERFORM 26000-GRABAR-POSICIONES.
           PERFORM 30000-FINAL.

      *    Corre despues de MercPedi y antes de MercStoc. El dia
      *    01, o con parametro AAAAMM, emite el informe mensual del
      *    mes anterior (o del indicado).
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE WS-HOY-PERIODO TO WS-PER-CALC
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF
           MOVE WS-PER-CALC TO WS-PERIODO-INF
           IF WS-HOY-DIA = 1
               MOVE 'S' TO WS-INFORMAR
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO-INF
               MOVE 'S' TO WS-INFORMAR
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-DEVOLUCIONES
           PERFORM 13000-CARGAR-REMITOS
           PERFORM 14000-CARGAR-LOTES
           PERFORM 15000-CARGAR-COSTOS
           PERFORM 16000-CARGAR-PROVEEDORES

           OPEN EXTEND MERCADERIA.
           IF FS-MERC-NOFILE
               OPEN OUTPUT MERCADERIA
           END-IF
           IF NOT FS-MERC-OK
               DISPLAY 'ERROR APERTURA MERC ' FS-MERC
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN EXTEND AJUSTES-MERC.
           IF FS-AJUSTES-NOFILE
               OPEN OUTPUT AJUSTES-MERC
           END-IF
           IF NOT FS-AJUSTES-OK
               DISPLAY 'ERROR APERTURA AJUSMERC ' FS-AJUSTES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN EXTEND NOTAS-DEBITO.
           IF FS-NOTAS-NOFILE
               OPEN OUTPUT NOTAS-DEBITO
           END-IF
           IF NOT FS-NOTAS-OK
               DISPLAY 'ERROR APERTURA NDPROV ' FS-NOTAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN OUTPUT RECHAZOS.
           IF FS-RECHAZOS-OK
               WRITE LIN-RECHAZO FROM LIN-RC-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'MERCDEVO' AND RS-FIN(1:8)
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

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 4 TO WS-LR-CANT-ARCHIVOS
           MOVE 'MERC.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'STOCKN' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'LOTESTK' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'DEVABIER' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
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

       12000-CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOL-ABIERTAS.
           IF FS-ABIERTAS-OK
               PERFORM UNTIL FIN-ABIERTAS = 'S'
                   READ DEVOL-ABIERTAS
                       AT END
                           MOVE 'S' TO FIN-ABIERTAS
                       NOT AT END
                           IF CANT-DEVOL < 29999
                               ADD 1 TO CANT-DEVOL
                               MOVE REG-DEVOL-ABIERTA
                                   TO TABLA-DEV-ITEM(CANT-DEVOL)
                               IF LOTE-CUAR-DA(3:6) IS NUMERIC
                                  AND LOTE-CUAR-DA(3:6) > WS-ULT-CUAR
                                   MOVE LOTE-CUAR-DA(3:6)
                                       TO WS-ULT-CUAR
                               END-IF
                           ELSE
                               DISPLAY 'TABLA DEVABIER LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOL-ABIERTAS
           END-IF.

       13000-CARGAR-REMITOS.
           OPEN INPUT REMITOS-SALIDA.
           IF FS-REMSAL-OK
               PERFORM UNTIL FIN-REMSAL = 'S'
                   READ REMITOS-SALIDA
                       AT END
                           MOVE 'S' TO FIN-REMSAL
                       NOT AT END
                           IF CANT-REMITOS < 29999
                               ADD 1 TO CANT-REMITOS
                               MOVE NRO-REMITO-SA
                                   TO TRM-NRO-REMITO(CANT-REMITOS)
                               MOVE NRO-PEDIDO-SA
                                   TO TRM-NRO-PEDIDO(CANT-REMITOS)
                               MOVE COD-CLIENTE-SA
                                   TO TRM-COD-CLIENTE(CANT-REMITOS)
                               MOVE DEPOSITO-SA
                                   TO TRM-DEPOSITO(CANT-REMITOS)
                               MOVE NRO-ART-SA
                                   TO TRM-NRO-ART(CANT-REMITOS)
                               MOVE LOTE-SA TO TRM-LOTE(CANT-REMITOS)
                               MOVE CANT-SA TO TRM-CANT(CANT-REMITOS)
                           ELSE
                               DISPLAY 'TABLA REMSAL LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMITOS-SALIDA
           END-IF.

       14000-CARGAR-LOTES.
           OPEN INPUT STOCK-LOTES.
           IF FS-LOTESTK-OK
               PERFORM UNTIL FIN-LOTESTK = 'S'
                   READ STOCK-LOTES
                       AT END
                           MOVE 'S' TO FIN-LOTESTK
                       NOT AT END
                           ADD 1 TO CANT-LOTES
                           MOVE NRO-ART-LT
                               TO TLO-NRO-ART(CANT-LOTES)
                           MOVE LOTE-LT TO TLO-LOTE(CANT-LOTES)
                           MOVE FEC-VENC-LT
                               TO TLO-FEC-VENC(CANT-LOTES)
                           MOVE CANT-LT TO TLO-CANT(CANT-LOTES)
                           MOVE ESTADO-LT
                               TO TLO-ESTADO(CANT-LOTES)
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOTES
           END-IF.

      *    Costo promedio de cierre de MercStoc para valuar el
      *    reingreso y el descarte.
       15000-CARGAR-COSTOS.
           OPEN INPUT STOCK-NUEVO.
           IF FS-STOCK-NVO-OK
               PERFORM UNTIL FIN-STOCK-NVO = 'S'
                   READ STOCK-NUEVO
                       AT END
                           MOVE 'S' TO FIN-STOCK-NVO
                       NOT AT END
                           IF CANT-COSTOS < 9999
                               ADD 1 TO CANT-COSTOS
                               MOVE NRO-ART-STOCK-N
                                   TO TCO-NRO-ART(CANT-COSTOS)
                               MOVE COSTO-PROM-STOCK-N
                                   TO TCO-COSTO(CANT-COSTOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-NUEVO
           END-IF.

       16000-CARGAR-PROVEEDORES.
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
                               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                                   UNTIL WS-IDX-ART > 20
                                   MOVE NRO-ART-PM(WS-IDX-ART)
                                       TO TPR-NRO-ART(CANT-PROVEEDORES
                                                      WS-IDX-ART)
                                   MOVE COSTO-PM(WS-IDX-ART)
                                       TO TPR-COSTO(CANT-PROVEEDORES
                                                    WS-IDX-ART)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.

      *    La devolucion entra a un lote de cuarentena (estado R)
      *    que ni la asignacion de pedidos ni el egreso FEFO toman;
      *    no ingresa a stock hasta que la inspeccion lo libere.
       20000-RECIBIR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES.
           IF FS-DEVOLUCIONES-OK
               PERFORM UNTIL FIN-DEVOLUCIONES = 'S'
                   READ DEVOLUCIONES
                       AT END
                           MOVE 'S' TO FIN-DEVOLUCIONES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 21000-VALIDAR-DEVOLUCION
                           IF WS-MOTIVO-RECHAZO = SPACES
                               PERFORM 21200-ALTA-DEVOLUCION
                           ELSE
                               PERFORM 21900-RECHAZAR-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES
           END-IF.

       21000-VALIDAR-DEVOLUCION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE MOTIVO-DC TO WS-MOTIVO
           MOVE 0 TO WS-IDX-DEV
           IF CANT-DEVOL > 0
               SET IDX-DEV TO 1
               SEARCH TABLA-DEV-ITEM
                   AT END
                       CONTINUE
                   WHEN TDV-NRO-DEVOL(IDX-DEV) = NRO-DEVOL-DC
                       SET WS-IDX-DEV TO IDX-DEV
               END-SEARCH
           END-IF
           MOVE 0 TO WS-IDX-REM
           IF CANT-REMITOS > 0
               SET IDX-REM TO 1
               SEARCH TABLA-REM-ITEM
                   AT END
                       CONTINUE
                   WHEN TRM-NRO-REMITO(IDX-REM) = NRO-REMITO-DC
                    AND TRM-NRO-ART(IDX-REM) = NRO-ART-DC
                    AND (LOTE-DC = SPACES
                         OR TRM-LOTE(IDX-REM) = LOTE-DC)
                       SET WS-IDX-REM TO IDX-REM
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NRO-DEVOL-DC = SPACES OR WS-IDX-DEV > 0
                   MOVE 'DEVOLUCION DUPLICADA O SIN NUMERO'
                       TO WS-MOTIVO-RECHAZO
               WHEN NOT MOTIVO-VALIDO
                   MOVE 'MOTIVO DE DEVOLUCION INVALIDO'
                       TO WS-MOTIVO-RECHAZO
               WHEN CANT-DC = 0
                   MOVE 'CANTIDAD EN CERO' TO WS-MOTIVO-RECHAZO
               WHEN WS-IDX-REM = 0
                   MOVE 'ARTICULO/LOTE NO ESTA EN EL REMITO'
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM 21100-CONTROLAR-CANTIDAD
           END-EVALUATE.

      *    No se puede devolver mas de lo despachado en el remito
      *    para el articulo y lote, neto de devoluciones previas.
       21100-CONTROLAR-CANTIDAD.
           MOVE TRM-LOTE(WS-IDX-REM) TO WS-LOTE-DEV
           MOVE 0 TO WS-DESPACHADO
           MOVE 0 TO WS-DEVUELTO
           PERFORM VARYING IDX-REM FROM 1 BY 1
               UNTIL IDX-REM > CANT-REMITOS
               IF TRM-NRO-REMITO(IDX-REM) = NRO-REMITO-DC
                  AND TRM-NRO-ART(IDX-REM) = NRO-ART-DC
                  AND TRM-LOTE(IDX-REM) = WS-LOTE-DEV
                   ADD TRM-CANT(IDX-REM) TO WS-DESPACHADO
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-DEV FROM 1 BY 1
               UNTIL IDX-DEV > CANT-DEVOL
               IF TDV-NRO-REMITO(IDX-DEV) = NRO-REMITO-DC
                  AND TDV-NRO-ART(IDX-DEV) = NRO-ART-DC
                  AND TDV-LOTE-ORIG(IDX-DEV) = WS-LOTE-DEV
                   ADD TDV-CANT(IDX-DEV) TO WS-DEVUELTO
               END-IF
           END-PERFORM
           IF WS-DEVUELTO + CANT-DC > WS-DESPACHADO
               MOVE 'CANTIDAD SUPERA LO DESPACHADO'
                   TO WS-MOTIVO-RECHAZO
           END-IF.

       21200-ALTA-DEVOLUCION.
           IF CANT-DEVOL >= 29999 OR CANT-LOTES >= 9999
               DISPLAY 'TABLA DEVABIER/LOTESTK LLENA'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           ELSE
               ADD 1 TO WS-CANT-DEVOLUCIONES
               ADD 1 TO WS-ULT-CUAR
               ADD 1 TO CANT-DEVOL
               MOVE NRO-DEVOL-DC TO TDV-NRO-DEVOL(CANT-DEVOL)
               MOVE NRO-REMITO-DC TO TDV-NRO-REMITO(CANT-DEVOL)
               MOVE TRM-NRO-PEDIDO(WS-IDX-REM)
                   TO TDV-NRO-PEDIDO(CANT-DEVOL)
               MOVE TRM-COD-CLIENTE(WS-IDX-REM)
                   TO TDV-COD-CLIENTE(CANT-DEVOL)
               MOVE NRO-ART-DC TO TDV-NRO-ART(CANT-DEVOL)
               MOVE TRM-DEPOSITO(WS-IDX-REM)
                   TO TDV-DEPOSITO(CANT-DEVOL)
               MOVE WS-LOTE-DEV TO TDV-LOTE-ORIG(CANT-DEVOL)
               MOVE 0 TO TDV-FEC-VENC(CANT-DEVOL)
               IF WS-LOTE-DEV NOT = SPACES AND CANT-LOTES > 0
                   SET IDX-LOTE TO 1
                   SEARCH TABLA-LOTES-ITEM
                       AT END
                           CONTINUE
                       WHEN TLO-NRO-ART(IDX-LOTE) = NRO-ART-DC
                        AND TLO-LOTE(IDX-LOTE) = WS-LOTE-DEV
                           MOVE TLO-FEC-VENC(IDX-LOTE)
                               TO TDV-FEC-VENC(CANT-DEVOL)
                   END-SEARCH
               END-IF
               MOVE 'DV' TO TDV-LOTE-CUAR(CANT-DEVOL)(1:2)
               MOVE WS-ULT-CUAR TO TDV-LOTE-CUAR(CANT-DEVOL)(3:6)
               MOVE CANT-DC TO TDV-CANT(CANT-DEVOL)
               MOVE MOTIVO-DC TO TDV-MOTIVO(CANT-DEVOL)
               MOVE FECHA-DC TO TDV-FECHA-DEV(CANT-DEVOL)
               IF FECHA-DC = 0
                   MOVE WS-FEC-HOY TO TDV-FECHA-DEV(CANT-DEVOL)
               END-IF
               MOVE 'C' TO TDV-ESTADO(CANT-DEVOL)
               MOVE 0 TO TDV-FECHA-DISP(CANT-DEVOL)
               MOVE SPACES TO TDV-COD-PROV(CANT-DEVOL)
               MOVE SPACES TO TDV-NRO-NOTA(CANT-DEVOL)
               MOVE 0 TO TDV-IMPORTE(CANT-DEVOL)

               ADD 1 TO CANT-LOTES
               MOVE NRO-ART-DC TO TLO-NRO-ART(CANT-LOTES)
               MOVE TDV-LOTE-CUAR(CANT-DEVOL) TO TLO-LOTE(CANT-LOTES)
               MOVE TDV-FEC-VENC(CANT-DEVOL)
                   TO TLO-FEC-VENC(CANT-LOTES)
               MOVE CANT-DC TO TLO-CANT(CANT-LOTES)
               MOVE 'R' TO TLO-ESTADO(CANT-LOTES)
           END-IF.

       21900-RECHAZAR-DEVOLUCION.
           ADD 1 TO WS-CANT-RECHAZOS
           IF FS-RECHAZOS-OK
               MOVE NRO-DEVOL-DC TO LRC-DEVOL
               MOVE NRO-REMITO-DC TO LRC-REMITO
               MOVE NRO-ART-DC TO LRC-ART
               MOVE CANT-DC TO LRC-CANT
               MOVE WS-MOTIVO-RECHAZO TO LRC-MOTIVO
               WRITE LIN-RECHAZO FROM LIN-RC-DETALLE
           END-IF.

      *    La disposicion saca la devolucion de cuarentena: el
      *    reingreso entra a stock por MERC.DAT en su lote original,
      *    el descarte se da de baja por AJUSMERC y la devolucion al
      *    proveedor genera la nota de debito que netea MercPago.
       22000-APLICAR-DISPOSICIONES.
           OPEN INPUT DISPOSICIONES.
           IF FS-DISPOSICIONES-OK
               PERFORM UNTIL FIN-DISPOSICIONES = 'S'
                   READ DISPOSICIONES
                       AT END
                           MOVE 'S' TO FIN-DISPOSICIONES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 22100-APLICAR-DISPOSICION
                   END-READ
               END-PERFORM
               CLOSE DISPOSICIONES
           END-IF.

       22100-APLICAR-DISPOSICION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE 0 TO WS-IDX-DEV
           IF CANT-DEVOL > 0
               SET IDX-DEV TO 1
               SEARCH TABLA-DEV-ITEM
                   AT END
                       CONTINUE
                   WHEN TDV-NRO-DEVOL(IDX-DEV) = NRO-DEVOL-DD
                       SET WS-IDX-DEV TO IDX-DEV
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-IDX-DEV = 0
                   MOVE 'DEVOLUCION INEXISTENTE' TO WS-MOTIVO-RECHAZO
               WHEN TDV-ESTADO(WS-IDX-DEV) NOT = 'C'
                   MOVE 'DEVOLUCION YA DISPUESTA'
                       TO WS-MOTIVO-RECHAZO
               WHEN DISPOSICION-DD = 'R'
                   PERFORM 22200-REINGRESAR
               WHEN DISPOSICION-DD = 'D'
                   PERFORM 22300-DESCARTAR
               WHEN DISPOSICION-DD = 'P'
                   PERFORM 22400-DEVOLVER-PROVEEDOR
               WHEN OTHER
                   MOVE 'DISPOSICION INVALIDA' TO WS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE DISPOSICION-DD TO TDV-ESTADO(WS-IDX-DEV)
               MOVE FECHA-DD TO TDV-FECHA-DISP(WS-IDX-DEV)
               IF FECHA-DD = 0
                   MOVE WS-FEC-HOY TO TDV-FECHA-DISP(WS-IDX-DEV)
               END-IF
               PERFORM 22800-LIBERAR-CUARENTENA
           ELSE
               ADD 1 TO WS-CANT-RECHAZOS
               IF FS-RECHAZOS-OK
                   MOVE NRO-DEVOL-DD TO LRC-DEVOL
                   MOVE SPACES TO LRC-REMITO
                   MOVE 0 TO LRC-ART
                   MOVE 0 TO LRC-CANT
                   IF WS-IDX-DEV > 0
                       MOVE TDV-NRO-REMITO(WS-IDX-DEV) TO LRC-REMITO
                       MOVE TDV-NRO-ART(WS-IDX-DEV) TO LRC-ART
                       MOVE TDV-CANT(WS-IDX-DEV) TO LRC-CANT
                   END-IF
                   MOVE WS-MOTIVO-RECHAZO TO LRC-MOTIVO
                   WRITE LIN-RECHAZO FROM LIN-RC-DETALLE
               END-IF
           END-IF.

       22200-REINGRESAR.
           PERFORM 22900-BUSCAR-COSTO
           MOVE TDV-NRO-ART(WS-IDX-DEV) TO NRO-ART
           MOVE SPACES TO NOM-ART
           MOVE TDV-CANT(WS-IDX-DEV) TO CANT-ART
           COMPUTE IMP-ART ROUNDED =
               TDV-CANT(WS-IDX-DEV) * WS-COSTO
           MOVE 'I' TO TIPO-MOV
           MOVE TDV-DEPOSITO(WS-IDX-DEV) TO DEPOSITO-MOV
           MOVE SPACES TO DEPOSITO-DEST-MOV
           MOVE TDV-LOTE-ORIG(WS-IDX-DEV) TO LOTE-MOV
           MOVE TDV-FEC-VENC(WS-IDX-DEV) TO FEC-VENC-MOV
           WRITE ARCH-MERC
           IF NOT FS-MERC-OK
               DISPLAY 'ERROR ESCRITURA MERC ' FS-MERC
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           ADD 1 TO WS-CANT-REINGRESOS
           ADD 1 TO WS-CANT-SALIDA.

       22300-DESCARTAR.
           PERFORM 22900-BUSCAR-COSTO
           MOVE TDV-NRO-ART(WS-IDX-DEV) TO NRO-ART-AJ
           MOVE 'DEVOLUCION DESCARTE' TO NOM-ART-AJ
           MOVE TDV-CANT(WS-IDX-DEV) TO CANT-ART-AJ
           COMPUTE IMP-ART-AJ ROUNDED =
               TDV-CANT(WS-IDX-DEV) * WS-COSTO
           MOVE 'E' TO TIPO-MOV-AJ
           MOVE TDV-DEPOSITO(WS-IDX-DEV) TO DEPOSITO-AJ
           MOVE SPACES TO DEPOSITO-DEST-AJ
           MOVE TDV-LOTE-ORIG(WS-IDX-DEV) TO LOTE-AJ
           MOVE TDV-FEC-VENC(WS-IDX-DEV) TO FEC-VENC-AJ
           WRITE REG-AJUSTE-MERC
           IF NOT FS-AJUSTES-OK
               DISPLAY 'ERROR ESCRITURA AJUSMERC ' FS-AJUSTES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           ADD 1 TO WS-CANT-DESCARTES
           ADD 1 TO WS-CANT-SALIDA.

      *    Sin proveedor en la disposicion se toma el primero del
      *    maestro que provee el articulo; la nota se valua al
      *    costo de compra de ese proveedor.
       22400-DEVOLVER-PROVEEDOR.
           MOVE 0 TO WS-IDX-PROV
           MOVE 0 TO WS-IDX-ART
           MOVE COD-PROV-DD TO WS-COD-PROV
           PERFORM VARYING IDX-PROV FROM 1 BY 1
               UNTIL IDX-PROV > CANT-PROVEEDORES
                  OR WS-IDX-PROV > 0
               IF WS-COD-PROV = SPACES
                  OR TPR-COD-PROV(IDX-PROV) = WS-COD-PROV
                   PERFORM 22410-BUSCAR-ARTICULO
               END-IF
           END-PERFORM
           IF WS-IDX-PROV = 0
               MOVE 'SIN PROVEEDOR PARA EL ARTICULO'
                   TO WS-MOTIVO-RECHAZO
           ELSE
               ADD 1 TO WS-SEC-NOTA
               ADD 1 TO WS-CANT-NOTAS
               ADD 1 TO WS-CANT-SALIDA
               COMPUTE WS-IMPORTE ROUNDED = TDV-CANT(WS-IDX-DEV)
                   * TPR-COSTO(WS-IDX-PROV WS-IDX-ART)
               MOVE TPR-COD-PROV(WS-IDX-PROV) TO COD-PROV-ND
               MOVE WS-FEC-HOY(3:6) TO NRO-NOTA-ND(1:6)
               MOVE WS-INTENTO-CORRIDA TO NRO-NOTA-ND(7:2)
               MOVE WS-SEC-NOTA TO NRO-NOTA-ND(9:4)
               MOVE WS-FEC-HOY TO FECHA-ND
               MOVE TDV-NRO-DEVOL(WS-IDX-DEV) TO NRO-DEVOL-ND
               MOVE TDV-NRO-ART(WS-IDX-DEV) TO NRO-ART-ND
               MOVE TDV-CANT(WS-IDX-DEV) TO CANT-ND
               MOVE WS-IMPORTE TO IMPORTE-ND
               MOVE 'A' TO ESTADO-ND
               MOVE 0 TO FECHA-APLIC-ND
               MOVE 0 TO NRO-OP-ND
               WRITE REG-NOTA-DEBITO
               IF NOT FS-NOTAS-OK
                   DISPLAY 'ERROR ESCRITURA NDPROV ' FS-NOTAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
               MOVE COD-PROV-ND TO TDV-COD-PROV(WS-IDX-DEV)
               MOVE NRO-NOTA-ND TO TDV-NRO-NOTA(WS-IDX-DEV)
               MOVE WS-IMPORTE TO TDV-IMPORTE(WS-IDX-DEV)
           END-IF.

       22410-BUSCAR-ARTICULO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
               UNTIL WS-IDX-MES > 20 OR WS-IDX-PROV > 0
               IF TPR-NRO-ART(IDX-PROV WS-IDX-MES)
                       = TDV-NRO-ART(WS-IDX-DEV)
                   SET WS-IDX-PROV TO IDX-PROV
                   MOVE WS-IDX-MES TO WS-IDX-ART
               END-IF
           END-PERFORM.

      *    El lote de cuarentena queda en cero y no se regraba.
       22800-LIBERAR-CUARENTENA.
           IF CANT-LOTES > 0
               SET IDX-LOTE TO 1
               SEARCH TABLA-LOTES-ITEM
                   AT END
                       CONTINUE
                   WHEN TLO-NRO-ART(IDX-LOTE) = TDV-NRO-ART(WS-IDX-DEV)
                    AND TLO-LOTE(IDX-LOTE) = TDV-LOTE-CUAR(WS-IDX-DEV)
                       MOVE 0 TO TLO-CANT(IDX-LOTE)
               END-SEARCH
           END-IF.

       22900-BUSCAR-COSTO.
           MOVE 0 TO WS-COSTO
           IF CANT-COSTOS > 0
               SET IDX-COSTO TO 1
               SEARCH TABLA-COSTO-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-ART(IDX-COSTO)
                           = TDV-NRO-ART(WS-IDX-DEV)
                       MOVE TCO-COSTO(IDX-COSTO) TO WS-COSTO
               END-SEARCH
           END-IF.

      *    Lista de trabajo de inspeccion: todo lo que sigue en
      *    cuarentena despues de la corrida.
       24000-LISTAR-CUARENTENA.
           OPEN OUTPUT LISTA-CUARENTENA
           IF FS-CUARENTENA-OK
               WRITE LIN-CUARENTENA FROM LIN-CU-TITULO
               WRITE LIN-CUARENTENA FROM LIN-CU-ENCABEZADO
               PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > CANT-DEVOL
                   IF TDV-ESTADO(WS-IDX-DEV) = 'C'
                       MOVE TDV-NRO-DEVOL(WS-IDX-DEV) TO LCU-DEVOL
                       MOVE TDV-COD-CLIENTE(WS-IDX-DEV)
                           TO LCU-CLIENTE
                       MOVE TDV-NRO-ART(WS-IDX-DEV) TO LCU-ART
                       MOVE TDV-LOTE-ORIG(WS-IDX-DEV)
                           TO LCU-LOTE-ORIG
                       MOVE TDV-LOTE-CUAR(WS-IDX-DEV)
                           TO LCU-LOTE-CUAR
                       MOVE TDV-MOTIVO(WS-IDX-DEV) TO LCU-MOTIVO
                       MOVE TDV-FECHA-DEV(WS-IDX-DEV) TO LCU-FECHA
                       MOVE TDV-CANT(WS-IDX-DEV) TO LCU-CANT
                       WRITE LIN-CUARENTENA FROM LIN-CU-DETALLE
                   END-IF
               END-PERFORM
               CLOSE LISTA-CUARENTENA
           END-IF.

      *    Devoluciones recibidas en el mes por articulo y motivo,
      *    con el destino que tuvieron hasta hoy.
       25000-INFORME-MENSUAL.
           PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
               UNTIL WS-IDX-DEV > CANT-DEVOL
               IF TDV-FECHA-DEV(WS-IDX-DEV)(1:6) = WS-PERIODO-INF
                   PERFORM 25100-ACUMULAR-MES
               END-IF
           END-PERFORM
           OPEN OUTPUT INFORME-MENSUAL
           IF FS-MENSUAL-OK
               MOVE WS-PERIODO-INF TO LMS-PERIODO
               WRITE LIN-MENSUAL FROM LIN-MS-TITULO
               WRITE LIN-MENSUAL FROM LIN-MS-ENCABEZADO
               MOVE 1 TO WS-IDX-MENOR
               PERFORM UNTIL WS-IDX-MENOR = 0
                   MOVE 0 TO WS-IDX-MENOR
                   MOVE HIGH-VALUES TO WS-CLAVE-MENOR
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > CANT-MES
                       IF TMS-IMPRESO(WS-IDX-MES) = 'N'
                          AND TMS-CLAVE(WS-IDX-MES) < WS-CLAVE-MENOR
                           MOVE TMS-CLAVE(WS-IDX-MES)
                               TO WS-CLAVE-MENOR
                           MOVE WS-IDX-MES TO WS-IDX-MENOR
                       END-IF
                   END-PERFORM
                   IF WS-IDX-MENOR > 0
                       PERFORM 25200-IMPRIMIR-MES
                   END-IF
               END-PERFORM
               MOVE WS-TOT-DEVOLUCIONES TO LMT-DEVOL
               MOVE WS-TOT-UNIDADES TO LMT-UNIDADES
               WRITE LIN-MENSUAL FROM LIN-MS-TOTAL
               CLOSE INFORME-MENSUAL
           END-IF.

       25100-ACUMULAR-MES.
           MOVE TDV-NRO-ART(WS-IDX-DEV) TO WS-CLAVE-MES(1:8)
           MOVE TDV-MOTIVO(WS-IDX-DEV) TO WS-CLAVE-MES(9:2)
           MOVE 0 TO WS-IDX-MES
           IF CANT-MES > 0
               SET IDX-MES TO 1
               SEARCH TABLA-MES-ITEM
                   AT END
                       CONTINUE
                   WHEN TMS-CLAVE(IDX-MES) = WS-CLAVE-MES
                       SET WS-IDX-MES TO IDX-MES
               END-SEARCH
           END-IF
           IF WS-IDX-MES = 0 AND CANT-MES < 9999
               ADD 1 TO CANT-MES
               MOVE CANT-MES TO WS-IDX-MES
               MOVE WS-CLAVE-MES TO TMS-CLAVE(WS-IDX-MES)
               MOVE 0 TO TMS-DEVOLUCIONES(WS-IDX-MES)
               MOVE 0 TO TMS-UNIDADES(WS-IDX-MES)
               MOVE 0 TO TMS-CUARENTENA(WS-IDX-MES)
               MOVE 0 TO TMS-REINGRESO(WS-IDX-MES)
               MOVE 0 TO TMS-DESCARTE(WS-IDX-MES)
               MOVE 0 TO TMS-PROVEEDOR(WS-IDX-MES)
               MOVE 'N' TO TMS-IMPRESO(WS-IDX-MES)
           END-IF
           IF WS-IDX-MES > 0
               ADD 1 TO TMS-DEVOLUCIONES(WS-IDX-MES)
               ADD TDV-CANT(WS-IDX-DEV) TO TMS-UNIDADES(WS-IDX-MES)
               EVALUATE TDV-ESTADO(WS-IDX-DEV)
                   WHEN 'C'
                       ADD TDV-CANT(WS-IDX-DEV)
                           TO TMS-CUARENTENA(WS-IDX-MES)
                   WHEN 'R'
                       ADD TDV-CANT(WS-IDX-DEV)
                           TO TMS-REINGRESO(WS-IDX-MES)
                   WHEN 'D'
                       ADD TDV-CANT(WS-IDX-DEV)
                           TO TMS-DESCARTE(WS-IDX-MES)
                   WHEN 'P'
                       ADD TDV-CANT(WS-IDX-DEV)
                           TO TMS-PROVEEDOR(WS-IDX-MES)
               END-EVALUATE
           END-IF.

       25200-IMPRIMIR-MES.
           MOVE 'S' TO TMS-IMPRESO(WS-IDX-MENOR)
           MOVE TMS-NRO-ART(WS-IDX-MENOR) TO LMS-ART
           MOVE TMS-MOTIVO(WS-IDX-MENOR) TO LMS-MOTIVO
           MOVE TMS-DEVOLUCIONES(WS-IDX-MENOR) TO LMS-DEVOL
           MOVE TMS-UNIDADES(WS-IDX-MENOR) TO LMS-UNIDADES
           MOVE TMS-CUARENTENA(WS-IDX-MENOR) TO LMS-CUARENTENA
           MOVE TMS-REINGRESO(WS-IDX-MENOR) TO LMS-REINGRESO
           MOVE TMS-DESCARTE(WS-IDX-MENOR) TO LMS-DESCARTE
           MOVE TMS-PROVEEDOR(WS-IDX-MENOR) TO LMS-PROVEEDOR
           WRITE LIN-MENSUAL FROM LIN-MS-DETALLE
           ADD TMS-DEVOLUCIONES(WS-IDX-MENOR) TO WS-TOT-DEVOLUCIONES
           ADD TMS-UNIDADES(WS-IDX-MENOR) TO WS-TOT-UNIDADES.

       26000-GRABAR-POSICIONES.
           IF WS-ESTADO-FINAL NOT = 'OK'
               DISPLAY 'MERCDEVO: POSICIONES SIN ACTUALIZAR'
           ELSE
               PERFORM 26100-GRABAR-DEVOLUCIONES
               PERFORM 26200-GRABAR-LOTES
           END-IF.

       26100-GRABAR-DEVOLUCIONES.
           OPEN OUTPUT DEVOL-ABIERTAS.
           IF FS-ABIERTAS-OK
               PERFORM VARYING WS-IDX-DEV FROM 1 BY 1
                   UNTIL WS-IDX-DEV > CANT-DEVOL
                   MOVE TABLA-DEV-ITEM(WS-IDX-DEV)
                       TO REG-DEVOL-ABIERTA
                   WRITE REG-DEVOL-ABIERTA
               END-PERFORM
               CLOSE DEVOL-ABIERTAS
           ELSE
               DISPLAY 'ERROR REESCRITURA DEVABIER ' FS-ABIERTAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       26200-GRABAR-LOTES.
           OPEN OUTPUT STOCK-LOTES.
           IF FS-LOTESTK-OK
               PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > CANT-LOTES
                   IF TLO-CANT(WS-IDX-LOTE) > 0
                       MOVE TLO-NRO-ART(WS-IDX-LOTE)
                           TO NRO-ART-LT
                       MOVE TLO-LOTE(WS-IDX-LOTE) TO LOTE-LT
                       MOVE TLO-FEC-VENC(WS-IDX-LOTE)
                           TO FEC-VENC-LT
                       MOVE TLO-CANT(WS-IDX-LOTE) TO CANT-LT
                       MOVE TLO-ESTADO(WS-IDX-LOTE)
                           TO ESTADO-LT
                       WRITE REG-LOTESTK
                   END-IF
               END-PERFORM
               CLOSE STOCK-LOTES
           ELSE
               DISPLAY 'ERROR REESCRITURA LOTESTK ' FS-LOTESTK
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           DISPLAY 'DEVOLUCIONES RECIBIDAS : ' WS-CANT-DEVOLUCIONES
           DISPLAY 'RECHAZOS               : ' WS-CANT-RECHAZOS
           DISPLAY 'REINGRESOS A STOCK     : ' WS-CANT-REINGRESOS
           DISPLAY 'DESCARTES              : ' WS-CANT-DESCARTES
           DISPLAY 'NOTAS DE DEBITO        : ' WS-CANT-NOTAS
           IF FS-MERC-OK
               CLOSE MERCADERIA
           END-IF
           IF FS-AJUSTES-OK
               CLOSE AJUSTES-MERC
           END-IF
           IF FS-NOTAS-OK
               CLOSE NOTAS-DEBITO
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MERCDEVO' TO RS-JOB
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

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM MERCDEVO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKOBS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-NUEVO ASSIGN TO  '..\STOCKN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-STOCK-NVO.

           SELECT MOVSTOCK ASSIGN TO  '..\MOVSTOCK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MOVSTOCK.

           SELECT PRECIOS ASSIGN TO  '..\PRECIOS'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PRECIOS.

           SELECT PARAM-OBSOLETOS ASSIGN TO  '..\OBSPAR'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PARAM.

           SELECT SALDO-PREVISION ASSIGN TO  '..\OBSSALD'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-SALDO-PREV.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-INTERFAZ.

           SELECT LISTADO-OBSOLETOS ASSIGN TO  '..\OBSLIST'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LISTADO.

           SELECT LIQUIDACION ASSIGN TO  '..\OBSLIQ'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LIQUIDACION.

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
       FD  STOCK-NUEVO.
       01  STOCK-NUEVO-REG.
           03 NRO-ART-STOCK-N      PIC X(8).
           03 NOM-STOCK-N          PIC X(20).
           03 IMP-STOCK-N          PIC S9(15)V99.
           03 CANT-STOCK-N         PIC 9(10).
           03 COSTO-PROM-STOCK-N   PIC S9(13)V9999.

       FD  MOVSTOCK.
       01  REG-MOVSTOCK.
           03 NRO-ART-MV           PIC 9(8).
           03 FEC-MOV-MV           PIC 9(8).
           03 TIPO-MOV-MV          PIC X(1).
           03 CANT-MOV-MV          PIC 9(10).
           03 CANT-SALDO-MV        PIC 9(10).
           03 DEPOSITO-MV          PIC X(3).

       FD  PRECIOS.
       01  REG-PRECIO.
           03 NRO-ART-PR           PIC 9(8).
           03 PRECIO-VENTA-PR      PIC 9(11)V99.
           03 FEC-VIGENCIA-PR      PIC 9(8).

      *    Umbrales de clasificacion en meses, porcentaje de prevision
      *    por clase y descuento sugerido para liquidar.
       FD  PARAM-OBSOLETOS.
       01  REG-PARAM-OBSOLETOS.
           03 MESES-LENTO-PO       PIC 9(3).
           03 MESES-OBSOLETO-PO    PIC 9(3).
           03 MESES-COBERTURA-PO   PIC 9(3).
           03 PCT-PROV-LENTO-PO    PIC 9(3)V99.
           03 PCT-PROV-OBSOLETO-PO PIC 9(3)V99.
           03 PCT-LIQUIDACION-PO   PIC 9(3)V99.

      *    Prevision constituida por clase al ultimo cierre.
       FD  SALDO-PREVISION.
       01  REG-SALDO-PREV.
           03 CLASE-PS             PIC X(1).
           03 FECHA-PS             PIC 9(8).
           03 SALDO-PS             PIC S9(13)V99.

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           03 FECHA-GI             PIC 9(8).
           03 CONCEPTO-GI          PIC X(12).
           03 IMPORTE-GI           PIC 9(13)V99.
           03 AREA-GI              PIC X(10).
           03 ORIGEN-GI            PIC X(10).

       FD  LISTADO-OBSOLETOS.
       01  LIN-LISTADO             PIC X(132).

       FD  LIQUIDACION.
       01  LIN-LIQUIDACION         PIC X(132).

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
       01  FS-STOCK-NVO            PIC X(2).
           88 FS-STOCK-NVO-OK      VALUE "00".
       01  FS-MOVSTOCK             PIC X(2).
           88 FS-MOVSTOCK-OK       VALUE "00".
       01  FS-PRECIOS              PIC X(2).
           88 FS-PRECIOS-OK        VALUE "00".
       01  FS-PARAM                PIC X(2).
           88 FS-PARAM-OK          VALUE "00".
       01  FS-SALDO-PREV           PIC X(2).
           88 FS-SALDO-PREV-OK     VALUE "00".
       01  FS-INTERFAZ             PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-LISTADO              PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-LIQUIDACION          PIC X(2).
           88 FS-LIQUIDACION-OK    VALUE "00".
       01  FS-JOBLOG               PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-INTERFAZ-ABIERTO     PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO     VALUE 'S'.
       01  WS-LISTADO-ABIERTO      PIC X VALUE 'N'.
           88 LISTADO-ABIERTO      VALUE 'S'.
       01  WS-LIQUIDACION-ABIERTO  PIC X VALUE 'N'.
           88 LIQUIDACION-ABIERTO  VALUE 'S'.
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

      *    Valores por defecto si no hay OBSPAR.
       01  WS-MESES-LENTO          PIC 9(3) VALUE 6.
       01  WS-MESES-OBSOLETO       PIC 9(3) VALUE 12.
       01  WS-MESES-COBERTURA      PIC 9(3) VALUE 12.
       01  WS-PCT-PROV-LENTO       PIC 9(3)V99 VALUE 25.
       01  WS-PCT-PROV-OBSOLETO    PIC 9(3)V99 VALUE 100.
       01  WS-PCT-LIQUIDACION      PIC 9(3)V99 VALUE 30.

       01  WS-FEC-HOY              PIC 9(8).
       01  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
           02 WS-HOY-ANIO          PIC 9(4).
           02 WS-HOY-MES           PIC 9(2).
           02 WS-HOY-DIA           PIC 9(2).
       01  WS-FEC-DESDE            PIC 9(8).
       01  WS-FEC-CALC             PIC 9(8).
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC.
           02 WS-CALC-ANIO         PIC 9(4).
           02 WS-CALC-MES          PIC 9(2).
           02 WS-CALC-DIA          PIC 9(2).
       01  WS-PERIODO              PIC X(6).
       01  FIN-STOCK-NVO           PIC X VALUE 'N'.
       01  FIN-MOVSTOCK            PIC X VALUE 'N'.
       01  FIN-PRECIOS             PIC X VALUE 'N'.
       01  FIN-SALDO-PREV          PIC X VALUE 'N'.

       01  WS-IDX-ART              PIC 9(4).
       01  WS-IDX-CLASE            PIC 9(1).
       01  WS-MESES-SIN-MOV        PIC 9(3).
       01  WS-MESES-CALC           PIC S9(7).
       01  WS-COBERTURA            PIC 9(3).
       01  WS-COBERTURA-CALC       PIC 9(11).
       01  WS-PRECIO-LIQ           PIC 9(11)V99.
       01  WS-AJUSTE-TOTAL         PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CONSTITUIR     PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-DESAFECTAR     PIC S9(15)V99 VALUE 0.
       01  WS-CANT-LIQUIDAR        PIC 9(7) VALUE 0.

       01  WS-CONCEPTO-GL          PIC X(12).
       01  WS-IMPORTE-GL           PIC 9(13)V99.

       01  CANT-ARTICULOS          PIC 9(4) VALUE 0.
       01  TABLA-ARTICULOS.
           02 TABLA-ART-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ARTICULOS
                             INDEXED BY IDX-ART.
               03 TAR-NRO-ART      PIC 9(8).
               03 TAR-NOMBRE       PIC X(20).
               03 TAR-CANT         PIC 9(10).
               03 TAR-COSTO        PIC S9(13)V9999.
               03 TAR-VALOR        PIC S9(15)V99.
               03 TAR-FEC-ULT-MOV  PIC 9(8).
               03 TAR-CONSUMO      PIC 9(11).
               03 TAR-PRECIO       PIC 9(11)V99.

      *    A activo, L lento, O obsoleto.
       01  TABLA-CLASES-VALORES.
           02 FILLER               PIC X(22) VALUE
              'AACTIVO    LLENTO     '.
           02 FILLER               PIC X(11) VALUE
              'OOBSOLETO  '.
       01  TABLA-CLASES REDEFINES TABLA-CLASES-VALORES.
           02 TCL-ITEM OCCURS 3 TIMES.
               03 TCL-CLASE        PIC X(1).
               03 TCL-NOMBRE       PIC X(10).
       01  TABLA-CLASES-TOTALES.
           02 TCT-ITEM OCCURS 3 TIMES.
               03 TCT-CANT-ART     PIC 9(7).
               03 TCT-VALOR        PIC S9(15)V99.
               03 TCT-PCT          PIC 9(3)V99.
               03 TCT-REQUERIDA    PIC S9(15)V99.
               03 TCT-ANTERIOR     PIC S9(13)V99.
               03 TCT-AJUSTE       PIC S9(15)V99.

       01  LIN-OB-TITULO.
           02 FILLER           PIC X(38) VALUE
              'STOCKOBS  STOCK LENTO Y OBSOLETO  MES '.
           02 LOT-PERIODO      PIC X(6).
       01  LIN-OB-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO NOMBRE                 CANTIDAD'.
           02 FILLER           PIC X(40) VALUE
              ' ULT.MOV.  MES   COB.  CLASE            '.
           02 FILLER           PIC X(38) VALUE
              '       VALOR  %PROV          PREVISION'.
       01  LIN-OB-DETALLE.
           02 LOD-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-NOMBRE       PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-CANT         PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-ULT-MOV      PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOD-MESES        PIC ZZ9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LOD-COBERTURA    PIC ZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOD-CLASE        PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-VALOR        PIC -Z(13)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-PCT          PIC ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOD-PREVISION    PIC -Z(13)9.99.
       01  LIN-OB-CLASE.
           02 FILLER           PIC X(6)  VALUE 'CLASE '.
           02 LOC-CLASE        PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOC-CANT-ART     PIC Z(6)9.
           02 FILLER           PIC X(5)  VALUE ' ART.'.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOC-VALOR        PIC -Z(13)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOC-REQUERIDA    PIC -Z(13)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOC-ANTERIOR     PIC -Z(13)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LOC-AJUSTE       PIC -Z(13)9.99.
       01  LIN-OB-ENC-CLASE.
           02 FILLER           PIC X(40) VALUE
              'RESUMEN POR CLASE                       '.
           02 FILLER           PIC X(40) VALUE
              '   VALOR    PREV. REQUERIDA     PREV. AN'.
           02 FILLER           PIC X(25) VALUE
              'TERIOR       AJUSTE (+/-)'.
       01  LIN-OB-TOTAL.
           02 LOX-LEYENDA      PIC X(40).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOX-VALOR        PIC -Z(13)9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LOX-NOTA         PIC X(30).

       01  LIN-LQ-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKOBS  CANDIDATOS A PRECIO DE LIQUIDA'.
           02 FILLER           PIC X(10) VALUE 'CION  MES '.
           02 LLT-PERIODO      PIC X(6).
       01  LIN-LQ-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO NOMBRE               CLASE     '.
           02 FILLER           PIC X(40) VALUE
              '    CANTIDAD     VALOR AL COSTO PRECIO A'.
           02 FILLER           PIC X(20) VALUE
              'CTUAL       SUGERIDO'.
       01  LIN-LQ-DETALLE.
           02 LLD-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LLD-NOMBRE       PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LLD-CLASE        PIC X(10).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LLD-CANT         PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LLD-VALOR        PIC -Z(13)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LLD-PRECIO       PIC Z(9)9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LLD-SUGERIDO     PIC Z(9)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LLD-NOTA         PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-STOCK.
           PERFORM 13000-CARGAR-PRECIOS.
           PERFORM 14000-CARGAR-SALDOS.
           PERFORM 15000-LEER-MOVIMIENTOS.
           PERFORM 20000-CLASIFICAR-ARTICULOS.
           PERFORM 22000-RESUMEN-CLASES.
           PERFORM 24000-ASENTAR.
           PERFORM 26000-GRABAR-SALDOS.
           PERFORM 30000-FINAL.

      *    Cierre mensual: corre despues de STOCKVAL, con el STOCKN
      *    ya valuado al costo promedio del mes.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           INITIALIZE TABLA-CLASES-TOTALES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           COMPUTE WS-FEC-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FEC-HOY) - 365)

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11500-CARGAR-PARAMETROS

           OPEN OUTPUT LISTADO-OBSOLETOS.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR OBSLIST'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR OBSLIST' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LOT-PERIODO
               WRITE LIN-LISTADO FROM LIN-OB-TITULO
               WRITE LIN-LISTADO FROM LIN-OB-ENCABEZADO
           END-IF

           OPEN OUTPUT LIQUIDACION.
           IF FS-LIQUIDACION-OK
               SET LIQUIDACION-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LLT-PERIODO
               WRITE LIN-LIQUIDACION FROM LIN-LQ-TITULO
               WRITE LIN-LIQUIDACION FROM LIN-LQ-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'STOCKOBS' AND RS-FIN(1:8)
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

       11500-CARGAR-PARAMETROS.
           OPEN INPUT PARAM-OBSOLETOS
           IF FS-PARAM-OK
               READ PARAM-OBSOLETOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MESES-LENTO-PO > 0
                           MOVE MESES-LENTO-PO TO WS-MESES-LENTO
                       END-IF
                       IF MESES-OBSOLETO-PO > 0
                           MOVE MESES-OBSOLETO-PO TO WS-MESES-OBSOLETO
                       END-IF
                       IF MESES-COBERTURA-PO > 0
                           MOVE MESES-COBERTURA-PO
                               TO WS-MESES-COBERTURA
                       END-IF
                       MOVE PCT-PROV-LENTO-PO TO WS-PCT-PROV-LENTO
                       MOVE PCT-PROV-OBSOLETO-PO
                           TO WS-PCT-PROV-OBSOLETO
                       MOVE PCT-LIQUIDACION-PO TO WS-PCT-LIQUIDACION
               END-READ
               CLOSE PARAM-OBSOLETOS
           END-IF
           MOVE 0 TO TCT-PCT(1)
           MOVE WS-PCT-PROV-LENTO TO TCT-PCT(2)
           MOVE WS-PCT-PROV-OBSOLETO TO TCT-PCT(3).

       12000-CARGAR-STOCK.
           OPEN INPUT STOCK-NUEVO.
           IF NOT FS-STOCK-NVO-OK
               DISPLAY 'ERROR AL ABRIR STOCKN'
               DISPLAY 'FILE STATUS ' FS-STOCK-NVO
               MOVE '12000-CARGAR-STOCK' TO JL-PARRAFO
               MOVE FS-STOCK-NVO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR STOCKN' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-STOCK-NVO = 'S'
               READ STOCK-NUEVO
                   AT END
                       MOVE 'S' TO FIN-STOCK-NVO
                   NOT AT END
                       ADD 1 TO WS-CANT-ENTRADA
                       IF CANT-ARTICULOS < 9999
                          AND NRO-ART-STOCK-N IS NUMERIC
                           ADD 1 TO CANT-ARTICULOS
                           MOVE NRO-ART-STOCK-N
                               TO TAR-NRO-ART(CANT-ARTICULOS)
                           MOVE NOM-STOCK-N
                               TO TAR-NOMBRE(CANT-ARTICULOS)
                           MOVE CANT-STOCK-N
                               TO TAR-CANT(CANT-ARTICULOS)
                           MOVE COSTO-PROM-STOCK-N
                               TO TAR-COSTO(CANT-ARTICULOS)
                           COMPUTE TAR-VALOR(CANT-ARTICULOS) ROUNDED =
                               CANT-STOCK-N * COSTO-PROM-STOCK-N
                           MOVE 0 TO TAR-FEC-ULT-MOV(CANT-ARTICULOS)
                           MOVE 0 TO TAR-CONSUMO(CANT-ARTICULOS)
                           MOVE 0 TO TAR-PRECIO(CANT-ARTICULOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-NUEVO.

       13000-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS
           IF FS-PRECIOS-OK
               PERFORM UNTIL FIN-PRECIOS = 'S'
                   READ PRECIOS
                       AT END
                           MOVE 'S' TO FIN-PRECIOS
                       NOT AT END
                           IF CANT-ARTICULOS > 0
                               SET IDX-ART TO 1
                               SEARCH TABLA-ART-ITEM
                                   AT END
                                       CONTINUE
                                   WHEN TAR-NRO-ART(IDX-ART)
                                           = NRO-ART-PR
                                       MOVE PRECIO-VENTA-PR
                                           TO TAR-PRECIO(IDX-ART)
                               END-SEARCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECIOS
           END-IF.

       14000-CARGAR-SALDOS.
           MOVE 0 TO TCT-ANTERIOR(1)
           MOVE 0 TO TCT-ANTERIOR(2)
           MOVE 0 TO TCT-ANTERIOR(3)
           OPEN INPUT SALDO-PREVISION
           IF FS-SALDO-PREV-OK
               PERFORM UNTIL FIN-SALDO-PREV = 'S'
                   READ SALDO-PREVISION
                       AT END
                           MOVE 'S' TO FIN-SALDO-PREV
                       NOT AT END
                           PERFORM VARYING WS-IDX-CLASE FROM 1 BY 1
                               UNTIL WS-IDX-CLASE > 3
                               IF TCL-CLASE(WS-IDX-CLASE) = CLASE-PS
                                   MOVE SALDO-PS
                                       TO TCT-ANTERIOR(WS-IDX-CLASE)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE SALDO-PREVISION
           END-IF.

      *    Ultimo movimiento de cualquier tipo y consumo (egresos)
      *    de los ultimos doce meses.
       15000-LEER-MOVIMIENTOS.
           OPEN INPUT MOVSTOCK
           IF FS-MOVSTOCK-OK
               PERFORM UNTIL FIN-MOVSTOCK = 'S'
                   READ MOVSTOCK
                       AT END
                           MOVE 'S' TO FIN-MOVSTOCK
                       NOT AT END
                           IF CANT-ARTICULOS > 0
                              AND FEC-MOV-MV <= WS-FEC-HOY
                               PERFORM 15100-ACUMULAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVSTOCK
           END-IF.

       15100-ACUMULAR-MOVIMIENTO.
           SET IDX-ART TO 1
           SEARCH TABLA-ART-ITEM
               AT END
                   CONTINUE
               WHEN TAR-NRO-ART(IDX-ART) = NRO-ART-MV
                   IF FEC-MOV-MV > TAR-FEC-ULT-MOV(IDX-ART)
                       MOVE FEC-MOV-MV TO TAR-FEC-ULT-MOV(IDX-ART)
                   END-IF
                   IF TIPO-MOV-MV = 'E'
                      AND FEC-MOV-MV > WS-FEC-DESDE
                       ADD CANT-MOV-MV TO TAR-CONSUMO(IDX-ART)
                   END-IF
           END-SEARCH.

      *    Obsoleto: sin movimiento en MESES-OBSOLETO meses (o nunca
      *    movido). Lento: sin movimiento en MESES-LENTO meses o con
      *    mas cobertura que MESES-COBERTURA al consumo actual.
       20000-CLASIFICAR-ARTICULOS.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS
               IF TAR-CANT(WS-IDX-ART) > 0
                   PERFORM 21000-CLASIFICAR-ARTICULO
               END-IF
           END-PERFORM.

       21000-CLASIFICAR-ARTICULO.
           IF TAR-FEC-ULT-MOV(WS-IDX-ART) = 0
               MOVE 999 TO WS-MESES-SIN-MOV
           ELSE
               MOVE TAR-FEC-ULT-MOV(WS-IDX-ART) TO WS-FEC-CALC
               COMPUTE WS-MESES-CALC =
                   (WS-HOY-ANIO * 12 + WS-HOY-MES)
                   - (WS-CALC-ANIO * 12 + WS-CALC-MES)
               IF WS-HOY-DIA < WS-CALC-DIA
                   SUBTRACT 1 FROM WS-MESES-CALC
               END-IF
               IF WS-MESES-CALC < 0
                   MOVE 0 TO WS-MESES-CALC
               END-IF
               IF WS-MESES-CALC > 999
                   MOVE 999 TO WS-MESES-CALC
               END-IF
               MOVE WS-MESES-CALC TO WS-MESES-SIN-MOV
           END-IF
           IF TAR-CONSUMO(WS-IDX-ART) = 0
               MOVE 999 TO WS-COBERTURA
           ELSE
               COMPUTE WS-COBERTURA-CALC =
                   TAR-CANT(WS-IDX-ART) * 12 / TAR-CONSUMO(WS-IDX-ART)
               IF WS-COBERTURA-CALC > 999
                   MOVE 999 TO WS-COBERTURA
               ELSE
                   MOVE WS-COBERTURA-CALC TO WS-COBERTURA
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-MESES-SIN-MOV >= WS-MESES-OBSOLETO
                   MOVE 3 TO WS-IDX-CLASE
               WHEN WS-MESES-SIN-MOV >= WS-MESES-LENTO
                   MOVE 2 TO WS-IDX-CLASE
               WHEN WS-COBERTURA > WS-MESES-COBERTURA
                   MOVE 2 TO WS-IDX-CLASE
               WHEN OTHER
                   MOVE 1 TO WS-IDX-CLASE
           END-EVALUATE
           ADD 1 TO TCT-CANT-ART(WS-IDX-CLASE)
           ADD TAR-VALOR(WS-IDX-ART) TO TCT-VALOR(WS-IDX-CLASE)
           IF LISTADO-ABIERTO
               MOVE TAR-NRO-ART(WS-IDX-ART) TO LOD-ART
               MOVE TAR-NOMBRE(WS-IDX-ART) TO LOD-NOMBRE
               MOVE TAR-CANT(WS-IDX-ART) TO LOD-CANT
               MOVE TAR-FEC-ULT-MOV(WS-IDX-ART) TO LOD-ULT-MOV
               MOVE WS-MESES-SIN-MOV TO LOD-MESES
               MOVE WS-COBERTURA TO LOD-COBERTURA
               MOVE TCL-NOMBRE(WS-IDX-CLASE) TO LOD-CLASE
               MOVE TAR-VALOR(WS-IDX-ART) TO LOD-VALOR
               MOVE TCT-PCT(WS-IDX-CLASE) TO LOD-PCT
               COMPUTE LOD-PREVISION ROUNDED =
                   TAR-VALOR(WS-IDX-ART) * TCT-PCT(WS-IDX-CLASE) / 100
               WRITE LIN-LISTADO FROM LIN-OB-DETALLE
               ADD 1 TO WS-CANT-SALIDA
           END-IF
           IF WS-IDX-CLASE > 1
               PERFORM 21100-CANDIDATO-LIQUIDACION
           END-IF.

      *    Precio sugerido: el de lista con el descuento de OBSPAR;
      *    sin precio en PRECIOS se sugiere sobre el costo.
       21100-CANDIDATO-LIQUIDACION.
           ADD 1 TO WS-CANT-LIQUIDAR
           IF LIQUIDACION-ABIERTO
               MOVE TAR-NRO-ART(WS-IDX-ART) TO LLD-ART
               MOVE TAR-NOMBRE(WS-IDX-ART) TO LLD-NOMBRE
               MOVE TCL-NOMBRE(WS-IDX-CLASE) TO LLD-CLASE
               MOVE TAR-CANT(WS-IDX-ART) TO LLD-CANT
               MOVE TAR-VALOR(WS-IDX-ART) TO LLD-VALOR
               MOVE TAR-PRECIO(WS-IDX-ART) TO LLD-PRECIO
               IF TAR-PRECIO(WS-IDX-ART) > 0
                   COMPUTE WS-PRECIO-LIQ ROUNDED =
                       TAR-PRECIO(WS-IDX-ART)
                       * (100 - WS-PCT-LIQUIDACION) / 100
                   MOVE SPACES TO LLD-NOTA
               ELSE
                   COMPUTE WS-PRECIO-LIQ ROUNDED =
                       TAR-COSTO(WS-IDX-ART)
                       * (100 - WS-PCT-LIQUIDACION) / 100
                   MOVE 'SIN PRECIO' TO LLD-NOTA
               END-IF
               MOVE WS-PRECIO-LIQ TO LLD-SUGERIDO
               WRITE LIN-LIQUIDACION FROM LIN-LQ-DETALLE
           END-IF.

      *    La prevision requerida por clase se compara con la
      *    constituida: la diferencia es el ajuste del mes.
       22000-RESUMEN-CLASES.
           PERFORM VARYING WS-IDX-CLASE FROM 1 BY 1
               UNTIL WS-IDX-CLASE > 3
               COMPUTE TCT-REQUERIDA(WS-IDX-CLASE) ROUNDED =
                   TCT-VALOR(WS-IDX-CLASE) * TCT-PCT(WS-IDX-CLASE)
                   / 100
               COMPUTE TCT-AJUSTE(WS-IDX-CLASE) =
                   TCT-REQUERIDA(WS-IDX-CLASE)
                   - TCT-ANTERIOR(WS-IDX-CLASE)
               ADD TCT-AJUSTE(WS-IDX-CLASE) TO WS-AJUSTE-TOTAL
               IF TCT-AJUSTE(WS-IDX-CLASE) > 0
                   ADD TCT-AJUSTE(WS-IDX-CLASE) TO WS-TOTAL-CONSTITUIR
               ELSE
                   SUBTRACT TCT-AJUSTE(WS-IDX-CLASE)
                       FROM WS-TOTAL-DESAFECTAR
               END-IF
           END-PERFORM
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
               WRITE LIN-LISTADO FROM LIN-OB-ENC-CLASE
               PERFORM VARYING WS-IDX-CLASE FROM 1 BY 1
                   UNTIL WS-IDX-CLASE > 3
                   MOVE TCL-NOMBRE(WS-IDX-CLASE) TO LOC-CLASE
                   MOVE TCT-CANT-ART(WS-IDX-CLASE) TO LOC-CANT-ART
                   MOVE TCT-VALOR(WS-IDX-CLASE) TO LOC-VALOR
                   MOVE TCT-REQUERIDA(WS-IDX-CLASE) TO LOC-REQUERIDA
                   MOVE TCT-ANTERIOR(WS-IDX-CLASE) TO LOC-ANTERIOR
                   MOVE TCT-AJUSTE(WS-IDX-CLASE) TO LOC-AJUSTE
                   WRITE LIN-LISTADO FROM LIN-OB-CLASE
               END-PERFORM
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.

      *    Asiento por GLINTERF: PREV-OBSOL constituye y DESAF-OBSOL
      *    desafecta, cada uno por el total de las clases que suben
      *    o bajan.
       24000-ASENTAR.
           IF WS-TOTAL-CONSTITUIR > 0 OR WS-TOTAL-DESAFECTAR > 0
               OPEN EXTEND INTERFAZ-GL
               IF FS-INTERFAZ = '35'
                   OPEN OUTPUT INTERFAZ-GL
               END-IF
               IF NOT FS-INTERFAZ-OK
                   DISPLAY 'ERROR AL ABRIR GLINTERF'
                   DISPLAY 'FILE STATUS ' FS-INTERFAZ
                   MOVE '24000-ASENTAR' TO JL-PARRAFO
                   MOVE FS-INTERFAZ TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               ELSE
                   SET INTERFAZ-ABIERTO TO TRUE
               END-IF
           END-IF
           IF WS-TOTAL-CONSTITUIR > 0
               MOVE 'PREV-OBSOL' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-CONSTITUIR TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF
           IF WS-TOTAL-DESAFECTAR > 0
               MOVE 'DESAF-OBSOL' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-DESAFECTAR TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF
           IF LISTADO-ABIERTO
               MOVE 'PREVISION A CONSTITUIR (PREV-OBSOL)'
                   TO LOX-LEYENDA
               MOVE WS-TOTAL-CONSTITUIR TO LOX-VALOR
               MOVE SPACES TO LOX-NOTA
               WRITE LIN-LISTADO FROM LIN-OB-TOTAL
               MOVE 'PREVISION A DESAFECTAR (DESAF-OBSOL)'
                   TO LOX-LEYENDA
               MOVE WS-TOTAL-DESAFECTAR TO LOX-VALOR
               WRITE LIN-LISTADO FROM LIN-OB-TOTAL
               MOVE 'AJUSTE NETO DEL MES' TO LOX-LEYENDA
               MOVE WS-AJUSTE-TOTAL TO LOX-VALOR
               IF WS-AJUSTE-TOTAL = 0
                   MOVE 'SIN ASIENTO' TO LOX-NOTA
               END-IF
               WRITE LIN-LISTADO FROM LIN-OB-TOTAL
           END-IF.

       26000-GRABAR-SALDOS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SALDO-PREVISION
               IF FS-SALDO-PREV-OK
                   PERFORM VARYING WS-IDX-CLASE FROM 1 BY 1
                       UNTIL WS-IDX-CLASE > 3
                       MOVE TCL-CLASE(WS-IDX-CLASE) TO CLASE-PS
                       MOVE WS-FEC-HOY TO FECHA-PS
                       MOVE TCT-REQUERIDA(WS-IDX-CLASE) TO SALDO-PS
                       WRITE REG-SALDO-PREV
                   END-PERFORM
                   CLOSE SALDO-PREVISION
               ELSE
                   DISPLAY 'ERROR REESCRITURA OBSSALD '
                           FS-SALDO-PREV
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FEC-HOY TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE SPACES TO AREA-GI
           MOVE 'STOCKOBS' TO ORIGEN-GI
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
               MOVE 'STOCKOBS' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'ARTICULOS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'ARTICULOS CON STOCK  : ' WS-CANT-SALIDA
           DISPLAY 'CANDIDATOS LIQUIDAR  : ' WS-CANT-LIQUIDAR
           DISPLAY 'AJUSTE DE PREVISION  : ' WS-AJUSTE-TOTAL
           IF LISTADO-ABIERTO
               CLOSE LISTADO-OBSOLETOS
           END-IF
           IF LIQUIDACION-ABIERTO
               CLOSE LIQUIDACION
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'STOCKOBS' TO RS-JOB
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

       END PROGRAM STOCKOBS.

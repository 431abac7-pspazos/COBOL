       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-NUEVO ASSIGN TO  '..\STOCKN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-STOCK-NVO.

           SELECT STOCK-DEPOSITOS ASSIGN TO  '..\DEPOSTK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DEPOSTK.

           SELECT TRANSITO ASSIGN TO  '..\TRANSITO'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-TRANSITO.

           SELECT MOVSTOCK ASSIGN TO  '..\MOVSTOCK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MOVSTOCK.

           SELECT AJUSTES-MERC ASSIGN TO  '..\AJUSMERC'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-AJUSTES.

           SELECT CUENTAS-GL ASSIGN TO  '..\GLCUENTA'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CUENTAS-GL.

           SELECT MAYOR ASSIGN TO  '..\GLBAL'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MAYOR.

           SELECT PERIODOS ASSIGN TO  '..\GLPERIOD'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PERIODOS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-INTERFAZ.

           SELECT VALUACION ASSIGN TO  '..\VALSTOCK'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-VALUACION.

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

       FD  STOCK-DEPOSITOS.
       01  REG-DEPOSTK.
           03 NRO-ART-DS           PIC 9(8).
           03 DEPOSITO-DS          PIC X(3).
           03 CANT-DS              PIC 9(10).

       FD  TRANSITO.
       01  REG-TRANSITO.
           03 NRO-ART-TR           PIC 9(8).
           03 DEP-ORIGEN-TR        PIC X(3).
           03 DEP-DESTINO-TR       PIC X(3).
           03 CANT-TR              PIC 9(10).
           03 FEC-SALIDA-TR        PIC 9(8).

       FD  MOVSTOCK.
       01  REG-MOVSTOCK.
           03 NRO-ART-MV           PIC 9(8).
           03 FEC-MOV-MV           PIC 9(8).
           03 TIPO-MOV-MV          PIC X(1).
           03 CANT-MOV-MV          PIC 9(10).
           03 CANT-SALDO-MV        PIC 9(10).
           03 DEPOSITO-MV          PIC X(3).

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

       FD  CUENTAS-GL.
       01  REG-CUENTA-GL.
           03 CONCEPTO-GL          PIC X(12).
           03 CTA-DEBE-GL          PIC X(8).
           03 CTA-HABER-GL         PIC X(8).

       FD  MAYOR.
       01  REG-MAYOR.
           03 EMPRESA-MY           PIC X(3).
           03 CUENTA-MY            PIC X(8).
           03 PERIODO-MY           PIC X(6).
           03 DEBE-MY              PIC 9(15)V99.
           03 HABER-MY             PIC 9(15)V99.

       FD  PERIODOS.
       01  REG-PERIODO.
           03 PERIODO-PE           PIC X(6).
           03 ESTADO-PE            PIC X(10).
           03 FECHA-CIERRE-PE      PIC X(8).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           03 FECHA-GI             PIC 9(8).
           03 CONCEPTO-GI          PIC X(12).
           03 IMPORTE-GI           PIC 9(13)V99.
           03 AREA-GI              PIC X(10).
           03 ORIGEN-GI            PIC X(10).

       FD  VALUACION.
       01  LIN-VALUACION           PIC X(132).

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
       01  FS-DEPOSTK              PIC X(2).
           88 FS-DEPOSTK-OK        VALUE "00".
       01  FS-TRANSITO             PIC X(2).
           88 FS-TRANSITO-OK       VALUE "00".
       01  FS-MOVSTOCK             PIC X(2).
           88 FS-MOVSTOCK-OK       VALUE "00".
       01  FS-AJUSTES              PIC X(2).
           88 FS-AJUSTES-OK        VALUE "00".
       01  FS-CUENTAS-GL           PIC X(2).
           88 FS-CUENTAS-GL-OK     VALUE "00".
       01  FS-MAYOR                PIC X(2).
           88 FS-MAYOR-OK          VALUE "00".
       01  FS-PERIODOS             PIC X(2).
           88 FS-PERIODOS-OK       VALUE "00".
       01  FS-INTERFAZ             PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-VALUACION            PIC X(2).
           88 FS-VALUACION-OK      VALUE "00".
       01  FS-JOBLOG               PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-INTERFAZ-ABIERTO     PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO     VALUE 'S'.
       01  WS-VALUACION-ABIERTO    PIC X VALUE 'N'.
           88 VALUACION-ABIERTO    VALUE 'S'.
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

       01  WS-PARM                 PIC X(3) VALUE SPACES.
       01  WS-EMPRESA              PIC X(3) VALUE 'E01'.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-PERIODO              PIC X(6).
       01  WS-YA-VALUADO           PIC X VALUE 'N'.
       01  FIN-STOCK-NVO           PIC X VALUE 'N'.
       01  FIN-DEPOSTK             PIC X VALUE 'N'.
       01  FIN-TRANSITO            PIC X VALUE 'N'.
       01  FIN-MOVSTOCK            PIC X VALUE 'N'.
       01  FIN-AJUSTES             PIC X VALUE 'N'.
       01  FIN-CUENTAS-GL          PIC X VALUE 'N'.
       01  FIN-MAYOR               PIC X VALUE 'N'.
       01  FIN-PERIODOS            PIC X VALUE 'N'.
       01  FIN-INTERFAZ            PIC X VALUE 'N'.

       01  WS-NRO-ART              PIC 9(8).
       01  WS-IDX-ART              PIC 9(4).
       01  WS-IDX-DEP              PIC 9(4).
       01  WS-IDX-TRA              PIC 9(4).
       01  WS-CANT-RESTO           PIC S9(11).
       01  WS-VALOR-LINEA          PIC S9(15)V99.
       01  WS-VALOR-EGRESO         PIC S9(15)V99.
       01  WS-TOTAL-VALUACION      PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-TRANSITO       PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CMV            PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CANT-EGRESO    PIC 9(11) VALUE 0.
       01  WS-TOTAL-SOBRANTE       PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-FALTANTE       PIC S9(15)V99 VALUE 0.
       01  WS-CANT-EGR-SIN-ART     PIC 9(7) VALUE 0.

       01  WS-CONCEPTO-GL          PIC X(12).
       01  WS-IMPORTE-GL           PIC 9(13)V99.
       01  WS-CTA-STOCK            PIC X(8) VALUE SPACES.
       01  WS-CERRADO              PIC X.
       01  WS-NETO                 PIC S9(15)V99.
       01  WS-SALDO-CONTABLE       PIC S9(15)V99 VALUE 0.
       01  WS-SALDO-AJUSTADO       PIC S9(15)V99 VALUE 0.
       01  WS-DIFERENCIA           PIC S9(15)V99 VALUE 0.

       01  CANT-ARTICULOS          PIC 9(4) VALUE 0.
       01  TABLA-ARTICULOS.
           02 TABLA-ART-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ARTICULOS
                             INDEXED BY IDX-ART.
               03 TAR-NRO-ART      PIC 9(8).
               03 TAR-NOMBRE       PIC X(20).
               03 TAR-CANT         PIC 9(10).
               03 TAR-VALOR        PIC S9(15)V99.
               03 TAR-COSTO        PIC S9(13)V9999.
               03 TAR-CANT-EGRESO  PIC 9(10).

       01  CANT-DEPOSTK            PIC 9(4) VALUE 0.
       01  TABLA-DEPOSTK.
           02 TABLA-DEP-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DEPOSTK.
               03 TDP-NRO-ART      PIC 9(8).
               03 TDP-DEPOSITO     PIC X(3).
               03 TDP-CANT         PIC 9(10).

       01  CANT-TRANSITO           PIC 9(4) VALUE 0.
       01  TABLA-TRANSITO.
           02 TABLA-TRA-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-TRANSITO.
               03 TTR-NRO-ART      PIC 9(8).
               03 TTR-DEP-DESTINO  PIC X(3).
               03 TTR-CANT         PIC 9(10).

       01  CANT-PERIODOS           PIC 9(3) VALUE 0.
       01  TABLA-PERIODOS.
           02 TABLA-PER-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-PERIODOS
                             INDEXED BY IDX-PER.
               03 TPE-PERIODO      PIC X(6).
               03 TPE-ESTADO       PIC X(10).

       01  LIN-VS-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKVAL  VALUACION DE INVENTARIO  MES '.
           02 LVT-PERIODO      PIC X(6).
           02 FILLER           PIC X(11) VALUE '  EMPRESA '.
           02 LVT-EMPRESA      PIC X(3).
       01  LIN-VS-ENCABEZADO.
           02 FILLER           PIC X(30) VALUE
              'ARTICULO NOMBRE'.
           02 FILLER           PIC X(17) VALUE 'DEP'.
           02 FILLER           PIC X(12) VALUE '  CANTIDAD'.
           02 FILLER           PIC X(17) VALUE '     COSTO PROM'.
           02 FILLER           PIC X(18) VALUE '            VALOR'.
       01  LIN-VS-DETALLE.
           02 LVD-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LVD-NOMBRE       PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LVD-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LVD-LEYENDA      PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LVD-CANT         PIC -Z(9)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LVD-COSTO        PIC Z(9)9.9999.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LVD-VALOR        PIC -Z(13)9.99.
       01  LIN-VS-TOTAL.
           02 LVX-LEYENDA      PIC X(40).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LVX-VALOR        PIC -Z(13)9.99.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LVX-NOTA         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-STOCK.
           PERFORM 13000-CARGAR-DEPOSITOS.
           PERFORM 14000-CARGAR-TRANSITO.
           PERFORM 20000-VALUAR-ARTICULOS.
           PERFORM 22000-COSTO-VENTAS.
           PERFORM 23000-AJUSTES-CONTEO.
           PERFORM 24000-ASENTAR.
           PERFORM 25000-CONCILIAR.
           PERFORM 30000-FINAL.

      *    Cierre mensual del inventario: corre el ultimo dia del mes,
      *    despues de MERCSTOC y STOCKCNT. Parametro opcional: empresa
      *    contable (por defecto E01, como GLPOST).
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               MOVE WS-PARM TO WS-EMPRESA
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

           PERFORM 11500-VER-YA-VALUADO

           OPEN OUTPUT VALUACION.
           IF NOT FS-VALUACION-OK
               DISPLAY 'ERROR AL ABRIR VALSTOCK'
               DISPLAY 'FILE STATUS ' FS-VALUACION
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-VALUACION TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR VALSTOCK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET VALUACION-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LVT-PERIODO
               MOVE WS-EMPRESA TO LVT-EMPRESA
               WRITE LIN-VALUACION FROM LIN-VS-TITULO
               WRITE LIN-VALUACION FROM LIN-VS-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'STOCKVAL' AND RS-FIN(1:8)
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

      *    Un solo cierre por mes: si GLINTERF ya tiene renglones de
      *    STOCKVAL del periodo, no se vuelve a asentar el costo.
       11500-VER-YA-VALUADO.
           OPEN INPUT INTERFAZ-GL.
           IF FS-INTERFAZ-OK
               PERFORM UNTIL FIN-INTERFAZ = 'S'
                   READ INTERFAZ-GL
                       AT END
                           MOVE 'S' TO FIN-INTERFAZ
                       NOT AT END
                           IF ORIGEN-GI = 'STOCKVAL'
                              AND FECHA-GI(1:6) = WS-PERIODO
                               MOVE 'S' TO WS-YA-VALUADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFAZ-GL
           END-IF
           IF WS-YA-VALUADO = 'S'
               DISPLAY 'CIERRE DE INVENTARIO ' WS-PERIODO
                       ' YA ASENTADO'
               MOVE '11500-VER-YA-VALUADO' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'CIERRE DE INVENTARIO YA ASENTADO' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

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
                           ADD 1 TO CANT-ARTICULOS
                           MOVE NRO-ART-STOCK-N TO WS-NRO-ART
                           MOVE WS-NRO-ART
                               TO TAR-NRO-ART(CANT-ARTICULOS)
                           MOVE NOM-STOCK-N
                               TO TAR-NOMBRE(CANT-ARTICULOS)
                           MOVE CANT-STOCK-N
                               TO TAR-CANT(CANT-ARTICULOS)
                           MOVE IMP-STOCK-N
                               TO TAR-VALOR(CANT-ARTICULOS)
                           MOVE COSTO-PROM-STOCK-N
                               TO TAR-COSTO(CANT-ARTICULOS)
                           MOVE 0 TO TAR-CANT-EGRESO(CANT-ARTICULOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCK-NUEVO.

       13000-CARGAR-DEPOSITOS.
           OPEN INPUT STOCK-DEPOSITOS
           IF FS-DEPOSTK-OK
               PERFORM UNTIL FIN-DEPOSTK = 'S'
                   READ STOCK-DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-DEPOSTK
                       NOT AT END
                           IF CANT-DEPOSTK < 9999 AND CANT-DS > 0
                               ADD 1 TO CANT-DEPOSTK
                               MOVE NRO-ART-DS
                                   TO TDP-NRO-ART(CANT-DEPOSTK)
                               MOVE DEPOSITO-DS
                                   TO TDP-DEPOSITO(CANT-DEPOSTK)
                               MOVE CANT-DS
                                   TO TDP-CANT(CANT-DEPOSTK)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-DEPOSITOS
           END-IF.

      *    Las transferencias despachadas y no recibidas salieron del
      *    deposito origen pero siguen en el stock del articulo.
       14000-CARGAR-TRANSITO.
           OPEN INPUT TRANSITO
           IF FS-TRANSITO-OK
               PERFORM UNTIL FIN-TRANSITO = 'S'
                   READ TRANSITO
                       AT END
                           MOVE 'S' TO FIN-TRANSITO
                       NOT AT END
                           IF CANT-TRANSITO < 9999
                               ADD 1 TO CANT-TRANSITO
                               MOVE NRO-ART-TR
                                   TO TTR-NRO-ART(CANT-TRANSITO)
                               MOVE DEP-DESTINO-TR
                                   TO TTR-DEP-DESTINO(CANT-TRANSITO)
                               MOVE CANT-TR
                                   TO TTR-CANT(CANT-TRANSITO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSITO
           END-IF.

      *    Cada articulo se abre por deposito y transito al costo
      *    promedio; lo que no esta asignado a ningun deposito va en
      *    un renglon propio. El total del articulo es el valor de
      *    libros de STOCKN.
       20000-VALUAR-ARTICULOS.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS
               MOVE TAR-CANT(WS-IDX-ART) TO WS-CANT-RESTO
               MOVE TAR-NRO-ART(WS-IDX-ART) TO LVD-ART
               MOVE TAR-NOMBRE(WS-IDX-ART) TO LVD-NOMBRE
               MOVE TAR-COSTO(WS-IDX-ART) TO LVD-COSTO
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > CANT-DEPOSTK
                   IF TDP-NRO-ART(WS-IDX-DEP) = TAR-NRO-ART(WS-IDX-ART)
                       MOVE TDP-DEPOSITO(WS-IDX-DEP) TO LVD-DEPOSITO
                       MOVE SPACES TO LVD-LEYENDA
                       MOVE TDP-CANT(WS-IDX-DEP) TO LVD-CANT
                       COMPUTE WS-VALOR-LINEA ROUNDED =
                           TDP-CANT(WS-IDX-DEP) * TAR-COSTO(WS-IDX-ART)
                       PERFORM 21000-IMPRIMIR-RENGLON
                       SUBTRACT TDP-CANT(WS-IDX-DEP) FROM WS-CANT-RESTO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-TRA FROM 1 BY 1
                   UNTIL WS-IDX-TRA > CANT-TRANSITO
                   IF TTR-NRO-ART(WS-IDX-TRA) = TAR-NRO-ART(WS-IDX-ART)
                       MOVE TTR-DEP-DESTINO(WS-IDX-TRA) TO LVD-DEPOSITO
                       MOVE 'EN TRANSITO' TO LVD-LEYENDA
                       MOVE TTR-CANT(WS-IDX-TRA) TO LVD-CANT
                       COMPUTE WS-VALOR-LINEA ROUNDED =
                           TTR-CANT(WS-IDX-TRA) * TAR-COSTO(WS-IDX-ART)
                       ADD WS-VALOR-LINEA TO WS-TOTAL-TRANSITO
                       PERFORM 21000-IMPRIMIR-RENGLON
                       SUBTRACT TTR-CANT(WS-IDX-TRA) FROM WS-CANT-RESTO
                   END-IF
               END-PERFORM
               IF WS-CANT-RESTO NOT = 0
                   MOVE SPACES TO LVD-DEPOSITO
                   MOVE 'SIN DEPOSITO' TO LVD-LEYENDA
                   MOVE WS-CANT-RESTO TO LVD-CANT
                   COMPUTE WS-VALOR-LINEA ROUNDED =
                       WS-CANT-RESTO * TAR-COSTO(WS-IDX-ART)
                   PERFORM 21000-IMPRIMIR-RENGLON
               END-IF
               MOVE SPACES TO LVD-DEPOSITO
               MOVE 'TOTAL ART.' TO LVD-LEYENDA
               MOVE TAR-CANT(WS-IDX-ART) TO LVD-CANT
               MOVE TAR-VALOR(WS-IDX-ART) TO WS-VALOR-LINEA
               PERFORM 21000-IMPRIMIR-RENGLON
               ADD TAR-VALOR(WS-IDX-ART) TO WS-TOTAL-VALUACION
           END-PERFORM
           MOVE 'TOTAL VALUACION DE INVENTARIO' TO LVX-LEYENDA
           MOVE WS-TOTAL-VALUACION TO LVX-VALOR
           MOVE SPACES TO LVX-NOTA
           PERFORM 21500-IMPRIMIR-TOTAL
           MOVE '  DEL CUAL EN TRANSITO' TO LVX-LEYENDA
           MOVE WS-TOTAL-TRANSITO TO LVX-VALOR
           PERFORM 21500-IMPRIMIR-TOTAL.

       21000-IMPRIMIR-RENGLON.
           MOVE WS-VALOR-LINEA TO LVD-VALOR
           IF VALUACION-ABIERTO
               WRITE LIN-VALUACION FROM LIN-VS-DETALLE
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

       21500-IMPRIMIR-TOTAL.
           IF VALUACION-ABIERTO
               WRITE LIN-VALUACION FROM LIN-VS-TOTAL
           END-IF.

      *    Costo de ventas: egresos del mes en MOVSTOCK al costo
      *    promedio vigente al cierre.
       22000-COSTO-VENTAS.
           OPEN INPUT MOVSTOCK
           IF FS-MOVSTOCK-OK
               PERFORM UNTIL FIN-MOVSTOCK = 'S'
                   READ MOVSTOCK
                       AT END
                           MOVE 'S' TO FIN-MOVSTOCK
                       NOT AT END
                           IF TIPO-MOV-MV = 'E'
                              AND FEC-MOV-MV(1:6) = WS-PERIODO
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 22100-VALUAR-EGRESO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVSTOCK
           END-IF
           MOVE 'COSTO DE MERCADERIA VENDIDA' TO LVX-LEYENDA
           MOVE WS-TOTAL-CMV TO LVX-VALOR
           MOVE SPACES TO LVX-NOTA
           PERFORM 21500-IMPRIMIR-TOTAL
           IF WS-CANT-EGR-SIN-ART > 0
               MOVE '22000-COSTO-VENTAS' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'EGRESOS SIN ARTICULO EN STOCKN' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       22100-VALUAR-EGRESO.
           SET IDX-ART TO 1
           SEARCH TABLA-ART-ITEM
               AT END
                   ADD 1 TO WS-CANT-EGR-SIN-ART
               WHEN TAR-NRO-ART(IDX-ART) = NRO-ART-MV
                   ADD CANT-MOV-MV TO TAR-CANT-EGRESO(IDX-ART)
                   ADD CANT-MOV-MV TO WS-TOTAL-CANT-EGRESO
                   COMPUTE WS-VALOR-EGRESO ROUNDED =
                       CANT-MOV-MV * TAR-COSTO(IDX-ART)
                   ADD WS-VALOR-EGRESO TO WS-TOTAL-CMV
           END-SEARCH.

      *    Ajustes por conteo de STOCKCNT: ingreso = sobrante,
      *    egreso = faltante, ya valuados al costo promedio.
       23000-AJUSTES-CONTEO.
           OPEN INPUT AJUSTES-MERC
           IF FS-AJUSTES-OK
               PERFORM UNTIL FIN-AJUSTES = 'S'
                   READ AJUSTES-MERC
                       AT END
                           MOVE 'S' TO FIN-AJUSTES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF TIPO-MOV-AJ = 'I'
                               ADD IMP-ART-AJ TO WS-TOTAL-SOBRANTE
                           ELSE
                               ADD IMP-ART-AJ TO WS-TOTAL-FALTANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJUSTES-MERC
           END-IF
           MOVE 'SOBRANTES DE INVENTARIO' TO LVX-LEYENDA
           MOVE WS-TOTAL-SOBRANTE TO LVX-VALOR
           MOVE SPACES TO LVX-NOTA
           PERFORM 21500-IMPRIMIR-TOTAL
           MOVE 'FALTANTES DE INVENTARIO' TO LVX-LEYENDA
           MOVE WS-TOTAL-FALTANTE TO LVX-VALOR
           PERFORM 21500-IMPRIMIR-TOTAL.

      *    Se asienta por GLINTERF; GLPOST lo toma con sus cuentas
      *    de GLCUENTA (CMV-MERC, INV-SOBRANTE, INV-FALTANTE).
       24000-ASENTAR.
           OPEN EXTEND INTERFAZ-GL.
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
           IF WS-TOTAL-CMV > 0
               MOVE 'CMV-MERC' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-CMV TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF
           IF WS-TOTAL-SOBRANTE > 0
               MOVE 'INV-SOBRANTE' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-SOBRANTE TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF
           IF WS-TOTAL-FALTANTE > 0
               MOVE 'INV-FALTANTE' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-FALTANTE TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF.

      *    Conciliacion: saldo de la cuenta de mercaderias en el mayor
      *    (la cuenta HABER del concepto CMV-MERC) mas los asientos de
      *    este cierre, contra la valuacion del listado.
       25000-CONCILIAR.
           OPEN INPUT CUENTAS-GL
           IF FS-CUENTAS-GL-OK
               PERFORM UNTIL FIN-CUENTAS-GL = 'S'
                   READ CUENTAS-GL
                       AT END
                           MOVE 'S' TO FIN-CUENTAS-GL
                       NOT AT END
                           IF CONCEPTO-GL = 'CMV-MERC'
                               MOVE CTA-HABER-GL TO WS-CTA-STOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-GL
           END-IF
           IF WS-CTA-STOCK = SPACES
               MOVE 'CONCILIACION: SIN CUENTA DE MERCADERIAS'
                   TO LVX-LEYENDA
               MOVE 0 TO LVX-VALOR
               MOVE 'CMV-MERC SIN MAPEO EN GLCUENTA' TO LVX-NOTA
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE '25000-CONCILIAR' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'CMV-MERC SIN MAPEO EN GLCUENTA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           ELSE
               PERFORM 25100-CARGAR-PERIODOS
               PERFORM 25200-SALDO-CONTABLE
               COMPUTE WS-SALDO-AJUSTADO = WS-SALDO-CONTABLE
                   - WS-TOTAL-CMV + WS-TOTAL-SOBRANTE
                   - WS-TOTAL-FALTANTE
               COMPUTE WS-DIFERENCIA =
                   WS-SALDO-AJUSTADO - WS-TOTAL-VALUACION
               MOVE SPACES TO LVX-NOTA
               MOVE 'SALDO CONTABLE CUENTA ' TO LVX-LEYENDA
               MOVE WS-CTA-STOCK TO LVX-LEYENDA(23:8)
               MOVE WS-SALDO-CONTABLE TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE '  MENOS COSTO DE VENTAS DEL CIERRE'
                   TO LVX-LEYENDA
               MOVE WS-TOTAL-CMV TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE '  MAS SOBRANTES DEL CIERRE' TO LVX-LEYENDA
               MOVE WS-TOTAL-SOBRANTE TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE '  MENOS FALTANTES DEL CIERRE' TO LVX-LEYENDA
               MOVE WS-TOTAL-FALTANTE TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE 'SALDO CONTABLE AJUSTADO' TO LVX-LEYENDA
               MOVE WS-SALDO-AJUSTADO TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE 'VALUACION DE INVENTARIO' TO LVX-LEYENDA
               MOVE WS-TOTAL-VALUACION TO LVX-VALOR
               PERFORM 21500-IMPRIMIR-TOTAL
               MOVE 'DIFERENCIA' TO LVX-LEYENDA
               MOVE WS-DIFERENCIA TO LVX-VALOR
               IF WS-DIFERENCIA = 0
                   MOVE 'CONCILIADO' TO LVX-NOTA
               ELSE
                   MOVE 'NO CONCILIA' TO LVX-NOTA
                   MOVE '25000-CONCILIAR' TO JL-PARRAFO
                   MOVE SPACES TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE 'STOCK NO CONCILIA CON EL MAYOR'
                       TO JL-MENSAJE
                   PERFORM 91000-LOG-AVISO
               END-IF
               PERFORM 21500-IMPRIMIR-TOTAL
           END-IF.

       25100-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS
           IF FS-PERIODOS-OK
               PERFORM UNTIL FIN-PERIODOS = 'S'
                   READ PERIODOS
                       AT END
                           MOVE 'S' TO FIN-PERIODOS
                       NOT AT END
                           IF CANT-PERIODOS < 999
                               ADD 1 TO CANT-PERIODOS
                               MOVE PERIODO-PE
                                   TO TPE-PERIODO(CANT-PERIODOS)
                               MOVE ESTADO-PE
                                   TO TPE-ESTADO(CANT-PERIODOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.

      *    El cierre de GLLEDGER arrastra el saldo de cada periodo
      *    cerrado al siguiente: el saldo al mes es la suma de todos
      *    los periodos menos lo ya arrastrado.
       25200-SALDO-CONTABLE.
           OPEN INPUT MAYOR
           IF FS-MAYOR-OK
               PERFORM UNTIL FIN-MAYOR = 'S'
                   READ MAYOR
                       AT END
                           MOVE 'S' TO FIN-MAYOR
                       NOT AT END
                           IF EMPRESA-MY = WS-EMPRESA
                              AND CUENTA-MY = WS-CTA-STOCK
                              AND PERIODO-MY <= WS-PERIODO
                               PERFORM 25300-SUMAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAYOR
           END-IF.

       25300-SUMAR-SALDO.
           COMPUTE WS-NETO = DEBE-MY - HABER-MY
           ADD WS-NETO TO WS-SALDO-CONTABLE
           MOVE 'N' TO WS-CERRADO
           IF CANT-PERIODOS > 0
               SET IDX-PER TO 1
               SEARCH TABLA-PER-ITEM
                   AT END
                       CONTINUE
                   WHEN TPE-PERIODO(IDX-PER) = PERIODO-MY
                       IF TPE-ESTADO(IDX-PER) = 'CERRADO'
                           MOVE 'S' TO WS-CERRADO
                       END-IF
               END-SEARCH
           END-IF
           IF WS-CERRADO = 'S' AND PERIODO-MY < WS-PERIODO
               SUBTRACT WS-NETO FROM WS-SALDO-CONTABLE
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FEC-HOY TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE SPACES TO AREA-GI
           MOVE 'STOCKVAL' TO ORIGEN-GI
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
               MOVE 'STOCKVAL' TO JL-PROGRAMA
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
               MOVE 'STOCKVAL' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'REGISTROS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'RENGLONES VALUACION  : ' WS-CANT-SALIDA
           DISPLAY 'VALUACION INVENTARIO : ' WS-TOTAL-VALUACION
           DISPLAY 'COSTO DE VENTAS      : ' WS-TOTAL-CMV
           DISPLAY 'DIFERENCIA CON MAYOR : ' WS-DIFERENCIA
           IF VALUACION-ABIERTO
               CLOSE VALUACION
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'STOCKVAL' TO RS-JOB
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

       END PROGRAM STOCKVAL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCCALF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-PROV ASSIGN TO  '..\PROVEVEN'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EVENTOS.

           SELECT ORDENES-ABIERTAS ASSIGN TO  '..\OCABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ABIERTAS.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PROVEEDORES.

           SELECT PARAM-CALIFICACION ASSIGN TO  '..\CALFPAR'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PARAM.

           SELECT HISTORIA-CALIF ASSIGN TO  '..\PROVCALF'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HISTORIA.

           SELECT INFORME-CALIF ASSIGN TO  '..\CALFLIST'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-INFORME.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    R recepcion contra orden, S sobre-entrega, F factura
      *    liberada, X factura retenida (MercRecp y MercFact).
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

      *    Pesos del puntaje (se reparten entre los indicadores que
      *    tuvieron movimiento), puntos que resta cada 1% de precio
      *    facturado por encima de la orden y meses de historia.
       FD  PARAM-CALIFICACION.
       01  REG-PARAM-CALIF.
           03 PESO-PUNTUALIDAD-PC  PIC 9(3).
           03 PESO-CUMPLIMIENTO-PC PIC 9(3).
           03 PESO-PRECIO-PC       PIC 9(3).
           03 PESO-FACTURA-PC      PIC 9(3).
           03 PUNTOS-PRECIO-PC     PIC 9(2).
           03 MESES-HISTORIA-PC    PIC 9(2).

      *    Una fila por proveedor y mes con movimiento; OCGen toma
      *    el puntaje del ultimo mes de cada proveedor.
       FD  HISTORIA-CALIF.
       01  REG-HISTORIA-CALIF.
           03 COD-PROV-HC          PIC X(6).
           03 PERIODO-HC           PIC 9(6).
           03 ENTREGAS-HC          PIC 9(5).
           03 A-TIEMPO-HC          PIC 9(5).
           03 PCT-PUNTUALIDAD-HC   PIC 9(3)V99.
           03 DIAS-ATRASO-HC       PIC 9(3)V9.
           03 PCT-CUMPLIMIENTO-HC  PIC 9(3)V99.
           03 PCT-DESVIO-PRECIO-HC PIC S9(3)V99.
           03 FACTURAS-HC          PIC 9(5).
           03 RETENIDAS-HC         PIC 9(5).
           03 PCT-DISCREPANCIA-HC  PIC 9(3)V99.
           03 SOBRE-ENTREGAS-HC    PIC 9(5).
           03 PUNTAJE-HC           PIC 9(3)V99.

       FD  INFORME-CALIF.
       01  LIN-INFORME             PIC X(132).

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
       01  FS-EVENTOS              PIC X(2).
           88 FS-EVENTOS-OK        VALUE "00".
       01  FS-ABIERTAS             PIC X(2).
           88 FS-ABIERTAS-OK       VALUE "00".
       01  FS-PROVEEDORES          PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-PARAM                PIC X(2).
           88 FS-PARAM-OK          VALUE "00".
       01  FS-HISTORIA             PIC X(2).
           88 FS-HISTORIA-OK       VALUE "00".
       01  FS-INFORME              PIC X(2).
           88 FS-INFORME-OK        VALUE "00".
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

      *    Valores por defecto si no hay CALFPAR.
       01  WS-PESO-PUNTUALIDAD     PIC 9(3) VALUE 30.
       01  WS-PESO-CUMPLIMIENTO    PIC 9(3) VALUE 30.
       01  WS-PESO-PRECIO          PIC 9(3) VALUE 20.
       01  WS-PESO-FACTURA         PIC 9(3) VALUE 20.
       01  WS-PUNTOS-PRECIO        PIC 9(2) VALUE 5.
       01  WS-MESES-HISTORIA       PIC 9(2) VALUE 24.

       01  WS-PARM                 PIC X(6) VALUE SPACES.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-PERIODO              PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO          PIC 9(4).
           02 WS-PER-MES           PIC 9(2).
       01  WS-PER-CALC             PIC 9(6).
       01  WS-PER-CALC-R REDEFINES WS-PER-CALC.
           02 WS-CALC-ANIO         PIC 9(4).
           02 WS-CALC-MES          PIC 9(2).
       01  WS-MES-ABS              PIC 9(6).
       01  WS-MES-ABS-CALC         PIC 9(6).
       01  WS-FEC-DESDE            PIC 9(8).
       01  WS-FEC-HASTA            PIC 9(8).
       01  WS-PERIODO-ANT          PIC 9(6) OCCURS 3 TIMES.
       01  FIN-EVENTOS             PIC X VALUE 'N'.
       01  FIN-ABIERTAS            PIC X VALUE 'N'.
       01  FIN-PROVEEDORES         PIC X VALUE 'N'.
       01  FIN-HISTORIA            PIC X VALUE 'N'.

       01  WS-COD-PROV             PIC X(6).
       01  WS-IDX-PROV             PIC 9(4).
       01  WS-IDX-HC               PIC 9(5).
       01  WS-IDX-ANT              PIC 9(1).
       01  WS-DIAS                 PIC S9(7).
       01  WS-PENDIENTE            PIC S9(11).
       01  WS-RECIBIDA             PIC 9(10).
       01  WS-SUMA-PESOS           PIC 9(5).
       01  WS-SUMA-PUNTOS          PIC 9(9)V99.
       01  WS-PUNTOS               PIC S9(5)V99.
       01  WS-CANT-EVENTOS-PER     PIC 9(7) VALUE 0.

       01  CANT-PROVEEDORES        PIC 9(4) VALUE 0.
       01  TABLA-PROVEEDORES.
           02 TABLA-PROV-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-PROVEEDORES
                              INDEXED BY IDX-PROV.
               03 TPV-COD-PROV       PIC X(6).
               03 TPV-NOMBRE         PIC X(30).
               03 TPV-ENTREGAS       PIC 9(5).
               03 TPV-A-TIEMPO       PIC 9(5).
               03 TPV-ATRASADAS      PIC 9(5).
               03 TPV-DIAS-ATRASO    PIC 9(9).
               03 TPV-PEDIDA         PIC 9(12).
               03 TPV-RECIBIDA       PIC 9(12).
               03 TPV-FACTURAS       PIC 9(5).
               03 TPV-RETENIDAS      PIC 9(5).
               03 TPV-VALOR-FACTURA  PIC 9(15)V99.
               03 TPV-VALOR-ORDEN    PIC 9(15)V99.
               03 TPV-SOBRES         PIC 9(5).
               03 TPV-PCT-PUNTUAL    PIC 9(3)V99.
               03 TPV-DIAS-PROM      PIC 9(3)V9.
               03 TPV-PCT-CUMPLIM    PIC 9(3)V99.
               03 TPV-PCT-PRECIO     PIC S9(3)V99.
               03 TPV-PCT-DISCREP    PIC 9(3)V99.
               03 TPV-PUNTAJE        PIC 9(3)V99.
               03 TPV-CON-ACTIVIDAD  PIC X(1).

       01  CANT-HISTORIA           PIC 9(5) VALUE 0.
       01  TABLA-HISTORIA.
           02 TABLA-HC-ITEM OCCURS 1 TO 29999 TIMES
                            DEPENDING ON CANT-HISTORIA
                            INDEXED BY IDX-HC.
               03 THC-REGISTRO.
                   05 THC-COD-PROV     PIC X(6).
                   05 THC-PERIODO      PIC 9(6).
                   05 FILLER           PIC X(49).
                   05 THC-PUNTAJE      PIC 9(3)V99.

       01  LIN-CA-TITULO.
           02 FILLER           PIC X(40) VALUE
              'MERCCALF  CALIFICACION DE PROVEEDORES  P'.
           02 FILLER           PIC X(8)  VALUE 'ERIODO '.
           02 LCT-PERIODO      PIC 9(6).
       01  LIN-CA-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'PROV   NOMBRE                         EN'.
           02 FILLER           PIC X(40) VALUE
              'TR  %PUNT   DIAS  %CUMP %PRECIO FACT  %D'.
           02 FILLER           PIC X(40) VALUE
              'ISC SOBRE PUNTAJE    ANT-1    ANT-2    A'.
           02 FILLER           PIC X(12) VALUE
              'NT-3 TEND.'.
       01  LIN-CA-DETALLE.
           02 LCD-PROV         PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-NOMBRE       PIC X(30).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-ENTREGAS     PIC ZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PCT-PUNTUAL  PIC ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-DIAS-ATRASO  PIC ZZZ9.9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PCT-CUMPLIM  PIC ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PCT-PRECIO   PIC -ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-FACTURAS     PIC ZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PCT-DISCREP  PIC ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-SOBRES       PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PUNTAJE      PIC ZZZ9.99.
           02 LCD-ANTERIORES.
               03 LCD-ANTERIOR PIC ZZZZZ9.99 OCCURS 3 TIMES.
           02 LCD-ANTERIORES-X REDEFINES LCD-ANTERIORES PIC X(27).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-TENDENCIA    PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-PROVEEDORES.
           PERFORM 13000-CARGAR-HISTORIA.
           PERFORM 14000-LEER-EVENTOS.
           PERFORM 15000-LEER-ORDENES.
           PERFORM 20000-CALIFICAR.
           PERFORM 24000-INFORME.
           PERFORM 26000-GRABAR-HISTORIA.
           PERFORM 30000-FINAL.

      *    Corre al comienzo de cada mes y califica el mes cerrado;
      *    parametro opcional AAAAMM para recalificar otro mes.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE WS-FEC-HOY(1:6) TO WS-PER-CALC
           COMPUTE WS-MES-ABS = WS-CALC-ANIO * 12 + WS-CALC-MES - 2
           PERFORM 19000-PERIODO-DE-MES
           MOVE WS-PER-CALC TO WS-PERIODO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO
           END-IF
           COMPUTE WS-MES-ABS = WS-PER-ANIO * 12 + WS-PER-MES - 1
           COMPUTE WS-FEC-DESDE = WS-PERIODO * 100 + 1
           ADD 1 TO WS-MES-ABS
           PERFORM 19000-PERIODO-DE-MES
           COMPUTE WS-FEC-HASTA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PER-CALC * 100 + 1) - 1)
           SUBTRACT 1 FROM WS-MES-ABS
           MOVE WS-MES-ABS TO WS-MES-ABS-CALC
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
               UNTIL WS-IDX-ANT > 3
               SUBTRACT 1 FROM WS-MES-ABS
               PERFORM 19000-PERIODO-DE-MES
               MOVE WS-PER-CALC TO WS-PERIODO-ANT(WS-IDX-ANT)
           END-PERFORM
           MOVE WS-MES-ABS-CALC TO WS-MES-ABS

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN INPUT PARAM-CALIFICACION
           IF FS-PARAM-OK
               READ PARAM-CALIFICACION
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PESO-PUNTUALIDAD-PC + PESO-CUMPLIMIENTO-PC
                          + PESO-PRECIO-PC + PESO-FACTURA-PC > 0
                           MOVE PESO-PUNTUALIDAD-PC
                               TO WS-PESO-PUNTUALIDAD
                           MOVE PESO-CUMPLIMIENTO-PC
                               TO WS-PESO-CUMPLIMIENTO
                           MOVE PESO-PRECIO-PC TO WS-PESO-PRECIO
                           MOVE PESO-FACTURA-PC TO WS-PESO-FACTURA
                       END-IF
                       IF PUNTOS-PRECIO-PC > 0
                           MOVE PUNTOS-PRECIO-PC TO WS-PUNTOS-PRECIO
                       END-IF
                       IF MESES-HISTORIA-PC > 0
                           MOVE MESES-HISTORIA-PC
                               TO WS-MESES-HISTORIA
                       END-IF
               END-READ
               CLOSE PARAM-CALIFICACION
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'MERCCALF' AND RS-FIN(1:8)
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
           OPEN INPUT PROVEEDORES
           IF FS-PROVEEDORES-OK
               PERFORM UNTIL FIN-PROVEEDORES = 'S'
                   READ PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PROVEEDORES
                       NOT AT END
                           MOVE COD-PROV-PM TO WS-COD-PROV
                           PERFORM 19100-BUSCAR-PROVEEDOR
                           IF WS-IDX-PROV > 0
                               MOVE NOMBRE-PM
                                   TO TPV-NOMBRE(WS-IDX-PROV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           ELSE
               DISPLAY 'ERROR AL ABRIR PROVMAE ' FS-PROVEEDORES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

      *    Se descarta el mes que se califica (recalificacion) y lo
      *    anterior a los meses de historia.
       13000-CARGAR-HISTORIA.
           COMPUTE WS-MES-ABS-CALC = WS-MES-ABS - WS-MESES-HISTORIA
           OPEN INPUT HISTORIA-CALIF
           IF FS-HISTORIA-OK
               PERFORM UNTIL FIN-HISTORIA = 'S'
                   READ HISTORIA-CALIF
                       AT END
                           MOVE 'S' TO FIN-HISTORIA
                       NOT AT END
                           MOVE PERIODO-HC TO WS-PER-CALC
                           IF PERIODO-HC NOT = WS-PERIODO
                              AND (WS-CALC-ANIO * 12 + WS-CALC-MES - 1)
                                   > WS-MES-ABS-CALC
                              AND CANT-HISTORIA < 29999
                               ADD 1 TO CANT-HISTORIA
                               MOVE REG-HISTORIA-CALIF
                                   TO THC-REGISTRO(CANT-HISTORIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-CALIF
           END-IF.

       14000-LEER-EVENTOS.
           OPEN INPUT EVENTOS-PROV
           IF FS-EVENTOS-OK
               PERFORM UNTIL FIN-EVENTOS = 'S'
                   READ EVENTOS-PROV
                       AT END
                           MOVE 'S' TO FIN-EVENTOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF FECHA-EV >= WS-FEC-DESDE
                              AND FECHA-EV <= WS-FEC-HASTA
                               ADD 1 TO WS-CANT-EVENTOS-PER
                               PERFORM 14100-APLICAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTOS-PROV
           END-IF.

       14100-APLICAR-EVENTO.
           MOVE COD-PROV-EV TO WS-COD-PROV
           PERFORM 19100-BUSCAR-PROVEEDOR
           IF WS-IDX-PROV > 0
               EVALUATE TIPO-EV
                   WHEN 'R'
                       ADD 1 TO TPV-ENTREGAS(WS-IDX-PROV)
                       IF FECHA-ESPERADA-EV = 0
                          OR FECHA-EV <= FECHA-ESPERADA-EV
                           ADD 1 TO TPV-A-TIEMPO(WS-IDX-PROV)
                       ELSE
                           COMPUTE WS-DIAS =
                               FUNCTION INTEGER-OF-DATE(FECHA-EV)
                               - FUNCTION INTEGER-OF-DATE(
                                   FECHA-ESPERADA-EV)
                           ADD 1 TO TPV-ATRASADAS(WS-IDX-PROV)
                           ADD WS-DIAS TO TPV-DIAS-ATRASO(WS-IDX-PROV)
                       END-IF
                   WHEN 'S'
                       ADD 1 TO TPV-SOBRES(WS-IDX-PROV)
                   WHEN 'F'
                   WHEN 'X'
                       ADD 1 TO TPV-FACTURAS(WS-IDX-PROV)
                       IF TIPO-EV = 'X'
                           ADD 1 TO TPV-RETENIDAS(WS-IDX-PROV)
                       END-IF
                       IF COSTO-EV > 0
                           COMPUTE TPV-VALOR-FACTURA(WS-IDX-PROV) =
                               TPV-VALOR-FACTURA(WS-IDX-PROV)
                               + PRECIO-EV * CANT-EV
                           COMPUTE TPV-VALOR-ORDEN(WS-IDX-PROV) =
                               TPV-VALOR-ORDEN(WS-IDX-PROV)
                               + COSTO-EV * CANT-EV
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    OCABIER da el cumplimiento de las lineas que vencian en el
      *    mes y cuenta como entrega atrasada lo que sigue abierto y
      *    vencido al cierre (lo que MercRecp lista en OCVENCID).
       15000-LEER-ORDENES.
           OPEN INPUT ORDENES-ABIERTAS
           IF FS-ABIERTAS-OK
               PERFORM UNTIL FIN-ABIERTAS = 'S'
                   READ ORDENES-ABIERTAS
                       AT END
                           MOVE 'S' TO FIN-ABIERTAS
                       NOT AT END
                           IF FECHA-ESPERADA-OA > 0
                              AND FECHA-ESPERADA-OA <= WS-FEC-HASTA
                               PERFORM 15100-APLICAR-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-ABIERTAS
           END-IF.

       15100-APLICAR-ORDEN.
           MOVE COD-PROV-OA TO WS-COD-PROV
           PERFORM 19100-BUSCAR-PROVEEDOR
           IF WS-IDX-PROV > 0
               IF FECHA-ESPERADA-OA >= WS-FEC-DESDE
                   IF CANT-RECIBIDA-OA > CANT-PEDIDA-OA
                       MOVE CANT-PEDIDA-OA TO WS-RECIBIDA
                   ELSE
                       MOVE CANT-RECIBIDA-OA TO WS-RECIBIDA
                   END-IF
                   ADD CANT-PEDIDA-OA TO TPV-PEDIDA(WS-IDX-PROV)
                   ADD WS-RECIBIDA TO TPV-RECIBIDA(WS-IDX-PROV)
               END-IF
               COMPUTE WS-PENDIENTE = CANT-PEDIDA-OA - CANT-RECIBIDA-OA
               IF ESTADO-OA = 'A' AND WS-PENDIENTE > 0
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-FEC-HASTA)
                       - FUNCTION INTEGER-OF-DATE(FECHA-ESPERADA-OA)
                   ADD 1 TO TPV-ENTREGAS(WS-IDX-PROV)
                   ADD 1 TO TPV-ATRASADAS(WS-IDX-PROV)
                   ADD WS-DIAS TO TPV-DIAS-ATRASO(WS-IDX-PROV)
               END-IF
           END-IF.

       19000-PERIODO-DE-MES.
           COMPUTE WS-CALC-ANIO = WS-MES-ABS / 12
           COMPUTE WS-CALC-MES = WS-MES-ABS - WS-CALC-ANIO * 12 + 1.

      *    Un proveedor que no esta en PROVMAE igual se califica.
       19100-BUSCAR-PROVEEDOR.
           MOVE 0 TO WS-IDX-PROV
           IF CANT-PROVEEDORES > 0
               SET IDX-PROV TO 1
               SEARCH TABLA-PROV-ITEM
                   AT END
                       CONTINUE
                   WHEN TPV-COD-PROV(IDX-PROV) = WS-COD-PROV
                       SET WS-IDX-PROV TO IDX-PROV
               END-SEARCH
           END-IF
           IF WS-IDX-PROV = 0
               IF CANT-PROVEEDORES < 999
                   ADD 1 TO CANT-PROVEEDORES
                   MOVE CANT-PROVEEDORES TO WS-IDX-PROV
                   INITIALIZE TABLA-PROV-ITEM(WS-IDX-PROV)
                   MOVE WS-COD-PROV TO TPV-COD-PROV(WS-IDX-PROV)
               ELSE
                   DISPLAY 'TABLA DE PROVEEDORES LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Puntaje de 0 a 100: cada indicador vale 100 en el mejor
      *    caso y se pondera solo si el proveedor tuvo movimiento
      *    de ese tipo en el mes. El precio resta solo cuando se
      *    facturo por encima de la orden.
       20000-CALIFICAR.
           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
               UNTIL WS-IDX-PROV > CANT-PROVEEDORES
               MOVE 0 TO WS-SUMA-PESOS
               MOVE 0 TO WS-SUMA-PUNTOS
               MOVE 'N' TO TPV-CON-ACTIVIDAD(WS-IDX-PROV)
               IF TPV-ENTREGAS(WS-IDX-PROV) > 0
                   COMPUTE TPV-PCT-PUNTUAL(WS-IDX-PROV) ROUNDED =
                       TPV-A-TIEMPO(WS-IDX-PROV) * 100
                       / TPV-ENTREGAS(WS-IDX-PROV)
                   ADD WS-PESO-PUNTUALIDAD TO WS-SUMA-PESOS
                   COMPUTE WS-SUMA-PUNTOS = WS-SUMA-PUNTOS
                       + TPV-PCT-PUNTUAL(WS-IDX-PROV)
                       * WS-PESO-PUNTUALIDAD
               END-IF
               IF TPV-ATRASADAS(WS-IDX-PROV) > 0
                   COMPUTE TPV-DIAS-PROM(WS-IDX-PROV) ROUNDED =
                       TPV-DIAS-ATRASO(WS-IDX-PROV)
                       / TPV-ATRASADAS(WS-IDX-PROV)
               END-IF
               IF TPV-PEDIDA(WS-IDX-PROV) > 0
                   COMPUTE TPV-PCT-CUMPLIM(WS-IDX-PROV) ROUNDED =
                       TPV-RECIBIDA(WS-IDX-PROV) * 100
                       / TPV-PEDIDA(WS-IDX-PROV)
                   ADD WS-PESO-CUMPLIMIENTO TO WS-SUMA-PESOS
                   COMPUTE WS-SUMA-PUNTOS = WS-SUMA-PUNTOS
                       + TPV-PCT-CUMPLIM(WS-IDX-PROV)
                       * WS-PESO-CUMPLIMIENTO
               END-IF
               IF TPV-VALOR-ORDEN(WS-IDX-PROV) > 0
                   COMPUTE TPV-PCT-PRECIO(WS-IDX-PROV) ROUNDED =
                       (TPV-VALOR-FACTURA(WS-IDX-PROV)
                        - TPV-VALOR-ORDEN(WS-IDX-PROV)) * 100
                       / TPV-VALOR-ORDEN(WS-IDX-PROV)
                   MOVE 100 TO WS-PUNTOS
                   IF TPV-PCT-PRECIO(WS-IDX-PROV) > 0
                       COMPUTE WS-PUNTOS = 100
                           - TPV-PCT-PRECIO(WS-IDX-PROV)
                           * WS-PUNTOS-PRECIO
                       IF WS-PUNTOS < 0
                           MOVE 0 TO WS-PUNTOS
                       END-IF
                   END-IF
                   ADD WS-PESO-PRECIO TO WS-SUMA-PESOS
                   COMPUTE WS-SUMA-PUNTOS = WS-SUMA-PUNTOS
                       + WS-PUNTOS * WS-PESO-PRECIO
               END-IF
               IF TPV-FACTURAS(WS-IDX-PROV) > 0
                   COMPUTE TPV-PCT-DISCREP(WS-IDX-PROV) ROUNDED =
                       TPV-RETENIDAS(WS-IDX-PROV) * 100
                       / TPV-FACTURAS(WS-IDX-PROV)
                   COMPUTE WS-PUNTOS = 100
                       - TPV-PCT-DISCREP(WS-IDX-PROV)
                   ADD WS-PESO-FACTURA TO WS-SUMA-PESOS
                   COMPUTE WS-SUMA-PUNTOS = WS-SUMA-PUNTOS
                       + WS-PUNTOS * WS-PESO-FACTURA
               END-IF
               IF WS-SUMA-PESOS > 0
                   COMPUTE TPV-PUNTAJE(WS-IDX-PROV) ROUNDED =
                       WS-SUMA-PUNTOS / WS-SUMA-PESOS
                   MOVE 'S' TO TPV-CON-ACTIVIDAD(WS-IDX-PROV)
               END-IF
           END-PERFORM.

       24000-INFORME.
           OPEN OUTPUT INFORME-CALIF
           IF FS-INFORME-OK
               MOVE WS-PERIODO TO LCT-PERIODO
               WRITE LIN-INFORME FROM LIN-CA-TITULO
               WRITE LIN-INFORME FROM LIN-CA-ENCABEZADO
               PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                   UNTIL WS-IDX-PROV > CANT-PROVEEDORES
                   IF TPV-CON-ACTIVIDAD(WS-IDX-PROV) = 'S'
                       PERFORM 24100-LINEA-PROVEEDOR
                   END-IF
               END-PERFORM
               CLOSE INFORME-CALIF
           END-IF.

      *    La tendencia compara con el ultimo mes anterior que tuvo
      *    calificacion.
       24100-LINEA-PROVEEDOR.
           MOVE TPV-COD-PROV(WS-IDX-PROV) TO LCD-PROV
           MOVE TPV-NOMBRE(WS-IDX-PROV) TO LCD-NOMBRE
           MOVE TPV-ENTREGAS(WS-IDX-PROV) TO LCD-ENTREGAS
           MOVE TPV-PCT-PUNTUAL(WS-IDX-PROV) TO LCD-PCT-PUNTUAL
           MOVE TPV-DIAS-PROM(WS-IDX-PROV) TO LCD-DIAS-ATRASO
           MOVE TPV-PCT-CUMPLIM(WS-IDX-PROV) TO LCD-PCT-CUMPLIM
           MOVE TPV-PCT-PRECIO(WS-IDX-PROV) TO LCD-PCT-PRECIO
           MOVE TPV-FACTURAS(WS-IDX-PROV) TO LCD-FACTURAS
           MOVE TPV-PCT-DISCREP(WS-IDX-PROV) TO LCD-PCT-DISCREP
           MOVE TPV-SOBRES(WS-IDX-PROV) TO LCD-SOBRES
           MOVE TPV-PUNTAJE(WS-IDX-PROV) TO LCD-PUNTAJE
           MOVE SPACES TO LCD-TENDENCIA
           MOVE SPACES TO LCD-ANTERIORES-X
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
               UNTIL WS-IDX-ANT > 3
               PERFORM VARYING WS-IDX-HC FROM 1 BY 1
                   UNTIL WS-IDX-HC > CANT-HISTORIA
                   IF THC-COD-PROV(WS-IDX-HC)
                          = TPV-COD-PROV(WS-IDX-PROV)
                      AND THC-PERIODO(WS-IDX-HC)
                          = WS-PERIODO-ANT(WS-IDX-ANT)
                       MOVE THC-PUNTAJE(WS-IDX-HC)
                           TO LCD-ANTERIOR(WS-IDX-ANT)
                       IF LCD-TENDENCIA = SPACES
                           EVALUATE TRUE
                               WHEN TPV-PUNTAJE(WS-IDX-PROV)
                                       > THC-PUNTAJE(WS-IDX-HC)
                                   MOVE 'SUBE' TO LCD-TENDENCIA
                               WHEN TPV-PUNTAJE(WS-IDX-PROV)
                                       < THC-PUNTAJE(WS-IDX-HC)
                                   MOVE 'BAJA' TO LCD-TENDENCIA
                               WHEN OTHER
                                   MOVE 'IGUAL' TO LCD-TENDENCIA
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE LIN-INFORME FROM LIN-CA-DETALLE
           ADD 1 TO WS-CANT-SALIDA.

       26000-GRABAR-HISTORIA.
           IF WS-ESTADO-FINAL NOT = 'OK'
               DISPLAY 'MERCCALF: HISTORIA SIN ACTUALIZAR'
           ELSE
               OPEN OUTPUT HISTORIA-CALIF
               IF FS-HISTORIA-OK
                   PERFORM VARYING WS-IDX-HC FROM 1 BY 1
                       UNTIL WS-IDX-HC > CANT-HISTORIA
                       MOVE THC-REGISTRO(WS-IDX-HC)
                           TO REG-HISTORIA-CALIF
                       WRITE REG-HISTORIA-CALIF
                   END-PERFORM
                   PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                       UNTIL WS-IDX-PROV > CANT-PROVEEDORES
                       IF TPV-CON-ACTIVIDAD(WS-IDX-PROV) = 'S'
                           PERFORM 26100-FILA-HISTORIA
                       END-IF
                   END-PERFORM
                   CLOSE HISTORIA-CALIF
               ELSE
                   DISPLAY 'ERROR REESCRITURA PROVCALF ' FS-HISTORIA
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       26100-FILA-HISTORIA.
           MOVE TPV-COD-PROV(WS-IDX-PROV) TO COD-PROV-HC
           MOVE WS-PERIODO TO PERIODO-HC
           MOVE TPV-ENTREGAS(WS-IDX-PROV) TO ENTREGAS-HC
           MOVE TPV-A-TIEMPO(WS-IDX-PROV) TO A-TIEMPO-HC
           MOVE TPV-PCT-PUNTUAL(WS-IDX-PROV) TO PCT-PUNTUALIDAD-HC
           MOVE TPV-DIAS-PROM(WS-IDX-PROV) TO DIAS-ATRASO-HC
           MOVE TPV-PCT-CUMPLIM(WS-IDX-PROV) TO PCT-CUMPLIMIENTO-HC
           MOVE TPV-PCT-PRECIO(WS-IDX-PROV) TO PCT-DESVIO-PRECIO-HC
           MOVE TPV-FACTURAS(WS-IDX-PROV) TO FACTURAS-HC
           MOVE TPV-RETENIDAS(WS-IDX-PROV) TO RETENIDAS-HC
           MOVE TPV-PCT-DISCREP(WS-IDX-PROV) TO PCT-DISCREPANCIA-HC
           MOVE TPV-SOBRES(WS-IDX-PROV) TO SOBRE-ENTREGAS-HC
           MOVE TPV-PUNTAJE(WS-IDX-PROV) TO PUNTAJE-HC
           WRITE REG-HISTORIA-CALIF.

       30000-FINAL.
           DISPLAY 'EVENTOS LEIDOS       : ' WS-CANT-ENTRADA
           DISPLAY 'EVENTOS DEL PERIODO  : ' WS-CANT-EVENTOS-PER
           DISPLAY 'PROVEEDORES CALIFIC. : ' WS-CANT-SALIDA
           IF RUNSTAT-ABIERTO
               MOVE 'MERCCALF' TO RS-JOB
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

       END PROGRAM MERCCALF.

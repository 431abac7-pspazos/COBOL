       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKPRO.
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

           SELECT MOVSTOCK ASSIGN TO  '..\MOVSTOCK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MOVSTOCK.

           SELECT ORDENES-ABIERTAS ASSIGN TO  '..\OCABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ABIERTAS.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PROVEEDORES.

           SELECT PARAM-PRONOSTICO ASSIGN TO  '..\PRONPAR'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PARAM.

           SELECT PRONOSTICO ASSIGN TO  '..\PRONOST'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PRONOSTICO.

           SELECT HISTORIA-PRONOSTICO ASSIGN TO  '..\PRONHIST'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HISTORIA.

           SELECT INFORME-COBERTURA ASSIGN TO  '..\PRONCOB'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-COBERTURA.

           SELECT INFORME-ERROR ASSIGN TO  '..\PRONERR'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ERROR.

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

       FD  MOVSTOCK.
       01  REG-MOVSTOCK.
           03 NRO-ART-MV           PIC 9(8).
           03 FEC-MOV-MV           PIC 9(8).
           03 FEC-MOV-MV-R REDEFINES FEC-MOV-MV.
               05 ANIO-MOV-MV      PIC 9(4).
               05 MES-MOV-MV       PIC 9(2).
               05 DIA-MOV-MV       PIC 9(2).
           03 TIPO-MOV-MV          PIC X(1).
           03 CANT-MOV-MV          PIC 9(10).
           03 CANT-SALDO-MV        PIC 9(10).
           03 DEPOSITO-MV          PIC X(3).

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

      *    Meses del promedio movil, limites del factor estacional,
      *    dias de seguridad, plazo de entrega por defecto y dias de
      *    cobertura a partir de los cuales se marca exceso.
       FD  PARAM-PRONOSTICO.
       01  REG-PARAM-PRONOSTICO.
           03 MESES-PROMEDIO-PP    PIC 9(2).
           03 FACTOR-MIN-PP        PIC 9V99.
           03 FACTOR-MAX-PP        PIC 9V99.
           03 DIAS-SEGURIDAD-PP    PIC 9(3).
           03 DIAS-ENTREGA-PP      PIC 9(3).
           03 DIAS-EXCESO-PP       PIC 9(3).

      *    Pronostico del mes por articulo (DEPOSITO-PN en blanco) y
      *    por deposito. Lo leen MercStoc para el punto de pedido y
      *    OCGen para la cantidad a pedir.
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

      *    ESTADO-PH: P esperando el real del mes, C cerrado.
       FD  HISTORIA-PRONOSTICO.
       01  REG-HISTORIA-PRON.
           03 NRO-ART-PH           PIC 9(8).
           03 DEPOSITO-PH          PIC X(3).
           03 PERIODO-PH           PIC 9(6).
           03 PRONOSTICO-PH        PIC 9(10).
           03 REAL-PH              PIC 9(10).
           03 ESTADO-PH            PIC X(1).

       FD  INFORME-COBERTURA.
       01  LIN-COBERTURA           PIC X(132).

       FD  INFORME-ERROR.
       01  LIN-ERROR               PIC X(132).

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
       01  FS-MOVSTOCK             PIC X(2).
           88 FS-MOVSTOCK-OK       VALUE "00".
       01  FS-ABIERTAS             PIC X(2).
           88 FS-ABIERTAS-OK       VALUE "00".
       01  FS-PROVEEDORES          PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-PARAM                PIC X(2).
           88 FS-PARAM-OK          VALUE "00".
       01  FS-PRONOSTICO           PIC X(2).
           88 FS-PRONOSTICO-OK     VALUE "00".
       01  FS-HISTORIA             PIC X(2).
           88 FS-HISTORIA-OK       VALUE "00".
       01  FS-COBERTURA            PIC X(2).
           88 FS-COBERTURA-OK      VALUE "00".
       01  FS-ERROR                PIC X(2).
           88 FS-ERROR-OK          VALUE "00".
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

      *    Valores por defecto si no hay PRONPAR.
       01  WS-MESES-PROMEDIO       PIC 9(2) VALUE 3.
       01  WS-FACTOR-MIN           PIC 9V99 VALUE 0.50.
       01  WS-FACTOR-MAX           PIC 9V99 VALUE 2.00.
       01  WS-DIAS-SEGURIDAD       PIC 9(3) VALUE 7.
       01  WS-DIAS-ENTREGA         PIC 9(3) VALUE 15.
       01  WS-DIAS-EXCESO          PIC 9(3) VALUE 180.

       01  WS-PARM                 PIC X(6) VALUE SPACES.
       01  WS-FEC-HOY              PIC 9(8).
       01  WS-PERIODO              PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO          PIC 9(4).
           02 WS-PER-MES           PIC 9(2).
       01  WS-PERIODO-ANT          PIC 9(6).
       01  WS-PER-CALC             PIC 9(6).
       01  WS-PER-CALC-R REDEFINES WS-PER-CALC.
           02 WS-CALC-ANIO         PIC 9(4).
           02 WS-CALC-MES          PIC 9(2).
       01  WS-MES-ABS              PIC 9(6).
       01  WS-MES-ABS-PRON         PIC 9(6).
       01  WS-MES-ABS-CALC         PIC 9(6).
       01  WS-MES-IDX              PIC S9(6).
       01  WS-DIAS-MES             PIC 9(2).
       01  FIN-STOCK-NVO           PIC X VALUE 'N'.
       01  FIN-DEPOSTK             PIC X VALUE 'N'.
       01  FIN-MOVSTOCK            PIC X VALUE 'N'.
       01  FIN-ABIERTAS            PIC X VALUE 'N'.
       01  FIN-PROVEEDORES         PIC X VALUE 'N'.
       01  FIN-HISTORIA            PIC X VALUE 'N'.

       01  WS-NRO-ART              PIC 9(8).
       01  WS-DEPOSITO             PIC X(3).
       01  WS-IDX-CLAVE            PIC 9(4).
       01  WS-IDX-MES              PIC 9(2).
       01  WS-IDX-ART              PIC 9(4).
       01  WS-IDX-PH               PIC 9(5).
       01  WS-IDX-PROV             PIC 9(2).
       01  WS-SUMA                 PIC 9(12).
       01  WS-MESES-USADOS         PIC 9(2).
       01  WS-PROMEDIO-ANUAL       PIC 9(10)V99.
       01  WS-FACTOR               PIC 9(3)V99.
       01  WS-STOCK                PIC 9(10).
       01  WS-PENDIENTE-OC         PIC 9(10).
       01  WS-DIAS-STOCK           PIC 9(5).
       01  WS-DIAS-TOTAL           PIC 9(5).
       01  WS-DIAS-CALC            PIC 9(11).
       01  WS-ERROR                PIC S9(10).
       01  WS-ERROR-ABS            PIC 9(10).
       01  WS-PCT-ERROR            PIC 9(5)V99.
       01  WS-SUMA-PCT             PIC 9(9)V99.
       01  WS-CANT-PCT             PIC 9(3).
       01  WS-SESGO                PIC S9(12).
       01  WS-TOTAL-PRONOSTICO     PIC 9(12) VALUE 0.
       01  WS-TOTAL-REAL           PIC 9(12) VALUE 0.
       01  WS-TOTAL-ERROR-ABS      PIC 9(12) VALUE 0.
       01  WS-CANT-CLAVES          PIC 9(7) VALUE 0.
       01  WS-CANT-CERRADOS        PIC 9(7) VALUE 0.

       01  CANT-CLAVES             PIC 9(4) VALUE 0.
       01  TABLA-CLAVES.
           02 TABLA-CLV-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CLAVES
                             INDEXED BY IDX-CLV.
               03 TCL-NRO-ART      PIC 9(8).
               03 TCL-DEPOSITO     PIC X(3).
               03 TCL-PRIMER-MES   PIC 9(2).
               03 TCL-DEMANDA      PIC 9(10) OCCURS 24 TIMES.
               03 TCL-PROMEDIO     PIC 9(10).
               03 TCL-FACTOR       PIC 9V99.
               03 TCL-PRONOSTICO   PIC 9(10).
               03 TCL-DIARIA       PIC 9(8)V99.
               03 TCL-PUNTO        PIC 9(10).
               03 TCL-SUGERIDA     PIC 9(10).

       01  CANT-ARTICULOS          PIC 9(4) VALUE 0.
       01  TABLA-ARTICULOS.
           02 TABLA-ART-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ARTICULOS
                             INDEXED BY IDX-ART.
               03 TAR-NRO-ART      PIC 9(8).
               03 TAR-NOMBRE       PIC X(20).
               03 TAR-CANT         PIC 9(10).
               03 TAR-PENDIENTE-OC PIC 9(10).
               03 TAR-DIAS-ENTREGA PIC 9(3).
               03 TAR-CON-PLAZO    PIC X(1).

       01  CANT-DEPOSTK            PIC 9(4) VALUE 0.
       01  TABLA-DEPOSTK.
           02 TABLA-DS-ITEM OCCURS 1 TO 9999 TIMES
                            DEPENDING ON CANT-DEPOSTK
                            INDEXED BY IDX-DS.
               03 TDS-NRO-ART      PIC 9(8).
               03 TDS-DEPOSITO     PIC X(3).
               03 TDS-CANT         PIC 9(10).

       01  CANT-HISTORIA           PIC 9(5) VALUE 0.
       01  TABLA-HISTORIA.
           02 TABLA-PH-ITEM OCCURS 1 TO 29999 TIMES
                            DEPENDING ON CANT-HISTORIA
                            INDEXED BY IDX-PH.
               03 TPH-REGISTRO.
                   05 TPH-NRO-ART      PIC 9(8).
                   05 TPH-DEPOSITO     PIC X(3).
                   05 TPH-PERIODO      PIC 9(6).
                   05 TPH-PRONOSTICO   PIC 9(10).
                   05 TPH-REAL         PIC 9(10).
                   05 TPH-ESTADO       PIC X(1).

       01  LIN-CB-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKPRO  COBERTURA DE STOCK SOBRE PRONO'.
           02 FILLER           PIC X(15) VALUE 'STICO  PERIODO '.
           02 LCT-PERIODO      PIC 9(6).
       01  LIN-CB-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO DEP NOMBRE                PRON.'.
           02 FILLER           PIC X(40) VALUE
              'MES FACT      DIARIA      STOCK   OC PEN'.
           02 FILLER           PIC X(34) VALUE
              'D.   DIAS    D+OC  PTO.PEDIDO NOTA'.
       01  LIN-CB-DETALLE.
           02 LCD-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-NOMBRE       PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PRONOSTICO   PIC Z(8)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-FACTOR       PIC 9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-DIARIA       PIC Z(7)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-STOCK        PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-PENDIENTE    PIC Z(9)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCD-DIAS-STOCK   PIC ZZZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LCD-DIAS-TOTAL   PIC ZZZZ9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCD-PUNTO        PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-NOTA         PIC X(12).

       01  LIN-ER-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKPRO  ERROR DE PRONOSTICO POR ARTICU'.
           02 FILLER           PIC X(12) VALUE 'LO  PERIODO '.
           02 LET-PERIODO      PIC 9(6).
       01  LIN-ER-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO NOMBRE               PRONOSTICO'.
           02 FILLER           PIC X(40) VALUE
              '       REAL      ERROR  %ERROR %ERR12M  '.
           02 FILLER           PIC X(10) VALUE
              ' SESGO 12M'.
       01  LIN-ER-DETALLE.
           02 LED-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-NOMBRE       PIC X(20).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-PRONOSTICO   PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-REAL         PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-ERROR        PIC -(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-PCT          PIC ZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-PCT-12       PIC ZZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LED-SESGO        PIC -(10)9.
       01  LIN-ER-TOTAL.
           02 FILLER           PIC X(9)  VALUE 'TOTAL    '.
           02 FILLER           PIC X(21) VALUE SPACES.
           02 LEX-PRONOSTICO   PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-REAL         PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-ERROR-ABS    PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-PCT          PIC ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-ARTICULOS.
           PERFORM 13000-CARGAR-DEPOSITOS.
           PERFORM 14000-CARGAR-ORDENES.
           PERFORM 15000-CARGAR-PROVEEDORES.
           PERFORM 16000-CARGAR-HISTORIA.
           PERFORM 17000-LEER-MOVIMIENTOS.
           PERFORM 20000-CALCULAR-PRONOSTICOS.
           PERFORM 22000-CERRAR-PERIODOS.
           PERFORM 23000-INFORME-ERROR.
           PERFORM 24000-INFORME-COBERTURA.
           PERFORM 26000-GRABAR-POSICIONES.
           PERFORM 30000-FINAL.

      *    Corre al comienzo de cada mes con los movimientos del mes
      *    cerrado; parametro opcional AAAAMM para pronosticar otro
      *    mes. Los egresos totales (E) dan el pronostico del
      *    articulo y los egresos de deposito (D) el de cada deposito.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE WS-FEC-HOY(1:6) TO WS-PERIODO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO
           END-IF
           COMPUTE WS-MES-ABS-PRON = WS-PER-ANIO * 12 + WS-PER-MES - 1
           COMPUTE WS-MES-ABS = WS-MES-ABS-PRON - 1
           PERFORM 19000-PERIODO-DE-MES
           MOVE WS-PER-CALC TO WS-PERIODO-ANT
           COMPUTE WS-MES-ABS-CALC = WS-MES-ABS-PRON + 1
           MOVE WS-MES-ABS TO WS-MES-IDX
           MOVE WS-MES-ABS-CALC TO WS-MES-ABS
           PERFORM 19000-PERIODO-DE-MES
           MOVE WS-MES-IDX TO WS-MES-ABS
           COMPUTE WS-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WS-PER-CALC * 100 + 1)
               - FUNCTION INTEGER-OF-DATE(WS-PERIODO * 100 + 1)

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN INPUT PARAM-PRONOSTICO
           IF FS-PARAM-OK
               READ PARAM-PRONOSTICO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MESES-PROMEDIO-PP > 0
                          AND MESES-PROMEDIO-PP <= 12
                           MOVE MESES-PROMEDIO-PP
                               TO WS-MESES-PROMEDIO
                       END-IF
                       IF FACTOR-MIN-PP > 0
                           MOVE FACTOR-MIN-PP TO WS-FACTOR-MIN
                       END-IF
                       IF FACTOR-MAX-PP > 0
                           MOVE FACTOR-MAX-PP TO WS-FACTOR-MAX
                       END-IF
                       MOVE DIAS-SEGURIDAD-PP TO WS-DIAS-SEGURIDAD
                       IF DIAS-ENTREGA-PP > 0
                           MOVE DIAS-ENTREGA-PP TO WS-DIAS-ENTREGA
                       END-IF
                       IF DIAS-EXCESO-PP > 0
                           MOVE DIAS-EXCESO-PP TO WS-DIAS-EXCESO
                       END-IF
               END-READ
               CLOSE PARAM-PRONOSTICO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'STOCKPRO' AND RS-FIN(1:8)
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

       12000-CARGAR-ARTICULOS.
           OPEN INPUT STOCK-NUEVO
           IF FS-STOCK-NVO-OK
               PERFORM UNTIL FIN-STOCK-NVO = 'S'
                   READ STOCK-NUEVO
                       AT END
                           MOVE 'S' TO FIN-STOCK-NVO
                       NOT AT END
                           IF CANT-ARTICULOS < 9999
                              AND NRO-ART-STOCK-N IS NUMERIC
                               ADD 1 TO CANT-ARTICULOS
                               MOVE NRO-ART-STOCK-N
                                   TO TAR-NRO-ART(CANT-ARTICULOS)
                               MOVE NOM-STOCK-N
                                   TO TAR-NOMBRE(CANT-ARTICULOS)
                               MOVE CANT-STOCK-N
                                   TO TAR-CANT(CANT-ARTICULOS)
                               MOVE 0
                                   TO TAR-PENDIENTE-OC(CANT-ARTICULOS)
                               MOVE WS-DIAS-ENTREGA
                                   TO TAR-DIAS-ENTREGA(CANT-ARTICULOS)
                               MOVE 'N'
                                   TO TAR-CON-PLAZO(CANT-ARTICULOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-NUEVO
           ELSE
               DISPLAY 'ERROR AL ABRIR STOCKN ' FS-STOCK-NVO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       13000-CARGAR-DEPOSITOS.
           OPEN INPUT STOCK-DEPOSITOS
           IF FS-DEPOSTK-OK
               PERFORM UNTIL FIN-DEPOSTK = 'S'
                   READ STOCK-DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-DEPOSTK
                       NOT AT END
                           IF CANT-DEPOSTK < 9999
                               ADD 1 TO CANT-DEPOSTK
                               MOVE NRO-ART-DS
                                   TO TDS-NRO-ART(CANT-DEPOSTK)
                               MOVE DEPOSITO-DS
                                   TO TDS-DEPOSITO(CANT-DEPOSTK)
                               MOVE CANT-DS TO TDS-CANT(CANT-DEPOSTK)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-DEPOSITOS
           END-IF.

      *    Lo pendiente de recibir de las ordenes abiertas suma a la
      *    cobertura del articulo.
       14000-CARGAR-ORDENES.
           OPEN INPUT ORDENES-ABIERTAS
           IF FS-ABIERTAS-OK
               PERFORM UNTIL FIN-ABIERTAS = 'S'
                   READ ORDENES-ABIERTAS
                       AT END
                           MOVE 'S' TO FIN-ABIERTAS
                       NOT AT END
                           IF ESTADO-OA = 'A'
                              AND CANT-PEDIDA-OA > CANT-RECIBIDA-OA
                               MOVE NRO-ART-OA TO WS-NRO-ART
                               PERFORM 19100-BUSCAR-ARTICULO
                               IF WS-IDX-ART > 0
                                   COMPUTE TAR-PENDIENTE-OC(WS-IDX-ART)
                                       = TAR-PENDIENTE-OC(WS-IDX-ART)
                                       + CANT-PEDIDA-OA
                                       - CANT-RECIBIDA-OA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES-ABIERTAS
           END-IF.

      *    Plazo de entrega del primer proveedor que trae el
      *    articulo, como en OCGen.
       15000-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES
           IF FS-PROVEEDORES-OK
               PERFORM UNTIL FIN-PROVEEDORES = 'S'
                   READ PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PROVEEDORES
                       NOT AT END
                           PERFORM VARYING WS-IDX-PROV FROM 1 BY 1
                               UNTIL WS-IDX-PROV > 20
                               IF NRO-ART-PM(WS-IDX-PROV) > 0
                                   MOVE NRO-ART-PM(WS-IDX-PROV)
                                       TO WS-NRO-ART
                                   PERFORM 15100-ASIGNAR-PLAZO
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.

       15100-ASIGNAR-PLAZO.
           PERFORM 19100-BUSCAR-ARTICULO
           IF WS-IDX-ART > 0
               IF TAR-CON-PLAZO(WS-IDX-ART) = 'N'
                  AND DIAS-ENTREGA-PM > 0
                   MOVE DIAS-ENTREGA-PM
                       TO TAR-DIAS-ENTREGA(WS-IDX-ART)
                   MOVE 'S' TO TAR-CON-PLAZO(WS-IDX-ART)
               END-IF
           END-IF.

       16000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-PRONOSTICO
           IF FS-HISTORIA-OK
               PERFORM UNTIL FIN-HISTORIA = 'S'
                   READ HISTORIA-PRONOSTICO
                       AT END
                           MOVE 'S' TO FIN-HISTORIA
                       NOT AT END
                           IF CANT-HISTORIA < 29999
                              AND PERIODO-PH NOT = WS-PERIODO
                               ADD 1 TO CANT-HISTORIA
                               MOVE REG-HISTORIA-PRON
                                   TO TPH-REGISTRO(CANT-HISTORIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-PRONOSTICO
           END-IF.

      *    Demanda mensual de los 24 meses cerrados anteriores al
      *    mes pronosticado: posicion 24 = mes anterior.
       17000-LEER-MOVIMIENTOS.
           OPEN INPUT MOVSTOCK
           IF FS-MOVSTOCK-OK
               PERFORM UNTIL FIN-MOVSTOCK = 'S'
                   READ MOVSTOCK
                       AT END
                           MOVE 'S' TO FIN-MOVSTOCK
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF (TIPO-MOV-MV = 'E'
                               AND DEPOSITO-MV = SPACES)
                              OR (TIPO-MOV-MV = 'D'
                               AND DEPOSITO-MV NOT = SPACES)
                               PERFORM 17100-ACUMULAR-DEMANDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVSTOCK
           ELSE
               DISPLAY 'ERROR AL ABRIR MOVSTOCK ' FS-MOVSTOCK
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       17100-ACUMULAR-DEMANDA.
           COMPUTE WS-MES-IDX = (ANIO-MOV-MV * 12 + MES-MOV-MV - 1)
               - WS-MES-ABS + 24
           IF WS-MES-IDX >= 1 AND WS-MES-IDX <= 24
               MOVE NRO-ART-MV TO WS-NRO-ART
               IF TIPO-MOV-MV = 'D'
                   MOVE DEPOSITO-MV TO WS-DEPOSITO
               ELSE
                   MOVE SPACES TO WS-DEPOSITO
               END-IF
               PERFORM 17200-BUSCAR-CLAVE
               IF WS-IDX-CLAVE > 0
                   ADD CANT-MOV-MV
                       TO TCL-DEMANDA(WS-IDX-CLAVE WS-MES-IDX)
                   IF TCL-PRIMER-MES(WS-IDX-CLAVE) > WS-MES-IDX
                       MOVE WS-MES-IDX TO TCL-PRIMER-MES(WS-IDX-CLAVE)
                   END-IF
               END-IF
           END-IF.

       17200-BUSCAR-CLAVE.
           MOVE 0 TO WS-IDX-CLAVE
           IF CANT-CLAVES > 0
               SET IDX-CLV TO 1
               SEARCH TABLA-CLV-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-ART(IDX-CLV) = WS-NRO-ART
                    AND TCL-DEPOSITO(IDX-CLV) = WS-DEPOSITO
                       SET WS-IDX-CLAVE TO IDX-CLV
               END-SEARCH
           END-IF
           IF WS-IDX-CLAVE = 0
               IF CANT-CLAVES < 9999
                   ADD 1 TO CANT-CLAVES
                   MOVE CANT-CLAVES TO WS-IDX-CLAVE
                   MOVE WS-NRO-ART TO TCL-NRO-ART(WS-IDX-CLAVE)
                   MOVE WS-DEPOSITO TO TCL-DEPOSITO(WS-IDX-CLAVE)
                   MOVE 99 TO TCL-PRIMER-MES(WS-IDX-CLAVE)
                   PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                       UNTIL WS-IDX-MES > 24
                       MOVE 0 TO TCL-DEMANDA(WS-IDX-CLAVE WS-IDX-MES)
                   END-PERFORM
               ELSE
                   DISPLAY 'TABLA DE PRONOSTICOS LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       19000-PERIODO-DE-MES.
           COMPUTE WS-CALC-ANIO = WS-MES-ABS / 12
           COMPUTE WS-CALC-MES = WS-MES-ABS - WS-CALC-ANIO * 12 + 1.

       19100-BUSCAR-ARTICULO.
           MOVE 0 TO WS-IDX-ART
           IF CANT-ARTICULOS > 0
               SET IDX-ART TO 1
               SEARCH TABLA-ART-ITEM
                   AT END
                       CONTINUE
                   WHEN TAR-NRO-ART(IDX-ART) = WS-NRO-ART
                       SET WS-IDX-ART TO IDX-ART
               END-SEARCH
           END-IF.

      *    Promedio movil de los ultimos MESES-PROMEDIO meses por el
      *    factor estacional del mismo mes del ano anterior (demanda
      *    de ese mes sobre el promedio de los ultimos doce). Sin un
      *    ano completo de historia el factor es 1.
       20000-CALCULAR-PRONOSTICOS.
           PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
               UNTIL WS-IDX-CLAVE > CANT-CLAVES
               MOVE 0 TO WS-SUMA
               MOVE 0 TO WS-MESES-USADOS
               PERFORM VARYING WS-IDX-MES FROM 24 BY -1
                   UNTIL WS-MESES-USADOS >= WS-MESES-PROMEDIO
                      OR WS-IDX-MES < TCL-PRIMER-MES(WS-IDX-CLAVE)
                   ADD TCL-DEMANDA(WS-IDX-CLAVE WS-IDX-MES) TO WS-SUMA
                   ADD 1 TO WS-MESES-USADOS
               END-PERFORM
               IF WS-MESES-USADOS > 0
                   COMPUTE TCL-PROMEDIO(WS-IDX-CLAVE) ROUNDED =
                       WS-SUMA / WS-MESES-USADOS
               ELSE
                   MOVE 0 TO TCL-PROMEDIO(WS-IDX-CLAVE)
               END-IF
               MOVE 1 TO TCL-FACTOR(WS-IDX-CLAVE)
               IF TCL-PRIMER-MES(WS-IDX-CLAVE) <= 13
                   MOVE 0 TO WS-SUMA
                   PERFORM VARYING WS-IDX-MES FROM 13 BY 1
                       UNTIL WS-IDX-MES > 24
                       ADD TCL-DEMANDA(WS-IDX-CLAVE WS-IDX-MES)
                           TO WS-SUMA
                   END-PERFORM
                   COMPUTE WS-PROMEDIO-ANUAL = WS-SUMA / 12
                   IF WS-PROMEDIO-ANUAL > 0
                       COMPUTE WS-FACTOR ROUNDED =
                           TCL-DEMANDA(WS-IDX-CLAVE 13)
                           / WS-PROMEDIO-ANUAL
                       IF WS-FACTOR < WS-FACTOR-MIN
                           MOVE WS-FACTOR-MIN TO WS-FACTOR
                       END-IF
                       IF WS-FACTOR > WS-FACTOR-MAX
                           MOVE WS-FACTOR-MAX TO WS-FACTOR
                       END-IF
                       MOVE WS-FACTOR TO TCL-FACTOR(WS-IDX-CLAVE)
                   END-IF
               END-IF
               COMPUTE TCL-PRONOSTICO(WS-IDX-CLAVE) ROUNDED =
                   TCL-PROMEDIO(WS-IDX-CLAVE) * TCL-FACTOR(WS-IDX-CLAVE)
               COMPUTE TCL-DIARIA(WS-IDX-CLAVE) ROUNDED =
                   TCL-PRONOSTICO(WS-IDX-CLAVE) / WS-DIAS-MES
               MOVE TCL-NRO-ART(WS-IDX-CLAVE) TO WS-NRO-ART
               PERFORM 19100-BUSCAR-ARTICULO
               IF WS-IDX-ART > 0
                   COMPUTE TCL-PUNTO(WS-IDX-CLAVE) ROUNDED =
                       TCL-DIARIA(WS-IDX-CLAVE)
                       * (TAR-DIAS-ENTREGA(WS-IDX-ART)
                          + WS-DIAS-SEGURIDAD)
               ELSE
                   COMPUTE TCL-PUNTO(WS-IDX-CLAVE) ROUNDED =
                       TCL-DIARIA(WS-IDX-CLAVE)
                       * (WS-DIAS-ENTREGA + WS-DIAS-SEGURIDAD)
               END-IF
               MOVE TCL-PRONOSTICO(WS-IDX-CLAVE)
                   TO TCL-SUGERIDA(WS-IDX-CLAVE)
               IF CANT-HISTORIA < 29999
                   ADD 1 TO CANT-HISTORIA
                   MOVE TCL-NRO-ART(WS-IDX-CLAVE)
                       TO TPH-NRO-ART(CANT-HISTORIA)
                   MOVE TCL-DEPOSITO(WS-IDX-CLAVE)
                       TO TPH-DEPOSITO(CANT-HISTORIA)
                   MOVE WS-PERIODO TO TPH-PERIODO(CANT-HISTORIA)
                   MOVE TCL-PRONOSTICO(WS-IDX-CLAVE)
                       TO TPH-PRONOSTICO(CANT-HISTORIA)
                   MOVE 0 TO TPH-REAL(CANT-HISTORIA)
                   MOVE 'P' TO TPH-ESTADO(CANT-HISTORIA)
               END-IF
               ADD 1 TO WS-CANT-CLAVES
           END-PERFORM.

      *    Los pronosticos de meses ya cerrados toman el real de
      *    MOVSTOCK y quedan cerrados.
       22000-CERRAR-PERIODOS.
           PERFORM VARYING WS-IDX-PH FROM 1 BY 1
               UNTIL WS-IDX-PH > CANT-HISTORIA
               IF TPH-ESTADO(WS-IDX-PH) = 'P'
                  AND TPH-PERIODO(WS-IDX-PH) < WS-PERIODO
                   MOVE TPH-PERIODO(WS-IDX-PH) TO WS-PER-CALC
                   COMPUTE WS-MES-IDX =
                       (WS-CALC-ANIO * 12 + WS-CALC-MES - 1)
                       - WS-MES-ABS + 24
                   MOVE 0 TO TPH-REAL(WS-IDX-PH)
                   IF WS-MES-IDX >= 1 AND WS-MES-IDX <= 24
                       MOVE TPH-NRO-ART(WS-IDX-PH) TO WS-NRO-ART
                       MOVE TPH-DEPOSITO(WS-IDX-PH) TO WS-DEPOSITO
                       PERFORM 22100-BUSCAR-DEMANDA
                   END-IF
                   MOVE 'C' TO TPH-ESTADO(WS-IDX-PH)
                   ADD 1 TO WS-CANT-CERRADOS
               END-IF
           END-PERFORM.

       22100-BUSCAR-DEMANDA.
           IF CANT-CLAVES > 0
               SET IDX-CLV TO 1
               SEARCH TABLA-CLV-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-ART(IDX-CLV) = WS-NRO-ART
                    AND TCL-DEPOSITO(IDX-CLV) = WS-DEPOSITO
                       MOVE TCL-DEMANDA(IDX-CLV WS-MES-IDX)
                           TO TPH-REAL(WS-IDX-PH)
               END-SEARCH
           END-IF.

      *    Error del mes anterior por articulo, con el porcentaje
      *    medio absoluto y el sesgo de los ultimos doce meses.
       23000-INFORME-ERROR.
           OPEN OUTPUT INFORME-ERROR
           IF FS-ERROR-OK
               MOVE WS-PERIODO-ANT TO LET-PERIODO
               WRITE LIN-ERROR FROM LIN-ER-TITULO
               WRITE LIN-ERROR FROM LIN-ER-ENCABEZADO
               COMPUTE WS-MES-ABS-CALC = WS-MES-ABS - 11
               PERFORM VARYING WS-IDX-PH FROM 1 BY 1
                   UNTIL WS-IDX-PH > CANT-HISTORIA
                   IF TPH-PERIODO(WS-IDX-PH) = WS-PERIODO-ANT
                      AND TPH-DEPOSITO(WS-IDX-PH) = SPACES
                      AND TPH-ESTADO(WS-IDX-PH) = 'C'
                       PERFORM 23100-LINEA-ERROR
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-PRONOSTICO TO LEX-PRONOSTICO
               MOVE WS-TOTAL-REAL TO LEX-REAL
               MOVE WS-TOTAL-ERROR-ABS TO LEX-ERROR-ABS
               MOVE 0 TO WS-PCT-ERROR
               IF WS-TOTAL-REAL > 0
                   COMPUTE WS-PCT-ERROR ROUNDED =
                       WS-TOTAL-ERROR-ABS * 100 / WS-TOTAL-REAL
               END-IF
               MOVE WS-PCT-ERROR TO LEX-PCT
               MOVE SPACES TO LIN-ERROR
               WRITE LIN-ERROR
               WRITE LIN-ERROR FROM LIN-ER-TOTAL
               CLOSE INFORME-ERROR
           END-IF.

       23100-LINEA-ERROR.
           MOVE TPH-NRO-ART(WS-IDX-PH) TO LED-ART
           MOVE TPH-NRO-ART(WS-IDX-PH) TO WS-NRO-ART
           PERFORM 19100-BUSCAR-ARTICULO
           MOVE SPACES TO LED-NOMBRE
           IF WS-IDX-ART > 0
               MOVE TAR-NOMBRE(WS-IDX-ART) TO LED-NOMBRE
           END-IF
           MOVE TPH-PRONOSTICO(WS-IDX-PH) TO LED-PRONOSTICO
           MOVE TPH-REAL(WS-IDX-PH) TO LED-REAL
           COMPUTE WS-ERROR =
               TPH-PRONOSTICO(WS-IDX-PH) - TPH-REAL(WS-IDX-PH)
           MOVE WS-ERROR TO LED-ERROR
           MOVE WS-ERROR TO WS-ERROR-ABS
           ADD TPH-PRONOSTICO(WS-IDX-PH) TO WS-TOTAL-PRONOSTICO
           ADD TPH-REAL(WS-IDX-PH) TO WS-TOTAL-REAL
           ADD WS-ERROR-ABS TO WS-TOTAL-ERROR-ABS
           MOVE 0 TO WS-PCT-ERROR
           IF TPH-REAL(WS-IDX-PH) > 0
               COMPUTE WS-PCT-ERROR ROUNDED =
                   WS-ERROR-ABS * 100 / TPH-REAL(WS-IDX-PH)
           END-IF
           MOVE WS-PCT-ERROR TO LED-PCT
           MOVE 0 TO WS-SUMA-PCT
           MOVE 0 TO WS-CANT-PCT
           MOVE 0 TO WS-SESGO
           PERFORM VARYING IDX-PH FROM 1 BY 1
               UNTIL IDX-PH > CANT-HISTORIA
               IF TPH-NRO-ART(IDX-PH) = TPH-NRO-ART(WS-IDX-PH)
                  AND TPH-DEPOSITO(IDX-PH) = SPACES
                  AND TPH-ESTADO(IDX-PH) = 'C'
                   MOVE TPH-PERIODO(IDX-PH) TO WS-PER-CALC
                   IF (WS-CALC-ANIO * 12 + WS-CALC-MES - 1)
                          >= WS-MES-ABS-CALC
                       COMPUTE WS-SESGO = WS-SESGO
                           + TPH-PRONOSTICO(IDX-PH) - TPH-REAL(IDX-PH)
                       IF TPH-REAL(IDX-PH) > 0
                           COMPUTE WS-ERROR =
                               TPH-PRONOSTICO(IDX-PH) - TPH-REAL(IDX-PH)
                           MOVE WS-ERROR TO WS-ERROR-ABS
                           COMPUTE WS-SUMA-PCT ROUNDED = WS-SUMA-PCT
                               + WS-ERROR-ABS * 100 / TPH-REAL(IDX-PH)
                           ADD 1 TO WS-CANT-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-PCT-ERROR
           IF WS-CANT-PCT > 0
               COMPUTE WS-PCT-ERROR ROUNDED = WS-SUMA-PCT / WS-CANT-PCT
           END-IF
           MOVE WS-PCT-ERROR TO LED-PCT-12
           MOVE WS-SESGO TO LED-SESGO
           WRITE LIN-ERROR FROM LIN-ER-DETALLE.

      *    Dias de stock = existencia sobre la demanda diaria
      *    pronosticada; las ordenes abiertas son del articulo y no
      *    se reparten entre depositos.
       24000-INFORME-COBERTURA.
           OPEN OUTPUT INFORME-COBERTURA
           IF FS-COBERTURA-OK
               MOVE WS-PERIODO TO LCT-PERIODO
               WRITE LIN-COBERTURA FROM LIN-CB-TITULO
               WRITE LIN-COBERTURA FROM LIN-CB-ENCABEZADO
               PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
                   UNTIL WS-IDX-CLAVE > CANT-CLAVES
                   PERFORM 24100-LINEA-COBERTURA
               END-PERFORM
               CLOSE INFORME-COBERTURA
           END-IF.

       24100-LINEA-COBERTURA.
           MOVE TCL-NRO-ART(WS-IDX-CLAVE) TO WS-NRO-ART
           PERFORM 19100-BUSCAR-ARTICULO
           MOVE 0 TO WS-STOCK
           MOVE 0 TO WS-PENDIENTE-OC
           MOVE SPACES TO LCD-NOMBRE
           IF WS-IDX-ART > 0
               MOVE TAR-NOMBRE(WS-IDX-ART) TO LCD-NOMBRE
           END-IF
           IF TCL-DEPOSITO(WS-IDX-CLAVE) = SPACES
               IF WS-IDX-ART > 0
                   MOVE TAR-CANT(WS-IDX-ART) TO WS-STOCK
                   MOVE TAR-PENDIENTE-OC(WS-IDX-ART) TO WS-PENDIENTE-OC
               END-IF
           ELSE
               IF CANT-DEPOSTK > 0
                   SET IDX-DS TO 1
                   SEARCH TABLA-DS-ITEM
                       AT END
                           CONTINUE
                       WHEN TDS-NRO-ART(IDX-DS) = WS-NRO-ART
                        AND TDS-DEPOSITO(IDX-DS)
                               = TCL-DEPOSITO(WS-IDX-CLAVE)
                           MOVE TDS-CANT(IDX-DS) TO WS-STOCK
                   END-SEARCH
               END-IF
           END-IF
           IF TCL-DIARIA(WS-IDX-CLAVE) > 0
               COMPUTE WS-DIAS-CALC =
                   WS-STOCK / TCL-DIARIA(WS-IDX-CLAVE)
               PERFORM 24200-TOPE-DIAS
               MOVE WS-DIAS-CALC TO WS-DIAS-STOCK
               COMPUTE WS-DIAS-CALC = (WS-STOCK + WS-PENDIENTE-OC)
                   / TCL-DIARIA(WS-IDX-CLAVE)
               PERFORM 24200-TOPE-DIAS
               MOVE WS-DIAS-CALC TO WS-DIAS-TOTAL
           ELSE
               MOVE 99999 TO WS-DIAS-STOCK
               MOVE 99999 TO WS-DIAS-TOTAL
           END-IF
           MOVE TCL-NRO-ART(WS-IDX-CLAVE) TO LCD-ART
           MOVE TCL-DEPOSITO(WS-IDX-CLAVE) TO LCD-DEPOSITO
           MOVE TCL-PRONOSTICO(WS-IDX-CLAVE) TO LCD-PRONOSTICO
           MOVE TCL-FACTOR(WS-IDX-CLAVE) TO LCD-FACTOR
           MOVE TCL-DIARIA(WS-IDX-CLAVE) TO LCD-DIARIA
           MOVE WS-STOCK TO LCD-STOCK
           MOVE WS-PENDIENTE-OC TO LCD-PENDIENTE
           MOVE WS-DIAS-STOCK TO LCD-DIAS-STOCK
           MOVE WS-DIAS-TOTAL TO LCD-DIAS-TOTAL
           MOVE TCL-PUNTO(WS-IDX-CLAVE) TO LCD-PUNTO
           EVALUATE TRUE
               WHEN WS-STOCK + WS-PENDIENTE-OC
                       < TCL-PUNTO(WS-IDX-CLAVE)
                   MOVE 'BAJO PUNTO' TO LCD-NOTA
               WHEN WS-DIAS-TOTAL > WS-DIAS-EXCESO
                   MOVE 'EXCESO' TO LCD-NOTA
               WHEN OTHER
                   MOVE SPACES TO LCD-NOTA
           END-EVALUATE
           WRITE LIN-COBERTURA FROM LIN-CB-DETALLE
           ADD 1 TO WS-CANT-SALIDA.

       24200-TOPE-DIAS.
           IF WS-DIAS-CALC > 99999
               MOVE 99999 TO WS-DIAS-CALC
           END-IF.

      *    El pronostico se reescribe entero; la historia guarda dos
      *    anos de pronosticos para medir el error.
       26000-GRABAR-POSICIONES.
           IF WS-ESTADO-FINAL NOT = 'OK'
               DISPLAY 'STOCKPRO: POSICIONES SIN ACTUALIZAR'
           ELSE
               PERFORM 26100-GRABAR-PRONOSTICO
               PERFORM 26200-GRABAR-HISTORIA
           END-IF.

       26100-GRABAR-PRONOSTICO.
           OPEN OUTPUT PRONOSTICO
           IF FS-PRONOSTICO-OK
               PERFORM VARYING WS-IDX-CLAVE FROM 1 BY 1
                   UNTIL WS-IDX-CLAVE > CANT-CLAVES
                   MOVE TCL-NRO-ART(WS-IDX-CLAVE) TO NRO-ART-PN
                   MOVE TCL-DEPOSITO(WS-IDX-CLAVE) TO DEPOSITO-PN
                   MOVE WS-PERIODO TO PERIODO-PN
                   MOVE TCL-PROMEDIO(WS-IDX-CLAVE) TO DEMANDA-PROM-PN
                   MOVE TCL-FACTOR(WS-IDX-CLAVE) TO FACTOR-EST-PN
                   MOVE TCL-PRONOSTICO(WS-IDX-CLAVE) TO DEMANDA-PN
                   MOVE TCL-DIARIA(WS-IDX-CLAVE) TO DEMANDA-DIARIA-PN
                   MOVE TCL-PUNTO(WS-IDX-CLAVE) TO PUNTO-PEDIDO-PN
                   MOVE TCL-SUGERIDA(WS-IDX-CLAVE)
                       TO CANT-SUGERIDA-PN
                   WRITE REG-PRONOSTICO
               END-PERFORM
               CLOSE PRONOSTICO
           ELSE
               DISPLAY 'ERROR REESCRITURA PRONOST ' FS-PRONOSTICO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       26200-GRABAR-HISTORIA.
           COMPUTE WS-MES-ABS-CALC = WS-MES-ABS-PRON - 24
           OPEN OUTPUT HISTORIA-PRONOSTICO
           IF FS-HISTORIA-OK
               PERFORM VARYING WS-IDX-PH FROM 1 BY 1
                   UNTIL WS-IDX-PH > CANT-HISTORIA
                   MOVE TPH-PERIODO(WS-IDX-PH) TO WS-PER-CALC
                   IF (WS-CALC-ANIO * 12 + WS-CALC-MES - 1)
                          >= WS-MES-ABS-CALC
                       MOVE TPH-REGISTRO(WS-IDX-PH)
                           TO REG-HISTORIA-PRON
                       WRITE REG-HISTORIA-PRON
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-PRONOSTICO
           ELSE
               DISPLAY 'ERROR REESCRITURA PRONHIST ' FS-HISTORIA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           DISPLAY 'MOVIMIENTOS LEIDOS   : ' WS-CANT-ENTRADA
           DISPLAY 'PRONOSTICOS DEL MES  : ' WS-CANT-CLAVES
           DISPLAY 'PRONOSTICOS CERRADOS : ' WS-CANT-CERRADOS
           IF RUNSTAT-ABIERTO
               MOVE 'STOCKPRO' TO RS-JOB
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

       END PROGRAM STOCKPRO.

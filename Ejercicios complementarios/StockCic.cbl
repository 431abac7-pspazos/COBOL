       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCIC.
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

           SELECT STOCK-DEPOSITOS ASSIGN TO  '..\DEPOSTK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DEPOSTK.

           SELECT PARAM-CICLICO ASSIGN TO  '..\CICLPAR'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PARAM.

           SELECT CLASIF-ARTICULOS ASSIGN TO  '..\CICLART'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CLASIF.

           SELECT PROGRAMA-CONTEOS ASSIGN TO  '..\CICLPROG'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PROGRAMA.

           SELECT RESULTADOS ASSIGN TO  '..\CICLRES'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RESULTADOS.

           SELECT HISTORIA-EXACTITUD ASSIGN TO  '..\CICLHIST'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HISTORIA.

           SELECT CONTEO ASSIGN TO  '..\CONTEO'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CONTEO.

           SELECT HOJAS-CONTEO ASSIGN TO  '..\HOJACONT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HOJAS.

           SELECT NO-DEVUELTOS ASSIGN TO  '..\CICLNODV'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-NODEV.

           SELECT INFORME-EXACTITUD ASSIGN TO  '..\CICLEXAC'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EXACTITUD.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

           SELECT SORT-CLASIF ASSIGN TO 'CICLWK1.TMP'.
           SELECT SORT-PROGRAMA ASSIGN TO 'CICLWK2.TMP'.
           SELECT SORT-CONTEO ASSIGN TO 'CICLWK3.TMP'.

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

       FD  STOCK-DEPOSITOS.
       01  REG-DEPOSTK.
           03 NRO-ART-DS           PIC 9(8).
           03 DEPOSITO-DS          PIC X(3).
           03 CANT-DS              PIC 9(10).

      *    Cortes ABC sobre el valor de consumo anual acumulado,
      *    frecuencia de conteo por clase, dias de gracia para
      *    devolver la hoja y tolerancia para considerar exacto.
       FD  PARAM-CICLICO.
       01  REG-PARAM-CICLICO.
           03 PCT-CORTE-A-PP       PIC 9(3)V99.
           03 PCT-CORTE-B-PP       PIC 9(3)V99.
           03 DIAS-CICLO-A-PP      PIC 9(3).
           03 DIAS-CICLO-B-PP      PIC 9(3).
           03 DIAS-CICLO-C-PP      PIC 9(3).
           03 DIAS-GRACIA-PP       PIC 9(2).
           03 PCT-TOLERANCIA-PP    PIC 9(3)V99.

       FD  CLASIF-ARTICULOS.
       01  REG-CLASIF-ARTICULO.
           03 NRO-ART-CA           PIC 9(8).
           03 CLASE-CA             PIC X(1).
           03 CANT-CONSUMO-CA      PIC 9(11).
           03 VALOR-ANUAL-CA       PIC 9(15)V99.
           03 FEC-ULT-CONTEO-CA    PIC 9(8).
           03 FEC-PROX-CONTEO-CA   PIC 9(8).

      *    Un renglon por articulo y deposito programado. ESTADO-CP:
      *    P pendiente, C contado, N no devuelto en termino.
       FD  PROGRAMA-CONTEOS.
       01  REG-PROGRAMA-CONTEO.
           03 FEC-PROG-CP          PIC 9(8).
           03 DEPOSITO-CP          PIC X(3).
           03 NRO-ART-CP           PIC 9(8).
           03 CLASE-CP             PIC X(1).
           03 CANT-ESPERADA-CP     PIC 9(10).
           03 ESTADO-CP            PIC X(1).
           03 CANT-CONTADA-CP      PIC 9(10).
           03 FEC-CONTEO-CP        PIC 9(8).

      *    Hoja devuelta: la fecha de programacion y el deposito
      *    identifican la hoja.
       FD  RESULTADOS.
       01  REG-RESULTADO.
           03 FEC-PROG-CR          PIC 9(8).
           03 DEPOSITO-CR          PIC X(3).
           03 NRO-ART-CR           PIC 9(8).
           03 CANT-CONTADA-CR      PIC 9(10).
           03 FEC-CONTEO-CR        PIC 9(8).

       FD  HISTORIA-EXACTITUD.
       01  REG-HISTORIA.
           03 PERIODO-CH           PIC 9(6).
           03 CLASE-CH             PIC X(1).
           03 CANT-PROG-CH         PIC 9(7).
           03 CANT-DEVUELTOS-CH    PIC 9(7).
           03 CANT-EXACTOS-CH      PIC 9(7).
           03 CANT-NO-DEVUELTOS-CH PIC 9(7).

       FD  CONTEO.
       01  REG-CONTEO.
           03 NRO-ART-CT           PIC 9(8).
           03 CANT-CONTADA-CT      PIC 9(10).

       FD  HOJAS-CONTEO.
       01  LIN-HOJA                PIC X(80).

       FD  NO-DEVUELTOS.
       01  LIN-NODEV               PIC X(80).

       FD  INFORME-EXACTITUD.
       01  LIN-EXACTITUD           PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
           02 RS-INICIO             PIC X(21).
           02 RS-FIN                PIC X(21).
           02 RS-CANT-ENTRADA       PIC 9(7).
           02 RS-CANT-SALIDA        PIC 9(7).
           02 RS-ESTADO             PIC X(10).
           02 RS-RUN-ID             PIC X(11).

       SD  SORT-CLASIF.
       01  REG-CLASIF-SD.
           02 SD-VALOR             PIC 9(15)V99.
           02 SD-IDX-ART           PIC 9(4).

       SD  SORT-PROGRAMA.
       01  REG-PROGRAMA-SD.
           02 SD-FEC-PROX          PIC 9(8).
           02 SD-CLASE             PIC X(1).
           02 SD-IDX-PROG          PIC 9(4).

       SD  SORT-CONTEO.
       01  REG-CONTEO-SD.
           02 SD-NRO-ART           PIC 9(8).
           02 SD-CANT              PIC 9(10).

       WORKING-STORAGE SECTION.
       01  FS-STOCK-NVO            PIC X(2).
           88 FS-STOCK-NVO-OK      VALUE "00".
       01  FS-MOVSTOCK             PIC X(2).
           88 FS-MOVSTOCK-OK       VALUE "00".
       01  FS-DEPOSTK              PIC X(2).
           88 FS-DEPOSTK-OK        VALUE "00".
       01  FS-PARAM                PIC X(2).
           88 FS-PARAM-OK          VALUE "00".
       01  FS-CLASIF               PIC X(2).
           88 FS-CLASIF-OK         VALUE "00".
       01  FS-PROGRAMA             PIC X(2).
           88 FS-PROGRAMA-OK       VALUE "00".
       01  FS-RESULTADOS           PIC X(2).
           88 FS-RESULTADOS-OK     VALUE "00".
       01  FS-HISTORIA             PIC X(2).
           88 FS-HISTORIA-OK       VALUE "00".
       01  FS-CONTEO               PIC X(2).
           88 FS-CONTEO-OK         VALUE "00".
       01  FS-HOJAS                PIC X(2).
           88 FS-HOJAS-OK          VALUE "00".
       01  FS-NODEV                PIC X(2).
           88 FS-NODEV-OK          VALUE "00".
       01  FS-EXACTITUD            PIC X(2).
           88 FS-EXACTITUD-OK      VALUE "00".
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

      *    Valores por defecto si no hay CICLPAR.
       01  WS-PCT-CORTE-A          PIC 9(3)V99 VALUE 80.
       01  WS-PCT-CORTE-B          PIC 9(3)V99 VALUE 95.
       01  WS-DIAS-CICLO-A         PIC 9(3) VALUE 30.
       01  WS-DIAS-CICLO-B         PIC 9(3) VALUE 90.
       01  WS-DIAS-CICLO-C         PIC 9(3) VALUE 365.
       01  WS-DIAS-GRACIA          PIC 9(2) VALUE 3.
       01  WS-PCT-TOLERANCIA       PIC 9(3)V99 VALUE 0.

       01  WS-FEC-HOY              PIC 9(8).
       01  WS-FEC-HOY-R REDEFINES WS-FEC-HOY.
           02 WS-HOY-PERIODO       PIC 9(6).
           02 WS-HOY-DIA           PIC 9(2).
       01  WS-DIA-HOY              PIC 9(7).
       01  WS-FEC-DESDE            PIC 9(8).
       01  WS-FEC-CALC             PIC 9(8).
       01  WS-FEC-CALC-R REDEFINES WS-FEC-CALC.
           02 WS-CALC-PERIODO      PIC 9(6).
           02 WS-CALC-DIA          PIC 9(2).
       01  WS-PERIODO-DESDE        PIC 9(6).
       01  WS-PER-CALC             PIC 9(6).
       01  WS-PER-CALC-R REDEFINES WS-PER-CALC.
           02 WS-PER-ANIO          PIC 9(4).
           02 WS-PER-MES           PIC 9(2).
       01  FIN-STOCK-NVO           PIC X VALUE 'N'.
       01  FIN-MOVSTOCK            PIC X VALUE 'N'.
       01  FIN-DEPOSTK             PIC X VALUE 'N'.
       01  FIN-CLASIF              PIC X VALUE 'N'.
       01  FIN-PROGRAMA            PIC X VALUE 'N'.
       01  FIN-RESULTADOS          PIC X VALUE 'N'.
       01  FIN-HISTORIA            PIC X VALUE 'N'.
       01  FIN-SORT                PIC X VALUE 'N'.
       01  WS-YA-PROGRAMADO        PIC X VALUE 'N'.
       01  WS-ENCABEZADO-NODEV     PIC X VALUE 'N'.
       01  WS-NRO-ART              PIC 9(8).
       01  WS-IDX-ART              PIC 9(4).
       01  WS-IDX-DS               PIC 9(4).
       01  WS-IDX-DEP              PIC 9(3).
       01  WS-IDX-CP               PIC 9(5).
       01  WS-IDX-GRUPO            PIC 9(5).
       01  WS-IDX-HI               PIC 9(4).
       01  WS-CLASE                PIC X(1).
       01  WS-PERIODO              PIC 9(6).
       01  WS-DIAS-CICLO           PIC 9(3).
       01  WS-VALOR-TOTAL          PIC 9(17)V99 VALUE 0.
       01  WS-VALOR-ACUM           PIC 9(17)V99 VALUE 0.
       01  WS-PCT-ACUM             PIC 9(5)V99.
       01  WS-DIFERENCIA           PIC S9(11).
       01  WS-TOLERANCIA           PIC 9(11)V99.
       01  WS-GRUPO-COMPLETO       PIC X.
       01  WS-CANT-GRUPO           PIC 9(11).
       01  WS-ENTRA                PIC X.
       01  WS-PCT-EXACTITUD        PIC 9(3)V99.
       01  WS-CANT-RESULTADOS      PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-PROG        PIC 9(7) VALUE 0.
       01  WS-CANT-PROGRAMADOS     PIC 9(7) VALUE 0.
       01  WS-CANT-NO-DEVUELTOS    PIC 9(7) VALUE 0.
       01  WS-CANT-CONTEOS         PIC 9(7) VALUE 0.

       01  CANT-ARTICULOS          PIC 9(4) VALUE 0.
       01  TABLA-ARTICULOS.
           02 TABLA-ART-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ARTICULOS
                             INDEXED BY IDX-ART.
               03 TAR-NRO-ART      PIC 9(8).
               03 TAR-NOMBRE       PIC X(20).
               03 TAR-COSTO        PIC S9(13)V9999.
               03 TAR-CONSUMO      PIC 9(11).
               03 TAR-VALOR        PIC 9(15)V99.
               03 TAR-CLASE        PIC X(1).
               03 TAR-CLASE-ANT    PIC X(1).
               03 TAR-FEC-ULT      PIC 9(8).
               03 TAR-FEC-PROX     PIC 9(8).

       01  CANT-DEPOSTK            PIC 9(4) VALUE 0.
       01  TABLA-DEPOSTK.
           02 TABLA-DS-ITEM OCCURS 1 TO 9999 TIMES
                            DEPENDING ON CANT-DEPOSTK
                            INDEXED BY IDX-DS.
               03 TDS-NRO-ART      PIC 9(8).
               03 TDS-DEPOSITO     PIC X(3).
               03 TDS-CANT         PIC 9(10).

      *    Carga diaria por deposito: la cuota sale de la suma de
      *    1/frecuencia de cada renglon que tiene el deposito.
       01  CANT-DEPOSITOS          PIC 9(3) VALUE 0.
       01  TABLA-DEPOSITOS.
           02 TABLA-DEP-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-DEPOSITOS
                             INDEXED BY IDX-DEP.
               03 TDP-DEPOSITO     PIC X(3).
               03 TDP-CARGA        PIC 9(7)V9(6).
               03 TDP-CUOTA        PIC 9(5).
               03 TDP-LINEAS       PIC 9(5).

       01  CANT-PROGRAMA           PIC 9(5) VALUE 0.
       01  TABLA-PROGRAMA.
           02 TABLA-CP-ITEM OCCURS 1 TO 29999 TIMES
                            DEPENDING ON CANT-PROGRAMA
                            INDEXED BY IDX-CP.
               03 TCP-REGISTRO.
                   05 TCP-FEC-PROG     PIC 9(8).
                   05 TCP-DEPOSITO     PIC X(3).
                   05 TCP-NRO-ART      PIC 9(8).
                   05 TCP-CLASE        PIC X(1).
                   05 TCP-ESPERADA     PIC 9(10).
                   05 TCP-ESTADO       PIC X(1).
                   05 TCP-CONTADA      PIC 9(10).
                   05 TCP-FEC-CONTEO   PIC 9(8).
               03 TCP-NUEVO        PIC X(1).

       01  CANT-HISTORIA           PIC 9(4) VALUE 0.
       01  TABLA-HISTORIA.
           02 TABLA-HI-ITEM OCCURS 1 TO 999 TIMES
                            DEPENDING ON CANT-HISTORIA
                            INDEXED BY IDX-HI.
               03 THI-PERIODO      PIC 9(6).
               03 THI-CLASE        PIC X(1).
               03 THI-PROGRAMADOS  PIC 9(7).
               03 THI-DEVUELTOS    PIC 9(7).
               03 THI-EXACTOS      PIC 9(7).
               03 THI-NO-DEVUELTOS PIC 9(7).

       01  CANT-CONTEOS            PIC 9(4) VALUE 0.
       01  TABLA-CONTEOS.
           02 TABLA-CT-ITEM OCCURS 1 TO 9999 TIMES
                            DEPENDING ON CANT-CONTEOS
                            INDEXED BY IDX-CT.
               03 TCT-NRO-ART      PIC 9(8).
               03 TCT-CANT         PIC 9(10).

      *    La hoja no muestra la cantidad esperada: el contador
      *    anota lo que encuentra.
       01  LIN-HJ-TITULO.
           02 FILLER           PIC X(29) VALUE
              'STOCKCIC  HOJA DE CONTEO NRO '.
           02 LHJ-FECHA        PIC 9(8).
           02 FILLER           PIC X(1)  VALUE '-'.
           02 LHJ-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(12) VALUE '  DEPOSITO: '.
           02 LHJ-DEPOSITO-2   PIC X(3).
       01  LIN-HJ-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'ARTICULO  DESCRIPCION           CLASE  C'.
           02 FILLER           PIC X(20) VALUE
              'ANTIDAD CONTADA'.
       01  LIN-HJ-DETALLE.
           02 LHJ-ART          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LHJ-NOMBRE       PIC X(20).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LHJ-CLASE        PIC X(1).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 FILLER           PIC X(16) VALUE '________________'.
       01  LIN-HJ-PIE.
           02 FILLER           PIC X(40) VALUE
              'CONTADO POR: ____________  FIRMA: ______'.

       01  LIN-ND-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKCIC  CONTEOS PROGRAMADOS NO DEVUELT'.
           02 FILLER           PIC X(2)  VALUE 'OS'.
       01  LIN-ND-DETALLE.
           02 FILLER           PIC X(5)  VALUE 'HOJA '.
           02 LND-FECHA        PIC 9(8).
           02 FILLER           PIC X(1)  VALUE '-'.
           02 LND-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LND-ART          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LND-CLASE        PIC X(1).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LND-LEYENDA      PIC X(30).
       01  LIN-ND-SINPROG.
           02 FILLER           PIC X(5)  VALUE 'HOJA '.
           02 LNS-FECHA        PIC 9(8).
           02 FILLER           PIC X(1)  VALUE '-'.
           02 LNS-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LNS-ART          PIC 9(8).
           02 FILLER           PIC X(5)  VALUE SPACES.
           02 FILLER           PIC X(30) VALUE
              'RESULTADO SIN CONTEO PENDIENTE'.

       01  LIN-EX-TITULO.
           02 FILLER           PIC X(40) VALUE
              'STOCKCIC  EXACTITUD DE CONTEOS POR CLASE'.
       01  LIN-EX-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'PERIODO CLASE PROGRAM. DEVUELT. EXACTOS '.
           02 FILLER           PIC X(24) VALUE
              '% EXACT. NO DEVUELT.'.
       01  LIN-EX-DETALLE.
           02 LEX-PERIODO      PIC 9(6).
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LEX-CLASE        PIC X(1).
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LEX-PROGRAMADOS  PIC Z(7)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-DEVUELTOS    PIC Z(7)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-EXACTOS      PIC Z(6)9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LEX-PCT          PIC ZZ9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LEX-NO-DEVUELTOS PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-CLASIFICAR.
           PERFORM 22000-PROCESAR-RESULTADOS.
           PERFORM 23000-CONTROLAR-NO-DEVUELTOS.
           PERFORM 24000-PROGRAMAR-CONTEOS.
           PERFORM 25000-EMITIR-HOJAS.
           PERFORM 27000-INFORME-EXACTITUD.
           PERFORM 28000-GRABAR-POSICIONES.
           PERFORM 30000-FINAL.

      *    Corre todos los dias antes de StockCnt: incorpora las
      *    hojas devueltas, arma CONTEO con los articulos contados
      *    completos y emite las hojas del dia.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
           COMPUTE WS-FEC-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOY - 365)
           MOVE WS-HOY-PERIODO TO WS-PER-CALC
           SUBTRACT 1 FROM WS-PER-ANIO
           MOVE WS-PER-CALC TO WS-PERIODO-DESDE

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-PARAMETROS
           PERFORM 13000-CARGAR-ARTICULOS
           PERFORM 14000-CARGAR-CLASIFICACION
           PERFORM 15000-CARGAR-DEPOSITOS
           PERFORM 16000-CARGAR-PROGRAMA
           PERFORM 17000-CARGAR-HISTORIA

           OPEN OUTPUT NO-DEVUELTOS.
           IF FS-NODEV-OK
               WRITE LIN-NODEV FROM LIN-ND-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'STOCKCIC' AND RS-FIN(1:8)
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

       12000-CARGAR-PARAMETROS.
           OPEN INPUT PARAM-CICLICO
           IF FS-PARAM-OK
               READ PARAM-CICLICO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-CORTE-A-PP > 0
                           MOVE PCT-CORTE-A-PP TO WS-PCT-CORTE-A
                       END-IF
                       IF PCT-CORTE-B-PP > 0
                           MOVE PCT-CORTE-B-PP TO WS-PCT-CORTE-B
                       END-IF
                       IF DIAS-CICLO-A-PP > 0
                           MOVE DIAS-CICLO-A-PP TO WS-DIAS-CICLO-A
                       END-IF
                       IF DIAS-CICLO-B-PP > 0
                           MOVE DIAS-CICLO-B-PP TO WS-DIAS-CICLO-B
                       END-IF
                       IF DIAS-CICLO-C-PP > 0
                           MOVE DIAS-CICLO-C-PP TO WS-DIAS-CICLO-C
                       END-IF
                       IF DIAS-GRACIA-PP > 0
                           MOVE DIAS-GRACIA-PP TO WS-DIAS-GRACIA
                       END-IF
                       MOVE PCT-TOLERANCIA-PP TO WS-PCT-TOLERANCIA
               END-READ
               CLOSE PARAM-CICLICO
           END-IF.

       13000-CARGAR-ARTICULOS.
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
                               MOVE COSTO-PROM-STOCK-N
                                   TO TAR-COSTO(CANT-ARTICULOS)
                               MOVE 0 TO TAR-CONSUMO(CANT-ARTICULOS)
                               MOVE 0 TO TAR-VALOR(CANT-ARTICULOS)
                               MOVE 'C' TO TAR-CLASE(CANT-ARTICULOS)
                               MOVE SPACES
                                   TO TAR-CLASE-ANT(CANT-ARTICULOS)
                               MOVE 0 TO TAR-FEC-ULT(CANT-ARTICULOS)
                               MOVE 0 TO TAR-FEC-PROX(CANT-ARTICULOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-NUEVO
           ELSE
               DISPLAY 'ERROR AL ABRIR STOCKN ' FS-STOCK-NVO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       14000-CARGAR-CLASIFICACION.
           OPEN INPUT CLASIF-ARTICULOS
           IF FS-CLASIF-OK
               PERFORM UNTIL FIN-CLASIF = 'S'
                   READ CLASIF-ARTICULOS
                       AT END
                           MOVE 'S' TO FIN-CLASIF
                       NOT AT END
                           MOVE NRO-ART-CA TO WS-NRO-ART
                           PERFORM 19000-BUSCAR-ARTICULO
                           IF WS-IDX-ART > 0
                               MOVE CLASE-CA
                                   TO TAR-CLASE-ANT(WS-IDX-ART)
                               MOVE FEC-ULT-CONTEO-CA
                                   TO TAR-FEC-ULT(WS-IDX-ART)
                               MOVE FEC-PROX-CONTEO-CA
                                   TO TAR-FEC-PROX(WS-IDX-ART)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASIF-ARTICULOS
           END-IF.

       15000-CARGAR-DEPOSITOS.
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
                               PERFORM 15100-ALTA-DEPOSITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-DEPOSITOS
           END-IF.

       15100-ALTA-DEPOSITO.
           MOVE 0 TO WS-IDX-DEP
           IF CANT-DEPOSITOS > 0
               SET IDX-DEP TO 1
               SEARCH TABLA-DEP-ITEM
                   AT END
                       CONTINUE
                   WHEN TDP-DEPOSITO(IDX-DEP) = DEPOSITO-DS
                       SET WS-IDX-DEP TO IDX-DEP
               END-SEARCH
           END-IF
           IF WS-IDX-DEP = 0 AND CANT-DEPOSITOS < 999
               ADD 1 TO CANT-DEPOSITOS
               MOVE DEPOSITO-DS TO TDP-DEPOSITO(CANT-DEPOSITOS)
               MOVE 0 TO TDP-CARGA(CANT-DEPOSITOS)
               MOVE 0 TO TDP-CUOTA(CANT-DEPOSITOS)
               MOVE 0 TO TDP-LINEAS(CANT-DEPOSITOS)
           END-IF.

       16000-CARGAR-PROGRAMA.
           OPEN INPUT PROGRAMA-CONTEOS
           IF FS-PROGRAMA-OK
               PERFORM UNTIL FIN-PROGRAMA = 'S'
                   READ PROGRAMA-CONTEOS
                       AT END
                           MOVE 'S' TO FIN-PROGRAMA
                       NOT AT END
                           IF CANT-PROGRAMA < 29999
                               ADD 1 TO CANT-PROGRAMA
                               MOVE REG-PROGRAMA-CONTEO
                                   TO TCP-REGISTRO(CANT-PROGRAMA)
                               MOVE 'N' TO TCP-NUEVO(CANT-PROGRAMA)
                               IF FEC-PROG-CP = WS-FEC-HOY
                                   MOVE 'S' TO WS-YA-PROGRAMADO
                               END-IF
                           ELSE
                               DISPLAY 'TABLA CICLPROG LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAMA-CONTEOS
           END-IF.

       17000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA-EXACTITUD
           IF FS-HISTORIA-OK
               PERFORM UNTIL FIN-HISTORIA = 'S'
                   READ HISTORIA-EXACTITUD
                       AT END
                           MOVE 'S' TO FIN-HISTORIA
                       NOT AT END
                           IF CANT-HISTORIA < 999
                               ADD 1 TO CANT-HISTORIA
                               MOVE PERIODO-CH
                                   TO THI-PERIODO(CANT-HISTORIA)
                               MOVE CLASE-CH
                                   TO THI-CLASE(CANT-HISTORIA)
                               MOVE CANT-PROG-CH
                                   TO THI-PROGRAMADOS(CANT-HISTORIA)
                               MOVE CANT-DEVUELTOS-CH
                                   TO THI-DEVUELTOS(CANT-HISTORIA)
                               MOVE CANT-EXACTOS-CH
                                   TO THI-EXACTOS(CANT-HISTORIA)
                               MOVE CANT-NO-DEVUELTOS-CH
                                   TO THI-NO-DEVUELTOS(CANT-HISTORIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-EXACTITUD
           END-IF.

       19000-BUSCAR-ARTICULO.
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

       19100-BUSCAR-HISTORIA.
           MOVE 0 TO WS-IDX-HI
           IF CANT-HISTORIA > 0
               SET IDX-HI TO 1
               SEARCH TABLA-HI-ITEM
                   AT END
                       CONTINUE
                   WHEN THI-PERIODO(IDX-HI) = WS-PERIODO
                    AND THI-CLASE(IDX-HI) = WS-CLASE
                       SET WS-IDX-HI TO IDX-HI
               END-SEARCH
           END-IF
           IF WS-IDX-HI = 0 AND CANT-HISTORIA < 999
               ADD 1 TO CANT-HISTORIA
               MOVE CANT-HISTORIA TO WS-IDX-HI
               MOVE WS-PERIODO TO THI-PERIODO(WS-IDX-HI)
               MOVE WS-CLASE TO THI-CLASE(WS-IDX-HI)
               MOVE 0 TO THI-PROGRAMADOS(WS-IDX-HI)
               MOVE 0 TO THI-DEVUELTOS(WS-IDX-HI)
               MOVE 0 TO THI-EXACTOS(WS-IDX-HI)
               MOVE 0 TO THI-NO-DEVUELTOS(WS-IDX-HI)
           END-IF.

       19200-DIAS-CLASE.
           EVALUATE WS-CLASE
               WHEN 'A'
                   MOVE WS-DIAS-CICLO-A TO WS-DIAS-CICLO
               WHEN 'B'
                   MOVE WS-DIAS-CICLO-B TO WS-DIAS-CICLO
               WHEN OTHER
                   MOVE WS-DIAS-CICLO-C TO WS-DIAS-CICLO
           END-EVALUATE.

      *    Valor de consumo = egresos de los ultimos 365 dias en
      *    MOVSTOCK por el costo promedio de STOCKN. Se ordena de
      *    mayor a menor y los cortes se aplican sobre el porcentaje
      *    acumulado antes de sumar el articulo.
       20000-CLASIFICAR.
           OPEN INPUT MOVSTOCK
           IF FS-MOVSTOCK-OK
               PERFORM UNTIL FIN-MOVSTOCK = 'S'
                   READ MOVSTOCK
                       AT END
                           MOVE 'S' TO FIN-MOVSTOCK
                       NOT AT END
                           IF TIPO-MOV-MV = 'E'
                              AND FEC-MOV-MV > WS-FEC-DESDE
                              AND FEC-MOV-MV <= WS-FEC-HOY
                               MOVE NRO-ART-MV TO WS-NRO-ART
                               PERFORM 19000-BUSCAR-ARTICULO
                               IF WS-IDX-ART > 0
                                   ADD CANT-MOV-MV
                                       TO TAR-CONSUMO(WS-IDX-ART)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVSTOCK
           END-IF
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS
               IF TAR-COSTO(WS-IDX-ART) > 0
                   COMPUTE TAR-VALOR(WS-IDX-ART) ROUNDED =
                       TAR-CONSUMO(WS-IDX-ART) * TAR-COSTO(WS-IDX-ART)
               END-IF
               ADD TAR-VALOR(WS-IDX-ART) TO WS-VALOR-TOTAL
           END-PERFORM
           IF WS-VALOR-TOTAL > 0
               SORT SORT-CLASIF
                   ON DESCENDING KEY SD-VALOR
                   INPUT PROCEDURE IS 20100-LIBERAR-VALORES
                   OUTPUT PROCEDURE IS 20200-ASIGNAR-CLASES
           END-IF
           PERFORM 20300-PROXIMO-CONTEO
               VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS.

       20100-LIBERAR-VALORES.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS
               IF TAR-VALOR(WS-IDX-ART) > 0
                   MOVE TAR-VALOR(WS-IDX-ART) TO SD-VALOR
                   MOVE WS-IDX-ART TO SD-IDX-ART
                   RELEASE REG-CLASIF-SD
               END-IF
           END-PERFORM.

       20200-ASIGNAR-CLASES.
           MOVE 'N' TO FIN-SORT
           PERFORM UNTIL FIN-SORT = 'S'
               RETURN SORT-CLASIF
                   AT END
                       MOVE 'S' TO FIN-SORT
                   NOT AT END
                       COMPUTE WS-PCT-ACUM =
                           WS-VALOR-ACUM * 100 / WS-VALOR-TOTAL
                       EVALUATE TRUE
                           WHEN WS-PCT-ACUM < WS-PCT-CORTE-A
                               MOVE 'A' TO TAR-CLASE(SD-IDX-ART)
                           WHEN WS-PCT-ACUM < WS-PCT-CORTE-B
                               MOVE 'B' TO TAR-CLASE(SD-IDX-ART)
                           WHEN OTHER
                               MOVE 'C' TO TAR-CLASE(SD-IDX-ART)
                       END-EVALUATE
                       ADD SD-VALOR TO WS-VALOR-ACUM
               END-RETURN
           END-PERFORM.

      *    Sin conteo previo el articulo queda vencido desde hoy; si
      *    cambio de clase se recalcula con la nueva frecuencia.
       20300-PROXIMO-CONTEO.
           IF TAR-FEC-ULT(WS-IDX-ART) = 0
               IF TAR-FEC-PROX(WS-IDX-ART) = 0
                   MOVE WS-FEC-HOY TO TAR-FEC-PROX(WS-IDX-ART)
               END-IF
           ELSE
               IF TAR-CLASE(WS-IDX-ART) NOT = TAR-CLASE-ANT(WS-IDX-ART)
                  OR TAR-FEC-PROX(WS-IDX-ART) = 0
                   MOVE TAR-CLASE(WS-IDX-ART) TO WS-CLASE
                   PERFORM 19200-DIAS-CLASE
                   COMPUTE TAR-FEC-PROX(WS-IDX-ART) =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(
                               TAR-FEC-ULT(WS-IDX-ART))
                           + WS-DIAS-CICLO)
               END-IF
           END-IF.

      *    Los renglones devueltos cierran el conteo programado; el
      *    articulo pasa a CONTEO recien cuando volvieron todos sus
      *    depositos de la misma hoja, porque StockCnt concilia
      *    contra el total del articulo.
       22000-PROCESAR-RESULTADOS.
           OPEN INPUT RESULTADOS
           IF FS-RESULTADOS-OK
               PERFORM UNTIL FIN-RESULTADOS = 'S'
                   READ RESULTADOS
                       AT END
                           MOVE 'S' TO FIN-RESULTADOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 22100-APLICAR-RESULTADO
                   END-READ
               END-PERFORM
               CLOSE RESULTADOS
           END-IF
           PERFORM 22200-CERRAR-ARTICULO
               VARYING WS-IDX-CP FROM 1 BY 1
               UNTIL WS-IDX-CP > CANT-PROGRAMA
           IF CANT-CONTEOS > 0 AND WS-ESTADO-FINAL = 'OK'
               SORT SORT-CONTEO
                   ON ASCENDING KEY SD-NRO-ART
                   INPUT PROCEDURE IS 22400-LIBERAR-CONTEOS
                   OUTPUT PROCEDURE IS 22500-GRABAR-CONTEO
           END-IF.

       22100-APLICAR-RESULTADO.
           MOVE 0 TO WS-IDX-CP
           IF CANT-PROGRAMA > 0
               SET IDX-CP TO 1
               SEARCH TABLA-CP-ITEM
                   AT END
                       CONTINUE
                   WHEN TCP-FEC-PROG(IDX-CP) = FEC-PROG-CR
                    AND TCP-DEPOSITO(IDX-CP) = DEPOSITO-CR
                    AND TCP-NRO-ART(IDX-CP) = NRO-ART-CR
                    AND TCP-ESTADO(IDX-CP) NOT = 'C'
                       SET WS-IDX-CP TO IDX-CP
               END-SEARCH
           END-IF
           IF WS-IDX-CP = 0
               ADD 1 TO WS-CANT-SIN-PROG
               IF FS-NODEV-OK
                   MOVE FEC-PROG-CR TO LNS-FECHA
                   MOVE DEPOSITO-CR TO LNS-DEPOSITO
                   MOVE NRO-ART-CR TO LNS-ART
                   WRITE LIN-NODEV FROM LIN-ND-SINPROG
               END-IF
           ELSE
               ADD 1 TO WS-CANT-RESULTADOS
               MOVE TCP-FEC-PROG(WS-IDX-CP)(1:6) TO WS-PERIODO
               MOVE TCP-CLASE(WS-IDX-CP) TO WS-CLASE
               PERFORM 19100-BUSCAR-HISTORIA
               IF WS-IDX-HI > 0
                   ADD 1 TO THI-DEVUELTOS(WS-IDX-HI)
                   IF TCP-ESTADO(WS-IDX-CP) = 'N'
                      AND THI-NO-DEVUELTOS(WS-IDX-HI) > 0
                       SUBTRACT 1 FROM THI-NO-DEVUELTOS(WS-IDX-HI)
                   END-IF
               END-IF
               MOVE 'C' TO TCP-ESTADO(WS-IDX-CP)
               MOVE CANT-CONTADA-CR TO TCP-CONTADA(WS-IDX-CP)
               MOVE FEC-CONTEO-CR TO TCP-FEC-CONTEO(WS-IDX-CP)
               IF FEC-CONTEO-CR = 0
                   MOVE WS-FEC-HOY TO TCP-FEC-CONTEO(WS-IDX-CP)
               END-IF
               MOVE 'S' TO TCP-NUEVO(WS-IDX-CP)
               COMPUTE WS-DIFERENCIA =
                   TCP-CONTADA(WS-IDX-CP) - TCP-ESPERADA(WS-IDX-CP)
               IF WS-DIFERENCIA < 0
                   COMPUTE WS-DIFERENCIA = 0 - WS-DIFERENCIA
               END-IF
               COMPUTE WS-TOLERANCIA =
                   TCP-ESPERADA(WS-IDX-CP) * WS-PCT-TOLERANCIA / 100
               IF WS-DIFERENCIA <= WS-TOLERANCIA AND WS-IDX-HI > 0
                   ADD 1 TO THI-EXACTOS(WS-IDX-HI)
               END-IF
           END-IF.

       22200-CERRAR-ARTICULO.
           IF TCP-NUEVO(WS-IDX-CP) = 'S'
               MOVE 'S' TO WS-GRUPO-COMPLETO
               MOVE 0 TO WS-CANT-GRUPO
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > CANT-PROGRAMA
                   IF TCP-FEC-PROG(WS-IDX-GRUPO)
                          = TCP-FEC-PROG(WS-IDX-CP)
                      AND TCP-NRO-ART(WS-IDX-GRUPO)
                          = TCP-NRO-ART(WS-IDX-CP)
                       IF TCP-ESTADO(WS-IDX-GRUPO) = 'C'
                           ADD TCP-CONTADA(WS-IDX-GRUPO)
                               TO WS-CANT-GRUPO
                       ELSE
                           MOVE 'N' TO WS-GRUPO-COMPLETO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
                   UNTIL WS-IDX-GRUPO > CANT-PROGRAMA
                   IF TCP-FEC-PROG(WS-IDX-GRUPO)
                          = TCP-FEC-PROG(WS-IDX-CP)
                      AND TCP-NRO-ART(WS-IDX-GRUPO)
                          = TCP-NRO-ART(WS-IDX-CP)
                       MOVE 'N' TO TCP-NUEVO(WS-IDX-GRUPO)
                   END-IF
               END-PERFORM
               IF WS-GRUPO-COMPLETO = 'S'
                   PERFORM 22300-ALTA-CONTEO
               END-IF
           END-IF.

       22300-ALTA-CONTEO.
           IF CANT-CONTEOS < 9999
               ADD 1 TO CANT-CONTEOS
               MOVE TCP-NRO-ART(WS-IDX-CP) TO TCT-NRO-ART(CANT-CONTEOS)
               MOVE WS-CANT-GRUPO TO TCT-CANT(CANT-CONTEOS)
           END-IF
           MOVE TCP-NRO-ART(WS-IDX-CP) TO WS-NRO-ART
           PERFORM 19000-BUSCAR-ARTICULO
           IF WS-IDX-ART > 0
               MOVE TCP-FEC-PROG(WS-IDX-CP) TO TAR-FEC-ULT(WS-IDX-ART)
               MOVE TAR-CLASE(WS-IDX-ART) TO WS-CLASE
               PERFORM 19200-DIAS-CLASE
               COMPUTE TAR-FEC-PROX(WS-IDX-ART) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                           TAR-FEC-ULT(WS-IDX-ART))
                       + WS-DIAS-CICLO)
           END-IF.

       22400-LIBERAR-CONTEOS.
           PERFORM VARYING IDX-CT FROM 1 BY 1
               UNTIL IDX-CT > CANT-CONTEOS
               MOVE TCT-NRO-ART(IDX-CT) TO SD-NRO-ART
               MOVE TCT-CANT(IDX-CT) TO SD-CANT
               RELEASE REG-CONTEO-SD
           END-PERFORM.

       22500-GRABAR-CONTEO.
           OPEN OUTPUT CONTEO
           IF FS-CONTEO-OK
               MOVE 'N' TO FIN-SORT
               PERFORM UNTIL FIN-SORT = 'S'
                   RETURN SORT-CONTEO
                       AT END
                           MOVE 'S' TO FIN-SORT
                       NOT AT END
                           MOVE SD-NRO-ART TO NRO-ART-CT
                           MOVE SD-CANT TO CANT-CONTADA-CT
                           WRITE REG-CONTEO
                           ADD 1 TO WS-CANT-CONTEOS
                   END-RETURN
               END-PERFORM
               CLOSE CONTEO
           ELSE
               DISPLAY 'ERROR AL ABRIR CONTEO ' FS-CONTEO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

      *    La hoja que no volvio pasados los dias de gracia queda
      *    como no devuelta; el articulo sigue vencido y se vuelve
      *    a programar.
       23000-CONTROLAR-NO-DEVUELTOS.
           COMPUTE WS-FEC-CALC =
               FUNCTION DATE-OF-INTEGER(WS-DIA-HOY - WS-DIAS-GRACIA)
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
               UNTIL WS-IDX-CP > CANT-PROGRAMA
               IF TCP-ESTADO(WS-IDX-CP) = 'P'
                  AND TCP-FEC-PROG(WS-IDX-CP) < WS-FEC-CALC
                   MOVE 'N' TO TCP-ESTADO(WS-IDX-CP)
                   ADD 1 TO WS-CANT-NO-DEVUELTOS
                   MOVE TCP-FEC-PROG(WS-IDX-CP)(1:6) TO WS-PERIODO
                   MOVE TCP-CLASE(WS-IDX-CP) TO WS-CLASE
                   PERFORM 19100-BUSCAR-HISTORIA
                   IF WS-IDX-HI > 0
                       ADD 1 TO THI-NO-DEVUELTOS(WS-IDX-HI)
                   END-IF
                   IF FS-NODEV-OK
                       MOVE TCP-FEC-PROG(WS-IDX-CP) TO LND-FECHA
                       MOVE TCP-DEPOSITO(WS-IDX-CP) TO LND-DEPOSITO
                       MOVE TCP-NRO-ART(WS-IDX-CP) TO LND-ART
                       MOVE TCP-CLASE(WS-IDX-CP) TO LND-CLASE
                       MOVE 'NO DEVUELTO, SE REPROGRAMA'
                           TO LND-LEYENDA
                       WRITE LIN-NODEV FROM LIN-ND-DETALLE
                   END-IF
               END-IF
           END-PERFORM.

      *    Cuota diaria por deposito = carga anual de conteos
      *    repartida por dia. Los articulos vencidos entran por
      *    fecha de vencimiento y clase mientras ninguno de sus
      *    depositos haya llenado la cuota del dia.
       24000-PROGRAMAR-CONTEOS.
           IF WS-YA-PROGRAMADO = 'S'
               DISPLAY 'STOCKCIC: HOJAS DEL DIA YA GENERADAS'
           ELSE
               PERFORM VARYING WS-IDX-DS FROM 1 BY 1
                   UNTIL WS-IDX-DS > CANT-DEPOSTK
                   IF TDS-CANT(WS-IDX-DS) > 0
                       PERFORM 24100-SUMAR-CARGA
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > CANT-DEPOSITOS
                   COMPUTE TDP-CUOTA(WS-IDX-DEP) =
                       TDP-CARGA(WS-IDX-DEP) + 0.999999
                   IF TDP-CUOTA(WS-IDX-DEP) = 0
                       MOVE 1 TO TDP-CUOTA(WS-IDX-DEP)
                   END-IF
               END-PERFORM
               SORT SORT-PROGRAMA
                   ON ASCENDING KEY SD-FEC-PROX
                                    SD-CLASE
                   INPUT PROCEDURE IS 24200-LIBERAR-VENCIDOS
                   OUTPUT PROCEDURE IS 24300-ASIGNAR-DIA
           END-IF.

       24100-SUMAR-CARGA.
           MOVE TDS-NRO-ART(WS-IDX-DS) TO WS-NRO-ART
           PERFORM 19000-BUSCAR-ARTICULO
           IF WS-IDX-ART > 0
               MOVE TAR-CLASE(WS-IDX-ART) TO WS-CLASE
               PERFORM 19200-DIAS-CLASE
               SET IDX-DEP TO 1
               SEARCH TABLA-DEP-ITEM
                   AT END
                       CONTINUE
                   WHEN TDP-DEPOSITO(IDX-DEP) = TDS-DEPOSITO(WS-IDX-DS)
                       COMPUTE TDP-CARGA(IDX-DEP) =
                           TDP-CARGA(IDX-DEP) + 1 / WS-DIAS-CICLO
               END-SEARCH
           END-IF.

       24200-LIBERAR-VENCIDOS.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
               UNTIL WS-IDX-ART > CANT-ARTICULOS
               IF TAR-FEC-PROX(WS-IDX-ART) <= WS-FEC-HOY
                   MOVE 'N' TO WS-ENTRA
                   PERFORM VARYING WS-IDX-DS FROM 1 BY 1
                       UNTIL WS-IDX-DS > CANT-DEPOSTK
                       IF TDS-NRO-ART(WS-IDX-DS)
                              = TAR-NRO-ART(WS-IDX-ART)
                          AND TDS-CANT(WS-IDX-DS) > 0
                           MOVE 'S' TO WS-ENTRA
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                       UNTIL WS-IDX-CP > CANT-PROGRAMA
                       IF TCP-NRO-ART(WS-IDX-CP)
                              = TAR-NRO-ART(WS-IDX-ART)
                          AND TCP-ESTADO(WS-IDX-CP) = 'P'
                           MOVE 'N' TO WS-ENTRA
                       END-IF
                   END-PERFORM
                   IF WS-ENTRA = 'S'
                       MOVE TAR-FEC-PROX(WS-IDX-ART) TO SD-FEC-PROX
                       MOVE TAR-CLASE(WS-IDX-ART) TO SD-CLASE
                       MOVE WS-IDX-ART TO SD-IDX-PROG
                       RELEASE REG-PROGRAMA-SD
                   END-IF
               END-IF
           END-PERFORM.

       24300-ASIGNAR-DIA.
           MOVE 'N' TO FIN-SORT
           PERFORM UNTIL FIN-SORT = 'S'
               RETURN SORT-PROGRAMA
                   AT END
                       MOVE 'S' TO FIN-SORT
                   NOT AT END
                       MOVE SD-IDX-PROG TO WS-IDX-ART
                       PERFORM 24400-VERIFICAR-CUOTA
                       IF WS-ENTRA = 'S'
                           PERFORM 24500-PROGRAMAR-ARTICULO
                       END-IF
               END-RETURN
           END-PERFORM.

       24400-VERIFICAR-CUOTA.
           MOVE 'S' TO WS-ENTRA
           PERFORM VARYING WS-IDX-DS FROM 1 BY 1
               UNTIL WS-IDX-DS > CANT-DEPOSTK
               IF TDS-NRO-ART(WS-IDX-DS) = TAR-NRO-ART(WS-IDX-ART)
                  AND TDS-CANT(WS-IDX-DS) > 0
                   SET IDX-DEP TO 1
                   SEARCH TABLA-DEP-ITEM
                       AT END
                           CONTINUE
                       WHEN TDP-DEPOSITO(IDX-DEP)
                               = TDS-DEPOSITO(WS-IDX-DS)
                           IF TDP-LINEAS(IDX-DEP)
                                  >= TDP-CUOTA(IDX-DEP)
                               MOVE 'N' TO WS-ENTRA
                           END-IF
                   END-SEARCH
               END-IF
           END-PERFORM.

       24500-PROGRAMAR-ARTICULO.
           PERFORM VARYING WS-IDX-DS FROM 1 BY 1
               UNTIL WS-IDX-DS > CANT-DEPOSTK
               IF TDS-NRO-ART(WS-IDX-DS) = TAR-NRO-ART(WS-IDX-ART)
                  AND TDS-CANT(WS-IDX-DS) > 0
                  AND CANT-PROGRAMA < 29999
                   ADD 1 TO CANT-PROGRAMA
                   ADD 1 TO WS-CANT-PROGRAMADOS
                   MOVE WS-FEC-HOY TO TCP-FEC-PROG(CANT-PROGRAMA)
                   MOVE TDS-DEPOSITO(WS-IDX-DS)
                       TO TCP-DEPOSITO(CANT-PROGRAMA)
                   MOVE TAR-NRO-ART(WS-IDX-ART)
                       TO TCP-NRO-ART(CANT-PROGRAMA)
                   MOVE TAR-CLASE(WS-IDX-ART)
                       TO TCP-CLASE(CANT-PROGRAMA)
                   MOVE TDS-CANT(WS-IDX-DS)
                       TO TCP-ESPERADA(CANT-PROGRAMA)
                   MOVE 'P' TO TCP-ESTADO(CANT-PROGRAMA)
                   MOVE 0 TO TCP-CONTADA(CANT-PROGRAMA)
                   MOVE 0 TO TCP-FEC-CONTEO(CANT-PROGRAMA)
                   MOVE 'N' TO TCP-NUEVO(CANT-PROGRAMA)
                   SET IDX-DEP TO 1
                   SEARCH TABLA-DEP-ITEM
                       AT END
                           CONTINUE
                       WHEN TDP-DEPOSITO(IDX-DEP)
                               = TDS-DEPOSITO(WS-IDX-DS)
                           ADD 1 TO TDP-LINEAS(IDX-DEP)
                   END-SEARCH
                   MOVE WS-HOY-PERIODO TO WS-PERIODO
                   MOVE TAR-CLASE(WS-IDX-ART) TO WS-CLASE
                   PERFORM 19100-BUSCAR-HISTORIA
                   IF WS-IDX-HI > 0
                       ADD 1 TO THI-PROGRAMADOS(WS-IDX-HI)
                   END-IF
               END-IF
           END-PERFORM.

      *    Una hoja por deposito con los renglones programados hoy.
       25000-EMITIR-HOJAS.
           OPEN OUTPUT HOJAS-CONTEO
           IF FS-HOJAS-OK
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > CANT-DEPOSITOS
                   IF TDP-LINEAS(WS-IDX-DEP) > 0
                       PERFORM 25100-EMITIR-HOJA
                   END-IF
               END-PERFORM
               CLOSE HOJAS-CONTEO
           END-IF.

       25100-EMITIR-HOJA.
           MOVE WS-FEC-HOY TO LHJ-FECHA
           MOVE TDP-DEPOSITO(WS-IDX-DEP) TO LHJ-DEPOSITO
           MOVE TDP-DEPOSITO(WS-IDX-DEP) TO LHJ-DEPOSITO-2
           WRITE LIN-HOJA FROM LIN-HJ-TITULO
           WRITE LIN-HOJA FROM LIN-HJ-ENCABEZADO
           PERFORM VARYING WS-IDX-CP FROM 1 BY 1
               UNTIL WS-IDX-CP > CANT-PROGRAMA
               IF TCP-FEC-PROG(WS-IDX-CP) = WS-FEC-HOY
                  AND TCP-DEPOSITO(WS-IDX-CP)
                          = TDP-DEPOSITO(WS-IDX-DEP)
                   MOVE TCP-NRO-ART(WS-IDX-CP) TO LHJ-ART
                   MOVE TCP-NRO-ART(WS-IDX-CP) TO WS-NRO-ART
                   PERFORM 19000-BUSCAR-ARTICULO
                   MOVE SPACES TO LHJ-NOMBRE
                   IF WS-IDX-ART > 0
                       MOVE TAR-NOMBRE(WS-IDX-ART) TO LHJ-NOMBRE
                   END-IF
                   MOVE TCP-CLASE(WS-IDX-CP) TO LHJ-CLASE
                   WRITE LIN-HOJA FROM LIN-HJ-DETALLE
                   ADD 1 TO WS-CANT-SALIDA
               END-IF
           END-PERFORM
           MOVE SPACES TO LIN-HOJA
           WRITE LIN-HOJA
           WRITE LIN-HOJA FROM LIN-HJ-PIE
           MOVE SPACES TO LIN-HOJA
           WRITE LIN-HOJA.

      *    Ultimos doce meses por clase; el porcentaje es sobre lo
      *    devuelto.
       27000-INFORME-EXACTITUD.
           OPEN OUTPUT INFORME-EXACTITUD
           IF FS-EXACTITUD-OK
               WRITE LIN-EXACTITUD FROM LIN-EX-TITULO
               WRITE LIN-EXACTITUD FROM LIN-EX-ENCABEZADO
               MOVE WS-HOY-PERIODO TO WS-PER-CALC
               SUBTRACT 1 FROM WS-PER-ANIO
               PERFORM 12 TIMES
                   IF WS-PER-MES = 12
                       MOVE 1 TO WS-PER-MES
                       ADD 1 TO WS-PER-ANIO
                   ELSE
                       ADD 1 TO WS-PER-MES
                   END-IF
                   MOVE WS-PER-CALC TO WS-PERIODO
                   MOVE 'A' TO WS-CLASE
                   PERFORM 27100-LINEA-EXACTITUD
                   MOVE 'B' TO WS-CLASE
                   PERFORM 27100-LINEA-EXACTITUD
                   MOVE 'C' TO WS-CLASE
                   PERFORM 27100-LINEA-EXACTITUD
               END-PERFORM
               CLOSE INFORME-EXACTITUD
           END-IF.

       27100-LINEA-EXACTITUD.
           IF CANT-HISTORIA > 0
               SET IDX-HI TO 1
               SEARCH TABLA-HI-ITEM
                   AT END
                       CONTINUE
                   WHEN THI-PERIODO(IDX-HI) = WS-PERIODO
                    AND THI-CLASE(IDX-HI) = WS-CLASE
                       MOVE THI-PERIODO(IDX-HI) TO LEX-PERIODO
                       MOVE THI-CLASE(IDX-HI) TO LEX-CLASE
                       MOVE THI-PROGRAMADOS(IDX-HI) TO LEX-PROGRAMADOS
                       MOVE THI-DEVUELTOS(IDX-HI) TO LEX-DEVUELTOS
                       MOVE THI-EXACTOS(IDX-HI) TO LEX-EXACTOS
                       MOVE THI-NO-DEVUELTOS(IDX-HI)
                           TO LEX-NO-DEVUELTOS
                       MOVE 0 TO WS-PCT-EXACTITUD
                       IF THI-DEVUELTOS(IDX-HI) > 0
                           COMPUTE WS-PCT-EXACTITUD ROUNDED =
                               THI-EXACTOS(IDX-HI) * 100
                               / THI-DEVUELTOS(IDX-HI)
                       END-IF
                       MOVE WS-PCT-EXACTITUD TO LEX-PCT
                       WRITE LIN-EXACTITUD FROM LIN-EX-DETALLE
               END-SEARCH
           END-IF.

      *    Los conteos cerrados se guardan un ano y la historia de
      *    exactitud dos.
       28000-GRABAR-POSICIONES.
           IF WS-ESTADO-FINAL NOT = 'OK'
               DISPLAY 'STOCKCIC: POSICIONES SIN ACTUALIZAR'
           ELSE
               PERFORM 28100-GRABAR-CLASIFICACION
               PERFORM 28200-GRABAR-PROGRAMA
               PERFORM 28300-GRABAR-HISTORIA
           END-IF.

       28100-GRABAR-CLASIFICACION.
           OPEN OUTPUT CLASIF-ARTICULOS
           IF FS-CLASIF-OK
               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > CANT-ARTICULOS
                   MOVE TAR-NRO-ART(WS-IDX-ART) TO NRO-ART-CA
                   MOVE TAR-CLASE(WS-IDX-ART) TO CLASE-CA
                   MOVE TAR-CONSUMO(WS-IDX-ART) TO CANT-CONSUMO-CA
                   MOVE TAR-VALOR(WS-IDX-ART) TO VALOR-ANUAL-CA
                   MOVE TAR-FEC-ULT(WS-IDX-ART) TO FEC-ULT-CONTEO-CA
                   MOVE TAR-FEC-PROX(WS-IDX-ART)
                       TO FEC-PROX-CONTEO-CA
                   WRITE REG-CLASIF-ARTICULO
               END-PERFORM
               CLOSE CLASIF-ARTICULOS
           ELSE
               DISPLAY 'ERROR REESCRITURA CICLART ' FS-CLASIF
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       28200-GRABAR-PROGRAMA.
           MOVE WS-FEC-DESDE TO WS-FEC-CALC
           OPEN OUTPUT PROGRAMA-CONTEOS
           IF FS-PROGRAMA-OK
               PERFORM VARYING WS-IDX-CP FROM 1 BY 1
                   UNTIL WS-IDX-CP > CANT-PROGRAMA
                   IF TCP-ESTADO(WS-IDX-CP) = 'P'
                      OR TCP-FEC-PROG(WS-IDX-CP) > WS-FEC-CALC
                       MOVE TCP-REGISTRO(WS-IDX-CP)
                           TO REG-PROGRAMA-CONTEO
                       WRITE REG-PROGRAMA-CONTEO
                   END-IF
               END-PERFORM
               CLOSE PROGRAMA-CONTEOS
           ELSE
               DISPLAY 'ERROR REESCRITURA CICLPROG ' FS-PROGRAMA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       28300-GRABAR-HISTORIA.
           MOVE WS-PERIODO-DESDE TO WS-PER-CALC
           SUBTRACT 1 FROM WS-PER-ANIO
           OPEN OUTPUT HISTORIA-EXACTITUD
           IF FS-HISTORIA-OK
               PERFORM VARYING WS-IDX-HI FROM 1 BY 1
                   UNTIL WS-IDX-HI > CANT-HISTORIA
                   IF THI-PERIODO(WS-IDX-HI) > WS-PER-CALC
                       MOVE THI-PERIODO(WS-IDX-HI) TO PERIODO-CH
                       MOVE THI-CLASE(WS-IDX-HI) TO CLASE-CH
                       MOVE THI-PROGRAMADOS(WS-IDX-HI)
                           TO CANT-PROG-CH
                       MOVE THI-DEVUELTOS(WS-IDX-HI)
                           TO CANT-DEVUELTOS-CH
                       MOVE THI-EXACTOS(WS-IDX-HI)
                           TO CANT-EXACTOS-CH
                       MOVE THI-NO-DEVUELTOS(WS-IDX-HI)
                           TO CANT-NO-DEVUELTOS-CH
                       WRITE REG-HISTORIA
                   END-IF
               END-PERFORM
               CLOSE HISTORIA-EXACTITUD
           ELSE
               DISPLAY 'ERROR REESCRITURA CICLHIST ' FS-HISTORIA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           DISPLAY 'RESULTADOS APLICADOS   : ' WS-CANT-RESULTADOS
           DISPLAY 'RESULTADOS SIN PROGRAMA: ' WS-CANT-SIN-PROG
           DISPLAY 'ARTICULOS A STOCKCNT   : ' WS-CANT-CONTEOS
           DISPLAY 'CONTEOS NO DEVUELTOS   : ' WS-CANT-NO-DEVUELTOS
           DISPLAY 'RENGLONES PROGRAMADOS  : ' WS-CANT-PROGRAMADOS
           IF FS-NODEV-OK
               CLOSE NO-DEVUELTOS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'STOCKCIC' TO RS-JOB
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

       END PROGRAM STOCKCIC.

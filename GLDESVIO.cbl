       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDESVIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUPUESTO ASSIGN TO  '..\PRESUP.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PRESUP.

           SELECT MAYOR ASSIGN TO  '..\GLBAL'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MAYOR.

           SELECT PERIODOS ASSIGN TO  '..\GLPERIOD'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PERIODOS.

           SELECT PLAN-CUENTAS ASSIGN TO  '..\PLANCTAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PLAN.

           SELECT DESVIOS-REPORTE ASSIGN TO  '..\PRESREAL.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REPORTE.

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
       FD  PRESUPUESTO.
       01  REG-PRESUPUESTO.
           02 EMPRESA-PR               PIC X(3).
           02 CUENTA-PR                PIC X(8).
           02 PERIODO-PR               PIC X(6).
           02 IMPORTE-PR               PIC S9(15)V99.

       FD  MAYOR.
       01  REG-MAYOR.
           02 EMPRESA-MY               PIC X(3).
           02 CUENTA-MY                PIC X(8).
           02 PERIODO-MY               PIC X(6).
           02 DEBE-MY                  PIC 9(15)V99.
           02 HABER-MY                 PIC 9(15)V99.

       FD  PERIODOS.
       01  REG-PERIODO.
           02 PERIODO-PE               PIC X(6).
           02 ESTADO-PE                PIC X(10).
           02 FECHA-CIERRE-PE          PIC X(8).

       FD  PLAN-CUENTAS.
       01  REG-PLAN-CUENTA.
           02 CUENTA-PL                PIC X(8).
           02 DESCRIPCION-PL           PIC X(30).
           02 TIPO-PL                  PIC X(1).
           02 IMPUTABLE-PL             PIC X(1).
           02 PADRE-PL                 PIC X(8).
           02 ACTIVA-PL                PIC X(1).

       FD  DESVIOS-REPORTE.
       01  LIN-REPORTE                 PIC X(132).

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
       01  FS-PRESUP                   PIC X(2).
           88 FS-PRESUP-OK         VALUE "00".
       01  FS-MAYOR                    PIC X(2).
           88 FS-MAYOR-OK          VALUE "00".
       01  FS-PERIODOS                 PIC X(2).
           88 FS-PERIODOS-OK       VALUE "00".
       01  FS-PLAN                     PIC X(2).
           88 FS-PLAN-OK           VALUE "00".
       01  FS-REPORTE                  PIC X(2).
           88 FS-REPORTE-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-REPORTE-ABIERTO          PIC X VALUE 'N'.
           88 REPORTE-ABIERTO          VALUE 'S'.
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
       01  WS-CANT-EXCEDIDAS           PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(12) VALUE SPACES.
       01  WS-PERIODO                  PIC X(6).
       01  WS-TOLERANCIA-PCT           PIC 9(3) VALUE 10.
       01  WS-EMPRESA-PARM             PIC X(3) VALUE SPACES.
       01  WS-PERIODO-ANT              PIC X(6).
       01  WS-PERIODO-ENERO            PIC X(6).
       01  WS-PERIODO-DIC-ANT          PIC X(6).
       01  WS-ANIO-AUX                 PIC 9(4).
       01  WS-MES-AUX                  PIC 9(2).
       01  WS-EMPRESA                  PIC X(3).
       01  WS-CERRADO                  PIC X.
       01  WS-NETO                     PIC S9(15)V99.
       01  WS-IDX-EMP                  PIC 9(3).
       01  WS-IDX-PLAN                 PIC 9(4).
       01  WS-IDX-NIVEL                PIC 9(2).
       01  WS-CUENTA-PADRE             PIC X(8).
       01  WS-VAR-MES                  PIC S9(15)V99.
       01  WS-VAR-ACUM                 PIC S9(15)V99.
       01  WS-PCT-MES                  PIC S9(3)V99.
       01  WS-PCT-ACUM                 PIC S9(3)V99.
       01  WS-EXCEDIDA                 PIC X.
       01  FIN-PRESUP                  PIC X VALUE 'N'.
       01  FIN-MAYOR                   PIC X VALUE 'N'.
       01  FIN-PERIODOS                PIC X VALUE 'N'.
       01  FIN-PLAN                    PIC X VALUE 'N'.

       01  CANT-EMPRESAS               PIC 9(3) VALUE 0.
       01  TABLA-EMPRESAS.
           02 TABLA-EMP-ITEM OCCURS 1 TO 99 TIMES
                             DEPENDING ON CANT-EMPRESAS
                             INDEXED BY IDX-EMP.
               03 TEM-EMPRESA          PIC X(3).

       01  CANT-PERIODOS               PIC 9(4) VALUE 0.
       01  TABLA-PERIODOS.
           02 TABLA-PER-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-PERIODOS
                             INDEXED BY IDX-PER.
               03 TPE-PERIODO          PIC X(6).
               03 TPE-ESTADO           PIC X(10).

      *    TPL-xxx-PROP: importes propios de la cuenta; los demas
      *    incluyen lo que suben sus hijas por la jerarquia.
       01  CANT-PLAN                   PIC 9(4) VALUE 0.
       01  TABLA-PLAN.
           02 TABLA-PLAN-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PLAN
                              INDEXED BY IDX-PLAN.
               03 TPL-CUENTA           PIC X(8).
               03 TPL-DESCRIPCION      PIC X(30).
               03 TPL-IMPUTABLE        PIC X(1).
               03 TPL-PADRE            PIC X(8).
               03 TPL-REAL-MES-PROP    PIC S9(15)V99.
               03 TPL-PRES-MES-PROP    PIC S9(15)V99.
               03 TPL-REAL-ACUM-PROP   PIC S9(15)V99.
               03 TPL-PRES-ACUM-PROP   PIC S9(15)V99.
               03 TPL-REAL-MES         PIC S9(15)V99.
               03 TPL-PRES-MES         PIC S9(15)V99.
               03 TPL-REAL-ACUM        PIC S9(15)V99.
               03 TPL-PRES-ACUM        PIC S9(15)V99.

       01  LIN-DV-TITULO.
           02 FILLER              PIC X(40) VALUE
              'GLDESVIO  PRESUPUESTO VS REAL  PERIODO '.
           02 LDT-PERIODO         PIC X(6).
           02 FILLER              PIC X(11) VALUE '  EMPRESA '.
           02 LDT-EMPRESA         PIC X(3).
           02 FILLER              PIC X(16) VALUE '  TOLERANCIA % '.
           02 LDT-TOLERANCIA      PIC ZZ9.
       01  LIN-DV-ENCABEZADO.
           02 FILLER              PIC X(26) VALUE
              'CUENTA   DESCRIPCION'.
           02 FILLER              PIC X(14) VALUE '     REAL MES'.
           02 FILLER              PIC X(14) VALUE '     PRES MES'.
           02 FILLER              PIC X(14) VALUE '   DESVIO MES'.
           02 FILLER              PIC X(8)  VALUE '   % MES'.
           02 FILLER              PIC X(14) VALUE '    REAL ACUM'.
           02 FILLER              PIC X(14) VALUE '    PRES ACUM'.
           02 FILLER              PIC X(14) VALUE '  DESVIO ACUM'.
           02 FILLER              PIC X(8)  VALUE '  % ACUM'.
       01  LIN-DV-DETALLE.
           02 LDD-CUENTA          PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-DESCRIPCION     PIC X(16).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-REAL-MES        PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-PRES-MES        PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-VAR-MES         PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-PCT-MES         PIC -ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-REAL-ACUM       PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-PRES-ACUM       PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-VAR-ACUM        PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-PCT-ACUM        PIC -ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-MARCA           PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-INFORMAR-EMPRESA
               VARYING WS-IDX-EMP FROM 1 BY 1
               UNTIL WS-IDX-EMP > CANT-EMPRESAS.
           PERFORM 30000-FINAL.

      *    Parametro: (1:6) periodo AAAAMM, por defecto el mes en
      *    curso; (7:3) tolerancia de desvio en %; (10:3) empresa,
      *    en blanco todas.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) IS NUMERIC
               MOVE WS-PARM(1:6) TO WS-PERIODO
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIODO
           END-IF
           IF WS-PARM(7:3) IS NUMERIC
               MOVE WS-PARM(7:3) TO WS-TOLERANCIA-PCT
           END-IF
           MOVE WS-PARM(10:3) TO WS-EMPRESA-PARM

           MOVE WS-PERIODO(1:4) TO WS-ANIO-AUX
           MOVE WS-PERIODO(5:2) TO WS-MES-AUX
           MOVE WS-PERIODO(1:4) TO WS-PERIODO-ENERO(1:4)
           MOVE '01' TO WS-PERIODO-ENERO(5:2)
           SUBTRACT 1 FROM WS-ANIO-AUX
           MOVE WS-ANIO-AUX TO WS-PERIODO-DIC-ANT(1:4)
           MOVE '12' TO WS-PERIODO-DIC-ANT(5:2)
           IF WS-MES-AUX = 1
               MOVE WS-PERIODO-DIC-ANT TO WS-PERIODO-ANT
           ELSE
               SUBTRACT 1 FROM WS-MES-AUX
               MOVE WS-PERIODO(1:4) TO WS-PERIODO-ANT(1:4)
               MOVE WS-MES-AUX TO WS-PERIODO-ANT(5:2)
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

           PERFORM 12000-CARGAR-PLAN
           PERFORM 13000-CARGAR-PERIODOS
           PERFORM 14000-CARGAR-EMPRESAS

           OPEN OUTPUT DESVIOS-REPORTE.
           IF NOT FS-REPORTE-OK
               DISPLAY 'ERROR AL ABRIR PRESREAL'
               DISPLAY 'FILE STATUS ' FS-REPORTE
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-REPORTE TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PRESREAL' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET REPORTE-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'GLDESVIO' AND RS-FIN(1:8)
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

       12000-CARGAR-PLAN.
           OPEN INPUT PLAN-CUENTAS.
           IF NOT FS-PLAN-OK
               DISPLAY 'ERROR AL ABRIR PLANCTAS'
               DISPLAY 'FILE STATUS ' FS-PLAN
               MOVE '12000-CARGAR-PLAN' TO JL-PARRAFO
               MOVE FS-PLAN TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PLANCTAS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-PLAN = 'S'
               READ PLAN-CUENTAS
                   AT END
                       MOVE 'S' TO FIN-PLAN
                   NOT AT END
                       ADD 1 TO CANT-PLAN
                       MOVE CUENTA-PL TO TPL-CUENTA(CANT-PLAN)
                       MOVE DESCRIPCION-PL
                           TO TPL-DESCRIPCION(CANT-PLAN)
                       MOVE IMPUTABLE-PL TO TPL-IMPUTABLE(CANT-PLAN)
                       MOVE PADRE-PL TO TPL-PADRE(CANT-PLAN)
               END-READ
           END-PERFORM
           CLOSE PLAN-CUENTAS.

       13000-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS.
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

      *    Empresas con presupuesto o con saldos en el ejercicio.
       14000-CARGAR-EMPRESAS.
           IF WS-EMPRESA-PARM NOT = SPACES
               MOVE 1 TO CANT-EMPRESAS
               MOVE WS-EMPRESA-PARM TO TEM-EMPRESA(1)
           ELSE
               OPEN INPUT PRESUPUESTO
               IF FS-PRESUP-OK
                   PERFORM UNTIL FIN-PRESUP = 'S'
                       READ PRESUPUESTO
                           AT END
                               MOVE 'S' TO FIN-PRESUP
                           NOT AT END
                               IF PERIODO-PR(1:4) = WS-PERIODO(1:4)
                                   MOVE EMPRESA-PR TO WS-EMPRESA
                                   PERFORM 14100-ANOTAR-EMPRESA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRESUPUESTO
               END-IF
               OPEN INPUT MAYOR
               IF FS-MAYOR-OK
                   PERFORM UNTIL FIN-MAYOR = 'S'
                       READ MAYOR
                           AT END
                               MOVE 'S' TO FIN-MAYOR
                           NOT AT END
                               IF PERIODO-MY(1:4) = WS-PERIODO(1:4)
                                   MOVE EMPRESA-MY TO WS-EMPRESA
                                   PERFORM 14100-ANOTAR-EMPRESA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MAYOR
               END-IF
           END-IF.

       14100-ANOTAR-EMPRESA.
           SET IDX-EMP TO 1
           IF CANT-EMPRESAS > 0
               SEARCH TABLA-EMP-ITEM
                   AT END
                       IF CANT-EMPRESAS < 99
                           ADD 1 TO CANT-EMPRESAS
                           MOVE WS-EMPRESA
                               TO TEM-EMPRESA(CANT-EMPRESAS)
                       END-IF
                   WHEN TEM-EMPRESA(IDX-EMP) = WS-EMPRESA
                       CONTINUE
               END-SEARCH
           ELSE
               MOVE 1 TO CANT-EMPRESAS
               MOVE WS-EMPRESA TO TEM-EMPRESA(1)
           END-IF.

       20000-INFORMAR-EMPRESA.
           MOVE TEM-EMPRESA(WS-IDX-EMP) TO WS-EMPRESA
           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
               UNTIL WS-IDX-PLAN > CANT-PLAN
               MOVE 0 TO TPL-REAL-MES-PROP(WS-IDX-PLAN)
               MOVE 0 TO TPL-PRES-MES-PROP(WS-IDX-PLAN)
               MOVE 0 TO TPL-REAL-ACUM-PROP(WS-IDX-PLAN)
               MOVE 0 TO TPL-PRES-ACUM-PROP(WS-IDX-PLAN)
               MOVE 0 TO TPL-REAL-MES(WS-IDX-PLAN)
               MOVE 0 TO TPL-PRES-MES(WS-IDX-PLAN)
               MOVE 0 TO TPL-REAL-ACUM(WS-IDX-PLAN)
               MOVE 0 TO TPL-PRES-ACUM(WS-IDX-PLAN)
           END-PERFORM
           PERFORM 21000-SUMAR-REAL
           PERFORM 22000-SUMAR-PRESUPUESTO
           PERFORM 23000-ROLLUP
               VARYING WS-IDX-PLAN FROM 1 BY 1
               UNTIL WS-IDX-PLAN > CANT-PLAN
           PERFORM 24000-LISTAR-EMPRESA.

      *    El cierre arrastra el saldo del periodo cerrado como
      *    apertura del siguiente; el movimiento real de un mes es
      *    su saldo menos el arrastre recibido del mes anterior.
       21000-SUMAR-REAL.
           MOVE 'N' TO FIN-MAYOR
           OPEN INPUT MAYOR.
           IF FS-MAYOR-OK
               PERFORM UNTIL FIN-MAYOR = 'S'
                   READ MAYOR
                       AT END
                           MOVE 'S' TO FIN-MAYOR
                       NOT AT END
                           IF EMPRESA-MY = WS-EMPRESA
                              AND PERIODO-MY >= WS-PERIODO-DIC-ANT
                              AND PERIODO-MY <= WS-PERIODO
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 21100-IMPUTAR-REAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAYOR
           ELSE
               MOVE '21000-SUMAR-REAL' TO JL-PARRAFO
               MOVE FS-MAYOR TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN MAYOR GLBAL' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       21100-IMPUTAR-REAL.
           PERFORM 25000-BUSCAR-CUENTA-MY
           IF WS-IDX-PLAN > 0
               COMPUTE WS-NETO = DEBE-MY - HABER-MY
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
               IF PERIODO-MY >= WS-PERIODO-ENERO
                   ADD WS-NETO TO TPL-REAL-ACUM-PROP(WS-IDX-PLAN)
               END-IF
               IF PERIODO-MY = WS-PERIODO
                   ADD WS-NETO TO TPL-REAL-MES-PROP(WS-IDX-PLAN)
               END-IF
               IF WS-CERRADO = 'S' AND PERIODO-MY < WS-PERIODO
                   SUBTRACT WS-NETO
                       FROM TPL-REAL-ACUM-PROP(WS-IDX-PLAN)
               END-IF
               IF WS-CERRADO = 'S' AND PERIODO-MY = WS-PERIODO-ANT
                   SUBTRACT WS-NETO
                       FROM TPL-REAL-MES-PROP(WS-IDX-PLAN)
               END-IF
           END-IF.

       22000-SUMAR-PRESUPUESTO.
           MOVE 'N' TO FIN-PRESUP
           OPEN INPUT PRESUPUESTO.
           IF FS-PRESUP-OK
               PERFORM UNTIL FIN-PRESUP = 'S'
                   READ PRESUPUESTO
                       AT END
                           MOVE 'S' TO FIN-PRESUP
                       NOT AT END
                           IF EMPRESA-PR = WS-EMPRESA
                              AND PERIODO-PR >= WS-PERIODO-ENERO
                              AND PERIODO-PR <= WS-PERIODO
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 22100-IMPUTAR-PRESUPUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTO
           ELSE
               MOVE '22000-SUMAR-PRESU' TO JL-PARRAFO
               MOVE FS-PRESUP TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN PRESUPUESTO CARGADO' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       22100-IMPUTAR-PRESUPUESTO.
           MOVE 0 TO WS-IDX-PLAN
           IF CANT-PLAN > 0
               SET IDX-PLAN TO 1
               SEARCH TABLA-PLAN-ITEM
                   AT END
                       CONTINUE
                   WHEN TPL-CUENTA(IDX-PLAN) = CUENTA-PR
                       SET WS-IDX-PLAN TO IDX-PLAN
               END-SEARCH
           END-IF
           IF WS-IDX-PLAN > 0
               ADD IMPORTE-PR TO TPL-PRES-ACUM-PROP(WS-IDX-PLAN)
               IF PERIODO-PR = WS-PERIODO
                   ADD IMPORTE-PR TO TPL-PRES-MES-PROP(WS-IDX-PLAN)
               END-IF
           END-IF.

      *    Los importes propios de cada cuenta suben a ella misma y
      *    a cada una de sus antecesoras en el plan.
       23000-ROLLUP.
           ADD TPL-REAL-MES-PROP(WS-IDX-PLAN)
               TO TPL-REAL-MES(WS-IDX-PLAN)
           ADD TPL-PRES-MES-PROP(WS-IDX-PLAN)
               TO TPL-PRES-MES(WS-IDX-PLAN)
           ADD TPL-REAL-ACUM-PROP(WS-IDX-PLAN)
               TO TPL-REAL-ACUM(WS-IDX-PLAN)
           ADD TPL-PRES-ACUM-PROP(WS-IDX-PLAN)
               TO TPL-PRES-ACUM(WS-IDX-PLAN)
           MOVE TPL-PADRE(WS-IDX-PLAN) TO WS-CUENTA-PADRE
           MOVE 0 TO WS-IDX-NIVEL
           PERFORM UNTIL WS-CUENTA-PADRE = SPACES
                      OR WS-IDX-NIVEL > 20
               ADD 1 TO WS-IDX-NIVEL
               SET IDX-PLAN TO 1
               SEARCH TABLA-PLAN-ITEM
                   AT END
                       MOVE SPACES TO WS-CUENTA-PADRE
                   WHEN TPL-CUENTA(IDX-PLAN) = WS-CUENTA-PADRE
                       ADD TPL-REAL-MES-PROP(WS-IDX-PLAN)
                           TO TPL-REAL-MES(IDX-PLAN)
                       ADD TPL-PRES-MES-PROP(WS-IDX-PLAN)
                           TO TPL-PRES-MES(IDX-PLAN)
                       ADD TPL-REAL-ACUM-PROP(WS-IDX-PLAN)
                           TO TPL-REAL-ACUM(IDX-PLAN)
                       ADD TPL-PRES-ACUM-PROP(WS-IDX-PLAN)
                           TO TPL-PRES-ACUM(IDX-PLAN)
                       MOVE TPL-PADRE(IDX-PLAN) TO WS-CUENTA-PADRE
               END-SEARCH
           END-PERFORM.

       24000-LISTAR-EMPRESA.
           IF REPORTE-ABIERTO
               MOVE WS-PERIODO TO LDT-PERIODO
               MOVE WS-EMPRESA TO LDT-EMPRESA
               MOVE WS-TOLERANCIA-PCT TO LDT-TOLERANCIA
               WRITE LIN-REPORTE FROM LIN-DV-TITULO
               WRITE LIN-REPORTE FROM LIN-DV-ENCABEZADO
               PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > CANT-PLAN
                   IF TPL-REAL-MES(WS-IDX-PLAN) NOT = 0
                      OR TPL-PRES-MES(WS-IDX-PLAN) NOT = 0
                      OR TPL-REAL-ACUM(WS-IDX-PLAN) NOT = 0
                      OR TPL-PRES-ACUM(WS-IDX-PLAN) NOT = 0
                       PERFORM 24100-LISTAR-CUENTA
                   END-IF
               END-PERFORM
               MOVE SPACES TO LIN-REPORTE
               WRITE LIN-REPORTE
           END-IF.

      *    Desvio = real - presupuesto; el porcentaje es sobre el
      *    presupuesto. Sin presupuesto, todo real es desvio pleno.
       24100-LISTAR-CUENTA.
           COMPUTE WS-VAR-MES = TPL-REAL-MES(WS-IDX-PLAN)
                              - TPL-PRES-MES(WS-IDX-PLAN)
           COMPUTE WS-VAR-ACUM = TPL-REAL-ACUM(WS-IDX-PLAN)
                               - TPL-PRES-ACUM(WS-IDX-PLAN)
           MOVE 0 TO WS-PCT-MES
           IF TPL-PRES-MES(WS-IDX-PLAN) NOT = 0
               COMPUTE WS-PCT-MES ROUNDED = WS-VAR-MES * 100
                   / FUNCTION ABS(TPL-PRES-MES(WS-IDX-PLAN))
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-MES
               END-COMPUTE
           ELSE
               IF WS-VAR-MES NOT = 0
                   MOVE 999.99 TO WS-PCT-MES
               END-IF
           END-IF
           MOVE 0 TO WS-PCT-ACUM
           IF TPL-PRES-ACUM(WS-IDX-PLAN) NOT = 0
               COMPUTE WS-PCT-ACUM ROUNDED = WS-VAR-ACUM * 100
                   / FUNCTION ABS(TPL-PRES-ACUM(WS-IDX-PLAN))
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-ACUM
               END-COMPUTE
           ELSE
               IF WS-VAR-ACUM NOT = 0
                   MOVE 999.99 TO WS-PCT-ACUM
               END-IF
           END-IF
           MOVE 'N' TO WS-EXCEDIDA
           IF FUNCTION ABS(WS-PCT-MES) > WS-TOLERANCIA-PCT
              OR FUNCTION ABS(WS-PCT-ACUM) > WS-TOLERANCIA-PCT
               MOVE 'S' TO WS-EXCEDIDA
               ADD 1 TO WS-CANT-EXCEDIDAS
           END-IF
           MOVE TPL-CUENTA(WS-IDX-PLAN) TO LDD-CUENTA
           MOVE TPL-DESCRIPCION(WS-IDX-PLAN) TO LDD-DESCRIPCION
           MOVE TPL-REAL-MES(WS-IDX-PLAN) TO LDD-REAL-MES
           MOVE TPL-PRES-MES(WS-IDX-PLAN) TO LDD-PRES-MES
           MOVE WS-VAR-MES TO LDD-VAR-MES
           MOVE WS-PCT-MES TO LDD-PCT-MES
           MOVE TPL-REAL-ACUM(WS-IDX-PLAN) TO LDD-REAL-ACUM
           MOVE TPL-PRES-ACUM(WS-IDX-PLAN) TO LDD-PRES-ACUM
           MOVE WS-VAR-ACUM TO LDD-VAR-ACUM
           MOVE WS-PCT-ACUM TO LDD-PCT-ACUM
           MOVE SPACES TO LDD-MARCA
           IF WS-EXCEDIDA = 'S'
               MOVE '***' TO LDD-MARCA
           END-IF
           WRITE LIN-REPORTE FROM LIN-DV-DETALLE
           ADD 1 TO WS-CANT-SALIDA.

       25000-BUSCAR-CUENTA-MY.
           MOVE 0 TO WS-IDX-PLAN
           IF CANT-PLAN > 0
               SET IDX-PLAN TO 1
               SEARCH TABLA-PLAN-ITEM
                   AT END
                       CONTINUE
                   WHEN TPL-CUENTA(IDX-PLAN) = CUENTA-MY
                       SET WS-IDX-PLAN TO IDX-PLAN
               END-SEARCH
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'GLDESVIO' TO JL-PROGRAMA
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
               MOVE 'GLDESVIO' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'REGISTROS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'CUENTAS INFORMADAS  : ' WS-CANT-SALIDA
           DISPLAY 'FUERA DE TOLERANCIA : ' WS-CANT-EXCEDIDAS
           IF REPORTE-ABIERTO
               CLOSE DESVIOS-REPORTE
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'GLDESVIO' TO RS-JOB
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

       END PROGRAM GLDESVIO.

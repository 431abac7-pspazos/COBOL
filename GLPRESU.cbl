       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPRESU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO  '..\PRESMOVS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT PRESUPUESTO ASSIGN TO  '..\PRESUP.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PRESUP.

           SELECT PLAN-CUENTAS ASSIGN TO  '..\PLANCTAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PLAN.

           SELECT RECHAZOS-PRESU ASSIGN TO  '..\PRESRECH.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

           SELECT AUDIT-CENTRAL ASSIGN TO  '..\AUDITORIA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUDIT-CEN.

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
      *    Importes con el signo del mayor: debe menos haber.
       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02 TIPO-MV                  PIC X(1).
              88 MOV-ALTA              VALUE 'A'.
              88 MOV-BAJA              VALUE 'B'.
              88 MOV-MODIF             VALUE 'M'.
           02 EMPRESA-MV               PIC X(3).
           02 CUENTA-MV                PIC X(8).
           02 PERIODO-MV               PIC X(6).
           02 IMPORTE-MV               PIC S9(15)V99.

       FD  PRESUPUESTO.
       01  REG-PRESUPUESTO.
           02 EMPRESA-PR               PIC X(3).
           02 CUENTA-PR                PIC X(8).
           02 PERIODO-PR               PIC X(6).
           02 IMPORTE-PR               PIC S9(15)V99.

       FD  PLAN-CUENTAS.
       01  REG-PLAN-CUENTA.
           02 CUENTA-PL                PIC X(8).
           02 DESCRIPCION-PL           PIC X(30).
           02 TIPO-PL                  PIC X(1).
           02 IMPUTABLE-PL             PIC X(1).
           02 PADRE-PL                 PIC X(8).
           02 ACTIVA-PL                PIC X(1).

       FD  RECHAZOS-PRESU.
       01  REG-RECHAZO-PRESU.
           02 TIPO-RP                  PIC X(1).
           02 EMPRESA-RP               PIC X(3).
           02 CUENTA-RP                PIC X(8).
           02 PERIODO-RP               PIC X(6).
           02 MOTIVO-RP                PIC X(30).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.
           02 AC-PROGRAMA              PIC X(10).
           02 AC-ARCHIVO               PIC X(12).
           02 AC-CLAVE                 PIC X(20).
           02 AC-IMAGEN-ANTES          PIC X(132).
           02 AC-IMAGEN-DESPUES        PIC X(132).
           02 AC-TIMESTAMP             PIC X(21).
           02 AC-RUN-ID                PIC X(11).
           02 AC-OPERADOR              PIC X(8).

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
       01  FS-MOVIMIENTOS              PIC X(2).
           88 FS-MOVIMIENTOS-OK    VALUE "00".
       01  FS-PRESUP                   PIC X(2).
           88 FS-PRESUP-OK         VALUE "00".
       01  FS-PLAN                     PIC X(2).
           88 FS-PLAN-OK           VALUE "00".
       01  FS-RECHAZOS                 PIC X(2).
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-RECHAZOS-ABIERTO         PIC X VALUE 'N'.
           88 RECHAZOS-ABIERTO         VALUE 'S'.
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
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.

       01  FIN-MOVIMIENTOS             PIC X VALUE 'N'.
       01  FIN-PRESUP                  PIC X VALUE 'N'.
       01  FIN-PLAN                    PIC X VALUE 'N'.
       01  WS-MOV-VALIDO               PIC X VALUE 'S'.
           88 MOV-VALIDO           VALUE 'S' FALSE 'N'.
       01  WS-MOTIVO                   PIC X(30).
       01  WS-IDX-PRE                  PIC 9(5).
       01  WS-MES-MV                   PIC 9(2).
       01  FS-AUDIT-CEN                PIC X(2).
           88 FS-AUDIT-CEN-OK      VALUE "00".
       01  WS-AUDIT-CEN-ABIERTO        PIC X VALUE 'N'.
           88 AUDIT-CEN-ABIERTO        VALUE 'S'.
       01  WS-AC-ANTES                 PIC X(132).
       01  WS-AC-DESPUES               PIC X(132).
       01  WS-IMG-PRESU.
           02 IMG-EMPRESA-PR           PIC X(3).
           02 IMG-CUENTA-PR            PIC X(8).
           02 IMG-PERIODO-PR           PIC X(6).
           02 IMG-IMPORTE-PR           PIC S9(15)V99.

       01  CANT-PLAN                   PIC 9(4) VALUE 0.
       01  TABLA-PLAN.
           02 TABLA-PLAN-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PLAN
                              INDEXED BY IDX-PLAN.
               03 TPL-CUENTA           PIC X(8).
               03 TPL-IMPUTABLE        PIC X(1).
               03 TPL-ACTIVA           PIC X(1).

      *    TPR-BORRADO: la baja no se graba al reescribir.
       01  CANT-PRESU                  PIC 9(5) VALUE 0.
       01  TABLA-PRESU.
           02 TABLA-PRESU-ITEM OCCURS 1 TO 50000 TIMES
                               DEPENDING ON CANT-PRESU
                               INDEXED BY IDX-PRE.
               03 TPR-EMPRESA          PIC X(3).
               03 TPR-CUENTA           PIC X(8).
               03 TPR-PERIODO          PIC X(6).
               03 TPR-IMPORTE          PIC S9(15)V99.
               03 TPR-BORRADO          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-PLAN.
           PERFORM 13000-CARGAR-PRESUPUESTO.
           PERFORM 20000-APLICAR-MOVIMIENTOS
               UNTIL FIN-MOVIMIENTOS = 'S'.
           PERFORM 26000-REESCRIBIR-PRESUPUESTO.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND AUDIT-CENTRAL.
           IF FS-AUDIT-CEN = "35"
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF
           IF FS-AUDIT-CEN-OK
               SET AUDIT-CEN-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN INPUT MOVIMIENTOS.
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'SIN MOVIMIENTOS DE PRESUPUESTO '
                       FS-MOVIMIENTOS
               MOVE 'S' TO FIN-MOVIMIENTOS
           END-IF

           OPEN OUTPUT RECHAZOS-PRESU.
           IF FS-RECHAZOS-OK
               SET RECHAZOS-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'GLPRESU' AND RS-FIN(1:8)
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
                       MOVE IMPUTABLE-PL TO TPL-IMPUTABLE(CANT-PLAN)
                       MOVE ACTIVA-PL TO TPL-ACTIVA(CANT-PLAN)
               END-READ
           END-PERFORM
           CLOSE PLAN-CUENTAS.

       13000-CARGAR-PRESUPUESTO.
           OPEN INPUT PRESUPUESTO.
           IF FS-PRESUP-OK
               PERFORM UNTIL FIN-PRESUP = 'S'
                   READ PRESUPUESTO
                       AT END
                           MOVE 'S' TO FIN-PRESUP
                       NOT AT END
                           ADD 1 TO CANT-PRESU
                           MOVE EMPRESA-PR TO TPR-EMPRESA(CANT-PRESU)
                           MOVE CUENTA-PR TO TPR-CUENTA(CANT-PRESU)
                           MOVE PERIODO-PR TO TPR-PERIODO(CANT-PRESU)
                           MOVE IMPORTE-PR TO TPR-IMPORTE(CANT-PRESU)
                           MOVE 'N' TO TPR-BORRADO(CANT-PRESU)
                   END-READ
               END-PERFORM
               CLOSE PRESUPUESTO
           END-IF.

       20000-APLICAR-MOVIMIENTOS.
           READ MOVIMIENTOS
               AT END
                   MOVE 'S' TO FIN-MOVIMIENTOS
           END-READ
           IF FIN-MOVIMIENTOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 21000-VALIDAR-MOVIMIENTO
               IF MOV-VALIDO
                   PERFORM 22000-APLICAR-MOVIMIENTO
               ELSE
                   PERFORM 70000-GRABAR-RECHAZO
               END-IF
           END-IF.

      *    Solo se presupuestan cuentas imputables y activas; las
      *    sumarizadoras se obtienen por rollup en el informe.
       21000-VALIDAR-MOVIMIENTO.
           SET MOV-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           MOVE 0 TO WS-IDX-PRE
           IF CANT-PRESU > 0
               SET IDX-PRE TO 1
               SEARCH TABLA-PRESU-ITEM
                   AT END
                       CONTINUE
                   WHEN TPR-EMPRESA(IDX-PRE) = EMPRESA-MV
                    AND TPR-CUENTA(IDX-PRE) = CUENTA-MV
                    AND TPR-PERIODO(IDX-PRE) = PERIODO-MV
                    AND TPR-BORRADO(IDX-PRE) = 'N'
                       SET WS-IDX-PRE TO IDX-PRE
               END-SEARCH
           END-IF
           IF NOT MOV-ALTA AND NOT MOV-BAJA AND NOT MOV-MODIF
               SET MOV-VALIDO TO FALSE
               MOVE 'TIPO MOVIMIENTO INVALIDO' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND EMPRESA-MV = SPACES
               SET MOV-VALIDO TO FALSE
               MOVE 'EMPRESA EN BLANCO' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND PERIODO-MV IS NOT NUMERIC
               SET MOV-VALIDO TO FALSE
               MOVE 'PERIODO INVALIDO' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO
               MOVE PERIODO-MV(5:2) TO WS-MES-MV
               IF WS-MES-MV < 1 OR WS-MES-MV > 12
                   SET MOV-VALIDO TO FALSE
                   MOVE 'PERIODO INVALIDO' TO WS-MOTIVO
               END-IF
           END-IF
           IF MOV-VALIDO AND MOV-ALTA AND WS-IDX-PRE > 0
               SET MOV-VALIDO TO FALSE
               MOVE 'PRESUPUESTO YA EXISTE' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND NOT MOV-ALTA AND WS-IDX-PRE = 0
               SET MOV-VALIDO TO FALSE
               MOVE 'PRESUPUESTO INEXISTENTE' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND NOT MOV-BAJA
               PERFORM 21500-VALIDAR-CUENTA
           END-IF.

       21500-VALIDAR-CUENTA.
           SET MOV-VALIDO TO FALSE
           MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
           IF CANT-PLAN > 0
               SET IDX-PLAN TO 1
               SEARCH TABLA-PLAN-ITEM
                   AT END
                       CONTINUE
                   WHEN TPL-CUENTA(IDX-PLAN) = CUENTA-MV
                       EVALUATE TRUE
                           WHEN TPL-ACTIVA(IDX-PLAN) = 'N'
                               MOVE 'CUENTA DADA DE BAJA'
                                   TO WS-MOTIVO
                           WHEN TPL-IMPUTABLE(IDX-PLAN) = 'N'
                               MOVE 'CUENTA NO IMPUTABLE'
                                   TO WS-MOTIVO
                           WHEN OTHER
                               SET MOV-VALIDO TO TRUE
                               MOVE SPACES TO WS-MOTIVO
                       END-EVALUATE
               END-SEARCH
           END-IF.

       22000-APLICAR-MOVIMIENTO.
           MOVE SPACES TO WS-AC-ANTES
           IF WS-IDX-PRE > 0
               PERFORM 23500-ARMAR-IMAGEN
               MOVE WS-IMG-PRESU TO WS-AC-ANTES(1:34)
           END-IF
           EVALUATE TRUE
               WHEN MOV-ALTA
                   ADD 1 TO CANT-PRESU
                   MOVE EMPRESA-MV TO TPR-EMPRESA(CANT-PRESU)
                   MOVE CUENTA-MV TO TPR-CUENTA(CANT-PRESU)
                   MOVE PERIODO-MV TO TPR-PERIODO(CANT-PRESU)
                   MOVE IMPORTE-MV TO TPR-IMPORTE(CANT-PRESU)
                   MOVE 'N' TO TPR-BORRADO(CANT-PRESU)
                   MOVE CANT-PRESU TO WS-IDX-PRE
               WHEN MOV-BAJA
                   MOVE 'S' TO TPR-BORRADO(WS-IDX-PRE)
               WHEN MOV-MODIF
                   MOVE IMPORTE-MV TO TPR-IMPORTE(WS-IDX-PRE)
           END-EVALUATE
           MOVE SPACES TO WS-AC-DESPUES
           IF NOT MOV-BAJA
               PERFORM 23500-ARMAR-IMAGEN
               MOVE WS-IMG-PRESU TO WS-AC-DESPUES(1:34)
           END-IF
           PERFORM 23700-GRABAR-AUDIT-CEN
           ADD 1 TO WS-CANT-SALIDA.

       23500-ARMAR-IMAGEN.
           MOVE TPR-EMPRESA(WS-IDX-PRE) TO IMG-EMPRESA-PR
           MOVE TPR-CUENTA(WS-IDX-PRE) TO IMG-CUENTA-PR
           MOVE TPR-PERIODO(WS-IDX-PRE) TO IMG-PERIODO-PR
           MOVE TPR-IMPORTE(WS-IDX-PRE) TO IMG-IMPORTE-PR.

       23700-GRABAR-AUDIT-CEN.
           IF AUDIT-CEN-ABIERTO
               MOVE 'GLPRESU' TO AC-PROGRAMA
               MOVE 'PRESUP' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE EMPRESA-MV TO AC-CLAVE(1:3)
               MOVE CUENTA-MV TO AC-CLAVE(4:8)
               MOVE PERIODO-MV TO AC-CLAVE(12:6)
               MOVE WS-AC-ANTES TO AC-IMAGEN-ANTES
               MOVE WS-AC-DESPUES TO AC-IMAGEN-DESPUES
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE WS-RUN-ID TO AC-RUN-ID
               MOVE SPACES TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       26000-REESCRIBIR-PRESUPUESTO.
           IF WS-ESTADO-FINAL = 'OK' AND WS-CANT-SALIDA > 0
               OPEN OUTPUT PRESUPUESTO
               IF FS-PRESUP-OK
                   PERFORM VARYING WS-IDX-PRE FROM 1 BY 1
                       UNTIL WS-IDX-PRE > CANT-PRESU
                       IF TPR-BORRADO(WS-IDX-PRE) = 'N'
                           MOVE TPR-EMPRESA(WS-IDX-PRE) TO EMPRESA-PR
                           MOVE TPR-CUENTA(WS-IDX-PRE) TO CUENTA-PR
                           MOVE TPR-PERIODO(WS-IDX-PRE) TO PERIODO-PR
                           MOVE TPR-IMPORTE(WS-IDX-PRE) TO IMPORTE-PR
                           WRITE REG-PRESUPUESTO
                       END-IF
                   END-PERFORM
                   CLOSE PRESUPUESTO
               ELSE
                   DISPLAY 'ERROR REESCRITURA PRESUP ' FS-PRESUP
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       70000-GRABAR-RECHAZO.
           IF RECHAZOS-ABIERTO
               MOVE TIPO-MV TO TIPO-RP
               MOVE EMPRESA-MV TO EMPRESA-RP
               MOVE CUENTA-MV TO CUENTA-RP
               MOVE PERIODO-MV TO PERIODO-RP
               MOVE WS-MOTIVO TO MOTIVO-RP
               WRITE REG-RECHAZO-PRESU
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'GLPRESU' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'MOVIMIENTOS LEIDOS  : ' WS-CANT-ENTRADA
           DISPLAY 'MOVIMIENTOS APLICAD.: ' WS-CANT-SALIDA
           DISPLAY 'MOVIMIENTOS RECHAZ. : ' WS-CANT-RECHAZOS
           IF FS-MOVIMIENTOS-OK
               CLOSE MOVIMIENTOS
           END-IF
           IF RECHAZOS-ABIERTO
               CLOSE RECHAZOS-PRESU
           END-IF
           IF AUDIT-CEN-ABIERTO
               CLOSE AUDIT-CENTRAL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'GLPRESU' TO RS-JOB
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

       END PROGRAM GLPRESU.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EGRESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAJOS ASSIGN TO  '..\LEGAJOS.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LEGAJOS.

           SELECT HISTORIA ASSIGN TO  '..\HISTACAD.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HISTORIA.

           SELECT PLAN-ESTUDIO ASSIGN TO  '..\PLANCURR.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PLAN.

           SELECT ALUMNO-PLAN ASSIGN TO  '..\ALUMPLAN.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ALUMPLAN.

           SELECT EQUIVALENCIAS ASSIGN TO  '..\EQUIVAL.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EQUIVAL.

           SELECT AUDITORIA ASSIGN TO  '..\AUDITEGR.DAT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-AUDITORIA.

           SELECT EGRESADOS ASSIGN TO  '..\EGRESOS.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-EGRESADOS.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAJOS.
       01  REG-LEGAJO.
           03 LEGAJO-L             PIC 9(8).
           03 NOMBRE-L             PIC X(30).
           03 ANIO-CURSO-L         PIC 9(1).
           03 DIVISION-L           PIC X(1).
           03 ESTADO-L             PIC X(1).
           03 FECHA-ALTA-L         PIC 9(8).
           03 FECHA-BAJA-L         PIC 9(8).

       FD  HISTORIA.
       01  REG-HISTORIA.
           03 LEGAJO-H             PIC 9(8).
           03 ANIO-H               PIC X(4).
           03 MATERIA-H            PIC X(30).
           03 NOTA-H               PIC 9(2).
           03 ESTADO-H             PIC X(12).
           03 CURSO-H              PIC 9(1).
           03 DIVISION-H           PIC X(1).
           03 CONDICION-H          PIC X(1).

      *    Materias obligatorias por plan, anio y orientacion. La
      *    orientacion en blanco es tronco comun. COND-REQUERIDA-PC
      *    'R' exige haberla cursado regular (por asistencia).
       FD  PLAN-ESTUDIO.
       01  REG-PLAN.
           03 PLAN-PC              PIC 9(4).
           03 ORIENTACION-PC       PIC X(4).
           03 ANIO-CURSO-PC        PIC 9(1).
           03 COD-MATERIA-PC       PIC X(6).
           03 MATERIA-PC           PIC X(30).
           03 NOTA-MINIMA-PC       PIC 9(2).
           03 COND-REQUERIDA-PC    PIC X(1).

       FD  ALUMNO-PLAN.
       01  REG-ALUMNO-PLAN.
           03 LEGAJO-AP            PIC 9(8).
           03 PLAN-AP              PIC 9(4).
           03 ORIENTACION-AP       PIC X(4).

      *    Para alumnos que cambiaron de plan: la materia aprobada
      *    MATERIA-ORIG-EQ cubre la materia MATERIA-EQ del plan.
       FD  EQUIVALENCIAS.
       01  REG-EQUIVALENCIA.
           03 PLAN-EQ              PIC 9(4).
           03 MATERIA-EQ           PIC X(30).
           03 MATERIA-ORIG-EQ      PIC X(30).

       FD  AUDITORIA.
       01  LIN-AUDITORIA           PIC X(90).

       FD  EGRESADOS.
       01  REG-EGRESADO.
           03 LEGAJO-EG            PIC 9(8).
           03 NOMBRE-EG            PIC X(30).
           03 PLAN-EG              PIC 9(4).
           03 ORIENTACION-EG       PIC X(4).
           03 PROMEDIO-EG          PIC 9(2)V99.
           03 FECHA-EG             PIC 9(8).

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
       01  FS-LEGAJOS              PIC X(2).
           88 FS-LEGAJOS-OK        VALUE "00".
       01  FS-HISTORIA             PIC X(2).
           88 FS-HISTORIA-OK       VALUE "00".
       01  FS-PLAN                 PIC X(2).
           88 FS-PLAN-OK           VALUE "00".
       01  FS-ALUMPLAN             PIC X(2).
           88 FS-ALUMPLAN-OK       VALUE "00".
       01  FS-EQUIVAL              PIC X(2).
           88 FS-EQUIVAL-OK        VALUE "00".
       01  FS-AUDITORIA            PIC X(2).
           88 FS-AUDITORIA-OK      VALUE "00".
       01  FS-EGRESADOS            PIC X(2).
           88 FS-EGRESADOS-OK      VALUE "00".
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
       01  WS-CANT-AUDITADOS       PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-PLAN        PIC 9(7) VALUE 0.

       01  WS-PARM                 PIC X(8) VALUE SPACES.
       01  WS-LEGAJO-BUSCADO       PIC 9(8) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(8).
       01  FIN-LEGAJOS             PIC X VALUE 'N'.
       01  FIN-HISTORIA            PIC X VALUE 'N'.
       01  FIN-PLAN                PIC X VALUE 'N'.
       01  FIN-ALUMPLAN            PIC X VALUE 'N'.
       01  FIN-EQUIVAL             PIC X VALUE 'N'.
       01  WS-IDX-PLAN             PIC 9(5).
       01  WS-IDX-HIS              PIC 9(5).
       01  WS-IDX-EQU              PIC 9(5).
       01  WS-PLAN-ALUMNO          PIC 9(4).
       01  WS-ORIENT-ALUMNO        PIC X(4).
       01  WS-MATERIA-BUSCADA      PIC X(30).
       01  WS-MEJOR-NOTA           PIC 9(2).
       01  WS-CONDICION-OK         PIC X.
       01  WS-CURSADA              PIC X.
       01  WS-POR-EQUIV            PIC X.
       01  WS-MOTIVO               PIC X(20).
       01  WS-CANT-REQUERIDAS      PIC 9(3).
       01  WS-CANT-FALTANTES       PIC 9(3).
       01  WS-CANT-EQUIV           PIC 9(3).
       01  WS-SUMA-NOTAS           PIC 9(5).
       01  WS-PROMEDIO             PIC 9(2)V99.

       01  CANT-PLAN               PIC 9(5) VALUE 0.
       01  TABLA-PLAN.
           02 TABLA-PLAN-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PLAN
                              INDEXED BY IDX-PLAN.
               03 TPL-PLAN         PIC 9(4).
               03 TPL-ORIENTACION  PIC X(4).
               03 TPL-ANIO         PIC 9(1).
               03 TPL-MATERIA      PIC X(30).
               03 TPL-NOTA-MINIMA  PIC 9(2).
               03 TPL-CONDICION    PIC X(1).

       01  CANT-ALUMPLAN           PIC 9(5) VALUE 0.
       01  TABLA-ALUMPLAN.
           02 TABLA-AP-ITEM OCCURS 1 TO 9999 TIMES
                            DEPENDING ON CANT-ALUMPLAN
                            INDEXED BY IDX-AP.
               03 TAP-LEGAJO       PIC 9(8).
               03 TAP-PLAN         PIC 9(4).
               03 TAP-ORIENTACION  PIC X(4).

       01  CANT-EQUIVAL            PIC 9(5) VALUE 0.
       01  TABLA-EQUIVAL.
           02 TABLA-EQU-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-EQUIVAL
                             INDEXED BY IDX-EQU.
               03 TEQ-PLAN         PIC 9(4).
               03 TEQ-MATERIA      PIC X(30).
               03 TEQ-MATERIA-ORIG PIC X(30).

       01  CANT-HISTORIA           PIC 9(5) VALUE 0.
       01  TABLA-HISTORIA.
           02 TABLA-HIS-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-HISTORIA
                             INDEXED BY IDX-HIS.
               03 THS-LEGAJO       PIC 9(8).
               03 THS-MATERIA      PIC X(30).
               03 THS-NOTA         PIC 9(2).
               03 THS-CONDICION    PIC X(1).

       01  LIN-AU-SEPARADOR        PIC X(80) VALUE ALL '='.
       01  LIN-AU-TITULO.
           02 FILLER           PIC X(18) VALUE 'AUDITORIA LEGAJO  '.
           02 LAT-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAT-NOMBRE       PIC X(30).
           02 FILLER           PIC X(7)  VALUE ' PLAN: '.
           02 LAT-PLAN         PIC 9(4).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LAT-ORIENTACION  PIC X(4).
       01  LIN-AU-FALTANTE.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 FILLER           PIC X(5)  VALUE 'ANIO '.
           02 LAF-ANIO         PIC 9(1).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAF-MATERIA      PIC X(30).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAF-MOTIVO       PIC X(20).
           02 FILLER           PIC X(6)  VALUE ' NOTA '.
           02 LAF-NOTA         PIC Z9.
           02 FILLER           PIC X(5)  VALUE ' MIN '.
           02 LAF-MINIMA       PIC Z9.
       01  LIN-AU-RESUMEN.
           02 FILLER           PIC X(13) VALUE '  REQUERIDAS '.
           02 LAR-REQUERIDAS   PIC ZZ9.
           02 FILLER           PIC X(11) VALUE '  ADEUDADAS'.
           02 LAR-FALTANTES    PIC ZZZ9.
           02 FILLER           PIC X(16) VALUE '  POR EQUIVAL. '.
           02 LAR-EQUIV        PIC ZZ9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LAR-RESULTADO    PIC X(20).
       01  LIN-AU-SIN-PLAN.
           02 FILLER           PIC X(18) VALUE 'AUDITORIA LEGAJO  '.
           02 LAS-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LAS-NOMBRE       PIC X(30).
           02 FILLER           PIC X(20) VALUE ' SIN PLAN ASIGNADO'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-LEGAJOS = 'S'.
           PERFORM 30000-FINAL.

      *    Auditoria de egreso: cada alumno activo con plan asignado
      *    se compara contra las materias obligatorias de su plan y
      *    orientacion. Sin parm audita todos; con legajo como parm
      *    responde la consulta de mostrador.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = SPACES
               MOVE WS-PARM TO WS-LEGAJO-BUSCADO
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-PLAN
           PERFORM 13000-CARGAR-ALUMPLAN
           PERFORM 14000-CARGAR-EQUIVALENCIAS
           PERFORM 15000-CARGAR-HISTORIA

           OPEN INPUT LEGAJOS.
           IF NOT FS-LEGAJOS-OK
               DISPLAY 'ERROR AL ABRIR LEGAJOS ' FS-LEGAJOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-LEGAJOS
           END-IF

           IF CANT-PLAN = 0
               DISPLAY 'SIN PLAN DE ESTUDIOS ' FS-PLAN
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-LEGAJOS
           END-IF

           OPEN OUTPUT AUDITORIA.
           OPEN OUTPUT EGRESADOS.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'EGRESOS' AND RS-FIN(1:8)
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
           OPEN INPUT PLAN-ESTUDIO.
           IF FS-PLAN-OK
               PERFORM UNTIL FIN-PLAN = 'S'
                   READ PLAN-ESTUDIO
                       AT END
                           MOVE 'S' TO FIN-PLAN
                       NOT AT END
                           IF CANT-PLAN < 9999
                               ADD 1 TO CANT-PLAN
                               MOVE PLAN-PC TO TPL-PLAN(CANT-PLAN)
                               MOVE ORIENTACION-PC
                                   TO TPL-ORIENTACION(CANT-PLAN)
                               MOVE ANIO-CURSO-PC
                                   TO TPL-ANIO(CANT-PLAN)
                               MOVE MATERIA-PC
                                   TO TPL-MATERIA(CANT-PLAN)
                               MOVE NOTA-MINIMA-PC
                                   TO TPL-NOTA-MINIMA(CANT-PLAN)
                               MOVE COND-REQUERIDA-PC
                                   TO TPL-CONDICION(CANT-PLAN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-ESTUDIO
           END-IF.

       13000-CARGAR-ALUMPLAN.
           OPEN INPUT ALUMNO-PLAN.
           IF FS-ALUMPLAN-OK
               PERFORM UNTIL FIN-ALUMPLAN = 'S'
                   READ ALUMNO-PLAN
                       AT END
                           MOVE 'S' TO FIN-ALUMPLAN
                       NOT AT END
                           IF CANT-ALUMPLAN < 9999
                               ADD 1 TO CANT-ALUMPLAN
                               MOVE LEGAJO-AP
                                   TO TAP-LEGAJO(CANT-ALUMPLAN)
                               MOVE PLAN-AP
                                   TO TAP-PLAN(CANT-ALUMPLAN)
                               MOVE ORIENTACION-AP
                                   TO TAP-ORIENTACION(CANT-ALUMPLAN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUMNO-PLAN
           END-IF.

       14000-CARGAR-EQUIVALENCIAS.
           OPEN INPUT EQUIVALENCIAS.
           IF FS-EQUIVAL-OK
               PERFORM UNTIL FIN-EQUIVAL = 'S'
                   READ EQUIVALENCIAS
                       AT END
                           MOVE 'S' TO FIN-EQUIVAL
                       NOT AT END
                           IF CANT-EQUIVAL < 9999
                               ADD 1 TO CANT-EQUIVAL
                               MOVE PLAN-EQ TO TEQ-PLAN(CANT-EQUIVAL)
                               MOVE MATERIA-EQ
                                   TO TEQ-MATERIA(CANT-EQUIVAL)
                               MOVE MATERIA-ORIG-EQ
                                   TO TEQ-MATERIA-ORIG(CANT-EQUIVAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EQUIVALENCIAS
           END-IF.

       15000-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA.
           IF NOT FS-HISTORIA-OK
               DISPLAY 'SIN HISTORIA ACADEMICA ' FS-HISTORIA
               MOVE 'S' TO FIN-HISTORIA
           END-IF
           PERFORM UNTIL FIN-HISTORIA = 'S'
               READ HISTORIA
                   AT END
                       MOVE 'S' TO FIN-HISTORIA
                   NOT AT END
                       IF (WS-LEGAJO-BUSCADO = 0
                           OR LEGAJO-H = WS-LEGAJO-BUSCADO)
                          AND CANT-HISTORIA < 9999
                           ADD 1 TO CANT-HISTORIA
                           MOVE LEGAJO-H
                               TO THS-LEGAJO(CANT-HISTORIA)
                           MOVE MATERIA-H
                               TO THS-MATERIA(CANT-HISTORIA)
                           MOVE NOTA-H
                               TO THS-NOTA(CANT-HISTORIA)
                           MOVE CONDICION-H
                               TO THS-CONDICION(CANT-HISTORIA)
                       END-IF
               END-READ
           END-PERFORM
           IF FS-HISTORIA-OK
               CLOSE HISTORIA
           END-IF.

       20000-PROCESO.
           READ LEGAJOS
               AT END
                   MOVE 'S' TO FIN-LEGAJOS
           END-READ
           IF FIN-LEGAJOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               IF ESTADO-L = 'A'
                  AND (WS-LEGAJO-BUSCADO = 0
                       OR LEGAJO-L = WS-LEGAJO-BUSCADO)
                   PERFORM 21000-AUDITAR-LEGAJO
               END-IF
           END-IF.

       21000-AUDITAR-LEGAJO.
           MOVE 0 TO WS-PLAN-ALUMNO
           MOVE SPACES TO WS-ORIENT-ALUMNO
           IF CANT-ALUMPLAN > 0
               SET IDX-AP TO 1
               SEARCH TABLA-AP-ITEM
                   AT END
                       CONTINUE
                   WHEN TAP-LEGAJO(IDX-AP) = LEGAJO-L
                       MOVE TAP-PLAN(IDX-AP) TO WS-PLAN-ALUMNO
                       MOVE TAP-ORIENTACION(IDX-AP)
                           TO WS-ORIENT-ALUMNO
               END-SEARCH
           END-IF
           IF WS-PLAN-ALUMNO = 0
               ADD 1 TO WS-CANT-SIN-PLAN
               IF FS-AUDITORIA-OK
                   MOVE LEGAJO-L TO LAS-LEGAJO
                   MOVE NOMBRE-L TO LAS-NOMBRE
                   WRITE LIN-AUDITORIA FROM LIN-AU-SIN-PLAN
               END-IF
           ELSE
               ADD 1 TO WS-CANT-AUDITADOS
               IF FS-AUDITORIA-OK
                   WRITE LIN-AUDITORIA FROM LIN-AU-SEPARADOR
                   MOVE LEGAJO-L TO LAT-LEGAJO
                   MOVE NOMBRE-L TO LAT-NOMBRE
                   MOVE WS-PLAN-ALUMNO TO LAT-PLAN
                   MOVE WS-ORIENT-ALUMNO TO LAT-ORIENTACION
                   WRITE LIN-AUDITORIA FROM LIN-AU-TITULO
               END-IF
               MOVE 0 TO WS-CANT-REQUERIDAS
               MOVE 0 TO WS-CANT-FALTANTES
               MOVE 0 TO WS-CANT-EQUIV
               MOVE 0 TO WS-SUMA-NOTAS
               PERFORM 22000-VERIFICAR-MATERIA
                   VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > CANT-PLAN
               PERFORM 25000-CERRAR-AUDITORIA
           END-IF.

      *    Cuenta la mejor nota de la materia en la historia; si no
      *    alcanza, se prueba con las materias equivalentes del
      *    plan anterior.
       22000-VERIFICAR-MATERIA.
           IF TPL-PLAN(WS-IDX-PLAN) = WS-PLAN-ALUMNO
              AND (TPL-ORIENTACION(WS-IDX-PLAN) = SPACES
                   OR TPL-ORIENTACION(WS-IDX-PLAN)
                       = WS-ORIENT-ALUMNO)
               ADD 1 TO WS-CANT-REQUERIDAS
               MOVE 0 TO WS-MEJOR-NOTA
               MOVE 'N' TO WS-CURSADA
               MOVE 'N' TO WS-CONDICION-OK
               MOVE 'N' TO WS-POR-EQUIV
               MOVE TPL-MATERIA(WS-IDX-PLAN) TO WS-MATERIA-BUSCADA
               PERFORM 23000-BUSCAR-EN-HISTORIA
               IF WS-MEJOR-NOTA < TPL-NOTA-MINIMA(WS-IDX-PLAN)
                  OR WS-CONDICION-OK = 'N'
                   PERFORM VARYING WS-IDX-EQU FROM 1 BY 1
                       UNTIL WS-IDX-EQU > CANT-EQUIVAL
                       IF TEQ-PLAN(WS-IDX-EQU) = WS-PLAN-ALUMNO
                          AND TEQ-MATERIA(WS-IDX-EQU)
                               = TPL-MATERIA(WS-IDX-PLAN)
                          AND (WS-MEJOR-NOTA
                                  < TPL-NOTA-MINIMA(WS-IDX-PLAN)
                               OR WS-CONDICION-OK = 'N')
                           MOVE TEQ-MATERIA-ORIG(WS-IDX-EQU)
                               TO WS-MATERIA-BUSCADA
                           PERFORM 23000-BUSCAR-EN-HISTORIA
                           IF WS-MEJOR-NOTA
                                   >= TPL-NOTA-MINIMA(WS-IDX-PLAN)
                              AND WS-CONDICION-OK = 'S'
                               MOVE 'S' TO WS-POR-EQUIV
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-MEJOR-NOTA >= TPL-NOTA-MINIMA(WS-IDX-PLAN)
                  AND WS-CONDICION-OK = 'S'
                   ADD WS-MEJOR-NOTA TO WS-SUMA-NOTAS
                   IF WS-POR-EQUIV = 'S'
                       ADD 1 TO WS-CANT-EQUIV
                   END-IF
               ELSE
                   PERFORM 24000-INFORMAR-FALTANTE
               END-IF
           END-IF.

      *    Solo se toman las notas que cumplen la condicion pedida
      *    por el plan; un libre no cubre una materia que exige
      *    cursada regular.
       23000-BUSCAR-EN-HISTORIA.
           PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS > CANT-HISTORIA
               IF THS-LEGAJO(WS-IDX-HIS) = LEGAJO-L
                  AND THS-MATERIA(WS-IDX-HIS) = WS-MATERIA-BUSCADA
                   MOVE 'S' TO WS-CURSADA
                   IF TPL-CONDICION(WS-IDX-PLAN) NOT = 'R'
                      OR THS-CONDICION(WS-IDX-HIS) = 'R'
                       MOVE 'S' TO WS-CONDICION-OK
                       IF THS-NOTA(WS-IDX-HIS) > WS-MEJOR-NOTA
                           MOVE THS-NOTA(WS-IDX-HIS)
                               TO WS-MEJOR-NOTA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       24000-INFORMAR-FALTANTE.
           ADD 1 TO WS-CANT-FALTANTES
           EVALUATE TRUE
               WHEN WS-CURSADA = 'N'
                   MOVE 'NO CURSADA' TO WS-MOTIVO
               WHEN WS-CONDICION-OK = 'N'
                   MOVE 'LIBRE, EXIGE REGULAR' TO WS-MOTIVO
               WHEN OTHER
                   MOVE 'NOTA INSUFICIENTE' TO WS-MOTIVO
           END-EVALUATE
           IF FS-AUDITORIA-OK
               MOVE TPL-ANIO(WS-IDX-PLAN) TO LAF-ANIO
               MOVE TPL-MATERIA(WS-IDX-PLAN) TO LAF-MATERIA
               MOVE WS-MOTIVO TO LAF-MOTIVO
               MOVE WS-MEJOR-NOTA TO LAF-NOTA
               MOVE TPL-NOTA-MINIMA(WS-IDX-PLAN) TO LAF-MINIMA
               WRITE LIN-AUDITORIA FROM LIN-AU-FALTANTE
           END-IF.

      *    Sin materias adeudadas el alumno queda en la nomina de
      *    egresados con el promedio de las materias del plan.
       25000-CERRAR-AUDITORIA.
           IF WS-CANT-FALTANTES = 0 AND WS-CANT-REQUERIDAS > 0
               COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-NOTAS / WS-CANT-REQUERIDAS
               MOVE 'APTO PARA EGRESAR' TO LAR-RESULTADO
               IF FS-EGRESADOS-OK
                   MOVE LEGAJO-L TO LEGAJO-EG
                   MOVE NOMBRE-L TO NOMBRE-EG
                   MOVE WS-PLAN-ALUMNO TO PLAN-EG
                   MOVE WS-ORIENT-ALUMNO TO ORIENTACION-EG
                   MOVE WS-PROMEDIO TO PROMEDIO-EG
                   MOVE WS-FECHA-HOY TO FECHA-EG
                   WRITE REG-EGRESADO
                   ADD 1 TO WS-CANT-SALIDA
               END-IF
           ELSE
               MOVE 'ADEUDA MATERIAS' TO LAR-RESULTADO
           END-IF
           IF FS-AUDITORIA-OK
               MOVE WS-CANT-REQUERIDAS TO LAR-REQUERIDAS
               MOVE WS-CANT-FALTANTES TO LAR-FALTANTES
               MOVE WS-CANT-EQUIV TO LAR-EQUIV
               WRITE LIN-AUDITORIA FROM LIN-AU-RESUMEN
           END-IF.

       30000-FINAL.
           DISPLAY 'LEGAJOS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'LEGAJOS AUDITADOS  : ' WS-CANT-AUDITADOS
           DISPLAY 'SIN PLAN ASIGNADO  : ' WS-CANT-SIN-PLAN
           DISPLAY 'APTOS PARA EGRESAR : ' WS-CANT-SALIDA
           IF FS-LEGAJOS-OK
               CLOSE LEGAJOS
           END-IF
           IF FS-AUDITORIA-OK
               CLOSE AUDITORIA
           END-IF
           IF FS-EGRESADOS-OK
               CLOSE EGRESADOS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'EGRESOS' TO RS-JOB
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

       END PROGRAM EGRESOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTACTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS ASSIGN TO  '..\CLIENTES.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-NOTAS.

           SELECT LEGAJOS ASSIGN TO  '..\LEGAJOS.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LEGAJOS.

           SELECT DOCENTES ASSIGN TO  '..\DOCENTES.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DOCENTES.

           SELECT ASIGNACIONES ASSIGN TO  '..\ASIGDOC.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ASIGNACIONES.

           SELECT PENDIENTES ASSIGN TO  '..\NOTAPEND.DAT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PENDIENTES.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS.
       01  REG-NOTA.
           03 COD-ALUMNO-N         PIC 9(8).
           03 NOTA                 PIC 9(10).
           03 MATERIA              PIC X(30).
           03 COD-MATERIA-N        PIC X(6).
           03 TRIMESTRE-N          PIC 9(1).

       FD  LEGAJOS.
       01  REG-LEGAJO.
           03 LEGAJO-L             PIC 9(8).
           03 NOMBRE-L             PIC X(30).
           03 ANIO-CURSO-L         PIC 9(1).
           03 DIVISION-L           PIC X(1).
           03 ESTADO-L             PIC X(1).
           03 FECHA-ALTA-L         PIC 9(8).
           03 FECHA-BAJA-L         PIC 9(8).

      *    ESTADO-D: 'A' en funciones, 'B' baja.
       FD  DOCENTES.
       01  REG-DOCENTE.
           03 COD-DOCENTE-D        PIC X(6).
           03 NOMBRE-D             PIC X(30).
           03 ESTADO-D             PIC X(1).

      *    Quien carga las notas de cada materia, anio y division
      *    en el trimestre, y hasta cuando tiene para hacerlo.
       FD  ASIGNACIONES.
       01  REG-ASIGNACION.
           03 COD-DOCENTE-AD       PIC X(6).
           03 COD-MATERIA-AD       PIC X(6).
           03 ANIO-CURSO-AD        PIC 9(1).
           03 DIVISION-AD          PIC X(1).
           03 TRIMESTRE-AD         PIC 9(1).
           03 FECHA-LIMITE-AD      PIC 9(8).

       FD  PENDIENTES.
       01  LIN-PENDIENTE           PIC X(90).

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
       01  FS-NOTAS                PIC X(2).
           88 FS-NOTAS-OK          VALUE "00".
       01  FS-LEGAJOS              PIC X(2).
           88 FS-LEGAJOS-OK        VALUE "00".
       01  FS-DOCENTES             PIC X(2).
           88 FS-DOCENTES-OK       VALUE "00".
       01  FS-ASIGNACIONES         PIC X(2).
           88 FS-ASIGNACIONES-OK   VALUE "00".
       01  FS-PENDIENTES           PIC X(2).
           88 FS-PENDIENTES-OK     VALUE "00".
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
       01  WS-CANT-ESPERADAS       PIC 9(7) VALUE 0.
       01  WS-CANT-VENCIDAS        PIC 9(7) VALUE 0.

       01  WS-PARM                 PIC X(1) VALUE SPACES.
       01  WS-TRIMESTRE            PIC 9(1) VALUE 0.
       01  WS-FECHA-HOY            PIC 9(8).
       01  FIN-NOTAS               PIC X VALUE 'N'.
       01  FIN-LEGAJOS             PIC X VALUE 'N'.
       01  FIN-DOCENTES            PIC X VALUE 'N'.
       01  FIN-ASIGNACIONES        PIC X VALUE 'N'.
       01  WS-IDX-DOC              PIC 9(4).
       01  WS-IDX-ASG              PIC 9(4).
       01  WS-IDX-ALU              PIC 9(5).
       01  WS-COD-DOCENTE          PIC X(6).
       01  WS-NOMBRE-DOCENTE       PIC X(30).
       01  WS-ESPERADAS-ASG        PIC 9(5).
       01  WS-FALTANTES-ASG        PIC 9(5).
       01  WS-FALTANTES-DOC        PIC 9(5).
       01  WS-RECIBIDA             PIC X.

       01  CANT-DOCENTES           PIC 9(4) VALUE 0.
       01  TABLA-DOCENTES.
           02 TABLA-DOC-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-DOCENTES
                             INDEXED BY IDX-DOC.
               03 TDO-COD-DOCENTE  PIC X(6).
               03 TDO-NOMBRE       PIC X(30).

       01  CANT-ASIGNACIONES       PIC 9(4) VALUE 0.
       01  TABLA-ASIGNACIONES.
           02 TABLA-ASG-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-ASIGNACIONES
                             INDEXED BY IDX-ASG.
               03 TAD-COD-DOCENTE  PIC X(6).
               03 TAD-COD-MATERIA  PIC X(6).
               03 TAD-ANIO         PIC 9(1).
               03 TAD-DIVISION     PIC X(1).
               03 TAD-LIMITE       PIC 9(8).
               03 TAD-LISTADA      PIC X(1).

       01  CANT-ALUMNOS            PIC 9(5) VALUE 0.
       01  TABLA-ALUMNOS.
           02 TABLA-ALU-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ALUMNOS
                             INDEXED BY IDX-ALU.
               03 TAL-LEGAJO       PIC 9(8).
               03 TAL-NOMBRE       PIC X(30).
               03 TAL-ANIO         PIC 9(1).
               03 TAL-DIVISION     PIC X(1).

       01  CANT-RECIBIDAS          PIC 9(5) VALUE 0.
       01  TABLA-RECIBIDAS.
           02 TABLA-REC-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-RECIBIDAS
                             INDEXED BY IDX-REC.
               03 TRC-LEGAJO       PIC 9(8).
               03 TRC-COD-MATERIA  PIC X(6).

       01  LIN-NP-SEPARADOR        PIC X(80) VALUE ALL '='.
       01  LIN-NP-TITULO.
           02 FILLER           PIC X(32) VALUE
              'NOTAS PENDIENTES DEL TRIMESTRE  '.
           02 LNT-TRIMESTRE    PIC 9(1).
           02 FILLER           PIC X(10) VALUE '   FECHA: '.
           02 LNT-FECHA        PIC 9(8).
       01  LIN-NP-DOCENTE.
           02 FILLER           PIC X(9)  VALUE 'DOCENTE  '.
           02 LND-COD-DOCENTE  PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LND-NOMBRE       PIC X(30).
       01  LIN-NP-ASIGNACION.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LNA-COD-MATERIA  PIC X(6).
           02 FILLER           PIC X(6)  VALUE ' ANIO '.
           02 LNA-ANIO         PIC 9(1).
           02 FILLER           PIC X(6)  VALUE ' DIV. '.
           02 LNA-DIVISION     PIC X(1).
           02 FILLER           PIC X(8)  VALUE ' LIMITE '.
           02 LNA-LIMITE       PIC 9(8).
           02 FILLER           PIC X(10) VALUE ' ESPERADAS'.
           02 LNA-ESPERADAS    PIC ZZZZ9.
           02 FILLER           PIC X(8)  VALUE ' FALTAN '.
           02 LNA-FALTANTES    PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LNA-VENCIDA      PIC X(7).
       01  LIN-NP-FALTANTE.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 LNF-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LNF-NOMBRE       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-CONTROLAR-DOCENTE
               VARYING WS-IDX-DOC FROM 1 BY 1
               UNTIL WS-IDX-DOC > CANT-DOCENTES.
           PERFORM 24000-CONTROLAR-SIN-DOCENTE.
           PERFORM 30000-FINAL.

      *    Control de entrega de notas antes del cierre: por cada
      *    asignacion del trimestre del parm, los alumnos activos
      *    de ese anio y division sin nota cargada de la materia.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM = '1' OR WS-PARM = '2' OR WS-PARM = '3'
               MOVE WS-PARM TO WS-TRIMESTRE
           ELSE
               DISPLAY 'NOTACTL: PARM DEBE SER TRIMESTRE 1 A 3'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           IF WS-ESTADO-FINAL = 'OK'
               PERFORM 12000-CARGAR-DOCENTES
               PERFORM 13000-CARGAR-ASIGNACIONES
               PERFORM 14000-CARGAR-LEGAJOS
               PERFORM 15000-CARGAR-NOTAS
           END-IF

           OPEN OUTPUT PENDIENTES.
           IF FS-PENDIENTES-OK
               MOVE WS-TRIMESTRE TO LNT-TRIMESTRE
               MOVE WS-FECHA-HOY TO LNT-FECHA
               WRITE LIN-PENDIENTE FROM LIN-NP-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'NOTACTL' AND RS-FIN(1:8)
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

       12000-CARGAR-DOCENTES.
           OPEN INPUT DOCENTES.
           IF FS-DOCENTES-OK
               PERFORM UNTIL FIN-DOCENTES = 'S'
                   READ DOCENTES
                       AT END
                           MOVE 'S' TO FIN-DOCENTES
                       NOT AT END
                           IF CANT-DOCENTES < 999
                               ADD 1 TO CANT-DOCENTES
                               MOVE COD-DOCENTE-D
                                   TO TDO-COD-DOCENTE(CANT-DOCENTES)
                               MOVE NOMBRE-D
                                   TO TDO-NOMBRE(CANT-DOCENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCENTES
           ELSE
               DISPLAY 'SIN MAESTRO DE DOCENTES ' FS-DOCENTES
           END-IF.

       13000-CARGAR-ASIGNACIONES.
           OPEN INPUT ASIGNACIONES.
           IF FS-ASIGNACIONES-OK
               PERFORM UNTIL FIN-ASIGNACIONES = 'S'
                   READ ASIGNACIONES
                       AT END
                           MOVE 'S' TO FIN-ASIGNACIONES
                       NOT AT END
                           IF TRIMESTRE-AD = WS-TRIMESTRE
                              AND CANT-ASIGNACIONES < 999
                               ADD 1 TO CANT-ASIGNACIONES
                               MOVE COD-DOCENTE-AD TO
                                   TAD-COD-DOCENTE(CANT-ASIGNACIONES)
                               MOVE COD-MATERIA-AD TO
                                   TAD-COD-MATERIA(CANT-ASIGNACIONES)
                               MOVE ANIO-CURSO-AD
                                   TO TAD-ANIO(CANT-ASIGNACIONES)
                               MOVE DIVISION-AD
                                   TO TAD-DIVISION(CANT-ASIGNACIONES)
                               MOVE FECHA-LIMITE-AD
                                   TO TAD-LIMITE(CANT-ASIGNACIONES)
                               MOVE 'N'
                                   TO TAD-LISTADA(CANT-ASIGNACIONES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASIGNACIONES
           ELSE
               DISPLAY 'SIN ASIGNACION DE DOCENTES ' FS-ASIGNACIONES
           END-IF.

       14000-CARGAR-LEGAJOS.
           OPEN INPUT LEGAJOS.
           IF FS-LEGAJOS-OK
               PERFORM UNTIL FIN-LEGAJOS = 'S'
                   READ LEGAJOS
                       AT END
                           MOVE 'S' TO FIN-LEGAJOS
                       NOT AT END
                           IF ESTADO-L = 'A'
                              AND CANT-ALUMNOS < 9999
                               ADD 1 TO CANT-ALUMNOS
                               MOVE LEGAJO-L
                                   TO TAL-LEGAJO(CANT-ALUMNOS)
                               MOVE NOMBRE-L
                                   TO TAL-NOMBRE(CANT-ALUMNOS)
                               MOVE ANIO-CURSO-L
                                   TO TAL-ANIO(CANT-ALUMNOS)
                               MOVE DIVISION-L
                                   TO TAL-DIVISION(CANT-ALUMNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAJOS
           ELSE
               DISPLAY 'ERROR AL ABRIR LEGAJOS ' FS-LEGAJOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       15000-CARGAR-NOTAS.
           OPEN INPUT NOTAS.
           IF FS-NOTAS-OK
               PERFORM UNTIL FIN-NOTAS = 'S'
                   READ NOTAS
                       AT END
                           MOVE 'S' TO FIN-NOTAS
                       NOT AT END
                           IF TRIMESTRE-N = WS-TRIMESTRE
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 15100-REGISTRAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           ELSE
               DISPLAY 'SIN NOTAS CARGADAS ' FS-NOTAS
           END-IF.

       15100-REGISTRAR-NOTA.
           MOVE 'N' TO WS-RECIBIDA
           IF CANT-RECIBIDAS > 0
               SET IDX-REC TO 1
               SEARCH TABLA-REC-ITEM
                   AT END
                       CONTINUE
                   WHEN TRC-LEGAJO(IDX-REC) = COD-ALUMNO-N
                    AND TRC-COD-MATERIA(IDX-REC) = COD-MATERIA-N
                       MOVE 'S' TO WS-RECIBIDA
               END-SEARCH
           END-IF
           IF WS-RECIBIDA = 'N' AND CANT-RECIBIDAS < 9999
               ADD 1 TO CANT-RECIBIDAS
               MOVE COD-ALUMNO-N TO TRC-LEGAJO(CANT-RECIBIDAS)
               MOVE COD-MATERIA-N TO TRC-COD-MATERIA(CANT-RECIBIDAS)
           END-IF.

       20000-CONTROLAR-DOCENTE.
           MOVE TDO-COD-DOCENTE(WS-IDX-DOC) TO WS-COD-DOCENTE
           MOVE TDO-NOMBRE(WS-IDX-DOC) TO WS-NOMBRE-DOCENTE
           PERFORM 21000-LISTAR-DOCENTE.

       21000-LISTAR-DOCENTE.
           MOVE 0 TO WS-FALTANTES-DOC
           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
               UNTIL WS-IDX-ASG > CANT-ASIGNACIONES
               IF TAD-COD-DOCENTE(WS-IDX-ASG) = WS-COD-DOCENTE
                  AND TAD-LISTADA(WS-IDX-ASG) = 'N'
                   MOVE 'S' TO TAD-LISTADA(WS-IDX-ASG)
                   PERFORM 22000-CONTAR-ASIGNACION
                   IF WS-FALTANTES-ASG > 0
                       PERFORM 23000-LISTAR-ASIGNACION
                   END-IF
               END-IF
           END-PERFORM.

       22000-CONTAR-ASIGNACION.
           MOVE 0 TO WS-ESPERADAS-ASG
           MOVE 0 TO WS-FALTANTES-ASG
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
               UNTIL WS-IDX-ALU > CANT-ALUMNOS
               IF TAL-ANIO(WS-IDX-ALU) = TAD-ANIO(WS-IDX-ASG)
                  AND TAL-DIVISION(WS-IDX-ALU)
                       = TAD-DIVISION(WS-IDX-ASG)
                   ADD 1 TO WS-ESPERADAS-ASG
                   PERFORM 22100-BUSCAR-RECIBIDA
                   IF WS-RECIBIDA = 'N'
                       ADD 1 TO WS-FALTANTES-ASG
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-ESPERADAS-ASG TO WS-CANT-ESPERADAS.

       22100-BUSCAR-RECIBIDA.
           MOVE 'N' TO WS-RECIBIDA
           IF CANT-RECIBIDAS > 0
               SET IDX-REC TO 1
               SEARCH TABLA-REC-ITEM
                   AT END
                       CONTINUE
                   WHEN TRC-LEGAJO(IDX-REC) = TAL-LEGAJO(WS-IDX-ALU)
                    AND TRC-COD-MATERIA(IDX-REC)
                           = TAD-COD-MATERIA(WS-IDX-ASG)
                       MOVE 'S' TO WS-RECIBIDA
               END-SEARCH
           END-IF.

       23000-LISTAR-ASIGNACION.
           IF FS-PENDIENTES-OK
               IF WS-FALTANTES-DOC = 0
                   WRITE LIN-PENDIENTE FROM LIN-NP-SEPARADOR
                   MOVE WS-COD-DOCENTE TO LND-COD-DOCENTE
                   MOVE WS-NOMBRE-DOCENTE TO LND-NOMBRE
                   WRITE LIN-PENDIENTE FROM LIN-NP-DOCENTE
               END-IF
               MOVE TAD-COD-MATERIA(WS-IDX-ASG) TO LNA-COD-MATERIA
               MOVE TAD-ANIO(WS-IDX-ASG) TO LNA-ANIO
               MOVE TAD-DIVISION(WS-IDX-ASG) TO LNA-DIVISION
               MOVE TAD-LIMITE(WS-IDX-ASG) TO LNA-LIMITE
               MOVE WS-ESPERADAS-ASG TO LNA-ESPERADAS
               MOVE WS-FALTANTES-ASG TO LNA-FALTANTES
               IF TAD-LIMITE(WS-IDX-ASG) < WS-FECHA-HOY
                   MOVE 'VENCIDA' TO LNA-VENCIDA
               ELSE
                   MOVE SPACES TO LNA-VENCIDA
               END-IF
               WRITE LIN-PENDIENTE FROM LIN-NP-ASIGNACION
           END-IF
           IF TAD-LIMITE(WS-IDX-ASG) < WS-FECHA-HOY
               ADD 1 TO WS-CANT-VENCIDAS
           END-IF
           ADD WS-FALTANTES-ASG TO WS-FALTANTES-DOC
           ADD WS-FALTANTES-ASG TO WS-CANT-SALIDA
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
               UNTIL WS-IDX-ALU > CANT-ALUMNOS
               IF TAL-ANIO(WS-IDX-ALU) = TAD-ANIO(WS-IDX-ASG)
                  AND TAL-DIVISION(WS-IDX-ALU)
                       = TAD-DIVISION(WS-IDX-ASG)
                   PERFORM 22100-BUSCAR-RECIBIDA
                   IF WS-RECIBIDA = 'N' AND FS-PENDIENTES-OK
                       MOVE TAL-LEGAJO(WS-IDX-ALU) TO LNF-LEGAJO
                       MOVE TAL-NOMBRE(WS-IDX-ALU) TO LNF-NOMBRE
                       WRITE LIN-PENDIENTE FROM LIN-NP-FALTANTE
                   END-IF
               END-IF
           END-PERFORM.

      *    Asignaciones con docente fuera del maestro: se listan
      *    igual para que no queden notas sin responsable.
       24000-CONTROLAR-SIN-DOCENTE.
           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
               UNTIL WS-IDX-ASG > CANT-ASIGNACIONES
               IF TAD-LISTADA(WS-IDX-ASG) = 'N'
                   MOVE TAD-COD-DOCENTE(WS-IDX-ASG) TO WS-COD-DOCENTE
                   MOVE 'DOCENTE NO REGISTRADO'
                       TO WS-NOMBRE-DOCENTE
                   PERFORM 21000-LISTAR-DOCENTE
               END-IF
           END-PERFORM.

       30000-FINAL.
           DISPLAY 'NOTAS DEL TRIMESTRE : ' WS-CANT-ENTRADA
           DISPLAY 'NOTAS ESPERADAS     : ' WS-CANT-ESPERADAS
           DISPLAY 'NOTAS FALTANTES     : ' WS-CANT-SALIDA
           DISPLAY 'ENTREGAS VENCIDAS   : ' WS-CANT-VENCIDAS
           IF FS-PENDIENTES-OK
               CLOSE PENDIENTES
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'NOTACTL' TO RS-JOB
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

       END PROGRAM NOTACTL.

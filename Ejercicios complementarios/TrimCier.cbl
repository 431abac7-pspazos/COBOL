                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-TRIMRES.

           SELECT LEGAJOS ASSIGN TO  '..\LEGAJOS.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LEGAJOS.

           SELECT ASIGNACIONES ASSIGN TO  '..\ASIGDOC.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ASIGNACIONES.

           SELECT OPERADORES ASSIGN TO  '..\OPERMAE'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-OPERADORES.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 MATERIA-TR           PIC X(30).
           03 PROMEDIO-TR          PIC 9(2).

       FD  LEGAJOS.
       01  REG-LEGAJO.
           03 LEGAJO-L             PIC 9(8).
           03 NOMBRE-L             PIC X(30).
           03 ANIO-CURSO-L         PIC 9(1).
           03 DIVISION-L           PIC X(1).
           03 ESTADO-L             PIC X(1).
           03 FECHA-ALTA-L         PIC 9(8).
           03 FECHA-BAJA-L         PIC 9(8).

       FD  ASIGNACIONES.
       01  REG-ASIGNACION.
           03 COD-DOCENTE-AD       PIC X(6).
           03 COD-MATERIA-AD       PIC X(6).
           03 ANIO-CURSO-AD        PIC 9(1).
           03 DIVISION-AD          PIC X(1).
           03 TRIMESTRE-AD         PIC 9(1).
           03 FECHA-LIMITE-AD      PIC 9(8).

       FD  OPERADORES.
       01  REG-OPERADOR.
           03 OPERADOR-OP          PIC X(8).
           03 NOMBRE-OP            PIC X(30).
           03 FECHA-DESDE-OP       PIC 9(8).
           03 FECHA-HASTA-OP       PIC 9(8).
           03 PERM-GRADOS-OP       PIC X(1).
           03 PERM-DISPUTAS-OP     PIC X(1).
           03 PERM-FERIADOS-OP     PIC X(1).
           03 PERM-CLIENTES-OP     PIC X(1).
           03 PERM-LIMITE-OP       PIC X(1).
           03 PERM-COBRANZA-OP     PIC X(1).
           03 CAPACIDAD-COB-OP     PIC 9(3).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
       01  FS-TRIMRES              PIC X(2).
           88 FS-TRIMRES-OK        VALUE "00".
           88 FS-TRIMRES-NOFILE    VALUE "35".
       01  FS-LEGAJOS              PIC X(2).
           88 FS-LEGAJOS-OK        VALUE "00".
       01  FS-ASIGNACIONES         PIC X(2).
           88 FS-ASIGNACIONES-OK   VALUE "00".
       01  FS-OPERADORES           PIC X(2).
           88 FS-OPERADORES-OK     VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.

       01  WS-PARM                 PIC X(9) VALUE SPACES.
       01  WS-TRIMESTRE            PIC 9(1) VALUE 0.
       01  WS-OPERADOR             PIC X(8) VALUE SPACES.
       01  WS-CIERRE-FORZADO       PIC X VALUE 'N'.
       01  WS-FECHA-HOY            PIC 9(8).
       01  FIN-NOTAS               PIC X VALUE 'N'.
       01  FIN-LEGAJOS             PIC X VALUE 'N'.
       01  FIN-ASIGNACIONES        PIC X VALUE 'N'.
       01  FIN-OPERADORES          PIC X VALUE 'N'.
       01  FIN-TRIMRES             PIC X VALUE 'N'.
       01  WS-IDX-ASG              PIC 9(4).
       01  WS-IDX-ALU              PIC 9(5).
       01  WS-IDX-DIV              PIC 9(3).
       01  WS-RECIBIDA             PIC X.
       01  WS-CERRAR               PIC X.
       01  WS-CANT-RETENIDOS       PIC 9(7) VALUE 0.
       01  WS-CANT-YA-CERRADOS     PIC 9(7) VALUE 0.
       01  WS-IDX-PROM             PIC 9(4).
       01  WS-PROMEDIO             PIC 9(2).

               03 TPR-SUMA         PIC 9(12).
               03 TPR-CANT         PIC 9(3).

       01  CANT-ALUMNOS            PIC 9(5) VALUE 0.
       01  TABLA-ALUMNOS.
           02 TABLA-ALU-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ALUMNOS
                             INDEXED BY IDX-ALU.
               03 TAL-LEGAJO       PIC 9(8).
               03 TAL-ANIO         PIC 9(1).
               03 TAL-DIVISION     PIC X(1).
               03 TAL-ESTADO       PIC X(1).

       01  CANT-ASIGNACIONES       PIC 9(4) VALUE 0.
       01  TABLA-ASIGNACIONES.
           02 TABLA-ASG-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-ASIGNACIONES
                             INDEXED BY IDX-ASG.
               03 TAD-COD-DOCENTE  PIC X(6).
               03 TAD-COD-MATERIA  PIC X(6).
               03 TAD-ANIO         PIC 9(1).
               03 TAD-DIVISION     PIC X(1).

      *    Divisiones con notas faltantes: no se cierran salvo
      *    cierre forzado por un operador con permiso de notas.
       01  CANT-DIV-RETENIDAS      PIC 9(3) VALUE 0.
       01  TABLA-DIV-RETENIDAS.
           02 TABLA-DRT-ITEM OCCURS 1 TO 99 TIMES
                             DEPENDING ON CANT-DIV-RETENIDAS
                             INDEXED BY IDX-DRT.
               03 TDR-ANIO         PIC 9(1).
               03 TDR-DIVISION     PIC X(1).
               03 TDR-FALTANTES    PIC 9(5).

      *    Promedios ya cerrados del trimestre, para que una nueva
      *    corrida solo agregue las divisiones que faltaban.
       01  CANT-CERRADOS           PIC 9(5) VALUE 0.
       01  TABLA-CERRADOS.
           02 TABLA-CER-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CERRADOS
                             INDEXED BY IDX-CER.
               03 TCE-LEGAJO       PIC 9(8).
               03 TCE-COD-MATERIA  PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-NOTAS = 'S'.
           PERFORM 24000-CONTROLAR-ENTREGAS.
           PERFORM 25000-CERRAR-TRIMESTRE.
           PERFORM 30000-FINAL.

      *    Cierra el trimestre del parm: congela el promedio por
      *    alumno y materia en TRIMRES.DAT, que alimenta el boletin
      *    y las mesas de examen. Parm: trimestre y, para forzar el
      *    cierre de divisiones con notas faltantes, el operador
      *    autorizante a continuacion.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:1) = '1' OR WS-PARM(1:1) = '2'
                                 OR WS-PARM(1:1) = '3'
               MOVE WS-PARM(1:1) TO WS-TRIMESTRE
               MOVE WS-PARM(2:8) TO WS-OPERADOR
           ELSE
               DISPLAY 'TRIMCIER: PARM DEBE SER TRIMESTRE 1 A 3'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           IF WS-ESTADO-FINAL = 'OK'
               PERFORM 12000-CARGAR-LEGAJOS
               PERFORM 13000-CARGAR-ASIGNACIONES
               PERFORM 14000-CARGAR-CERRADOS
               IF WS-OPERADOR NOT = SPACES
                   PERFORM 15000-VALIDAR-OPERADOR
               END-IF
               OPEN INPUT NOTAS
               IF NOT FS-NOTAS-OK
                   DISPLAY 'ERROR AL ABRIR NOTAS ' FS-NOTAS
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

       12000-CARGAR-LEGAJOS.
           OPEN INPUT LEGAJOS.
           IF FS-LEGAJOS-OK
               PERFORM UNTIL FIN-LEGAJOS = 'S'
                   READ LEGAJOS
                       AT END
                           MOVE 'S' TO FIN-LEGAJOS
                       NOT AT END
                           IF CANT-ALUMNOS < 9999
                               ADD 1 TO CANT-ALUMNOS
                               MOVE LEGAJO-L
                                   TO TAL-LEGAJO(CANT-ALUMNOS)
                               MOVE ANIO-CURSO-L
                                   TO TAL-ANIO(CANT-ALUMNOS)
                               MOVE DIVISION-L
                                   TO TAL-DIVISION(CANT-ALUMNOS)
                               MOVE ESTADO-L
                                   TO TAL-ESTADO(CANT-ALUMNOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAJOS
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASIGNACIONES
           END-IF.

       14000-CARGAR-CERRADOS.
           OPEN INPUT RESULTADOS-TRIM.
           IF FS-TRIMRES-OK
               PERFORM UNTIL FIN-TRIMRES = 'S'
                   READ RESULTADOS-TRIM
                       AT END
                           MOVE 'S' TO FIN-TRIMRES
                       NOT AT END
                           IF TRIMESTRE-TR = WS-TRIMESTRE
                              AND CANT-CERRADOS < 9999
                               ADD 1 TO CANT-CERRADOS
                               MOVE LEGAJO-TR
                                   TO TCE-LEGAJO(CANT-CERRADOS)
                               MOVE COD-MATERIA-TR
                                   TO TCE-COD-MATERIA(CANT-CERRADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTADOS-TRIM
           END-IF.

       15000-VALIDAR-OPERADOR.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES-OK
               PERFORM UNTIL FIN-OPERADORES = 'S'
                   READ OPERADORES
                       AT END
                           MOVE 'S' TO FIN-OPERADORES
                       NOT AT END
                           IF OPERADOR-OP = WS-OPERADOR
                              AND PERM-GRADOS-OP = 'S'
                              AND FECHA-DESDE-OP <= WS-FECHA-HOY
                              AND (FECHA-HASTA-OP = 0
                                   OR FECHA-HASTA-OP >= WS-FECHA-HOY)
                               MOVE 'S' TO WS-CIERRE-FORZADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           ELSE
               DISPLAY 'SIN MAESTRO DE OPERADORES ' FS-OPERADORES
           END-IF
           IF WS-CIERRE-FORZADO = 'N'
               DISPLAY 'OPERADOR SIN PERMISO DE CIERRE: ' WS-OPERADOR
           END-IF.

       20000-PROCESO.
           READ NOTAS
               AT END
           MOVE NOTA TO TPR-SUMA(CANT-PROMEDIOS)
           MOVE 1 TO TPR-CANT(CANT-PROMEDIOS).

      *    Esperadas: cada materia asignada por alumno activo de su
      *    anio y division. Una division con faltantes no se cierra.
       24000-CONTROLAR-ENTREGAS.
           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
               UNTIL WS-IDX-ASG > CANT-ASIGNACIONES
               PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > CANT-ALUMNOS
                   IF TAL-ESTADO(WS-IDX-ALU) = 'A'
                      AND TAL-ANIO(WS-IDX-ALU) = TAD-ANIO(WS-IDX-ASG)
                      AND TAL-DIVISION(WS-IDX-ALU)
                           = TAD-DIVISION(WS-IDX-ASG)
                       PERFORM 24100-BUSCAR-NOTA
                       IF WS-RECIBIDA = 'N'
                           PERFORM 24200-RETENER-DIVISION
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
               UNTIL WS-IDX-DIV > CANT-DIV-RETENIDAS
               IF WS-CIERRE-FORZADO = 'S'
                   DISPLAY 'CIERRE FORZADO POR ' WS-OPERADOR
                           ' ANIO ' TDR-ANIO(WS-IDX-DIV)
                           ' DIV. ' TDR-DIVISION(WS-IDX-DIV)
                           ' NOTAS FALTANTES ' TDR-FALTANTES(WS-IDX-DIV)
               ELSE
                   DISPLAY 'DIVISION NO CERRADA  ANIO '
                           TDR-ANIO(WS-IDX-DIV)
                           ' DIV. ' TDR-DIVISION(WS-IDX-DIV)
                           ' NOTAS FALTANTES ' TDR-FALTANTES(WS-IDX-DIV)
                   MOVE 'PARCIAL' TO WS-ESTADO-FINAL
               END-IF
           END-PERFORM.

       24100-BUSCAR-NOTA.
           MOVE 'N' TO WS-RECIBIDA
           IF CANT-PROMEDIOS > 0
               SET IDX-PROM TO 1
               SEARCH TABLA-PROM-ITEM
                   AT END
                       CONTINUE
                   WHEN TPR-LEGAJO(IDX-PROM) = TAL-LEGAJO(WS-IDX-ALU)
                    AND TPR-COD-MATERIA(IDX-PROM)
                           = TAD-COD-MATERIA(WS-IDX-ASG)
                       MOVE 'S' TO WS-RECIBIDA
               END-SEARCH
           END-IF.

       24200-RETENER-DIVISION.
           MOVE 0 TO WS-IDX-DIV
           IF CANT-DIV-RETENIDAS > 0
               SET IDX-DRT TO 1
               SEARCH TABLA-DRT-ITEM
                   AT END
                       CONTINUE
                   WHEN TDR-ANIO(IDX-DRT) = TAD-ANIO(WS-IDX-ASG)
                    AND TDR-DIVISION(IDX-DRT)
                           = TAD-DIVISION(WS-IDX-ASG)
                       SET WS-IDX-DIV TO IDX-DRT
               END-SEARCH
           END-IF
           IF WS-IDX-DIV = 0 AND CANT-DIV-RETENIDAS < 99
               ADD 1 TO CANT-DIV-RETENIDAS
               MOVE CANT-DIV-RETENIDAS TO WS-IDX-DIV
               MOVE TAD-ANIO(WS-IDX-ASG) TO TDR-ANIO(WS-IDX-DIV)
               MOVE TAD-DIVISION(WS-IDX-ASG)
                   TO TDR-DIVISION(WS-IDX-DIV)
               MOVE 0 TO TDR-FALTANTES(WS-IDX-DIV)
           END-IF
           IF WS-IDX-DIV > 0
               ADD 1 TO TDR-FALTANTES(WS-IDX-DIV)
           END-IF.

       25000-CERRAR-TRIMESTRE.
           PERFORM VARYING WS-IDX-PROM FROM 1 BY 1
               UNTIL WS-IDX-PROM > CANT-PROMEDIOS
               PERFORM 25100-VER-CIERRE
               IF TPR-CANT(WS-IDX-PROM) > 0 AND WS-CERRAR = 'S'
                   COMPUTE WS-PROMEDIO =
                       TPR-SUMA(WS-IDX-PROM)
                       / TPR-CANT(WS-IDX-PROM)
               END-IF
           END-PERFORM.

       25100-VER-CIERRE.
           MOVE 'S' TO WS-CERRAR
           IF CANT-CERRADOS > 0
               SET IDX-CER TO 1
               SEARCH TABLA-CER-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-LEGAJO(IDX-CER) = TPR-LEGAJO(WS-IDX-PROM)
                    AND TCE-COD-MATERIA(IDX-CER)
                           = TPR-COD-MATERIA(WS-IDX-PROM)
                       MOVE 'N' TO WS-CERRAR
                       ADD 1 TO WS-CANT-YA-CERRADOS
               END-SEARCH
           END-IF
           IF WS-CERRAR = 'S' AND CANT-DIV-RETENIDAS > 0
              AND WS-CIERRE-FORZADO = 'N'
              AND CANT-ALUMNOS > 0
               SET IDX-ALU TO 1
               SEARCH TABLA-ALU-ITEM
                   AT END
                       CONTINUE
                   WHEN TAL-LEGAJO(IDX-ALU) = TPR-LEGAJO(WS-IDX-PROM)
                       PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                           UNTIL WS-IDX-DIV > CANT-DIV-RETENIDAS
                           IF TDR-ANIO(WS-IDX-DIV) = TAL-ANIO(IDX-ALU)
                              AND TDR-DIVISION(WS-IDX-DIV)
                                   = TAL-DIVISION(IDX-ALU)
                               MOVE 'N' TO WS-CERRAR
                           END-IF
                       END-PERFORM
               END-SEARCH
               IF WS-CERRAR = 'N'
                   ADD 1 TO WS-CANT-RETENIDOS
               END-IF
           END-IF.

       30000-FINAL.
           DISPLAY 'NOTAS DEL TRIMESTRE : ' WS-CANT-ENTRADA
           DISPLAY 'PROMEDIOS CERRADOS  : ' WS-CANT-SALIDA
           DISPLAY 'YA CERRADOS ANTES   : ' WS-CANT-YA-CERRADOS
           DISPLAY 'RETENIDOS SIN CERRAR: ' WS-CANT-RETENIDOS
           IF FS-NOTAS-OK
               CLOSE NOTAS
           END-IF

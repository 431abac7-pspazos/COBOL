                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ROSTER.

           SELECT INSCRIPCIONES ASSIGN TO  '..\INSCMESA.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-INSCRIPCIONES.

           SELECT CORRELATIVAS ASSIGN TO  '..\CORRELAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CORRELATIVAS.

           SELECT HISTORIA ASSIGN TO  '..\HISTACAD.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-HISTORIA.

           SELECT AUSENCIAS ASSIGN TO  '..\MESAAUSE.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-AUSENCIAS.

           SELECT ESPERA ASSIGN TO  '..\MESAESPE.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ESPERA.

           SELECT CITACIONES ASSIGN TO  '..\CITACION.DAT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 AULA-RT              PIC X(5).
           03 LEGAJO-RT            PIC 9(8).

      *    Pedido de inscripcion del alumno; el orden del archivo es
      *    el orden de llegada. FECHA-MESA-IM en cero: cualquier
      *    fecha de la materia.
       FD  INSCRIPCIONES.
       01  REG-INSCRIPCION.
           03 LEGAJO-IM            PIC 9(8).
           03 COD-MATERIA-IM       PIC X(6).
           03 FECHA-MESA-IM        PIC 9(8).

      *    Para rendir COD-MATERIA-CO hay que tener aprobada la
      *    materia MATERIA-PREV-CO en la historia academica.
       FD  CORRELATIVAS.
       01  REG-CORRELATIVA.
           03 COD-MATERIA-CO       PIC X(6).
           03 MATERIA-PREV-CO      PIC X(30).

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

      *    Ausencias seguidas a mesa por alumno. Con dos seguidas
      *    queda bloqueado hasta FECHA-BLOQUEO-AU, fin del turno.
       FD  AUSENCIAS.
       01  REG-AUSENCIA.
           03 LEGAJO-AU            PIC 9(8).
           03 AUSENCIAS-AU         PIC 9(2).
           03 ULT-FECHA-AU         PIC 9(8).
           03 FECHA-BLOQUEO-AU     PIC 9(8).

       FD  ESPERA.
       01  REG-ESPERA.
           03 COD-MATERIA-ES       PIC X(6).
           03 FECHA-ES             PIC 9(8).
           03 AULA-ES              PIC X(5).
           03 LEGAJO-ES            PIC 9(8).
           03 ORDEN-ES             PIC 9(3).

       FD  CITACIONES.
       01  LIN-CITACION            PIC X(80).

           88 FS-CALENDARIO-OK     VALUE "00".
       01  FS-ROSTER               PIC X(2).
           88 FS-ROSTER-OK         VALUE "00".
       01  FS-INSCRIPCIONES        PIC X(2).
           88 FS-INSCRIPCIONES-OK  VALUE "00".
       01  FS-CORRELATIVAS         PIC X(2).
           88 FS-CORRELATIVAS-OK   VALUE "00".
       01  FS-HISTORIA             PIC X(2).
           88 FS-HISTORIA-OK       VALUE "00".
       01  FS-AUSENCIAS            PIC X(2).
           88 FS-AUSENCIAS-OK      VALUE "00".
       01  FS-ESPERA               PIC X(2).
           88 FS-ESPERA-OK         VALUE "00".
       01  FS-CITACIONES           PIC X(2).
           88 FS-CITACIONES-OK     VALUE "00".
       01  FS-NOTAS-MESA           PIC X(2).
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-MESA        PIC 9(7) VALUE 0.
       01  WS-CANT-PEDIDOS         PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZADOS      PIC 9(7) VALUE 0.
       01  WS-CANT-EN-ESPERA       PIC 9(7) VALUE 0.
       01  WS-CANT-BLOQUEADOS      PIC 9(7) VALUE 0.

       01  FIN-TRIMRES             PIC X VALUE 'N'.
       01  FIN-CALENDARIO          PIC X VALUE 'N'.
       01  FIN-INSCRIPCIONES       PIC X VALUE 'N'.
       01  FIN-CORRELATIVAS        PIC X VALUE 'N'.
       01  FIN-HISTORIA            PIC X VALUE 'N'.
       01  FIN-AUSENCIAS           PIC X VALUE 'N'.
       01  FIN-NOTAS-MESA          PIC X VALUE 'N'.
       01  WS-MODO-INSCRIPCION     PIC X VALUE 'N'.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-FIN-TURNO            PIC 9(8) VALUE 0.
       01  WS-LEGAJO-NM            PIC 9(8).
       01  WS-IDX-AUS              PIC 9(5).
       01  WS-IDX-COR              PIC 9(4).
       01  WS-IDX-ESPERA           PIC 9(3).
       01  WS-MOTIVO               PIC X(40).
       01  WS-APROBADA             PIC X.
       01  WS-NOTA-APROBADO        PIC 9(2) VALUE 6.
       01  WS-IDX-FALLO            PIC 9(4).
       01  WS-IDX-MESA             PIC 9(3).
               03 TME-AULA         PIC X(5).
               03 TME-CUPO         PIC 9(3).
               03 TME-ANOTADOS     PIC 9(3).
               03 TME-ESPERA       PIC 9(3).

       01  CANT-AUSENCIAS          PIC 9(5) VALUE 0.
       01  TABLA-AUSENCIAS.
           02 TABLA-AUS-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-AUSENCIAS
                             INDEXED BY IDX-AUS.
               03 TAU-LEGAJO       PIC 9(8).
               03 TAU-AUSENCIAS    PIC 9(2).
               03 TAU-ULT-FECHA    PIC 9(8).
               03 TAU-BLOQUEO      PIC 9(8).

       01  CANT-CORRELATIVAS       PIC 9(4) VALUE 0.
       01  TABLA-CORRELATIVAS.
           02 TABLA-COR-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-CORRELATIVAS
                             INDEXED BY IDX-COR.
               03 TCO-COD-MATERIA  PIC X(6).
               03 TCO-MATERIA-PREV PIC X(30).

       01  CANT-APROBADAS          PIC 9(5) VALUE 0.
       01  TABLA-APROBADAS.
           02 TABLA-APR-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-APROBADAS
                             INDEXED BY IDX-APR.
               03 TAP-LEGAJO       PIC 9(8).
               03 TAP-MATERIA      PIC X(30).

       01  CANT-INSCRIPTOS         PIC 9(5) VALUE 0.
       01  TABLA-INSCRIPTOS.
           02 TABLA-INS-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-INSCRIPTOS
                             INDEXED BY IDX-INS.
               03 TIN-LEGAJO       PIC 9(8).
               03 TIN-COD-MATERIA  PIC X(6).

       01  LIN-CI-SEPARADOR        PIC X(70) VALUE ALL '-'.
       01  LIN-CI-DETALLE.
           02 LSM-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LSM-MATERIA      PIC X(20).
       01  LIN-CI-ESPERA.
           02 FILLER           PIC X(20) VALUE
              'LISTA DE ESPERA  -- '.
           02 LCE-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCE-MATERIA      PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCE-FECHA        PIC 9(8).
           02 FILLER           PIC X(8)  VALUE ' ORDEN: '.
           02 LCE-ORDEN        PIC ZZ9.
       01  LIN-CI-RECHAZO.
           02 FILLER           PIC X(20) VALUE
              'PEDIDO RECHAZADO -- '.
           02 LCR-LEGAJO       PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCR-MATERIA      PIC X(6).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCR-MOTIVO       PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-CALENDARIO.
           PERFORM 14000-CARGAR-AUSENCIAS.
           PERFORM 14500-REVISAR-MESA-ANTERIOR.
           PERFORM 15000-CARGAR-CORRELATIVAS.
           PERFORM 15500-CARGAR-APROBADAS.
           PERFORM 16000-ABRIR-SALIDAS.
           IF WS-MODO-INSCRIPCION = 'S'
               PERFORM 24000-PROCESAR-PEDIDO
                   UNTIL FIN-INSCRIPCIONES = 'S'
           ELSE
               PERFORM 13000-CARGAR-FALLOS UNTIL FIN-TRIMRES = 'S'
               PERFORM 20000-ARMAR-MESAS
           END-IF.
           PERFORM 29000-REESCRIBIR-AUSENCIAS.
           PERFORM 30000-FINAL.

      *    Con INSCMESA.DAT las mesas se arman con los pedidos de
      *    inscripcion; sin el archivo se cita de oficio a todo el
      *    que desaprobo, como antes.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           PERFORM 11000-GENERAR-RUN-ID

               MOVE 'S' TO FIN-TRIMRES
           END-IF

           OPEN INPUT INSCRIPCIONES.
           IF FS-INSCRIPCIONES-OK
               MOVE 'S' TO WS-MODO-INSCRIPCION
           ELSE
               MOVE 'S' TO FIN-INSCRIPCIONES
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
                           MOVE AULA-MC TO TME-AULA(CANT-MESAS)
                           MOVE CUPO-MC TO TME-CUPO(CANT-MESAS)
                           MOVE 0 TO TME-ANOTADOS(CANT-MESAS)
                           MOVE 0 TO TME-ESPERA(CANT-MESAS)
                           IF FECHA-MC > WS-FIN-TURNO
                               MOVE FECHA-MC TO WS-FIN-TURNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MESA-CALENDARIO
           MOVE PROMEDIO-TR TO TFA-SUMA(CANT-FALLOS)
           MOVE 1 TO TFA-CANT(CANT-FALLOS).

       14000-CARGAR-AUSENCIAS.
           OPEN INPUT AUSENCIAS.
           IF FS-AUSENCIAS-OK
               PERFORM UNTIL FIN-AUSENCIAS = 'S'
                   READ AUSENCIAS
                       AT END
                           MOVE 'S' TO FIN-AUSENCIAS
                       NOT AT END
                           IF CANT-AUSENCIAS < 9999
                               ADD 1 TO CANT-AUSENCIAS
                               MOVE REG-AUSENCIA
                                   TO TABLA-AUS-ITEM(CANT-AUSENCIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUSENCIAS
           END-IF.

      *    MESANOTA del turno anterior ya tiene cargadas las notas;
      *    nota cero es ausente. Solo cuentan mesas ya tomadas y
      *    posteriores a la ultima revisada, asi una corrida
      *    repetida no suma dos veces la misma ausencia. Quien
      *    llega a dos ausencias seguidas no rinde en este turno.
       14500-REVISAR-MESA-ANTERIOR.
           OPEN INPUT NOTAS-MESA.
           IF FS-NOTAS-MESA-OK
               PERFORM UNTIL FIN-NOTAS-MESA = 'S'
                   READ NOTAS-MESA
                       AT END
                           MOVE 'S' TO FIN-NOTAS-MESA
                       NOT AT END
                           IF FEC-EXAMEN-NM < WS-FECHA-HOY
                              AND NRO-A-NM IS NUMERIC
                               PERFORM 14600-REGISTRAR-PRESENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-MESA
           END-IF
           PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
               UNTIL WS-IDX-AUS > CANT-AUSENCIAS
               IF TAU-AUSENCIAS(WS-IDX-AUS) >= 2
                   MOVE WS-FIN-TURNO TO TAU-BLOQUEO(WS-IDX-AUS)
                   MOVE 0 TO TAU-AUSENCIAS(WS-IDX-AUS)
               END-IF
           END-PERFORM.

       14600-REGISTRAR-PRESENCIA.
           MOVE NRO-A-NM TO WS-LEGAJO-NM
           MOVE 0 TO WS-IDX-AUS
           IF CANT-AUSENCIAS > 0
               SET IDX-AUS TO 1
               SEARCH TABLA-AUS-ITEM
                   AT END
                       CONTINUE
                   WHEN TAU-LEGAJO(IDX-AUS) = WS-LEGAJO-NM
                       SET WS-IDX-AUS TO IDX-AUS
               END-SEARCH
           END-IF
           IF WS-IDX-AUS = 0 AND CANT-AUSENCIAS < 9999
               ADD 1 TO CANT-AUSENCIAS
               MOVE CANT-AUSENCIAS TO WS-IDX-AUS
               MOVE WS-LEGAJO-NM TO TAU-LEGAJO(WS-IDX-AUS)
               MOVE 0 TO TAU-AUSENCIAS(WS-IDX-AUS)
               MOVE 0 TO TAU-ULT-FECHA(WS-IDX-AUS)
               MOVE 0 TO TAU-BLOQUEO(WS-IDX-AUS)
           END-IF
           IF WS-IDX-AUS > 0
               IF FEC-EXAMEN-NM > TAU-ULT-FECHA(WS-IDX-AUS)
                   MOVE FEC-EXAMEN-NM TO TAU-ULT-FECHA(WS-IDX-AUS)
                   IF NTA-NM = 0
                       ADD 1 TO TAU-AUSENCIAS(WS-IDX-AUS)
                   ELSE
                       MOVE 0 TO TAU-AUSENCIAS(WS-IDX-AUS)
                   END-IF
               END-IF
           END-IF.

       15000-CARGAR-CORRELATIVAS.
           OPEN INPUT CORRELATIVAS.
           IF FS-CORRELATIVAS-OK
               PERFORM UNTIL FIN-CORRELATIVAS = 'S'
                   READ CORRELATIVAS
                       AT END
                           MOVE 'S' TO FIN-CORRELATIVAS
                       NOT AT END
                           IF CANT-CORRELATIVAS < 999
                               ADD 1 TO CANT-CORRELATIVAS
                               MOVE COD-MATERIA-CO TO
                                   TCO-COD-MATERIA(CANT-CORRELATIVAS)
                               MOVE MATERIA-PREV-CO TO
                                   TCO-MATERIA-PREV(CANT-CORRELATIVAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRELATIVAS
           END-IF.

       15500-CARGAR-APROBADAS.
           IF CANT-CORRELATIVAS > 0
               OPEN INPUT HISTORIA
               IF FS-HISTORIA-OK
                   PERFORM UNTIL FIN-HISTORIA = 'S'
                       READ HISTORIA
                           AT END
                               MOVE 'S' TO FIN-HISTORIA
                           NOT AT END
                               IF ESTADO-H = 'APROBADO'
                                  AND CANT-APROBADAS < 9999
                                   ADD 1 TO CANT-APROBADAS
                                   MOVE LEGAJO-H
                                       TO TAP-LEGAJO(CANT-APROBADAS)
                                   MOVE MATERIA-H
                                       TO TAP-MATERIA(CANT-APROBADAS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTORIA
               END-IF
           END-IF.

       16000-ABRIR-SALIDAS.
           OPEN OUTPUT ROSTER
           OPEN OUTPUT CITACIONES
           OPEN OUTPUT NOTAS-MESA
           IF WS-MODO-INSCRIPCION = 'S'
               OPEN OUTPUT ESPERA
           END-IF.

      *    Se anota en la primera mesa con cupo de su materia; si
      *    la mesa se llena desborda a la siguiente fecha.
       20000-ARMAR-MESAS.
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

      *    Pedido por pedido, en orden de llegada: bloqueo por
      *    ausencias, mesa de la materia, pedido repetido y
      *    correlativas. Pasados los controles toma lugar en la
      *    mesa pedida (o la primera con cupo) o queda en lista de
      *    espera de esa mesa.
       24000-PROCESAR-PEDIDO.
           READ INSCRIPCIONES
               AT END
                   MOVE 'S' TO FIN-INSCRIPCIONES
           END-READ
           IF FIN-INSCRIPCIONES NOT = 'S'
               ADD 1 TO WS-CANT-PEDIDOS
               MOVE SPACES TO WS-MOTIVO
               PERFORM 24100-VERIFICAR-BLOQUEO
               IF WS-MOTIVO = SPACES
                   PERFORM 24200-VERIFICAR-MESA
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 24300-VERIFICAR-DUPLICADO
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 24400-VERIFICAR-CORRELATIVAS
                       VARYING WS-IDX-COR FROM 1 BY 1
                       UNTIL WS-IDX-COR > CANT-CORRELATIVAS
                          OR WS-MOTIVO NOT = SPACES
               END-IF
               IF WS-MOTIVO = SPACES
                   PERFORM 25000-ASIGNAR-PEDIDO
               ELSE
                   ADD 1 TO WS-CANT-RECHAZADOS
                   IF FS-CITACIONES-OK
                       MOVE LEGAJO-IM TO LCR-LEGAJO
                       MOVE COD-MATERIA-IM TO LCR-MATERIA
                       MOVE WS-MOTIVO TO LCR-MOTIVO
                       WRITE LIN-CITACION FROM LIN-CI-RECHAZO
                   END-IF
               END-IF
           END-IF.

       24100-VERIFICAR-BLOQUEO.
           IF CANT-AUSENCIAS > 0
               SET IDX-AUS TO 1
               SEARCH TABLA-AUS-ITEM
                   AT END
                       CONTINUE
                   WHEN TAU-LEGAJO(IDX-AUS) = LEGAJO-IM
                       IF TAU-BLOQUEO(IDX-AUS) >= WS-FECHA-HOY
                           MOVE 'BLOQUEADO POR DOS AUSENCIAS SEGUIDAS'
                               TO WS-MOTIVO
                           ADD 1 TO WS-CANT-BLOQUEADOS
                       END-IF
               END-SEARCH
           END-IF.

       24200-VERIFICAR-MESA.
           MOVE 'SIN MESA PARA LA MATERIA EN ESA FECHA' TO WS-MOTIVO
           PERFORM VARYING WS-IDX-MESA FROM 1 BY 1
               UNTIL WS-IDX-MESA > CANT-MESAS
               IF TME-COD-MATERIA(WS-IDX-MESA) = COD-MATERIA-IM
                  AND (FECHA-MESA-IM = 0
                       OR TME-FECHA(WS-IDX-MESA) = FECHA-MESA-IM)
                   MOVE SPACES TO WS-MOTIVO
               END-IF
           END-PERFORM.

       24300-VERIFICAR-DUPLICADO.
           IF CANT-INSCRIPTOS > 0
               SET IDX-INS TO 1
               SEARCH TABLA-INS-ITEM
                   AT END
                       CONTINUE
                   WHEN TIN-LEGAJO(IDX-INS) = LEGAJO-IM
                    AND TIN-COD-MATERIA(IDX-INS) = COD-MATERIA-IM
                       MOVE 'PEDIDO REPETIDO PARA LA MATERIA'
                           TO WS-MOTIVO
               END-SEARCH
           END-IF.

       24400-VERIFICAR-CORRELATIVAS.
           IF TCO-COD-MATERIA(WS-IDX-COR) = COD-MATERIA-IM
               MOVE 'N' TO WS-APROBADA
               IF CANT-APROBADAS > 0
                   SET IDX-APR TO 1
                   SEARCH TABLA-APR-ITEM
                       AT END
                           CONTINUE
                       WHEN TAP-LEGAJO(IDX-APR) = LEGAJO-IM
                        AND TAP-MATERIA(IDX-APR)
                               = TCO-MATERIA-PREV(WS-IDX-COR)
                           MOVE 'S' TO WS-APROBADA
                   END-SEARCH
               END-IF
               IF WS-APROBADA = 'N'
                   STRING 'ADEUDA ' DELIMITED BY SIZE
                          TCO-MATERIA-PREV(WS-IDX-COR)
                              DELIMITED BY SIZE
                          INTO WS-MOTIVO
               END-IF
           END-IF.

       25000-ASIGNAR-PEDIDO.
           IF CANT-INSCRIPTOS < 9999
               ADD 1 TO CANT-INSCRIPTOS
               MOVE LEGAJO-IM TO TIN-LEGAJO(CANT-INSCRIPTOS)
               MOVE COD-MATERIA-IM TO TIN-COD-MATERIA(CANT-INSCRIPTOS)
           END-IF
           MOVE 'N' TO WS-MESA-ASIGNADA
           MOVE 0 TO WS-IDX-ESPERA
           PERFORM VARYING WS-IDX-MESA FROM 1 BY 1
               UNTIL WS-IDX-MESA > CANT-MESAS
                  OR WS-MESA-ASIGNADA = 'S'
               IF TME-COD-MATERIA(WS-IDX-MESA) = COD-MATERIA-IM
                  AND (FECHA-MESA-IM = 0
                       OR TME-FECHA(WS-IDX-MESA) = FECHA-MESA-IM)
                   IF WS-IDX-ESPERA = 0
                       MOVE WS-IDX-MESA TO WS-IDX-ESPERA
                   END-IF
                   IF TME-ANOTADOS(WS-IDX-MESA)
                           < TME-CUPO(WS-IDX-MESA)
                       MOVE 'S' TO WS-MESA-ASIGNADA
                       ADD 1 TO TME-ANOTADOS(WS-IDX-MESA)
                       PERFORM 25100-ANOTAR-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MESA-ASIGNADA = 'N'
               ADD 1 TO TME-ESPERA(WS-IDX-ESPERA)
               ADD 1 TO WS-CANT-EN-ESPERA
               IF FS-ESPERA-OK
                   MOVE TME-COD-MATERIA(WS-IDX-ESPERA)
                       TO COD-MATERIA-ES
                   MOVE TME-FECHA(WS-IDX-ESPERA) TO FECHA-ES
                   MOVE TME-AULA(WS-IDX-ESPERA) TO AULA-ES
                   MOVE LEGAJO-IM TO LEGAJO-ES
                   MOVE TME-ESPERA(WS-IDX-ESPERA) TO ORDEN-ES
                   WRITE REG-ESPERA
               END-IF
               IF FS-CITACIONES-OK
                   MOVE LEGAJO-IM TO LCE-LEGAJO
                   MOVE COD-MATERIA-IM TO LCE-MATERIA
                   MOVE TME-FECHA(WS-IDX-ESPERA) TO LCE-FECHA
                   MOVE TME-ESPERA(WS-IDX-ESPERA) TO LCE-ORDEN
                   WRITE LIN-CITACION FROM LIN-CI-ESPERA
               END-IF
           END-IF.

       25100-ANOTAR-PEDIDO.
           IF FS-ROSTER-OK
               MOVE TME-COD-MATERIA(WS-IDX-MESA)
                   TO COD-MATERIA-RT
               MOVE TME-FECHA(WS-IDX-MESA) TO FECHA-RT
               MOVE TME-AULA(WS-IDX-MESA) TO AULA-RT
               MOVE LEGAJO-IM TO LEGAJO-RT
               WRITE REG-ROSTER
           END-IF
           IF FS-CITACIONES-OK
               WRITE LIN-CITACION FROM LIN-CI-SEPARADOR
               MOVE LEGAJO-IM TO LCI-LEGAJO
               MOVE COD-MATERIA-IM TO LCI-MATERIA
               MOVE TME-FECHA(WS-IDX-MESA) TO LCI-FECHA
               MOVE TME-AULA(WS-IDX-MESA) TO LCI-AULA
               WRITE LIN-CITACION FROM LIN-CI-DETALLE
           END-IF
           IF FS-NOTAS-MESA-OK
               MOVE LEGAJO-IM TO NRO-A-NM
               MOVE 0 TO NTA-NM
               MOVE COD-MATERIA-IM TO MATERIA-NM
               MOVE TME-FECHA(WS-IDX-MESA) TO FEC-EXAMEN-NM
               WRITE REG-NOTA-MESA
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       29000-REESCRIBIR-AUSENCIAS.
           IF CANT-AUSENCIAS > 0
               OPEN OUTPUT AUSENCIAS
               IF FS-AUSENCIAS-OK
                   PERFORM VARYING WS-IDX-AUS FROM 1 BY 1
                       UNTIL WS-IDX-AUS > CANT-AUSENCIAS
                       MOVE TABLA-AUS-ITEM(WS-IDX-AUS)
                           TO REG-AUSENCIA
                       WRITE REG-AUSENCIA
                   END-PERFORM
                   CLOSE AUSENCIAS
               ELSE
                   DISPLAY 'ERROR AL GRABAR MESAAUSE ' FS-AUSENCIAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       30000-FINAL.
           DISPLAY 'RESULTADOS LEIDOS  : ' WS-CANT-ENTRADA
           DISPLAY 'CONVOCADOS A MESA  : ' WS-CANT-SALIDA
           DISPLAY 'SIN MESA DISPONIBLE: ' WS-CANT-SIN-MESA
           IF WS-MODO-INSCRIPCION = 'S'
               DISPLAY 'PEDIDOS LEIDOS     : ' WS-CANT-PEDIDOS
               DISPLAY 'PEDIDOS RECHAZADOS : ' WS-CANT-RECHAZADOS
               DISPLAY '  POR AUSENCIAS    : ' WS-CANT-BLOQUEADOS
               DISPLAY 'EN LISTA DE ESPERA : ' WS-CANT-EN-ESPERA
           END-IF
           IF FS-TRIMRES-OK
               CLOSE RESULTADOS-TRIM
           END-IF
           IF FS-NOTAS-MESA-OK
               CLOSE NOTAS-MESA
           END-IF
           IF WS-MODO-INSCRIPCION = 'S'
               CLOSE INSCRIPCIONES
               IF FS-ESPERA-OK
                   CLOSE ESPERA
               END-IF
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MESAEXAM' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO

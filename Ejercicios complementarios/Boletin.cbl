                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ASISTENCIA.

           SELECT CUOTAS-ALUMNO ASSIGN TO  '..\CUOTALUM.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-CUOTAS.

           SELECT BOLETINES ASSIGN TO  '..\BOLETIN.DAT'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
           03 CLASES-DICTADAS-AS   PIC 9(3).
           03 CLASES-ASISTIDAS-AS  PIC 9(3).

      *    Lo deja F112CUOT; RETENIDO-CA 'S' si hay cuotas impagas
      *    vencidas del responsable.
       FD  CUOTAS-ALUMNO.
       01  REG-CUOTA-ALUMNO.
           03 LEGAJO-CA            PIC 9(8).
           03 NRO-CLIENTE-CA       PIC 9(7).
           03 COD-SERVICIO-CA      PIC X(3).
           03 ESTADO-CA            PIC X(1).
           03 PERIODO-ULT-CA       PIC 9(6).
           03 IMPORTE-ULT-CA       PIC 9(7)V99.
           03 DEUDA-CA             PIC S9(9)V99.
           03 FECHA-DEUDA-CA       PIC 9(8).
           03 RETENIDO-CA          PIC X(1).

       FD  BOLETINES.
       01  LIN-BOLETIN             PIC X(90).

           88 FS-TRIMRES-OK        VALUE "00".
       01  FS-ASISTENCIA           PIC X(2).
           88 FS-ASISTENCIA-OK     VALUE "00".
       01  FS-CUOTAS               PIC X(2).
           88 FS-CUOTAS-OK         VALUE "00".
       01  FS-BOLETINES            PIC X(2).
           88 FS-BOLETINES-OK      VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
       01  FIN-RUNSTAT-HIST        PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-CANT-RETENIDOS       PIC 9(7) VALUE 0.

       01  FIN-ALUMNOS             PIC X VALUE 'N'.
       01  FIN-TRIMRES             PIC X VALUE 'N'.
       01  FIN-ASISTENCIA          PIC X VALUE 'N'.
       01  FIN-CUOTAS              PIC X VALUE 'N'.
       01  WS-RETENIDO             PIC X VALUE 'N'.
       01  WS-DEUDA-RETENIDA       PIC S9(9)V99.
       01  WS-IDX-AUX              PIC 9(5).
       01  WS-IDX-MAT              PIC 9(3).
       01  WS-SUMA-FINAL           PIC 9(5).
               03 TAS-DICTADAS     PIC 9(3).
               03 TAS-ASISTIDAS    PIC 9(3).

       01  CANT-RETENIDOS          PIC 9(5) VALUE 0.
       01  TABLA-RETENIDOS.
           02 TABLA-RET-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-RETENIDOS
                             INDEXED BY IDX-RET.
               03 TRE-LEGAJO       PIC 9(8).
               03 TRE-DEUDA        PIC S9(9)V99.

       01  CANT-MAT-BOL            PIC 9(3) VALUE 0.
       01  TABLA-MAT-BOL.
           02 TABLA-MB-ITEM OCCURS 1 TO 999 TIMES
           02 LBF-FINAL        PIC Z9.
           02 FILLER           PIC X(3)  VALUE SPACES.
           02 LBF-CLASIF       PIC X(15).
       01  LIN-BO-RETENIDO.
           02 FILLER           PIC X(36) VALUE
              'BOLETIN RETENIDO POR CUOTAS IMPAGAS'.
           02 FILLER           PIC X(8)  VALUE 'DEUDA: '.
           02 LBR-DEUDA        PIC -Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 12000-CARGAR-TRIMESTRES
           PERFORM 13000-CARGAR-ASISTENCIA
           PERFORM 14000-CARGAR-RETENIDOS

           OPEN INPUT ALUMNOS.
           IF NOT FS-ALUMNOS-OK
               CLOSE ASISTENCIA
           END-IF.

       14000-CARGAR-RETENIDOS.
           OPEN INPUT CUOTAS-ALUMNO.
           IF FS-CUOTAS-OK
               PERFORM UNTIL FIN-CUOTAS = 'S'
                   READ CUOTAS-ALUMNO
                       AT END
                           MOVE 'S' TO FIN-CUOTAS
                       NOT AT END
                           IF RETENIDO-CA = 'S'
                              AND CANT-RETENIDOS < 9999
                               ADD 1 TO CANT-RETENIDOS
                               MOVE LEGAJO-CA
                                   TO TRE-LEGAJO(CANT-RETENIDOS)
                               MOVE DEUDA-CA
                                   TO TRE-DEUDA(CANT-RETENIDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-ALUMNO
           END-IF.

      *    Un boletin por alumno con los tres trimestres lado a
      *    lado por materia, la asistencia y el final del anio con
      *    la clasificacion de siempre.
                   PERFORM 22000-VOLCAR-EN-MATERIA
               END-IF
           END-PERFORM
           PERFORM 21500-VER-RETENIDO
           IF CANT-MAT-BOL > 0 AND WS-RETENIDO = 'S'
               WRITE LIN-BOLETIN FROM LIN-BO-SEPARADOR
               MOVE COD-ALUMNO-A TO LBT-LEGAJO
               MOVE NOMBRE-A TO LBT-NOMBRE
               WRITE LIN-BOLETIN FROM LIN-BO-TITULO
               MOVE WS-DEUDA-RETENIDA TO LBR-DEUDA
               WRITE LIN-BOLETIN FROM LIN-BO-RETENIDO
               ADD 1 TO WS-CANT-RETENIDOS
               MOVE 0 TO CANT-MAT-BOL
           END-IF
           IF CANT-MAT-BOL > 0
               WRITE LIN-BOLETIN FROM LIN-BO-SEPARADOR
               MOVE COD-ALUMNO-A TO LBT-LEGAJO
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

      *    Con cuotas impagas vencidas el boletin sale retenido:
      *    solo el titulo y la deuda, sin las notas.
       21500-VER-RETENIDO.
           MOVE 'N' TO WS-RETENIDO
           MOVE 0 TO WS-DEUDA-RETENIDA
           IF CANT-RETENIDOS > 0
               SET IDX-RET TO 1
               SEARCH TABLA-RET-ITEM
                   AT END
                       CONTINUE
                   WHEN TRE-LEGAJO(IDX-RET) = COD-ALUMNO-A
                       MOVE 'S' TO WS-RETENIDO
                       MOVE TRE-DEUDA(IDX-RET) TO WS-DEUDA-RETENIDA
               END-SEARCH
           END-IF.

       22000-VOLCAR-EN-MATERIA.
           SET IDX-MB TO 1
           IF CANT-MAT-BOL > 0
       30000-FINAL.
           DISPLAY 'ALUMNOS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'BOLETINES EMITIDOS : ' WS-CANT-SALIDA
           DISPLAY 'BOLETINES RETENIDOS: ' WS-CANT-RETENIDOS
           IF FS-ALUMNOS-OK
               CLOSE ALUMNOS
           END-IF

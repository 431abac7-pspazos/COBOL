           03 ESTADO-H             PIC X(12).
           03 CURSO-H              PIC 9(1).
           03 DIVISION-H           PIC X(1).
           03 CONDICION-H          PIC X(1).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
               END-IF
               MOVE CURSO-R TO CURSO-H
               MOVE DIVISION-R TO DIVISION-H
               MOVE CONDICION-R(WS-IDX-MAT) TO CONDICION-H
               WRITE REG-HISTORIA
               ADD 1 TO WS-CANT-SALIDA
           END-PERFORM.

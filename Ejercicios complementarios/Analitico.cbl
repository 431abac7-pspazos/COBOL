           03 ESTADO-H             PIC X(12).
           03 CURSO-H              PIC 9(1).
           03 DIVISION-H           PIC X(1).
           03 CONDICION-H          PIC X(1).

       FD  ANALITICOS.
       01  LIN-ANALITICO           PIC X(90).

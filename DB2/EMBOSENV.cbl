           SELECT SALIDAS ASSIGN TO  '..\SALD'
                          FILE STATUS  IS FS-SALIDA.

           SELECT REPOSICIONES ASSIGN TO  '..\REPOLIST'
                          FILE STATUS  IS FS-REPOSIC.

           SELECT ENVIO-PROVEEDOR ASSIGN TO  '..\EMBOSENV'
                          FILE STATUS  IS FS-ENVIO.

           02 TIPO-REG-TR          PIC X(10).
           02 FILLER               PIC X(44).

       FD  REPOSICIONES.
       01  REG-REPOSICION.
           02 NRO-TARJETA-RP       PIC X(16).
           02 NRO-PIEZA-RP         PIC X(8).
           02 FEC-ALTA-RP          PIC X(10).
           02 FEC-EMBOZO-RP        PIC X(10).
           02 DIAS-EMBOZO-RP       PIC 9(5).
           02 DIAS-HAB-EMB-RP      PIC 9(5).

       FD  ENVIO-PROVEEDOR.
       01  REG-ENVIO-HEADER.
           02 TIPO-ENV-H           PIC X(1).
       WORKING-STORAGE SECTION.
       01  FS-SALIDA           PIC XX.
       01  FIN-SALIDA          PIC 9 VALUE 0.
       01  FS-REPOSIC          PIC XX.
       01  FIN-REPOSIC         PIC 9 VALUE 0.
       01  WS-REPOSIC-ABIERTO  PIC X VALUE 'N'.
           88 REPOSIC-ABIERTO  VALUE 'S'.
       01  FS-ENVIO            PIC XX.
       01  FS-CONTROL          PIC XX.
       01  FS-RUNSTAT          PIC XX.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FIN-SALIDA = 1
           PERFORM 2500-REPOSICIONES UNTIL FIN-REPOSIC = 1
           PERFORM 3000-FINAL.

       1000-INICIO.
               PERFORM 3000-FINAL
           END-IF

           OPEN INPUT REPOSICIONES
           IF FS-REPOSIC = ZEROS
               SET REPOSIC-ABIERTO TO TRUE
           ELSE
               MOVE 1 TO FIN-REPOSIC
           END-IF

           OPEN OUTPUT ENVIO-PROVEEDOR
           IF FS-ENVIO NOT = ZEROS
               DISPLAY 'ERROR OPEN EMBOSENV' FS-ENVIO
               END-IF
           END-IF.

       2500-REPOSICIONES.
           READ REPOSICIONES AT END MOVE 1 TO FIN-REPOSIC
           END-READ
           IF FIN-REPOSIC NOT = 1
               ADD 1 TO WS-CANT-ENTRADA
               MOVE 'D' TO TIPO-ENV-D
               MOVE NRO-TARJETA-RP TO NRO-TARJETA-ENV
               MOVE NRO-PIEZA-RP TO NRO-PIEZA-ENV
               MOVE FEC-ALTA-RP TO FEC-ALTA-ENV
               WRITE REG-ENVIO-DETALLE
               MOVE NRO-TARJETA-RP TO NRO-TARJETA-CE
               MOVE NRO-PIEZA-RP TO NRO-PIEZA-CE
               MOVE WS-FECHA-HOY TO FECHA-ENVIO-CE
               WRITE REG-CONTROL-ENVIO
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

       3000-FINAL.
           MOVE 'T' TO TIPO-ENV-T
           MOVE WS-CANT-SALIDA TO CANT-PIEZAS-ENV
           WRITE REG-ENVIO-TRAILER
           CLOSE SALIDAS
           IF REPOSIC-ABIERTO
               CLOSE REPOSICIONES
           END-IF
           CLOSE ENVIO-PROVEEDOR
           CLOSE CONTROL-ENVIO
           IF RUNSTAT-ABIERTO

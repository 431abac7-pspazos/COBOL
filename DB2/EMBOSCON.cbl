       01  FIN-RUNSTAT-HIST    PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-DISCREPA    PIC 9(7) VALUE 0.
       01  WS-EM-TIPO          PIC X(1).
       01  WS-EM-NUMERO        PIC X(22).
       01  WS-EM-MASCARA       PIC X(22).

       01  CANT-ENVIADAS       PIC 9(4) VALUE 0.
       01  TABLA-ENVIADAS.
           END-IF.

       2600-GRABAR-DISCREPANCIA.
           MOVE 'T' TO WS-EM-TIPO
           MOVE NRO-TARJETA-DC TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:16) TO NRO-TARJETA-DC
           WRITE REG-DISCREPANCIA
           IF FS-DISCREPA NOT = ZEROS
               DISPLAY 'ERROR WRITE EMBODISC' FS-DISCREPA

       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA      PIC 9(7) VALUE 0.
       01  WS-CANT-EXCEP       PIC 9(7) VALUE 0.
       01  WS-EM-TIPO          PIC X(1).
       01  WS-EM-NUMERO        PIC X(22).
       01  WS-EM-MASCARA       PIC X(22).

       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-FECHA-DESPACHO   PIC 9(8).
               UNTIL WS-DIAS-HAB-DH >= 1

           WRITE LIN-MAILER FROM LIN-PM-SEPARADOR
           PERFORM 2600-ENMASCARAR-TARJETA
           MOVE WS-EM-MASCARA(1:16) TO LPM-TARJETA
           WRITE LIN-MAILER FROM LIN-PM-TARJETA
           MOVE WS-FECHA-DESPACHO TO LPM-FECHA
           WRITE LIN-MAILER FROM LIN-PM-DESPACHO
           END-IF.

       2500-EXCEPCION-SIN-PIN.
           PERFORM 2600-ENMASCARAR-TARJETA
           MOVE WS-EM-MASCARA(1:16) TO NRO-TARJETA-PX
           MOVE FECHA-ENVIO-CE TO FECHA-ENVIO-PX
           MOVE 'PIN NO DESPACHADO' TO MOTIVO-PX
           WRITE REG-EXCEPCION-PIN
           ADD 1 TO WS-CANT-EXCEP.

       2600-ENMASCARAR-TARJETA.
           MOVE 'T' TO WS-EM-TIPO
           MOVE NRO-TARJETA-CE TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       3000-FINAL.
           DISPLAY 'PIEZAS DE ENVIO LEIDAS: ' WS-CANT-ENTRADA
           DISPLAY 'SOBRES PIN GENERADOS  : ' WS-CANT-SALIDA

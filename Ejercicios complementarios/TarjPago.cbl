       01  WS-RECUPEROS-ABIERTO        PIC X VALUE 'N'.
           88 RECUPEROS-ABIERTO        VALUE 'S'.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-ES-CASTIGADA             PIC X.
       01  WS-CANT-RECUPEROS           PIC 9(7) VALUE 0.

           02 FILLER              PIC X(40) VALUE
              'TARJPAGO  APLICACION DE PAGOS'.
       01  LIN-REP-DETALLE.
           02 LRP-CTA             PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRP-LEYENDA         PIC X(20).
           02 FILLER              PIC X(2)  VALUE SPACES.
               END-IF
           END-PERFORM
           IF WS-PAGO-APLICADO = 'S' AND MONTO-D > 0
               MOVE NRO-CTA-D TO WS-EM-NUMERO
               PERFORM 29000-ENMASCARAR-CTA
               MOVE WS-EM-MASCARA(1:8) TO LRP-CTA
               MOVE 'PAGO PARCIAL' TO LRP-LEYENDA
               MOVE MONTO-D TO LRP-IMPORTE
               WRITE LIN-PAGOS-REP FROM LIN-REP-DETALLE
                       IF WS-ES-CASTIGADA = 'S'
                           PERFORM 24700-REGISTRAR-RECUPERO
                       ELSE
                           MOVE TP-NRO-CTA(IDX-PAGO) TO WS-EM-NUMERO
                           PERFORM 29000-ENMASCARAR-CTA
                           MOVE WS-EM-MASCARA(1:8) TO LRP-CTA
                           MOVE 'PAGO SIN DEUDA' TO LRP-LEYENDA
                           MOVE TP-IMPORTE(IDX-PAGO)
                               TO LRP-IMPORTE
                               FROM LIN-REP-DETALLE
                       END-IF
                   WHEN TP-RESTO(IDX-PAGO) > 0
                       MOVE TP-NRO-CTA(IDX-PAGO) TO WS-EM-NUMERO
                       PERFORM 29000-ENMASCARAR-CTA
                       MOVE WS-EM-MASCARA(1:8) TO LRP-CTA
                       MOVE 'PAGO EXCEDENTE' TO LRP-LEYENDA
                       MOVE TP-RESTO(IDX-PAGO) TO LRP-IMPORTE
                       WRITE LIN-PAGOS-REP FROM LIN-REP-DETALLE
               WRITE REG-RECUPERO
           END-IF
           ADD 1 TO WS-CANT-RECUPEROS
           MOVE TP-NRO-CTA(IDX-PAGO) TO WS-EM-NUMERO
           PERFORM 29000-ENMASCARAR-CTA
           MOVE WS-EM-MASCARA(1:8) TO LRP-CTA
           MOVE 'RECUPERO CASTIGO' TO LRP-LEYENDA
           MOVE TP-IMPORTE(IDX-PAGO) TO LRP-IMPORTE
           WRITE LIN-PAGOS-REP FROM LIN-REP-DETALLE.
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           IF WS-CANT-RECUPEROS > 0
               DISPLAY 'RECUPEROS DE CASTIGOS: ' WS-CANT-RECUPEROS

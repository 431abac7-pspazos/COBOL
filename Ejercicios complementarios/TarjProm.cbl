       01  WS-CANT-ROTAS               PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  FIN-PROMESAS                PIC X VALUE 'N'.
       01  FIN-PAGOS                   PIC X VALUE 'N'.
       01  WS-PROM-ABIERTO             PIC X VALUE 'N'.
           02 FILLER              PIC X(40) VALUE
              'TARJPROM  PROMESAS DE PAGO INCUMPLIDAS'.
       01  LIN-PR-DETALLE.
           02 LPR-CTA             PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPR-IMPORTE         PIC Z(13)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.

       26000-INFORMAR-ROTA.
           IF FS-PROM-ROTAS-OK
               MOVE TPM-NRO-CTA(WS-IDX-PROM) TO WS-EM-NUMERO
               PERFORM 29000-ENMASCARAR-CTA
               MOVE WS-EM-MASCARA(1:8) TO LPR-CTA
               MOVE TPM-IMPORTE(WS-IDX-PROM) TO LPR-IMPORTE
               MOVE TPM-FECHA-PROM(WS-IDX-PROM) TO LPR-FECHA
               MOVE TPM-OPERADOR(WS-IDX-PROM) TO LPR-OPERADOR
               END-IF
           END-IF.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           DISPLAY 'PROMESAS LEIDAS   : ' WS-CANT-ENTRADA
           DISPLAY 'PROMESAS CUMPLIDAS: ' WS-CANT-CUMPLIDAS

       01  WS-CANT-CON-DEUDA           PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  FIN-SOLICITUDES             PIC X VALUE 'N'.
       01  FIN-ARCHIVO                 PIC X.
       01  WS-IDX-SOL                  PIC 9(3).
       01  LIN-RF-TITULO.
           02 FILLER              PIC X(26) VALUE
              'RESUMEN FINAL DE CUENTA  '.
           02 LRF-CTA             PIC X(8).
           02 FILLER              PIC X(8)  VALUE '  FECHA '.
           02 LRF-FECHA           PIC 9(8).
       01  LIN-RF-SALDO.
              'TARJBAJA  CIERRE DE CUENTAS DE TARJETA'.
       01  LIN-BC-CERRADA.
           02 FILLER              PIC X(8)  VALUE 'CUENTA  '.
           02 LBC-CTA             PIC X(8).
           02 FILLER              PIC X(30) VALUE
              '  CERRADA - SALDO FINAL CERO'.
       01  LIN-BC-PENDIENTE.
           02 FILLER              PIC X(8)  VALUE 'CUENTA  '.
           02 LBP-CTA             PIC X(8).
           02 FILLER              PIC X(22) VALUE
              '  SALDO A CANCELAR:  '.
           02 LBP-IMPORTE         PIC Z(13)9.99.
                   END-IF
                   ADD 1 TO WS-CANT-CERRADAS
                   IF FS-CONFIRMA-OK
                       MOVE TSL-NRO-CTA(WS-IDX-SOL) TO WS-EM-NUMERO
                       PERFORM 29000-ENMASCARAR-CTA
                       MOVE WS-EM-MASCARA(1:8) TO LBC-CTA
                       WRITE LIN-CONFIRMA FROM LIN-BC-CERRADA
                   END-IF
                   PERFORM 25000-RESUMEN-FINAL
               ELSE
                   ADD 1 TO WS-CANT-CON-DEUDA
                   IF FS-CONFIRMA-OK
                       MOVE TSL-NRO-CTA(WS-IDX-SOL) TO WS-EM-NUMERO
                       PERFORM 29000-ENMASCARAR-CTA
                       MOVE WS-EM-MASCARA(1:8) TO LBP-CTA
                       COMPUTE LBP-IMPORTE =
                           TSL-DEUDA(WS-IDX-SOL)
                           + TSL-CUOTAS(WS-IDX-SOL)
       25000-RESUMEN-FINAL.
           IF FS-RESU-FINAL-OK
               WRITE LIN-RESU-FINAL FROM LIN-RF-SEPARADOR
               MOVE TSL-NRO-CTA(WS-IDX-SOL) TO WS-EM-NUMERO
               PERFORM 29000-ENMASCARAR-CTA
               MOVE WS-EM-MASCARA(1:8) TO LRF-CTA
               MOVE WS-FEC-HOY TO LRF-FECHA
               WRITE LIN-RESU-FINAL FROM LIN-RF-TITULO
               MOVE TSL-DEUDA(WS-IDX-SOL) TO LRF-SALDO
               WRITE LIN-RESU-FINAL FROM LIN-RF-LEYENDA
           END-IF.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           DISPLAY 'SOLICITUDES LEIDAS : ' WS-CANT-ENTRADA
           DISPLAY 'CUENTAS CERRADAS   : ' WS-CANT-CERRADAS

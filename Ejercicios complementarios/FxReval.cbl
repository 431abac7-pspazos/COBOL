       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  FIN-CONS-FX                 PIC X VALUE 'N'.
       01  FIN-TIPOS-CAMBIO            PIC X VALUE 'N'.
       01  WS-TASA-CIERRE              PIC 9(5)V9(4).
           02 FILLER              PIC X(50) VALUE
              'FXREVAL  REVALUACION DE PARTIDAS EN MONEDA EXTR.'.
       01  LIN-RV-DETALLE.
           02 LRV-CTA             PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRV-MONEDA          PIC X(3).
           02 FILLER              PIC X(1)  VALUE SPACES.
                   WS-VALOR-CIERRE - IMPORTE-PESOS-FX
               ADD WS-DIFERENCIA TO WS-TOTAL-DIFERENCIA
               IF FS-REVAL-OK
                   MOVE NRO-CTA-FX TO WS-EM-NUMERO
                   PERFORM 29000-ENMASCARAR-CTA
                   MOVE WS-EM-MASCARA(1:8) TO LRV-CTA
                   MOVE MONEDA-FX TO LRV-MONEDA
                   MOVE IMPORTE-ORIG-FX TO LRV-ORIGINAL
                   MOVE IMPORTE-PESOS-FX TO LRV-CONTAB
               OPEN OUTPUT CONSUMOS-FX
           END-IF.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           DISPLAY 'PARTIDAS FX LEIDAS : ' WS-CANT-ENTRADA
           DISPLAY 'PARTIDAS REVALUADAS: ' WS-CANT-SALIDA

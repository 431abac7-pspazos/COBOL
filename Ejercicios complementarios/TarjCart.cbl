                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PROMESAS.

           SELECT RESUMEN-ACTUAL ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT COBRANZA-DEBITOS ASSIGN TO '..\COBRDEBT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COBRANZA.

           SELECT CARTAS ASSIGN TO '..\CARTAS'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
              88 PROMESA-CUMPLIDA      VALUE 'C'.
              88 PROMESA-ROTA          VALUE 'R'.

       FD  RESUMEN-ACTUAL.
       01  REG-RESUMEN.
           02  NRO-CTA-RS              PIC 9(8).
           02  NRO-CLI-RS              PIC 9(8).
           02  PERIODO-RS              PIC X(6).
           02  SALDO-APERTURA-RS       PIC S9(15)V99.
           02  TOTAL-CONSUMOS-RS       PIC 9(15)V99.
           02  TOTAL-PAGOS-RS          PIC 9(15)V99.
           02  TOTAL-INTERES-RS        PIC 9(13)V99.
           02  SALDO-CIERRE-RS         PIC S9(15)V99.
           02  PAGO-MINIMO-RS          PIC 9(13)V99.
           02  FECHA-VENC-RS           PIC 9(8).

       FD  COBRANZA-DEBITOS.
       01  REG-COBRANZA-DEB.
           02  NRO-CTA-CD              PIC 9(8).
           02  PERIODO-CD              PIC X(6).
           02  IMPORTE-CD              PIC 9(15)V99.
           02  FECHA-CD                PIC 9(8).
           02  COD-RECHAZO-CD          PIC X(3).
           02  MOTIVO-CD               PIC X(25).

       FD  CARTAS.
       01  LIN-CARTA                   PIC X(80).

           88 FS-DEUDAS-90-OK      VALUE "00".
       01  FS-PROMESAS                 PIC XX.
           88 FS-PROMESAS-OK       VALUE "00".
       01  FS-RESUMEN                  PIC XX.
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-COBRANZA                 PIC XX.
           88 FS-COBRANZA-OK       VALUE "00".
       01  FS-CARTAS                   PIC XX.
           88 FS-CARTAS-OK         VALUE "00".
       01  FS-CARTAS-CTL               PIC XX.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJCART'.
       01  WS-LR-PEDIDO.
           02 WS-LR-CANT-ARCHIVOS      PIC 9(2) VALUE 0.
           02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 WS-LR-ARCHIVO        PIC X(20).
               03 WS-LR-MODO           PIC X(1).
       01  WS-LR-TENEDOR.
           02 WS-LR-TEN-ARCHIVO        PIC X(20).
           02 WS-LR-TEN-JOB            PIC X(10).
           02 WS-LR-TEN-RUN-ID         PIC X(11).
           02 WS-LR-TEN-DESDE          PIC X(21).
       01  WS-LR-RETORNO               PIC 9(2).
       01  WS-LOCKS-TOMADOS            PIC X VALUE 'N'.
           88 LOCKS-TOMADOS            VALUE 'S'.

       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-DEUDAS                  PIC X VALUE 'N'.
       01  FIN-PROMESAS                PIC X VALUE 'N'.
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  FIN-COBRANZA                PIC X VALUE 'N'.
       01  WS-NIVEL                    PIC X(2).
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-SUPRIMIR-CARTA           PIC X.
       01  WS-CANT-SUPRIMIDAS          PIC 9(7) VALUE 0.
       01  WS-CANT-ESCALADAS           PIC 9(7) VALUE 0.
       01  WS-CANT-DEB-RECHAZADO       PIC 9(7) VALUE 0.
       01  WS-IDX-RES                  PIC 9(5).

       01  CANT-RESUMENES              PIC 9(5) VALUE 0.
       01  TABLA-RESUMENES.
           02 TABLA-RES-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-RESUMENES
                             INDEXED BY IDX-RES.
               03 TRS-NRO-CTA          PIC 9(8).
               03 TRS-PERIODO          PIC X(6).

       01  CANT-DEB-RECHAZADOS         PIC 9(5) VALUE 0.
       01  TABLA-DEB-RECHAZADOS.
           02 TABLA-DEB-RECH-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-DEB-RECHAZADOS
                                  INDEXED BY IDX-DEB-RECH.
               03 TDR-NRO-CTA          PIC 9(8).

       01  CANT-PROMESAS               PIC 9(5) VALUE 0.
       01  TABLA-PROMESAS.
           02 FILLER              PIC X(10) VALUE 'SR/SRA:   '.
           02 LCN-NOMBRE          PIC X(30).
           02 FILLER              PIC X(8)  VALUE ' CUENTA '.
           02 LCN-CTA             PIC X(8).
       01  LIN-CARTA-MONTO.
           02 FILLER              PIC X(18) VALUE 'DEUDA PENDIENTE: '.
           02 LCM-MONTO           PIC Z(13)9.99.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 12000-CARGAR-TITULARES
           PERFORM 13000-CARGAR-PROMESAS
           PERFORM 15000-CARGAR-DEB-RECHAZADOS

           OPEN OUTPUT CARTAS
           IF NOT FS-CARTAS-OK
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           EVALUATE WS-LR-RETORNO
               WHEN 0
                   SET LOCKS-TOMADOS TO TRUE
               WHEN 8
                   DISPLAY 'ARCHIVO EN USO: ' WS-LR-TEN-ARCHIVO
                           ' POR ' WS-LR-TEN-JOB ' ' WS-LR-TEN-RUN-ID
                   MOVE 'BLOQUEADO' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-TITULARES.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS-OK
                   MOVE '90' TO WS-NIVEL
           END-EVALUATE.

      *    Un debito automatico rechazado ya esta en gestion de
      *    cobranza: no lleva ademas carta en el mismo ciclo, que
      *    es el periodo del ultimo resumen de la cuenta.
       15000-CARGAR-DEB-RECHAZADOS.
           OPEN INPUT RESUMEN-ACTUAL.
           IF FS-RESUMEN-OK
               PERFORM UNTIL FIN-RESUMEN = 'S'
                   READ RESUMEN-ACTUAL
                       AT END
                           MOVE 'S' TO FIN-RESUMEN
                       NOT AT END
                           IF CANT-RESUMENES < 9999
                               ADD 1 TO CANT-RESUMENES
                               MOVE NRO-CTA-RS
                                   TO TRS-NRO-CTA(CANT-RESUMENES)
                               MOVE PERIODO-RS
                                   TO TRS-PERIODO(CANT-RESUMENES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-ACTUAL
           END-IF
           OPEN INPUT COBRANZA-DEBITOS.
           IF FS-COBRANZA-OK
               PERFORM UNTIL FIN-COBRANZA = 'S'
                   READ COBRANZA-DEBITOS
                       AT END
                           MOVE 'S' TO FIN-COBRANZA
                       NOT AT END
                           PERFORM 15100-VER-CICLO-RECHAZO
                   END-READ
               END-PERFORM
               CLOSE COBRANZA-DEBITOS
           END-IF.

       15100-VER-CICLO-RECHAZO.
           MOVE 0 TO WS-IDX-RES
           IF CANT-RESUMENES > 0
               SET IDX-RES TO 1
               SEARCH TABLA-RES-ITEM
                   AT END
                       CONTINUE
                   WHEN TRS-NRO-CTA(IDX-RES) = NRO-CTA-CD
                    AND TRS-PERIODO(IDX-RES) = PERIODO-CD
                       SET WS-IDX-RES TO IDX-RES
               END-SEARCH
           END-IF
           IF WS-IDX-RES > 0 AND CANT-DEB-RECHAZADOS < 9999
               ADD 1 TO CANT-DEB-RECHAZADOS
               MOVE NRO-CTA-CD TO TDR-NRO-CTA(CANT-DEB-RECHAZADOS)
           END-IF.

       15500-EVALUAR-DEB-RECHAZADO.
           IF CANT-DEB-RECHAZADOS > 0
               SET IDX-DEB-RECH TO 1
               SEARCH TABLA-DEB-RECH-ITEM
                   AT END
                       CONTINUE
                   WHEN TDR-NRO-CTA(IDX-DEB-RECH) = NRO-CTA-D
                       MOVE 'S' TO WS-SUPRIMIR-CARTA
                       ADD 1 TO WS-CANT-DEB-RECHAZADO
               END-SEARCH
           END-IF.

       20000-CARTAS-CTE.
           MOVE 'N' TO FIN-DEUDAS
           OPEN INPUT DEUDAS-CORRIENTE.
       25000-EMITIR-CARTA.
           ADD 1 TO WS-CANT-ENTRADA
           PERFORM 14000-EVALUAR-PROMESA
           IF WS-SUPRIMIR-CARTA = 'N'
               PERFORM 15500-EVALUAR-DEB-RECHAZADO
           END-IF
           IF WS-SUPRIMIR-CARTA = 'N'
               PERFORM 25500-ESCRIBIR-CARTA
           END-IF.
           PERFORM 27000-BUSCAR-TITULAR
           WRITE LIN-CARTA FROM LIN-CARTA-SEPARADOR
           MOVE WS-NOMBRE-TITULAR TO LCN-NOMBRE
           MOVE NRO-CTA-D TO WS-EM-NUMERO
           PERFORM 29000-ENMASCARAR-CTA
           MOVE WS-EM-MASCARA(1:8) TO LCN-CTA
           WRITE LIN-CARTA FROM LIN-CARTA-NOMBRE
           MOVE MONTO-D TO LCM-MONTO
           MOVE DIAS-MORA-D TO LCM-DIAS
           WRITE LIN-CARTA-CTL FROM LIN-CTL-DETALLE
           MOVE 'ESCA' TO LCC-NIVEL
           MOVE WS-CANT-ESCALADAS TO LCC-CANT
           WRITE LIN-CARTA-CTL FROM LIN-CTL-DETALLE
           MOVE 'DEBR' TO LCC-NIVEL
           MOVE WS-CANT-DEB-RECHAZADO TO LCC-CANT
           WRITE LIN-CARTA-CTL FROM LIN-CTL-DETALLE.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           IF FS-CARTAS-CTL-OK
               PERFORM 28000-GRABAR-CONTROL
           IF FS-LEGAL-OK
               CLOSE LEGAL-EXTRACTO
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJCART' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
           END-IF
           STOP RUN.

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM TARJCART.

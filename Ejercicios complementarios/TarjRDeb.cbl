       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJRDEB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPUESTA-BANCO ASSIGN TO '..\RESPDBTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESPUESTA.

           SELECT PAGOS-TARJETA ASSIGN TO '..\PAGOSTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS.

           SELECT COBRANZA-DEBITOS ASSIGN TO '..\COBRDEBT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COBRANZA.

           SELECT RECHAZOS-REPORTE ASSIGN TO '..\RECHDBTC'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Respuesta de los bancos a la presentacion DTCbbb: un
      *    registro por debito. COD-RECHAZO-RT en blanco o '000'
      *    es debito cobrado; cualquier otro codigo, rechazo.
       FD  RESPUESTA-BANCO.
       01  REG-RESPUESTA.
           02  NRO-CTA-RT              PIC 9(8).
           02  PERIODO-RT              PIC X(6).
           02  IMPORTE-RT              PIC 9(15)V99.
           02  COD-RECHAZO-RT          PIC X(3).
              88 DEBITO-COBRADO        VALUE SPACES '000'.
           02  FECHA-RT                PIC 9(8).

       FD  PAGOS-TARJETA.
       01  REG-PAGO-TARJETA.
           02  NRO-CTA-PT              PIC 9(8).
           02  FECHA-PAGO-PT           PIC 9(8).
           02  IMPORTE-PT              PIC 9(15)V99.

       FD  COBRANZA-DEBITOS.
       01  REG-COBRANZA-DEB.
           02  NRO-CTA-CD              PIC 9(8).
           02  PERIODO-CD              PIC X(6).
           02  IMPORTE-CD              PIC 9(15)V99.
           02  FECHA-CD                PIC 9(8).
           02  COD-RECHAZO-CD          PIC X(3).
           02  MOTIVO-CD               PIC X(25).

       FD  RECHAZOS-REPORTE.
       01  LIN-RECHAZO                 PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                   PIC X(10).
           02 RS-INICIO                PIC X(21).
           02 RS-FIN                   PIC X(21).
           02 RS-CANT-ENTRADA          PIC 9(7).
           02 RS-CANT-SALIDA           PIC 9(7).
           02 RS-ESTADO                PIC X(10).
           02 RS-RUN-ID                PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-RESPUESTA                PIC XX.
           88 FS-RESPUESTA-OK      VALUE "00".
       01  FS-PAGOS                    PIC XX.
           88 FS-PAGOS-OK          VALUE "00".
       01  FS-COBRANZA                 PIC XX.
           88 FS-COBRANZA-OK       VALUE "00".
       01  FS-RECHAZOS                 PIC XX.
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-COBRADOS            PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZADOS          PIC 9(7) VALUE 0.
       01  WS-IMPORTE-COBRADO          PIC 9(15)V99 VALUE 0.
       01  WS-IMPORTE-RECHAZADO        PIC 9(15)V99 VALUE 0.

       01  FIN-RESPUESTA               PIC X VALUE 'N'.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-FECHA-RESP               PIC 9(8).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).

       01  CANT-MOTIVOS                PIC 9(3) VALUE 0.
       01  TABLA-MOTIVOS.
           02 TABLA-MOTIVOS-ITEM OCCURS 1 TO 999 TIMES
                                 DEPENDING ON CANT-MOTIVOS
                                 INDEXED BY IDX-MOTIVO.
               03 TM-COD-RECHAZO       PIC X(3).
               03 TM-CANT              PIC 9(7).
               03 TM-IMPORTE           PIC 9(15)V99.

       01  LIN-ENCABEZADO-RD.
           02 FILLER              PIC X(40) VALUE
              'TARJRDEB  DEBITOS DE RESUMEN RECHAZADOS'.
       01  LIN-DETALLE-RD.
           02 LRD-CTA             PIC X(8).
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRD-PERIODO         PIC X(6).
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRD-IMPORTE         PIC Z(13)9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRD-MOTIVO          PIC X(3).
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRD-FECHA           PIC 9(8).
       01  LIN-TOTAL-MOTIVO.
           02 FILLER              PIC X(17) VALUE 'TOTAL MOTIVO '.
           02 LTM-MOTIVO          PIC X(3).
           02 FILLER              PIC X(2)  VALUE ': '.
           02 LTM-CANT            PIC ZZZZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LTM-IMPORTE         PIC Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-RESPUESTA = 'S'.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN INPUT RESPUESTA-BANCO.
           IF NOT FS-RESPUESTA-OK
               DISPLAY 'SIN RESPUESTAS DE DEBITO ' FS-RESPUESTA
               MOVE 'S' TO FIN-RESPUESTA
           END-IF

      *    Los cobros se agregan a PAGOSTC, junto a los pagos que
      *    llegan por los canales de cobranza.
           OPEN EXTEND PAGOS-TARJETA
           IF FS-PAGOS = '35'
               OPEN OUTPUT PAGOS-TARJETA
           END-IF
           IF NOT FS-PAGOS-OK
               DISPLAY 'ERROR OPEN PAGOSTC ' FS-PAGOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESPUESTA
           END-IF

           OPEN EXTEND COBRANZA-DEBITOS
           IF FS-COBRANZA = '35'
               OPEN OUTPUT COBRANZA-DEBITOS
           END-IF

           OPEN OUTPUT RECHAZOS-REPORTE
           IF FS-RECHAZOS-OK
               WRITE LIN-RECHAZO FROM LIN-ENCABEZADO-RD
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJRDEB' AND RS-FIN(1:8)
                                   = FUNCTION CURRENT-DATE(1:8)
                               ADD 1 TO WS-INTENTO-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF
           ADD 1 TO WS-INTENTO-CORRIDA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

       20000-PROCESO.
           READ RESPUESTA-BANCO
               AT END
                   MOVE 'S' TO FIN-RESPUESTA
           END-READ
           IF FIN-RESPUESTA NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               MOVE FECHA-RT TO WS-FECHA-RESP
               IF FECHA-RT IS NOT NUMERIC OR FECHA-RT = 0
                   MOVE WS-FEC-HOY TO WS-FECHA-RESP
               END-IF
               IF DEBITO-COBRADO
                   PERFORM 21000-GRABAR-PAGO
               ELSE
                   PERFORM 22000-ENVIAR-A-COBRANZA
                   PERFORM 23000-IMPRIMIR-DETALLE
                   PERFORM 24000-ACUMULAR-MOTIVO
               END-IF
           END-IF.

      *    El debito cobrado entra como un pago mas, con la fecha
      *    en que lo acredito el banco.
       21000-GRABAR-PAGO.
           MOVE NRO-CTA-RT TO NRO-CTA-PT
           MOVE WS-FECHA-RESP TO FECHA-PAGO-PT
           MOVE IMPORTE-RT TO IMPORTE-PT
           WRITE REG-PAGO-TARJETA
           ADD 1 TO WS-CANT-COBRADOS
           ADD IMPORTE-RT TO WS-IMPORTE-COBRADO.

       22000-ENVIAR-A-COBRANZA.
           IF FS-COBRANZA-OK
               MOVE NRO-CTA-RT TO NRO-CTA-CD
               MOVE PERIODO-RT TO PERIODO-CD
               MOVE IMPORTE-RT TO IMPORTE-CD
               MOVE WS-FECHA-RESP TO FECHA-CD
               MOVE COD-RECHAZO-RT TO COD-RECHAZO-CD
               MOVE 'DEBITO AUTOMATICO RECHAZ.' TO MOTIVO-CD
               WRITE REG-COBRANZA-DEB
           END-IF
           ADD 1 TO WS-CANT-RECHAZADOS
           ADD IMPORTE-RT TO WS-IMPORTE-RECHAZADO.

       23000-IMPRIMIR-DETALLE.
           IF FS-RECHAZOS-OK
               MOVE 'C' TO WS-EM-TIPO
               MOVE NRO-CTA-RT TO WS-EM-NUMERO
               CALL 'ENMASCAR' USING WS-EM-TIPO
                                     WS-EM-NUMERO
                                     WS-EM-MASCARA
               MOVE WS-EM-MASCARA(1:8) TO LRD-CTA
               MOVE PERIODO-RT TO LRD-PERIODO
               MOVE IMPORTE-RT TO LRD-IMPORTE
               MOVE COD-RECHAZO-RT TO LRD-MOTIVO
               MOVE WS-FECHA-RESP TO LRD-FECHA
               WRITE LIN-RECHAZO FROM LIN-DETALLE-RD
           END-IF.

       24000-ACUMULAR-MOTIVO.
           SET IDX-MOTIVO TO 1
           IF CANT-MOTIVOS > 0
               SEARCH TABLA-MOTIVOS-ITEM
                   AT END
                       IF CANT-MOTIVOS < 999
                           ADD 1 TO CANT-MOTIVOS
                           MOVE COD-RECHAZO-RT
                               TO TM-COD-RECHAZO(CANT-MOTIVOS)
                           MOVE 1 TO TM-CANT(CANT-MOTIVOS)
                           MOVE IMPORTE-RT
                               TO TM-IMPORTE(CANT-MOTIVOS)
                       END-IF
                   WHEN TM-COD-RECHAZO(IDX-MOTIVO) = COD-RECHAZO-RT
                       ADD 1 TO TM-CANT(IDX-MOTIVO)
                       ADD IMPORTE-RT TO TM-IMPORTE(IDX-MOTIVO)
               END-SEARCH
           ELSE
               ADD 1 TO CANT-MOTIVOS
               MOVE COD-RECHAZO-RT TO TM-COD-RECHAZO(CANT-MOTIVOS)
               MOVE 1 TO TM-CANT(CANT-MOTIVOS)
               MOVE IMPORTE-RT TO TM-IMPORTE(CANT-MOTIVOS)
           END-IF.

       25000-IMPRIMIR-TOTALES.
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
               UNTIL IDX-MOTIVO > CANT-MOTIVOS
               MOVE TM-COD-RECHAZO(IDX-MOTIVO) TO LTM-MOTIVO
               MOVE TM-CANT(IDX-MOTIVO) TO LTM-CANT
               MOVE TM-IMPORTE(IDX-MOTIVO) TO LTM-IMPORTE
               WRITE LIN-RECHAZO FROM LIN-TOTAL-MOTIVO
           END-PERFORM.

       30000-FINAL.
           DISPLAY 'RESPUESTAS LEIDAS   : ' WS-CANT-ENTRADA
           DISPLAY 'DEBITOS COBRADOS    : ' WS-CANT-COBRADOS
                   ' IMPORTE ' WS-IMPORTE-COBRADO
           DISPLAY 'DEBITOS RECHAZADOS  : ' WS-CANT-RECHAZADOS
                   ' IMPORTE ' WS-IMPORTE-RECHAZADO
           IF FS-RECHAZOS-OK
               PERFORM 25000-IMPRIMIR-TOTALES
               CLOSE RECHAZOS-REPORTE
           END-IF
           IF FS-RESPUESTA-OK
               CLOSE RESPUESTA-BANCO
           END-IF
           IF FS-PAGOS-OK
               CLOSE PAGOS-TARJETA
           END-IF
           IF FS-COBRANZA-OK
               CLOSE COBRANZA-DEBITOS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJRDEB' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               COMPUTE RS-CANT-SALIDA =
                   WS-CANT-COBRADOS + WS-CANT-RECHAZADOS
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM TARJRDEB.

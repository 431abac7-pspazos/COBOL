                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-HOT-CARDS.

           SELECT ADICIONALES ASSIGN TO '..\TARJADIC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADICIONALES.

           SELECT BOLETIN ASSIGN TO '..\HOTBOL'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

           SELECT SOLIC-REPOSICION ASSIGN TO '..\REPOSOL'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REPOSOL.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
              88 MOTIVO-ROBO           VALUE 'R'.
              88 MOTIVO-EXTRAVIO       VALUE 'E'.
              88 MOTIVO-FRAUDE         VALUE 'F'.
              88 MOTIVO-NO-ACTIVADA    VALUE 'N'.
           02  NRO-ADIC-MV             PIC 9(2).

       FD  HOT-CARDS.
       01  REG-HOT-CARD.
           02  NRO-CTA-HC              PIC 9(8).
           02  FECHA-HC                PIC 9(8).
           02  MOTIVO-HC               PIC X(1).
           02  NRO-ADIC-HC             PIC 9(2).

       FD  ADICIONALES.
       01  REG-ADICIONAL.
           02  NRO-CTA-AC              PIC 9(8).
           02  NRO-ADIC-AC             PIC 9(2).
           02  NYA-AC                  PIC X(30).
           02  NRO-DOC-AC              PIC 9(8).
           02  PARENTESCO-AC           PIC X(1).
           02  SUBLIMITE-AC            PIC 9(15)V99.
           02  ESTADO-AC               PIC X(1).
           02  FEC-ALTA-AC             PIC 9(8).
           02  FEC-BAJA-AC             PIC 9(8).

       FD  BOLETIN.
       01  LIN-BOLETIN                 PIC X(80).
           02  TIPO-RH                 PIC X(1).
           02  NRO-CTA-RH              PIC 9(8).
           02  MOTIVO-RH               PIC X(25).
           02  NRO-ADIC-RH             PIC 9(2).

       FD  SOLIC-REPOSICION.
       01  REG-SOLIC-REPOSICION.
           02  NRO-CTA-SP              PIC 9(8).
           02  NRO-ADIC-SP             PIC 9(2).
           02  MOTIVO-SP               PIC X(1).
           02  FEC-BLOQUEO-SP          PIC 9(8).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           88 FS-MOVIMIENTOS-OK    VALUE "00".
       01  FS-HOT-CARDS                PIC XX.
           88 FS-HOT-CARDS-OK      VALUE "00".
       01  FS-ADICIONALES              PIC XX.
           88 FS-ADICIONALES-OK    VALUE "00".
       01  FS-BOLETIN                  PIC XX.
           88 FS-BOLETIN-OK        VALUE "00".
       01  FS-RECHAZOS                 PIC XX.
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-REPOSOL                  PIC XX.
           88 FS-REPOSOL-OK        VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-BAJAS               PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.
       01  WS-CANT-REPOSICIONES        PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  FIN-MOVIMIENTOS             PIC X VALUE 'N'.
       01  FIN-HOT-CARDS               PIC X VALUE 'N'.
       01  FIN-ADICIONALES             PIC X VALUE 'N'.
       01  WS-IDX-HOT                  PIC 9(5).
       01  WS-TITULAR-LISTADO          PIC X.
       01  WS-ADICIONAL-VALIDO         PIC X.
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).

       01  CANT-HOT-CARDS              PIC 9(5) VALUE 0.
       01  TABLA-HOT-CARDS.
               03 THC-FECHA            PIC 9(8).
               03 THC-MOTIVO           PIC X(1).
               03 THC-VIGENTE          PIC X(1).
               03 THC-NRO-ADIC         PIC 9(2).

       01  CANT-ADICIONALES            PIC 9(5) VALUE 0.
       01  TABLA-ADICIONALES.
           02 TABLA-ADIC-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-ADICIONALES
                              INDEXED BY IDX-ADIC.
               03 TAD-NRO-CTA          PIC 9(8).
               03 TAD-NRO-ADIC         PIC 9(2).
               03 TAD-ESTADO           PIC X(1).

       01  LIN-BO-TITULO.
           02 FILLER              PIC X(35) VALUE
       01  LIN-BO-DETALLE.
           02 LBD-ACCION          PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LBD-CTA             PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LBD-MOTIVO          PIC X(10).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LBD-FECHA           PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LBD-ALCANCE         PIC X(12).
           02 LBD-ADIC            PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF

           PERFORM 12000-CARGAR-HOT-CARDS
           PERFORM 13000-CARGAR-ADICIONALES

           OPEN INPUT MOVIMIENTOS.
           IF NOT FS-MOVIMIENTOS-OK
           END-IF

           OPEN OUTPUT RECHAZOS-HOT

           OPEN EXTEND SOLIC-REPOSICION
           IF FS-REPOSOL = '35'
               OPEN OUTPUT SOLIC-REPOSICION
           END-IF

           OPEN OUTPUT BOLETIN.
           IF FS-BOLETIN-OK
               MOVE WS-FEC-HOY TO LBT-FECHA
                               TO THC-MOTIVO(CANT-HOT-CARDS)
                           MOVE 'S'
                               TO THC-VIGENTE(CANT-HOT-CARDS)
                           IF NRO-ADIC-HC IS NUMERIC
                               MOVE NRO-ADIC-HC
                                   TO THC-NRO-ADIC(CANT-HOT-CARDS)
                           ELSE
                               MOVE 0 TO THC-NRO-ADIC(CANT-HOT-CARDS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOT-CARDS
           END-IF.

       13000-CARGAR-ADICIONALES.
           OPEN INPUT ADICIONALES.
           IF FS-ADICIONALES-OK
               PERFORM UNTIL FIN-ADICIONALES = 'S'
                   READ ADICIONALES
                       AT END
                           MOVE 'S' TO FIN-ADICIONALES
                       NOT AT END
                           IF CANT-ADICIONALES < 9999
                               ADD 1 TO CANT-ADICIONALES
                               MOVE NRO-CTA-AC
                                   TO TAD-NRO-CTA(CANT-ADICIONALES)
                               MOVE NRO-ADIC-AC
                                   TO TAD-NRO-ADIC(CANT-ADICIONALES)
                               MOVE ESTADO-AC
                                   TO TAD-ESTADO(CANT-ADICIONALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADICIONALES
           END-IF.

       20000-PROCESO.
           READ MOVIMIENTOS
               AT END
           END-READ
           IF FIN-MOVIMIENTOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               IF NRO-ADIC-MV IS NOT NUMERIC
                   MOVE 0 TO NRO-ADIC-MV
               END-IF
               MOVE 0 TO WS-IDX-HOT
               IF CANT-HOT-CARDS > 0
                   SET IDX-HOT TO 1
                       AT END
                           CONTINUE
                       WHEN THC-NRO-CTA(IDX-HOT) = NRO-CTA-MV
                        AND THC-NRO-ADIC(IDX-HOT) = NRO-ADIC-MV
                        AND THC-VIGENTE(IDX-HOT) = 'S'
                           SET WS-IDX-HOT TO IDX-HOT
                   END-SEARCH
           END-IF.

       21000-ALTA-HOT-CARD.
           PERFORM 21100-VERIFICAR-ADICIONAL
           EVALUATE TRUE
               WHEN NOT MOTIVO-ROBO AND NOT MOTIVO-EXTRAVIO
                       AND NOT MOTIVO-FRAUDE AND NOT MOTIVO-NO-ACTIVADA
                   MOVE 'MOTIVO INVALIDO' TO MOTIVO-RH
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN WS-ADICIONAL-VALIDO = 'N'
                   MOVE 'ADICIONAL INEXISTENTE' TO MOTIVO-RH
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN WS-TITULAR-LISTADO = 'S'
                   MOVE 'TITULAR YA EN BOLETIN' TO MOTIVO-RH
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN OTHER
                   PERFORM 21200-AGREGAR-HOT-CARD
           END-EVALUATE.

       21100-VERIFICAR-ADICIONAL.
           MOVE 'S' TO WS-ADICIONAL-VALIDO
           MOVE 'N' TO WS-TITULAR-LISTADO
           IF NRO-ADIC-MV > 0
               MOVE 'N' TO WS-ADICIONAL-VALIDO
               IF CANT-ADICIONALES > 0
                   SET IDX-ADIC TO 1
                   SEARCH TABLA-ADIC-ITEM
                       AT END
                           CONTINUE
                       WHEN TAD-NRO-CTA(IDX-ADIC) = NRO-CTA-MV
                        AND TAD-NRO-ADIC(IDX-ADIC) = NRO-ADIC-MV
                        AND TAD-ESTADO(IDX-ADIC) = 'A'
                           MOVE 'S' TO WS-ADICIONAL-VALIDO
                   END-SEARCH
               END-IF
               IF CANT-HOT-CARDS > 0
                   SET IDX-HOT TO 1
                   SEARCH TABLA-HOT-ITEM
                       AT END
                           CONTINUE
                       WHEN THC-NRO-CTA(IDX-HOT) = NRO-CTA-MV
                        AND THC-NRO-ADIC(IDX-HOT) = 0
                        AND THC-VIGENTE(IDX-HOT) = 'S'
                           MOVE 'S' TO WS-TITULAR-LISTADO
                   END-SEARCH
               END-IF
           END-IF.

       21200-AGREGAR-HOT-CARD.
           ADD 1 TO CANT-HOT-CARDS
           MOVE NRO-CTA-MV TO THC-NRO-CTA(CANT-HOT-CARDS)
           MOVE FECHA-MV TO THC-FECHA(CANT-HOT-CARDS)
           MOVE MOTIVO-MV TO THC-MOTIVO(CANT-HOT-CARDS)
           MOVE 'S' TO THC-VIGENTE(CANT-HOT-CARDS)
           MOVE NRO-ADIC-MV TO THC-NRO-ADIC(CANT-HOT-CARDS)
           ADD 1 TO WS-CANT-ALTAS
           MOVE 'ALTA    ' TO LBD-ACCION
           PERFORM 25100-ENMASCARAR-CTA
           PERFORM 25000-DESCRIBIR-MOTIVO
           PERFORM 25200-DESCRIBIR-ALCANCE
           MOVE FECHA-MV TO LBD-FECHA
           IF FS-BOLETIN-OK
               WRITE LIN-BOLETIN FROM LIN-BO-DETALLE
           END-IF
           IF MOTIVO-ROBO OR MOTIVO-EXTRAVIO
               PERFORM 21300-SOLICITAR-REPOSICION
           END-IF.

       21300-SOLICITAR-REPOSICION.
           IF FS-REPOSOL-OK
               MOVE NRO-CTA-MV TO NRO-CTA-SP
               MOVE NRO-ADIC-MV TO NRO-ADIC-SP
               MOVE MOTIVO-MV TO MOTIVO-SP
               MOVE FECHA-MV TO FEC-BLOQUEO-SP
               WRITE REG-SOLIC-REPOSICION
               ADD 1 TO WS-CANT-REPOSICIONES
           ELSE
               DISPLAY 'ERROR GRABACION REPOSOL ' FS-REPOSOL
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       22000-BAJA-HOT-CARD.
           MOVE 'N' TO THC-VIGENTE(WS-IDX-HOT)
           ADD 1 TO WS-CANT-BAJAS
           MOVE 'BAJA    ' TO LBD-ACCION
           PERFORM 25100-ENMASCARAR-CTA
           MOVE THC-MOTIVO(WS-IDX-HOT) TO MOTIVO-MV
           PERFORM 25000-DESCRIBIR-MOTIVO
           PERFORM 25200-DESCRIBIR-ALCANCE
           MOVE WS-FEC-HOY TO LBD-FECHA
           IF FS-BOLETIN-OK
               WRITE LIN-BOLETIN FROM LIN-BO-DETALLE
                   MOVE 'EXTRAVIO  ' TO LBD-MOTIVO
               WHEN 'F'
                   MOVE 'FRAUDE    ' TO LBD-MOTIVO
               WHEN 'N'
                   MOVE 'NO ACTIVAD' TO LBD-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO LBD-MOTIVO
           END-EVALUATE.

       25100-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           MOVE NRO-CTA-MV TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:8) TO LBD-CTA.

       25200-DESCRIBIR-ALCANCE.
           IF NRO-ADIC-MV = 0
               MOVE 'TITULAR+ADIC' TO LBD-ALCANCE
               MOVE SPACES TO LBD-ADIC
           ELSE
               MOVE 'ADICIONAL' TO LBD-ALCANCE
               MOVE NRO-ADIC-MV TO LBD-ADIC
           END-IF.

       26000-REESCRIBIR-MAESTRO.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT HOT-CARDS
                               TO FECHA-HC
                           MOVE THC-MOTIVO(WS-IDX-HOT)
                               TO MOTIVO-HC
                           MOVE THC-NRO-ADIC(WS-IDX-HOT)
                               TO NRO-ADIC-HC
                           WRITE REG-HOT-CARD
                       END-IF
                   END-PERFORM
           IF FS-RECHAZOS-OK
               MOVE TIPO-MV TO TIPO-RH
               MOVE NRO-CTA-MV TO NRO-CTA-RH
               MOVE NRO-ADIC-MV TO NRO-ADIC-RH
               WRITE REG-RECHAZO-HOT
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.
           DISPLAY 'ALTAS AL BOLETIN   : ' WS-CANT-ALTAS
           DISPLAY 'BAJAS DEL BOLETIN  : ' WS-CANT-BAJAS
           DISPLAY 'RECHAZOS           : ' WS-CANT-RECHAZOS
           DISPLAY 'REPOSICIONES PEDIDAS: ' WS-CANT-REPOSICIONES
           IF FS-MOVIMIENTOS-OK
               CLOSE MOVIMIENTOS
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS-HOT
           END-IF
           IF FS-REPOSOL-OK
               CLOSE SOLIC-REPOSICION
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJHOT' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO

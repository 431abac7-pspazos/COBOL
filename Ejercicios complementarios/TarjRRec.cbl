       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJRREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESOLUCIONES ASSIGN TO '..\CHBRESOL'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESOLUCIONES.

           SELECT TARJETAS ASSIGN TO '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT RESUMEN-ACTUAL ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT RECLAMOS ASSIGN TO '..\RECLAMOS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECLAMOS.

           SELECT CARTAS-RECLAMO ASSIGN TO '..\CARTRECL'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CARTAS.

           SELECT RECHAZOS-RESOL ASSIGN TO '..\RESORECH'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

           SELECT AUDIT-CENTRAL ASSIGN TO '..\AUDITORIA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUDIT-CEN.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Resolucion del contracargo del lado comercio:
      *    RESULTADO-SR 'A' el comercio acepto el contracargo (el
      *    credito al tarjetahabiente queda firme), 'R' el comercio
      *    lo rechazo con documentacion (se revierte el credito).
       FD  RESOLUCIONES.
       01  REG-RESOLUCION.
           02  NRO-CTA-SR              PIC 9(8).
           02  NRO-COMERCIO-SR         PIC X(10).
           02  IMPORTE-SR              PIC 9(15)V99.
           02  RESULTADO-SR            PIC X(1).
              88 RESOL-ACEPTADO        VALUE 'A'.
              88 RESOL-RECHAZADO       VALUE 'R'.
           02  FECHA-SR                PIC 9(8).

       FD  TARJETAS.
       01  REG-TARJETAS.
           02  NRO-CLI                 PIC 9(8).
           02  NYA                     PIC X(30).
           02  NRO-CTA-T               PIC 9(8).
           02  MONTO-DIS               PIC 9(15)V99.

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

       FD  RECLAMOS.
       01  REG-RECLAMO.
           02  NRO-RECLAMO-RC          PIC 9(8).
           02  NRO-CTA-RC              PIC 9(8).
           02  NRO-COMERCIO-RC         PIC X(10).
           02  IMPORTE-RC              PIC 9(15)V99.
           02  FECHA-CONSUMO-RC        PIC 9(8).
           02  NRO-ADIC-RC             PIC 9(2).
           02  MOTIVO-RC               PIC X(3).
           02  ESTADO-RC               PIC X(1).
           02  FEC-ALTA-RC             PIC 9(8).
           02  PERIODO-CRED-RC         PIC X(6).
           02  FEC-RESOL-RC            PIC 9(8).
           02  PERIODO-RESOL-RC        PIC X(6).

       FD  CARTAS-RECLAMO.
       01  LIN-CARTA                   PIC X(80).

       FD  RECHAZOS-RESOL.
       01  REG-RECHAZO-RESOL.
           02  NRO-CTA-RX              PIC 9(8).
           02  NRO-COMERCIO-RX         PIC X(10).
           02  IMPORTE-RX              PIC 9(15)V99.
           02  MOTIVO-RX               PIC X(25).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.
           02  AC-PROGRAMA             PIC X(10).
           02  AC-ARCHIVO              PIC X(12).
           02  AC-CLAVE                PIC X(20).
           02  AC-IMAGEN-ANTES         PIC X(132).
           02  AC-IMAGEN-DESPUES       PIC X(132).
           02  AC-TIMESTAMP            PIC X(21).
           02  AC-RUN-ID               PIC X(11).
           02  AC-OPERADOR             PIC X(8).

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
       01  FS-RESOLUCIONES             PIC XX.
           88 FS-RESOLUCIONES-OK   VALUE "00".
       01  FS-TARJETAS                 PIC XX.
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-RESUMEN                  PIC XX.
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-RECLAMOS                 PIC XX.
           88 FS-RECLAMOS-OK       VALUE "00".
       01  FS-CARTAS                   PIC XX.
           88 FS-CARTAS-OK         VALUE "00".
       01  FS-RECHAZOS                 PIC XX.
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-AUDIT-CEN                PIC XX.
           88 FS-AUDIT-CEN-OK      VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJRREC'.
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
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-FIRMES              PIC 9(7) VALUE 0.
       01  WS-CANT-REVERTIDOS          PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  FIN-RESOLUCIONES            PIC X VALUE 'N'.
       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  FIN-RECLAMOS                PIC X VALUE 'N'.
       01  WS-IDX-RECL                 PIC 9(5).
       01  WS-RECL-ANTES               PIC X(85).
       01  WS-MOTIVO                   PIC X(25).
       01  WS-NOMBRE-TITULAR           PIC X(30).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-PERIODO-IMPUTA           PIC 9(6).
       01  WS-PERIODO-IMPUTA-R REDEFINES WS-PERIODO-IMPUTA.
           02 WS-ANIO-IMPUTA           PIC 9(4).
           02 WS-MES-IMPUTA            PIC 9(2).

       01  CANT-TITULARES              PIC 9(5) VALUE 0.
       01  TABLA-TITULARES.
           02 TABLA-TITULARES-ITEM OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON CANT-TITULARES
                                   INDEXED BY IDX-TITULAR.
               03 TT-NRO-CTA           PIC 9(8).
               03 TT-NYA               PIC X(30).

       01  CANT-RESUMENES              PIC 9(5) VALUE 0.
       01  TABLA-RESUMENES.
           02 TABLA-RES-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-RESUMENES
                             INDEXED BY IDX-RES.
               03 TRS-NRO-CTA          PIC 9(8).
               03 TRS-PERIODO          PIC X(6).

       01  CANT-RECLAMOS               PIC 9(5) VALUE 0.
       01  TABLA-RECLAMOS.
           02 TABLA-RECL-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-RECLAMOS
                              INDEXED BY IDX-RECL.
               03 TRC-NRO-RECLAMO      PIC 9(8).
               03 TRC-NRO-CTA          PIC 9(8).
               03 TRC-NRO-COMERCIO     PIC X(10).
               03 TRC-IMPORTE          PIC 9(15)V99.
               03 TRC-FECHA-CONSUMO    PIC 9(8).
               03 TRC-NRO-ADIC         PIC 9(2).
               03 TRC-MOTIVO           PIC X(3).
               03 TRC-ESTADO           PIC X(1).
               03 TRC-RESTO            PIC X(28).

       01  LIN-CARTA-SEPARADOR        PIC X(80) VALUE ALL '='.
       01  LIN-CARTA-NOMBRE.
           02 FILLER              PIC X(10) VALUE 'SR/SRA:   '.
           02 LCN-NOMBRE          PIC X(30).
           02 FILLER              PIC X(8)  VALUE ' CUENTA '.
           02 LCN-CTA             PIC X(8).
       01  LIN-CARTA-RECLAMO.
           02 FILLER              PIC X(13) VALUE 'RECLAMO NRO: '.
           02 LCR-NRO             PIC 9(8).
           02 FILLER              PIC X(11) VALUE '  CONSUMO: '.
           02 LCR-FECHA           PIC 9(8).
           02 FILLER              PIC X(10) VALUE '  IMPORTE '.
           02 LCR-IMPORTE         PIC Z(13)9.99.
       01  LIN-CARTA-TEXTO            PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-RESOLUCIONES = 'S'.
           PERFORM 26000-REESCRIBIR-MAESTRO.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-TITULARES
           PERFORM 13000-CARGAR-RESUMENES
           PERFORM 14000-CARGAR-RECLAMOS

           OPEN INPUT RESOLUCIONES.
           IF NOT FS-RESOLUCIONES-OK
               DISPLAY 'SIN RESOLUCIONES DE CONTRACARGOS '
                       FS-RESOLUCIONES
               MOVE 'S' TO FIN-RESOLUCIONES
           END-IF

           OPEN OUTPUT CARTAS-RECLAMO
           IF NOT FS-CARTAS-OK
               DISPLAY 'ERROR OPEN CARTRECL ' FS-CARTAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESOLUCIONES
           END-IF
           OPEN OUTPUT RECHAZOS-RESOL
           OPEN EXTEND AUDIT-CENTRAL
           IF FS-AUDIT-CEN = '35'
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJRREC' AND RS-FIN(1:8)
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
               PERFORM UNTIL FIN-TARJETAS = 'S'
                   READ TARJETAS
                       AT END
                           MOVE 'S' TO FIN-TARJETAS
                       NOT AT END
                           IF CANT-TITULARES < 9999
                               ADD 1 TO CANT-TITULARES
                               MOVE NRO-CTA-T
                                   TO TT-NRO-CTA(CANT-TITULARES)
                               MOVE NYA TO TT-NYA(CANT-TITULARES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETAS
           END-IF.

       13000-CARGAR-RESUMENES.
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
           END-IF.

      *    Sin maestro de reclamos no hay nada que resolver.
       14000-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF NOT FS-RECLAMOS-OK
               DISPLAY 'ERROR OPEN RECLAMOS ' FS-RECLAMOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-RECLAMOS = 'S'
               READ RECLAMOS
                   AT END
                       MOVE 'S' TO FIN-RECLAMOS
                   NOT AT END
                       IF CANT-RECLAMOS < 9999
                           ADD 1 TO CANT-RECLAMOS
                           MOVE REG-RECLAMO
                               TO TABLA-RECL-ITEM(CANT-RECLAMOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECLAMOS.

       20000-PROCESO.
           READ RESOLUCIONES
               AT END
                   MOVE 'S' TO FIN-RESOLUCIONES
           END-READ
           IF FIN-RESOLUCIONES NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 25000-BUSCAR-RECLAMO
               EVALUATE TRUE
                   WHEN NOT RESOL-ACEPTADO AND NOT RESOL-RECHAZADO
                       MOVE 'RESULTADO INVALIDO' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN WS-IDX-RECL = 0
                       MOVE 'SIN RECLAMO PENDIENTE' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN RESOL-ACEPTADO
                       PERFORM 21000-CREDITO-FIRME
                   WHEN OTHER
                       PERFORM 22000-REVERTIR-CREDITO
               END-EVALUATE
           END-IF.

       21000-CREDITO-FIRME.
           MOVE REG-RECLAMO TO WS-RECL-ANTES
           MOVE 'F' TO ESTADO-RC
           PERFORM 23000-CERRAR-RECLAMO
           MOVE
               'EL COMERCIO ACEPTO SU RECLAMO. EL CREDITO QUEDA FIRME.'
               TO LIN-CARTA-TEXTO
           PERFORM 25500-ESCRIBIR-CARTA
           ADD 1 TO WS-CANT-FIRMES.

      *    La reversion se debita en el proximo resumen a emitir,
      *    igual que el credito; desde ahi el consumo vuelve a
      *    devengar interes como cualquier compra.
       22000-REVERTIR-CREDITO.
           MOVE REG-RECLAMO TO WS-RECL-ANTES
           MOVE 'R' TO ESTADO-RC
           PERFORM 23000-CERRAR-RECLAMO
           MOVE
               'EL COMERCIO PROBO EL CONSUMO. SE REVIERTE EL CREDITO.'
               TO LIN-CARTA-TEXTO
           PERFORM 25500-ESCRIBIR-CARTA
           ADD 1 TO WS-CANT-REVERTIDOS.

       23000-CERRAR-RECLAMO.
           IF FECHA-SR IS NUMERIC AND FECHA-SR > 0
               MOVE FECHA-SR TO FEC-RESOL-RC
           ELSE
               MOVE WS-FEC-HOY TO FEC-RESOL-RC
           END-IF
           PERFORM 28000-PERIODO-A-IMPUTAR
           MOVE WS-PERIODO-IMPUTA TO PERIODO-RESOL-RC
           MOVE REG-RECLAMO TO TABLA-RECL-ITEM(WS-IDX-RECL)
           PERFORM 80000-GRABAR-AUDIT-CEN.

      *    Deja el reclamo hallado en REG-RECLAMO. Solo se resuelven
      *    reclamos con credito provisorio.
       25000-BUSCAR-RECLAMO.
           MOVE 0 TO WS-IDX-RECL
           IF CANT-RECLAMOS > 0
               SET IDX-RECL TO 1
               SEARCH TABLA-RECL-ITEM
                   AT END
                       CONTINUE
                   WHEN TRC-NRO-CTA(IDX-RECL) = NRO-CTA-SR
                    AND TRC-NRO-COMERCIO(IDX-RECL) = NRO-COMERCIO-SR
                    AND TRC-IMPORTE(IDX-RECL) = IMPORTE-SR
                    AND TRC-ESTADO(IDX-RECL) = 'P'
                       SET WS-IDX-RECL TO IDX-RECL
                       MOVE TABLA-RECL-ITEM(IDX-RECL) TO REG-RECLAMO
               END-SEARCH
           END-IF.

       25500-ESCRIBIR-CARTA.
           PERFORM 27000-BUSCAR-TITULAR
           WRITE LIN-CARTA FROM LIN-CARTA-SEPARADOR
           MOVE WS-NOMBRE-TITULAR TO LCN-NOMBRE
           MOVE 'C' TO WS-EM-TIPO
           MOVE NRO-CTA-RC TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:8) TO LCN-CTA
           WRITE LIN-CARTA FROM LIN-CARTA-NOMBRE
           MOVE NRO-RECLAMO-RC TO LCR-NRO
           MOVE FECHA-CONSUMO-RC TO LCR-FECHA
           MOVE IMPORTE-RC TO LCR-IMPORTE
           WRITE LIN-CARTA FROM LIN-CARTA-RECLAMO
           WRITE LIN-CARTA FROM LIN-CARTA-TEXTO.

       26000-REESCRIBIR-MAESTRO.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT RECLAMOS
               IF FS-RECLAMOS-OK
                   PERFORM VARYING WS-IDX-RECL FROM 1 BY 1
                       UNTIL WS-IDX-RECL > CANT-RECLAMOS
                       MOVE TABLA-RECL-ITEM(WS-IDX-RECL)
                           TO REG-RECLAMO
                       WRITE REG-RECLAMO
                   END-PERFORM
                   CLOSE RECLAMOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA RECLAMOS '
                           FS-RECLAMOS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       27000-BUSCAR-TITULAR.
           MOVE SPACES TO WS-NOMBRE-TITULAR
           IF CANT-TITULARES > 0
               SET IDX-TITULAR TO 1
               SEARCH TABLA-TITULARES-ITEM
                   AT END
                       MOVE 'TITULAR NO ENCONTRADO' TO
                           WS-NOMBRE-TITULAR
                   WHEN TT-NRO-CTA(IDX-TITULAR) = NRO-CTA-RC
                       MOVE TT-NYA(IDX-TITULAR) TO WS-NOMBRE-TITULAR
               END-SEARCH
           END-IF.

      *    Si el resumen del mes ya se emitio, la imputacion va en
      *    el del mes siguiente.
       28000-PERIODO-A-IMPUTAR.
           MOVE WS-FEC-HOY(1:6) TO WS-PERIODO-IMPUTA
           IF CANT-RESUMENES > 0
               SET IDX-RES TO 1
               SEARCH TABLA-RES-ITEM
                   AT END
                       CONTINUE
                   WHEN TRS-NRO-CTA(IDX-RES) = NRO-CTA-RC
                       IF TRS-PERIODO(IDX-RES) >= WS-FEC-HOY(1:6)
                           ADD 1 TO WS-MES-IMPUTA
                           IF WS-MES-IMPUTA > 12
                               MOVE 1 TO WS-MES-IMPUTA
                               ADD 1 TO WS-ANIO-IMPUTA
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

       73000-GRABAR-RECHAZO.
           IF FS-RECHAZOS-OK
               MOVE NRO-CTA-SR TO NRO-CTA-RX
               MOVE NRO-COMERCIO-SR TO NRO-COMERCIO-RX
               MOVE IMPORTE-SR TO IMPORTE-RX
               MOVE WS-MOTIVO TO MOTIVO-RX
               WRITE REG-RECHAZO-RESOL
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       80000-GRABAR-AUDIT-CEN.
           IF FS-AUDIT-CEN-OK
               MOVE 'TARJRREC' TO AC-PROGRAMA
               MOVE 'RECLAMOS' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE NRO-RECLAMO-RC TO AC-CLAVE(1:8)
               MOVE SPACES TO AC-IMAGEN-ANTES
               MOVE WS-RECL-ANTES TO AC-IMAGEN-ANTES(1:85)
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-RECLAMO TO AC-IMAGEN-DESPUES(1:85)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE WS-RUN-ID TO AC-RUN-ID
               MOVE 'TARJRREC' TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       30000-FINAL.
           DISPLAY 'RESOLUCIONES LEIDAS: ' WS-CANT-ENTRADA
           DISPLAY 'CREDITOS FIRMES    : ' WS-CANT-FIRMES
           DISPLAY 'CREDITOS REVERTIDOS: ' WS-CANT-REVERTIDOS
           DISPLAY 'RECHAZOS           : ' WS-CANT-RECHAZOS
           IF FS-RESOLUCIONES-OK
               CLOSE RESOLUCIONES
           END-IF
           IF FS-CARTAS-OK
               CLOSE CARTAS-RECLAMO
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS-RESOL
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJRREC' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               COMPUTE RS-CANT-SALIDA =
                   WS-CANT-FIRMES + WS-CANT-REVERTIDOS
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
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

       END PROGRAM TARJRREC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJRECL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO '..\RECLMOVS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT RESUMEN-DETALLE ASSIGN TO '..\RESUDET'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESU-DET.

           SELECT RESUMEN-ACTUAL ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT RECLAMOS ASSIGN TO '..\RECLAMOS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECLAMOS.

           SELECT CONTRACARGOS ASSIGN TO '..\CONTRACG'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTRACARGOS.

           SELECT RECHAZOS-RECL ASSIGN TO '..\RECLRECH'
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
      *    Reclamos por desconocimiento de consumo que carga atencion
      *    al cliente; el consumo se identifica como figura en
      *    RESUDET (cuenta, comercio, importe y fecha).
       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02  NRO-CTA-MR              PIC 9(8).
           02  NRO-COMERCIO-MR         PIC X(10).
           02  IMPORTE-MR              PIC 9(15)V99.
           02  FECHA-CONSUMO-MR        PIC 9(8).
           02  MOTIVO-MR               PIC X(3).
           02  OPERADOR-MR             PIC X(8).

       FD  RESUMEN-DETALLE.
       01  REG-RESU-DETALLE.
           02  NRO-CTA-RD              PIC 9(8).
           02  NRO-COMERCIO-RD         PIC X(10).
           02  IMPORTE-RD              PIC 9(15)V99.
           02  CANT-CUOTAS-RD          PIC 9(2).
           02  MONEDA-ORIG-RD          PIC X(3).
           02  IMPORTE-ORIG-RD         PIC 9(15)V99.
           02  NRO-ADIC-RD             PIC 9(2).
           02  TIPO-RD                 PIC X(1).
           02  FECHA-RD                PIC 9(8).

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

      *    Maestro de reclamos. ESTADO-RC: 'P' credito provisorio,
      *    'F' credito firme (el comercio acepto el contracargo),
      *    'R' credito revertido (el comercio lo rechazo).
      *    PERIODO-CRED-RC y PERIODO-RESOL-RC son los resumenes en
      *    que se imputan el credito y su reversion.
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

       FD  CONTRACARGOS.
       01  REG-CONTRACARGO.
           02  NRO-CTA-CB              PIC 9(8).
           02  NRO-COMERCIO-CB         PIC X(10).
           02  IMPORTE-CB              PIC 9(15)V99.
           02  MOTIVO-CB               PIC X(3).

       FD  RECHAZOS-RECL.
       01  REG-RECHAZO-RECL.
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
       01  FS-MOVIMIENTOS              PIC XX.
           88 FS-MOVIMIENTOS-OK    VALUE "00".
       01  FS-RESU-DET                 PIC XX.
           88 FS-RESU-DET-OK       VALUE "00".
       01  FS-RESUMEN                  PIC XX.
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-RECLAMOS                 PIC XX.
           88 FS-RECLAMOS-OK       VALUE "00".
       01  FS-CONTRACARGOS             PIC XX.
           88 FS-CONTRACARGOS-OK   VALUE "00".
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
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-RECLAMOS            PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.
       01  WS-IMPORTE-RECLAMADO        PIC 9(15)V99 VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  FIN-MOVIMIENTOS             PIC X VALUE 'N'.
       01  FIN-RESU-DET                PIC X VALUE 'N'.
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  FIN-RECLAMOS                PIC X VALUE 'N'.
       01  WS-IDX-DET                  PIC 9(5).
       01  WS-IDX-RECL                 PIC 9(5).
       01  WS-ULTIMO-RECLAMO           PIC 9(8) VALUE 0.
       01  WS-MOTIVO                   PIC X(25).
       01  WS-PERIODO-IMPUTA           PIC 9(6).
       01  WS-PERIODO-IMPUTA-R REDEFINES WS-PERIODO-IMPUTA.
           02 WS-ANIO-IMPUTA           PIC 9(4).
           02 WS-MES-IMPUTA            PIC 9(2).

       01  CANT-DETALLE                PIC 9(5) VALUE 0.
       01  TABLA-DETALLE.
           02 TABLA-DET-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DETALLE
                             INDEXED BY IDX-DET.
               03 TDE-NRO-CTA          PIC 9(8).
               03 TDE-NRO-COMERCIO     PIC X(10).
               03 TDE-IMPORTE          PIC 9(15)V99.
               03 TDE-FECHA            PIC 9(8).
               03 TDE-NRO-ADIC         PIC 9(2).
               03 TDE-TIPO             PIC X(1).
                  88 TDE-COMPRA        VALUE 'C' ' '.

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
               03 TRC-RESTO            PIC X(34).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-MOVIMIENTOS = 'S'.
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

           PERFORM 12000-CARGAR-DETALLE
           PERFORM 13000-CARGAR-RESUMENES
           PERFORM 14000-CARGAR-RECLAMOS

           OPEN INPUT MOVIMIENTOS.
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'SIN RECLAMOS A INGRESAR ' FS-MOVIMIENTOS
               MOVE 'S' TO FIN-MOVIMIENTOS
           END-IF

           OPEN OUTPUT RECHAZOS-RECL
           OPEN EXTEND CONTRACARGOS
           IF FS-CONTRACARGOS = '35'
               OPEN OUTPUT CONTRACARGOS
           END-IF
           IF NOT FS-CONTRACARGOS-OK
               DISPLAY 'ERROR OPEN CONTRACG ' FS-CONTRACARGOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-MOVIMIENTOS
           END-IF
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
                           IF RS-JOB = 'TARJRECL' AND RS-FIN(1:8)
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

       12000-CARGAR-DETALLE.
           OPEN INPUT RESUMEN-DETALLE.
           IF FS-RESU-DET-OK
               PERFORM UNTIL FIN-RESU-DET = 'S'
                   READ RESUMEN-DETALLE
                       AT END
                           MOVE 'S' TO FIN-RESU-DET
                       NOT AT END
                           IF CANT-DETALLE < 9999
                               ADD 1 TO CANT-DETALLE
                               MOVE NRO-CTA-RD
                                   TO TDE-NRO-CTA(CANT-DETALLE)
                               MOVE NRO-COMERCIO-RD
                                   TO TDE-NRO-COMERCIO(CANT-DETALLE)
                               MOVE IMPORTE-RD
                                   TO TDE-IMPORTE(CANT-DETALLE)
                               MOVE FECHA-RD
                                   TO TDE-FECHA(CANT-DETALLE)
                               MOVE TIPO-RD
                                   TO TDE-TIPO(CANT-DETALLE)
                               IF NRO-ADIC-RD IS NUMERIC
                                   MOVE NRO-ADIC-RD
                                       TO TDE-NRO-ADIC(CANT-DETALLE)
                               ELSE
                                   MOVE 0
                                       TO TDE-NRO-ADIC(CANT-DETALLE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-DETALLE
           END-IF.

      *    Ultimo resumen emitido de cada cuenta, para saber en que
      *    resumen se imputa el credito provisorio.
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

       14000-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS-OK
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
                           IF NRO-RECLAMO-RC > WS-ULTIMO-RECLAMO
                               MOVE NRO-RECLAMO-RC
                                   TO WS-ULTIMO-RECLAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS
           END-IF.

       20000-PROCESO.
           READ MOVIMIENTOS
               AT END
                   MOVE 'S' TO FIN-MOVIMIENTOS
           END-READ
           IF FIN-MOVIMIENTOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 24000-BUSCAR-CONSUMO
               PERFORM 25000-BUSCAR-RECLAMO
               EVALUATE TRUE
                   WHEN MOTIVO-MR = SPACES
                       MOVE 'MOTIVO INVALIDO' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN WS-IDX-DET = 0
                       MOVE 'CONSUMO INEXISTENTE' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN NOT TDE-COMPRA(WS-IDX-DET)
                       MOVE 'NO ES UNA COMPRA' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN WS-IDX-RECL > 0
                       MOVE 'CONSUMO YA RECLAMADO' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN CANT-RECLAMOS >= 9999
                       MOVE 'TABLA DE RECLAMOS LLENA' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN OTHER
                       PERFORM 21000-ALTA-RECLAMO
               END-EVALUATE
           END-IF.

      *    El reclamo nace con credito provisorio por el total del
      *    consumo y se envia como contracargo al comercio.
       21000-ALTA-RECLAMO.
           ADD 1 TO WS-ULTIMO-RECLAMO
           MOVE WS-ULTIMO-RECLAMO TO NRO-RECLAMO-RC
           MOVE NRO-CTA-MR TO NRO-CTA-RC
           MOVE NRO-COMERCIO-MR TO NRO-COMERCIO-RC
           MOVE IMPORTE-MR TO IMPORTE-RC
           MOVE FECHA-CONSUMO-MR TO FECHA-CONSUMO-RC
           MOVE TDE-NRO-ADIC(WS-IDX-DET) TO NRO-ADIC-RC
           MOVE MOTIVO-MR TO MOTIVO-RC
           MOVE 'P' TO ESTADO-RC
           MOVE WS-FEC-HOY TO FEC-ALTA-RC
           PERFORM 28000-PERIODO-A-IMPUTAR
           MOVE WS-PERIODO-IMPUTA TO PERIODO-CRED-RC
           MOVE 0 TO FEC-RESOL-RC
           MOVE SPACES TO PERIODO-RESOL-RC
           ADD 1 TO CANT-RECLAMOS
           MOVE REG-RECLAMO TO TABLA-RECL-ITEM(CANT-RECLAMOS)
           PERFORM 22000-ENVIAR-CONTRACARGO
           PERFORM 80000-GRABAR-AUDIT-CEN
           ADD IMPORTE-RC TO WS-IMPORTE-RECLAMADO
           ADD 1 TO WS-CANT-RECLAMOS.

       22000-ENVIAR-CONTRACARGO.
           MOVE NRO-CTA-RC TO NRO-CTA-CB
           MOVE NRO-COMERCIO-RC TO NRO-COMERCIO-CB
           MOVE IMPORTE-RC TO IMPORTE-CB
           MOVE MOTIVO-RC TO MOTIVO-CB
           WRITE REG-CONTRACARGO.

       24000-BUSCAR-CONSUMO.
           MOVE 0 TO WS-IDX-DET
           IF CANT-DETALLE > 0
               SET IDX-DET TO 1
               SEARCH TABLA-DET-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-NRO-CTA(IDX-DET) = NRO-CTA-MR
                    AND TDE-NRO-COMERCIO(IDX-DET) = NRO-COMERCIO-MR
                    AND TDE-IMPORTE(IDX-DET) = IMPORTE-MR
                    AND TDE-FECHA(IDX-DET) = FECHA-CONSUMO-MR
                       SET WS-IDX-DET TO IDX-DET
               END-SEARCH
           END-IF.

       25000-BUSCAR-RECLAMO.
           MOVE 0 TO WS-IDX-RECL
           IF CANT-RECLAMOS > 0
               SET IDX-RECL TO 1
               SEARCH TABLA-RECL-ITEM
                   AT END
                       CONTINUE
                   WHEN TRC-NRO-CTA(IDX-RECL) = NRO-CTA-MR
                    AND TRC-NRO-COMERCIO(IDX-RECL) = NRO-COMERCIO-MR
                    AND TRC-IMPORTE(IDX-RECL) = IMPORTE-MR
                    AND TRC-FECHA-CONSUMO(IDX-RECL) = FECHA-CONSUMO-MR
                       SET WS-IDX-RECL TO IDX-RECL
               END-SEARCH
           END-IF.

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

      *    Si el resumen del mes ya se emitio, el credito va en el
      *    del mes siguiente.
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
               MOVE NRO-CTA-MR TO NRO-CTA-RX
               MOVE NRO-COMERCIO-MR TO NRO-COMERCIO-RX
               MOVE IMPORTE-MR TO IMPORTE-RX
               MOVE WS-MOTIVO TO MOTIVO-RX
               WRITE REG-RECHAZO-RECL
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       80000-GRABAR-AUDIT-CEN.
           IF FS-AUDIT-CEN-OK
               MOVE 'TARJRECL' TO AC-PROGRAMA
               MOVE 'RECLAMOS' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE NRO-RECLAMO-RC TO AC-CLAVE(1:8)
               MOVE SPACES TO AC-IMAGEN-ANTES
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-RECLAMO TO AC-IMAGEN-DESPUES(1:85)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE WS-RUN-ID TO AC-RUN-ID
               MOVE OPERADOR-MR TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       30000-FINAL.
           DISPLAY 'RECLAMOS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'RECLAMOS INGRESADOS: ' WS-CANT-RECLAMOS
                   ' IMPORTE ' WS-IMPORTE-RECLAMADO
           DISPLAY 'RECHAZOS           : ' WS-CANT-RECHAZOS
           IF FS-MOVIMIENTOS-OK
               CLOSE MOVIMIENTOS
           END-IF
           IF FS-CONTRACARGOS-OK
               CLOSE CONTRACARGOS
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS-RECL
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJRECL' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-RECLAMOS TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM TARJRECL.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJDEBI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESUMEN-ACTUAL ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT ADHESIONES ASSIGN TO '..\TARJDEBA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADHESIONES.

           SELECT BANCOS ASSIGN TO '..\BCOMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-BANCOS.

           SELECT DEBITOS-TC ASSIGN TO '..\DEBITTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEBITOS.

           SELECT PRESENTACION-BANCO ASSIGN TO WS-NOMBRE-PRESENT
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PRESENT.

           SELECT COBRANZA-DEBITOS ASSIGN TO '..\COBRDEBT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COBRANZA.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ADHESIONES.
       01  REG-ADHESION.
           02  NRO-CTA-DA              PIC 9(8).
           02  BANCO-DA                PIC X(3).
           02  CBU-DA                  PIC X(22).
           02  MODALIDAD-DA            PIC X(1).
              88 DEBITA-MINIMO         VALUE 'M'.
              88 DEBITA-TOTAL          VALUE 'T'.
           02  ESTADO-DA               PIC X(1).
           02  FEC-ALTA-DA             PIC 9(8).
           02  FEC-BAJA-DA             PIC 9(8).

       FD  BANCOS.
       01  REG-BANCO.
           02 BANCO-BM                 PIC X(3).
           02 NOMBRE-BM                PIC X(30).
           02 ACTIVO-BM                PIC X(1).
           02 HORA-CORTE-BM            PIC X(4).
           02 VARIANTE-BM              PIC X(1).

      *    Control consolidado de la presentacion del dia; cada
      *    banco recibe ademas su propio archivo DTCbbb.
       FD  DEBITOS-TC.
       01  REG-DEBITO-HEADER.
           02 TIPO-REG-DH              PIC X(6).
           02 FECHA-PRESENTACION-DH    PIC X(8).
           02 EMPRESA-DH               PIC X(10).
           02 FILLER                   PIC X(45).
       01  REG-DEBITO.
           02 TIPO-REG-DB              PIC X(6).
           02 NRO-CTA-DB               PIC 9(8).
           02 BANCO-DB                 PIC X(3).
           02 CBU-DB                   PIC X(22).
           02 IMPORTE-DB               PIC 9(13)V99.
           02 MODALIDAD-DB             PIC X(1).
           02 PERIODO-DB               PIC X(6).
           02 FECHA-VENC-DB            PIC 9(8).
       01  REG-DEBITO-TRAILER.
           02 TIPO-REG-DT              PIC X(6).
           02 CANT-DEBITOS-DT          PIC 9(7).
           02 IMPORTE-TOTAL-DT         PIC 9(13)V99.
           02 HASH-CUENTAS-DT          PIC 9(11).
           02 FILLER                   PIC X(30).

       FD  PRESENTACION-BANCO.
       01  REG-PRESENT-HEADER.
           02 TIPO-REG-PH              PIC X(6).
           02 FECHA-PRESENTACION-PH    PIC X(8).
           02 EMPRESA-PH               PIC X(10).
           02 BANCO-PH                 PIC X(3).
           02 VARIANTE-PH              PIC X(1).
           02 FILLER                   PIC X(41).
       01  REG-PRESENT.
           02 TIPO-REG-PB              PIC X(6).
           02 NRO-CTA-PB               PIC 9(8).
           02 BANCO-PB                 PIC X(3).
           02 CBU-PB                   PIC X(22).
           02 IMPORTE-PB               PIC 9(13)V99.
           02 MODALIDAD-PB             PIC X(1).
           02 PERIODO-PB               PIC X(6).
           02 FECHA-VENC-PB            PIC 9(8).
       01  REG-PRESENT-TRAILER.
           02 TIPO-REG-PT              PIC X(6).
           02 CANT-DEBITOS-PT          PIC 9(7).
           02 IMPORTE-TOTAL-PT         PIC 9(13)V99.
           02 HASH-CUENTAS-PT          PIC 9(11).
           02 FILLER                   PIC X(30).

      *    Debitos de resumen que no se pudieron cobrar, para la
      *    gestion de cobranza. COD-RECHAZO-CD 'PRE' indica que no
      *    llego a presentarse; el resto es el codigo del banco.
       FD  COBRANZA-DEBITOS.
       01  REG-COBRANZA-DEB.
           02  NRO-CTA-CD              PIC 9(8).
           02  PERIODO-CD              PIC X(6).
           02  IMPORTE-CD              PIC 9(15)V99.
           02  FECHA-CD                PIC 9(8).
           02  COD-RECHAZO-CD          PIC X(3).
           02  MOTIVO-CD               PIC X(25).

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
       01  FS-RESUMEN                  PIC XX.
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-ADHESIONES               PIC XX.
           88 FS-ADHESIONES-OK     VALUE "00".
       01  FS-BANCOS                   PIC XX.
           88 FS-BANCOS-OK         VALUE "00".
       01  FS-DEBITOS                  PIC XX.
           88 FS-DEBITOS-OK        VALUE "00".
       01  FS-PRESENT                  PIC XX.
           88 FS-PRESENT-OK        VALUE "00".
       01  FS-COBRANZA                 PIC XX.
           88 FS-COBRANZA-OK       VALUE "00".
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
       01  WS-CANT-DEBITOS             PIC 9(7) VALUE 0.
       01  WS-CANT-COBRANZA            PIC 9(7) VALUE 0.
       01  WS-IMPORTE-TOTAL            PIC 9(13)V99 VALUE 0.
       01  WS-HASH-CUENTAS             PIC 9(11) VALUE 0.

       01  WS-PARM                     PIC X(8) VALUE SPACES.
       01  WS-FEC-PROCESO              PIC 9(8).
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  FIN-ADHESIONES              PIC X VALUE 'N'.
       01  FIN-BANCOS                  PIC X VALUE 'N'.
       01  WS-IDX-ADH                  PIC 9(5).
       01  WS-IMPORTE-DEBITO           PIC 9(13)V99.
       01  WS-BANCO-VALIDO             PIC X VALUE 'S'.
           88 BANCO-VALIDO         VALUE 'S' FALSE 'N'.
       01  WS-VARIANTE-BANCO           PIC X(1).
       01  WS-NOMBRE-PRESENT           PIC X(30).
       01  WS-IDX-PRES                 PIC 9(5).
       01  WS-IDX-BM                   PIC 9(5).
       01  WS-BANCO-EMITIDO            PIC X(3).
       01  WS-CANT-BANCO               PIC 9(7).
       01  WS-IMPORTE-BANCO            PIC 9(13)V99.
       01  WS-HASH-BANCO               PIC 9(11).

       01  CANT-BANCOS                 PIC 9(3) VALUE 0.
       01  TABLA-BANCOS.
           02 TABLA-BANCOS-ITEM OCCURS 1 TO 999 TIMES
                                DEPENDING ON CANT-BANCOS
                                INDEXED BY IDX-BANCO.
               03 TBM-BANCO            PIC X(3).
               03 TBM-ACTIVO           PIC X(1).
               03 TBM-VARIANTE         PIC X(1).
               03 TBM-EMITIDO          PIC X(1).

       01  CANT-ADHESIONES             PIC 9(5) VALUE 0.
       01  TABLA-ADHESIONES.
           02 TABLA-ADH-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ADHESIONES
                             INDEXED BY IDX-ADH.
               03 TAH-NRO-CTA          PIC 9(8).
               03 TAH-BANCO            PIC X(3).
               03 TAH-CBU              PIC X(22).
               03 TAH-MODALIDAD        PIC X(1).

       01  CANT-PRESENTACION           PIC 9(5) VALUE 0.
       01  TABLA-PRESENTACION.
           02 TABLA-PRES-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PRESENTACION
                              INDEXED BY IDX-PRES.
               03 TPR-REGISTRO         PIC X(69).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-RESUMEN = 'S'.
           PERFORM 30000-FINAL.

      *    La fecha de proceso puede venir por parametro para
      *    rehacer la presentacion de un vencimiento ya pasado.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-PROCESO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-FEC-PROCESO
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-BANCOS
           PERFORM 13000-CARGAR-ADHESIONES

           OPEN INPUT RESUMEN-ACTUAL.
           IF NOT FS-RESUMEN-OK
               DISPLAY 'ERROR OPEN RESUSUM ' FS-RESUMEN
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESUMEN
           END-IF

           OPEN OUTPUT DEBITOS-TC
           IF FS-DEBITOS-OK
               MOVE SPACES TO REG-DEBITO-HEADER
               MOVE 'HEADER' TO TIPO-REG-DH
               MOVE WS-FEC-PROCESO TO FECHA-PRESENTACION-DH
               MOVE 'TARJETAS' TO EMPRESA-DH
               WRITE REG-DEBITO-HEADER
           ELSE
               DISPLAY 'ERROR OPEN DEBITTC ' FS-DEBITOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESUMEN
           END-IF

           OPEN EXTEND COBRANZA-DEBITOS
           IF FS-COBRANZA = '35'
               OPEN OUTPUT COBRANZA-DEBITOS
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJDEBI' AND RS-FIN(1:8)
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

       12000-CARGAR-BANCOS.
           OPEN INPUT BANCOS.
           IF FS-BANCOS-OK
               PERFORM UNTIL FIN-BANCOS = 'S'
                   READ BANCOS
                       AT END
                           MOVE 'S' TO FIN-BANCOS
                       NOT AT END
                           IF CANT-BANCOS < 999
                               ADD 1 TO CANT-BANCOS
                               MOVE BANCO-BM
                                   TO TBM-BANCO(CANT-BANCOS)
                               MOVE ACTIVO-BM
                                   TO TBM-ACTIVO(CANT-BANCOS)
                               MOVE VARIANTE-BM
                                   TO TBM-VARIANTE(CANT-BANCOS)
                               MOVE 'N' TO TBM-EMITIDO(CANT-BANCOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCOS
           END-IF.

      *    Solo interesan las adhesiones activas.
       13000-CARGAR-ADHESIONES.
           OPEN INPUT ADHESIONES.
           IF FS-ADHESIONES-OK
               PERFORM UNTIL FIN-ADHESIONES = 'S'
                   READ ADHESIONES
                       AT END
                           MOVE 'S' TO FIN-ADHESIONES
                       NOT AT END
                           IF ESTADO-DA = 'A'
                              AND CANT-ADHESIONES < 9999
                               ADD 1 TO CANT-ADHESIONES
                               MOVE NRO-CTA-DA
                                   TO TAH-NRO-CTA(CANT-ADHESIONES)
                               MOVE BANCO-DA
                                   TO TAH-BANCO(CANT-ADHESIONES)
                               MOVE CBU-DA
                                   TO TAH-CBU(CANT-ADHESIONES)
                               MOVE MODALIDAD-DA
                                   TO TAH-MODALIDAD(CANT-ADHESIONES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADHESIONES
           END-IF.

      *    Se presenta el resumen que vence en la fecha de proceso,
      *    si la cuenta esta adherida y queda algo por debitar.
       20000-PROCESO.
           READ RESUMEN-ACTUAL
               AT END
                   MOVE 'S' TO FIN-RESUMEN
           END-READ
           IF FIN-RESUMEN NOT = 'S'
              AND FECHA-VENC-RS = WS-FEC-PROCESO
               PERFORM 21000-BUSCAR-ADHESION
               IF WS-IDX-ADH > 0
                   ADD 1 TO WS-CANT-ENTRADA
                   PERFORM 22000-CALCULAR-IMPORTE
                   IF WS-IMPORTE-DEBITO > 0
                       PERFORM 23000-VALIDAR-BANCO
                       IF BANCO-VALIDO
                           PERFORM 24000-GRABAR-DEBITO
                       ELSE
                           PERFORM 25000-ENVIAR-A-COBRANZA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       21000-BUSCAR-ADHESION.
           MOVE 0 TO WS-IDX-ADH
           IF CANT-ADHESIONES > 0
               SET IDX-ADH TO 1
               SEARCH TABLA-ADH-ITEM
                   AT END
                       CONTINUE
                   WHEN TAH-NRO-CTA(IDX-ADH) = NRO-CTA-RS
                       SET WS-IDX-ADH TO IDX-ADH
               END-SEARCH
           END-IF.

       22000-CALCULAR-IMPORTE.
           MOVE 0 TO WS-IMPORTE-DEBITO
           IF SALDO-CIERRE-RS > 0
               IF TAH-MODALIDAD(WS-IDX-ADH) = 'T'
                   MOVE SALDO-CIERRE-RS TO WS-IMPORTE-DEBITO
               ELSE
                   MOVE PAGO-MINIMO-RS TO WS-IMPORTE-DEBITO
               END-IF
           END-IF.

       23000-VALIDAR-BANCO.
           SET BANCO-VALIDO TO TRUE
           MOVE SPACE TO WS-VARIANTE-BANCO
           IF CANT-BANCOS > 0
               SET BANCO-VALIDO TO FALSE
               SET IDX-BANCO TO 1
               SEARCH TABLA-BANCOS-ITEM
                   AT END
                       CONTINUE
                   WHEN TBM-BANCO(IDX-BANCO) = TAH-BANCO(WS-IDX-ADH)
                       IF TBM-ACTIVO(IDX-BANCO) = 'S'
                           SET BANCO-VALIDO TO TRUE
                           MOVE TBM-VARIANTE(IDX-BANCO)
                               TO WS-VARIANTE-BANCO
                       END-IF
               END-SEARCH
           END-IF.

       24000-GRABAR-DEBITO.
           MOVE 'DEBITO' TO TIPO-REG-DB
           MOVE NRO-CTA-RS TO NRO-CTA-DB
           MOVE TAH-BANCO(WS-IDX-ADH) TO BANCO-DB
           MOVE TAH-CBU(WS-IDX-ADH) TO CBU-DB
           MOVE WS-IMPORTE-DEBITO TO IMPORTE-DB
           MOVE TAH-MODALIDAD(WS-IDX-ADH) TO MODALIDAD-DB
           MOVE PERIODO-RS TO PERIODO-DB
           MOVE FECHA-VENC-RS TO FECHA-VENC-DB
           WRITE REG-DEBITO
           ADD 1 TO WS-CANT-DEBITOS
           ADD WS-IMPORTE-DEBITO TO WS-IMPORTE-TOTAL
           ADD NRO-CTA-RS TO WS-HASH-CUENTAS
           IF CANT-PRESENTACION < 9999
               ADD 1 TO CANT-PRESENTACION
               MOVE REG-DEBITO TO TPR-REGISTRO(CANT-PRESENTACION)
           ELSE
               DISPLAY 'TABLA DE PRESENTACION COLMADA, DEBITO '
                       'SIN PRESENTAR CUENTA ' NRO-CTA-RS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       25000-ENVIAR-A-COBRANZA.
           IF FS-COBRANZA-OK
               MOVE NRO-CTA-RS TO NRO-CTA-CD
               MOVE PERIODO-RS TO PERIODO-CD
               MOVE WS-IMPORTE-DEBITO TO IMPORTE-CD
               MOVE WS-FEC-PROCESO TO FECHA-CD
               MOVE 'PRE' TO COD-RECHAZO-CD
               MOVE 'BANCO INVALIDO' TO MOTIVO-CD
               WRITE REG-COBRANZA-DEB
           END-IF
           ADD 1 TO WS-CANT-COBRANZA.

       26000-GRABAR-TRAILER.
           MOVE SPACES TO REG-DEBITO-TRAILER
           MOVE 'TRAILE' TO TIPO-REG-DT
           MOVE WS-CANT-DEBITOS TO CANT-DEBITOS-DT
           MOVE WS-IMPORTE-TOTAL TO IMPORTE-TOTAL-DT
           MOVE WS-HASH-CUENTAS TO HASH-CUENTAS-DT
           WRITE REG-DEBITO-TRAILER.

      *    Una presentacion por banco, con la variante de BCOMAE,
      *    igual que el debito de servicios.
       27000-EMITIR-POR-BANCO.
           PERFORM VARYING WS-IDX-PRES FROM 1 BY 1
               UNTIL WS-IDX-PRES > CANT-PRESENTACION
               MOVE TPR-REGISTRO(WS-IDX-PRES)(15:3)
                   TO WS-BANCO-EMITIDO
               PERFORM 27100-VER-SI-EMITIDO
               IF WS-BANCO-VALIDO = 'S'
                   PERFORM 27200-EMITIR-UN-BANCO
               END-IF
           END-PERFORM.

       27100-VER-SI-EMITIDO.
           MOVE 'S' TO WS-BANCO-VALIDO
           MOVE SPACE TO WS-VARIANTE-BANCO
           PERFORM VARYING WS-IDX-BM FROM 1 BY 1
               UNTIL WS-IDX-BM > CANT-BANCOS
               IF TBM-BANCO(WS-IDX-BM) = WS-BANCO-EMITIDO
                   IF TBM-EMITIDO(WS-IDX-BM) = 'S'
                       MOVE 'N' TO WS-BANCO-VALIDO
                   ELSE
                       MOVE 'S' TO TBM-EMITIDO(WS-IDX-BM)
                       MOVE TBM-VARIANTE(WS-IDX-BM)
                           TO WS-VARIANTE-BANCO
                   END-IF
               END-IF
           END-PERFORM
           IF CANT-BANCOS = 0
               PERFORM VARYING WS-IDX-BM FROM 1 BY 1
                   UNTIL WS-IDX-BM >= WS-IDX-PRES
                   IF TPR-REGISTRO(WS-IDX-BM)(15:3)
                           = WS-BANCO-EMITIDO
                       MOVE 'N' TO WS-BANCO-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

       27200-EMITIR-UN-BANCO.
           MOVE SPACES TO WS-NOMBRE-PRESENT
           STRING '..\DTC' WS-BANCO-EMITIDO '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-PRESENT
           OPEN OUTPUT PRESENTACION-BANCO
           IF NOT FS-PRESENT-OK
               DISPLAY 'ERROR AL ABRIR PRESENTACION '
                       WS-NOMBRE-PRESENT ' ' FS-PRESENT
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           ELSE
               MOVE SPACES TO REG-PRESENT-HEADER
               MOVE 'HEADER' TO TIPO-REG-PH
               MOVE WS-FEC-PROCESO TO FECHA-PRESENTACION-PH
               MOVE 'TARJETAS' TO EMPRESA-PH
               MOVE WS-BANCO-EMITIDO TO BANCO-PH
               MOVE WS-VARIANTE-BANCO TO VARIANTE-PH
               WRITE REG-PRESENT-HEADER
               MOVE 0 TO WS-CANT-BANCO
               MOVE 0 TO WS-IMPORTE-BANCO
               MOVE 0 TO WS-HASH-BANCO
               PERFORM VARYING IDX-PRES FROM 1 BY 1
                   UNTIL IDX-PRES > CANT-PRESENTACION
                   IF TPR-REGISTRO(IDX-PRES)(15:3)
                           = WS-BANCO-EMITIDO
                       MOVE TPR-REGISTRO(IDX-PRES) TO REG-PRESENT
                       WRITE REG-PRESENT
                       ADD 1 TO WS-CANT-BANCO
                       ADD IMPORTE-PB TO WS-IMPORTE-BANCO
                       ADD NRO-CTA-PB TO WS-HASH-BANCO
                   END-IF
               END-PERFORM
               MOVE SPACES TO REG-PRESENT-TRAILER
               MOVE 'TRAILE' TO TIPO-REG-PT
               MOVE WS-CANT-BANCO TO CANT-DEBITOS-PT
               MOVE WS-IMPORTE-BANCO TO IMPORTE-TOTAL-PT
               MOVE WS-HASH-BANCO TO HASH-CUENTAS-PT
               WRITE REG-PRESENT-TRAILER
               CLOSE PRESENTACION-BANCO
           END-IF.

       30000-FINAL.
           DISPLAY 'FECHA DE PROCESO    : ' WS-FEC-PROCESO
           DISPLAY 'RESUMENES ADHERIDOS : ' WS-CANT-ENTRADA
           DISPLAY 'DEBITOS PRESENTADOS : ' WS-CANT-DEBITOS
           DISPLAY 'ENVIADOS A COBRANZA : ' WS-CANT-COBRANZA
           IF FS-DEBITOS-OK
               PERFORM 26000-GRABAR-TRAILER
               CLOSE DEBITOS-TC
               PERFORM 27000-EMITIR-POR-BANCO
           END-IF
           IF FS-RESUMEN-OK
               CLOSE RESUMEN-ACTUAL
           END-IF
           IF FS-COBRANZA-OK
               CLOSE COBRANZA-DEBITOS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJDEBI' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-DEBITOS TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM TARJDEBI.

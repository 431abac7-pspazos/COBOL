       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAINTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENSIX ASSIGN TO '..\CTASIX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CLIENTE
           FILE STATUS IS FS-INDICE.

           SELECT JOURNAL-AJUSTES ASSIGN TO '..\AJUSJRNL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT TASAS ASSIGN TO '..\TASAINT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TASAS.

           SELECT TIPOS-CTA ASSIGN TO '..\CTATIPO'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TIPOS.

           SELECT ESTADO-INTERES ASSIGN TO '..\INTEREST'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENSIX.
       01  REG-CLIENTE.
           05 ID-CLIENTE PIC X(8).
           05 COD-CLI1 PIC 9(8).
           05 MCTA1 PIC S9(15)V9(2).

       FD  JOURNAL-AJUSTES.
       01  REG-JOURNAL-AJ.
           05 FECHA-JR PIC 9(8).
           05 ID-CLIENTE-JR PIC X(8).
           05 MCTA-DELTA-JR PIC S9(15)V9(2).
           05 DECISION-JR PIC X(10).
           05 APROBADOR-JR PIC X(8).

      *    Tasas nominales anuales en porcentaje por tipo de cuenta,
      *    vigentes desde FECHA-VIG-TI. La acreedora se paga sobre
      *    saldos positivos y la deudora se cobra sobre los negativos.
       FD  TASAS.
       01  REG-TASA.
           05 TIPO-CTA-TI PIC X(2).
           05 FECHA-VIG-TI PIC 9(8).
           05 TASA-ACREED-TI PIC 9(3)V9(4).
           05 TASA-DEUDOR-TI PIC 9(3)V9(4).

       FD  TIPOS-CTA.
       01  REG-TIPO-CTA.
           05 ID-CLIENTE-TT PIC X(8).
           05 TIPO-CTA-TT PIC X(2).

       FD  ESTADO-INTERES.
       01  LIN-ESTADO PIC X(90).

       WORKING-STORAGE SECTION.
       01  FS-INDICE PIC X(2).
           88 FS-INDICE-OK VALUE '00'.
           88 FS-INDICE-NOENC VALUE '23'.
       01  FS-JOURNAL PIC X(2).
           88 FS-JOURNAL-OK VALUE '00'.
           88 FS-JOURNAL-NOFILE VALUE '35'.
       01  FS-TASAS PIC X(2).
           88 FS-TASAS-OK VALUE '00'.
       01  FS-TIPOS PIC X(2).
           88 FS-TIPOS-OK VALUE '00'.
       01  FS-ESTADO PIC X(2).
           88 FS-ESTADO-OK VALUE '00'.

       01  FIN-INDICE PIC 9 VALUE 0.
       01  FIN-JOURNAL PIC 9 VALUE 0.
       01  FIN-TASAS PIC 9 VALUE 0.
       01  FIN-TIPOS PIC 9 VALUE 0.
       01  WS-ERROR PIC X VALUE 'N'.
       01  WS-JOURNAL-ABIERTO PIC X VALUE 'N'.
           88 JOURNAL-ABIERTO VALUE 'S'.
       01  WS-INDICE-ABIERTO PIC X VALUE 'N'.
           88 INDICE-ABIERTO VALUE 'S'.
       01  WS-RUN-ID PIC X(11) VALUE SPACES.
       01  WS-LR-OPERACION PIC X(1).
       01  WS-LR-JOB PIC X(10) VALUE 'CTAINTER'.
       01  WS-LR-PEDIDO.
           02 WS-LR-CANT-ARCHIVOS PIC 9(2) VALUE 0.
           02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 WS-LR-ARCHIVO PIC X(20).
               03 WS-LR-MODO PIC X(1).
       01  WS-LR-TENEDOR.
           02 WS-LR-TEN-ARCHIVO PIC X(20).
           02 WS-LR-TEN-JOB PIC X(10).
           02 WS-LR-TEN-RUN-ID PIC X(11).
           02 WS-LR-TEN-DESDE PIC X(21).
       01  WS-LR-RETORNO PIC 9(2).
       01  WS-LOCKS-TOMADOS PIC X VALUE 'N'.
           88 LOCKS-TOMADOS VALUE 'S'.

       01  WS-PERIODO-ING PIC X(6).
       01  WS-PERIODO PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-ANIO PIC 9(4).
           05 WS-PER-MES PIC 9(2).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-INICIO PIC 9(8).
       01  WS-FECHA-FIN PIC 9(8).
       01  WS-FECHA-DIA PIC 9(8).
       01  WS-FECHA-AUX PIC 9(8).
       01  WS-DIAS-PERIODO PIC 9(2).
       01  WS-DIA PIC 9(2).
       01  WS-IDX PIC 9(5).
       01  WS-IDX-TS PIC 9(4).
       01  WS-TIPO-DEFECTO PIC X(2) VALUE 'GE'.
       01  WS-MARCA-INTERES PIC X(8) VALUE 'INTERES'.

       01  WS-SALDO-INICIAL PIC S9(15)V9(2).
       01  WS-SALDO-DIA PIC S9(15)V9(2).
       01  WS-SUMA-SALDOS PIC S9(17)V9(2).
       01  WS-PROMEDIO PIC S9(15)V9(2).
       01  WS-TASA-ACREED PIC 9(3)V9(4).
       01  WS-TASA-DEUDOR PIC 9(3)V9(4).
       01  WS-VIG-ELEGIDA PIC 9(8).
       01  WS-TASA-HALLADA PIC X.
       01  WS-INT-ACREED PIC S9(13)V9(8).
       01  WS-INT-DEUDOR PIC S9(13)V9(8).
       01  WS-INT-ACREED-R PIC S9(15)V9(2).
       01  WS-INT-DEUDOR-R PIC S9(15)V9(2).
       01  WS-INT-NETO PIC S9(15)V9(2).
       01  WS-DIAS-ACREED PIC 9(2).
       01  WS-DIAS-DEUDOR PIC 9(2).
       01  WS-RESULTADO PIC X(14).

       01  WS-CANT-CUENTAS PIC 9(7) VALUE 0.
       01  WS-CANT-CAPITALIZADAS PIC 9(7) VALUE 0.
       01  WS-CANT-YA-LIQUIDADAS PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-TASA PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACREED PIC S9(15)V9(2) VALUE 0.
       01  WS-TOTAL-DEUDOR PIC S9(15)V9(2) VALUE 0.

       01  CANT-TASAS PIC 9(4) VALUE 0.
       01  TABLA-TASAS.
           02 TABLA-TASA-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-TASAS
                              INDEXED BY IDX-TASA.
               03 TT-TIPO-CTA PIC X(2).
               03 TT-FECHA-VIG PIC 9(8).
               03 TT-ACREED PIC 9(3)V9(4).
               03 TT-DEUDOR PIC 9(3)V9(4).

       01  CANT-TIPOS PIC 9(5) VALUE 0.
       01  TABLA-TIPOS.
           02 TABLA-TIPO-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-TIPOS
                              INDEXED BY IDX-TIPO.
               03 TTC-ID-CLIENTE PIC X(8).
               03 TTC-TIPO-CTA PIC X(2).

      *    Por cuenta: saldo actual, ajustes aplicados despues del
      *    periodo y ajustes de cada dia del periodo, para rehacer
      *    el saldo de cierre de cada dia desde el journal.
       01  CANT-CUENTAS PIC 9(4) VALUE 0.
       01  TABLA-CUENTAS.
           02 TABLA-CTA-ITEM OCCURS 1 TO 5000 TIMES
                             DEPENDING ON CANT-CUENTAS
                             INDEXED BY IDX-CTA.
               03 TC-ID-CLIENTE PIC X(8).
               03 TC-TIPO-CTA PIC X(2).
               03 TC-SALDO-ACTUAL PIC S9(15)V9(2).
               03 TC-POSTERIOR PIC S9(15)V9(2).
               03 TC-LIQUIDADA PIC X.
               03 TC-DELTA-DIA PIC S9(15)V9(2) OCCURS 31 TIMES.

       01  LIN-IN-TITULO.
           02 FILLER PIC X(44) VALUE
              'CTAINTER  LIQUIDACION DE INTERESES  PERIODO '.
           02 LIT-PERIODO PIC 9(6).
           02 FILLER PIC X(10) VALUE '  DESDE '.
           02 LIT-DESDE PIC 9(8).
           02 FILLER PIC X(7) VALUE ' HASTA '.
           02 LIT-HASTA PIC 9(8).
       01  LIN-IN-CUENTA.
           02 FILLER PIC X(7) VALUE 'CUENTA '.
           02 LIC-CTA PIC X(8).
           02 FILLER PIC X(7) VALUE '  TIPO '.
           02 LIC-TIPO PIC X(2).
       01  LIN-IN-SALDO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LIS-CONCEPTO PIC X(22).
           02 LIS-IMPORTE PIC -Z(14)9.99.
       01  LIN-IN-INTERES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LII-CONCEPTO PIC X(22).
           02 LII-IMPORTE PIC -Z(14)9.99.
           02 FILLER PIC X(8) VALUE '   DIAS '.
           02 LII-DIAS PIC Z9.
       01  LIN-IN-NETO.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'INTERES NETO'.
           02 LNE-IMPORTE PIC -Z(14)9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LNE-RESULTADO PIC X(14).
       01  LIN-IN-SEPARADOR PIC X(90) VALUE ALL '-'.
       01  LIN-IN-TOTAL.
           02 LTO-CONCEPTO PIC X(22).
           02 LTO-IMPORTE PIC -Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           IF WS-ERROR = 'N'
               PERFORM 1200-CARGAR-TASAS
               PERFORM 1300-CARGAR-TIPOS
               PERFORM 1400-CARGAR-CUENTAS
               PERFORM 2000-LEER-JOURNAL UNTIL FIN-JOURNAL = 1
               PERFORM 2900-ABRIR-JOURNAL
               PERFORM 3000-LIQUIDAR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CUENTAS OR WS-ERROR = 'S'
           END-IF
           PERFORM 9000-FINAL.

      *    Liquida el mes pedido (por defecto, el mes anterior) sobre
      *    el saldo diario reconstruido: saldo actual del indice menos
      *    los ajustes posteriores al periodo da el cierre del mes, y
      *    los ajustes de cada dia dan el saldo de los dias previos.
      *    El interes se capitaliza con fecha del ultimo dia del mes
      *    como ajuste AUTOMATICO del journal, de modo que CtaVerif y
      *    CtaRebld lo aplican igual que cualquier otro ajuste.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY 'Periodo a liquidar (AAAAMM, blanco = mes '
                   'anterior): '
           ACCEPT WS-PERIODO-ING
           IF WS-PERIODO-ING = SPACES
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
               IF WS-PER-MES = 1
                   SUBTRACT 1 FROM WS-PER-ANIO
                   MOVE 12 TO WS-PER-MES
               ELSE
                   SUBTRACT 1 FROM WS-PER-MES
               END-IF
           ELSE
               IF WS-PERIODO-ING IS NUMERIC
                   MOVE WS-PERIODO-ING TO WS-PERIODO
               ELSE
                   MOVE 0 TO WS-PERIODO
               END-IF
           END-IF
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
                   OR WS-PER-ANIO < 1601
               DISPLAY 'PERIODO INVALIDO: ' WS-PERIODO-ING
               MOVE 'S' TO WS-ERROR
           ELSE
               IF WS-PERIODO NOT < WS-FECHA-HOY(1:6)
                   DISPLAY 'EL PERIODO NO ESTA CERRADO: ' WS-PERIODO
                   MOVE 'S' TO WS-ERROR
               END-IF
           END-IF
           IF WS-ERROR = 'N'
               PERFORM 1050-TOMAR-LOCKS
           END-IF
           IF WS-ERROR = 'N'
               PERFORM 1100-LIMITES-PERIODO
               OPEN I-O CLIENSIX
               IF NOT FS-INDICE-OK
                   DISPLAY 'ERROR EN OPEN CTASIX: ' FS-INDICE
                   MOVE 'S' TO WS-ERROR
               ELSE
                   SET INDICE-ABIERTO TO TRUE
               END-IF
           END-IF.

      *    El indice y el journal se actualizan; si otro job los tiene
      *    tomados no se liquida. Sin RUNSTAT, la corrida se identifica
      *    ante el registro de locks por fecha y hora.
       1050-TOMAR-LOCKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2)
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CTASIX' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'AJUSJRNL' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
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
                   MOVE 'S' TO WS-ERROR
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   MOVE 'S' TO WS-ERROR
           END-EVALUATE.

       1100-LIMITES-PERIODO.
           COMPUTE WS-FECHA-INICIO = WS-PERIODO * 100 + 1
           IF WS-PER-MES = 12
               COMPUTE WS-FECHA-AUX = (WS-PER-ANIO + 1) * 10000
                                      + 101
           ELSE
               COMPUTE WS-FECHA-AUX = WS-FECHA-INICIO + 100
           END-IF
           COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-AUX) - 1)
           MOVE WS-FECHA-FIN(7:2) TO WS-DIAS-PERIODO.

       1200-CARGAR-TASAS.
           OPEN INPUT TASAS
           IF FS-TASAS-OK
               PERFORM UNTIL FIN-TASAS = 1
                   READ TASAS AT END MOVE 1 TO FIN-TASAS
                   END-READ
                   IF FIN-TASAS NOT = 1 AND CANT-TASAS < 999
                       ADD 1 TO CANT-TASAS
                       MOVE TIPO-CTA-TI TO TT-TIPO-CTA(CANT-TASAS)
                       MOVE FECHA-VIG-TI TO TT-FECHA-VIG(CANT-TASAS)
                       MOVE TASA-ACREED-TI TO TT-ACREED(CANT-TASAS)
                       MOVE TASA-DEUDOR-TI TO TT-DEUDOR(CANT-TASAS)
                   END-IF
               END-PERFORM
               CLOSE TASAS
           ELSE
               DISPLAY 'SIN TABLA DE TASAS: ' FS-TASAS
           END-IF.

      *    Las cuentas sin clasificar en CTATIPO liquidan con las
      *    tasas del tipo general.
       1300-CARGAR-TIPOS.
           OPEN INPUT TIPOS-CTA
           IF FS-TIPOS-OK
               PERFORM UNTIL FIN-TIPOS = 1
                   READ TIPOS-CTA AT END MOVE 1 TO FIN-TIPOS
                   END-READ
                   IF FIN-TIPOS NOT = 1 AND CANT-TIPOS < 9999
                       ADD 1 TO CANT-TIPOS
                       MOVE ID-CLIENTE-TT
                           TO TTC-ID-CLIENTE(CANT-TIPOS)
                       MOVE TIPO-CTA-TT TO TTC-TIPO-CTA(CANT-TIPOS)
                   END-IF
               END-PERFORM
               CLOSE TIPOS-CTA
           END-IF.

       1400-CARGAR-CUENTAS.
           MOVE LOW-VALUES TO ID-CLIENTE
           START CLIENSIX KEY NOT < ID-CLIENTE
           IF NOT FS-INDICE-OK
               MOVE 1 TO FIN-INDICE
           END-IF
           PERFORM UNTIL FIN-INDICE = 1
               READ CLIENSIX NEXT
                   AT END
                       MOVE 1 TO FIN-INDICE
               END-READ
               IF FIN-INDICE NOT = 1
                   IF CANT-CUENTAS < 5000
                       PERFORM 1500-AGREGAR-CUENTA
                   ELSE
                       DISPLAY 'TABLA DE CUENTAS LLENA EN: '
                               ID-CLIENTE
                       MOVE 1 TO FIN-INDICE
                   END-IF
               END-IF
           END-PERFORM
           OPEN INPUT JOURNAL-AJUSTES
           IF FS-JOURNAL-OK
               SET JOURNAL-ABIERTO TO TRUE
           ELSE
               DISPLAY 'SIN JOURNAL DE AJUSTES: ' FS-JOURNAL
               MOVE 1 TO FIN-JOURNAL
           END-IF.

       1500-AGREGAR-CUENTA.
           ADD 1 TO CANT-CUENTAS
           MOVE ID-CLIENTE TO TC-ID-CLIENTE(CANT-CUENTAS)
           MOVE MCTA1 TO TC-SALDO-ACTUAL(CANT-CUENTAS)
           MOVE 0 TO TC-POSTERIOR(CANT-CUENTAS)
           MOVE 'N' TO TC-LIQUIDADA(CANT-CUENTAS)
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
               MOVE 0 TO TC-DELTA-DIA(CANT-CUENTAS, WS-DIA)
           END-PERFORM
           MOVE WS-TIPO-DEFECTO TO TC-TIPO-CTA(CANT-CUENTAS)
           IF CANT-TIPOS > 0
               SET IDX-TIPO TO 1
               SEARCH TABLA-TIPO-ITEM
                   AT END
                       CONTINUE
                   WHEN TTC-ID-CLIENTE(IDX-TIPO) = ID-CLIENTE
                       MOVE TTC-TIPO-CTA(IDX-TIPO)
                           TO TC-TIPO-CTA(CANT-CUENTAS)
               END-SEARCH
           END-IF.

      *    Igual criterio que CtaVerif: solo AUTOMATICO y APROBADO
      *    movieron el saldo. Un interes ya capitalizado para este
      *    periodo marca la cuenta como liquidada y queda fuera de la
      *    base diaria, igual que en la liquidacion original.
       2000-LEER-JOURNAL.
           READ JOURNAL-AJUSTES AT END MOVE 1 TO FIN-JOURNAL.
           IF FIN-JOURNAL NOT = 1
               IF (DECISION-JR = 'AUTOMATICO'
                       OR DECISION-JR = 'APROBADO')
                   AND FECHA-JR NOT < WS-FECHA-INICIO
                   AND CANT-CUENTAS > 0
                   PERFORM 2100-UBICAR-AJUSTE
               END-IF
           END-IF.

       2100-UBICAR-AJUSTE.
           SET IDX-CTA TO 1
           SEARCH TABLA-CTA-ITEM
               AT END
                   CONTINUE
               WHEN TC-ID-CLIENTE(IDX-CTA) = ID-CLIENTE-JR
                   EVALUATE TRUE
                       WHEN FECHA-JR > WS-FECHA-FIN
                           ADD MCTA-DELTA-JR TO TC-POSTERIOR(IDX-CTA)
                       WHEN APROBADOR-JR = WS-MARCA-INTERES
                               AND FECHA-JR = WS-FECHA-FIN
                           MOVE 'S' TO TC-LIQUIDADA(IDX-CTA)
                           ADD MCTA-DELTA-JR TO TC-POSTERIOR(IDX-CTA)
                       WHEN OTHER
                           MOVE FECHA-JR(7:2) TO WS-DIA
                           ADD MCTA-DELTA-JR
                               TO TC-DELTA-DIA(IDX-CTA, WS-DIA)
                   END-EVALUATE
           END-SEARCH.

       2900-ABRIR-JOURNAL.
           IF JOURNAL-ABIERTO
               CLOSE JOURNAL-AJUSTES
               MOVE 'N' TO WS-JOURNAL-ABIERTO
           END-IF
           OPEN EXTEND JOURNAL-AJUSTES
           IF FS-JOURNAL-NOFILE
               OPEN OUTPUT JOURNAL-AJUSTES
           END-IF
           IF FS-JOURNAL-OK
               SET JOURNAL-ABIERTO TO TRUE
           ELSE
               DISPLAY 'ERROR EN OPEN JOURNAL: ' FS-JOURNAL
               MOVE 'S' TO WS-ERROR
           END-IF
           OPEN OUTPUT ESTADO-INTERES
           IF FS-ESTADO-OK
               MOVE WS-PERIODO TO LIT-PERIODO
               MOVE WS-FECHA-INICIO TO LIT-DESDE
               MOVE WS-FECHA-FIN TO LIT-HASTA
               WRITE LIN-ESTADO FROM LIN-IN-TITULO
               WRITE LIN-ESTADO FROM LIN-IN-SEPARADOR
           END-IF.

       3000-LIQUIDAR-CUENTA.
           ADD 1 TO WS-CANT-CUENTAS
           COMPUTE WS-SALDO-DIA = TC-SALDO-ACTUAL(WS-IDX)
                                - TC-POSTERIOR(WS-IDX)
           PERFORM VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-DIAS-PERIODO
               SUBTRACT TC-DELTA-DIA(WS-IDX, WS-DIA) FROM WS-SALDO-DIA
           END-PERFORM
           MOVE WS-SALDO-DIA TO WS-SALDO-INICIAL
           MOVE 0 TO WS-SUMA-SALDOS WS-INT-ACREED WS-INT-DEUDOR
           MOVE 0 TO WS-DIAS-ACREED WS-DIAS-DEUDOR
           MOVE 'S' TO WS-TASA-HALLADA
           PERFORM 3100-DEVENGAR-DIA
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > WS-DIAS-PERIODO
           COMPUTE WS-PROMEDIO ROUNDED =
                   WS-SUMA-SALDOS / WS-DIAS-PERIODO
           COMPUTE WS-INT-ACREED-R ROUNDED = WS-INT-ACREED
           COMPUTE WS-INT-DEUDOR-R ROUNDED = WS-INT-DEUDOR
           COMPUTE WS-INT-NETO = WS-INT-ACREED-R + WS-INT-DEUDOR-R
           EVALUATE TRUE
               WHEN TC-LIQUIDADA(WS-IDX) = 'S'
                   MOVE 'YA LIQUIDADA' TO WS-RESULTADO
                   ADD 1 TO WS-CANT-YA-LIQUIDADAS
               WHEN WS-TASA-HALLADA = 'N'
                   MOVE 'SIN TASA' TO WS-RESULTADO
                   ADD 1 TO WS-CANT-SIN-TASA
               WHEN WS-INT-NETO = 0
                   MOVE 'SIN INTERES' TO WS-RESULTADO
               WHEN OTHER
                   PERFORM 3500-CAPITALIZAR
           END-EVALUATE
           PERFORM 3800-INFORMAR-CUENTA.

       3100-DEVENGAR-DIA.
           ADD TC-DELTA-DIA(WS-IDX, WS-DIA) TO WS-SALDO-DIA
           ADD WS-SALDO-DIA TO WS-SUMA-SALDOS
           COMPUTE WS-FECHA-DIA = WS-PERIODO * 100 + WS-DIA
           PERFORM 3200-BUSCAR-TASA
           IF WS-SALDO-DIA > 0
               ADD 1 TO WS-DIAS-ACREED
               COMPUTE WS-INT-ACREED = WS-INT-ACREED
                     + WS-SALDO-DIA * WS-TASA-ACREED / 36500
           END-IF
           IF WS-SALDO-DIA < 0
               ADD 1 TO WS-DIAS-DEUDOR
               COMPUTE WS-INT-DEUDOR = WS-INT-DEUDOR
                     + WS-SALDO-DIA * WS-TASA-DEUDOR / 36500
           END-IF.

      *    Tasa vigente al dia: la de mayor fecha de vigencia no
      *    posterior al dia, para el tipo de la cuenta.
       3200-BUSCAR-TASA.
           MOVE 0 TO WS-VIG-ELEGIDA WS-TASA-ACREED WS-TASA-DEUDOR
           PERFORM VARYING WS-IDX-TS FROM 1 BY 1
               UNTIL WS-IDX-TS > CANT-TASAS
               IF TT-TIPO-CTA(WS-IDX-TS) = TC-TIPO-CTA(WS-IDX)
                   AND TT-FECHA-VIG(WS-IDX-TS) NOT > WS-FECHA-DIA
                   AND TT-FECHA-VIG(WS-IDX-TS) NOT < WS-VIG-ELEGIDA
                   MOVE TT-FECHA-VIG(WS-IDX-TS) TO WS-VIG-ELEGIDA
                   MOVE TT-ACREED(WS-IDX-TS) TO WS-TASA-ACREED
                   MOVE TT-DEUDOR(WS-IDX-TS) TO WS-TASA-DEUDOR
               END-IF
           END-PERFORM
           IF WS-VIG-ELEGIDA = 0 AND WS-SALDO-DIA NOT = 0
               MOVE 'N' TO WS-TASA-HALLADA
           END-IF.

       3500-CAPITALIZAR.
           MOVE TC-ID-CLIENTE(WS-IDX) TO ID-CLIENTE
           READ CLIENSIX
           EVALUATE TRUE
               WHEN FS-INDICE-OK
                   ADD WS-INT-NETO TO MCTA1
                   REWRITE REG-CLIENTE
                   IF NOT FS-INDICE-OK
                       DISPLAY 'ERROR EN REWRITE CTASIX: ' FS-INDICE
                       MOVE 'S' TO WS-ERROR
                       MOVE 'ERROR' TO WS-RESULTADO
                   ELSE
                       MOVE WS-FECHA-FIN TO FECHA-JR
                       MOVE ID-CLIENTE TO ID-CLIENTE-JR
                       MOVE WS-INT-NETO TO MCTA-DELTA-JR
                       MOVE 'AUTOMATICO' TO DECISION-JR
                       MOVE WS-MARCA-INTERES TO APROBADOR-JR
                       WRITE REG-JOURNAL-AJ
                       ADD 1 TO WS-CANT-CAPITALIZADAS
                       ADD WS-INT-ACREED-R TO WS-TOTAL-ACREED
                       ADD WS-INT-DEUDOR-R TO WS-TOTAL-DEUDOR
                       MOVE 'CAPITALIZADO' TO WS-RESULTADO
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR EN READ CTASIX: ' FS-INDICE
                   MOVE 'ERROR' TO WS-RESULTADO
           END-EVALUATE.

       3800-INFORMAR-CUENTA.
           IF FS-ESTADO-OK
               MOVE TC-ID-CLIENTE(WS-IDX) TO LIC-CTA
               MOVE TC-TIPO-CTA(WS-IDX) TO LIC-TIPO
               WRITE LIN-ESTADO FROM LIN-IN-CUENTA
               MOVE 'SALDO INICIAL' TO LIS-CONCEPTO
               MOVE WS-SALDO-INICIAL TO LIS-IMPORTE
               WRITE LIN-ESTADO FROM LIN-IN-SALDO
               MOVE 'SALDO FINAL' TO LIS-CONCEPTO
               MOVE WS-SALDO-DIA TO LIS-IMPORTE
               WRITE LIN-ESTADO FROM LIN-IN-SALDO
               MOVE 'SALDO PROMEDIO DIARIO' TO LIS-CONCEPTO
               MOVE WS-PROMEDIO TO LIS-IMPORTE
               WRITE LIN-ESTADO FROM LIN-IN-SALDO
               MOVE 'INTERES ACREEDOR' TO LII-CONCEPTO
               MOVE WS-INT-ACREED-R TO LII-IMPORTE
               MOVE WS-DIAS-ACREED TO LII-DIAS
               WRITE LIN-ESTADO FROM LIN-IN-INTERES
               MOVE 'INTERES DEUDOR' TO LII-CONCEPTO
               MOVE WS-INT-DEUDOR-R TO LII-IMPORTE
               MOVE WS-DIAS-DEUDOR TO LII-DIAS
               WRITE LIN-ESTADO FROM LIN-IN-INTERES
               MOVE WS-INT-NETO TO LNE-IMPORTE
               MOVE WS-RESULTADO TO LNE-RESULTADO
               WRITE LIN-ESTADO FROM LIN-IN-NETO
               WRITE LIN-ESTADO FROM LIN-IN-SEPARADOR
           END-IF.

       9000-FINAL.
           DISPLAY 'PERIODO LIQUIDADO     : ' WS-PERIODO
           DISPLAY 'CUENTAS LIQUIDADAS    : ' WS-CANT-CUENTAS
           DISPLAY 'INTERESES CAPITALIZ.  : ' WS-CANT-CAPITALIZADAS
           DISPLAY 'YA LIQUIDADAS ANTES   : ' WS-CANT-YA-LIQUIDADAS
           DISPLAY 'CUENTAS SIN TASA      : ' WS-CANT-SIN-TASA
           DISPLAY 'TOTAL INTERES ACREEDOR: ' WS-TOTAL-ACREED
           DISPLAY 'TOTAL INTERES DEUDOR  : ' WS-TOTAL-DEUDOR
           IF FS-ESTADO-OK
               MOVE 'TOTAL INTERES ACREEDOR' TO LTO-CONCEPTO
               MOVE WS-TOTAL-ACREED TO LTO-IMPORTE
               WRITE LIN-ESTADO FROM LIN-IN-TOTAL
               MOVE 'TOTAL INTERES DEUDOR' TO LTO-CONCEPTO
               MOVE WS-TOTAL-DEUDOR TO LTO-IMPORTE
               WRITE LIN-ESTADO FROM LIN-IN-TOTAL
               CLOSE ESTADO-INTERES
           END-IF
           IF JOURNAL-ABIERTO
               CLOSE JOURNAL-AJUSTES
           END-IF
           IF INDICE-ABIERTO
               CLOSE CLIENSIX
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 9100-LIBERAR-LOCKS
           END-IF
           STOP RUN.

       9100-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM CTAINTER.

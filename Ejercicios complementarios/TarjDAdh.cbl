       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJDADH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO '..\DEBAMOVS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT TARJETAS ASSIGN TO '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT BANCOS ASSIGN TO '..\BCOMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-BANCOS.

           SELECT ADHESIONES ASSIGN TO '..\TARJDEBA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADHESIONES.

           SELECT RECHAZOS-ADH ASSIGN TO '..\DEBARECH'
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
      *    Novedades de adhesion al debito automatico del resumen:
      *    alta, cambio de cuenta o modalidad, y baja. En el cambio
      *    los campos en blanco conservan el valor vigente.
       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02  TIPO-MD                 PIC X(1).
              88 MOV-ALTA              VALUE 'A'.
              88 MOV-MODIFICACION      VALUE 'M'.
              88 MOV-BAJA              VALUE 'B'.
           02  NRO-CTA-MD              PIC 9(8).
           02  BANCO-MD                PIC X(3).
           02  CBU-MD                  PIC X(22).
           02  MODALIDAD-MD            PIC X(1).
           02  OPERADOR-MD             PIC X(8).

       FD  TARJETAS.
       01  REG-TARJETAS.
           02  NRO-CLI                 PIC 9(8).
           02  NYA                     PIC X(30).
           02  NRO-CTA-T               PIC 9(8).
           02  MONTO-DIS               PIC 9(15)V99.

       FD  BANCOS.
       01  REG-BANCO.
           02 BANCO-BM                 PIC X(3).
           02 NOMBRE-BM                PIC X(30).
           02 ACTIVO-BM                PIC X(1).
           02 HORA-CORTE-BM            PIC X(4).
           02 VARIANTE-BM              PIC X(1).

      *    Cuenta bancaria adherida al debito del resumen.
      *    MODALIDAD-DA: 'M' pago minimo, 'T' saldo total.
      *    ESTADO-DA: 'A' activa, 'B' baja.
       FD  ADHESIONES.
       01  REG-ADHESION.
           02  NRO-CTA-DA              PIC 9(8).
           02  BANCO-DA                PIC X(3).
           02  CBU-DA                  PIC X(22).
           02  MODALIDAD-DA            PIC X(1).
              88 MODALIDAD-VALIDA      VALUE 'M' 'T'.
           02  ESTADO-DA               PIC X(1).
           02  FEC-ALTA-DA             PIC 9(8).
           02  FEC-BAJA-DA             PIC 9(8).

       FD  RECHAZOS-ADH.
       01  REG-RECHAZO-ADH.
           02  TIPO-RX                 PIC X(1).
           02  NRO-CTA-RX              PIC 9(8).
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
       01  FS-TARJETAS                 PIC XX.
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-BANCOS                   PIC XX.
           88 FS-BANCOS-OK         VALUE "00".
       01  FS-ADHESIONES               PIC XX.
           88 FS-ADHESIONES-OK     VALUE "00".
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJDADH'.
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
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-CAMBIOS             PIC 9(7) VALUE 0.
       01  WS-CANT-BAJAS               PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.

       01  WS-FEC-HOY                  PIC 9(8).
       01  FIN-MOVIMIENTOS             PIC X VALUE 'N'.
       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-BANCOS                  PIC X VALUE 'N'.
       01  FIN-ADHESIONES              PIC X VALUE 'N'.
       01  WS-IDX-ADH                  PIC 9(5).
       01  WS-IDX-TARJ                 PIC 9(5).
       01  WS-ADH-ANTES                PIC X(51).
       01  WS-MOTIVO                   PIC X(25).

       01  WS-BANCO-VALIDO             PIC X VALUE 'S'.
           88 BANCO-VALIDO         VALUE 'S' FALSE 'N'.
       01  WS-CBU-VALIDO               PIC X VALUE 'S'.
           88 CBU-VALIDO           VALUE 'S' FALSE 'N'.
       01  WS-CBU                      PIC X(22).
       01  WS-CBU-DIGITOS REDEFINES WS-CBU.
           02 WS-CBU-DIG               PIC 9(1) OCCURS 22 TIMES.
       01  WS-PESOS-B1                 PIC X(7) VALUE '7139713'.
       01  WS-PESOS-B1-R REDEFINES WS-PESOS-B1.
           02 WS-PESO-B1               PIC 9(1) OCCURS 7 TIMES.
       01  WS-PESOS-B2                 PIC X(13)
                                       VALUE '3971397139713'.
       01  WS-PESOS-B2-R REDEFINES WS-PESOS-B2.
           02 WS-PESO-B2               PIC 9(1) OCCURS 13 TIMES.
       01  WS-SUMA-CBU                 PIC 9(4).
       01  WS-DIGITO-CBU               PIC 9(1).
       01  WS-IDX-CBU                  PIC 9(2).

       01  CANT-BANCOS                 PIC 9(3) VALUE 0.
       01  TABLA-BANCOS.
           02 TABLA-BANCOS-ITEM OCCURS 1 TO 999 TIMES
                                DEPENDING ON CANT-BANCOS
                                INDEXED BY IDX-BANCO.
               03 TBM-BANCO            PIC X(3).
               03 TBM-ACTIVO           PIC X(1).

       01  CANT-TARJETAS               PIC 9(5) VALUE 0.
       01  TABLA-TARJETAS.
           02 TABLA-TARJ-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-TARJETAS
                              INDEXED BY IDX-TARJ.
               03 TTA-NRO-CTA          PIC 9(8).

       01  CANT-ADHESIONES             PIC 9(5) VALUE 0.
       01  TABLA-ADHESIONES.
           02 TABLA-ADH-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ADHESIONES
                             INDEXED BY IDX-ADH.
               03 TAH-REGISTRO         PIC X(51).

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

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-TARJETAS
           PERFORM 13000-CARGAR-BANCOS
           PERFORM 14000-CARGAR-ADHESIONES

           OPEN INPUT MOVIMIENTOS.
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'SIN MOVIMIENTOS DE DEBITO AUTOMATICO '
                       FS-MOVIMIENTOS
               MOVE 'S' TO FIN-MOVIMIENTOS
           END-IF

           OPEN OUTPUT RECHAZOS-ADH
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
                           IF RS-JOB = 'TARJDADH' AND RS-FIN(1:8)
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
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'BCOMAE.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
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

      *    Sin maestro de tarjetas no hay contra que validar la
      *    adhesion: la corrida se corta sin tocar TARJDEBA.
       12000-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF NOT FS-TARJETAS-OK
               DISPLAY 'ERROR OPEN TARJETA ' FS-TARJETAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-TARJETAS = 'S'
               READ TARJETAS
                   AT END
                       MOVE 'S' TO FIN-TARJETAS
                   NOT AT END
                       IF CANT-TARJETAS < 9999
                           ADD 1 TO CANT-TARJETAS
                           MOVE NRO-CTA-T
                               TO TTA-NRO-CTA(CANT-TARJETAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJETAS.

       13000-CARGAR-BANCOS.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANCOS
           END-IF.

       14000-CARGAR-ADHESIONES.
           OPEN INPUT ADHESIONES.
           IF FS-ADHESIONES-OK
               PERFORM UNTIL FIN-ADHESIONES = 'S'
                   READ ADHESIONES
                       AT END
                           MOVE 'S' TO FIN-ADHESIONES
                       NOT AT END
                           IF CANT-ADHESIONES < 9999
                               ADD 1 TO CANT-ADHESIONES
                               MOVE REG-ADHESION
                                   TO TAH-REGISTRO(CANT-ADHESIONES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADHESIONES
           END-IF.

       20000-PROCESO.
           READ MOVIMIENTOS
               AT END
                   MOVE 'S' TO FIN-MOVIMIENTOS
           END-READ
           IF FIN-MOVIMIENTOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 24000-BUSCAR-TARJETA
               PERFORM 25000-BUSCAR-ADHESION
               EVALUATE TRUE
                   WHEN NOT MOV-ALTA AND NOT MOV-MODIFICACION
                           AND NOT MOV-BAJA
                       MOVE 'TIPO MOVIMIENTO INVALIDO' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN WS-IDX-TARJ = 0
                       MOVE 'CUENTA INEXISTENTE' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-ALTA AND WS-IDX-ADH > 0
                        AND ESTADO-DA = 'A'
                       MOVE 'ADHESION YA EXISTE' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-ALTA
                       PERFORM 21000-ALTA-ADHESION
                   WHEN WS-IDX-ADH = 0
                       MOVE 'ADHESION INEXISTENTE' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN ESTADO-DA NOT = 'A'
                       MOVE 'ADHESION DADA DE BAJA' TO WS-MOTIVO
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-MODIFICACION
                       PERFORM 22000-CAMBIAR-ADHESION
                   WHEN OTHER
                       PERFORM 23000-BAJA-ADHESION
               END-EVALUATE
           END-IF.

      *    Una adhesion dada de baja se reactiva con los datos del
      *    alta nueva, en el mismo lugar de la tabla.
       21000-ALTA-ADHESION.
           IF WS-IDX-ADH > 0
               MOVE REG-ADHESION TO WS-ADH-ANTES
           ELSE
               MOVE SPACES TO WS-ADH-ANTES
           END-IF
           MOVE NRO-CTA-MD TO NRO-CTA-DA
           MOVE BANCO-MD TO BANCO-DA
           MOVE CBU-MD TO CBU-DA
           MOVE MODALIDAD-MD TO MODALIDAD-DA
           PERFORM 27000-VALIDAR-CUENTA-BANCO
           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN WS-IDX-ADH = 0 AND CANT-ADHESIONES >= 9999
                   MOVE 'TABLA DE ADHESIONES LLENA' TO WS-MOTIVO
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN OTHER
                   MOVE 'A' TO ESTADO-DA
                   MOVE WS-FEC-HOY TO FEC-ALTA-DA
                   MOVE 0 TO FEC-BAJA-DA
                   IF WS-IDX-ADH = 0
                       ADD 1 TO CANT-ADHESIONES
                       MOVE CANT-ADHESIONES TO WS-IDX-ADH
                   END-IF
                   MOVE REG-ADHESION TO TAH-REGISTRO(WS-IDX-ADH)
                   PERFORM 80000-GRABAR-AUDIT-CEN
                   ADD 1 TO WS-CANT-ALTAS
           END-EVALUATE.

       22000-CAMBIAR-ADHESION.
           MOVE REG-ADHESION TO WS-ADH-ANTES
           IF BANCO-MD NOT = SPACES
               MOVE BANCO-MD TO BANCO-DA
           END-IF
           IF CBU-MD NOT = SPACES
               MOVE CBU-MD TO CBU-DA
           END-IF
           IF MODALIDAD-MD NOT = SPACES
               MOVE MODALIDAD-MD TO MODALIDAD-DA
           END-IF
           PERFORM 27000-VALIDAR-CUENTA-BANCO
           IF WS-MOTIVO NOT = SPACES
               PERFORM 73000-GRABAR-RECHAZO
           ELSE
               MOVE REG-ADHESION TO TAH-REGISTRO(WS-IDX-ADH)
               PERFORM 80000-GRABAR-AUDIT-CEN
               ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       23000-BAJA-ADHESION.
           MOVE REG-ADHESION TO WS-ADH-ANTES
           MOVE 'B' TO ESTADO-DA
           MOVE WS-FEC-HOY TO FEC-BAJA-DA
           MOVE REG-ADHESION TO TAH-REGISTRO(WS-IDX-ADH)
           PERFORM 80000-GRABAR-AUDIT-CEN
           ADD 1 TO WS-CANT-BAJAS.

       24000-BUSCAR-TARJETA.
           MOVE 0 TO WS-IDX-TARJ
           IF CANT-TARJETAS > 0
               SET IDX-TARJ TO 1
               SEARCH TABLA-TARJ-ITEM
                   AT END
                       CONTINUE
                   WHEN TTA-NRO-CTA(IDX-TARJ) = NRO-CTA-MD
                       SET WS-IDX-TARJ TO IDX-TARJ
               END-SEARCH
           END-IF.

      *    Deja la adhesion hallada en REG-ADHESION.
       25000-BUSCAR-ADHESION.
           MOVE 0 TO WS-IDX-ADH
           IF CANT-ADHESIONES > 0
               SET IDX-ADH TO 1
               SEARCH TABLA-ADH-ITEM
                   AT END
                       CONTINUE
                   WHEN TAH-REGISTRO(IDX-ADH)(1:8)
                           = REG-MOVIMIENTO(2:8)
                       SET WS-IDX-ADH TO IDX-ADH
                       MOVE TAH-REGISTRO(IDX-ADH) TO REG-ADHESION
               END-SEARCH
           END-IF.

       26000-REESCRIBIR-MAESTRO.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT ADHESIONES
               IF FS-ADHESIONES-OK
                   PERFORM VARYING WS-IDX-ADH FROM 1 BY 1
                       UNTIL WS-IDX-ADH > CANT-ADHESIONES
                       MOVE TAH-REGISTRO(WS-IDX-ADH)
                           TO REG-ADHESION
                       WRITE REG-ADHESION
                   END-PERFORM
                   CLOSE ADHESIONES
               ELSE
                   DISPLAY 'ERROR REESCRITURA TARJDEBA '
                           FS-ADHESIONES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Mismas reglas que el debito de servicios: banco activo en
      *    BCOMAE y CBU con digitos verificadores correctos, cuyo
      *    prefijo de entidad coincida con el banco informado.
       27000-VALIDAR-CUENTA-BANCO.
           MOVE SPACES TO WS-MOTIVO
           PERFORM 27100-VALIDAR-BANCO
           EVALUATE TRUE
               WHEN NOT MODALIDAD-VALIDA
                   MOVE 'MODALIDAD INVALIDA' TO WS-MOTIVO
               WHEN BANCO-DA = SPACES OR CBU-DA = SPACES
                   MOVE 'SIN DATOS BANCARIOS' TO WS-MOTIVO
               WHEN NOT BANCO-VALIDO
                   MOVE 'BANCO INVALIDO' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 27200-VALIDAR-CBU
                   IF CBU-VALIDO AND CBU-DA(1:3) NOT = BANCO-DA
                       MOVE 'CBU DE OTRO BANCO' TO WS-MOTIVO
                   END-IF
           END-EVALUATE.

       27100-VALIDAR-BANCO.
           SET BANCO-VALIDO TO TRUE
           IF CANT-BANCOS > 0
               SET BANCO-VALIDO TO FALSE
               SET IDX-BANCO TO 1
               SEARCH TABLA-BANCOS-ITEM
                   AT END
                       CONTINUE
                   WHEN TBM-BANCO(IDX-BANCO) = BANCO-DA
                       IF TBM-ACTIVO(IDX-BANCO) = 'S'
                           SET BANCO-VALIDO TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      *    CBU de 22 digitos: el 8vo y el 22do son verificadores
      *    (pesos 7139713 y 3971397139713, resto modulo 10).
       27200-VALIDAR-CBU.
           SET CBU-VALIDO TO TRUE
           MOVE CBU-DA TO WS-CBU
           IF WS-CBU IS NOT NUMERIC
               SET CBU-VALIDO TO FALSE
               MOVE 'CBU NO NUMERICO' TO WS-MOTIVO
           ELSE
               MOVE 0 TO WS-SUMA-CBU
               PERFORM VARYING WS-IDX-CBU FROM 1 BY 1
                   UNTIL WS-IDX-CBU > 7
                   COMPUTE WS-SUMA-CBU = WS-SUMA-CBU
                       + WS-CBU-DIG(WS-IDX-CBU)
                       * WS-PESO-B1(WS-IDX-CBU)
               END-PERFORM
               COMPUTE WS-DIGITO-CBU =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-SUMA-CBU 10)
                                10)
               IF WS-DIGITO-CBU NOT = WS-CBU-DIG(8)
                   SET CBU-VALIDO TO FALSE
                   MOVE 'CBU VERIFICADOR BLOQUE 1' TO WS-MOTIVO
               END-IF
               IF CBU-VALIDO
                   MOVE 0 TO WS-SUMA-CBU
                   PERFORM VARYING WS-IDX-CBU FROM 1 BY 1
                       UNTIL WS-IDX-CBU > 13
                       COMPUTE WS-SUMA-CBU = WS-SUMA-CBU
                           + WS-CBU-DIG(WS-IDX-CBU + 8)
                           * WS-PESO-B2(WS-IDX-CBU)
                   END-PERFORM
                   COMPUTE WS-DIGITO-CBU =
                       FUNCTION MOD(10
                           - FUNCTION MOD(WS-SUMA-CBU 10) 10)
                   IF WS-DIGITO-CBU NOT = WS-CBU-DIG(22)
                       SET CBU-VALIDO TO FALSE
                       MOVE 'CBU VERIFICADOR BLOQUE 2'
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

       73000-GRABAR-RECHAZO.
           IF FS-RECHAZOS-OK
               MOVE TIPO-MD TO TIPO-RX
               MOVE NRO-CTA-MD TO NRO-CTA-RX
               MOVE WS-MOTIVO TO MOTIVO-RX
               WRITE REG-RECHAZO-ADH
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       80000-GRABAR-AUDIT-CEN.
           IF FS-AUDIT-CEN-OK
               MOVE 'TARJDADH' TO AC-PROGRAMA
               MOVE 'TARJDEBA' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE REG-ADHESION(1:8) TO AC-CLAVE(1:8)
               MOVE SPACES TO AC-IMAGEN-ANTES
               MOVE WS-ADH-ANTES TO AC-IMAGEN-ANTES(1:51)
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-ADHESION TO AC-IMAGEN-DESPUES(1:51)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE WS-RUN-ID TO AC-RUN-ID
               MOVE OPERADOR-MD TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       30000-FINAL.
           DISPLAY 'MOVIMIENTOS LEIDOS : ' WS-CANT-ENTRADA
           DISPLAY 'ADHESIONES         : ' WS-CANT-ALTAS
           DISPLAY 'CAMBIOS            : ' WS-CANT-CAMBIOS
           DISPLAY 'BAJAS              : ' WS-CANT-BAJAS
           DISPLAY 'RECHAZOS           : ' WS-CANT-RECHAZOS
           IF FS-MOVIMIENTOS-OK
               CLOSE MOVIMIENTOS
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS-ADH
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJDADH' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               COMPUTE RS-CANT-SALIDA =
                   WS-CANT-ALTAS + WS-CANT-CAMBIOS + WS-CANT-BAJAS
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

       END PROGRAM TARJDADH.

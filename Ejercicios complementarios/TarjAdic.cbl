       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJADIC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO '..\ADICMOVS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT TARJETAS ASSIGN TO '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT ADICIONALES ASSIGN TO '..\TARJADIC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADICIONALES.

           SELECT RECHAZOS-ADIC ASSIGN TO '..\ADICRECH'
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
      *    Novedades de tarjetas adicionales: alta, cambio de
      *    sublimite y baja. El adicional 00 es siempre el titular.
       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02  TIPO-MA                 PIC X(1).
              88 MOV-ALTA              VALUE 'A'.
              88 MOV-MODIFICACION      VALUE 'M'.
              88 MOV-BAJA              VALUE 'B'.
           02  NRO-CTA-MA              PIC 9(8).
           02  NRO-ADIC-MA             PIC 9(2).
           02  NYA-MA                  PIC X(30).
           02  NRO-DOC-MA              PIC 9(8).
           02  PARENTESCO-MA           PIC X(1).
              88 PARENTESCO-VALIDO     VALUE 'C' 'H' 'O'.
           02  SUBLIMITE-MA            PIC 9(15)V99.
           02  OPERADOR-MA             PIC X(8).

       FD  TARJETAS.
       01  REG-TARJETAS.
           02  NRO-CLI                 PIC 9(8).
           02  NYA                     PIC X(30).
           02  NRO-CTA-T               PIC 9(8).
           02  MONTO-DIS               PIC 9(15)V99.

      *    Tarjetas adicionales colgadas de la cuenta del titular.
      *    Comparten el MONTO-DIS de la cuenta; SUBLIMITE-AC en cero
      *    significa que el adicional no tiene tope propio.
      *    PARENTESCO-AC: 'C' conyuge, 'H' hijo, 'O' otro.
      *    ESTADO-AC: 'A' activa, 'B' baja.
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

       FD  RECHAZOS-ADIC.
       01  REG-RECHAZO-ADIC.
           02  TIPO-RA                 PIC X(1).
           02  NRO-CTA-RA              PIC 9(8).
           02  NRO-ADIC-RA             PIC 9(2).
           02  MOTIVO-RA               PIC X(25).

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
       01  FS-ADICIONALES              PIC XX.
           88 FS-ADICIONALES-OK    VALUE "00".
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJADIC'.
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
       01  FIN-ADICIONALES             PIC X VALUE 'N'.
       01  WS-IDX-ADIC                 PIC 9(5).
       01  WS-IDX-TARJ                 PIC 9(5).
       01  WS-ADIC-ANTES               PIC X(83).

       01  CANT-TARJETAS               PIC 9(5) VALUE 0.
       01  TABLA-TARJETAS.
           02 TABLA-TARJ-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-TARJETAS
                              INDEXED BY IDX-TARJ.
               03 TTA-NRO-CTA          PIC 9(8).
               03 TTA-MONTO-DIS        PIC 9(15)V99.

       01  CANT-ADICIONALES            PIC 9(5) VALUE 0.
       01  TABLA-ADICIONALES.
           02 TABLA-ADIC-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-ADICIONALES
                              INDEXED BY IDX-ADIC.
               03 TAD-REGISTRO         PIC X(83).

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
           PERFORM 13000-CARGAR-ADICIONALES

           OPEN INPUT MOVIMIENTOS.
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'SIN MOVIMIENTOS DE ADICIONALES '
                       FS-MOVIMIENTOS
               MOVE 'S' TO FIN-MOVIMIENTOS
           END-IF

           OPEN OUTPUT RECHAZOS-ADIC
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
                           IF RS-JOB = 'TARJADIC' AND RS-FIN(1:8)
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

      *    Sin maestro de tarjetas no hay contra que validar el alta
      *    de un adicional: la corrida se corta sin tocar TARJADIC.
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
                           MOVE MONTO-DIS
                               TO TTA-MONTO-DIS(CANT-TARJETAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARJETAS.

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
                               MOVE REG-ADICIONAL
                                   TO TAD-REGISTRO(CANT-ADICIONALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADICIONALES
           END-IF.

       20000-PROCESO.
           READ MOVIMIENTOS
               AT END
                   MOVE 'S' TO FIN-MOVIMIENTOS
           END-READ
           IF FIN-MOVIMIENTOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 24000-BUSCAR-TITULAR
               PERFORM 25000-BUSCAR-ADICIONAL
               EVALUATE TRUE
                   WHEN NOT MOV-ALTA AND NOT MOV-MODIFICACION
                           AND NOT MOV-BAJA
                       MOVE 'TIPO MOVIMIENTO INVALIDO' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN NRO-ADIC-MA = 0
                       MOVE 'EL 00 ES EL TITULAR' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN WS-IDX-TARJ = 0
                       MOVE 'CUENTA TITULAR INEXISTENTE' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-ALTA AND WS-IDX-ADIC > 0
                       MOVE 'ADICIONAL YA EXISTE' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-ALTA
                       PERFORM 21000-ALTA-ADICIONAL
                   WHEN WS-IDX-ADIC = 0
                       MOVE 'ADICIONAL INEXISTENTE' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN ESTADO-AC NOT = 'A'
                       MOVE 'ADICIONAL DADO DE BAJA' TO MOTIVO-RA
                       PERFORM 73000-GRABAR-RECHAZO
                   WHEN MOV-MODIFICACION
                       PERFORM 22000-CAMBIAR-SUBLIMITE
                   WHEN OTHER
                       PERFORM 23000-BAJA-ADICIONAL
               END-EVALUATE
           END-IF.

      *    El sublimite nunca puede superar el limite de la cuenta
      *    que comparte con el titular.
       21000-ALTA-ADICIONAL.
           EVALUATE TRUE
               WHEN NYA-MA = SPACES
                   MOVE 'FALTA NOMBRE' TO MOTIVO-RA
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN NOT PARENTESCO-VALIDO
                   MOVE 'PARENTESCO INVALIDO' TO MOTIVO-RA
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN SUBLIMITE-MA > TTA-MONTO-DIS(WS-IDX-TARJ)
                   MOVE 'SUBLIMITE SUPERA LIMITE' TO MOTIVO-RA
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN CANT-ADICIONALES >= 9999
                   MOVE 'TABLA DE ADICIONALES LLENA' TO MOTIVO-RA
                   PERFORM 73000-GRABAR-RECHAZO
               WHEN OTHER
                   MOVE SPACES TO WS-ADIC-ANTES
                   MOVE NRO-CTA-MA TO NRO-CTA-AC
                   MOVE NRO-ADIC-MA TO NRO-ADIC-AC
                   MOVE NYA-MA TO NYA-AC
                   MOVE NRO-DOC-MA TO NRO-DOC-AC
                   MOVE PARENTESCO-MA TO PARENTESCO-AC
                   MOVE SUBLIMITE-MA TO SUBLIMITE-AC
                   MOVE 'A' TO ESTADO-AC
                   MOVE WS-FEC-HOY TO FEC-ALTA-AC
                   MOVE 0 TO FEC-BAJA-AC
                   ADD 1 TO CANT-ADICIONALES
                   MOVE REG-ADICIONAL
                       TO TAD-REGISTRO(CANT-ADICIONALES)
                   PERFORM 80000-GRABAR-AUDIT-CEN
                   ADD 1 TO WS-CANT-ALTAS
           END-EVALUATE.

       22000-CAMBIAR-SUBLIMITE.
           IF SUBLIMITE-MA > TTA-MONTO-DIS(WS-IDX-TARJ)
               MOVE 'SUBLIMITE SUPERA LIMITE' TO MOTIVO-RA
               PERFORM 73000-GRABAR-RECHAZO
           ELSE
               MOVE REG-ADICIONAL TO WS-ADIC-ANTES
               MOVE SUBLIMITE-MA TO SUBLIMITE-AC
               MOVE REG-ADICIONAL TO TAD-REGISTRO(WS-IDX-ADIC)
               PERFORM 80000-GRABAR-AUDIT-CEN
               ADD 1 TO WS-CANT-CAMBIOS
           END-IF.

       23000-BAJA-ADICIONAL.
           MOVE REG-ADICIONAL TO WS-ADIC-ANTES
           MOVE 'B' TO ESTADO-AC
           MOVE WS-FEC-HOY TO FEC-BAJA-AC
           MOVE REG-ADICIONAL TO TAD-REGISTRO(WS-IDX-ADIC)
           PERFORM 80000-GRABAR-AUDIT-CEN
           ADD 1 TO WS-CANT-BAJAS.

       24000-BUSCAR-TITULAR.
           MOVE 0 TO WS-IDX-TARJ
           IF CANT-TARJETAS > 0
               SET IDX-TARJ TO 1
               SEARCH TABLA-TARJ-ITEM
                   AT END
                       CONTINUE
                   WHEN TTA-NRO-CTA(IDX-TARJ) = NRO-CTA-MA
                       SET WS-IDX-TARJ TO IDX-TARJ
               END-SEARCH
           END-IF.

      *    Deja el adicional hallado en REG-ADICIONAL.
       25000-BUSCAR-ADICIONAL.
           MOVE 0 TO WS-IDX-ADIC
           IF CANT-ADICIONALES > 0
               SET IDX-ADIC TO 1
               SEARCH TABLA-ADIC-ITEM
                   AT END
                       CONTINUE
                   WHEN TAD-REGISTRO(IDX-ADIC)(1:10)
                           = REG-MOVIMIENTO(2:10)
                       SET WS-IDX-ADIC TO IDX-ADIC
                       MOVE TAD-REGISTRO(IDX-ADIC) TO REG-ADICIONAL
               END-SEARCH
           END-IF.

       26000-REESCRIBIR-MAESTRO.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT ADICIONALES
               IF FS-ADICIONALES-OK
                   PERFORM VARYING WS-IDX-ADIC FROM 1 BY 1
                       UNTIL WS-IDX-ADIC > CANT-ADICIONALES
                       MOVE TAD-REGISTRO(WS-IDX-ADIC)
                           TO REG-ADICIONAL
                       WRITE REG-ADICIONAL
                   END-PERFORM
                   CLOSE ADICIONALES
               ELSE
                   DISPLAY 'ERROR REESCRITURA TARJADIC '
                           FS-ADICIONALES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       73000-GRABAR-RECHAZO.
           IF FS-RECHAZOS-OK
               MOVE TIPO-MA TO TIPO-RA
               MOVE NRO-CTA-MA TO NRO-CTA-RA
               MOVE NRO-ADIC-MA TO NRO-ADIC-RA
               WRITE REG-RECHAZO-ADIC
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       80000-GRABAR-AUDIT-CEN.
           IF FS-AUDIT-CEN-OK
               MOVE 'TARJADIC' TO AC-PROGRAMA
               MOVE 'TARJADIC' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE REG-ADICIONAL(1:10) TO AC-CLAVE(1:10)
               MOVE SPACES TO AC-IMAGEN-ANTES
               MOVE WS-ADIC-ANTES TO AC-IMAGEN-ANTES(1:83)
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-ADICIONAL TO AC-IMAGEN-DESPUES(1:83)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE WS-RUN-ID TO AC-RUN-ID
               MOVE OPERADOR-MA TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       30000-FINAL.
           DISPLAY 'MOVIMIENTOS LEIDOS : ' WS-CANT-ENTRADA
           DISPLAY 'ALTAS ADICIONALES  : ' WS-CANT-ALTAS
           DISPLAY 'CAMBIOS SUBLIMITE  : ' WS-CANT-CAMBIOS
           DISPLAY 'BAJAS ADICIONALES  : ' WS-CANT-BAJAS
           DISPLAY 'RECHAZOS           : ' WS-CANT-RECHAZOS
           IF FS-MOVIMIENTOS-OK
               CLOSE MOVIMIENTOS
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS-ADIC
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJADIC' TO RS-JOB
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

       END PROGRAM TARJADIC.

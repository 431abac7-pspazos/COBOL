       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINALES-CRUDO ASSIGN TO '..\TERMTX'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TERM-CRUDO.

           SELECT TERMINALES ASSIGN TO '..\TERMMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TERMINALES.

           SELECT COMERCIOS ASSIGN TO '..\COMERMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COMERCIOS.

           SELECT AUDIT-CENTRAL ASSIGN TO '..\AUDITORIA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUDIT-CEN.

           SELECT RECHAZOS ASSIGN TO '..\TERMRCH'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINALES-CRUDO.
       01  REG-TERM-CRUDO.
           02  NRO-TERMINAL-TX         PIC X(8).
           02  NRO-COMERCIO-TX         PIC X(10).
           02  ESTADO-TX               PIC X(1).
           02  FEC-ALTA-TX             PIC 9(8).

       FD  TERMINALES.
       01  REG-TERMINAL.
           02  NRO-TERMINAL-TM         PIC X(8).
           02  NRO-COMERCIO-TM         PIC X(10).
           02  ESTADO-TM               PIC X(1).
           02  FEC-ALTA-TM             PIC 9(8).

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  NRO-COMERCIO-CM         PIC X(10).
           02  RAZON-SOCIAL-CM         PIC X(30).
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

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

       FD  RECHAZOS.
       01  REG-RECHAZO.
           02  IMAGEN-RC               PIC X(27).
           02  MOTIVO-RC               PIC X(30).

       WORKING-STORAGE SECTION.
       01  FS-TERM-CRUDO               PIC XX.
           88 FS-TERM-CRUDO-OK     VALUE "00".
       01  FS-TERMINALES               PIC XX.
           88 FS-TERMINALES-OK     VALUE "00".
       01  FS-COMERCIOS                PIC XX.
           88 FS-COMERCIOS-OK      VALUE "00".
       01  FS-RECHAZOS                 PIC XX.
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-AUDIT-CEN                PIC XX.
           88 FS-AUDIT-CEN-OK      VALUE "00".

       01  FIN-CRUDO                   PIC X VALUE 'N'.
       01  FIN-COMERCIOS               PIC X VALUE 'N'.
       01  WS-REG-VALIDO               PIC X VALUE 'S'.
           88 REG-VALIDO           VALUE 'S' FALSE 'N'.
       01  WS-CANT-CARGADOS            PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZADOS          PIC 9(7) VALUE 0.
       01  FIN-ANTERIOR                PIC X VALUE 'N'.
       01  WS-ENCONTRADO-ANT           PIC X.
       01  WS-ENCONTRADO               PIC X.
       01  WS-IDX-ANT                  PIC 9(5).
       01  CANT-ANTERIORES             PIC 9(5) VALUE 0.
       01  TABLA-ANTERIORES.
           02 TTA-ITEM OCCURS 1 TO 9999 TIMES
                       DEPENDING ON CANT-ANTERIORES
                       INDEXED BY IDX-ANT.
               03 TTA-NRO-TERMINAL     PIC X(8).
               03 TTA-IMAGEN           PIC X(27).
               03 TTA-USADO            PIC X.

       01  CANT-COMER-MAE              PIC 9(5) VALUE 0.
       01  TABLA-COMER-MAE.
           02 TABLA-COMER-MAE-ITEM OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON CANT-COMER-MAE
                                   INDEXED BY IDX-COMER-MAE.
               03 TCM-NRO-COMERCIO  PIC X(10).

       01  CANT-CARGADAS               PIC 9(5) VALUE 0.
       01  TABLA-CARGADAS.
           02 TABLA-CARGADA-ITEM OCCURS 1 TO 9999 TIMES
                                 DEPENDING ON CANT-CARGADAS
                                 INDEXED BY IDX-CARGADA.
               03 TCG-NRO-TERMINAL  PIC X(8).

       01  WS-VF-ENTRADA               PIC X(10).
       01  WS-VF-FORMATO               PIC X(3).
       01  WS-VF-RETORNO               PIC 9(2).
       01  WS-VF-FECHA-YMD             PIC 9(8).

       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TERMCAR'.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL FIN-CRUDO = 'S'.
           PERFORM 3000-FINAL.

       1000-INICIO.
           PERFORM 1020-TOMAR-LOCKS
           OPEN INPUT TERMINALES-CRUDO.
           IF NOT FS-TERM-CRUDO-OK
               DISPLAY 'ERROR OPEN TERMTX ' FS-TERM-CRUDO
               MOVE 'S' TO FIN-CRUDO
           END-IF
           PERFORM 1050-CARGAR-COMERCIOS
           PERFORM 1100-CARGAR-ANTERIOR
           OPEN OUTPUT TERMINALES.
           IF NOT FS-TERMINALES-OK
               DISPLAY 'ERROR OPEN TERMMAE ' FS-TERMINALES
               MOVE 'S' TO FIN-CRUDO
           END-IF
           OPEN EXTEND AUDIT-CENTRAL.
           IF FS-AUDIT-CEN = '35'
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF
           OPEN OUTPUT RECHAZOS.
           IF NOT FS-RECHAZOS-OK
               DISPLAY 'ERROR OPEN TERMRCH ' FS-RECHAZOS
               MOVE 'S' TO FIN-CRUDO
           END-IF.

      *    TERMMAE se reescribe entero y las altas se validan contra
      *    COMERMAE; si otro job los tiene tomados se termina sin tocar
      *    nada. Sin RUNSTAT, la corrida se identifica ante el
      *    registro de locks por fecha y hora.
       1020-TOMAR-LOCKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2)
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TERMMAE' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'COMERMAE' TO WS-LR-ARCHIVO(2)
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
                   PERFORM 3000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   PERFORM 3000-FINAL
           END-EVALUATE.

      *    Toda terminal se da de alta contra un comercio del
      *    maestro; sin COMERMAE no se puede cargar ninguna.
       1050-CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS.
           IF FS-COMERCIOS-OK
               PERFORM UNTIL FIN-COMERCIOS = 'S'
                   READ COMERCIOS
                       AT END
                           MOVE 'S' TO FIN-COMERCIOS
                       NOT AT END
                           IF CANT-COMER-MAE < 9999
                               ADD 1 TO CANT-COMER-MAE
                               MOVE NRO-COMERCIO-CM
                                   TO TCM-NRO-COMERCIO(CANT-COMER-MAE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMERCIOS
           ELSE
               DISPLAY 'ERROR OPEN COMERMAE ' FS-COMERCIOS
               MOVE 'S' TO FIN-CRUDO
           END-IF.

      *    La recarga pisa el maestro completo: para poder auditar
      *    con imagen antes/despues se retiene el contenido previo
      *    de TERMMAE antes de reabrirlo como salida.
       1100-CARGAR-ANTERIOR.
           OPEN INPUT TERMINALES.
           IF FS-TERMINALES-OK
               PERFORM UNTIL FIN-ANTERIOR = 'S'
                   READ TERMINALES
                       AT END
                           MOVE 'S' TO FIN-ANTERIOR
                       NOT AT END
                           IF CANT-ANTERIORES < 9999
                               ADD 1 TO CANT-ANTERIORES
                               MOVE NRO-TERMINAL-TM
                                   TO TTA-NRO-TERMINAL(CANT-ANTERIORES)
                               MOVE REG-TERMINAL
                                   TO TTA-IMAGEN(CANT-ANTERIORES)
                               MOVE 'N' TO TTA-USADO(CANT-ANTERIORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINALES
           END-IF.

       2000-PROCESO.
           READ TERMINALES-CRUDO
               AT END
                   MOVE 'S' TO FIN-CRUDO
           END-READ
           IF FIN-CRUDO NOT = 'S'
               PERFORM 2100-VALIDAR-TERMINAL
               IF REG-VALIDO
                   MOVE NRO-TERMINAL-TX TO NRO-TERMINAL-TM
                   MOVE NRO-COMERCIO-TX TO NRO-COMERCIO-TM
                   MOVE ESTADO-TX TO ESTADO-TM
                   MOVE FEC-ALTA-TX TO FEC-ALTA-TM
                   WRITE REG-TERMINAL
                   ADD 1 TO WS-CANT-CARGADOS
                   IF CANT-CARGADAS < 9999
                       ADD 1 TO CANT-CARGADAS
                       MOVE NRO-TERMINAL-TX
                           TO TCG-NRO-TERMINAL(CANT-CARGADAS)
                   END-IF
                   PERFORM 2300-AUDITAR-TERMINAL
               END-IF
           END-IF.

       2100-VALIDAR-TERMINAL.
           SET REG-VALIDO TO TRUE
           IF NRO-TERMINAL-TX = SPACES
               MOVE 'TERMINAL EN BLANCO' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO AND CANT-CARGADAS > 0
               SET IDX-CARGADA TO 1
               SEARCH TABLA-CARGADA-ITEM
                   AT END
                       CONTINUE
                   WHEN TCG-NRO-TERMINAL(IDX-CARGADA)
                           = NRO-TERMINAL-TX
                       MOVE 'TERMINAL DUPLICADA' TO MOTIVO-RC
                       PERFORM 2200-GRABAR-RECHAZO
               END-SEARCH
           END-IF
           IF REG-VALIDO
               MOVE 'N' TO WS-ENCONTRADO
               IF CANT-COMER-MAE > 0
                   SET IDX-COMER-MAE TO 1
                   SEARCH TABLA-COMER-MAE-ITEM
                       AT END
                           CONTINUE
                       WHEN TCM-NRO-COMERCIO(IDX-COMER-MAE)
                               = NRO-COMERCIO-TX
                           MOVE 'S' TO WS-ENCONTRADO
                   END-SEARCH
               END-IF
               IF WS-ENCONTRADO = 'N'
                   MOVE 'COMERCIO INEXISTENTE' TO MOTIVO-RC
                   PERFORM 2200-GRABAR-RECHAZO
               END-IF
           END-IF
           IF REG-VALIDO AND ESTADO-TX NOT = 'A'
                   AND ESTADO-TX NOT = 'I'
               MOVE 'ESTADO NO ES A NI I' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO
               MOVE SPACES TO WS-VF-ENTRADA
               MOVE FEC-ALTA-TX TO WS-VF-ENTRADA(1:8)
               MOVE 'AMD' TO WS-VF-FORMATO
               CALL 'VALFECHA' USING WS-VF-ENTRADA WS-VF-FORMATO
                                     WS-VF-RETORNO WS-VF-FECHA-YMD
               IF WS-VF-RETORNO NOT = 0
                   MOVE 'FECHA ALTA INVALIDA' TO MOTIVO-RC
                   PERFORM 2200-GRABAR-RECHAZO
               END-IF
           END-IF.

       2200-GRABAR-RECHAZO.
           SET REG-VALIDO TO FALSE
           MOVE REG-TERM-CRUDO TO IMAGEN-RC
           WRITE REG-RECHAZO
           ADD 1 TO WS-CANT-RECHAZADOS.

      *    Solo genera registro central cuando la terminal es nueva
      *    o su imagen cambio respecto del maestro anterior.
       2300-AUDITAR-TERMINAL.
           MOVE 'N' TO WS-ENCONTRADO-ANT
           IF CANT-ANTERIORES > 0
               SET IDX-ANT TO 1
               SEARCH TTA-ITEM
                   AT END
                       CONTINUE
                   WHEN TTA-NRO-TERMINAL(IDX-ANT)
                           = NRO-TERMINAL-TM
                       MOVE 'S' TO WS-ENCONTRADO-ANT
                       MOVE 'S' TO TTA-USADO(IDX-ANT)
                       IF TTA-IMAGEN(IDX-ANT) NOT = REG-TERMINAL
                           MOVE SPACES TO AC-IMAGEN-ANTES
                           MOVE TTA-IMAGEN(IDX-ANT)
                               TO AC-IMAGEN-ANTES(1:27)
                           PERFORM 2400-GRABAR-AUDIT-CEN
                       END-IF
               END-SEARCH
           END-IF
           IF WS-ENCONTRADO-ANT = 'N'
               MOVE SPACES TO AC-IMAGEN-ANTES
               PERFORM 2400-GRABAR-AUDIT-CEN
           END-IF.

       2400-GRABAR-AUDIT-CEN.
           IF FS-AUDIT-CEN-OK
               MOVE 'TERMCAR' TO AC-PROGRAMA
               MOVE 'TERMMAE' TO AC-ARCHIVO
               MOVE SPACES TO AC-CLAVE
               MOVE NRO-TERMINAL-TM TO AC-CLAVE(1:8)
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-TERMINAL TO AC-IMAGEN-DESPUES(1:27)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE SPACES TO AC-RUN-ID
               MOVE SPACES TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

      *    Las terminales del maestro anterior que no vinieron en la
      *    recarga quedan asentadas como baja en la pista central.
       2500-AUDITAR-OMITIDOS.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > CANT-ANTERIORES
               IF TTA-USADO(WS-IDX-ANT) = 'N'
                  AND FS-AUDIT-CEN-OK
                   MOVE 'TERMCAR' TO AC-PROGRAMA
                   MOVE 'TERMMAE' TO AC-ARCHIVO
                   MOVE SPACES TO AC-CLAVE
                   MOVE TTA-NRO-TERMINAL(WS-IDX-ANT)
                       TO AC-CLAVE(1:8)
                   MOVE SPACES TO AC-IMAGEN-ANTES
                   MOVE TTA-IMAGEN(WS-IDX-ANT)
                       TO AC-IMAGEN-ANTES(1:27)
                   MOVE SPACES TO AC-IMAGEN-DESPUES
                   MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
                   MOVE SPACES TO AC-RUN-ID
                   MOVE SPACES TO AC-OPERADOR
                   WRITE REG-AUDIT-CEN
               END-IF
           END-PERFORM.

       3000-FINAL.
           PERFORM 2500-AUDITAR-OMITIDOS
           DISPLAY 'TERMINALES CARGADAS  : ' WS-CANT-CARGADOS
           DISPLAY 'TERMINALES RECHAZADAS: ' WS-CANT-RECHAZADOS
           IF FS-TERM-CRUDO-OK
               CLOSE TERMINALES-CRUDO
           END-IF
           IF FS-TERMINALES-OK
               CLOSE TERMINALES
           END-IF
           IF FS-RECHAZOS-OK
               CLOSE RECHAZOS
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 3100-LIBERAR-LOCKS
           END-IF
           STOP RUN.

       3100-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM TERMCAR.

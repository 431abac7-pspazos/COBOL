           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-JOURNAL.

           SELECT ESTADOS-CTA ASSIGN TO '..\CTAESTAD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTADOS.

           SELECT REACTIVACIONES ASSIGN TO '..\REACTIV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-REACTIV.

           SELECT OPERADORES ASSIGN TO '..\OPERMAE'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-OPERADORES.

           SELECT AUDIT-CENTRAL ASSIGN TO '..\AUDITORIA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT-CEN.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENSIX.
           05 DECISION-JR PIC X(10).
           05 APROBADOR-JR PIC X(8).

       FD  ESTADOS-CTA.
       01  REG-ESTADO-CTA.
           05 ID-CLIENTE-CE PIC X(8).
           05 ESTADO-CE PIC X(1).
           05 ULT-MOV-CE PIC 9(8).
           05 FECHA-ESTADO-CE PIC 9(8).
           05 OPERADOR-CE PIC X(8).

      *    Movimiento de reactivacion de una cuenta inactiva, con el
      *    operador que la aprueba.
       FD  REACTIVACIONES.
       01  REG-REACTIVACION.
           05 ID-CLIENTE-RA PIC X(8).
           05 OPERADOR-RA PIC X(8).

       FD  OPERADORES.
       01  REG-OPERADOR.
           05 OPERADOR-OP PIC X(8).
           05 NOMBRE-OP PIC X(30).
           05 FECHA-DESDE-OP PIC 9(8).
           05 FECHA-HASTA-OP PIC 9(8).
           05 PERM-GRADOS-OP PIC X(1).
           05 PERM-DISPUTAS-OP PIC X(1).
           05 PERM-FERIADOS-OP PIC X(1).
           05 PERM-CLIENTES-OP PIC X(1).
           05 PERM-LIMITE-OP PIC X(1).
           05 PERM-COBRANZA-OP PIC X(1).
           05 CAPACIDAD-COB-OP PIC 9(3).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.
           05 AC-PROGRAMA PIC X(10).
           05 AC-ARCHIVO PIC X(12).
           05 AC-CLAVE PIC X(20).
           05 AC-IMAGEN-ANTES PIC X(132).
           05 AC-IMAGEN-DESPUES PIC X(132).
           05 AC-TIMESTAMP PIC X(21).
           05 AC-RUN-ID PIC X(11).
           05 AC-OPERADOR PIC X(8).

       WORKING-STORAGE SECTION.
       01  FS-STATUS PIC X(2).
           88 FS-STATUS-OK VALUE '00'.
               03 TP-MCTA-DELTA PIC S9(15)V9(2).
               03 TP-FECHA-ALTA PIC 9(8).
               03 TP-RESUELTO PIC X.
       01  FS-ESTADOS PIC X(2).
           88 FS-ESTADOS-OK VALUE '00'.
       01  FS-REACTIV PIC X(2).
           88 FS-REACTIV-OK VALUE '00'.
       01  FS-OPERADORES PIC X(2).
           88 FS-OPERADORES-OK VALUE '00'.
       01  FS-AUDIT-CEN PIC X(2).
           88 FS-AUDIT-CEN-OK VALUE '00'.
       01  FIN-ESTADOS PIC 9 VALUE 0.
       01  FIN-REACTIV PIC 9 VALUE 0.
       01  FIN-OPERADORES PIC 9 VALUE 0.
       01  WS-ESTADOS-CAMBIADOS PIC X VALUE 'N'.
       01  WS-CTA-INACTIVA PIC X.
       01  WS-CTA-BUSCADA PIC X(8).
       01  WS-RUN-ID PIC X(11) VALUE SPACES.
       01  WS-LR-OPERACION PIC X(1).
       01  WS-LR-JOB PIC X(10) VALUE 'EJ12A'.
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
       01  WS-OPERADOR-OK PIC X.
       01  WS-IDX-CE PIC 9(5).
       01  WS-CANT-INACTIVAS PIC 9(6) VALUE 0.
       01  WS-CANT-REACTIVADAS PIC 9(6) VALUE 0.
       01  WS-CANT-REACT-RECH PIC 9(6) VALUE 0.
       01  WS-IMAGEN-ANTES PIC X(33).
       01  CANT-ESTADOS PIC 9(5) VALUE 0.
       01  TABLA-ESTADOS.
           02 TABLA-EST-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ESTADOS
                             INDEXED BY IDX-EST.
               03 TE-ID-CLIENTE PIC X(8).
               03 TE-ESTADO PIC X(1).
               03 TE-ULT-MOV PIC 9(8).
               03 TE-FECHA-ESTADO PIC 9(8).
               03 TE-OPERADOR PIC X(8).
       01  CANT-OPER PIC 9(4) VALUE 0.
       01  TABLA-OPERADORES.
           02 TABLA-OPER-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-OPER
                              INDEXED BY IDX-OPER.
               03 TO-OPERADOR PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-MODO-LOTE
               PERFORM 1500-PREPARAR-AUTORIZACION
               PERFORM 1600-PROCESAR-APROBACIONES
               PERFORM 1900-PROCESAR-REACTIVACIONES
               PERFORM 2000-PROCESO-LOTE
               PERFORM 2900-REESCRIBIR-PENDIENTES
               PERFORM 2980-REESCRIBIR-ESTADOS
           ELSE
               PERFORM 2000-PROCESO
           END-IF
           DISPLAY 'Modo (C=Consulta, L=Lote de ajustes): '
           ACCEPT WS-MODO.

           PERFORM 1050-TOMAR-LOCKS

           IF WS-MODO-LOTE
               OPEN I-O CLIENSIX
           ELSE
               ACCEPT NRO-ING
           END-IF.

      *    El lote actualiza el indice, el journal, los estados y las
      *    autorizaciones pendientes; la consulta solo lee el indice.
      *    Si otro job los tiene tomados se termina antes de abrir.
      *    Sin RUNSTAT, la corrida se identifica ante el registro de
      *    locks por fecha y hora.
       1050-TOMAR-LOCKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2)
           MOVE 'T' TO WS-LR-OPERACION
           IF WS-MODO-LOTE
               MOVE 4 TO WS-LR-CANT-ARCHIVOS
               MOVE 'CTASIX' TO WS-LR-ARCHIVO(1)
               MOVE 'A' TO WS-LR-MODO(1)
               MOVE 'AJUSJRNL' TO WS-LR-ARCHIVO(2)
               MOVE 'A' TO WS-LR-MODO(2)
               MOVE 'CTAESTAD' TO WS-LR-ARCHIVO(3)
               MOVE 'A' TO WS-LR-MODO(3)
               MOVE 'PENDAUT' TO WS-LR-ARCHIVO(4)
               MOVE 'A' TO WS-LR-MODO(4)
           ELSE
               MOVE 1 TO WS-LR-CANT-ARCHIVOS
               MOVE 'CTASIX' TO WS-LR-ARCHIVO(1)
               MOVE 'L' TO WS-LR-MODO(1)
           END-IF
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
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   STOP RUN
           END-EVALUATE.

       1500-PREPARAR-AUTORIZACION.
           DISPLAY 'Umbral de autorizacion (blanco = 10000): '
           ACCEPT WS-UMBRAL-ING
                   END-IF
               END-PERFORM
               CLOSE PENDIENTES
           END-IF
           PERFORM 1550-CARGAR-ESTADOS.

      *    Estado de las cuentas segun la ultima corrida de CtaDorm y
      *    operadores vigentes con permiso sobre clientes, los unicos
      *    que pueden aprobar una reactivacion.
       1550-CARGAR-ESTADOS.
           OPEN INPUT ESTADOS-CTA
           IF FS-ESTADOS-OK
               PERFORM UNTIL FIN-ESTADOS = 1
                   READ ESTADOS-CTA AT END MOVE 1 TO FIN-ESTADOS
                   END-READ
                   IF FIN-ESTADOS NOT = 1 AND CANT-ESTADOS < 9999
                       ADD 1 TO CANT-ESTADOS
                       MOVE ID-CLIENTE-CE
                           TO TE-ID-CLIENTE(CANT-ESTADOS)
                       MOVE ESTADO-CE TO TE-ESTADO(CANT-ESTADOS)
                       MOVE ULT-MOV-CE TO TE-ULT-MOV(CANT-ESTADOS)
                       MOVE FECHA-ESTADO-CE
                           TO TE-FECHA-ESTADO(CANT-ESTADOS)
                       MOVE OPERADOR-CE TO TE-OPERADOR(CANT-ESTADOS)
                   END-IF
               END-PERFORM
               CLOSE ESTADOS-CTA
           END-IF
           OPEN INPUT OPERADORES
           IF FS-OPERADORES-OK
               PERFORM UNTIL FIN-OPERADORES = 1
                   READ OPERADORES AT END MOVE 1 TO FIN-OPERADORES
                   END-READ
                   IF FIN-OPERADORES NOT = 1 AND CANT-OPER < 999
                       AND PERM-CLIENTES-OP = 'S'
                       AND FECHA-DESDE-OP <= WS-FECHA-HOY
                       AND (FECHA-HASTA-OP = 0
                            OR FECHA-HASTA-OP >= WS-FECHA-HOY)
                       ADD 1 TO CANT-OPER
                       MOVE OPERADOR-OP TO TO-OPERADOR(CANT-OPER)
                   END-IF
               END-PERFORM
               CLOSE OPERADORES
           END-IF.

       1600-PROCESAR-APROBACIONES.
           MOVE APROBADOR-AP TO APROBADOR-JR
           PERFORM 2950-GRABAR-JOURNAL.

      *    Una cuenta inactiva solo vuelve a operar por un movimiento
      *    de reactivacion aprobado por un operador autorizado; queda
      *    en el journal y en la pista central de auditoria.
       1900-PROCESAR-REACTIVACIONES.
           OPEN INPUT REACTIVACIONES
           IF NOT FS-REACTIV-OK
               MOVE 1 TO FIN-REACTIV
           END-IF
           PERFORM UNTIL FIN-REACTIV = 1
               READ REACTIVACIONES AT END MOVE 1 TO FIN-REACTIV
               END-READ
               IF FIN-REACTIV NOT = 1
                   PERFORM 1950-REACTIVAR-CUENTA
               END-IF
           END-PERFORM
           IF FS-REACTIV-OK OR FS-REACTIV = '10'
               CLOSE REACTIVACIONES
           END-IF
           DISPLAY 'Cuentas reactivadas: ' WS-CANT-REACTIVADAS
           DISPLAY 'Reactivaciones rechazadas: ' WS-CANT-REACT-RECH.

       1950-REACTIVAR-CUENTA.
           MOVE ID-CLIENTE-RA TO WS-CTA-BUSCADA
           PERFORM 2790-VER-INACTIVA
           MOVE 'N' TO WS-OPERADOR-OK
           IF CANT-OPER > 0
               SET IDX-OPER TO 1
               SEARCH TABLA-OPER-ITEM
                   AT END
                       CONTINUE
                   WHEN TO-OPERADOR(IDX-OPER) = OPERADOR-RA
                       MOVE 'S' TO WS-OPERADOR-OK
               END-SEARCH
           END-IF
           MOVE ID-CLIENTE-RA TO ID-CLIENTE-RC
           EVALUATE TRUE
               WHEN WS-CTA-INACTIVA = 'N'
                   MOVE 'CUENTA NO INACTIVA' TO MOTIVO-RC
                   ADD 1 TO WS-CANT-REACT-RECH
                   PERFORM 2800-GRABAR-RECHAZO
               WHEN WS-OPERADOR-OK = 'N'
                   MOVE 'REACTIVACION NO AUTORIZADA' TO MOTIVO-RC
                   ADD 1 TO WS-CANT-REACT-RECH
                   PERFORM 2800-GRABAR-RECHAZO
               WHEN OTHER
                   MOVE TE-ID-CLIENTE(WS-IDX-CE) TO ID-CLIENTE-CE
                   MOVE TE-ESTADO(WS-IDX-CE) TO ESTADO-CE
                   MOVE TE-ULT-MOV(WS-IDX-CE) TO ULT-MOV-CE
                   MOVE TE-FECHA-ESTADO(WS-IDX-CE) TO FECHA-ESTADO-CE
                   MOVE TE-OPERADOR(WS-IDX-CE) TO OPERADOR-CE
                   MOVE REG-ESTADO-CTA TO WS-IMAGEN-ANTES
                   MOVE 'A' TO TE-ESTADO(WS-IDX-CE) ESTADO-CE
                   MOVE WS-FECHA-HOY TO TE-ULT-MOV(WS-IDX-CE)
                                        TE-FECHA-ESTADO(WS-IDX-CE)
                                        ULT-MOV-CE FECHA-ESTADO-CE
                   MOVE OPERADOR-RA TO TE-OPERADOR(WS-IDX-CE)
                                       OPERADOR-CE
                   MOVE 'S' TO WS-ESTADOS-CAMBIADOS
                   ADD 1 TO WS-CANT-REACTIVADAS
                   PERFORM 1960-GRABAR-AUDIT-CEN
                   MOVE ID-CLIENTE-RA TO ID-CLIENTE-JR
                   MOVE 0 TO MCTA-DELTA-JR
                   MOVE 'REACTIVADA' TO DECISION-JR
                   MOVE OPERADOR-RA TO APROBADOR-JR
                   PERFORM 2950-GRABAR-JOURNAL
           END-EVALUATE.

       1960-GRABAR-AUDIT-CEN.
           OPEN EXTEND AUDIT-CENTRAL
           IF FS-AUDIT-CEN = '35'
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF
           IF FS-AUDIT-CEN-OK
               MOVE 'EJ12A' TO AC-PROGRAMA
               MOVE 'CTAESTAD' TO AC-ARCHIVO
               MOVE ID-CLIENTE-RA TO AC-CLAVE
               MOVE WS-IMAGEN-ANTES TO AC-IMAGEN-ANTES
               MOVE REG-ESTADO-CTA TO AC-IMAGEN-DESPUES
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE SPACES TO AC-RUN-ID
               MOVE OPERADOR-RA TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
               CLOSE AUDIT-CENTRAL
           ELSE
               DISPLAY 'ERROR EN OPEN AUDITORIA CEN: ' FS-AUDIT-CEN
           END-IF.

       2000-PROCESO.
           MOVE NRO-ING TO ID-CLIENTE
           PERFORM 2500-LEER-CTAS.
           END-IF.

       2700-APLICAR-AJUSTE.
           MOVE ID-CLIENTE-AJ TO WS-CTA-BUSCADA
           PERFORM 2790-VER-INACTIVA
           EVALUATE TRUE
               WHEN WS-CTA-INACTIVA = 'S'
                   PERFORM 2770-RECHAZAR-INACTIVA
               WHEN FUNCTION ABS(MCTA-DELTA-AJ) > WS-UMBRAL
                   PERFORM 2750-DIFERIR-AJUSTE
               WHEN OTHER
                   PERFORM 2760-APLICAR-DIRECTO
           END-EVALUATE.

       2750-DIFERIR-AJUSTE.
           ADD 1 TO CANT-PEND
           MOVE SPACES TO APROBADOR-JR
           PERFORM 2950-GRABAR-JOURNAL.

       2770-RECHAZAR-INACTIVA.
           ADD 1 TO WS-CANT-INACTIVAS
           MOVE ID-CLIENTE-AJ TO ID-CLIENTE-RC
           MOVE 'CUENTA INACTIVA' TO MOTIVO-RC
           PERFORM 2800-GRABAR-RECHAZO
           MOVE ID-CLIENTE-AJ TO ID-CLIENTE-JR
           MOVE MCTA-DELTA-AJ TO MCTA-DELTA-JR
           MOVE 'NOAPLICADO' TO DECISION-JR
           MOVE SPACES TO APROBADOR-JR
           PERFORM 2950-GRABAR-JOURNAL.

       2790-VER-INACTIVA.
           MOVE 'N' TO WS-CTA-INACTIVA
           MOVE 0 TO WS-IDX-CE
           IF CANT-ESTADOS > 0
               SET IDX-EST TO 1
               SEARCH TABLA-EST-ITEM
                   AT END
                       CONTINUE
                   WHEN TE-ID-CLIENTE(IDX-EST) = WS-CTA-BUSCADA
                       SET WS-IDX-CE TO IDX-EST
                       IF TE-ESTADO(IDX-EST) = 'I'
                           MOVE 'S' TO WS-CTA-INACTIVA
                       END-IF
               END-SEARCH
           END-IF.

       2900-REESCRIBIR-PENDIENTES.
           OPEN OUTPUT PENDIENTES
           IF FS-PENDIENTES-OK
                   WS-CANT-RECH-SUP
           DISPLAY 'Ajustes pendientes: ' WS-CANT-PENDIENTES.

       2980-REESCRIBIR-ESTADOS.
           DISPLAY 'Ajustes a cuentas inactivas: ' WS-CANT-INACTIVAS
           IF WS-ESTADOS-CAMBIADOS = 'S'
               OPEN OUTPUT ESTADOS-CTA
               IF FS-ESTADOS-OK
                   PERFORM VARYING WS-IDX-CE FROM 1 BY 1
                       UNTIL WS-IDX-CE > CANT-ESTADOS
                       MOVE TE-ID-CLIENTE(WS-IDX-CE) TO ID-CLIENTE-CE
                       MOVE TE-ESTADO(WS-IDX-CE) TO ESTADO-CE
                       MOVE TE-ULT-MOV(WS-IDX-CE) TO ULT-MOV-CE
                       MOVE TE-FECHA-ESTADO(WS-IDX-CE)
                           TO FECHA-ESTADO-CE
                       MOVE TE-OPERADOR(WS-IDX-CE) TO OPERADOR-CE
                       WRITE REG-ESTADO-CTA
                   END-PERFORM
                   CLOSE ESTADOS-CTA
               ELSE
                   DISPLAY 'ERROR EN OPEN CTAESTAD: ' FS-ESTADOS
               END-IF
           END-IF.

       2950-GRABAR-JOURNAL.
           IF JOURNAL-ABIERTO
               MOVE WS-FECHA-HOY TO FECHA-JR

       3000-FINAL.
           PERFORM 9900-CERRAR.
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

       9900-CERRAR.
           CLOSE CLIENSIX
           IF NOT FS-STATUS-OK AND NOT FS-STATUS-EOF

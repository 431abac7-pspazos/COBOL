       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTADORM.
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

           SELECT ESTADOS-CTA ASSIGN TO '..\CTAESTAD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ESTADOS.

           SELECT LISTADO-INACTIVAS ASSIGN TO '..\CTADORLS'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-LISTADO.

           SELECT AUDIT-CENTRAL ASSIGN TO '..\AUDITORIA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AUDIT-CEN.

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

      *    Estado operativo de cada cuenta de CTASIX: activa o
      *    inactiva por falta de movimientos, con la fecha del ultimo
      *    movimiento y quien hizo el ultimo cambio de estado.
       FD  ESTADOS-CTA.
       01  REG-ESTADO-CTA.
           05 ID-CLIENTE-CE PIC X(8).
           05 ESTADO-CE PIC X(1).
               88 CE-ACTIVA VALUE 'A'.
               88 CE-INACTIVA VALUE 'I'.
           05 ULT-MOV-CE PIC 9(8).
           05 FECHA-ESTADO-CE PIC 9(8).
           05 OPERADOR-CE PIC X(8).

       FD  LISTADO-INACTIVAS.
       01  LIN-INACTIVA PIC X(90).

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
       01  FS-INDICE PIC X(2).
           88 FS-INDICE-OK VALUE '00'.
       01  FS-JOURNAL PIC X(2).
           88 FS-JOURNAL-OK VALUE '00'.
       01  FS-ESTADOS PIC X(2).
           88 FS-ESTADOS-OK VALUE '00'.
       01  FS-LISTADO PIC X(2).
           88 FS-LISTADO-OK VALUE '00'.
       01  FS-AUDIT-CEN PIC X(2).
           88 FS-AUDIT-CEN-OK VALUE '00'.

       01  FIN-INDICE PIC 9 VALUE 0.
       01  FIN-JOURNAL PIC 9 VALUE 0.
       01  FIN-ESTADOS PIC 9 VALUE 0.
       01  WS-ERROR PIC X VALUE 'N'.
       01  WS-INDICE-ABIERTO PIC X VALUE 'N'.
           88 INDICE-ABIERTO VALUE 'S'.
       01  WS-RUN-ID PIC X(11) VALUE SPACES.
       01  WS-LR-OPERACION PIC X(1).
       01  WS-LR-JOB PIC X(10) VALUE 'CTADORM'.
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

       01  WS-MESES-ING PIC X(3).
       01  WS-MESES PIC 9(3) VALUE 24.
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-HOY-ANIO PIC 9(4).
           05 WS-HOY-MES PIC 9(2).
           05 WS-HOY-DIA PIC 9(2).
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-FECHA-LIMITE-R REDEFINES WS-FECHA-LIMITE.
           05 WS-LIM-ANIO PIC 9(4).
           05 WS-LIM-MES PIC 9(2).
           05 WS-LIM-DIA PIC 9(2).
       01  WS-TOTAL-MESES PIC 9(6).
       01  WS-IDX PIC 9(5).
       01  WS-MARCA-INTERES PIC X(8) VALUE 'INTERES'.
       01  WS-IMAGEN-ANTES PIC X(33).

       01  WS-CANT-CUENTAS PIC 9(7) VALUE 0.
       01  WS-CANT-NUEVAS PIC 9(7) VALUE 0.
       01  WS-CANT-INACTIVAS PIC 9(7) VALUE 0.
       01  WS-SALDO-INACTIVAS PIC S9(15)V9(2) VALUE 0.

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

       01  CANT-CUENTAS PIC 9(5) VALUE 0.
       01  TABLA-CUENTAS.
           02 TABLA-CTA-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CUENTAS
                             INDEXED BY IDX-CTA.
               03 TC-ID-CLIENTE PIC X(8).
               03 TC-COD-CLI PIC 9(8).
               03 TC-SALDO PIC S9(15)V9(2).
               03 TC-ESTADO PIC X(1).
               03 TC-ULT-MOV PIC 9(8).
               03 TC-FECHA-ESTADO PIC 9(8).
               03 TC-OPERADOR PIC X(8).
               03 TC-NUEVA PIC X(1).

       01  LIN-DR-TITULO.
           02 FILLER PIC X(30) VALUE
              'CTADORM  CUENTAS INACTIVAS AL '.
           02 LDT-FECHA PIC 9(8).
           02 FILLER PIC X(22) VALUE '  MESES SIN MOVIMIENTO'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 LDT-MESES PIC ZZ9.
       01  LIN-DR-COLUMNAS.
           02 FILLER PIC X(50) VALUE
              'CUENTA    CLIENTE   ULT.MOV.  INACTIVA'.
           02 FILLER PIC X(20) VALUE '             SALDO'.
       01  LIN-DR-DETALLE.
           02 LDD-CTA PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LDD-COD-CLI PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LDD-ULT-MOV PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LDD-FECHA-ESTADO PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LDD-SALDO PIC -Z(14)9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LDD-NUEVA PIC X(5).
       01  LIN-DR-SEPARADOR PIC X(90) VALUE ALL '-'.
       01  LIN-DR-TOTAL.
           02 FILLER PIC X(20) VALUE 'CUENTAS INACTIVAS: '.
           02 LDF-CANT PIC ZZZZZZ9.
           02 FILLER PIC X(11) VALUE '   SALDO: '.
           02 LDF-SALDO PIC -Z(14)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           IF WS-ERROR = 'N'
               PERFORM 1200-CARGAR-ESTADOS
               PERFORM 1400-CARGAR-CUENTAS
               PERFORM 2000-LEER-JOURNAL UNTIL FIN-JOURNAL = 1
               PERFORM 2800-ABRIR-SALIDAS
               PERFORM 3000-EVALUAR-CUENTA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CUENTAS
               PERFORM 4000-REESCRIBIR-ESTADOS
           END-IF
           PERFORM 9000-FINAL.

      *    Corrida mensual: una cuenta activa cuyo ultimo movimiento
      *    aplicado es anterior al limite pasa a inactiva. La
      *    capitalizacion de intereses no cuenta como movimiento del
      *    titular; la reactivacion solo se hace por Ej12A con un
      *    movimiento de reactivacion aprobado por un operador.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           DISPLAY 'Meses sin movimiento para inactivar '
                   '(blanco = 24): '
           ACCEPT WS-MESES-ING
           IF WS-MESES-ING NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MESES-ING) = 0
                   COMPUTE WS-MESES = FUNCTION NUMVAL(WS-MESES-ING)
               ELSE
                   DISPLAY 'Meses no numerico, se usa el valor '
                           'por defecto: ' WS-MESES
               END-IF
           END-IF
           IF WS-MESES = 0
               MOVE 24 TO WS-MESES
           END-IF
           PERFORM 1100-CALCULAR-LIMITE
           PERFORM 1050-TOMAR-LOCKS
           IF WS-ERROR = 'N'
               OPEN INPUT CLIENSIX
               IF NOT FS-INDICE-OK
                   DISPLAY 'ERROR EN OPEN CTASIX: ' FS-INDICE
                   MOVE 'S' TO WS-ERROR
               ELSE
                   SET INDICE-ABIERTO TO TRUE
               END-IF
           END-IF.

      *    El saldo y el ultimo movimiento salen del indice y del
      *    journal, que no deben cambiar mientras se evalua; CTAESTAD
      *    se reescribe. Sin RUNSTAT, la corrida se identifica ante el
      *    registro de locks por fecha y hora.
       1050-TOMAR-LOCKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2)
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CTASIX' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'AJUSJRNL' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'CTAESTAD' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
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

       1100-CALCULAR-LIMITE.
           COMPUTE WS-TOTAL-MESES = WS-HOY-ANIO * 12
                                  + WS-HOY-MES - 1 - WS-MESES
           DIVIDE WS-TOTAL-MESES BY 12 GIVING WS-LIM-ANIO
               REMAINDER WS-LIM-MES
           ADD 1 TO WS-LIM-MES
           MOVE WS-HOY-DIA TO WS-LIM-DIA
           IF WS-LIM-DIA > 28
               MOVE 28 TO WS-LIM-DIA
           END-IF.

       1200-CARGAR-ESTADOS.
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
                   IF CANT-CUENTAS < 9999
                       PERFORM 1500-AGREGAR-CUENTA
                   ELSE
                       DISPLAY 'TABLA DE CUENTAS LLENA EN: '
                               ID-CLIENTE
                       MOVE 1 TO FIN-INDICE
                   END-IF
               END-IF
           END-PERFORM
           OPEN INPUT JOURNAL-AJUSTES
           IF NOT FS-JOURNAL-OK
               DISPLAY 'SIN JOURNAL DE AJUSTES: ' FS-JOURNAL
               MOVE 1 TO FIN-JOURNAL
           END-IF.

      *    Una cuenta que aparece por primera vez entra activa; si
      *    nunca tuvo movimientos, el plazo corre desde hoy.
       1500-AGREGAR-CUENTA.
           ADD 1 TO CANT-CUENTAS
           MOVE ID-CLIENTE TO TC-ID-CLIENTE(CANT-CUENTAS)
           MOVE COD-CLI1 TO TC-COD-CLI(CANT-CUENTAS)
           MOVE MCTA1 TO TC-SALDO(CANT-CUENTAS)
           MOVE 'N' TO TC-NUEVA(CANT-CUENTAS)
           MOVE 'A' TO TC-ESTADO(CANT-CUENTAS)
           MOVE 0 TO TC-ULT-MOV(CANT-CUENTAS)
           MOVE WS-FECHA-HOY TO TC-FECHA-ESTADO(CANT-CUENTAS)
           MOVE SPACES TO TC-OPERADOR(CANT-CUENTAS)
           IF CANT-ESTADOS > 0
               SET IDX-EST TO 1
               SEARCH TABLA-EST-ITEM
                   AT END
                       CONTINUE
                   WHEN TE-ID-CLIENTE(IDX-EST) = ID-CLIENTE
                       MOVE TE-ESTADO(IDX-EST)
                           TO TC-ESTADO(CANT-CUENTAS)
                       MOVE TE-ULT-MOV(IDX-EST)
                           TO TC-ULT-MOV(CANT-CUENTAS)
                       MOVE TE-FECHA-ESTADO(IDX-EST)
                           TO TC-FECHA-ESTADO(CANT-CUENTAS)
                       MOVE TE-OPERADOR(IDX-EST)
                           TO TC-OPERADOR(CANT-CUENTAS)
               END-SEARCH
           END-IF.

      *    Cuentan como movimiento los ajustes que tocaron el saldo
      *    (AUTOMATICO y APROBADO, salvo intereses) y las
      *    reactivaciones.
       2000-LEER-JOURNAL.
           READ JOURNAL-AJUSTES AT END MOVE 1 TO FIN-JOURNAL.
           IF FIN-JOURNAL NOT = 1 AND CANT-CUENTAS > 0
               IF ((DECISION-JR = 'AUTOMATICO'
                       OR DECISION-JR = 'APROBADO')
                   AND APROBADOR-JR NOT = WS-MARCA-INTERES)
                   OR DECISION-JR = 'REACTIVADA'
                   SET IDX-CTA TO 1
                   SEARCH TABLA-CTA-ITEM
                       AT END
                           CONTINUE
                       WHEN TC-ID-CLIENTE(IDX-CTA) = ID-CLIENTE-JR
                           IF FECHA-JR > TC-ULT-MOV(IDX-CTA)
                               MOVE FECHA-JR TO TC-ULT-MOV(IDX-CTA)
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       2800-ABRIR-SALIDAS.
           IF FS-JOURNAL-OK OR FS-JOURNAL = '10'
               CLOSE JOURNAL-AJUSTES
           END-IF
           OPEN EXTEND AUDIT-CENTRAL
           IF FS-AUDIT-CEN = '35'
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF
           IF NOT FS-AUDIT-CEN-OK
               DISPLAY 'ERROR EN OPEN AUDITORIA CEN: ' FS-AUDIT-CEN
           END-IF
           OPEN OUTPUT LISTADO-INACTIVAS
           IF FS-LISTADO-OK
               MOVE WS-FECHA-HOY TO LDT-FECHA
               MOVE WS-MESES TO LDT-MESES
               WRITE LIN-INACTIVA FROM LIN-DR-TITULO
               WRITE LIN-INACTIVA FROM LIN-DR-COLUMNAS
               WRITE LIN-INACTIVA FROM LIN-DR-SEPARADOR
           END-IF.

       3000-EVALUAR-CUENTA.
           ADD 1 TO WS-CANT-CUENTAS
           IF TC-ULT-MOV(WS-IDX) = 0
               MOVE WS-FECHA-HOY TO TC-ULT-MOV(WS-IDX)
           END-IF
           IF TC-ESTADO(WS-IDX) = 'A'
                   AND TC-ULT-MOV(WS-IDX) < WS-FECHA-LIMITE
               PERFORM 3100-INACTIVAR
           END-IF
           IF TC-ESTADO(WS-IDX) = 'I'
               ADD 1 TO WS-CANT-INACTIVAS
               ADD TC-SALDO(WS-IDX) TO WS-SALDO-INACTIVAS
               IF FS-LISTADO-OK
                   MOVE TC-ID-CLIENTE(WS-IDX) TO LDD-CTA
                   MOVE TC-COD-CLI(WS-IDX) TO LDD-COD-CLI
                   MOVE TC-ULT-MOV(WS-IDX) TO LDD-ULT-MOV
                   MOVE TC-FECHA-ESTADO(WS-IDX) TO LDD-FECHA-ESTADO
                   MOVE TC-SALDO(WS-IDX) TO LDD-SALDO
                   IF TC-NUEVA(WS-IDX) = 'S'
                       MOVE 'NUEVA' TO LDD-NUEVA
                   ELSE
                       MOVE SPACES TO LDD-NUEVA
                   END-IF
                   WRITE LIN-INACTIVA FROM LIN-DR-DETALLE
               END-IF
           END-IF.

       3100-INACTIVAR.
           PERFORM 3500-ARMAR-IMAGEN
           MOVE REG-ESTADO-CTA TO WS-IMAGEN-ANTES
           MOVE 'I' TO TC-ESTADO(WS-IDX)
           MOVE WS-FECHA-HOY TO TC-FECHA-ESTADO(WS-IDX)
           MOVE SPACES TO TC-OPERADOR(WS-IDX)
           MOVE 'S' TO TC-NUEVA(WS-IDX)
           ADD 1 TO WS-CANT-NUEVAS
           PERFORM 3500-ARMAR-IMAGEN
           IF FS-AUDIT-CEN-OK
               MOVE 'CTADORM' TO AC-PROGRAMA
               MOVE 'CTAESTAD' TO AC-ARCHIVO
               MOVE TC-ID-CLIENTE(WS-IDX) TO AC-CLAVE
               MOVE WS-IMAGEN-ANTES TO AC-IMAGEN-ANTES
               MOVE REG-ESTADO-CTA TO AC-IMAGEN-DESPUES
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE SPACES TO AC-RUN-ID
               MOVE SPACES TO AC-OPERADOR
               WRITE REG-AUDIT-CEN
           END-IF.

       3500-ARMAR-IMAGEN.
           MOVE TC-ID-CLIENTE(WS-IDX) TO ID-CLIENTE-CE
           MOVE TC-ESTADO(WS-IDX) TO ESTADO-CE
           MOVE TC-ULT-MOV(WS-IDX) TO ULT-MOV-CE
           MOVE TC-FECHA-ESTADO(WS-IDX) TO FECHA-ESTADO-CE
           MOVE TC-OPERADOR(WS-IDX) TO OPERADOR-CE.

       4000-REESCRIBIR-ESTADOS.
           OPEN OUTPUT ESTADOS-CTA
           IF FS-ESTADOS-OK
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CANT-CUENTAS
                   PERFORM 3500-ARMAR-IMAGEN
                   WRITE REG-ESTADO-CTA
               END-PERFORM
               CLOSE ESTADOS-CTA
           ELSE
               DISPLAY 'ERROR EN OPEN CTAESTAD: ' FS-ESTADOS
           END-IF.

       9000-FINAL.
           DISPLAY 'CUENTAS EVALUADAS   : ' WS-CANT-CUENTAS
           DISPLAY 'NUEVAS INACTIVAS    : ' WS-CANT-NUEVAS
           DISPLAY 'CUENTAS INACTIVAS   : ' WS-CANT-INACTIVAS
           DISPLAY 'SALDO INACTIVAS     : ' WS-SALDO-INACTIVAS
           IF FS-LISTADO-OK
               WRITE LIN-INACTIVA FROM LIN-DR-SEPARADOR
               MOVE WS-CANT-INACTIVAS TO LDF-CANT
               MOVE WS-SALDO-INACTIVAS TO LDF-SALDO
               WRITE LIN-INACTIVA FROM LIN-DR-TOTAL
               CLOSE LISTADO-INACTIVAS
           END-IF
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
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

       END PROGRAM CTADORM.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKREG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-LOCKS ASSIGN TO  '..\LOCKREG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LOCKS.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-JOBLOG.

       DATA DIVISION.
       FILE SECTION.
      *    Un renglon por archivo maestro tomado. MODO-LK: 'L' lectura
      *    (compartible con otras lecturas), 'A' actualizacion
      *    (exclusivo).
       FD  REGISTRO-LOCKS.
       01  REG-LOCK.
           02 ARCHIVO-LK               PIC X(20).
           02 MODO-LK                  PIC X(1).
           02 JOB-LK                   PIC X(10).
           02 RUN-ID-LK                PIC X(11).
           02 DESDE-LK                 PIC X(21).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
           02 JL-PARRAFO               PIC X(20).
           02 JL-FILE-STATUS           PIC X(2).
           02 JL-SEVERITY              PIC X(8).
           02 JL-TIMESTAMP             PIC X(21).
           02 JL-MENSAJE               PIC X(40).
           02 JL-RUN-ID                PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-LOCKS                    PIC X(2).
           88 FS-LOCKS-OK          VALUE "00".
           88 FS-LOCKS-NO-EXISTE   VALUE "35".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FIN-LOCKS                   PIC X VALUE 'N'.
       01  WS-IDX-PEDIDO               PIC 9(2).
       01  WS-IDX-LOCK                 PIC 9(3).
       01  WS-CANT-LIBERADOS           PIC 9(3).
       01  WS-DESDE                    PIC X(21).

       01  CANT-LOCKS                  PIC 9(3) VALUE 0.
       01  TABLA-LOCKS.
           02 TABLA-LOCK-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-LOCKS
                              INDEXED BY IDX-LOCK.
               03 TLK-ARCHIVO          PIC X(20).
               03 TLK-MODO             PIC X(1).
               03 TLK-JOB              PIC X(10).
               03 TLK-RUN-ID           PIC X(11).
               03 TLK-DESDE            PIC X(21).

       LINKAGE SECTION.
       01  LR-OPERACION                PIC X(1).
           88 LR-TOMAR                 VALUE 'T'.
           88 LR-LIBERAR               VALUE 'L'.
       01  LR-JOB                      PIC X(10).
       01  LR-RUN-ID                   PIC X(11).
       01  LR-PEDIDO.
           02 LR-CANT-ARCHIVOS         PIC 9(2).
           02 LR-ARCHIVO-ITEM OCCURS 20 TIMES.
               03 LR-ARCHIVO           PIC X(20).
               03 LR-MODO              PIC X(1).
       01  LR-TENEDOR.
           02 LR-TEN-ARCHIVO           PIC X(20).
           02 LR-TEN-JOB               PIC X(10).
           02 LR-TEN-RUN-ID            PIC X(11).
           02 LR-TEN-DESDE             PIC X(21).
      *    00 tomado o liberado, 04 nada que liberar, 08 archivo en
      *    uso por otro job (LR-TENEDOR), 12 error en el registro.
       01  LR-RETORNO                  PIC 9(2).

      *    Tomar: o se toman todos los archivos pedidos o ninguno.
      *    Liberar: con LR-RUN-ID en blanco se liberan todas las
      *    corridas del job (liberacion manual del operador).
       PROCEDURE DIVISION USING LR-OPERACION
                                LR-JOB
                                LR-RUN-ID
                                LR-PEDIDO
                                LR-TENEDOR
                                LR-RETORNO.
       MAIN-PROCEDURE.
           MOVE 0 TO LR-RETORNO
           MOVE SPACES TO LR-TENEDOR
           PERFORM 1000-CARGAR-LOCKS
           IF LR-RETORNO = 0
               IF LR-TOMAR
                   PERFORM 2000-TOMAR
               ELSE
                   IF LR-LIBERAR
                       PERFORM 3000-LIBERAR
                   ELSE
                       MOVE 12 TO LR-RETORNO
                   END-IF
               END-IF
           END-IF
           GOBACK.

       1000-CARGAR-LOCKS.
           MOVE 0 TO CANT-LOCKS
           MOVE 'N' TO FIN-LOCKS
           OPEN INPUT REGISTRO-LOCKS
           IF FS-LOCKS-NO-EXISTE
               CONTINUE
           ELSE
               IF NOT FS-LOCKS-OK
                   MOVE 12 TO LR-RETORNO
               ELSE
                   PERFORM UNTIL FIN-LOCKS = 'S'
                       READ REGISTRO-LOCKS
                           AT END
                               MOVE 'S' TO FIN-LOCKS
                           NOT AT END
                               IF CANT-LOCKS < 999
                                   ADD 1 TO CANT-LOCKS
                                   MOVE REG-LOCK
                                     TO TABLA-LOCK-ITEM(CANT-LOCKS)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGISTRO-LOCKS
               END-IF
           END-IF.

      *    Dos lecturas conviven; si alguno de los dos actualiza, el
      *    archivo esta ocupado. Tambien una corrida anterior del
      *    mismo job que no libero bloquea: la libera el operador.
       2000-TOMAR.
           PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
               UNTIL WS-IDX-PEDIDO > LR-CANT-ARCHIVOS
                  OR LR-RETORNO NOT = 0
               PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
                   UNTIL WS-IDX-LOCK > CANT-LOCKS
                      OR LR-RETORNO NOT = 0
                   IF TLK-ARCHIVO(WS-IDX-LOCK)
                          = LR-ARCHIVO(WS-IDX-PEDIDO)
                      AND (TLK-MODO(WS-IDX-LOCK) = 'A'
                        OR LR-MODO(WS-IDX-PEDIDO) = 'A')
                       MOVE 8 TO LR-RETORNO
                       MOVE TLK-ARCHIVO(WS-IDX-LOCK) TO LR-TEN-ARCHIVO
                       MOVE TLK-JOB(WS-IDX-LOCK) TO LR-TEN-JOB
                       MOVE TLK-RUN-ID(WS-IDX-LOCK) TO LR-TEN-RUN-ID
                       MOVE TLK-DESDE(WS-IDX-LOCK) TO LR-TEN-DESDE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF LR-RETORNO = 8
               PERFORM 9000-LOG-OCUPADO
           ELSE
               OPEN EXTEND REGISTRO-LOCKS
               IF FS-LOCKS-NO-EXISTE
                   OPEN OUTPUT REGISTRO-LOCKS
               END-IF
               IF NOT FS-LOCKS-OK
                   MOVE 12 TO LR-RETORNO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-DESDE
                   PERFORM VARYING WS-IDX-PEDIDO FROM 1 BY 1
                       UNTIL WS-IDX-PEDIDO > LR-CANT-ARCHIVOS
                       MOVE LR-ARCHIVO(WS-IDX-PEDIDO) TO ARCHIVO-LK
                       MOVE LR-MODO(WS-IDX-PEDIDO) TO MODO-LK
                       MOVE LR-JOB TO JOB-LK
                       MOVE LR-RUN-ID TO RUN-ID-LK
                       MOVE WS-DESDE TO DESDE-LK
                       WRITE REG-LOCK
                   END-PERFORM
                   CLOSE REGISTRO-LOCKS
               END-IF
           END-IF.

       3000-LIBERAR.
           MOVE 0 TO WS-CANT-LIBERADOS
           OPEN OUTPUT REGISTRO-LOCKS
           IF NOT FS-LOCKS-OK
               MOVE 12 TO LR-RETORNO
           ELSE
               PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
                   UNTIL WS-IDX-LOCK > CANT-LOCKS
                   IF TLK-JOB(WS-IDX-LOCK) = LR-JOB
                      AND (LR-RUN-ID = SPACES
                        OR TLK-RUN-ID(WS-IDX-LOCK) = LR-RUN-ID)
                       ADD 1 TO WS-CANT-LIBERADOS
                   ELSE
                       MOVE TABLA-LOCK-ITEM(WS-IDX-LOCK) TO REG-LOCK
                       WRITE REG-LOCK
                   END-IF
               END-PERFORM
               CLOSE REGISTRO-LOCKS
               IF WS-CANT-LIBERADOS = 0
                   MOVE 4 TO LR-RETORNO
               END-IF
           END-IF.

       9000-LOG-OCUPADO.
           OPEN EXTEND JOBLOG
           IF FS-JOBLOG-OK
               MOVE LR-JOB TO JL-PROGRAMA
               MOVE 'LOCKREG' TO JL-PARRAFO
               MOVE '00' TO JL-FILE-STATUS
               MOVE 'ERROR' TO JL-SEVERITY
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE SPACES TO JL-MENSAJE
               STRING LR-TEN-JOB DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      LR-TEN-RUN-ID DELIMITED BY SIZE
                      ' TIENE ' DELIMITED BY SIZE
                      LR-TEN-ARCHIVO DELIMITED BY SPACE
                   INTO JL-MENSAJE
               END-STRING
               MOVE LR-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               CLOSE JOBLOG
           END-IF.

       END PROGRAM LOCKREG.

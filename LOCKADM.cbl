       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKADM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-LOCKS ASSIGN TO  '..\LOCKREG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LOCKS.

           SELECT LISTADO-LOCKS ASSIGN TO  '..\LOCKLIST.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LISTADO.

           SELECT JOBLOG ASSIGN TO  '..\JOBLOG.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-JOBLOG.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-LOCKS.
       01  REG-LOCK.
           02 ARCHIVO-LK               PIC X(20).
           02 MODO-LK                  PIC X(1).
           02 JOB-LK                   PIC X(10).
           02 RUN-ID-LK                PIC X(11).
           02 DESDE-LK                 PIC X(21).

       FD  LISTADO-LOCKS.
       01  LIN-LOCKS                   PIC X(80).

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
           02 JL-PARRAFO               PIC X(20).
           02 JL-FILE-STATUS           PIC X(2).
           02 JL-SEVERITY              PIC X(8).
           02 JL-TIMESTAMP             PIC X(21).
           02 JL-MENSAJE               PIC X(40).
           02 JL-RUN-ID                PIC X(11).

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
       01  FS-LOCKS                    PIC X(2).
           88 FS-LOCKS-OK          VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-PARM                     PIC X(40) VALUE SPACES.
       01  WS-ACCION                   PIC X(8) VALUE SPACES.
       01  WS-FECHA-HOY                PIC X(8).
       01  FIN-LOCKS                   PIC X VALUE 'N'.
       01  FIN-RUNSTAT                 PIC X VALUE 'N'.
       01  WS-IDX-LOCK                 PIC 9(3).
       01  WS-CANT-ABANDONO            PIC 9(3) VALUE 0.

       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE SPACES.
       01  WS-LR-RUN-ID                PIC X(11) VALUE SPACES.
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

      *    TLK-ESTADO: TERMINADO el job ya grabo RUNSTAT con esa
      *    corrida y no libero; ANTERIOR tomado un dia previo; los
      *    dos son abandonos probables. EN CURSO: tomado hoy y sin
      *    RUNSTAT, puede estar corriendo o haber cancelado.
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
               03 TLK-ESTADO           PIC X(10).

       01  LIN-LK-TITULO.
           02 FILLER              PIC X(27) VALUE
              'LOCKADM  LOCKS VIGENTES AL '.
           02 LLT-FECHA           PIC X(8).
       01  LIN-LK-ENCABEZADO.
           02 FILLER              PIC X(21) VALUE 'ARCHIVO'.
           02 FILLER              PIC X(11) VALUE 'MODO'.
           02 FILLER              PIC X(11) VALUE 'JOB'.
           02 FILLER              PIC X(12) VALUE 'CORRIDA'.
           02 FILLER              PIC X(15) VALUE 'DESDE'.
           02 FILLER              PIC X(10) VALUE 'ESTADO'.
       01  LIN-LK-DETALLE.
           02 LLD-ARCHIVO         PIC X(20).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-MODO            PIC X(10).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-JOB             PIC X(10).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-RUN-ID          PIC X(11).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-FECHA           PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-HORA            PIC X(2).
           02 FILLER              PIC X(1)  VALUE ':'.
           02 LLD-MINUTO          PIC X(2).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LLD-ESTADO          PIC X(10).
       01  LIN-LK-TOTAL.
           02 FILLER              PIC X(16) VALUE 'LOCKS VIGENTES '.
           02 LLTO-CANT           PIC ZZ9.
           02 FILLER              PIC X(22) VALUE
              '  ABANDONOS PROBABLES '.
           02 LLTO-ABANDONO       PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           IF WS-ACCION = 'LIBERAR'
               PERFORM 20000-LIBERAR
           END-IF.
           PERFORM 21000-CARGAR-LOCKS.
           PERFORM 22000-MARCAR-TERMINADOS.
           PERFORM 23000-LISTAR.
           PERFORM 30000-FINAL.

      *    Parm: LISTAR (o blanco), o LIBERAR <job> [<corrida>]. Sin
      *    corrida se liberan todas las del job.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-ACCION WS-LR-JOB WS-LR-RUN-ID
           END-UNSTRING
           IF WS-ACCION NOT = SPACES AND WS-ACCION NOT = 'LISTAR'
              AND WS-ACCION NOT = 'LIBERAR'
               DISPLAY 'LOCKADM: PARM LISTAR O LIBERAR JOB [CORRIDA]'
               STOP RUN
           END-IF
           IF WS-ACCION = 'LIBERAR' AND WS-LR-JOB = SPACES
               DISPLAY 'LOCKADM: LIBERAR REQUIERE EL JOB'
               STOP RUN
           END-IF.

       20000-LIBERAR.
           MOVE 'L' TO WS-LR-OPERACION
           MOVE 0 TO WS-LR-CANT-ARCHIVOS
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-LR-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           EVALUATE WS-LR-RETORNO
               WHEN 0
                   DISPLAY 'LOCKS LIBERADOS: ' WS-LR-JOB ' '
                           WS-LR-RUN-ID
                   OPEN EXTEND JOBLOG
                   IF FS-JOBLOG-OK
                       MOVE 'LOCKADM' TO JL-PROGRAMA
                       MOVE '20000-LIBERAR' TO JL-PARRAFO
                       MOVE '00' TO JL-FILE-STATUS
                       MOVE 'WARNING' TO JL-SEVERITY
                       MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
                       MOVE SPACES TO JL-MENSAJE
                       STRING 'LIBERACION MANUAL ' DELIMITED BY SIZE
                              WS-LR-JOB DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                              WS-LR-RUN-ID DELIMITED BY SIZE
                           INTO JL-MENSAJE
                       END-STRING
                       MOVE WS-LR-RUN-ID TO JL-RUN-ID
                       WRITE REG-JOBLOG
                       CLOSE JOBLOG
                   END-IF
               WHEN 4
                   DISPLAY 'LOCKADM: SIN LOCKS DE ' WS-LR-JOB ' '
                           WS-LR-RUN-ID
               WHEN OTHER
                   DISPLAY 'LOCKADM: ERROR EN LOCKREG.DAT'
           END-EVALUATE.

       21000-CARGAR-LOCKS.
           OPEN INPUT REGISTRO-LOCKS
           IF FS-LOCKS-OK
               PERFORM UNTIL FIN-LOCKS = 'S'
                   READ REGISTRO-LOCKS
                       AT END
                           MOVE 'S' TO FIN-LOCKS
                       NOT AT END
                           IF CANT-LOCKS < 999
                               ADD 1 TO CANT-LOCKS
                               MOVE ARCHIVO-LK
                                   TO TLK-ARCHIVO(CANT-LOCKS)
                               MOVE MODO-LK TO TLK-MODO(CANT-LOCKS)
                               MOVE JOB-LK TO TLK-JOB(CANT-LOCKS)
                               MOVE RUN-ID-LK
                                   TO TLK-RUN-ID(CANT-LOCKS)
                               MOVE DESDE-LK TO TLK-DESDE(CANT-LOCKS)
                               IF DESDE-LK(1:8) < WS-FECHA-HOY
                                   MOVE 'ANTERIOR'
                                       TO TLK-ESTADO(CANT-LOCKS)
                               ELSE
                                   MOVE 'EN CURSO'
                                       TO TLK-ESTADO(CANT-LOCKS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-LOCKS
           END-IF.

       22000-MARCAR-TERMINADOS.
           IF CANT-LOCKS > 0
               OPEN INPUT RUNSTAT
               IF FS-RUNSTAT-OK
                   PERFORM UNTIL FIN-RUNSTAT = 'S'
                       READ RUNSTAT
                           AT END
                               MOVE 'S' TO FIN-RUNSTAT
                           NOT AT END
                               PERFORM 22100-BUSCAR-CORRIDA
                       END-READ
                   END-PERFORM
                   CLOSE RUNSTAT
               END-IF
           END-IF.

       22100-BUSCAR-CORRIDA.
           PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
               UNTIL WS-IDX-LOCK > CANT-LOCKS
               IF TLK-JOB(WS-IDX-LOCK) = RS-JOB
                  AND TLK-RUN-ID(WS-IDX-LOCK) = RS-RUN-ID
                  AND RS-FIN > TLK-DESDE(WS-IDX-LOCK)
                   MOVE 'TERMINADO' TO TLK-ESTADO(WS-IDX-LOCK)
               END-IF
           END-PERFORM.

       23000-LISTAR.
           OPEN OUTPUT LISTADO-LOCKS
           MOVE WS-FECHA-HOY TO LLT-FECHA
           DISPLAY 'LOCKADM  LOCKS VIGENTES AL ' WS-FECHA-HOY
           IF FS-LISTADO-OK
               WRITE LIN-LOCKS FROM LIN-LK-TITULO
               WRITE LIN-LOCKS FROM LIN-LK-ENCABEZADO
           END-IF
           PERFORM VARYING WS-IDX-LOCK FROM 1 BY 1
               UNTIL WS-IDX-LOCK > CANT-LOCKS
               MOVE TLK-ARCHIVO(WS-IDX-LOCK) TO LLD-ARCHIVO
               IF TLK-MODO(WS-IDX-LOCK) = 'A'
                   MOVE 'ACTUALIZA' TO LLD-MODO
               ELSE
                   MOVE 'LECTURA' TO LLD-MODO
               END-IF
               MOVE TLK-JOB(WS-IDX-LOCK) TO LLD-JOB
               MOVE TLK-RUN-ID(WS-IDX-LOCK) TO LLD-RUN-ID
               MOVE TLK-DESDE(WS-IDX-LOCK)(1:8) TO LLD-FECHA
               MOVE TLK-DESDE(WS-IDX-LOCK)(9:2) TO LLD-HORA
               MOVE TLK-DESDE(WS-IDX-LOCK)(11:2) TO LLD-MINUTO
               MOVE TLK-ESTADO(WS-IDX-LOCK) TO LLD-ESTADO
               IF TLK-ESTADO(WS-IDX-LOCK) NOT = 'EN CURSO'
                   ADD 1 TO WS-CANT-ABANDONO
               END-IF
               DISPLAY LIN-LK-DETALLE
               IF FS-LISTADO-OK
                   WRITE LIN-LOCKS FROM LIN-LK-DETALLE
               END-IF
           END-PERFORM
           MOVE CANT-LOCKS TO LLTO-CANT
           MOVE WS-CANT-ABANDONO TO LLTO-ABANDONO
           DISPLAY LIN-LK-TOTAL
           IF FS-LISTADO-OK
               WRITE LIN-LOCKS FROM LIN-LK-TOTAL
           END-IF.

       30000-FINAL.
           IF FS-LISTADO-OK
               CLOSE LISTADO-LOCKS
           END-IF
           STOP RUN.

       END PROGRAM LOCKADM.

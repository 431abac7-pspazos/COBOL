       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112PREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT CRITERIOS-PREV ASSIGN TO  '..\PREVMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CRITERIOS.

           SELECT SALDO-PREVISION ASSIGN TO  '..\PREVSALD.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SALDO-PREV.

           SELECT CASTIGOS-F112 ASSIGN TO  '..\CASTF112.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CASTIGOS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT PREV-LISTADO ASSIGN TO  '..\PREVLIST.DAT'
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
       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

      *    'B' banda de antiguedad desde DIAS-PV con su porcentaje;
      *    'C' dias a partir de los cuales el item se castiga.
       FD  CRITERIOS-PREV.
       01  REG-CRITERIO-PREV.
           02 TIPO-PV                  PIC X(1).
           02 DIAS-PV                  PIC 9(4).
           02 PORCENTAJE-PV            PIC 9(3)V99.

       FD  SALDO-PREVISION.
       01  REG-SALDO-PREV.
           02 FECHA-PS                 PIC 9(8).
           02 SALDO-PS                 PIC S9(13)V99.

       FD  CASTIGOS-F112.
       01  REG-CASTIGO-F112.
           02 NRO-FACTURA-CF           PIC 9(8).
           02 NRO-CLIENTE-CF           PIC 9(7).
           02 TIPO-DOC-CF              PIC X(3).
           02 FECHA-CF                 PIC 9(8).
           02 IMPORTE-ORIG-CF          PIC S9(9)V99.
           02 SALDO-CF                 PIC S9(9)V99.
           02 FECHA-CASTIGO-CF         PIC 9(8).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

       FD  PREV-LISTADO.
       01  LIN-PREV                    PIC X(132).

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
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-CRITERIOS                PIC X(2).
           88 FS-CRITERIOS-OK      VALUE "00".
       01  FS-SALDO-PREV               PIC X(2).
           88 FS-SALDO-PREV-OK     VALUE "00".
       01  FS-CASTIGOS                 PIC X(2).
           88 FS-CASTIGOS-OK       VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-CASTIGOS-ABIERTO         PIC X VALUE 'N'.
           88 CASTIGOS-ABIERTO         VALUE 'S'.
       01  WS-INTERFAZ-ABIERTO         PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO         VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112PREV'.
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
       01  WS-CANT-CASTIGOS            PIC 9(7) VALUE 0.

       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-CRITERIOS               PIC X VALUE 'N'.
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-BANDA                PIC 9(3).
       01  WS-IDX-ELEGIDA              PIC 9(3).
       01  WS-DIAS-ITEM                PIC S9(5).
       01  WS-DIAS-CASTIGO             PIC 9(4) VALUE 0.
       01  WS-PREVISION-ITEM           PIC S9(9)V99.
       01  WS-PREVISION-ANTERIOR       PIC S9(13)V99 VALUE 0.
       01  WS-PREVISION-DISPONIBLE     PIC S9(13)V99.
       01  WS-PREVISION-REQUERIDA      PIC S9(13)V99 VALUE 0.
       01  WS-AJUSTE-PREVISION         PIC S9(13)V99.
       01  WS-TOTAL-CASTIGADO          PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-CARTERA            PIC S9(13)V99 VALUE 0.
       01  WS-CONCEPTO-GL              PIC X(12).
       01  WS-IMPORTE-GL               PIC S9(13)V99.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-TIPO-DOC         PIC X(3).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-IMPORTE-ORIG     PIC S9(9)V99.
               03 TIT-SALDO            PIC S9(9)V99.
               03 TIT-CASTIGADO        PIC X(1).

       01  CANT-BANDAS                 PIC 9(3) VALUE 0.
       01  TABLA-BANDAS.
           02 TABLA-BANDAS-ITEM OCCURS 1 TO 99 TIMES
                                DEPENDING ON CANT-BANDAS
                                INDEXED BY IDX-BANDA.
               03 TBA-DIAS-DESDE       PIC 9(4).
               03 TBA-PORCENTAJE       PIC 9(3)V99.
               03 TBA-SALDO            PIC S9(13)V99.
               03 TBA-PREVISION        PIC S9(13)V99.

       01  LIN-PV-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112PREV  PREVISION POR INCOBRABILIDAD'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LPT-FECHA           PIC X(8).
       01  LIN-PV-CASTIGO.
           02 FILLER              PIC X(10) VALUE 'CASTIGO'.
           02 LPC-FACTURA         PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPC-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPC-FECHA           PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPC-DIAS            PIC ZZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LPC-SALDO           PIC -Z(8)9.99.
       01  LIN-PV-BANDA.
           02 FILLER              PIC X(12) VALUE 'BANDA DESDE'.
           02 LPB-DIAS            PIC ZZZ9.
           02 FILLER              PIC X(6)  VALUE ' DIAS '.
           02 LPB-PORCENTAJE      PIC ZZ9.99.
           02 FILLER              PIC X(3)  VALUE ' % '.
           02 FILLER              PIC X(7)  VALUE 'SALDO: '.
           02 LPB-SALDO           PIC -Z(12)9.99.
           02 FILLER              PIC X(12) VALUE '  PREVISION:'.
           02 LPB-PREVISION       PIC -Z(12)9.99.
       01  LIN-PV-RESUMEN.
           02 LPR-LEYENDA         PIC X(30).
           02 LPR-IMPORTE         PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-CLASIFICAR-ITEM
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS.
           PERFORM 22000-AJUSTAR-PREVISION.
           PERFORM 24000-LISTAR-BANDAS.
           PERFORM 28000-REESCRIBIR-ITEMS.
           PERFORM 28200-GRABAR-CASTIGOS.
           PERFORM 28500-GRABAR-SALDO-PREV.
           PERFORM 28700-ASENTAR-AJUSTE.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-CRITERIOS
           PERFORM 13000-CARGAR-SALDO-PREV
           PERFORM 14000-CARGAR-ITEMS

           OPEN EXTEND CASTIGOS-F112.
           IF FS-CASTIGOS = "35"
               OPEN OUTPUT CASTIGOS-F112
           END-IF
           IF NOT FS-CASTIGOS-OK
               DISPLAY 'ERROR AL ABRIR CASTF112'
               DISPLAY 'FILE STATUS ' FS-CASTIGOS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-CASTIGOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CASTF112' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET CASTIGOS-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND INTERFAZ-GL.
           IF FS-INTERFAZ = "35"
               OPEN OUTPUT INTERFAZ-GL
           END-IF
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR AL ABRIR GLINTERF'
               DISPLAY 'FILE STATUS ' FS-INTERFAZ
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET INTERFAZ-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT PREV-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LPT-FECHA
               WRITE LIN-PREV FROM LIN-PV-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112PREV' AND RS-FIN(1:8)
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
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
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
                   MOVE '11100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-CRITERIOS.
           OPEN INPUT CRITERIOS-PREV.
           IF FS-CRITERIOS-OK
               PERFORM UNTIL FIN-CRITERIOS = 'S'
                   READ CRITERIOS-PREV
                       AT END
                           MOVE 'S' TO FIN-CRITERIOS
                       NOT AT END
                           EVALUATE TIPO-PV
                               WHEN 'B'
                                   ADD 1 TO CANT-BANDAS
                                   MOVE DIAS-PV
                                       TO TBA-DIAS-DESDE(CANT-BANDAS)
                                   MOVE PORCENTAJE-PV
                                       TO TBA-PORCENTAJE(CANT-BANDAS)
                                   MOVE 0 TO TBA-SALDO(CANT-BANDAS)
                                   MOVE 0
                                       TO TBA-PREVISION(CANT-BANDAS)
                               WHEN 'C'
                                   MOVE DIAS-PV TO WS-DIAS-CASTIGO
                               WHEN OTHER
                                   DISPLAY 'TIPO DE CRITERIO INVALIDO '
                                           TIPO-PV
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CRITERIOS-PREV
           ELSE
               DISPLAY 'ERROR AL ABRIR PREVMAE'
               DISPLAY 'FILE STATUS ' FS-CRITERIOS
               MOVE '12000-CARGAR-CRIT' TO JL-PARRAFO
               MOVE FS-CRITERIOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PREVMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       13000-CARGAR-SALDO-PREV.
           OPEN INPUT SALDO-PREVISION.
           IF FS-SALDO-PREV-OK
               READ SALDO-PREVISION
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SALDO-PS TO WS-PREVISION-ANTERIOR
               END-READ
               CLOSE SALDO-PREVISION
           END-IF.

       14000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           ADD 1 TO CANT-ITEMS
                           MOVE NRO-FACTURA-IA
                               TO TIT-NRO-FACTURA(CANT-ITEMS)
                           MOVE NRO-CLIENTE-IA
                               TO TIT-NRO-CLIENTE(CANT-ITEMS)
                           MOVE TIPO-DOC-IA
                               TO TIT-TIPO-DOC(CANT-ITEMS)
                           MOVE FECHA-IA TO TIT-FECHA(CANT-ITEMS)
                           MOVE IMPORTE-ORIG-IA
                               TO TIT-IMPORTE-ORIG(CANT-ITEMS)
                           MOVE SALDO-IA TO TIT-SALDO(CANT-ITEMS)
                           MOVE 'N' TO TIT-CASTIGADO(CANT-ITEMS)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           ELSE
               DISPLAY 'ERROR AL ABRIR ITEMSABI'
               DISPLAY 'FILE STATUS ' FS-ITEMS
               MOVE '14000-CARGAR-ITEMS' TO JL-PARRAFO
               MOVE FS-ITEMS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR ITEMSABI' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Pasado el umbral legal el item se castiga y sale de los
      *    abiertos; el resto se previsiona segun la banda de mayor
      *    antiguedad que alcance.
       20000-CLASIFICAR-ITEM.
           IF TIT-SALDO(WS-IDX-ITEM) > 0
              AND TIT-TIPO-DOC(WS-IDX-ITEM) NOT = 'NCR'
               COMPUTE WS-DIAS-ITEM =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
                   - FUNCTION INTEGER-OF-DATE(TIT-FECHA(WS-IDX-ITEM))
               IF WS-DIAS-CASTIGO > 0
                  AND WS-DIAS-ITEM >= WS-DIAS-CASTIGO
                   PERFORM 21000-CASTIGAR-ITEM
               ELSE
                   ADD TIT-SALDO(WS-IDX-ITEM) TO WS-TOTAL-CARTERA
                   MOVE 0 TO WS-IDX-ELEGIDA
                   PERFORM VARYING WS-IDX-BANDA FROM 1 BY 1
                       UNTIL WS-IDX-BANDA > CANT-BANDAS
                       IF WS-DIAS-ITEM >= TBA-DIAS-DESDE(WS-IDX-BANDA)
                           IF WS-IDX-ELEGIDA = 0
                               MOVE WS-IDX-BANDA TO WS-IDX-ELEGIDA
                           ELSE
                               IF TBA-DIAS-DESDE(WS-IDX-BANDA) >
                                  TBA-DIAS-DESDE(WS-IDX-ELEGIDA)
                                   MOVE WS-IDX-BANDA TO WS-IDX-ELEGIDA
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-IDX-ELEGIDA > 0
                       COMPUTE WS-PREVISION-ITEM ROUNDED =
                           TIT-SALDO(WS-IDX-ITEM)
                           * TBA-PORCENTAJE(WS-IDX-ELEGIDA) / 100
                       ADD TIT-SALDO(WS-IDX-ITEM)
                           TO TBA-SALDO(WS-IDX-ELEGIDA)
                       ADD WS-PREVISION-ITEM
                           TO TBA-PREVISION(WS-IDX-ELEGIDA)
                       ADD WS-PREVISION-ITEM TO WS-PREVISION-REQUERIDA
                   END-IF
               END-IF
           END-IF.

      *    Aca solo se marca el item; CASTF112 se graba en 28200.
       21000-CASTIGAR-ITEM.
           MOVE 'S' TO TIT-CASTIGADO(WS-IDX-ITEM)
           ADD 1 TO WS-CANT-CASTIGOS
           ADD TIT-SALDO(WS-IDX-ITEM) TO WS-TOTAL-CASTIGADO
           IF LISTADO-ABIERTO
               MOVE TIT-NRO-FACTURA(WS-IDX-ITEM) TO LPC-FACTURA
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM) TO LPC-CLIENTE
               MOVE TIT-FECHA(WS-IDX-ITEM) TO LPC-FECHA
               MOVE WS-DIAS-ITEM TO LPC-DIAS
               MOVE TIT-SALDO(WS-IDX-ITEM) TO LPC-SALDO
               WRITE LIN-PREV FROM LIN-PV-CASTIGO
           END-IF.

      *    El castigo consume la prevision constituida; contra lo
      *    que queda se constituye o se desafecta la diferencia con
      *    la prevision requerida por bandas.
       22000-AJUSTAR-PREVISION.
           COMPUTE WS-PREVISION-DISPONIBLE =
               WS-PREVISION-ANTERIOR - WS-TOTAL-CASTIGADO
           COMPUTE WS-AJUSTE-PREVISION =
               WS-PREVISION-REQUERIDA - WS-PREVISION-DISPONIBLE.

       23000-GRABAR-INTERFAZ.
           MOVE WS-FECHA-HOY-N TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE SPACES TO AREA-GI
           MOVE 'F112PREV' TO ORIGEN-GI
           WRITE REG-INTERFAZ-GL
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR ESCRITURA GLINTERF'
               MOVE '23000-GRABAR-INTERF' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       24000-LISTAR-BANDAS.
           IF LISTADO-ABIERTO
               PERFORM VARYING WS-IDX-BANDA FROM 1 BY 1
                   UNTIL WS-IDX-BANDA > CANT-BANDAS
                   MOVE TBA-DIAS-DESDE(WS-IDX-BANDA) TO LPB-DIAS
                   MOVE TBA-PORCENTAJE(WS-IDX-BANDA) TO LPB-PORCENTAJE
                   MOVE TBA-SALDO(WS-IDX-BANDA) TO LPB-SALDO
                   MOVE TBA-PREVISION(WS-IDX-BANDA) TO LPB-PREVISION
                   WRITE LIN-PREV FROM LIN-PV-BANDA
               END-PERFORM
               MOVE 'CARTERA VIGENTE' TO LPR-LEYENDA
               MOVE WS-TOTAL-CARTERA TO LPR-IMPORTE
               WRITE LIN-PREV FROM LIN-PV-RESUMEN
               MOVE 'PREVISION ANTERIOR' TO LPR-LEYENDA
               MOVE WS-PREVISION-ANTERIOR TO LPR-IMPORTE
               WRITE LIN-PREV FROM LIN-PV-RESUMEN
               MOVE 'CASTIGADO EN EL PERIODO' TO LPR-LEYENDA
               MOVE WS-TOTAL-CASTIGADO TO LPR-IMPORTE
               WRITE LIN-PREV FROM LIN-PV-RESUMEN
               MOVE 'PREVISION REQUERIDA' TO LPR-LEYENDA
               MOVE WS-PREVISION-REQUERIDA TO LPR-IMPORTE
               WRITE LIN-PREV FROM LIN-PV-RESUMEN
               MOVE 'AJUSTE (+ CARGO / - DESAFECT)' TO LPR-LEYENDA
               MOVE WS-AJUSTE-PREVISION TO LPR-IMPORTE
               WRITE LIN-PREV FROM LIN-PV-RESUMEN
           END-IF.

       28000-REESCRIBIR-ITEMS.
           IF WS-ESTADO-FINAL = 'OK' AND WS-CANT-CASTIGOS > 0
               OPEN OUTPUT ITEMS-ABIERTOS
               IF FS-ITEMS-OK
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > CANT-ITEMS
                       IF TIT-CASTIGADO(WS-IDX-ITEM) = 'N'
                           MOVE TIT-NRO-FACTURA(WS-IDX-ITEM)
                               TO NRO-FACTURA-IA
                           MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                               TO NRO-CLIENTE-IA
                           MOVE TIT-TIPO-DOC(WS-IDX-ITEM)
                               TO TIPO-DOC-IA
                           MOVE TIT-FECHA(WS-IDX-ITEM) TO FECHA-IA
                           MOVE TIT-IMPORTE-ORIG(WS-IDX-ITEM)
                               TO IMPORTE-ORIG-IA
                           MOVE TIT-SALDO(WS-IDX-ITEM) TO SALDO-IA
                           WRITE REG-ITEM-ABIERTO
                       END-IF
                   END-PERFORM
                   CLOSE ITEMS-ABIERTOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA ITEMSABI ' FS-ITEMS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Los castigos y su asiento se graban recien con ITEMSABI
      *    reescrito: si la reescritura falla, la re-corrida vuelve a
      *    encontrar los mismos items sin haberlos castigado dos veces
      *    en CASTF112 ni en GLINTERF.
       28200-GRABAR-CASTIGOS.
           IF WS-ESTADO-FINAL = 'OK' AND WS-CANT-CASTIGOS > 0
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CANT-ITEMS
                   IF TIT-CASTIGADO(WS-IDX-ITEM) = 'S'
                       PERFORM 28300-GRABAR-CASTIGO
                   END-IF
               END-PERFORM
               MOVE 'CAST-F112' TO WS-CONCEPTO-GL
               MOVE WS-TOTAL-CASTIGADO TO WS-IMPORTE-GL
               PERFORM 23000-GRABAR-INTERFAZ
           END-IF.

       28300-GRABAR-CASTIGO.
           MOVE TIT-NRO-FACTURA(WS-IDX-ITEM) TO NRO-FACTURA-CF
           MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM) TO NRO-CLIENTE-CF
           MOVE TIT-TIPO-DOC(WS-IDX-ITEM) TO TIPO-DOC-CF
           MOVE TIT-FECHA(WS-IDX-ITEM) TO FECHA-CF
           MOVE TIT-IMPORTE-ORIG(WS-IDX-ITEM) TO IMPORTE-ORIG-CF
           MOVE TIT-SALDO(WS-IDX-ITEM) TO SALDO-CF
           MOVE WS-FECHA-HOY-N TO FECHA-CASTIGO-CF
           WRITE REG-CASTIGO-F112
           IF NOT FS-CASTIGOS-OK
               DISPLAY 'ERROR ESCRITURA CASTF112'
               MOVE '28300-GRABAR-CASTIGO' TO JL-PARRAFO
               MOVE FS-CASTIGOS TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA CASTF112' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       28500-GRABAR-SALDO-PREV.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SALDO-PREVISION
               IF FS-SALDO-PREV-OK
                   MOVE WS-FECHA-HOY-N TO FECHA-PS
                   MOVE WS-PREVISION-REQUERIDA TO SALDO-PS
                   WRITE REG-SALDO-PREV
                   CLOSE SALDO-PREVISION
               ELSE
                   DISPLAY 'ERROR REESCRITURA PREVSALD '
                           FS-SALDO-PREV
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    La constitucion o desafectacion se asienta recien con
      *    PREVSALD grabado, asi una re-corrida parte del mismo saldo
      *    anterior y no repite el asiento.
       28700-ASENTAR-AJUSTE.
           IF WS-ESTADO-FINAL = 'OK'
               IF WS-AJUSTE-PREVISION > 0
                   MOVE 'PREV-F112' TO WS-CONCEPTO-GL
                   MOVE WS-AJUSTE-PREVISION TO WS-IMPORTE-GL
                   PERFORM 23000-GRABAR-INTERFAZ
               END-IF
               IF WS-AJUSTE-PREVISION < 0
                   MOVE 'DESAF-F112' TO WS-CONCEPTO-GL
                   COMPUTE WS-IMPORTE-GL = 0 - WS-AJUSTE-PREVISION
                   PERFORM 23000-GRABAR-INTERFAZ
               END-IF
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112PREV' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'ITEMS LEIDOS        : ' WS-CANT-ENTRADA
           DISPLAY 'ITEMS CASTIGADOS    : ' WS-CANT-CASTIGOS
           DISPLAY 'PREVISION REQUERIDA : ' WS-PREVISION-REQUERIDA
           IF LISTADO-ABIERTO
               CLOSE PREV-LISTADO
           END-IF
           IF CASTIGOS-ABIERTO
               CLOSE CASTIGOS-F112
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112PREV' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
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

       END PROGRAM F112PREV.

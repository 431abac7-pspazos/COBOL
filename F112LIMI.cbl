       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112LIMI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITES-CRED ASSIGN TO  '..\LIMCRED.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIMITES.

           SELECT CLIENTES-CRUDO ASSIGN TO  '..\CLIENTES.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CLIENTE-CRUDO.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT LIMI-LISTADO ASSIGN TO  '..\LIMLIST.DAT'
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
      *    Limite de credito por cliente; el cliente 0 lleva el
      *    limite por defecto de los que no tienen uno propio.
       FD  LIMITES-CRED.
       01  REG-LIMITE.
           02 NRO-CLIENTE-LC           PIC 9(7).
           02 LIMITE-LC                PIC 9(9)V99.
           02 FECHA-ACT-LC             PIC 9(8).

       FD  CLIENTES-CRUDO.
       01  REG-CLT-CRUDO.
           02 NRO-CLIENTE-CC           PIC 9(7).
           02 NYAR-CC                  PIC X(60).
           02 COD-SERVICIO-CC          PIC X(3).
           02 IMPORTE-CC               PIC 9(7)V99.
           02 BANCO-CC                 PIC X(3).
           02 CTA-BANCO-CC             PIC X(22).

       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

       FD  LIMI-LISTADO.
       01  LIN-LIMI                    PIC X(132).

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
       01  FS-LIMITES                  PIC X(2).
           88 FS-LIMITES-OK        VALUE "00".
       01  FS-CLIENTE-CRUDO            PIC X(2).
           88 FS-CTE-OK            VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-PARM                     PIC X(10) VALUE SPACES.
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112LIMI'.
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
       01  WS-CANT-EXCEDIDOS           PIC 9(7) VALUE 0.
       01  WS-CANT-CERCA               PIC 9(7) VALUE 0.

       01  FIN-LIMITES                 PIC X VALUE 'N'.
       01  FIN-CLIENTES                PIC X VALUE 'N'.
       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-TRANS                   PIC X VALUE 'N'.
       01  WS-PORC-AVISO               PIC 9(3) VALUE 90.
       01  WS-LIMITE-DEFECTO           PIC 9(9)V99 VALUE 0.
       01  WS-HAY-LIMITE-DEFECTO       PIC X VALUE 'N'.
           88 HAY-LIMITE-DEFECTO       VALUE 'S'.
       01  WS-CLIENTE-BUSCADO          PIC 9(7).
       01  WS-IDX-CLI                  PIC 9(5).
       01  WS-EXPOSICION               PIC S9(11)V99.
       01  WS-UMBRAL                   PIC S9(11)V99.
       01  WS-PORC-USO                 PIC S9(5)V99.
       01  WS-SECCION                  PIC X(1).
           88 SECCION-EXCEDIDOS        VALUE 'E'.
           88 SECCION-CERCA            VALUE 'C'.

       01  CANT-LIMITES                PIC 9(5) VALUE 0.
       01  TABLA-LIMITES.
           02 TABLA-LIMITE-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-LIMITES
                                INDEXED BY IDX-LIMITE.
               03 TLC-NRO-CLIENTE      PIC 9(7).
               03 TLC-LIMITE           PIC 9(9)V99.

       01  CANT-CLIENTES               PIC 9(5) VALUE 0.
       01  TABLA-CLIENTES.
           02 TABLA-CLI-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CLIENTES
                             INDEXED BY IDX-CLI.
               03 TCL-NRO-CLIENTE      PIC 9(7).
               03 TCL-NYAR             PIC X(60).
               03 TCL-CARGOS-FIJOS     PIC 9(9)V99.
               03 TCL-ITEMS-ABIERTOS   PIC S9(11)V99.
               03 TCL-NO-FACTURADO     PIC S9(11)V99.
               03 TCL-CON-LIMITE       PIC X(1).
               03 TCL-LIMITE           PIC 9(9)V99.

       01  LIN-LI-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112LIMI  EXPOSICION CONTRA LIMITE'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LLT-FECHA           PIC X(8).
           02 FILLER              PIC X(10) VALUE '  AVISO: '.
           02 LLT-PORC-AVISO      PIC ZZ9.
           02 FILLER              PIC X(2)  VALUE ' %'.
       01  LIN-LI-SECCION.
           02 LLS-LEYENDA         PIC X(40).
       01  LIN-LI-ENCABEZADO.
           02 FILLER              PIC X(40) VALUE
              'CLIENTE  NOMBRE'.
           02 FILLER              PIC X(40) VALUE
              '      ITEMS ABIERTOS  SIN FACTURAR'.
           02 FILLER              PIC X(52) VALUE
              '  CARGOS FIJOS    EXPOSICION        LIMITE   USO %'.
       01  LIN-LI-DETALLE.
           02 LLD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-NYAR            PIC X(30).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LLD-ITEMS           PIC -Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-NO-FACTURADO    PIC -Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-CARGOS          PIC Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-EXPOSICION      PIC -Z(10)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-LIMITE          PIC Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LLD-PORC-USO        PIC ZZZ9.99.
       01  LIN-LI-RESUMEN.
           02 LLR-LEYENDA         PIC X(30).
           02 LLR-CANTIDAD        PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-CLIENTES.
           PERFORM 13000-SUMAR-ITEMS.
           PERFORM 14000-SUMAR-NO-FACTURADO.
           PERFORM 15000-ASIGNAR-LIMITES.
           SET SECCION-EXCEDIDOS TO TRUE.
           PERFORM 20000-LISTAR-SECCION.
           SET SECCION-CERCA TO TRUE.
           PERFORM 20000-LISTAR-SECCION.
           PERFORM 25000-LISTAR-RESUMEN.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:3) IS NUMERIC
               MOVE WS-PARM(1:3) TO WS-PORC-AVISO
           END-IF

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

           PERFORM 11500-CARGAR-LIMITES

           OPEN OUTPUT LIMI-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR LIMLIST'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR LIMLIST' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LLT-FECHA
               MOVE WS-PORC-AVISO TO LLT-PORC-AVISO
               WRITE LIN-LIMI FROM LIN-LI-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112LIMI' AND RS-FIN(1:8)
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
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CLIENTES.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
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

       11500-CARGAR-LIMITES.
           OPEN INPUT LIMITES-CRED.
           IF NOT FS-LIMITES-OK
               DISPLAY 'ERROR AL ABRIR LIMCRED'
               DISPLAY 'FILE STATUS ' FS-LIMITES
               MOVE '11500-CARGAR-LIMITES' TO JL-PARRAFO
               MOVE FS-LIMITES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR LIMCRED' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-LIMITES = 'S'
               READ LIMITES-CRED
                   AT END
                       MOVE 'S' TO FIN-LIMITES
                   NOT AT END
                       IF NRO-CLIENTE-LC = 0
                           MOVE LIMITE-LC TO WS-LIMITE-DEFECTO
                           SET HAY-LIMITE-DEFECTO TO TRUE
                       ELSE
                           ADD 1 TO CANT-LIMITES
                           MOVE NRO-CLIENTE-LC
                               TO TLC-NRO-CLIENTE(CANT-LIMITES)
                           MOVE LIMITE-LC TO TLC-LIMITE(CANT-LIMITES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMITES-CRED.

      *    Un renglon por cliente; los cargos fijos de todos sus
      *    servicios forman parte del periodo sin facturar.
       12000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-CRUDO.
           IF NOT FS-CTE-OK
               DISPLAY 'ERROR AL ABRIR CLIENTES'
               DISPLAY 'FILE STATUS ' FS-CLIENTE-CRUDO
               MOVE '12000-CARGAR-CLIENTES' TO JL-PARRAFO
               MOVE FS-CLIENTE-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CLIENTES' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-CLIENTES = 'S'
               READ CLIENTES-CRUDO
                   AT END
                       MOVE 'S' TO FIN-CLIENTES
                   NOT AT END
                       ADD 1 TO WS-CANT-ENTRADA
                       MOVE NRO-CLIENTE-CC TO WS-CLIENTE-BUSCADO
                       PERFORM 16000-BUSCAR-CLIENTE
                       IF WS-IDX-CLI = 0
                           PERFORM 16100-AGREGAR-CLIENTE
                       END-IF
                       MOVE NYAR-CC TO TCL-NYAR(WS-IDX-CLI)
                       ADD IMPORTE-CC TO TCL-CARGOS-FIJOS(WS-IDX-CLI)
               END-READ
           END-PERFORM
           CLOSE CLIENTES-CRUDO.

       13000-SUMAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           MOVE NRO-CLIENTE-IA TO WS-CLIENTE-BUSCADO
                           PERFORM 16000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI = 0
                               PERFORM 16100-AGREGAR-CLIENTE
                           END-IF
                           ADD SALDO-IA
                               TO TCL-ITEMS-ABIERTOS(WS-IDX-CLI)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           END-IF.

      *    Lo que quedo en TRANSAC.DAT todavia no fue facturado.
       14000-SUMAR-NO-FACTURADO.
           OPEN INPUT TRANS-CRUDO.
           IF FS-TRANS-CRUDO-OK
               PERFORM UNTIL FIN-TRANS = 'S'
                   READ TRANS-CRUDO
                       AT END
                           MOVE 'S' TO FIN-TRANS
                       NOT AT END
                           MOVE NRO-CLIENTE-TC TO WS-CLIENTE-BUSCADO
                           PERFORM 16000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               IF IND-TRANS-TC = 'C'
                                   SUBTRACT IMPORTE-TC
                                     FROM TCL-NO-FACTURADO(WS-IDX-CLI)
                               ELSE
                                   ADD IMPORTE-TC
                                     TO TCL-NO-FACTURADO(WS-IDX-CLI)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANS-CRUDO
           END-IF.

       15000-ASIGNAR-LIMITES.
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > CANT-CLIENTES
               MOVE 'N' TO TCL-CON-LIMITE(WS-IDX-CLI)
               MOVE 0 TO TCL-LIMITE(WS-IDX-CLI)
               IF CANT-LIMITES > 0
                   SET IDX-LIMITE TO 1
                   SEARCH TABLA-LIMITE-ITEM
                       AT END
                           CONTINUE
                       WHEN TLC-NRO-CLIENTE(IDX-LIMITE)
                               = TCL-NRO-CLIENTE(WS-IDX-CLI)
                           MOVE 'S' TO TCL-CON-LIMITE(WS-IDX-CLI)
                           MOVE TLC-LIMITE(IDX-LIMITE)
                               TO TCL-LIMITE(WS-IDX-CLI)
                   END-SEARCH
               END-IF
               IF TCL-CON-LIMITE(WS-IDX-CLI) = 'N'
                       AND HAY-LIMITE-DEFECTO
                   MOVE 'S' TO TCL-CON-LIMITE(WS-IDX-CLI)
                   MOVE WS-LIMITE-DEFECTO TO TCL-LIMITE(WS-IDX-CLI)
               END-IF
           END-PERFORM.

       16000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           IF CANT-CLIENTES > 0
               SET IDX-CLI TO 1
               SEARCH TABLA-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-CLIENTE(IDX-CLI) = WS-CLIENTE-BUSCADO
                       SET WS-IDX-CLI TO IDX-CLI
               END-SEARCH
           END-IF.

       16100-AGREGAR-CLIENTE.
           ADD 1 TO CANT-CLIENTES
           MOVE CANT-CLIENTES TO WS-IDX-CLI
           MOVE WS-CLIENTE-BUSCADO TO TCL-NRO-CLIENTE(WS-IDX-CLI)
           MOVE SPACES TO TCL-NYAR(WS-IDX-CLI)
           MOVE 0 TO TCL-CARGOS-FIJOS(WS-IDX-CLI)
           MOVE 0 TO TCL-ITEMS-ABIERTOS(WS-IDX-CLI)
           MOVE 0 TO TCL-NO-FACTURADO(WS-IDX-CLI).

      *    Excedidos: exposicion por encima del limite. Cerca: sin
      *    exceder, a partir del porcentaje de aviso del limite.
       20000-LISTAR-SECCION.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-LIMI
               WRITE LIN-LIMI
               IF SECCION-EXCEDIDOS
                   MOVE 'CLIENTES POR ENCIMA DEL LIMITE'
                       TO LLS-LEYENDA
               ELSE
                   MOVE 'CLIENTES CERCA DEL LIMITE' TO LLS-LEYENDA
               END-IF
               WRITE LIN-LIMI FROM LIN-LI-SECCION
               WRITE LIN-LIMI FROM LIN-LI-ENCABEZADO
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > CANT-CLIENTES
               IF TCL-CON-LIMITE(WS-IDX-CLI) = 'S'
                   PERFORM 21000-EVALUAR-CLIENTE
               END-IF
           END-PERFORM.

       21000-EVALUAR-CLIENTE.
           COMPUTE WS-EXPOSICION = TCL-ITEMS-ABIERTOS(WS-IDX-CLI)
                                 + TCL-NO-FACTURADO(WS-IDX-CLI)
                                 + TCL-CARGOS-FIJOS(WS-IDX-CLI)
           COMPUTE WS-UMBRAL ROUNDED =
               TCL-LIMITE(WS-IDX-CLI) * WS-PORC-AVISO / 100
           IF TCL-LIMITE(WS-IDX-CLI) > 0
               COMPUTE WS-PORC-USO ROUNDED =
                   WS-EXPOSICION * 100 / TCL-LIMITE(WS-IDX-CLI)
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-PORC-USO
               END-COMPUTE
           ELSE
               MOVE 9999.99 TO WS-PORC-USO
           END-IF
           IF SECCION-EXCEDIDOS
              AND WS-EXPOSICION > TCL-LIMITE(WS-IDX-CLI)
               ADD 1 TO WS-CANT-EXCEDIDOS
               PERFORM 22000-LISTAR-CLIENTE
           END-IF
           IF SECCION-CERCA
              AND WS-EXPOSICION NOT > TCL-LIMITE(WS-IDX-CLI)
              AND WS-EXPOSICION >= WS-UMBRAL
              AND WS-EXPOSICION > 0
               ADD 1 TO WS-CANT-CERCA
               PERFORM 22000-LISTAR-CLIENTE
           END-IF.

       22000-LISTAR-CLIENTE.
           ADD 1 TO WS-CANT-SALIDA
           IF LISTADO-ABIERTO
               MOVE TCL-NRO-CLIENTE(WS-IDX-CLI) TO LLD-CLIENTE
               MOVE TCL-NYAR(WS-IDX-CLI) TO LLD-NYAR
               MOVE TCL-ITEMS-ABIERTOS(WS-IDX-CLI) TO LLD-ITEMS
               MOVE TCL-NO-FACTURADO(WS-IDX-CLI) TO LLD-NO-FACTURADO
               MOVE TCL-CARGOS-FIJOS(WS-IDX-CLI) TO LLD-CARGOS
               MOVE WS-EXPOSICION TO LLD-EXPOSICION
               MOVE TCL-LIMITE(WS-IDX-CLI) TO LLD-LIMITE
               MOVE WS-PORC-USO TO LLD-PORC-USO
               WRITE LIN-LIMI FROM LIN-LI-DETALLE
           END-IF.

       25000-LISTAR-RESUMEN.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-LIMI
               WRITE LIN-LIMI
               MOVE 'CLIENTES ANALIZADOS' TO LLR-LEYENDA
               MOVE CANT-CLIENTES TO LLR-CANTIDAD
               WRITE LIN-LIMI FROM LIN-LI-RESUMEN
               MOVE 'POR ENCIMA DEL LIMITE' TO LLR-LEYENDA
               MOVE WS-CANT-EXCEDIDOS TO LLR-CANTIDAD
               WRITE LIN-LIMI FROM LIN-LI-RESUMEN
               MOVE 'CERCA DEL LIMITE' TO LLR-LEYENDA
               MOVE WS-CANT-CERCA TO LLR-CANTIDAD
               WRITE LIN-LIMI FROM LIN-LI-RESUMEN
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112LIMI' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'CLIENTES LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'POR ENCIMA DEL LIMITE: ' WS-CANT-EXCEDIDOS
           DISPLAY 'CERCA DEL LIMITE    : ' WS-CANT-CERCA
           IF LISTADO-ABIERTO
               CLOSE LIMI-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112LIMI' TO RS-JOB
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

       END PROGRAM F112LIMI.

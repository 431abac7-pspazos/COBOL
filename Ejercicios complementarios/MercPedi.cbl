       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCPEDI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-VENTA ASSIGN TO  '..\PEDVTA'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PEDIDOS.

           SELECT PEDIDOS-ABIERTOS ASSIGN TO  '..\PEDABIER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-ABIERTOS.

           SELECT RESERVAS ASSIGN TO  '..\PEDRESER'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RESERVAS.

           SELECT STOCK-DEPOSITOS ASSIGN TO  '..\DEPOSTK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-DEPOSTK.

           SELECT STOCK-LOTES ASSIGN TO  '..\LOTESTK'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-LOTESTK.

           SELECT MERCADERIA ASSIGN TO  '..\MERC.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-MERC.

           SELECT REMITOS-SALIDA ASSIGN TO  '..\REMSAL'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-REMSAL.

           SELECT LISTA-PICKING ASSIGN TO  '..\PICKLIST'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PICKING.

           SELECT PENDIENTES ASSIGN TO  '..\PEDBACK'
                        ORGANIZATION IS LINE SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-PENDIENTES.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE  IS SEQUENTIAL
                        FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-VENTA.
       01  REG-PEDIDO-CABECERA.
           02 TIPO-REG-PC          PIC X(1).
           02 NRO-PEDIDO-PC        PIC X(12).
           02 COD-CLIENTE-PC       PIC X(8).
           02 NOMBRE-CLIENTE-PC    PIC X(30).
           02 FECHA-PEDIDO-PC      PIC 9(8).
           02 FECHA-REQUERIDA-PC   PIC 9(8).
           02 DEPOSITO-PC          PIC X(3).
           02 FILLER               PIC X(10).
       01  REG-PEDIDO-LINEA.
           02 TIPO-REG-PL          PIC X(1).
           02 NRO-PEDIDO-PL        PIC X(12).
           02 NRO-ART-PL           PIC 9(8).
           02 CANT-PEDIDA-PL       PIC 9(10).
           02 PRECIO-PL            PIC 9(11)V99.
           02 FILLER               PIC X(36).

      *    Posicion de cada linea de pedido: lo pedido contra lo
      *    reservado y lo despachado. A abierta, B con faltante,
      *    C cumplida.
       FD  PEDIDOS-ABIERTOS.
       01  REG-PEDIDO-ABIERTO.
           03 NRO-PEDIDO-PA        PIC X(12).
           03 COD-CLIENTE-PA       PIC X(8).
           03 NRO-ART-PA           PIC 9(8).
           03 DEPOSITO-PA          PIC X(3).
           03 FECHA-REQUERIDA-PA   PIC 9(8).
           03 CANT-PEDIDA-PA       PIC 9(10).
           03 CANT-ASIGNADA-PA     PIC 9(10).
           03 CANT-DESPACHADA-PA   PIC 9(10).
           03 PRECIO-PA            PIC 9(11)V99.
           03 ESTADO-PA            PIC X(1).

      *    Stock reservado por linea de pedido, lote por lote; sin
      *    lote cuando el articulo no se maneja por lotes.
       FD  RESERVAS.
       01  REG-RESERVA.
           03 NRO-PEDIDO-PR        PIC X(12).
           03 NRO-ART-PR           PIC 9(8).
           03 DEPOSITO-PR          PIC X(3).
           03 LOTE-PR              PIC X(8).
           03 FEC-VENC-PR          PIC 9(8).
           03 CANT-PR              PIC 9(10).
           03 FECHA-PR             PIC 9(8).

       FD  STOCK-DEPOSITOS.
       01  REG-DEPOSTK.
           03 NRO-ART-DS           PIC 9(8).
           03 DEPOSITO-DS          PIC X(3).
           03 CANT-DS              PIC 9(10).

       FD  STOCK-LOTES.
       01  REG-LOTESTK.
           03 NRO-ART-LT           PIC 9(8).
           03 LOTE-LT              PIC X(8).
           03 FEC-VENC-LT          PIC 9(8).
           03 CANT-LT              PIC 9(10).
           03 ESTADO-LT            PIC X(1).

       FD  MERCADERIA.
       01  ARCH-MERC.
           03 NRO-ART              PIC 9(8).
           03 NOM-ART              PIC X(20).
           03 CANT-ART             PIC 9(10).
           03 IMP-ART              PIC S9(15)V99.
           03 TIPO-MOV             PIC X(1).
           03 DEPOSITO-MOV         PIC X(3).
           03 DEPOSITO-DEST-MOV    PIC X(3).
           03 LOTE-MOV             PIC X(8).
           03 FEC-VENC-MOV         PIC 9(8).

      *    Remito de salida: una linea por articulo y lote.
       FD  REMITOS-SALIDA.
       01  REG-REMITO-SALIDA.
           03 NRO-REMITO-SA        PIC X(12).
           03 NRO-PEDIDO-SA        PIC X(12).
           03 COD-CLIENTE-SA       PIC X(8).
           03 DEPOSITO-SA          PIC X(3).
           03 FECHA-SA             PIC 9(8).
           03 NRO-ART-SA           PIC 9(8).
           03 LOTE-SA              PIC X(8).
           03 CANT-SA              PIC 9(10).

       FD  LISTA-PICKING.
       01  LIN-PICKING             PIC X(80).

       FD  PENDIENTES.
       01  LIN-PENDIENTE           PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                PIC X(10).
           02 RS-INICIO             PIC X(21).
           02 RS-FIN                PIC X(21).
           02 RS-CANT-ENTRADA       PIC 9(7).
           02 RS-CANT-SALIDA        PIC 9(7).
           02 RS-ESTADO             PIC X(10).
           02 RS-RUN-ID             PIC X(11).

       WORKING-STORAGE SECTION.
       01  FS-PEDIDOS              PIC X(2).
           88 FS-PEDIDOS-OK        VALUE "00".
       01  FS-ABIERTOS             PIC X(2).
           88 FS-ABIERTOS-OK       VALUE "00".
       01  FS-RESERVAS             PIC X(2).
           88 FS-RESERVAS-OK       VALUE "00".
       01  FS-DEPOSTK              PIC X(2).
           88 FS-DEPOSTK-OK        VALUE "00".
       01  FS-LOTESTK              PIC X(2).
           88 FS-LOTESTK-OK        VALUE "00".
       01  FS-MERC                 PIC X(2).
           88 FS-MERC-OK           VALUE "00".
           88 FS-MERC-NOFILE       VALUE "35".
       01  FS-REMSAL               PIC X(2).
           88 FS-REMSAL-OK         VALUE "00".
       01  FS-PICKING              PIC X(2).
           88 FS-PICKING-OK        VALUE "00".
       01  FS-PENDIENTES           PIC X(2).
           88 FS-PENDIENTES-OK     VALUE "00".
       01  FS-RUNSTAT              PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO      PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO      VALUE 'S'.
       01  WS-HORA-INICIO          PIC X(21).
       01  WS-ESTADO-FINAL         PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID               PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA      PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST        PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA         PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA          PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'MERCPEDI'.
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

       01  WS-FEC-HOY              PIC 9(8).
       01  FIN-PEDIDOS             PIC X VALUE 'N'.
       01  FIN-ABIERTOS            PIC X VALUE 'N'.
       01  FIN-RESERVAS            PIC X VALUE 'N'.
       01  FIN-DEPOSTK             PIC X VALUE 'N'.
       01  FIN-LOTESTK             PIC X VALUE 'N'.
       01  WS-CLIENTE-CABECERA     PIC X(8).
       01  WS-FECHA-CABECERA       PIC 9(8).
       01  WS-DEPOSITO-CABECERA    PIC X(3).
       01  WS-YA-ABIERTO           PIC X.
       01  WS-IDX-PED              PIC 9(4).
       01  WS-IDX-RES              PIC 9(5).
       01  WS-IDX-DEP              PIC 9(4).
       01  WS-IDX-LOTE             PIC 9(4).
       01  WS-IDX-FEFO             PIC 9(4).
       01  WS-IDX-REM              PIC 9(4).
       01  WS-IDX-DSP              PIC 9(5).
       01  WS-IDX-IMP              PIC 9(5).
       01  WS-FECHA-FEFO           PIC 9(8).
       01  WS-FECHA-MENOR          PIC 9(8).
       01  WS-PENDIENTE            PIC S9(11).
       01  WS-DISPONIBLE           PIC S9(11).
       01  WS-DISP-LOTES           PIC S9(11).
       01  WS-TIENE-LOTES          PIC X.
       01  WS-CANT-A-RESERVAR      PIC 9(10).
       01  WS-CANT-LOTE-TOMAR      PIC 9(10).
       01  WS-SEC-REMITO           PIC 9(4) VALUE 0.
       01  WS-NRO-REMITO           PIC X(12).
       01  WS-DEPOSITO-IMP         PIC X(3).
       01  WS-CANT-NUEVAS          PIC 9(7) VALUE 0.
       01  WS-CANT-RESERVADAS      PIC 9(7) VALUE 0.
       01  WS-CANT-DESPACHOS       PIC 9(7) VALUE 0.
       01  WS-CANT-FALTANTES       PIC 9(7) VALUE 0.

       01  CANT-POSICIONES         PIC 9(4) VALUE 0.
       01  TABLA-POSICIONES.
           02 TABLA-POS-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-POSICIONES
                             INDEXED BY IDX-POS.
               03 TPE-NRO-PEDIDO   PIC X(12).
               03 TPE-COD-CLIENTE  PIC X(8).
               03 TPE-NRO-ART      PIC 9(8).
               03 TPE-DEPOSITO     PIC X(3).
               03 TPE-REQUERIDA    PIC 9(8).
               03 TPE-PEDIDA       PIC 9(10).
               03 TPE-ASIGNADA     PIC 9(10).
               03 TPE-DESPACHADA   PIC 9(10).
               03 TPE-PRECIO       PIC 9(11)V99.
               03 TPE-ESTADO       PIC X(1).
               03 TPE-VISTA        PIC X(1).

       01  CANT-RESERVAS           PIC 9(5) VALUE 0.
       01  TABLA-RESERVAS.
           02 TABLA-RES-ITEM OCCURS 1 TO 29999 TIMES
                             DEPENDING ON CANT-RESERVAS
                             INDEXED BY IDX-RES.
               03 TRS-NRO-PEDIDO   PIC X(12).
               03 TRS-NRO-ART      PIC 9(8).
               03 TRS-DEPOSITO     PIC X(3).
               03 TRS-LOTE         PIC X(8).
               03 TRS-FEC-VENC     PIC 9(8).
               03 TRS-CANT         PIC 9(10).
               03 TRS-FECHA        PIC 9(8).
               03 TRS-DESPACHADA   PIC X(1).

      *    Disponible por deposito y por lote, ya neto de lo
      *    reservado a pedidos.
       01  CANT-DEPOSTK            PIC 9(4) VALUE 0.
       01  TABLA-DEPOSTK.
           02 TABLA-DEP-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DEPOSTK
                             INDEXED BY IDX-DEP.
               03 TDP-NRO-ART      PIC 9(8).
               03 TDP-DEPOSITO     PIC X(3).
               03 TDP-CANT         PIC S9(11).

       01  CANT-LOTES              PIC 9(4) VALUE 0.
       01  TABLA-LOTES.
           02 TABLA-LOTES-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-LOTES
                               INDEXED BY IDX-LOTE.
               03 TLO-NRO-ART      PIC 9(8).
               03 TLO-LOTE         PIC X(8).
               03 TLO-FEC-VENC     PIC 9(8).
               03 TLO-CANT         PIC S9(11).
               03 TLO-ESTADO       PIC X(1).

       01  CANT-REMITOS            PIC 9(4) VALUE 0.
       01  TABLA-REMITOS.
           02 TABLA-REM-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-REMITOS
                             INDEXED BY IDX-REM.
               03 TRM-NRO-PEDIDO   PIC X(12).
               03 TRM-NRO-REMITO   PIC X(12).

       01  CANT-DESPACHOS          PIC 9(5) VALUE 0.
       01  TABLA-DESPACHOS.
           02 TABLA-DSP-ITEM OCCURS 1 TO 29999 TIMES
                             DEPENDING ON CANT-DESPACHOS
                             INDEXED BY IDX-DSP.
               03 TDS-DEPOSITO     PIC X(3).
               03 TDS-NRO-REMITO   PIC X(12).
               03 TDS-NRO-PEDIDO   PIC X(12).
               03 TDS-COD-CLIENTE  PIC X(8).
               03 TDS-NRO-ART      PIC 9(8).
               03 TDS-LOTE         PIC X(8).
               03 TDS-FEC-VENC     PIC 9(8).
               03 TDS-CANT         PIC 9(10).
               03 TDS-IMPRESO      PIC X(1).

       01  LIN-PK-TITULO.
           02 FILLER           PIC X(38) VALUE
              'MERCPEDI  LISTA DE PICKING  DEPOSITO: '.
           02 LPK-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(9)  VALUE '  FECHA: '.
           02 LPK-FECHA        PIC 9(8).
       01  LIN-PK-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'REMITO       PEDIDO       CLIENTE   ARTI'.
           02 FILLER           PIC X(34) VALUE
              'CULO  LOTE     VENCIM.        CANT'.
       01  LIN-PK-DETALLE.
           02 LPK-REMITO       PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LPK-PEDIDO       PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LPK-CLIENTE      PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LPK-ART          PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LPK-LOTE         PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LPK-VENC         PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LPK-CANT         PIC Z(9)9.

       01  LIN-BO-TITULO.
           02 FILLER           PIC X(45) VALUE
              'MERCPEDI  PEDIDOS CON FALTANTE (BACKORDER)'.
       01  LIN-BO-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'PEDIDO       CLIENTE  ARTICULO DEP REQUE'.
           02 FILLER           PIC X(40) VALUE
              'RIDA   PEDIDO DESPACHADO   FALTANTE'.
       01  LIN-BO-DETALLE.
           02 LBO-PEDIDO       PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-CLIENTE      PIC X(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-ART          PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-DEPOSITO     PIC X(3).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-REQUERIDA    PIC 9(8).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-PEDIDA       PIC Z(8)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-DESPACHADA   PIC Z(9)9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LBO-FALTANTE     PIC Z(9)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ASIGNAR-STOCK.
           PERFORM 22000-DESPACHAR.
           PERFORM 24000-LISTAR-PICKING.
           PERFORM 26000-GRABAR-POSICIONES.
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

           PERFORM 12000-CARGAR-POSICIONES
           PERFORM 13000-INCORPORAR-PEDIDOS
           PERFORM 14000-CARGAR-DEPOSITOS
           PERFORM 15000-CARGAR-LOTES
           PERFORM 16000-CARGAR-RESERVAS

           OPEN EXTEND MERCADERIA.
           IF FS-MERC-NOFILE
               OPEN OUTPUT MERCADERIA
           END-IF
           IF NOT FS-MERC-OK
               DISPLAY 'ERROR APERTURA MERC ' FS-MERC
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN EXTEND REMITOS-SALIDA.
           IF FS-REMSAL = '35'
               OPEN OUTPUT REMITOS-SALIDA
           END-IF
           IF NOT FS-REMSAL-OK
               DISPLAY 'ERROR APERTURA REMSAL ' FS-REMSAL
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN OUTPUT LISTA-PICKING
           OPEN OUTPUT PENDIENTES.
           IF FS-PENDIENTES-OK
               WRITE LIN-PENDIENTE FROM LIN-BO-TITULO
               WRITE LIN-PENDIENTE FROM LIN-BO-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'MERCPEDI' AND RS-FIN(1:8)
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
           MOVE 5 TO WS-LR-CANT-ARCHIVOS
           MOVE 'MERC.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'DEPOSTK' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'LOTESTK' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
           MOVE 'PEDABIER' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'PEDRESER' TO WS-LR-ARCHIVO(5)
           MOVE 'A' TO WS-LR-MODO(5)
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

       12000-CARGAR-POSICIONES.
           OPEN INPUT PEDIDOS-ABIERTOS.
           IF FS-ABIERTOS-OK
               PERFORM UNTIL FIN-ABIERTOS = 'S'
                   READ PEDIDOS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ABIERTOS
                       NOT AT END
                           ADD 1 TO CANT-POSICIONES
                           MOVE NRO-PEDIDO-PA
                               TO TPE-NRO-PEDIDO(CANT-POSICIONES)
                           MOVE COD-CLIENTE-PA
                               TO TPE-COD-CLIENTE(CANT-POSICIONES)
                           MOVE NRO-ART-PA
                               TO TPE-NRO-ART(CANT-POSICIONES)
                           MOVE DEPOSITO-PA
                               TO TPE-DEPOSITO(CANT-POSICIONES)
                           MOVE FECHA-REQUERIDA-PA
                               TO TPE-REQUERIDA(CANT-POSICIONES)
                           MOVE CANT-PEDIDA-PA
                               TO TPE-PEDIDA(CANT-POSICIONES)
                           MOVE CANT-ASIGNADA-PA
                               TO TPE-ASIGNADA(CANT-POSICIONES)
                           MOVE CANT-DESPACHADA-PA
                               TO TPE-DESPACHADA(CANT-POSICIONES)
                           MOVE PRECIO-PA
                               TO TPE-PRECIO(CANT-POSICIONES)
                           MOVE ESTADO-PA
                               TO TPE-ESTADO(CANT-POSICIONES)
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ABIERTOS
           END-IF.

      *    Los pedidos nuevos entran a la posicion la primera vez
      *    que se los ve, igual que las ordenes de compra.
       13000-INCORPORAR-PEDIDOS.
           OPEN INPUT PEDIDOS-VENTA.
           IF FS-PEDIDOS-OK
               PERFORM UNTIL FIN-PEDIDOS = 'S'
                   READ PEDIDOS-VENTA
                       AT END
                           MOVE 'S' TO FIN-PEDIDOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           EVALUATE TIPO-REG-PC
                               WHEN 'C'
                                   MOVE COD-CLIENTE-PC
                                       TO WS-CLIENTE-CABECERA
                                   MOVE FECHA-REQUERIDA-PC
                                       TO WS-FECHA-CABECERA
                                   MOVE DEPOSITO-PC
                                       TO WS-DEPOSITO-CABECERA
                               WHEN 'L'
                                   PERFORM 13100-ALTA-LINEA
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-VENTA
           END-IF.

       13100-ALTA-LINEA.
           MOVE 'N' TO WS-YA-ABIERTO
           IF CANT-POSICIONES > 0
               SET IDX-POS TO 1
               SEARCH TABLA-POS-ITEM
                   AT END
                       CONTINUE
                   WHEN TPE-NRO-PEDIDO(IDX-POS) = NRO-PEDIDO-PL
                    AND TPE-NRO-ART(IDX-POS) = NRO-ART-PL
                       MOVE 'S' TO WS-YA-ABIERTO
               END-SEARCH
           END-IF
           IF WS-YA-ABIERTO = 'N' AND CANT-POSICIONES < 9999
               ADD 1 TO CANT-POSICIONES
               ADD 1 TO WS-CANT-NUEVAS
               MOVE NRO-PEDIDO-PL
                   TO TPE-NRO-PEDIDO(CANT-POSICIONES)
               MOVE WS-CLIENTE-CABECERA
                   TO TPE-COD-CLIENTE(CANT-POSICIONES)
               MOVE NRO-ART-PL TO TPE-NRO-ART(CANT-POSICIONES)
               MOVE WS-DEPOSITO-CABECERA
                   TO TPE-DEPOSITO(CANT-POSICIONES)
               MOVE WS-FECHA-CABECERA
                   TO TPE-REQUERIDA(CANT-POSICIONES)
               MOVE CANT-PEDIDA-PL TO TPE-PEDIDA(CANT-POSICIONES)
               MOVE 0 TO TPE-ASIGNADA(CANT-POSICIONES)
               MOVE 0 TO TPE-DESPACHADA(CANT-POSICIONES)
               MOVE PRECIO-PL TO TPE-PRECIO(CANT-POSICIONES)
               MOVE 'A' TO TPE-ESTADO(CANT-POSICIONES)
           END-IF.

       14000-CARGAR-DEPOSITOS.
           OPEN INPUT STOCK-DEPOSITOS
           IF FS-DEPOSTK-OK
               PERFORM UNTIL FIN-DEPOSTK = 'S'
                   READ STOCK-DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-DEPOSTK
                       NOT AT END
                           ADD 1 TO CANT-DEPOSTK
                           MOVE NRO-ART-DS
                               TO TDP-NRO-ART(CANT-DEPOSTK)
                           MOVE DEPOSITO-DS
                               TO TDP-DEPOSITO(CANT-DEPOSTK)
                           MOVE CANT-DS
                               TO TDP-CANT(CANT-DEPOSTK)
                   END-READ
               END-PERFORM
               CLOSE STOCK-DEPOSITOS
           END-IF.

       15000-CARGAR-LOTES.
           OPEN INPUT STOCK-LOTES
           IF FS-LOTESTK-OK
               PERFORM UNTIL FIN-LOTESTK = 'S'
                   READ STOCK-LOTES
                       AT END
                           MOVE 'S' TO FIN-LOTESTK
                       NOT AT END
                           ADD 1 TO CANT-LOTES
                           MOVE NRO-ART-LT
                               TO TLO-NRO-ART(CANT-LOTES)
                           MOVE LOTE-LT TO TLO-LOTE(CANT-LOTES)
                           MOVE FEC-VENC-LT
                               TO TLO-FEC-VENC(CANT-LOTES)
                           MOVE CANT-LT TO TLO-CANT(CANT-LOTES)
                           MOVE ESTADO-LT
                               TO TLO-ESTADO(CANT-LOTES)
                   END-READ
               END-PERFORM
               CLOSE STOCK-LOTES
           END-IF.

      *    Lo ya reservado deja de estar disponible en el deposito
      *    y en el lote.
       16000-CARGAR-RESERVAS.
           OPEN INPUT RESERVAS
           IF FS-RESERVAS-OK
               PERFORM UNTIL FIN-RESERVAS = 'S'
                   READ RESERVAS
                       AT END
                           MOVE 'S' TO FIN-RESERVAS
                       NOT AT END
                           IF CANT-RESERVAS < 29999
                               ADD 1 TO CANT-RESERVAS
                               MOVE NRO-PEDIDO-PR
                                   TO TRS-NRO-PEDIDO(CANT-RESERVAS)
                               MOVE NRO-ART-PR
                                   TO TRS-NRO-ART(CANT-RESERVAS)
                               MOVE DEPOSITO-PR
                                   TO TRS-DEPOSITO(CANT-RESERVAS)
                               MOVE LOTE-PR TO TRS-LOTE(CANT-RESERVAS)
                               MOVE FEC-VENC-PR
                                   TO TRS-FEC-VENC(CANT-RESERVAS)
                               MOVE CANT-PR TO TRS-CANT(CANT-RESERVAS)
                               MOVE FECHA-PR
                                   TO TRS-FECHA(CANT-RESERVAS)
                               MOVE 'N'
                                   TO TRS-DESPACHADA(CANT-RESERVAS)
                               PERFORM 16100-DESCONTAR-RESERVA
                           ELSE
                               DISPLAY 'TABLA PEDRESER LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

       16100-DESCONTAR-RESERVA.
           IF CANT-DEPOSTK > 0
               SET IDX-DEP TO 1
               SEARCH TABLA-DEP-ITEM
                   AT END
                       CONTINUE
                   WHEN TDP-NRO-ART(IDX-DEP) = NRO-ART-PR
                    AND TDP-DEPOSITO(IDX-DEP) = DEPOSITO-PR
                       SUBTRACT CANT-PR FROM TDP-CANT(IDX-DEP)
               END-SEARCH
           END-IF
           IF LOTE-PR NOT = SPACES AND CANT-LOTES > 0
               SET IDX-LOTE TO 1
               SEARCH TABLA-LOTES-ITEM
                   AT END
                       CONTINUE
                   WHEN TLO-NRO-ART(IDX-LOTE) = NRO-ART-PR
                    AND TLO-LOTE(IDX-LOTE) = LOTE-PR
                       SUBTRACT CANT-PR FROM TLO-CANT(IDX-LOTE)
               END-SEARCH
           END-IF.

      *    Se asigna por fecha requerida, la mas proxima primero;
      *    lo que no alcanza queda como faltante hasta el proximo
      *    ingreso.
       20000-ASIGNAR-STOCK.
           PERFORM VARYING WS-IDX-PED FROM 1 BY 1
               UNTIL WS-IDX-PED > CANT-POSICIONES
               MOVE 'N' TO TPE-VISTA(WS-IDX-PED)
           END-PERFORM
           MOVE 1 TO WS-IDX-PED
           PERFORM UNTIL WS-IDX-PED = 0
               MOVE 0 TO WS-IDX-PED
               MOVE 99999999 TO WS-FECHA-MENOR
               PERFORM VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > CANT-POSICIONES
                   IF TPE-VISTA(IDX-POS) = 'N'
                      AND TPE-ESTADO(IDX-POS) NOT = 'C'
                      AND TPE-REQUERIDA(IDX-POS) < WS-FECHA-MENOR
                       MOVE TPE-REQUERIDA(IDX-POS) TO WS-FECHA-MENOR
                       SET WS-IDX-PED TO IDX-POS
                   END-IF
               END-PERFORM
               IF WS-IDX-PED > 0
                   MOVE 'S' TO TPE-VISTA(WS-IDX-PED)
                   PERFORM 21000-ASIGNAR-POSICION
               END-IF
           END-PERFORM.

       21000-ASIGNAR-POSICION.
           COMPUTE WS-PENDIENTE = TPE-PEDIDA(WS-IDX-PED)
               - TPE-ASIGNADA(WS-IDX-PED)
               - TPE-DESPACHADA(WS-IDX-PED)
           IF WS-PENDIENTE > 0
               MOVE 0 TO WS-IDX-DEP
               MOVE 0 TO WS-DISPONIBLE
               IF CANT-DEPOSTK > 0
                   SET IDX-DEP TO 1
                   SEARCH TABLA-DEP-ITEM
                       AT END
                           CONTINUE
                       WHEN TDP-NRO-ART(IDX-DEP)
                               = TPE-NRO-ART(WS-IDX-PED)
                        AND TDP-DEPOSITO(IDX-DEP)
                               = TPE-DEPOSITO(WS-IDX-PED)
                           SET WS-IDX-DEP TO IDX-DEP
                           MOVE TDP-CANT(IDX-DEP) TO WS-DISPONIBLE
                   END-SEARCH
               END-IF
               PERFORM 21100-DISPONIBLE-LOTES
               IF WS-TIENE-LOTES = 'S'
                  AND WS-DISP-LOTES < WS-DISPONIBLE
                   MOVE WS-DISP-LOTES TO WS-DISPONIBLE
               END-IF
               IF WS-DISPONIBLE > WS-PENDIENTE
                   MOVE WS-PENDIENTE TO WS-DISPONIBLE
               END-IF
               IF WS-DISPONIBLE > 0
                   MOVE WS-DISPONIBLE TO WS-CANT-A-RESERVAR
                   SUBTRACT WS-CANT-A-RESERVAR
                       FROM TDP-CANT(WS-IDX-DEP)
                   ADD WS-CANT-A-RESERVAR TO TPE-ASIGNADA(WS-IDX-PED)
                   IF WS-TIENE-LOTES = 'S'
                       PERFORM 21200-RESERVAR-FEFO
                   ELSE
                       MOVE 0 TO WS-IDX-FEFO
                       MOVE WS-CANT-A-RESERVAR TO WS-CANT-LOTE-TOMAR
                       PERFORM 21300-ALTA-RESERVA
                   END-IF
               END-IF
           END-IF.

      *    Un articulo con lotes solo se reserva contra lotes
      *    disponibles (no en cuarentena). Los lotes de devolucion
      *    en inspeccion (R) no hacen que el articulo sea por lote.
       21100-DISPONIBLE-LOTES.
           MOVE 'N' TO WS-TIENE-LOTES
           MOVE 0 TO WS-DISP-LOTES
           PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
               UNTIL WS-IDX-LOTE > CANT-LOTES
               IF TLO-NRO-ART(WS-IDX-LOTE) = TPE-NRO-ART(WS-IDX-PED)
                  AND TLO-ESTADO(WS-IDX-LOTE) NOT = 'R'
                   MOVE 'S' TO WS-TIENE-LOTES
                   IF TLO-ESTADO(WS-IDX-LOTE) = 'D'
                      AND TLO-CANT(WS-IDX-LOTE) > 0
                       ADD TLO-CANT(WS-IDX-LOTE) TO WS-DISP-LOTES
                   END-IF
               END-IF
           END-PERFORM.

       21200-RESERVAR-FEFO.
           PERFORM UNTIL WS-CANT-A-RESERVAR = 0
               MOVE 0 TO WS-IDX-FEFO
               MOVE 99999999 TO WS-FECHA-FEFO
               PERFORM VARYING WS-IDX-LOTE FROM 1 BY 1
                   UNTIL WS-IDX-LOTE > CANT-LOTES
                   IF TLO-NRO-ART(WS-IDX-LOTE)
                          = TPE-NRO-ART(WS-IDX-PED)
                      AND TLO-ESTADO(WS-IDX-LOTE) = 'D'
                      AND TLO-CANT(WS-IDX-LOTE) > 0
                      AND TLO-FEC-VENC(WS-IDX-LOTE) < WS-FECHA-FEFO
                       MOVE TLO-FEC-VENC(WS-IDX-LOTE)
                           TO WS-FECHA-FEFO
                       MOVE WS-IDX-LOTE TO WS-IDX-FEFO
                   END-IF
               END-PERFORM
               IF WS-IDX-FEFO = 0
                   MOVE 0 TO WS-CANT-A-RESERVAR
               ELSE
                   IF TLO-CANT(WS-IDX-FEFO) >= WS-CANT-A-RESERVAR
                       MOVE WS-CANT-A-RESERVAR TO WS-CANT-LOTE-TOMAR
                   ELSE
                       MOVE TLO-CANT(WS-IDX-FEFO)
                           TO WS-CANT-LOTE-TOMAR
                   END-IF
                   SUBTRACT WS-CANT-LOTE-TOMAR
                       FROM TLO-CANT(WS-IDX-FEFO)
                   SUBTRACT WS-CANT-LOTE-TOMAR
                       FROM WS-CANT-A-RESERVAR
                   PERFORM 21300-ALTA-RESERVA
               END-IF
           END-PERFORM.

       21300-ALTA-RESERVA.
           IF CANT-RESERVAS < 29999
               ADD 1 TO CANT-RESERVAS
               ADD 1 TO WS-CANT-RESERVADAS
               MOVE TPE-NRO-PEDIDO(WS-IDX-PED)
                   TO TRS-NRO-PEDIDO(CANT-RESERVAS)
               MOVE TPE-NRO-ART(WS-IDX-PED)
                   TO TRS-NRO-ART(CANT-RESERVAS)
               MOVE TPE-DEPOSITO(WS-IDX-PED)
                   TO TRS-DEPOSITO(CANT-RESERVAS)
               IF WS-IDX-FEFO > 0
                   MOVE TLO-LOTE(WS-IDX-FEFO)
                       TO TRS-LOTE(CANT-RESERVAS)
                   MOVE TLO-FEC-VENC(WS-IDX-FEFO)
                       TO TRS-FEC-VENC(CANT-RESERVAS)
               ELSE
                   MOVE SPACES TO TRS-LOTE(CANT-RESERVAS)
                   MOVE 0 TO TRS-FEC-VENC(CANT-RESERVAS)
               END-IF
               MOVE WS-CANT-LOTE-TOMAR TO TRS-CANT(CANT-RESERVAS)
               MOVE WS-FEC-HOY TO TRS-FECHA(CANT-RESERVAS)
               MOVE 'N' TO TRS-DESPACHADA(CANT-RESERVAS)
           ELSE
               DISPLAY 'TABLA PEDRESER LLENA'
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

      *    Sale todo lo reservado de las lineas con fecha requerida
      *    cumplida: remito de salida por pedido y egreso a MERC.DAT
      *    para que MercStoc descargue deposito y lotes.
       22000-DESPACHAR.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
               UNTIL WS-IDX-RES > CANT-RESERVAS
               MOVE 0 TO WS-IDX-PED
               SET IDX-POS TO 1
               SEARCH TABLA-POS-ITEM
                   AT END
                       CONTINUE
                   WHEN TPE-NRO-PEDIDO(IDX-POS)
                           = TRS-NRO-PEDIDO(WS-IDX-RES)
                    AND TPE-NRO-ART(IDX-POS)
                           = TRS-NRO-ART(WS-IDX-RES)
                       SET WS-IDX-PED TO IDX-POS
               END-SEARCH
               IF WS-IDX-PED > 0
                   IF TPE-REQUERIDA(WS-IDX-PED) <= WS-FEC-HOY
                      AND FS-MERC-OK AND FS-REMSAL-OK
                       PERFORM 22100-DESPACHAR-RESERVA
                   END-IF
               END-IF
           END-PERFORM.

       22100-DESPACHAR-RESERVA.
           PERFORM 22200-NUMERAR-REMITO
           MOVE WS-NRO-REMITO TO NRO-REMITO-SA
           MOVE TRS-NRO-PEDIDO(WS-IDX-RES) TO NRO-PEDIDO-SA
           MOVE TPE-COD-CLIENTE(WS-IDX-PED) TO COD-CLIENTE-SA
           MOVE TRS-DEPOSITO(WS-IDX-RES) TO DEPOSITO-SA
           MOVE WS-FEC-HOY TO FECHA-SA
           MOVE TRS-NRO-ART(WS-IDX-RES) TO NRO-ART-SA
           MOVE TRS-LOTE(WS-IDX-RES) TO LOTE-SA
           MOVE TRS-CANT(WS-IDX-RES) TO CANT-SA
           WRITE REG-REMITO-SALIDA
           IF NOT FS-REMSAL-OK
               DISPLAY 'ERROR ESCRITURA REMSAL ' FS-REMSAL
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           MOVE TRS-NRO-ART(WS-IDX-RES) TO NRO-ART
           MOVE SPACES TO NOM-ART
           MOVE TRS-CANT(WS-IDX-RES) TO CANT-ART
           MOVE 0 TO IMP-ART
           MOVE 'E' TO TIPO-MOV
           MOVE TRS-DEPOSITO(WS-IDX-RES) TO DEPOSITO-MOV
           MOVE SPACES TO DEPOSITO-DEST-MOV
           MOVE TRS-LOTE(WS-IDX-RES) TO LOTE-MOV
           MOVE TRS-FEC-VENC(WS-IDX-RES) TO FEC-VENC-MOV
           WRITE ARCH-MERC
           IF NOT FS-MERC-OK
               DISPLAY 'ERROR ESCRITURA MERC ' FS-MERC
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA

           ADD TRS-CANT(WS-IDX-RES) TO TPE-DESPACHADA(WS-IDX-PED)
           SUBTRACT TRS-CANT(WS-IDX-RES) FROM TPE-ASIGNADA(WS-IDX-PED)
           MOVE 'S' TO TRS-DESPACHADA(WS-IDX-RES)

           IF CANT-DESPACHOS < 29999
               ADD 1 TO CANT-DESPACHOS
               MOVE TRS-DEPOSITO(WS-IDX-RES)
                   TO TDS-DEPOSITO(CANT-DESPACHOS)
               MOVE WS-NRO-REMITO TO TDS-NRO-REMITO(CANT-DESPACHOS)
               MOVE TRS-NRO-PEDIDO(WS-IDX-RES)
                   TO TDS-NRO-PEDIDO(CANT-DESPACHOS)
               MOVE TPE-COD-CLIENTE(WS-IDX-PED)
                   TO TDS-COD-CLIENTE(CANT-DESPACHOS)
               MOVE TRS-NRO-ART(WS-IDX-RES)
                   TO TDS-NRO-ART(CANT-DESPACHOS)
               MOVE TRS-LOTE(WS-IDX-RES) TO TDS-LOTE(CANT-DESPACHOS)
               MOVE TRS-FEC-VENC(WS-IDX-RES)
                   TO TDS-FEC-VENC(CANT-DESPACHOS)
               MOVE TRS-CANT(WS-IDX-RES) TO TDS-CANT(CANT-DESPACHOS)
               MOVE 'N' TO TDS-IMPRESO(CANT-DESPACHOS)
           END-IF.

      *    Un remito por pedido en la corrida: fecha AAMMDD, intento
      *    de corrida y secuencia.
       22200-NUMERAR-REMITO.
           MOVE SPACES TO WS-NRO-REMITO
           IF CANT-REMITOS > 0
               SET IDX-REM TO 1
               SEARCH TABLA-REM-ITEM
                   AT END
                       CONTINUE
                   WHEN TRM-NRO-PEDIDO(IDX-REM)
                           = TRS-NRO-PEDIDO(WS-IDX-RES)
                       MOVE TRM-NRO-REMITO(IDX-REM) TO WS-NRO-REMITO
               END-SEARCH
           END-IF
           IF WS-NRO-REMITO = SPACES AND CANT-REMITOS < 9999
               ADD 1 TO WS-SEC-REMITO
               ADD 1 TO WS-CANT-DESPACHOS
               MOVE WS-FEC-HOY(3:6) TO WS-NRO-REMITO(1:6)
               MOVE WS-INTENTO-CORRIDA TO WS-NRO-REMITO(7:2)
               MOVE WS-SEC-REMITO TO WS-NRO-REMITO(9:4)
               ADD 1 TO CANT-REMITOS
               MOVE TRS-NRO-PEDIDO(WS-IDX-RES)
                   TO TRM-NRO-PEDIDO(CANT-REMITOS)
               MOVE WS-NRO-REMITO TO TRM-NRO-REMITO(CANT-REMITOS)
           END-IF.

      *    Una hoja por deposito, en el orden de los despachos.
       24000-LISTAR-PICKING.
           IF FS-PICKING-OK
               PERFORM VARYING WS-IDX-DSP FROM 1 BY 1
                   UNTIL WS-IDX-DSP > CANT-DESPACHOS
                   IF TDS-IMPRESO(WS-IDX-DSP) = 'N'
                       MOVE TDS-DEPOSITO(WS-IDX-DSP)
                           TO WS-DEPOSITO-IMP
                       PERFORM 24100-LISTAR-DEPOSITO
                   END-IF
               END-PERFORM
           END-IF.

       24100-LISTAR-DEPOSITO.
           MOVE WS-DEPOSITO-IMP TO LPK-DEPOSITO
           MOVE WS-FEC-HOY TO LPK-FECHA
           WRITE LIN-PICKING FROM LIN-PK-TITULO
           WRITE LIN-PICKING FROM LIN-PK-ENCABEZADO
           PERFORM VARYING WS-IDX-IMP FROM WS-IDX-DSP BY 1
               UNTIL WS-IDX-IMP > CANT-DESPACHOS
               IF TDS-DEPOSITO(WS-IDX-IMP) = WS-DEPOSITO-IMP
                   MOVE TDS-NRO-REMITO(WS-IDX-IMP) TO LPK-REMITO
                   MOVE TDS-NRO-PEDIDO(WS-IDX-IMP) TO LPK-PEDIDO
                   MOVE TDS-COD-CLIENTE(WS-IDX-IMP) TO LPK-CLIENTE
                   MOVE TDS-NRO-ART(WS-IDX-IMP) TO LPK-ART
                   MOVE TDS-LOTE(WS-IDX-IMP) TO LPK-LOTE
                   MOVE TDS-FEC-VENC(WS-IDX-IMP) TO LPK-VENC
                   MOVE TDS-CANT(WS-IDX-IMP) TO LPK-CANT
                   WRITE LIN-PICKING FROM LIN-PK-DETALLE
                   MOVE 'S' TO TDS-IMPRESO(WS-IDX-IMP)
               END-IF
           END-PERFORM
           MOVE SPACES TO LIN-PICKING
           WRITE LIN-PICKING.

      *    Las lineas cumplidas quedan marcadas C: son el registro
      *    de lo pedido contra lo despachado.
       26000-GRABAR-POSICIONES.
           IF WS-ESTADO-FINAL NOT = 'OK'
               DISPLAY 'MERCPEDI: POSICIONES SIN ACTUALIZAR'
           ELSE
               PERFORM 26100-GRABAR-PEDIDOS
               PERFORM 26200-GRABAR-RESERVAS
           END-IF.

       26100-GRABAR-PEDIDOS.
           OPEN OUTPUT PEDIDOS-ABIERTOS.
           IF FS-ABIERTOS-OK
               PERFORM VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > CANT-POSICIONES
                   COMPUTE WS-PENDIENTE =
                       TPE-PEDIDA(WS-IDX-PED)
                       - TPE-ASIGNADA(WS-IDX-PED)
                       - TPE-DESPACHADA(WS-IDX-PED)
                   EVALUATE TRUE
                       WHEN TPE-DESPACHADA(WS-IDX-PED)
                               >= TPE-PEDIDA(WS-IDX-PED)
                           MOVE 'C' TO TPE-ESTADO(WS-IDX-PED)
                       WHEN WS-PENDIENTE > 0
                           MOVE 'B' TO TPE-ESTADO(WS-IDX-PED)
                           PERFORM 26150-LISTAR-FALTANTE
                       WHEN OTHER
                           MOVE 'A' TO TPE-ESTADO(WS-IDX-PED)
                   END-EVALUATE
                   MOVE TPE-NRO-PEDIDO(WS-IDX-PED) TO NRO-PEDIDO-PA
                   MOVE TPE-COD-CLIENTE(WS-IDX-PED)
                       TO COD-CLIENTE-PA
                   MOVE TPE-NRO-ART(WS-IDX-PED) TO NRO-ART-PA
                   MOVE TPE-DEPOSITO(WS-IDX-PED) TO DEPOSITO-PA
                   MOVE TPE-REQUERIDA(WS-IDX-PED)
                       TO FECHA-REQUERIDA-PA
                   MOVE TPE-PEDIDA(WS-IDX-PED) TO CANT-PEDIDA-PA
                   MOVE TPE-ASIGNADA(WS-IDX-PED) TO CANT-ASIGNADA-PA
                   MOVE TPE-DESPACHADA(WS-IDX-PED)
                       TO CANT-DESPACHADA-PA
                   MOVE TPE-PRECIO(WS-IDX-PED) TO PRECIO-PA
                   MOVE TPE-ESTADO(WS-IDX-PED) TO ESTADO-PA
                   WRITE REG-PEDIDO-ABIERTO
               END-PERFORM
               CLOSE PEDIDOS-ABIERTOS
           ELSE
               DISPLAY 'ERROR REESCRITURA PEDABIER ' FS-ABIERTOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       26150-LISTAR-FALTANTE.
           ADD 1 TO WS-CANT-FALTANTES
           IF FS-PENDIENTES-OK
               MOVE TPE-NRO-PEDIDO(WS-IDX-PED) TO LBO-PEDIDO
               MOVE TPE-COD-CLIENTE(WS-IDX-PED) TO LBO-CLIENTE
               MOVE TPE-NRO-ART(WS-IDX-PED) TO LBO-ART
               MOVE TPE-DEPOSITO(WS-IDX-PED) TO LBO-DEPOSITO
               MOVE TPE-REQUERIDA(WS-IDX-PED) TO LBO-REQUERIDA
               MOVE TPE-PEDIDA(WS-IDX-PED) TO LBO-PEDIDA
               MOVE TPE-DESPACHADA(WS-IDX-PED) TO LBO-DESPACHADA
               MOVE WS-PENDIENTE TO LBO-FALTANTE
               WRITE LIN-PENDIENTE FROM LIN-BO-DETALLE
           END-IF.

       26200-GRABAR-RESERVAS.
           OPEN OUTPUT RESERVAS.
           IF FS-RESERVAS-OK
               PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > CANT-RESERVAS
                   IF TRS-DESPACHADA(WS-IDX-RES) = 'N'
                       MOVE TRS-NRO-PEDIDO(WS-IDX-RES)
                           TO NRO-PEDIDO-PR
                       MOVE TRS-NRO-ART(WS-IDX-RES) TO NRO-ART-PR
                       MOVE TRS-DEPOSITO(WS-IDX-RES) TO DEPOSITO-PR
                       MOVE TRS-LOTE(WS-IDX-RES) TO LOTE-PR
                       MOVE TRS-FEC-VENC(WS-IDX-RES) TO FEC-VENC-PR
                       MOVE TRS-CANT(WS-IDX-RES) TO CANT-PR
                       MOVE TRS-FECHA(WS-IDX-RES) TO FECHA-PR
                       WRITE REG-RESERVA
                   END-IF
               END-PERFORM
               CLOSE RESERVAS
           ELSE
               DISPLAY 'ERROR REESCRITURA PEDRESER ' FS-RESERVAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       30000-FINAL.
           DISPLAY 'LINEAS DE PEDIDO NUEVAS : ' WS-CANT-NUEVAS
           DISPLAY 'RESERVAS GENERADAS      : ' WS-CANT-RESERVADAS
           DISPLAY 'REMITOS DE SALIDA       : ' WS-CANT-DESPACHOS
           DISPLAY 'LINEAS CON FALTANTE     : ' WS-CANT-FALTANTES
           IF FS-MERC-OK
               CLOSE MERCADERIA
           END-IF
           IF FS-REMSAL-OK
               CLOSE REMITOS-SALIDA
           END-IF
           IF FS-PICKING-OK
               CLOSE LISTA-PICKING
           END-IF
           IF FS-PENDIENTES-OK
               CLOSE PENDIENTES
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MERCPEDI' TO RS-JOB
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

       END PROGRAM MERCPEDI.

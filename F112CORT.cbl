       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112CORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT CRITERIOS-CORTE ASSIGN TO  '..\CORTEMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CRITERIOS.

           SELECT SERV-CORTES ASSIGN TO  '..\SERVCORT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CORTES.

           SELECT MOVIMIENTOS ASSIGN TO  '..\CLIMOVS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT CORTE-LISTADO ASSIGN TO  '..\CORTLIST.DAT'
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

       FD  FACTURAS.
       01  REG-FACTURA.
           02 NRO-FACTURA-F            PIC 9(8).
           02 NRO-CLIENTE-F            PIC 9(7).
           02 NYAR-F                   PIC X(60).
           02 COD-SERVICIO-F           PIC X(3).
           02 COD-CAT-IVA-F            PIC X(3).
           02 IMPORTE-NETO-F           PIC S9(7)V99.
           02 IMPORTE-IVA-F            PIC S9(7)V99.
           02 IMPORTE-TOTAL-F          PIC S9(9)V99.
           02 FECHA-F                  PIC X(8).
           02 TIPO-DOC-F               PIC X(3).
           02 CAE-F                    PIC X(14).
           02 CAE-VTO-F                PIC X(8).
           02 ESTADO-CAE-F             PIC X(1).
           02 JURIS-F                  PIC X(2).
           02 IMPORTE-PERCEP-F         PIC S9(7)V99.
           02 EMPRESA-F                PIC X(3).

      *    Servicio sin registro en CORTEMAE no se corta nunca.
       FD  CRITERIOS-CORTE.
       01  REG-CRITERIO-CORTE.
           02 COD-SERVICIO-CR          PIC X(3).
           02 DIAS-CORTE-CR            PIC 9(3).
           02 CARGO-RECONEX-CR         PIC 9(7)V99.

       FD  SERV-CORTES.
       01  REG-CORTE.
           02 NRO-CLIENTE-CT           PIC 9(7).
           02 COD-SERVICIO-CT          PIC X(3).
           02 FECHA-CORTE-CT           PIC 9(8).
           02 FECHA-RECONEX-CT         PIC 9(8).
           02 ESTADO-CT                PIC X(1).

       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02 TIPO-MV                  PIC X(1).
           02 NRO-CLIENTE-MV           PIC 9(7).
           02 COD-SERVICIO-MV          PIC X(3).
           02 NYAR-MV                  PIC X(60).
           02 COD-SERV-NUEVO-MV        PIC X(3).
           02 IMPORTE-MV               PIC 9(7)V99.
           02 BANCO-MV                 PIC X(3).
           02 CTA-BANCO-MV             PIC X(22).
           02 OPERADOR-MV              PIC X(8).
           02 VENDEDOR-MV              PIC X(5).

       FD  CORTE-LISTADO.
       01  LIN-CORTE                   PIC X(132).

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
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-CRITERIOS                PIC X(2).
           88 FS-CRITERIOS-OK      VALUE "00".
       01  FS-CORTES                   PIC X(2).
           88 FS-CORTES-OK         VALUE "00".
       01  FS-MOVIMIENTOS              PIC X(2).
           88 FS-MOVIMIENTOS-OK    VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-MOVIMIENTOS-ABIERTO      PIC X VALUE 'N'.
           88 MOVIMIENTOS-ABIERTO      VALUE 'S'.
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112CORT'.
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
       01  WS-CANT-CORTES              PIC 9(7) VALUE 0.
       01  WS-CANT-RECONEX             PIC 9(7) VALUE 0.

       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-CRITERIOS               PIC X VALUE 'N'.
       01  FIN-CORTES                  PIC X VALUE 'N'.
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-LINEA                PIC 9(5).
       01  WS-IDX-DEUDA                PIC 9(5).
       01  WS-IDX-CRIT                 PIC 9(3).
       01  WS-IDX-CORTE                PIC 9(5).
       01  WS-TOTAL-FACTURA            PIC S9(9)V99.
       01  WS-PORCION                  PIC S9(9)V99.
       01  WS-DIAS-DEUDA               PIC S9(5).
       01  WS-SERVICIO-BUSCADO         PIC X(3).
       01  WS-OPERADOR-CORTE           PIC X(8) VALUE 'F112CORT'.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-SALDO            PIC S9(9)V99.

       01  CANT-LINEAS                 PIC 9(5) VALUE 0.
       01  TABLA-LINEAS.
           02 TABLA-LINEAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-LINEAS
                                INDEXED BY IDX-LINEA.
               03 TLF-NRO-FACTURA      PIC 9(8).
               03 TLF-NRO-CLIENTE      PIC 9(7).
               03 TLF-COD-SERVICIO     PIC X(3).
               03 TLF-IMPORTE          PIC S9(9)V99.

       01  CANT-DEUDAS                 PIC 9(5) VALUE 0.
       01  TABLA-DEUDAS.
           02 TABLA-DEUDAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-DEUDAS
                                INDEXED BY IDX-DEUDA.
               03 TDE-NRO-CLIENTE      PIC 9(7).
               03 TDE-COD-SERVICIO     PIC X(3).
               03 TDE-FECHA-VIEJA      PIC 9(8).
               03 TDE-SALDO            PIC S9(9)V99.

       01  CANT-CRITERIOS              PIC 9(3) VALUE 0.
       01  TABLA-CRITERIOS.
           02 TABLA-CRIT-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-CRITERIOS
                              INDEXED BY IDX-CRIT.
               03 TCR-COD-SERVICIO     PIC X(3).
               03 TCR-DIAS-CORTE       PIC 9(3).
               03 TCR-CARGO-RECONEX    PIC 9(7)V99.

       01  CANT-CORTES                 PIC 9(5) VALUE 0.
       01  TABLA-CORTES.
           02 TABLA-CORTES-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CORTES
                                INDEXED BY IDX-CORTE.
               03 TCO-NRO-CLIENTE      PIC 9(7).
               03 TCO-COD-SERVICIO     PIC X(3).
               03 TCO-FECHA-CORTE      PIC 9(8).

       01  LIN-CO-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112CORT  CORTES Y RECONEXIONES'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LCT-FECHA           PIC X(8).
       01  LIN-CO-DETALLE.
           02 LCD-ACCION          PIC X(11).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-FECHA           PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-DIAS            PIC ZZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-SALDO           PIC -Z(8)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CARGO           PIC -Z(6)9.99.
       01  LIN-CO-TOTAL.
           02 FILLER              PIC X(16) VALUE 'SUSPENSIONES: '.
           02 LCF-CORTES          PIC Z(6)9.
           02 FILLER              PIC X(18) VALUE
              '   RECONEXIONES: '.
           02 LCF-RECONEX         PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ACUMULAR-DEUDA
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS.
           PERFORM 22000-EVALUAR-CORTE
               VARYING WS-IDX-DEUDA FROM 1 BY 1
               UNTIL WS-IDX-DEUDA > CANT-DEUDAS.
           PERFORM 24000-EVALUAR-RECONEXION
               VARYING WS-IDX-CORTE FROM 1 BY 1
               UNTIL WS-IDX-CORTE > CANT-CORTES.
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
           PERFORM 13000-CARGAR-CORTES
           PERFORM 14000-CARGAR-ITEMS
           PERFORM 15000-CARGAR-LINEAS

           OPEN EXTEND MOVIMIENTOS.
           IF FS-MOVIMIENTOS = "35"
               OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR CLIMOVS'
               DISPLAY 'FILE STATUS ' FS-MOVIMIENTOS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-MOVIMIENTOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CLIMOVS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET MOVIMIENTOS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CORTE-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LCT-FECHA
               WRITE LIN-CORTE FROM LIN-CO-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112CORT' AND RS-FIN(1:8)
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
           MOVE 'CLIMOVS.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'SERVCORT.DAT' TO WS-LR-ARCHIVO(3)
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

       12000-CARGAR-CRITERIOS.
           OPEN INPUT CRITERIOS-CORTE.
           IF FS-CRITERIOS-OK
               PERFORM UNTIL FIN-CRITERIOS = 'S'
                   READ CRITERIOS-CORTE
                       AT END
                           MOVE 'S' TO FIN-CRITERIOS
                       NOT AT END
                           ADD 1 TO CANT-CRITERIOS
                           MOVE COD-SERVICIO-CR
                               TO TCR-COD-SERVICIO(CANT-CRITERIOS)
                           MOVE DIAS-CORTE-CR
                               TO TCR-DIAS-CORTE(CANT-CRITERIOS)
                           MOVE CARGO-RECONEX-CR
                               TO TCR-CARGO-RECONEX(CANT-CRITERIOS)
                   END-READ
               END-PERFORM
               CLOSE CRITERIOS-CORTE
           ELSE
               DISPLAY 'ERROR AL ABRIR CORTEMAE'
               DISPLAY 'FILE STATUS ' FS-CRITERIOS
               MOVE '12000-CARGAR-CRIT' TO JL-PARRAFO
               MOVE FS-CRITERIOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CORTEMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Solo los pares hoy suspendidos; los reconectados quedan
      *    en SERVCORT como historia y se ignoran.
       13000-CARGAR-CORTES.
           OPEN INPUT SERV-CORTES.
           IF FS-CORTES-OK
               PERFORM UNTIL FIN-CORTES = 'S'
                   READ SERV-CORTES
                       AT END
                           MOVE 'S' TO FIN-CORTES
                       NOT AT END
                           IF ESTADO-CT = 'S'
                               ADD 1 TO CANT-CORTES
                               MOVE NRO-CLIENTE-CT
                                   TO TCO-NRO-CLIENTE(CANT-CORTES)
                               MOVE COD-SERVICIO-CT
                                   TO TCO-COD-SERVICIO(CANT-CORTES)
                               MOVE FECHA-CORTE-CT
                                   TO TCO-FECHA-CORTE(CANT-CORTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERV-CORTES
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
                           IF SALDO-IA > 0
                              AND TIPO-DOC-IA NOT = 'NCR'
                               ADD 1 TO CANT-ITEMS
                               MOVE NRO-FACTURA-IA
                                   TO TIT-NRO-FACTURA(CANT-ITEMS)
                               MOVE NRO-CLIENTE-IA
                                   TO TIT-NRO-CLIENTE(CANT-ITEMS)
                               MOVE FECHA-IA TO TIT-FECHA(CANT-ITEMS)
                               MOVE SALDO-IA TO TIT-SALDO(CANT-ITEMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           ELSE
               DISPLAY 'SIN ITEMS ABIERTOS ' FS-ITEMS
           END-IF.

       15000-CARGAR-LINEAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           PERFORM 15100-TOMAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           ELSE
               DISPLAY 'ERROR AL ABRIR FACTURAS'
               DISPLAY 'FILE STATUS ' FS-FACTURAS
               MOVE '15000-CARGAR-LINEAS' TO JL-PARRAFO
               MOVE FS-FACTURAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR FACTURAS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       15100-TOMAR-LINEA.
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEMS-ITEM
                   AT END
                       CONTINUE
                   WHEN TIT-NRO-FACTURA(IDX-ITEM) = NRO-FACTURA-F
                    AND TIT-NRO-CLIENTE(IDX-ITEM) = NRO-CLIENTE-F
                       ADD 1 TO CANT-LINEAS
                       MOVE NRO-FACTURA-F
                           TO TLF-NRO-FACTURA(CANT-LINEAS)
                       MOVE NRO-CLIENTE-F
                           TO TLF-NRO-CLIENTE(CANT-LINEAS)
                       MOVE COD-SERVICIO-F
                           TO TLF-COD-SERVICIO(CANT-LINEAS)
                       MOVE IMPORTE-TOTAL-F
                           TO TLF-IMPORTE(CANT-LINEAS)
               END-SEARCH
           END-IF.

      *    La deuda de cada factura se reparte entre los servicios
      *    de sus lineas; por par cliente/servicio queda el saldo y
      *    la fecha del item abierto mas viejo.
       20000-ACUMULAR-DEUDA.
           MOVE 0 TO WS-TOTAL-FACTURA
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
               UNTIL WS-IDX-LINEA > CANT-LINEAS
               IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                       = TIT-NRO-FACTURA(WS-IDX-ITEM)
                  AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                       = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   ADD TLF-IMPORTE(WS-IDX-LINEA) TO WS-TOTAL-FACTURA
               END-IF
           END-PERFORM
           IF WS-TOTAL-FACTURA > 0
               PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > CANT-LINEAS
                   IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                           = TIT-NRO-FACTURA(WS-IDX-ITEM)
                      AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                      AND TLF-IMPORTE(WS-IDX-LINEA) > 0
                       COMPUTE WS-PORCION ROUNDED =
                           TIT-SALDO(WS-IDX-ITEM)
                           * TLF-IMPORTE(WS-IDX-LINEA)
                           / WS-TOTAL-FACTURA
                       PERFORM 21000-SUMAR-DEUDA
                   END-IF
               END-PERFORM
           END-IF.

       21000-SUMAR-DEUDA.
           MOVE 0 TO WS-IDX-DEUDA
           IF CANT-DEUDAS > 0
               SET IDX-DEUDA TO 1
               SEARCH TABLA-DEUDAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-NRO-CLIENTE(IDX-DEUDA)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                    AND TDE-COD-SERVICIO(IDX-DEUDA)
                           = TLF-COD-SERVICIO(WS-IDX-LINEA)
                       SET WS-IDX-DEUDA TO IDX-DEUDA
               END-SEARCH
           END-IF
           IF WS-IDX-DEUDA = 0
               ADD 1 TO CANT-DEUDAS
               MOVE CANT-DEUDAS TO WS-IDX-DEUDA
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   TO TDE-NRO-CLIENTE(WS-IDX-DEUDA)
               MOVE TLF-COD-SERVICIO(WS-IDX-LINEA)
                   TO TDE-COD-SERVICIO(WS-IDX-DEUDA)
               MOVE TIT-FECHA(WS-IDX-ITEM)
                   TO TDE-FECHA-VIEJA(WS-IDX-DEUDA)
               MOVE 0 TO TDE-SALDO(WS-IDX-DEUDA)
           END-IF
           IF TIT-FECHA(WS-IDX-ITEM) < TDE-FECHA-VIEJA(WS-IDX-DEUDA)
               MOVE TIT-FECHA(WS-IDX-ITEM)
                   TO TDE-FECHA-VIEJA(WS-IDX-DEUDA)
           END-IF
           ADD WS-PORCION TO TDE-SALDO(WS-IDX-DEUDA).

       22000-EVALUAR-CORTE.
           MOVE TDE-COD-SERVICIO(WS-IDX-DEUDA) TO WS-SERVICIO-BUSCADO
           PERFORM 23000-BUSCAR-CRITERIO
           IF WS-IDX-CRIT > 0 AND TDE-SALDO(WS-IDX-DEUDA) > 0
               COMPUTE WS-DIAS-DEUDA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
                   - FUNCTION INTEGER-OF-DATE(
                       TDE-FECHA-VIEJA(WS-IDX-DEUDA))
               IF TCR-DIAS-CORTE(WS-IDX-CRIT) > 0
                  AND WS-DIAS-DEUDA >= TCR-DIAS-CORTE(WS-IDX-CRIT)
                   PERFORM 23500-BUSCAR-CORTE
                   IF WS-IDX-CORTE = 0
                       PERFORM 22100-EMITIR-CORTE
                   END-IF
               END-IF
           END-IF.

       22100-EMITIR-CORTE.
           MOVE SPACES TO REG-MOVIMIENTO
           MOVE 'S' TO TIPO-MV
           MOVE TDE-NRO-CLIENTE(WS-IDX-DEUDA) TO NRO-CLIENTE-MV
           MOVE TDE-COD-SERVICIO(WS-IDX-DEUDA) TO COD-SERVICIO-MV
           MOVE 0 TO IMPORTE-MV
           MOVE WS-OPERADOR-CORTE TO OPERADOR-MV
           PERFORM 25000-GRABAR-MOVIMIENTO
           ADD 1 TO WS-CANT-CORTES
           IF LISTADO-ABIERTO
               MOVE 'CORTE' TO LCD-ACCION
               MOVE TDE-NRO-CLIENTE(WS-IDX-DEUDA) TO LCD-CLIENTE
               MOVE TDE-COD-SERVICIO(WS-IDX-DEUDA) TO LCD-SERVICIO
               MOVE TDE-FECHA-VIEJA(WS-IDX-DEUDA) TO LCD-FECHA
               MOVE WS-DIAS-DEUDA TO LCD-DIAS
               MOVE TDE-SALDO(WS-IDX-DEUDA) TO LCD-SALDO
               MOVE 0 TO LCD-CARGO
               WRITE LIN-CORTE FROM LIN-CO-DETALLE
           END-IF.

       23000-BUSCAR-CRITERIO.
           MOVE 0 TO WS-IDX-CRIT
           IF CANT-CRITERIOS > 0
               SET IDX-CRIT TO 1
               SEARCH TABLA-CRIT-ITEM
                   AT END
                       CONTINUE
                   WHEN TCR-COD-SERVICIO(IDX-CRIT)
                           = WS-SERVICIO-BUSCADO
                       SET WS-IDX-CRIT TO IDX-CRIT
               END-SEARCH
           END-IF.

       23500-BUSCAR-CORTE.
           MOVE 0 TO WS-IDX-CORTE
           IF CANT-CORTES > 0
               SET IDX-CORTE TO 1
               SEARCH TABLA-CORTES-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-CLIENTE(IDX-CORTE)
                           = TDE-NRO-CLIENTE(WS-IDX-DEUDA)
                    AND TCO-COD-SERVICIO(IDX-CORTE)
                           = TDE-COD-SERVICIO(WS-IDX-DEUDA)
                       SET WS-IDX-CORTE TO IDX-CORTE
               END-SEARCH
           END-IF.

      *    Par suspendido sin deuda en los items abiertos: F112APLI
      *    ya aplico los pagos; se pide la reconexion con el cargo
      *    del servicio, que F112CMNT manda a TRANSAC.DAT.
       24000-EVALUAR-RECONEXION.
           MOVE 0 TO WS-IDX-DEUDA
           IF CANT-DEUDAS > 0
               SET IDX-DEUDA TO 1
               SEARCH TABLA-DEUDAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-NRO-CLIENTE(IDX-DEUDA)
                           = TCO-NRO-CLIENTE(WS-IDX-CORTE)
                    AND TDE-COD-SERVICIO(IDX-DEUDA)
                           = TCO-COD-SERVICIO(WS-IDX-CORTE)
                    AND TDE-SALDO(IDX-DEUDA) > 0
                       SET WS-IDX-DEUDA TO IDX-DEUDA
               END-SEARCH
           END-IF
           IF WS-IDX-DEUDA = 0
               MOVE TCO-COD-SERVICIO(WS-IDX-CORTE)
                   TO WS-SERVICIO-BUSCADO
               PERFORM 23000-BUSCAR-CRITERIO
               MOVE SPACES TO REG-MOVIMIENTO
               MOVE 'R' TO TIPO-MV
               MOVE TCO-NRO-CLIENTE(WS-IDX-CORTE) TO NRO-CLIENTE-MV
               MOVE TCO-COD-SERVICIO(WS-IDX-CORTE) TO COD-SERVICIO-MV
               IF WS-IDX-CRIT > 0
                   MOVE TCR-CARGO-RECONEX(WS-IDX-CRIT) TO IMPORTE-MV
               ELSE
                   MOVE 0 TO IMPORTE-MV
               END-IF
               MOVE WS-OPERADOR-CORTE TO OPERADOR-MV
               PERFORM 25000-GRABAR-MOVIMIENTO
               ADD 1 TO WS-CANT-RECONEX
               IF LISTADO-ABIERTO
                   MOVE 'RECONEXION' TO LCD-ACCION
                   MOVE TCO-NRO-CLIENTE(WS-IDX-CORTE) TO LCD-CLIENTE
                   MOVE TCO-COD-SERVICIO(WS-IDX-CORTE)
                       TO LCD-SERVICIO
                   MOVE TCO-FECHA-CORTE(WS-IDX-CORTE) TO LCD-FECHA
                   COMPUTE WS-DIAS-DEUDA =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
                       - FUNCTION INTEGER-OF-DATE(
                           TCO-FECHA-CORTE(WS-IDX-CORTE))
                   MOVE WS-DIAS-DEUDA TO LCD-DIAS
                   MOVE 0 TO LCD-SALDO
                   MOVE IMPORTE-MV TO LCD-CARGO
                   WRITE LIN-CORTE FROM LIN-CO-DETALLE
               END-IF
           END-IF.

       25000-GRABAR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA CLIMOVS'
               MOVE '25000-GRABAR-MOV' TO JL-PARRAFO
               MOVE FS-MOVIMIENTOS TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA CLIMOVS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112CORT' TO JL-PROGRAMA
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
           DISPLAY 'CORTES PEDIDOS      : ' WS-CANT-CORTES
           DISPLAY 'RECONEXIONES PEDIDAS: ' WS-CANT-RECONEX
           IF LISTADO-ABIERTO
               MOVE WS-CANT-CORTES TO LCF-CORTES
               MOVE WS-CANT-RECONEX TO LCF-RECONEX
               WRITE LIN-CORTE FROM LIN-CO-TOTAL
               CLOSE CORTE-LISTADO
           END-IF
           IF MOVIMIENTOS-ABIERTO
               CLOSE MOVIMIENTOS
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112CORT' TO RS-JOB
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

       END PROGRAM F112CORT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112INTG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-REGLAS ASSIGN TO  '..\INTEGCTL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTROL.

           SELECT CLIENTES-IX ASSIGN TO  '..\CLIMAEIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS CLAVE-IX
                         ALTERNATE RECORD KEY IS NYAR-IX
                             WITH DUPLICATES
                         FILE STATUS  IS FS-INDICE.

           SELECT ACUMULADO-NUEVO ASSIGN TO  '..\ACUMNVO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ACUM-NVO.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT DEBITOS ASSIGN TO  '..\DEBITOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEBITOS.

           SELECT SUSPENSO ASSIGN TO  '..\SUSPNVO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SUSPENSO.

           SELECT DISPUTAS ASSIGN TO  '..\DISPUTAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DISPUTAS.

           SELECT VIOLACIONES ASSIGN TO  '..\INTEGVIO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VIOLACIONES.

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
      *    ACTIVA-IC: 'S' la regla se controla, 'N' se saltea. Una
      *    regla que no figura en el archivo queda activa.
       FD  CONTROL-REGLAS.
       01  REG-CONTROL-REGLA.
           02 REGLA-IC                 PIC X(4).
           02 ACTIVA-IC                PIC X(1).

       FD  CLIENTES-IX.
       01  REG-CLT-IX.
           02 CLAVE-IX.
              03 NRO-CLIENTE-IX        PIC 9(7).
              03 COD-SERVICIO-IX       PIC X(3).
           02 NYAR-IX                  PIC X(60).
           02 IMPORTE-IX               PIC 9(7)V99.
           02 BANCO-IX                 PIC X(3).
           02 CTA-BANCO-IX             PIC X(22).

       FD  ACUMULADO-NUEVO.
       01  REG-ACUM-NVO.
           02 NRO-CLIENTE-ACN          PIC 9(7).
           02 SALDO-ANT-ACN            PIC S9(9)V99.
           02 CANT-TRANS-MTD-ACN       PIC 9(5).

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

       FD  DEBITOS.
       01  REG-DEBITO.
           02 TIPO-REG-DB              PIC X(6).
           02 NRO-CLIENTE-DB           PIC 9(7).
           02 BANCO-DB                 PIC X(3).
           02 CTA-BANCO-DB             PIC X(22).
           02 IMPORTE-DB               PIC 9(7)V99.
           02 COD-SERVICIO-DB          PIC X(3).
           02 FILLER                   PIC X(5).

       FD  SUSPENSO.
       01  REG-SUSPENSO.
           02 SN-NRO-CLIENTE           PIC 9(7).
           02 SN-COD-SERVICIO          PIC X(3).
           02 SN-IND-TRANS             PIC X(1).
           02 SN-IMPORTE               PIC S9(7)V99.
           02 SN-REINTENTOS            PIC 9(2).

      *    DP-ESTADO: 'A' disputa abierta (retiene la cobranza).
       FD  DISPUTAS.
       01  REG-DISPUTA.
           02 DP-NRO-CLIENTE           PIC 9(7).
           02 DP-COD-SERVICIO          PIC X(3).
           02 DP-IMPORTE               PIC S9(7)V99.
           02 DP-FECHA-ALTA            PIC X(8).
           02 DP-ESTADO                PIC X(1).

      *    Una violacion por registro: la clave del registro que
      *    falla y la clave que deberia (o no deberia) existir en el
      *    archivo relacionado.
       FD  VIOLACIONES.
       01  REG-VIOLACION.
           02 REGLA-VI                 PIC X(4).
           02 ARCHIVO-VI               PIC X(12).
           02 CLAVE-VI                 PIC X(20).
           02 ARCHIVO-REF-VI           PIC X(12).
           02 CLAVE-REF-VI             PIC X(20).
           02 DETALLE-VI               PIC X(30).
           02 FECHA-VI                 PIC X(8).
           02 RUN-ID-VI                PIC X(11).

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
       01  FS-CONTROL                  PIC X(2).
           88 FS-CONTROL-OK        VALUE "00".
       01  FS-INDICE                   PIC X(2).
           88 FS-INDICE-OK         VALUE "00".
       01  FS-ACUM-NVO                 PIC X(2).
           88 FS-ACUM-NVO-OK       VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-DEBITOS                  PIC X(2).
           88 FS-DEBITOS-OK        VALUE "00".
       01  FS-SUSPENSO                 PIC X(2).
           88 FS-SUSPENSO-OK       VALUE "00".
       01  FS-DISPUTAS                 PIC X(2).
           88 FS-DISPUTAS-OK       VALUE "00".
       01  FS-VIOLACIONES              PIC X(2).
           88 FS-VIOLACIONES-OK    VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-VIOLACIONES-ABIERTO      PIC X VALUE 'N'.
           88 VIOLACIONES-ABIERTO      VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-HORA-FIN                 PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  FIN-CONTROL                 PIC X VALUE 'N'.
       01  FIN-INDICE                  PIC X VALUE 'N'.
       01  FIN-ACUM-NVO                PIC X VALUE 'N'.
       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-DEBITOS                 PIC X VALUE 'N'.
       01  FIN-SUSPENSO                PIC X VALUE 'N'.
       01  FIN-DISPUTAS                PIC X VALUE 'N'.

       01  WS-IDX-REGLA                PIC 9(2).
       01  WS-REGLA-ACTUAL             PIC 9(2).
       01  WS-IDX-CLI                  PIC 9(5).
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-FAC                  PIC 9(5).
       01  WS-IDX-IMP                  PIC 9(5).
       01  WS-CLIENTE-BUSCADO          PIC 9(7).
       01  WS-SERVICIO-BUSCADO         PIC X(3).
       01  WS-FACTURA-BUSCADA          PIC 9(8).
       01  WS-FACTURA-ANT              PIC 9(8) VALUE 0.
       01  WS-CARGAR-CLIENTES          PIC X VALUE 'N'.
       01  WS-CARGAR-FACTURAS          PIC X VALUE 'N'.
       01  WS-CLAVE-ARMADA.
           02 WS-CLAVE-CLIENTE         PIC 9(7).
           02 FILLER                   PIC X(1) VALUE '/'.
           02 WS-CLAVE-SERVICIO        PIC X(3).
           02 FILLER                   PIC X(9) VALUE SPACES.
       01  WS-CLAVE-ITEM.
           02 WS-CLAVE-FACTURA         PIC 9(8).
           02 FILLER                   PIC X(1) VALUE '/'.
           02 WS-CLAVE-CLI-ITEM        PIC 9(7).
           02 FILLER                   PIC X(4) VALUE SPACES.

      *    Reglas de integridad. El codigo es el que se graba en
      *    INTEGVIO y, con prefijo INTEG-, el job de su renglon en
      *    RUNSTAT para las alarmas de volumen.
       01  TABLA-REGLAS-VALORES.
           02 FILLER                   PIC X(34) VALUE
              'AC01ACUMULADO SIN CLIENTE VIGENTE'.
           02 FILLER                   PIC X(34) VALUE
              'IA01ITEM ABIERTO SIN FACTURA'.
           02 FILLER                   PIC X(34) VALUE
              'DB01DEBITO DE CLIENTE DADO DE BAJA'.
           02 FILLER                   PIC X(34) VALUE
              'SU01SUSPENSO DE CLIENTE EXISTENTE'.
           02 FILLER                   PIC X(34) VALUE
              'DP01DISPUTA SOBRE FACTURA PAGADA'.
       01  TABLA-REGLAS REDEFINES TABLA-REGLAS-VALORES.
           02 TABLA-REGLA-ITEM OCCURS 5 TIMES
                               INDEXED BY IDX-REGLA.
               03 TRG-CODIGO           PIC X(4).
               03 TRG-DESCRIPCION      PIC X(30).
       01  CANT-REGLAS                 PIC 9(2) VALUE 5.
       01  TABLA-CONTROL-REGLAS.
           02 TABLA-CTL-ITEM OCCURS 5 TIMES.
               03 TRC-ACTIVA           PIC X(1).
               03 TRC-ESTADO           PIC X(10).
               03 TRC-CONTROLADOS      PIC 9(7).
               03 TRC-VIOLACIONES      PIC 9(7).

       01  CANT-CLIENTES               PIC 9(5) VALUE 0.
       01  TABLA-CLIENTES.
           02 TABLA-CLI-ITEM OCCURS 1 TO 49999 TIMES
                             DEPENDING ON CANT-CLIENTES
                             INDEXED BY IDX-CLI.
               03 TCL-NRO-CLIENTE      PIC 9(7).
               03 TCL-COD-SERVICIO     PIC X(3).

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEM-ITEM OCCURS 1 TO 49999 TIMES
                              DEPENDING ON CANT-ITEMS
                              INDEXED BY IDX-ITEM.
               03 TIA-NRO-FACTURA      PIC 9(8).
               03 TIA-NRO-CLIENTE      PIC 9(7).
               03 TIA-SALDO            PIC S9(9)V99.

       01  CANT-FACTURAS               PIC 9(5) VALUE 0.
       01  TABLA-FACTURAS.
           02 TABLA-FAC-ITEM OCCURS 1 TO 49999 TIMES
                             DEPENDING ON CANT-FACTURAS
                             INDEXED BY IDX-FAC.
               03 TFA-NRO-FACTURA      PIC 9(8).

      *    Pares cliente/servicio con alguna factura impaga.
       01  CANT-IMPAGOS                PIC 9(5) VALUE 0.
       01  TABLA-IMPAGOS.
           02 TABLA-IMP-ITEM OCCURS 1 TO 19999 TIMES
                             DEPENDING ON CANT-IMPAGOS
                             INDEXED BY IDX-IMP.
               03 TIM-NRO-CLIENTE      PIC 9(7).
               03 TIM-COD-SERVICIO     PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 21000-REGLA-ACUMULADO.
           PERFORM 22000-REGLA-ITEMS.
           PERFORM 23000-REGLA-DEBITOS.
           PERFORM 24000-REGLA-SUSPENSO.
           PERFORM 25000-REGLA-DISPUTAS.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
               UNTIL WS-IDX-REGLA > CANT-REGLAS
               MOVE 'S' TO TRC-ACTIVA(WS-IDX-REGLA)
               MOVE 'OK' TO TRC-ESTADO(WS-IDX-REGLA)
               MOVE 0 TO TRC-CONTROLADOS(WS-IDX-REGLA)
               MOVE 0 TO TRC-VIOLACIONES(WS-IDX-REGLA)
           END-PERFORM
           PERFORM 12000-LEER-CONTROL

           OPEN OUTPUT VIOLACIONES.
           IF NOT FS-VIOLACIONES-OK
               DISPLAY 'ERROR AL ABRIR INTEGVIO'
               DISPLAY 'FILE STATUS ' FS-VIOLACIONES
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-VIOLACIONES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR INTEGVIO' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET VIOLACIONES-ABIERTO TO TRUE
           END-IF

      *    Los maestros en memoria se cargan solo si alguna regla
      *    activa los necesita.
           IF TRC-ACTIVA(1) = 'S' OR TRC-ACTIVA(3) = 'S'
              OR TRC-ACTIVA(4) = 'S'
               PERFORM 13000-CARGAR-CLIENTES
           END-IF
           IF TRC-ACTIVA(2) = 'S' OR TRC-ACTIVA(5) = 'S'
               PERFORM 14000-CARGAR-ITEMS
               PERFORM 15000-CARGAR-FACTURAS
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112INTG' AND RS-FIN(1:8)
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

       12000-LEER-CONTROL.
           OPEN INPUT CONTROL-REGLAS.
           IF FS-CONTROL-OK
               PERFORM UNTIL FIN-CONTROL = 'S'
                   READ CONTROL-REGLAS
                       AT END
                           MOVE 'S' TO FIN-CONTROL
                       NOT AT END
                           PERFORM 12100-TOMAR-CONTROL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-REGLAS
           ELSE
               DISPLAY 'SIN INTEGCTL, TODAS LAS REGLAS ACTIVAS'
           END-IF.

       12100-TOMAR-CONTROL.
           SET IDX-REGLA TO 1
           SEARCH TABLA-REGLA-ITEM
               AT END
                   DISPLAY 'REGLA DESCONOCIDA EN INTEGCTL: '
                           REGLA-IC
                   MOVE '12100-TOMAR-CONTROL' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE 'REGLA DESCONOCIDA EN INTEGCTL'
                       TO JL-MENSAJE
                   PERFORM 91000-LOG-AVISO
               WHEN TRG-CODIGO(IDX-REGLA) = REGLA-IC
                   SET WS-IDX-REGLA TO IDX-REGLA
                   IF ACTIVA-IC = 'N'
                       MOVE 'N' TO TRC-ACTIVA(WS-IDX-REGLA)
                   ELSE
                       MOVE 'S' TO TRC-ACTIVA(WS-IDX-REGLA)
                   END-IF
           END-SEARCH.

       13000-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-IX.
           IF NOT FS-INDICE-OK
               DISPLAY 'ERROR AL ABRIR CLIMAEIX'
               DISPLAY 'FILE STATUS ' FS-INDICE
               MOVE '13000-CARGAR-CLIENTES' TO JL-PARRAFO
               MOVE FS-INDICE TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CLIMAEIX' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-INDICE = 'S'
               READ CLIENTES-IX NEXT
                   AT END
                       MOVE 'S' TO FIN-INDICE
                   NOT AT END
                       ADD 1 TO CANT-CLIENTES
                       MOVE NRO-CLIENTE-IX
                           TO TCL-NRO-CLIENTE(CANT-CLIENTES)
                       MOVE COD-SERVICIO-IX
                           TO TCL-COD-SERVICIO(CANT-CLIENTES)
               END-READ
           END-PERFORM
           CLOSE CLIENTES-IX.

       14000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           ADD 1 TO CANT-ITEMS
                           MOVE NRO-FACTURA-IA
                               TO TIA-NRO-FACTURA(CANT-ITEMS)
                           MOVE NRO-CLIENTE-IA
                               TO TIA-NRO-CLIENTE(CANT-ITEMS)
                           MOVE SALDO-IA TO TIA-SALDO(CANT-ITEMS)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           ELSE
               DISPLAY 'SIN ITEMS ABIERTOS ' FS-ITEMS
               MOVE 'SIN ARCHIVO' TO TRC-ESTADO(2)
           END-IF.

      *    FACTURAS trae un renglon por servicio facturado; las
      *    lineas de una misma factura vienen juntas.
       15000-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           PERFORM 15100-TOMAR-FACTURA
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           ELSE
               DISPLAY 'SIN ARCHIVO FACTURAS ' FS-FACTURAS
               MOVE 'SIN ARCHIVO' TO TRC-ESTADO(2)
               MOVE 'SIN ARCHIVO' TO TRC-ESTADO(5)
           END-IF.

       15100-TOMAR-FACTURA.
           IF CANT-FACTURAS = 0
              OR NRO-FACTURA-F NOT = WS-FACTURA-ANT
               ADD 1 TO CANT-FACTURAS
               MOVE NRO-FACTURA-F TO TFA-NRO-FACTURA(CANT-FACTURAS)
               MOVE NRO-FACTURA-F TO WS-FACTURA-ANT
           END-IF
           IF TRC-ACTIVA(5) = 'S'
               MOVE NRO-FACTURA-F TO WS-FACTURA-BUSCADA
               PERFORM 41000-BUSCAR-ITEM-IMPAGO
               IF WS-IDX-ITEM > 0
                   MOVE NRO-CLIENTE-F TO WS-CLIENTE-BUSCADO
                   MOVE COD-SERVICIO-F TO WS-SERVICIO-BUSCADO
                   PERFORM 43000-BUSCAR-IMPAGO
                   IF WS-IDX-IMP = 0 AND CANT-IMPAGOS < 19999
                       ADD 1 TO CANT-IMPAGOS
                       MOVE NRO-CLIENTE-F
                           TO TIM-NRO-CLIENTE(CANT-IMPAGOS)
                       MOVE COD-SERVICIO-F
                           TO TIM-COD-SERVICIO(CANT-IMPAGOS)
                   END-IF
               END-IF
           END-IF.

      *    AC01: todo cliente del acumulado debe seguir en el padron.
       21000-REGLA-ACUMULADO.
           MOVE 1 TO WS-REGLA-ACTUAL
           IF TRC-ACTIVA(WS-REGLA-ACTUAL) = 'S'
               OPEN INPUT ACUMULADO-NUEVO
               IF NOT FS-ACUM-NVO-OK
                   DISPLAY 'SIN ARCHIVO ACUMNVO ' FS-ACUM-NVO
                   MOVE 'SIN ARCHIVO' TO TRC-ESTADO(WS-REGLA-ACTUAL)
               ELSE
                   PERFORM UNTIL FIN-ACUM-NVO = 'S'
                       READ ACUMULADO-NUEVO
                           AT END
                               MOVE 'S' TO FIN-ACUM-NVO
                           NOT AT END
                               PERFORM 21100-CONTROLAR-ACUMULADO
                       END-READ
                   END-PERFORM
                   CLOSE ACUMULADO-NUEVO
               END-IF
           END-IF.

       21100-CONTROLAR-ACUMULADO.
           ADD 1 TO TRC-CONTROLADOS(WS-REGLA-ACTUAL)
           MOVE NRO-CLIENTE-ACN TO WS-CLIENTE-BUSCADO
           MOVE SPACES TO WS-SERVICIO-BUSCADO
           PERFORM 40000-BUSCAR-CLIENTE
           IF WS-IDX-CLI = 0
               MOVE 'ACUMNVO' TO ARCHIVO-VI
               MOVE SPACES TO CLAVE-VI
               MOVE NRO-CLIENTE-ACN TO CLAVE-VI(1:7)
               MOVE 'CLIMAEIX' TO ARCHIVO-REF-VI
               MOVE SPACES TO CLAVE-REF-VI
               MOVE NRO-CLIENTE-ACN TO CLAVE-REF-VI(1:7)
               PERFORM 50000-GRABAR-VIOLACION
           END-IF.

      *    IA01: todo item abierto debe tener su factura.
       22000-REGLA-ITEMS.
           MOVE 2 TO WS-REGLA-ACTUAL
           IF TRC-ACTIVA(WS-REGLA-ACTUAL) = 'S'
              AND TRC-ESTADO(WS-REGLA-ACTUAL) = 'OK'
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > CANT-ITEMS
                   PERFORM 22100-CONTROLAR-ITEM
               END-PERFORM
           END-IF.

       22100-CONTROLAR-ITEM.
           ADD 1 TO TRC-CONTROLADOS(WS-REGLA-ACTUAL)
           MOVE TIA-NRO-FACTURA(WS-IDX-ITEM) TO WS-FACTURA-BUSCADA
           PERFORM 42000-BUSCAR-FACTURA
           IF WS-IDX-FAC = 0
               MOVE TIA-NRO-FACTURA(WS-IDX-ITEM) TO WS-CLAVE-FACTURA
               MOVE TIA-NRO-CLIENTE(WS-IDX-ITEM) TO WS-CLAVE-CLI-ITEM
               MOVE 'ITEMSABI' TO ARCHIVO-VI
               MOVE WS-CLAVE-ITEM TO CLAVE-VI
               MOVE 'FACTURAS' TO ARCHIVO-REF-VI
               MOVE SPACES TO CLAVE-REF-VI
               MOVE TIA-NRO-FACTURA(WS-IDX-ITEM) TO CLAVE-REF-VI(1:8)
               PERFORM 50000-GRABAR-VIOLACION
           END-IF.

      *    DB01: el debito presentado debe ser de un cliente/servicio
      *    que sigue en el padron (la baja lo saca de CLIMAEIX).
       23000-REGLA-DEBITOS.
           MOVE 3 TO WS-REGLA-ACTUAL
           IF TRC-ACTIVA(WS-REGLA-ACTUAL) = 'S'
               OPEN INPUT DEBITOS
               IF NOT FS-DEBITOS-OK
                   DISPLAY 'SIN ARCHIVO DEBITOS ' FS-DEBITOS
                   MOVE 'SIN ARCHIVO' TO TRC-ESTADO(WS-REGLA-ACTUAL)
               ELSE
                   PERFORM UNTIL FIN-DEBITOS = 'S'
                       READ DEBITOS
                           AT END
                               MOVE 'S' TO FIN-DEBITOS
                           NOT AT END
                               IF TIPO-REG-DB = 'DEBITO'
                                   PERFORM 23100-CONTROLAR-DEBITO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEBITOS
               END-IF
           END-IF.

       23100-CONTROLAR-DEBITO.
           ADD 1 TO TRC-CONTROLADOS(WS-REGLA-ACTUAL)
           MOVE NRO-CLIENTE-DB TO WS-CLIENTE-BUSCADO
           MOVE COD-SERVICIO-DB TO WS-SERVICIO-BUSCADO
           PERFORM 40000-BUSCAR-CLIENTE
           IF WS-IDX-CLI = 0
               MOVE NRO-CLIENTE-DB TO WS-CLAVE-CLIENTE
               MOVE COD-SERVICIO-DB TO WS-CLAVE-SERVICIO
               MOVE 'DEBITOS' TO ARCHIVO-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-VI
               MOVE 'CLIMAEIX' TO ARCHIVO-REF-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-REF-VI
               PERFORM 50000-GRABAR-VIOLACION
           END-IF.

      *    SU01: lo que quedo en suspenso por cliente inexistente ya
      *    deberia haberse reprocesado si el cliente existe.
       24000-REGLA-SUSPENSO.
           MOVE 4 TO WS-REGLA-ACTUAL
           IF TRC-ACTIVA(WS-REGLA-ACTUAL) = 'S'
               OPEN INPUT SUSPENSO
               IF NOT FS-SUSPENSO-OK
                   DISPLAY 'SIN ARCHIVO SUSPNVO ' FS-SUSPENSO
                   MOVE 'SIN ARCHIVO' TO TRC-ESTADO(WS-REGLA-ACTUAL)
               ELSE
                   PERFORM UNTIL FIN-SUSPENSO = 'S'
                       READ SUSPENSO
                           AT END
                               MOVE 'S' TO FIN-SUSPENSO
                           NOT AT END
                               PERFORM 24100-CONTROLAR-SUSPENSO
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSO
               END-IF
           END-IF.

       24100-CONTROLAR-SUSPENSO.
           ADD 1 TO TRC-CONTROLADOS(WS-REGLA-ACTUAL)
           MOVE SN-NRO-CLIENTE TO WS-CLIENTE-BUSCADO
           MOVE SN-COD-SERVICIO TO WS-SERVICIO-BUSCADO
           PERFORM 40000-BUSCAR-CLIENTE
           IF WS-IDX-CLI > 0
               MOVE SN-NRO-CLIENTE TO WS-CLAVE-CLIENTE
               MOVE SN-COD-SERVICIO TO WS-CLAVE-SERVICIO
               MOVE 'SUSPNVO' TO ARCHIVO-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-VI
               MOVE 'CLIMAEIX' TO ARCHIVO-REF-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-REF-VI
               PERFORM 50000-GRABAR-VIOLACION
           END-IF.

      *    DP01: una disputa abierta retiene cobranza; si el cliente
      *    ya no tiene factura impaga de ese servicio, sobra.
       25000-REGLA-DISPUTAS.
           MOVE 5 TO WS-REGLA-ACTUAL
           IF TRC-ACTIVA(WS-REGLA-ACTUAL) = 'S'
              AND TRC-ESTADO(WS-REGLA-ACTUAL) = 'OK'
               OPEN INPUT DISPUTAS
               IF NOT FS-DISPUTAS-OK
                   DISPLAY 'SIN ARCHIVO DISPUTAS ' FS-DISPUTAS
                   MOVE 'SIN ARCHIVO' TO TRC-ESTADO(WS-REGLA-ACTUAL)
               ELSE
                   PERFORM UNTIL FIN-DISPUTAS = 'S'
                       READ DISPUTAS
                           AT END
                               MOVE 'S' TO FIN-DISPUTAS
                           NOT AT END
                               IF DP-ESTADO = 'A'
                                   PERFORM 25100-CONTROLAR-DISPUTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DISPUTAS
               END-IF
           END-IF.

       25100-CONTROLAR-DISPUTA.
           ADD 1 TO TRC-CONTROLADOS(WS-REGLA-ACTUAL)
           MOVE DP-NRO-CLIENTE TO WS-CLIENTE-BUSCADO
           MOVE DP-COD-SERVICIO TO WS-SERVICIO-BUSCADO
           PERFORM 43000-BUSCAR-IMPAGO
           IF WS-IDX-IMP = 0
               MOVE DP-NRO-CLIENTE TO WS-CLAVE-CLIENTE
               MOVE DP-COD-SERVICIO TO WS-CLAVE-SERVICIO
               MOVE 'DISPUTAS' TO ARCHIVO-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-VI
               MOVE 'ITEMSABI' TO ARCHIVO-REF-VI
               MOVE WS-CLAVE-ARMADA TO CLAVE-REF-VI
               PERFORM 50000-GRABAR-VIOLACION
           END-IF.

      *    Con servicio en blanco alcanza con el numero de cliente.
       40000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           IF CANT-CLIENTES > 0
               SET IDX-CLI TO 1
               SEARCH TABLA-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-CLIENTE(IDX-CLI) = WS-CLIENTE-BUSCADO
                    AND (WS-SERVICIO-BUSCADO = SPACES
                      OR TCL-COD-SERVICIO(IDX-CLI)
                           = WS-SERVICIO-BUSCADO)
                       SET WS-IDX-CLI TO IDX-CLI
               END-SEARCH
           END-IF.

       41000-BUSCAR-ITEM-IMPAGO.
           MOVE 0 TO WS-IDX-ITEM
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEM-ITEM
                   AT END
                       CONTINUE
                   WHEN TIA-NRO-FACTURA(IDX-ITEM) = WS-FACTURA-BUSCADA
                    AND TIA-SALDO(IDX-ITEM) > 0
                       SET WS-IDX-ITEM TO IDX-ITEM
               END-SEARCH
           END-IF.

       42000-BUSCAR-FACTURA.
           MOVE 0 TO WS-IDX-FAC
           IF CANT-FACTURAS > 0
               SET IDX-FAC TO 1
               SEARCH TABLA-FAC-ITEM
                   AT END
                       CONTINUE
                   WHEN TFA-NRO-FACTURA(IDX-FAC) = WS-FACTURA-BUSCADA
                       SET WS-IDX-FAC TO IDX-FAC
               END-SEARCH
           END-IF.

       43000-BUSCAR-IMPAGO.
           MOVE 0 TO WS-IDX-IMP
           IF CANT-IMPAGOS > 0
               SET IDX-IMP TO 1
               SEARCH TABLA-IMP-ITEM
                   AT END
                       CONTINUE
                   WHEN TIM-NRO-CLIENTE(IDX-IMP) = WS-CLIENTE-BUSCADO
                    AND TIM-COD-SERVICIO(IDX-IMP)
                           = WS-SERVICIO-BUSCADO
                       SET WS-IDX-IMP TO IDX-IMP
               END-SEARCH
           END-IF.

       50000-GRABAR-VIOLACION.
           MOVE TRG-CODIGO(WS-REGLA-ACTUAL) TO REGLA-VI
           MOVE TRG-DESCRIPCION(WS-REGLA-ACTUAL) TO DETALLE-VI
           MOVE WS-FECHA-HOY TO FECHA-VI
           MOVE WS-RUN-ID TO RUN-ID-VI
           WRITE REG-VIOLACION
           ADD 1 TO TRC-VIOLACIONES(WS-REGLA-ACTUAL).

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112INTG' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       91000-LOG-AVISO.
           IF JOBLOG-ABIERTO
               MOVE 'F112INTG' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

      *    Un renglon de RUNSTAT por regla controlada (INTEG-xxxx):
      *    entrada son los registros revisados y salida las
      *    violaciones, para que F112VOLU alarme un salto.
       30000-FINAL.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-FIN
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
               UNTIL WS-IDX-REGLA > CANT-REGLAS
               PERFORM 31000-CERRAR-REGLA
           END-PERFORM
           DISPLAY 'REGISTROS REVISADOS : ' WS-CANT-ENTRADA
           DISPLAY 'VIOLACIONES         : ' WS-CANT-SALIDA
           IF VIOLACIONES-ABIERTO
               CLOSE VIOLACIONES
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112INTG' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE WS-HORA-FIN TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           STOP RUN.

       31000-CERRAR-REGLA.
           IF TRC-ACTIVA(WS-IDX-REGLA) NOT = 'S'
               DISPLAY 'REGLA ' TRG-CODIGO(WS-IDX-REGLA)
                       ' INACTIVA'
           ELSE
               ADD TRC-CONTROLADOS(WS-IDX-REGLA) TO WS-CANT-ENTRADA
               ADD TRC-VIOLACIONES(WS-IDX-REGLA) TO WS-CANT-SALIDA
               DISPLAY 'REGLA ' TRG-CODIGO(WS-IDX-REGLA) ' '
                       TRG-DESCRIPCION(WS-IDX-REGLA) ' REVISADOS '
                       TRC-CONTROLADOS(WS-IDX-REGLA) ' VIOLACIONES '
                       TRC-VIOLACIONES(WS-IDX-REGLA)
               IF TRC-VIOLACIONES(WS-IDX-REGLA) > 0
                   MOVE '31000-CERRAR-REGLA' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE SPACES TO JL-MENSAJE
                   STRING 'VIOLACIONES DE INTEGRIDAD '
                          DELIMITED BY SIZE
                          TRG-CODIGO(WS-IDX-REGLA) DELIMITED BY SIZE
                       INTO JL-MENSAJE
                   END-STRING
                   PERFORM 91000-LOG-AVISO
               END-IF
               IF RUNSTAT-ABIERTO
                   MOVE SPACES TO RS-JOB
                   STRING 'INTEG-' DELIMITED BY SIZE
                          TRG-CODIGO(WS-IDX-REGLA) DELIMITED BY SIZE
                       INTO RS-JOB
                   END-STRING
                   MOVE WS-HORA-INICIO TO RS-INICIO
                   MOVE WS-HORA-FIN TO RS-FIN
                   MOVE TRC-CONTROLADOS(WS-IDX-REGLA)
                       TO RS-CANT-ENTRADA
                   MOVE TRC-VIOLACIONES(WS-IDX-REGLA)
                       TO RS-CANT-SALIDA
                   MOVE TRC-ESTADO(WS-IDX-REGLA) TO RS-ESTADO
                   MOVE WS-RUN-ID TO RS-RUN-ID
                   WRITE REG-RUNSTAT
               END-IF
           END-IF.

       END PROGRAM F112INTG.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *    Reposicion automatica de plasticos robados o extraviados.
      *    TarjHot deja en REPOSOL una solicitud por cada alta al
      *    boletin con motivo R o E; aca se emite la tarjeta nueva
      *    sobre la misma cuenta del maestro ENTR (saldo, cuotas y
      *    puntos estan por cuenta, asi que pasan solos) y la orden
      *    de embozado sale en REPOLIST con el formato de RENOLIST,
      *    que EMBOSENV toma junto con SALD. REPOMAE sigue cada
      *    reposicion por ENVCTL, EMBCONF, PINCTL y la entrega en
      *    PIEZAS. Corre antes de EMBOSENV; el parm es la cantidad
      *    de dias de bloqueo tolerados sin plastico entregado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJREPO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES ASSIGN TO  '..\REPOSOL'
                          FILE STATUS  IS FS-SOLICITUDES.

           SELECT MAESTRO ASSIGN TO  '..\ENTR'
                          FILE STATUS  IS FS-MAESTRO.

           SELECT SEGUIMIENTO ASSIGN TO  '..\REPOMAE'
                          FILE STATUS  IS FS-SEGUIMIENTO.

           SELECT HOT-CARDS ASSIGN TO  '..\HOTCARD'
                          FILE STATUS  IS FS-HOT-CARDS.

           SELECT CONTROL-ENVIO ASSIGN TO  '..\ENVCTL'
                          FILE STATUS  IS FS-CONTROL.

           SELECT CONFIRMACIONES ASSIGN TO  '..\EMBCONF'
                          FILE STATUS  IS FS-CONFIRMA.

           SELECT CONTROL-PIN ASSIGN TO  '..\PINCTL'
                          FILE STATUS  IS FS-PIN-CTL.

           SELECT REPOSICIONES ASSIGN TO  '..\REPOLIST'
                          FILE STATUS  IS FS-REPOSICIONES.

           SELECT RECHAZOS ASSIGN TO  '..\REPORECH'
                          FILE STATUS  IS FS-RECHAZOS.

           SELECT PENDIENTES ASSIGN TO  '..\REPOPEND'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS  IS FS-PENDIENTES.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                          FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES.
       01  REG-SOLIC-REPOSICION.
           02 NRO-CTA-SP       PIC 9(8).
           02 NRO-ADIC-SP      PIC 9(2).
           02 MOTIVO-SP        PIC X(1).
           02 FEC-BLOQUEO-SP   PIC 9(8).

       FD  MAESTRO.
       01  REG-ENTRADAS.
           02 NRO-TARJ         PIC X(16).
           02 NRO-CTA          PIC X(10).
           02 NYA              PIC 9(20).
           02 FEC-VENCIM       PIC X(10).
           02 MARCA-RENOV      PIC X.

       FD  SEGUIMIENTO.
       01  REG-SEGUIMIENTO.
           02 NRO-CTA-SG       PIC 9(8).
           02 NRO-ADIC-SG      PIC 9(2).
           02 MOTIVO-SG        PIC X(1).
           02 FEC-BLOQUEO-SG   PIC 9(8).
           02 FEC-PEDIDO-SG    PIC 9(8).
           02 NRO-TARJ-ANT-SG  PIC X(16).
           02 NRO-TARJ-NVA-SG  PIC X(16).
           02 NRO-PIEZA-SG     PIC X(8).
           02 FEC-ENVIO-SG     PIC 9(8).
           02 FEC-EMBOZO-SG    PIC 9(8).
           02 FEC-PIN-SG       PIC 9(8).
           02 FEC-ENTREGA-SG   PIC 9(8).
           02 ESTADO-SG        PIC X(1).

       FD  HOT-CARDS.
       01  REG-HOT-CARD.
           02 NRO-CTA-HC       PIC 9(8).
           02 FECHA-HC         PIC 9(8).
           02 MOTIVO-HC        PIC X(1).
           02 NRO-ADIC-HC      PIC 9(2).

       FD  CONTROL-ENVIO.
       01  REG-CONTROL-ENVIO.
           02 NRO-TARJETA-CE   PIC X(16).
           02 NRO-PIEZA-CE     PIC X(8).
           02 FECHA-ENVIO-CE   PIC 9(8).

       FD  CONFIRMACIONES.
       01  REG-CONFIRMACION.
           02 NRO-TARJETA-CF   PIC X(16).
           02 CANT-PIEZAS-CF   PIC 9(3).
           02 FECHA-EMBOZO-CF  PIC 9(8).

       FD  CONTROL-PIN.
       01  REG-CONTROL-PIN.
           02 NRO-TARJETA-PN   PIC X(16).
           02 NRO-PIEZA-PN     PIC X(8).
           02 FECHA-DESPACHO-PN PIC 9(8).

       FD  REPOSICIONES.
       01  REG-REPOSICION.
           02 NRO-TARJETA-RP   PIC X(16).
           02 NRO-PIEZA-RP     PIC X(8).
           02 FEC-ALTA-RP      PIC X(10).
           02 FEC-EMBOZO-RP    PIC X(10).
           02 DIAS-EMBOZO-RP   PIC 9(5).
           02 DIAS-HAB-EMB-RP  PIC 9(5).

       FD  RECHAZOS.
       01  REG-RECHAZO.
           02 NRO-CTA-RC       PIC 9(8).
           02 NRO-ADIC-RC      PIC 9(2).
           02 MOTIVO-RC        PIC X(1).
           02 FEC-BLOQUEO-RC   PIC 9(8).
           02 DESCRIPCION-RC   PIC X(30).

       FD  PENDIENTES.
       01  LIN-PENDIENTE       PIC X(80).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB            PIC X(10).
           02 RS-INICIO         PIC X(21).
           02 RS-FIN            PIC X(21).
           02 RS-CANT-ENTRADA   PIC 9(7).
           02 RS-CANT-SALIDA    PIC 9(7).
           02 RS-ESTADO         PIC X(10).
           02 RS-RUN-ID         PIC X(11).

       WORKING-STORAGE SECTION.

       EXEC INCLUDE SQLCA END-EXEC.
       EXEC INCLUDE PIEZAS END-EXEC.

       01  REG-TABLA.
           03 NRO-TARJETA          PIC X(16).
           03 FEC-ENTREGA          PIC X(10).

       01  FS-SOLICITUDES      PIC XX.
       01  FIN-SOLICITUDES     PIC 9 VALUE 0.
       01  FS-MAESTRO          PIC XX.
       01  FIN-MAESTRO         PIC 9 VALUE 0.
       01  FS-SEGUIMIENTO      PIC XX.
       01  FIN-SEGUIMIENTO     PIC 9 VALUE 0.
       01  FS-HOT-CARDS        PIC XX.
       01  FIN-HOT-CARDS       PIC 9 VALUE 0.
       01  FS-CONTROL          PIC XX.
       01  FIN-CONTROL         PIC 9 VALUE 0.
       01  FS-CONFIRMA         PIC XX.
       01  FIN-CONFIRMA        PIC 9 VALUE 0.
       01  FS-PIN-CTL          PIC XX.
       01  FIN-PIN-CTL         PIC 9 VALUE 0.
       01  FS-REPOSICIONES     PIC XX.
       01  FS-RECHAZOS         PIC XX.
       01  FS-PENDIENTES       PIC XX.
       01  FS-RUNSTAT          PIC XX.
       01  WS-SOLICITUDES-ABIERTO PIC X VALUE 'N'.
           88 SOLICITUDES-ABIERTO VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO  PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO  VALUE 'S'.
       01  WS-HORA-INICIO      PIC X(21).
       01  WS-ESTADO-FINAL     PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID           PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA  PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST    PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA      PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS    PIC 9(7) VALUE 0.
       01  WS-CANT-ENTREGADAS  PIC 9(7) VALUE 0.
       01  WS-CANT-PENDIENTES  PIC 9(7) VALUE 0.

       01  WS-PARM             PIC X(3) VALUE SPACES.
       01  WS-DIAS-TOLERANCIA  PIC 9(3) VALUE 10.
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-FECHA-JULIANA    PIC 9(7).
       01  WS-SEQ-PIEZA        PIC 9(3) VALUE 0.
       01  WS-VF-FECHA         PIC X(10).
       01  WS-VF-FORMATO       PIC X(3).
       01  WS-VF-RETORNO       PIC 9(2).
       01  WS-VF-FECHA-YMD     PIC 9(8).
       01  WS-EM-TIPO          PIC X(1).
       01  WS-EM-NUMERO        PIC X(22).
       01  WS-EM-MASCARA       PIC X(22).

       01  WS-CTA-X            PIC X(10).
       01  WS-IDX-TARJ         PIC 9(5).
       01  WS-IDX-SEG          PIC 9(5).
       01  WS-IDX-HOT          PIC 9(5).
       01  WS-EN-CURSO         PIC X.
       01  WS-NUMERO-OK        PIC X.
       01  WS-INTENTOS         PIC 9(2).
       01  WS-POS              PIC 9(2).
       01  WS-DOBLAR           PIC X.
       01  WS-PRODUCTO         PIC 9(2).
       01  WS-SUMA-LUHN        PIC 9(4).
       01  WS-COCIENTE         PIC 9(4).
       01  WS-RESTO            PIC 9(2).
       01  WS-DIAS-BLOQUEO     PIC 9(5).

       01  WS-TARJ-NUEVA       PIC X(16).
       01  WS-TARJ-DIGITOS REDEFINES WS-TARJ-NUEVA.
           02 WS-DIGITO        PIC 9 OCCURS 16 TIMES.

       01  CANT-TARJETAS       PIC 9(5) VALUE 0.
       01  TABLA-TARJETAS.
           02 TABLA-TARJETAS-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-TARJETAS
                                  INDEXED BY IDX-TARJ.
               03 TT-NRO-TARJ      PIC X(16).
               03 TT-NRO-CTA       PIC X(10).
               03 TT-NYA           PIC 9(20).
               03 TT-FEC-VENCIM    PIC X(10).
               03 TT-MARCA-RENOV   PIC X.

       01  CANT-SEGUIMIENTO    PIC 9(5) VALUE 0.
       01  TABLA-SEGUIMIENTO.
           02 TABLA-SEG-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-SEGUIMIENTO
                             INDEXED BY IDX-SEG.
               03 TSG-NRO-CTA      PIC 9(8).
               03 TSG-NRO-ADIC     PIC 9(2).
               03 TSG-MOTIVO       PIC X(1).
               03 TSG-FEC-BLOQUEO  PIC 9(8).
               03 TSG-FEC-PEDIDO   PIC 9(8).
               03 TSG-TARJ-ANT     PIC X(16).
               03 TSG-TARJ-NVA     PIC X(16).
               03 TSG-NRO-PIEZA    PIC X(8).
               03 TSG-FEC-ENVIO    PIC 9(8).
               03 TSG-FEC-EMBOZO   PIC 9(8).
               03 TSG-FEC-PIN      PIC 9(8).
               03 TSG-FEC-ENTREGA  PIC 9(8).
               03 TSG-ESTADO       PIC X(1).
                   88 TSG-PEDIDA       VALUE 'S'.
                   88 TSG-ENVIADA      VALUE 'E'.
                   88 TSG-EMBOZADA     VALUE 'C'.
                   88 TSG-PIN-ENVIADO  VALUE 'P'.
                   88 TSG-ENTREGADA    VALUE 'D'.

       01  CANT-HOT-CARDS      PIC 9(5) VALUE 0.
       01  TABLA-HOT-CARDS.
           02 TABLA-HOT-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-HOT-CARDS
                             INDEXED BY IDX-HOT.
               03 THC-NRO-CTA      PIC 9(8).
               03 THC-FECHA        PIC 9(8).
               03 THC-MOTIVO       PIC X(1).
               03 THC-NRO-ADIC     PIC 9(2).

       01  CANT-ENVIADAS       PIC 9(5) VALUE 0.
       01  TABLA-ENVIADAS.
           02 TABLA-ENVIADAS-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-ENVIADAS
                                  INDEXED BY IDX-ENVIADA.
               03 TN-NRO-TARJ      PIC X(16).
               03 TN-FECHA         PIC 9(8).

       01  CANT-CONFIRMADAS    PIC 9(5) VALUE 0.
       01  TABLA-CONFIRMADAS.
           02 TABLA-CONF-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CONFIRMADAS
                              INDEXED BY IDX-CONF.
               03 TCF-NRO-TARJ     PIC X(16).
               03 TCF-FECHA        PIC 9(8).

       01  CANT-PIN-CTL        PIC 9(5) VALUE 0.
       01  TABLA-PIN-CTL.
           02 TABLA-PIN-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-PIN-CTL
                             INDEXED BY IDX-PIN.
               03 TPN-NRO-TARJ     PIC X(16).
               03 TPN-FECHA        PIC 9(8).

       01  LIN-RP-TITULO.
           02 FILLER           PIC X(40) VALUE
              'TARJREPO  BLOQUEADAS SIN REPOSICION AL '.
           02 LRT-FECHA        PIC 9(8).
           02 FILLER           PIC X(10) VALUE '  DIAS > '.
           02 LRT-DIAS         PIC ZZ9.
       01  LIN-RP-COLUMNAS.
           02 FILLER           PIC X(40) VALUE
              'CUENTA    AD MOTIVO     BLOQUEO   DIAS  '.
           02 FILLER           PIC X(40) VALUE
              'TARJETA NUEVA     SITUACION'.
       01  LIN-RP-DETALLE.
           02 LRD-CTA          PIC X(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LRD-ADIC         PIC 9(2).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRD-MOTIVO       PIC X(10).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRD-FECHA        PIC 9(8).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LRD-DIAS         PIC ZZZZ9.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LRD-TARJETA      PIC X(16).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LRD-SITUACION    PIC X(22).
       01  LIN-RP-TOTAL.
           02 FILLER           PIC X(30) VALUE
              'TOTAL CUENTAS PENDIENTES:     '.
           02 LRTT-CANT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FIN-SOLICITUDES = 1
           PERFORM 2400-SEGUIMIENTO
           PERFORM 2600-LISTAR-PENDIENTES
           PERFORM 2800-REESCRIBIR-MAESTROS
           PERFORM 3000-FINAL.

       1000-INICIO.
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PARM) = 0
                   COMPUTE WS-DIAS-TOLERANCIA =
                       FUNCTION NUMVAL(WS-PARM)
               ELSE
                   DISPLAY 'PARM NO NUMERICO, SE USA VALOR POR '
                           'DEFECTO: ' WS-DIAS-TOLERANCIA
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-FECHA-JULIANA = FUNCTION DAY-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY))

           PERFORM 1050-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT
           IF FS-RUNSTAT = ZEROS
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 1200-CARGAR-TARJETAS
           PERFORM 1300-CARGAR-SEGUIMIENTO
           PERFORM 1400-CARGAR-HOT-CARDS
           PERFORM 1500-CARGAR-ENVIADAS
           PERFORM 1600-CARGAR-CONFIRMADAS
           PERFORM 1700-CARGAR-PINES

           OPEN INPUT SOLICITUDES
           IF FS-SOLICITUDES = ZEROS
               SET SOLICITUDES-ABIERTO TO TRUE
           ELSE
               DISPLAY 'SIN SOLICITUDES DE REPOSICION '
                       FS-SOLICITUDES
               MOVE 1 TO FIN-SOLICITUDES
           END-IF

           OPEN OUTPUT REPOSICIONES
           IF FS-REPOSICIONES NOT = ZEROS
               DISPLAY 'ERROR OPEN REPOLIST' FS-REPOSICIONES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF

           OPEN OUTPUT RECHAZOS
           IF FS-RECHAZOS NOT = ZEROS
               DISPLAY 'ERROR OPEN REPORECH' FS-RECHAZOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF

           OPEN OUTPUT PENDIENTES
           IF FS-PENDIENTES NOT = ZEROS
               DISPLAY 'ERROR OPEN REPOPEND' FS-PENDIENTES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF.

       1050-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT = ZEROS
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJREPO' AND RS-FIN(1:8)
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

       1200-CARGAR-TARJETAS.
           OPEN INPUT MAESTRO
           IF FS-MAESTRO = ZEROS
               PERFORM UNTIL FIN-MAESTRO = 1
                   READ MAESTRO AT END MOVE 1 TO FIN-MAESTRO
                   END-READ
                   IF FIN-MAESTRO NOT = 1
                       ADD 1 TO CANT-TARJETAS
                       MOVE REG-ENTRADAS
                           TO TABLA-TARJETAS-ITEM(CANT-TARJETAS)
                   END-IF
               END-PERFORM
               CLOSE MAESTRO
           ELSE
               DISPLAY 'ERROR OPEN MAESTRO' FS-MAESTRO
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF.

       1300-CARGAR-SEGUIMIENTO.
           OPEN INPUT SEGUIMIENTO
           IF FS-SEGUIMIENTO = ZEROS
               PERFORM UNTIL FIN-SEGUIMIENTO = 1
                   READ SEGUIMIENTO AT END MOVE 1 TO FIN-SEGUIMIENTO
                   END-READ
                   IF FIN-SEGUIMIENTO NOT = 1
                       ADD 1 TO CANT-SEGUIMIENTO
                       MOVE REG-SEGUIMIENTO
                           TO TABLA-SEG-ITEM(CANT-SEGUIMIENTO)
                   END-IF
               END-PERFORM
               CLOSE SEGUIMIENTO
           END-IF.

       1400-CARGAR-HOT-CARDS.
           OPEN INPUT HOT-CARDS
           IF FS-HOT-CARDS = ZEROS
               PERFORM UNTIL FIN-HOT-CARDS = 1
                   READ HOT-CARDS AT END MOVE 1 TO FIN-HOT-CARDS
                   END-READ
                   IF FIN-HOT-CARDS NOT = 1
                       ADD 1 TO CANT-HOT-CARDS
                       MOVE NRO-CTA-HC TO THC-NRO-CTA(CANT-HOT-CARDS)
                       MOVE FECHA-HC TO THC-FECHA(CANT-HOT-CARDS)
                       MOVE MOTIVO-HC TO THC-MOTIVO(CANT-HOT-CARDS)
                       IF NRO-ADIC-HC IS NUMERIC
                           MOVE NRO-ADIC-HC
                               TO THC-NRO-ADIC(CANT-HOT-CARDS)
                       ELSE
                           MOVE 0 TO THC-NRO-ADIC(CANT-HOT-CARDS)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HOT-CARDS
           END-IF.

       1500-CARGAR-ENVIADAS.
           OPEN INPUT CONTROL-ENVIO
           IF FS-CONTROL = ZEROS
               PERFORM UNTIL FIN-CONTROL = 1
                   READ CONTROL-ENVIO AT END MOVE 1 TO FIN-CONTROL
                   END-READ
                   IF FIN-CONTROL NOT = 1
                       ADD 1 TO CANT-ENVIADAS
                       MOVE NRO-TARJETA-CE
                           TO TN-NRO-TARJ(CANT-ENVIADAS)
                       MOVE FECHA-ENVIO-CE TO TN-FECHA(CANT-ENVIADAS)
                   END-IF
               END-PERFORM
               CLOSE CONTROL-ENVIO
           END-IF.

       1600-CARGAR-CONFIRMADAS.
           OPEN INPUT CONFIRMACIONES
           IF FS-CONFIRMA = ZEROS
               PERFORM UNTIL FIN-CONFIRMA = 1
                   READ CONFIRMACIONES AT END MOVE 1 TO FIN-CONFIRMA
                   END-READ
                   IF FIN-CONFIRMA NOT = 1
                       ADD 1 TO CANT-CONFIRMADAS
                       MOVE NRO-TARJETA-CF
                           TO TCF-NRO-TARJ(CANT-CONFIRMADAS)
                       MOVE FECHA-EMBOZO-CF
                           TO TCF-FECHA(CANT-CONFIRMADAS)
                   END-IF
               END-PERFORM
               CLOSE CONFIRMACIONES
           END-IF.

       1700-CARGAR-PINES.
           OPEN INPUT CONTROL-PIN
           IF FS-PIN-CTL = ZEROS
               PERFORM UNTIL FIN-PIN-CTL = 1
                   READ CONTROL-PIN AT END MOVE 1 TO FIN-PIN-CTL
                   END-READ
                   IF FIN-PIN-CTL NOT = 1
                       ADD 1 TO CANT-PIN-CTL
                       MOVE NRO-TARJETA-PN
                           TO TPN-NRO-TARJ(CANT-PIN-CTL)
                       MOVE FECHA-DESPACHO-PN
                           TO TPN-FECHA(CANT-PIN-CTL)
                   END-IF
               END-PERFORM
               CLOSE CONTROL-PIN
           END-IF.

       2000-PROCESO.
           READ SOLICITUDES AT END MOVE 1 TO FIN-SOLICITUDES
           END-READ
           IF FIN-SOLICITUDES NOT = 1
               ADD 1 TO WS-CANT-ENTRADA
               IF NRO-ADIC-SP IS NOT NUMERIC
                   MOVE 0 TO NRO-ADIC-SP
               END-IF
               PERFORM 2050-BUSCAR-EN-CURSO
               PERFORM 2100-BUSCAR-TARJETA
               EVALUATE TRUE
                   WHEN MOTIVO-SP NOT = 'R' AND MOTIVO-SP NOT = 'E'
                       MOVE 'MOTIVO SIN REPOSICION'
                           TO DESCRIPCION-RC
                       PERFORM 2900-GRABAR-RECHAZO
                   WHEN WS-EN-CURSO = 'S'
                       MOVE 'REPOSICION EN CURSO' TO DESCRIPCION-RC
                       PERFORM 2900-GRABAR-RECHAZO
                   WHEN WS-IDX-TARJ = 0
                       MOVE 'CUENTA SIN TARJETA' TO DESCRIPCION-RC
                       PERFORM 2900-GRABAR-RECHAZO
                   WHEN TT-NRO-TARJ(WS-IDX-TARJ) IS NOT NUMERIC
                       MOVE 'TARJETA ORIGINAL INVALIDA'
                           TO DESCRIPCION-RC
                       PERFORM 2900-GRABAR-RECHAZO
                   WHEN CANT-TARJETAS = 9999
                     OR CANT-SEGUIMIENTO = 9999
                       MOVE 'TABLAS DE REPOSICION LLENAS'
                           TO DESCRIPCION-RC
                       PERFORM 2900-GRABAR-RECHAZO
                   WHEN OTHER
                       PERFORM 2200-EMITIR-REPOSICION
               END-EVALUATE
           END-IF.

      *    Un plastico pedido y todavia no entregado no se vuelve a
      *    pedir aunque la cuenta entre de nuevo al boletin.
       2050-BUSCAR-EN-CURSO.
           MOVE 'N' TO WS-EN-CURSO
           IF CANT-SEGUIMIENTO > 0
               SET IDX-SEG TO 1
               SEARCH TABLA-SEG-ITEM
                   AT END
                       CONTINUE
                   WHEN TSG-NRO-CTA(IDX-SEG) = NRO-CTA-SP
                    AND TSG-NRO-ADIC(IDX-SEG) = NRO-ADIC-SP
                    AND NOT TSG-ENTREGADA(IDX-SEG)
                       MOVE 'S' TO WS-EN-CURSO
               END-SEARCH
           END-IF.

      *    ENTR no distingue adicionales: se repone sobre la ultima
      *    tarjeta emitida para la cuenta, que despues de una
      *    reposicion anterior es la propia reposicion.
       2100-BUSCAR-TARJETA.
           MOVE 0 TO WS-IDX-TARJ
           MOVE NRO-CTA-SP TO WS-CTA-X
           PERFORM VARYING IDX-TARJ FROM 1 BY 1
               UNTIL IDX-TARJ > CANT-TARJETAS
               IF TT-NRO-CTA(IDX-TARJ)(1:8) = WS-CTA-X(1:8)
                   SET WS-IDX-TARJ TO IDX-TARJ
               END-IF
           END-PERFORM.

       2200-EMITIR-REPOSICION.
           PERFORM 2300-GENERAR-NUMERO
           IF WS-NUMERO-OK NOT = 'S'
               MOVE 'SIN NUMERO DE TARJETA LIBRE' TO DESCRIPCION-RC
               PERFORM 2900-GRABAR-RECHAZO
           ELSE
               IF WS-SEQ-PIEZA = 999
                   DISPLAY 'ERROR: SECUENCIA DE PIEZAS AGOTADA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 3000-FINAL
               END-IF
               ADD 1 TO WS-SEQ-PIEZA
               MOVE WS-TARJ-NUEVA TO NRO-TARJETA-RP
               MOVE SPACES TO NRO-PIEZA-RP
               STRING 'P' WS-FECHA-JULIANA(4:4) WS-SEQ-PIEZA
                   DELIMITED BY SIZE INTO NRO-PIEZA-RP
               MOVE SPACES TO FEC-ALTA-RP
               STRING WS-FECHA-HOY(1:4) '-' WS-FECHA-HOY(5:2) '-'
                      WS-FECHA-HOY(7:2)
                   DELIMITED BY SIZE INTO FEC-ALTA-RP
               MOVE SPACES TO FEC-EMBOZO-RP
               MOVE 0 TO DIAS-EMBOZO-RP
               MOVE 0 TO DIAS-HAB-EMB-RP
               WRITE REG-REPOSICION
               IF FS-REPOSICIONES NOT = ZEROS
                   DISPLAY 'ERROR WRITE REPOLIST' FS-REPOSICIONES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 3000-FINAL
               END-IF

      *        El plastico bloqueado no se renueva mas; el nuevo
      *        conserva cuenta, titular y vencimiento.
               MOVE 'S' TO TT-MARCA-RENOV(WS-IDX-TARJ)
               ADD 1 TO CANT-TARJETAS
               MOVE TABLA-TARJETAS-ITEM(WS-IDX-TARJ)
                   TO TABLA-TARJETAS-ITEM(CANT-TARJETAS)
               MOVE WS-TARJ-NUEVA TO TT-NRO-TARJ(CANT-TARJETAS)
               MOVE 'N' TO TT-MARCA-RENOV(CANT-TARJETAS)

               ADD 1 TO CANT-SEGUIMIENTO
               MOVE NRO-CTA-SP TO TSG-NRO-CTA(CANT-SEGUIMIENTO)
               MOVE NRO-ADIC-SP TO TSG-NRO-ADIC(CANT-SEGUIMIENTO)
               MOVE MOTIVO-SP TO TSG-MOTIVO(CANT-SEGUIMIENTO)
               MOVE FEC-BLOQUEO-SP
                   TO TSG-FEC-BLOQUEO(CANT-SEGUIMIENTO)
               MOVE WS-FECHA-HOY TO TSG-FEC-PEDIDO(CANT-SEGUIMIENTO)
               MOVE TT-NRO-TARJ(WS-IDX-TARJ)
                   TO TSG-TARJ-ANT(CANT-SEGUIMIENTO)
               MOVE WS-TARJ-NUEVA TO TSG-TARJ-NVA(CANT-SEGUIMIENTO)
               MOVE NRO-PIEZA-RP TO TSG-NRO-PIEZA(CANT-SEGUIMIENTO)
               MOVE 0 TO TSG-FEC-ENVIO(CANT-SEGUIMIENTO)
               MOVE 0 TO TSG-FEC-EMBOZO(CANT-SEGUIMIENTO)
               MOVE 0 TO TSG-FEC-PIN(CANT-SEGUIMIENTO)
               MOVE 0 TO TSG-FEC-ENTREGA(CANT-SEGUIMIENTO)
               SET TSG-PEDIDA(CANT-SEGUIMIENTO) TO TRUE
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

      *    Numero nuevo: mismo BIN y rango de cuenta, se avanza el
      *    digito de emision (posicion 15) y se recalcula el digito
      *    verificador Luhn, salteando numeros ya existentes en ENTR.
       2300-GENERAR-NUMERO.
           MOVE TT-NRO-TARJ(WS-IDX-TARJ) TO WS-TARJ-NUEVA
           MOVE 'N' TO WS-NUMERO-OK
           MOVE 0 TO WS-INTENTOS
           PERFORM 2310-PROBAR-NUMERO
               UNTIL WS-NUMERO-OK = 'S' OR WS-INTENTOS = 9.

       2310-PROBAR-NUMERO.
           ADD 1 TO WS-INTENTOS
           IF WS-DIGITO(15) = 9
               MOVE 0 TO WS-DIGITO(15)
           ELSE
               ADD 1 TO WS-DIGITO(15)
           END-IF
           PERFORM 2320-DIGITO-VERIFICADOR
           MOVE 'S' TO WS-NUMERO-OK
           SET IDX-TARJ TO 1
           SEARCH TABLA-TARJETAS-ITEM
               AT END
                   CONTINUE
               WHEN TT-NRO-TARJ(IDX-TARJ) = WS-TARJ-NUEVA
                   MOVE 'N' TO WS-NUMERO-OK
           END-SEARCH.

       2320-DIGITO-VERIFICADOR.
           MOVE 0 TO WS-SUMA-LUHN
           MOVE 'S' TO WS-DOBLAR
           PERFORM VARYING WS-POS FROM 15 BY -1 UNTIL WS-POS = 0
               MOVE WS-DIGITO(WS-POS) TO WS-PRODUCTO
               IF WS-DOBLAR = 'S'
                   MULTIPLY 2 BY WS-PRODUCTO
                   IF WS-PRODUCTO > 9
                       SUBTRACT 9 FROM WS-PRODUCTO
                   END-IF
                   MOVE 'N' TO WS-DOBLAR
               ELSE
                   MOVE 'S' TO WS-DOBLAR
               END-IF
               ADD WS-PRODUCTO TO WS-SUMA-LUHN
           END-PERFORM
           DIVIDE WS-SUMA-LUHN BY 10 GIVING WS-COCIENTE
               REMAINDER WS-RESTO
           IF WS-RESTO = 0
               MOVE 0 TO WS-DIGITO(16)
           ELSE
               COMPUTE WS-DIGITO(16) = 10 - WS-RESTO
           END-IF.

       2400-SEGUIMIENTO.
           PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
               UNTIL WS-IDX-SEG > CANT-SEGUIMIENTO
               IF NOT TSG-ENTREGADA(WS-IDX-SEG)
                   PERFORM 2410-ACTUALIZAR-SEGUIMIENTO
               END-IF
           END-PERFORM.

       2410-ACTUALIZAR-SEGUIMIENTO.
           IF TSG-FEC-ENVIO(WS-IDX-SEG) = 0 AND CANT-ENVIADAS > 0
               SET IDX-ENVIADA TO 1
               SEARCH TABLA-ENVIADAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TN-NRO-TARJ(IDX-ENVIADA)
                           = TSG-TARJ-NVA(WS-IDX-SEG)
                       MOVE TN-FECHA(IDX-ENVIADA)
                           TO TSG-FEC-ENVIO(WS-IDX-SEG)
               END-SEARCH
           END-IF
           IF TSG-FEC-EMBOZO(WS-IDX-SEG) = 0 AND CANT-CONFIRMADAS > 0
               SET IDX-CONF TO 1
               SEARCH TABLA-CONF-ITEM
                   AT END
                       CONTINUE
                   WHEN TCF-NRO-TARJ(IDX-CONF)
                           = TSG-TARJ-NVA(WS-IDX-SEG)
                       MOVE TCF-FECHA(IDX-CONF)
                           TO TSG-FEC-EMBOZO(WS-IDX-SEG)
               END-SEARCH
           END-IF
           IF TSG-FEC-PIN(WS-IDX-SEG) = 0 AND CANT-PIN-CTL > 0
               SET IDX-PIN TO 1
               SEARCH TABLA-PIN-ITEM
                   AT END
                       CONTINUE
                   WHEN TPN-NRO-TARJ(IDX-PIN)
                           = TSG-TARJ-NVA(WS-IDX-SEG)
                       MOVE TPN-FECHA(IDX-PIN)
                           TO TSG-FEC-PIN(WS-IDX-SEG)
               END-SEARCH
           END-IF
           IF TSG-FEC-ENVIO(WS-IDX-SEG) > 0
               PERFORM 2420-CONSULTAR-ENTREGA
           END-IF
           EVALUATE TRUE
               WHEN TSG-FEC-ENTREGA(WS-IDX-SEG) > 0
                   SET TSG-ENTREGADA(WS-IDX-SEG) TO TRUE
                   ADD 1 TO WS-CANT-ENTREGADAS
               WHEN TSG-FEC-PIN(WS-IDX-SEG) > 0
                   SET TSG-PIN-ENVIADO(WS-IDX-SEG) TO TRUE
               WHEN TSG-FEC-EMBOZO(WS-IDX-SEG) > 0
                   SET TSG-EMBOZADA(WS-IDX-SEG) TO TRUE
               WHEN TSG-FEC-ENVIO(WS-IDX-SEG) > 0
                   SET TSG-ENVIADA(WS-IDX-SEG) TO TRUE
               WHEN OTHER
                   SET TSG-PEDIDA(WS-IDX-SEG) TO TRUE
           END-EVALUATE.

       2420-CONSULTAR-ENTREGA.
           MOVE TSG-TARJ-NVA(WS-IDX-SEG) TO NRO-TARJETA
           MOVE SPACES TO FEC-ENTREGA
           EXEC SQL
               SELECT FEC-ENTREGA
               INTO   :FEC-ENTREGA
               FROM   PIEZAS
               WHERE  NRO-TARJ = :NRO-TARJETA
               AND    FEC-ENTREGA <> ' '
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
               DISPLAY 'ERROR SELECT PIEZAS: ' SQLCODE ' '
                       TSG-NRO-PIEZA(WS-IDX-SEG)
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF
           IF SQLCODE EQUAL 0 AND FEC-ENTREGA NOT = SPACES
               MOVE 'ISO' TO WS-VF-FORMATO
               CALL 'VALFECHA' USING FEC-ENTREGA WS-VF-FORMATO
                                     WS-VF-RETORNO WS-VF-FECHA-YMD
               IF WS-VF-RETORNO = 0
                   MOVE WS-VF-FECHA-YMD
                       TO TSG-FEC-ENTREGA(WS-IDX-SEG)
               ELSE
                   DISPLAY 'FECHA ENTREGA INVALIDA: ' FEC-ENTREGA
               END-IF
           END-IF.

      *    Se listan las cuentas del boletin por robo o extravio con
      *    mas dias de bloqueo que el parm y sin plastico entregado.
       2600-LISTAR-PENDIENTES.
           MOVE WS-FECHA-HOY TO LRT-FECHA
           MOVE WS-DIAS-TOLERANCIA TO LRT-DIAS
           WRITE LIN-PENDIENTE FROM LIN-RP-TITULO
           WRITE LIN-PENDIENTE FROM LIN-RP-COLUMNAS
           PERFORM VARYING WS-IDX-HOT FROM 1 BY 1
               UNTIL WS-IDX-HOT > CANT-HOT-CARDS
               IF THC-MOTIVO(WS-IDX-HOT) = 'R'
                       OR THC-MOTIVO(WS-IDX-HOT) = 'E'
                   PERFORM 2610-EVALUAR-BLOQUEO
               END-IF
           END-PERFORM
           MOVE WS-CANT-PENDIENTES TO LRTT-CANT
           WRITE LIN-PENDIENTE FROM LIN-RP-TOTAL.

       2610-EVALUAR-BLOQUEO.
           MOVE THC-FECHA(WS-IDX-HOT) TO WS-VF-FECHA
           MOVE 'AMD' TO WS-VF-FORMATO
           CALL 'VALFECHA' USING WS-VF-FECHA WS-VF-FORMATO
                                 WS-VF-RETORNO WS-VF-FECHA-YMD
           IF WS-VF-RETORNO = 0
                   AND WS-VF-FECHA-YMD < WS-FECHA-HOY
               COMPUTE WS-DIAS-BLOQUEO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-VF-FECHA-YMD)
               IF WS-DIAS-BLOQUEO > WS-DIAS-TOLERANCIA
                   PERFORM 2620-BUSCAR-REPOSICION
                   IF WS-IDX-SEG = 0
                       MOVE SPACES TO LRD-TARJETA
                       MOVE 'SIN REPOSICION PEDIDA' TO LRD-SITUACION
                       PERFORM 2650-GRABAR-PENDIENTE
                   ELSE
                       IF NOT TSG-ENTREGADA(WS-IDX-SEG)
                           PERFORM 2630-DESCRIBIR-SITUACION
                           PERFORM 2650-GRABAR-PENDIENTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    La reposicion de la cuenta es la pendiente, o la entregada
      *    que se pidio a partir de la fecha del bloqueo.
       2620-BUSCAR-REPOSICION.
           MOVE 0 TO WS-IDX-SEG
           PERFORM VARYING IDX-SEG FROM 1 BY 1
               UNTIL IDX-SEG > CANT-SEGUIMIENTO
               IF TSG-NRO-CTA(IDX-SEG) = THC-NRO-CTA(WS-IDX-HOT)
                  AND TSG-NRO-ADIC(IDX-SEG) = THC-NRO-ADIC(WS-IDX-HOT)
                  AND (NOT TSG-ENTREGADA(IDX-SEG)
                   OR TSG-FEC-PEDIDO(IDX-SEG) >= THC-FECHA(WS-IDX-HOT))
                   SET WS-IDX-SEG TO IDX-SEG
               END-IF
           END-PERFORM.

       2630-DESCRIBIR-SITUACION.
           MOVE 'T' TO WS-EM-TIPO
           MOVE TSG-TARJ-NVA(WS-IDX-SEG) TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:16) TO LRD-TARJETA
           EVALUATE TRUE
               WHEN TSG-PIN-ENVIADO(WS-IDX-SEG)
                   MOVE 'PIN DESPACHADO' TO LRD-SITUACION
               WHEN TSG-EMBOZADA(WS-IDX-SEG)
                   MOVE 'EMBOZADA' TO LRD-SITUACION
               WHEN TSG-ENVIADA(WS-IDX-SEG)
                   MOVE 'ENVIADA A EMBOZAR' TO LRD-SITUACION
               WHEN OTHER
                   MOVE 'PEDIDA' TO LRD-SITUACION
           END-EVALUATE.

       2650-GRABAR-PENDIENTE.
           MOVE 'C' TO WS-EM-TIPO
           MOVE THC-NRO-CTA(WS-IDX-HOT) TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:8) TO LRD-CTA
           MOVE THC-NRO-ADIC(WS-IDX-HOT) TO LRD-ADIC
           IF THC-MOTIVO(WS-IDX-HOT) = 'R'
               MOVE 'ROBO' TO LRD-MOTIVO
           ELSE
               MOVE 'EXTRAVIO' TO LRD-MOTIVO
           END-IF
           MOVE THC-FECHA(WS-IDX-HOT) TO LRD-FECHA
           MOVE WS-DIAS-BLOQUEO TO LRD-DIAS
           WRITE LIN-PENDIENTE FROM LIN-RP-DETALLE
           ADD 1 TO WS-CANT-PENDIENTES.

       2800-REESCRIBIR-MAESTROS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT MAESTRO
               IF FS-MAESTRO = ZEROS
                   PERFORM VARYING WS-IDX-TARJ FROM 1 BY 1
                       UNTIL WS-IDX-TARJ > CANT-TARJETAS
                       MOVE TABLA-TARJETAS-ITEM(WS-IDX-TARJ)
                           TO REG-ENTRADAS
                       WRITE REG-ENTRADAS
                   END-PERFORM
                   CLOSE MAESTRO
               ELSE
                   DISPLAY 'ERROR REESCRITURA MAESTRO' FS-MAESTRO
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SEGUIMIENTO
               IF FS-SEGUIMIENTO = ZEROS
                   PERFORM VARYING WS-IDX-SEG FROM 1 BY 1
                       UNTIL WS-IDX-SEG > CANT-SEGUIMIENTO
                       MOVE TABLA-SEG-ITEM(WS-IDX-SEG)
                           TO REG-SEGUIMIENTO
                       WRITE REG-SEGUIMIENTO
                   END-PERFORM
                   CLOSE SEGUIMIENTO
               ELSE
                   DISPLAY 'ERROR REESCRITURA REPOMAE' FS-SEGUIMIENTO
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       2900-GRABAR-RECHAZO.
           MOVE NRO-CTA-SP TO NRO-CTA-RC
           MOVE NRO-ADIC-SP TO NRO-ADIC-RC
           MOVE MOTIVO-SP TO MOTIVO-RC
           MOVE FEC-BLOQUEO-SP TO FEC-BLOQUEO-RC
           WRITE REG-RECHAZO
           IF FS-RECHAZOS NOT = ZEROS
               DISPLAY 'ERROR WRITE REPORECH' FS-RECHAZOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF
           ADD 1 TO WS-CANT-RECHAZOS.

       3000-FINAL.
           DISPLAY 'SOLICITUDES LEIDAS   : ' WS-CANT-ENTRADA
           DISPLAY 'REPOSICIONES EMITIDAS: ' WS-CANT-SALIDA
           DISPLAY 'RECHAZOS             : ' WS-CANT-RECHAZOS
           DISPLAY 'ENTREGADAS HOY       : ' WS-CANT-ENTREGADAS
           DISPLAY 'BLOQUEADAS PENDIENTES: ' WS-CANT-PENDIENTES
           IF SOLICITUDES-ABIERTO
               CLOSE SOLICITUDES
           END-IF
           CLOSE REPOSICIONES
           CLOSE RECHAZOS
           CLOSE PENDIENTES
           IF RUNSTAT-ABIERTO
               MOVE 'TARJREPO' TO RS-JOB
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
       END PROGRAM TARJREPO.

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJ-CATEG.

           SELECT PARAM-ADELANTOS ASSIGN TO '..\ADELPARM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PARAM-ADEL.

           SELECT ADICIONALES ASSIGN TO '..\TARJADIC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADICIONALES.

           SELECT HOT-CARDS ASSIGN TO '..\HOTCARD'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUT-DESC.

           SELECT TERMINALES ASSIGN TO '..\TERMMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TERMINALES.

           SELECT CONSUMOS-TERMINAL ASSIGN TO '..\CONSTERM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONS-TERM.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02  NRO-COMERCIO            PIC X(10).
           02  CANT-CUOTAS-C           PIC 9(2).
           02  MONEDA-CONS             PIC X(3).
           02  NRO-ADIC-C              PIC 9(2).
           02  TIPO-CONS-C             PIC X(1).
              88 CONS-ADELANTO         VALUE 'E'.
           02  FECHA-CONS-C            PIC 9(8).
           02  NRO-TERMINAL-C          PIC X(8).

       FD  LIQUIDACIONES.
       01  REG-LIQUIDACION.
           02  NRO-CTA-EX              PIC 9(8).
           02  NRO-COMERCIO-EX         PIC X(10).
           02  MONT-CONS-EX            PIC 9(15)V99.
           02  NRO-ADIC-EX             PIC 9(2).
           02  MOTIVO-EX               PIC X(1).

       FD  RESUMEN-COMERCIO.
       01  REG-RESUMEN-COMERCIO.
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  RECH-CONSUMOS.
       01  REG-RECH-CONSUMO.
           02  MONT-CONS-RH            PIC 9(15)V99.
           02  NRO-COMERCIO-RH         PIC X(10).
           02  MOTIVO-RH               PIC X(25).
           02  NRO-ADIC-RH             PIC 9(2).

       FD  TIPOS-CAMBIO.
       01  REG-TIPO-CAMBIO.
           02  CANT-CUOTAS-RD          PIC 9(2).
           02  MONEDA-ORIG-RD          PIC X(3).
           02  IMPORTE-ORIG-RD         PIC 9(15)V99.
           02  NRO-ADIC-RD             PIC 9(2).
           02  TIPO-RD                 PIC X(1).
           02  FECHA-RD                PIC 9(8).

       FD  CONSUMOS-FX.
       01  REG-CONSUMO-FX.
           02  NRO-CTA-HC              PIC 9(8).
           02  FECHA-HC                PIC 9(8).
           02  MOTIVO-HC               PIC X(1).
           02  NRO-ADIC-HC             PIC 9(2).

      *    Adelantos en efectivo: tope como porcentaje del limite
      *    de la cuenta, cargo fijo mas porcentaje por adelanto y
      *    porcentaje del adelanto que entra en el pago minimo.
       FD  PARAM-ADELANTOS.
       01  REG-PARAM-ADEL.
           02  PCT-LIMITE-AP           PIC 9(3).
           02  CARGO-FIJO-AP           PIC 9(7)V99.
           02  PCT-CARGO-AP            PIC 9(2)V99.
           02  PCT-MINIMO-AP           PIC 9(3).

       FD  ADICIONALES.
       01  REG-ADICIONAL.
           02  NRO-CTA-AC              PIC 9(8).
           02  NRO-ADIC-AC             PIC 9(2).
           02  NYA-AC                  PIC X(30).
           02  NRO-DOC-AC              PIC 9(8).
           02  PARENTESCO-AC           PIC X(1).
           02  SUBLIMITE-AC            PIC 9(15)V99.
           02  ESTADO-AC               PIC X(1).
           02  FEC-ALTA-AC             PIC 9(8).
           02  FEC-BAJA-AC             PIC 9(8).

       FD  FRAUDE-REVISION.
       01  REG-FRAUDE.
           02  IMPORTE-AD              PIC 9(15)V99.
           02  MOTIVO-AD               PIC X(25).

       FD  TERMINALES.
       01  REG-TERMINAL.
           02  NRO-TERMINAL-TM         PIC X(8).
           02  NRO-COMERCIO-TM         PIC X(10).
           02  ESTADO-TM               PIC X(1).
           02  FEC-ALTA-TM             PIC 9(8).

       FD  CONSUMOS-TERMINAL.
       01  REG-CONS-TERMINAL.
           02  NRO-TERMINAL-CT         PIC X(8).
           02  NRO-COMERCIO-CT         PIC X(10).
           02  FECHA-CT                PIC 9(8).
           02  CANT-TRANS-CT           PIC 9(7).
           02  MONTO-TOTAL-CT          PIC 9(15)V99.

       FD  JOBLOG.
       01  REG-JOBLOG.
           02 JL-PROGRAMA              PIC X(10).
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'CONSUMOS'.
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

       01  FS-T-EOF                    PIC 9.
       01  FS-C-EOF                    PIC 9.

                             INDEXED BY IDX-HOT.
               03 THC-NRO-CTA       PIC 9(8).
               03 THC-MOTIVO        PIC X(1).
               03 THC-NRO-ADIC      PIC 9(2).

       01  FS-ADICIONALES              PIC XX.
           88 FS-ADICIONALES-OK    VALUE "00".
       01  FIN-ADICIONALES             PIC X VALUE 'N'.
       01  FS-PARAM-ADEL               PIC XX.
           88 FS-PARAM-ADEL-OK     VALUE "00".
       01  WS-PCT-LIMITE-EF            PIC 9(3) VALUE 30.
       01  WS-CARGO-FIJO-EF            PIC 9(7)V99 VALUE 0.
       01  WS-PCT-CARGO-EF             PIC 9(2)V99 VALUE 0.
       01  WS-CARGO-ADELANTO           PIC 9(15)V99 VALUE 0.
       01  WS-ADELANTOS-CTA            PIC 9(15)V99 VALUE 0.
       01  WS-LIMITE-EF                PIC 9(15)V99.
       01  WS-EXCEDE-LIMITE-EF         PIC X VALUE 'N'.
       01  WS-CANT-ADELANTOS           PIC 9(7) VALUE 0.
       01  WS-IDX-ADIC-CONS            PIC 9(5) VALUE 0.
       01  WS-IMPORTE-ADIC             PIC 9(15)V99.
       01  WS-EXCEDE-SUBLIMITE         PIC X VALUE 'N'.

       01  CANT-ADICIONALES            PIC 9(5) VALUE 0.
       01  TABLA-ADICIONALES.
           02 TABLA-ADIC-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-ADICIONALES
                              INDEXED BY IDX-ADIC.
               03 TAD-NRO-CTA       PIC 9(8).
               03 TAD-NRO-ADIC      PIC 9(2).
               03 TAD-SUBLIMITE     PIC 9(15)V99.
               03 TAD-ESTADO        PIC X(1).
               03 TAD-CONSUMIDO     PIC 9(15)V99.

       01  FS-AUTORIZADO               PIC XX.
           88 FS-AUTORIZADO-OK     VALUE "00".
               03 TCM-ESTADO        PIC X(1).
               03 TCM-RUBRO         PIC X(4).

       01  FS-TERMINALES               PIC XX.
           88 FS-TERMINALES-OK     VALUE "00".
       01  FIN-TERMINALES              PIC X VALUE 'N'.
       01  FS-CONS-TERM                PIC XX.
           88 FS-CONS-TERM-OK      VALUE "00".
       01  WS-CONS-TERM-ABIERTO        PIC X VALUE 'N'.
           88 CONS-TERM-ABIERTO        VALUE 'S'.

       01  CANT-TERMINALES             PIC 9(5) VALUE 0.
       01  TABLA-TERMINALES.
           02 TABLA-TERMINAL-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-TERMINALES
                                  INDEXED BY IDX-TERMINAL.
               03 TTM-NRO-TERMINAL  PIC X(8).
               03 TTM-NRO-COMERCIO  PIC X(10).
               03 TTM-ESTADO        PIC X(1).

       01  CANT-CONS-TERM              PIC 9(5) VALUE 0.
       01  TABLA-CONS-TERM.
           02 TABLA-CONS-TERM-ITEM OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON CANT-CONS-TERM
                                   INDEXED BY IDX-CONS-TERM.
               03 TCT-NRO-TERMINAL  PIC X(8).
               03 TCT-NRO-COMERCIO  PIC X(10).
               03 TCT-FECHA         PIC 9(8).
               03 TCT-CANT-TRANS    PIC 9(7).
               03 TCT-MONTO-TOTAL   PIC 9(15)V99.

       01  CANT-COMERCIO               PIC 9(5) VALUE 0.
       01  TABLA-COMERCIO.
           02 TABLA-COMERCIO-ITEM OCCURS 1 TO 9999 TIMES
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           OPEN INPUT TARJETAS.
            IF FS-TARJETAS NOT = ZEROS
               DISPLAY 'ERROR OPEN TARJETAS ' FS-TARJETAS

           PERFORM 17000-CARGAR-COMERCIOS

           PERFORM 17100-CARGAR-TERMINALES

           PERFORM 17500-CARGAR-AUTORIZACIONES

           PERFORM 17800-CARGAR-HOT-CARDS

           PERFORM 17850-CARGAR-ADICIONALES

           PERFORM 17870-CARGAR-PARAM-ADELANTOS

           PERFORM 17900-CARGAR-RUBROS

           PERFORM 17600-CARGAR-TIPOS-CAMBIO
               SET SOSPECHAS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CONSUMOS-TERMINAL
           IF FS-CONS-TERM-OK
               SET CONS-TERM-ABIERTO TO TRUE
           END-IF

           PERFORM 21000-LEER-TARJETAS.
           PERFORM 22000-LEER-CONSUMOS.

           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    JOBLOG nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 6 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'CONSUMO' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'COMERMAE' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
           MOVE 'DEUDAMA' TO WS-LR-ARCHIVO(4)
           MOVE 'L' TO WS-LR-MODO(4)
           MOVE 'DEUDAMN' TO WS-LR-ARCHIVO(5)
           MOVE 'A' TO WS-LR-MODO(5)
           MOVE 'CUOTAPEN' TO WS-LR-ARCHIVO(6)
           MOVE 'A' TO WS-LR-MODO(6)
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

       17000-CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS
           IF FS-COMERCIOS-OK
               CLOSE COMERCIOS
           END-IF.

      *    Terminales POS de cada comercio. Sin TERMMAE no se
      *    valida la terminal informada en el consumo.
       17100-CARGAR-TERMINALES.
           OPEN INPUT TERMINALES
           IF FS-TERMINALES-OK
               PERFORM UNTIL FIN-TERMINALES = 'S'
                   READ TERMINALES
                       AT END
                           MOVE 'S' TO FIN-TERMINALES
                       NOT AT END
                           IF CANT-TERMINALES < 9999
                               ADD 1 TO CANT-TERMINALES
                               MOVE NRO-TERMINAL-TM
                                   TO TTM-NRO-TERMINAL(CANT-TERMINALES)
                               MOVE NRO-COMERCIO-TM
                                   TO TTM-NRO-COMERCIO(CANT-TERMINALES)
                               MOVE ESTADO-TM
                                   TO TTM-ESTADO(CANT-TERMINALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERMINALES
           END-IF.

       17500-CARGAR-AUTORIZACIONES.
           OPEN INPUT AUTORIZADO-HOY
           IF FS-AUTORIZADO-OK
                               TO THC-NRO-CTA(CANT-HOT-CARDS)
                           MOVE MOTIVO-HC
                               TO THC-MOTIVO(CANT-HOT-CARDS)
                           IF NRO-ADIC-HC IS NUMERIC
                               MOVE NRO-ADIC-HC
                                   TO THC-NRO-ADIC(CANT-HOT-CARDS)
                           ELSE
                               MOVE 0 TO THC-NRO-ADIC(CANT-HOT-CARDS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOT-CARDS
           END-IF.

      *    Tarjetas adicionales: comparten el limite de la cuenta
      *    titular y pueden tener un sublimite propio, que se
      *    controla con lo consumido por el adicional en la corrida.
       17850-CARGAR-ADICIONALES.
           OPEN INPUT ADICIONALES
           IF FS-ADICIONALES-OK
               PERFORM UNTIL FIN-ADICIONALES = 'S'
                   READ ADICIONALES
                       AT END
                           MOVE 'S' TO FIN-ADICIONALES
                       NOT AT END
                           IF CANT-ADICIONALES < 9999
                               ADD 1 TO CANT-ADICIONALES
                               MOVE NRO-CTA-AC
                                   TO TAD-NRO-CTA(CANT-ADICIONALES)
                               MOVE NRO-ADIC-AC
                                   TO TAD-NRO-ADIC(CANT-ADICIONALES)
                               MOVE SUBLIMITE-AC
                                   TO TAD-SUBLIMITE(CANT-ADICIONALES)
                               MOVE ESTADO-AC
                                   TO TAD-ESTADO(CANT-ADICIONALES)
                               MOVE 0
                                   TO TAD-CONSUMIDO(CANT-ADICIONALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADICIONALES
           END-IF.

      *    Sin ADELPARM rigen los valores por defecto: tope del 30%
      *    del limite y sin cargo por adelanto.
       17870-CARGAR-PARAM-ADELANTOS.
           OPEN INPUT PARAM-ADELANTOS
           IF FS-PARAM-ADEL-OK
               READ PARAM-ADELANTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-LIMITE-AP TO WS-PCT-LIMITE-EF
                       MOVE CARGO-FIJO-AP TO WS-CARGO-FIJO-EF
                       MOVE PCT-CARGO-AP TO WS-PCT-CARGO-EF
               END-READ
               CLOSE PARAM-ADELANTOS
           END-IF.

      *    La tarjeta en boletin no liquida: el consumo va directo
      *    a revision de fraude.
       17600-CARGAR-TIPOS-CAMBIO.
               CLOSE TARJETA-CATEG
           END-IF.

      *    El consumo de un adicional inexistente o dado de baja se
      *    rechaza; el adicional 00 es la tarjeta del titular.
       22280-VERIFICAR-ADICIONAL.
           MOVE 0 TO WS-IDX-ADIC-CONS
           IF COMERCIO-VALIDO AND NRO-ADIC-C > 0
               SET COMERCIO-VALIDO TO FALSE
               MOVE 'ADICIONAL INEXISTENTE' TO WS-MOTIVO-COMERCIO
               IF CANT-ADICIONALES > 0
                   SET IDX-ADIC TO 1
                   SEARCH TABLA-ADIC-ITEM
                       AT END
                           CONTINUE
                       WHEN TAD-NRO-CTA(IDX-ADIC) = NRO-CTA–C
                        AND TAD-NRO-ADIC(IDX-ADIC) = NRO-ADIC-C
                           IF TAD-ESTADO(IDX-ADIC) = 'A'
                               SET COMERCIO-VALIDO TO TRUE
                               SET WS-IDX-ADIC-CONS TO IDX-ADIC
                           ELSE
                               MOVE 'ADICIONAL DADO DE BAJA'
                                   TO WS-MOTIVO-COMERCIO
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *    Los rubros marcados como restringidos (tipo adelanto de
      *    efectivo) no operan con tarjetas de categoria basica.
       22250-VERIFICAR-RUBRO.
                   AT END
                       CONTINUE
                   WHEN THC-NRO-CTA(IDX-HOT) = NRO-CTA–C
                    AND (THC-NRO-ADIC(IDX-HOT) = 0
                     OR THC-NRO-ADIC(IDX-HOT) = NRO-ADIC-C)
                       MOVE 'S' TO WS-TARJETA-BOLETINADA
                       MOVE THC-MOTIVO(IDX-HOT)
                           TO WS-MOTIVO-BOLETIN
           READ CONSUMOS AT END MOVE 1 TO FS-C-EOF
           END-READ
           IF FS-C-EOF NOT = 1
               IF NRO-ADIC-C IS NOT NUMERIC
                   MOVE 0 TO NRO-ADIC-C
               END-IF
               IF NOT CONS-ADELANTO
                   MOVE 'C' TO TIPO-CONS-C
               END-IF
               IF FECHA-CONS-C IS NOT NUMERIC OR FECHA-CONS-C = 0
                   MOVE WS-FEC-HOY TO FECHA-CONS-C
               END-IF
               PERFORM 22800-VERIFICAR-HOT-CARD
               IF WS-TARJETA-BOLETINADA = 'S'
                   PERFORM 22900-DERIVAR-A-FRAUDE
                   PERFORM 22000-LEER-CONSUMOS
               ELSE
               PERFORM 22200-VALIDAR-COMERCIO
               PERFORM 22220-VALIDAR-TERMINAL
               PERFORM 22250-VERIFICAR-RUBRO
               PERFORM 22280-VERIFICAR-ADICIONAL
               IF COMERCIO-VALIDO
      *            La pesificacion va antes de cualquier acumulado
      *            o apareo: velocidad, totales por comercio y
                   PERFORM 22450-GRABAR-RESU-DET
                   PERFORM 22400-CONTROL-VELOCIDAD
                   PERFORM 22500-ACUM-COMERCIO
                   PERFORM 22550-ACUM-TERMINAL
                   PERFORM 22700-CONCILIAR-AUTORIZACION
               ELSE
                   PERFORM 22300-RECHAZAR-CONSUMO
               END-SEARCH
           END-IF.

      *    La terminal informada tiene que existir, pertenecer al
      *    comercio del consumo y estar activa. El consumo sin
      *    terminal se acepta como hasta ahora.
       22220-VALIDAR-TERMINAL.
           IF NRO-TERMINAL-C = LOW-VALUES
               MOVE SPACES TO NRO-TERMINAL-C
           END-IF
           IF COMERCIO-VALIDO AND NRO-TERMINAL-C NOT = SPACES
                   AND CANT-TERMINALES > 0
               SET COMERCIO-VALIDO TO FALSE
               MOVE 'TERMINAL INEXISTENTE' TO WS-MOTIVO-COMERCIO
               SET IDX-TERMINAL TO 1
               SEARCH TABLA-TERMINAL-ITEM
                   AT END
                       CONTINUE
                   WHEN TTM-NRO-TERMINAL(IDX-TERMINAL)
                           = NRO-TERMINAL-C
                       EVALUATE TRUE
                           WHEN TTM-NRO-COMERCIO(IDX-TERMINAL)
                                   NOT = NRO-COMERCIO
                               MOVE 'TERMINAL DE OTRO COMERCIO'
                                   TO WS-MOTIVO-COMERCIO
                           WHEN TTM-ESTADO(IDX-TERMINAL) NOT = 'A'
                               MOVE 'TERMINAL INACTIVA'
                                   TO WS-MOTIVO-COMERCIO
                           WHEN OTHER
                               SET COMERCIO-VALIDO TO TRUE
                       END-EVALUATE
               END-SEARCH
           END-IF.

       22300-RECHAZAR-CONSUMO.
           IF RECH-CONS-ABIERTO
               MOVE NRO-CTA–C TO NRO-CTA-RH
               MOVE MONT-CONS TO MONT-CONS-RH
               MOVE NRO-COMERCIO TO NRO-COMERCIO-RH
               MOVE WS-MOTIVO-COMERCIO TO MOTIVO-RH
               MOVE NRO-ADIC-C TO NRO-ADIC-RH
               WRITE REG-RECH-CONSUMO
           END-IF
           ADD 1 TO WS-CANT-RECH-CONS.
               END-IF
               MOVE WS-MONEDA-DET TO MONEDA-ORIG-RD
               MOVE WS-IMPORTE-ORIG-DET TO IMPORTE-ORIG-RD
               MOVE NRO-ADIC-C TO NRO-ADIC-RD
               MOVE TIPO-CONS-C TO TIPO-RD
               MOVE FECHA-CONS-C TO FECHA-RD
               WRITE REG-RESU-DETALLE
           END-IF
           MOVE 0 TO WS-CARGO-ADELANTO
           IF CONS-ADELANTO
               PERFORM 22455-GRABAR-CARGO-ADELANTO
           END-IF.

      *    Cada adelanto genera su cargo como renglon aparte del
      *    detalle (tipo G) con la misma fecha del adelanto.
       22455-GRABAR-CARGO-ADELANTO.
           ADD 1 TO WS-CANT-ADELANTOS
           COMPUTE WS-CARGO-ADELANTO ROUNDED = WS-CARGO-FIJO-EF
               + MONT-CONS * WS-PCT-CARGO-EF / 100
           IF RESU-DET-ABIERTO AND WS-CARGO-ADELANTO > 0
               MOVE NRO-CTA–C TO NRO-CTA-RD
               MOVE NRO-COMERCIO TO NRO-COMERCIO-RD
               MOVE WS-CARGO-ADELANTO TO IMPORTE-RD
               MOVE 0 TO CANT-CUOTAS-RD
               MOVE 'ARS' TO MONEDA-ORIG-RD
               MOVE WS-CARGO-ADELANTO TO IMPORTE-ORIG-RD
               MOVE NRO-ADIC-C TO NRO-ADIC-RD
               MOVE 'G' TO TIPO-RD
               MOVE FECHA-CONS-C TO FECHA-RD
               WRITE REG-RESU-DETALLE
           END-IF.

               MOVE 1 TO TC-CANT-TRANS(CANT-COMERCIO)
           END-IF.

      *    Totales aceptados por terminal y fecha de consumo, para
      *    conciliar contra el cierre de lote de cada terminal.
       22550-ACUM-TERMINAL.
           IF NRO-TERMINAL-C NOT = SPACES
               SET IDX-CONS-TERM TO 1
               IF CANT-CONS-TERM > 0
                   SEARCH TABLA-CONS-TERM-ITEM
                       AT END
                           PERFORM 22560-ALTA-CONS-TERM
                       WHEN TCT-NRO-TERMINAL(IDX-CONS-TERM)
                               = NRO-TERMINAL-C
                        AND TCT-FECHA(IDX-CONS-TERM) = FECHA-CONS-C
                           ADD MONT-CONS
                               TO TCT-MONTO-TOTAL(IDX-CONS-TERM)
                           ADD 1 TO TCT-CANT-TRANS(IDX-CONS-TERM)
                   END-SEARCH
               ELSE
                   PERFORM 22560-ALTA-CONS-TERM
               END-IF
           END-IF.

       22560-ALTA-CONS-TERM.
           IF CANT-CONS-TERM < 9999
               ADD 1 TO CANT-CONS-TERM
               MOVE NRO-TERMINAL-C
                   TO TCT-NRO-TERMINAL(CANT-CONS-TERM)
               MOVE NRO-COMERCIO TO TCT-NRO-COMERCIO(CANT-CONS-TERM)
               MOVE FECHA-CONS-C TO TCT-FECHA(CANT-CONS-TERM)
               MOVE MONT-CONS TO TCT-MONTO-TOTAL(CANT-CONS-TERM)
               MOVE 1 TO TCT-CANT-TRANS(CANT-CONS-TERM)
           ELSE
               DISPLAY 'TABLA DE TERMINALES LLENA: ' NRO-TERMINAL-C
           END-IF.

       23000-ARCIGUAL.
           EVALUATE TRUE
               WHEN CONS-ADELANTO
                   COMPUTE SUMA-DEU = SUMA-DEU + MONT-CONS
                       + WS-CARGO-ADELANTO
                   ADD MONT-CONS TO WS-ADELANTOS-CTA
                   MOVE MONT-CONS TO WS-IMPORTE-ADIC
               WHEN CANT-CUOTAS-C IS NUMERIC AND CANT-CUOTAS-C > 1
                   PERFORM 23500-DIFERIR-CUOTAS
                   COMPUTE SUMA-DEU = SUMA-DEU + WS-PRIMERA-CUOTA
                   MOVE WS-PRIMERA-CUOTA TO WS-IMPORTE-ADIC
               WHEN OTHER
                   COMPUTE SUMA-DEU = SUMA-DEU + MONT-CONS
                   MOVE MONT-CONS TO WS-IMPORTE-ADIC
           END-EVALUATE
           PERFORM 23100-CONTROLAR-SUBLIMITE
           PERFORM 23150-CONTROLAR-LIMITE-EF
           MOVE SPACES TO MOTIVO-EX
           EVALUATE TRUE
               WHEN SUMA-DEU > MONTO-DIS
                   MOVE 'L' TO MOTIVO-EX
               WHEN WS-EXCEDE-SUBLIMITE = 'S'
                   MOVE 'S' TO MOTIVO-EX
               WHEN WS-EXCEDE-LIMITE-EF = 'S'
                   MOVE 'E' TO MOTIVO-EX
           END-EVALUATE
           IF MOTIVO-EX NOT = SPACES
               MOVE NRO-CTA-T TO NRO-CTA-EX
               MOVE NRO-COMERCIO TO NRO-COMERCIO-EX
               MOVE MONT-CONS TO MONT-CONS-EX
               MOVE NRO-ADIC-C TO NRO-ADIC-EX
               PERFORM 28000-GRABAR-EXCEDE-LIMITE
           END-IF
           PERFORM 22000-LEER-CONSUMOS.

      *    El consumo del adicional cuenta para el limite de la
      *    cuenta y, si tiene sublimite, tambien contra su tope.
       23100-CONTROLAR-SUBLIMITE.
           MOVE 'N' TO WS-EXCEDE-SUBLIMITE
           IF NRO-ADIC-C > 0 AND WS-IDX-ADIC-CONS > 0
               ADD WS-IMPORTE-ADIC
                   TO TAD-CONSUMIDO(WS-IDX-ADIC-CONS)
               IF TAD-SUBLIMITE(WS-IDX-ADIC-CONS) > 0
                  AND TAD-CONSUMIDO(WS-IDX-ADIC-CONS)
                      > TAD-SUBLIMITE(WS-IDX-ADIC-CONS)
                   MOVE 'S' TO WS-EXCEDE-SUBLIMITE
               END-IF
           END-IF.

      *    Los adelantos en efectivo tienen su propio tope dentro
      *    del limite de la cuenta.
       23150-CONTROLAR-LIMITE-EF.
           MOVE 'N' TO WS-EXCEDE-LIMITE-EF
           IF CONS-ADELANTO
               COMPUTE WS-LIMITE-EF =
                   MONTO-DIS * WS-PCT-LIMITE-EF / 100
               IF WS-ADELANTOS-CTA > WS-LIMITE-EF
                   MOVE 'S' TO WS-EXCEDE-LIMITE-EF
               END-IF
           END-IF.

       23500-DIFERIR-CUOTAS.
           COMPUTE WS-IMPORTE-CUOTA =
               MONT-CONS / CANT-CUOTAS-C
           ELSE
              PERFORM 26000-LIQUIDACION
           END-IF
           MOVE ZERO TO SUMA-DEU
           MOVE ZERO TO WS-ADELANTOS-CTA.

       25000-DEUDA.
           COMPUTE SUMA-DEU = SUMA-DEU - MONTO-DIS
               WRITE REG-RESUMEN-COMERCIO
           END-PERFORM.

       29100-GRABAR-CONS-TERMINAL.
           IF CONS-TERM-ABIERTO
               PERFORM VARYING IDX-CONS-TERM FROM 1 BY 1
                   UNTIL IDX-CONS-TERM > CANT-CONS-TERM
                   MOVE TCT-NRO-TERMINAL(IDX-CONS-TERM)
                       TO NRO-TERMINAL-CT
                   MOVE TCT-NRO-COMERCIO(IDX-CONS-TERM)
                       TO NRO-COMERCIO-CT
                   MOVE TCT-FECHA(IDX-CONS-TERM) TO FECHA-CT
                   MOVE TCT-CANT-TRANS(IDX-CONS-TERM) TO CANT-TRANS-CT
                   MOVE TCT-MONTO-TOTAL(IDX-CONS-TERM)
                       TO MONTO-TOTAL-CT
                   WRITE REG-CONS-TERMINAL
               END-PERFORM
               CLOSE CONSUMOS-TERMINAL
           END-IF.

       30000-FINAL.
           PERFORM 29000-GRABAR-RESUMEN-COMERCIO
           PERFORM 29100-GRABAR-CONS-TERMINAL
           PERFORM 29600-AUTORIZ-SIN-CONSUMO
           IF FRAUDE-ABIERTO
               IF WS-CANT-FRAUDE > 0
               END-IF
               CLOSE FRAUDE-REVISION
           END-IF
           IF WS-CANT-ADELANTOS > 0
               DISPLAY 'ADELANTOS EN EFECTIVO: ' WS-CANT-ADELANTOS
           END-IF
           IF AUT-DESC-ABIERTO
               IF WS-CANT-DESCUADRES > 0
                   DISPLAY 'DESCUADRES DE AUTORIZACION: '
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'CONSUMOS' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
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

       END PROGRAM YOUR-PROGRAM-NAME.

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONSUMOS.

           SELECT PARAM-ADELANTOS ASSIGN TO '..\ADELPARM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PARAM-ADEL.

           SELECT ADICIONALES ASSIGN TO '..\TARJADIC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADICIONALES.

           SELECT PAGOS-TARJETA ASSIGN TO '..\PAGOSTC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-JOURNAL.

           SELECT TARJETA-CATEG ASSIGN TO '..\TARJCATE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJ-CATEG.

           SELECT TASAS-FINANC ASSIGN TO '..\TASAFIN'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TASAS-FIN.

           SELECT COMERCIOS ASSIGN TO '..\COMERMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUM-ANT.

           SELECT RECLAMOS ASSIGN TO '..\RECLAMOS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECLAMOS.

           SELECT RESUMEN-SALIDA ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02  CANT-CUOTAS-RD          PIC 9(2).
           02  MONEDA-ORIG-RD          PIC X(3).
           02  IMPORTE-ORIG-RD         PIC 9(15)V99.
           02  NRO-ADIC-RD             PIC 9(2).
           02  TIPO-RD                 PIC X(1).
           02  FECHA-RD                PIC 9(8).

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

       FD  PAGOS-TARJETA.
       01  REG-PAGO-TARJETA.
           02  INTERES-IJ              PIC 9(13)V99.
           02  FECHA-IJ                PIC 9(8).

       FD  TARJETA-CATEG.
       01  REG-TARJ-CATEG.
           02  NRO-CTA-TC              PIC 9(8).
           02  CATEGORIA-TC            PIC X(1).

       FD  TASAS-FINANC.
       01  REG-TASA-FIN.
           02  CATEGORIA-TF            PIC X(1).
           02  TNA-TF                  PIC 9(3)V99.

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  NRO-COMERCIO-CM         PIC X(10).
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  PUNTOS-RESUMEN.
       01  REG-PTS-RESUMEN.
           02  PAGO-MINIMO-RX          PIC 9(13)V99.
           02  FECHA-VENC-RX           PIC 9(8).

      *    Reclamos por desconocimiento: el credito provisorio y su
      *    eventual reversion se imputan en el resumen del periodo
      *    indicado; mientras tanto el consumo queda fuera del saldo
      *    sobre el que se calculan intereses y pago minimo.
       FD  RECLAMOS.
       01  REG-RECLAMO.
           02  NRO-RECLAMO-RC          PIC 9(8).
           02  NRO-CTA-RC              PIC 9(8).
           02  NRO-COMERCIO-RC         PIC X(10).
           02  IMPORTE-RC              PIC 9(15)V99.
           02  FECHA-CONSUMO-RC        PIC 9(8).
           02  NRO-ADIC-RC             PIC 9(2).
           02  MOTIVO-RC               PIC X(3).
           02  ESTADO-RC               PIC X(1).
           02  FEC-ALTA-RC             PIC 9(8).
           02  PERIODO-CRED-RC         PIC X(6).
           02  FEC-RESOL-RC            PIC 9(8).
           02  PERIODO-RESOL-RC        PIC X(6).

       FD  RESUMEN-SALIDA.
       01  REG-RESUMEN-SAL.
           02  NRO-CTA-RS              PIC 9(8).
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-CONSUMOS                 PIC XX.
           88 FS-CONSUMOS-OK       VALUE "00".
       01  FS-ADICIONALES              PIC XX.
           88 FS-ADICIONALES-OK    VALUE "00".
       01  FS-PARAM-ADEL               PIC XX.
           88 FS-PARAM-ADEL-OK     VALUE "00".
       01  FS-PAGOS                    PIC XX.
           88 FS-PAGOS-OK          VALUE "00".
       01  FS-JOURNAL                  PIC XX.
           88 FS-JOURNAL-OK        VALUE "00".
       01  FS-TARJ-CATEG               PIC XX.
           88 FS-TARJ-CATEG-OK     VALUE "00".
       01  FS-TASAS-FIN                PIC XX.
           88 FS-TASAS-FIN-OK      VALUE "00".
       01  FS-COMERCIOS                PIC XX.
           88 FS-COMERCIOS-OK      VALUE "00".
       01  FS-RESUM-ANT                PIC XX.
           88 FS-RESUM-ANT-OK      VALUE "00".
       01  FS-RECLAMOS                 PIC XX.
           88 FS-RECLAMOS-OK       VALUE "00".
       01  FS-RESUM-SAL                PIC XX.
           88 FS-RESUM-SAL-OK      VALUE "00".
       01  FS-RESUM-IMP                PIC XX.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'TARJRESU'.
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

       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-PERIODO                  PIC X(6).
       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-CONSUMOS                PIC X VALUE 'N'.
       01  FIN-ADICIONALES             PIC X VALUE 'N'.
       01  FIN-PAGOS                   PIC X VALUE 'N'.
       01  FIN-JOURNAL                 PIC X VALUE 'N'.
       01  FIN-COMERCIOS               PIC X VALUE 'N'.
       01  FIN-CATEGORIAS              PIC X VALUE 'N'.
       01  FIN-TASAS-FIN               PIC X VALUE 'N'.
       01  FIN-RESUM-ANT               PIC X VALUE 'N'.
       01  FIN-RECLAMOS                PIC X VALUE 'N'.
       01  WS-SALDO-APERTURA           PIC S9(15)V99.
       01  WS-TOTAL-CONSUMOS           PIC 9(15)V99.
       01  WS-TOTAL-PAGOS              PIC 9(15)V99.
       01  WS-TOTAL-INTERES            PIC 9(13)V99.
       01  WS-TOTAL-INT-FIN            PIC 9(13)V99.
       01  WS-TOTAL-CREDITOS           PIC 9(15)V99.
       01  WS-TOTAL-REVERSIONES        PIC 9(15)V99.
       01  WS-HAY-RECLAMOS             PIC X.
       01  WS-CATEG-CTA                PIC X(1).
       01  WS-TNA                      PIC 9(3)V99.
       01  WS-TEA                      PIC 9(5)V99.
       01  WS-TASA-MES                 PIC 9V9(8).
       01  WS-PERIODOS-ANIO            PIC 9(2)V9(6).
       01  WS-SALDO-CIERRE             PIC S9(15)V99.
       01  WS-PAGO-MINIMO              PIC 9(13)V99.
       01  WS-PCT-MINIMO               PIC 9(2) VALUE 10.
       01  WS-PCT-MINIMO-EF            PIC 9(3) VALUE 100.
       01  WS-TOTAL-ADELANTOS          PIC 9(15)V99.
       01  WS-HAY-ADELANTOS            PIC X.
       01  WS-DIAS-VENC                PIC 9(2) VALUE 10.
       01  WS-FECHA-VENC               PIC 9(8).
       01  WS-ENTERO-DIA               PIC 9(7).
       01  WS-DIAS-HAB-DH              PIC 9(5).
       01  WS-DH-RETORNO               PIC 9(2).
       01  WS-IDX-AUX                  PIC 9(5).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-RAZON-SOCIAL             PIC X(30).
       01  WS-HAY-ADICIONALES          PIC X.
       01  WS-ADIC-ACTUAL              PIC 9(3).
       01  WS-POS-ADIC                 PIC 9(3).
       01  WS-SUBTOTAL-TARJETA         PIC 9(15)V99.
       01  TABLA-ADIC-PRESENTES.
           02 TAP-PRESENTE             PIC X OCCURS 100 TIMES.

       01  CANT-CONSUMOS               PIC 9(5) VALUE 0.
       01  TABLA-CONSUMOS.
               03 TCO-IMPORTE          PIC 9(15)V99.
               03 TCO-MONEDA-ORIG      PIC X(3).
               03 TCO-IMPORTE-ORIG     PIC 9(15)V99.
               03 TCO-NRO-ADIC         PIC 9(2).
               03 TCO-TIPO             PIC X(1).
                  88 TCO-COMPRA        VALUE 'C'.
                  88 TCO-ADELANTO      VALUE 'E'.
               03 TCO-FECHA            PIC 9(8).

       01  CANT-ADICIONALES            PIC 9(5) VALUE 0.
       01  TABLA-ADICIONALES.
           02 TABLA-ADIC-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-ADICIONALES
                              INDEXED BY IDX-ADIC.
               03 TAD-NRO-CTA          PIC 9(8).
               03 TAD-NRO-ADIC         PIC 9(2).
               03 TAD-NYA              PIC X(30).

       01  CANT-PAGOS                  PIC 9(5) VALUE 0.
       01  TABLA-PAGOS.
                             DEPENDING ON CANT-INTERESES
                             INDEXED BY IDX-INT.
               03 TIN-NRO-CTA          PIC 9(8).
               03 TIN-BUCKET           PIC X(3).
                  88 TIN-FINANCIACION  VALUE 'FIN'.
               03 TIN-INTERES          PIC 9(13)V99.

       01  CANT-CATEGORIAS             PIC 9(5) VALUE 0.
       01  TABLA-CATEGORIAS.
           02 TABLA-CATEG-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-CATEGORIAS
                               INDEXED BY IDX-CATEG.
               03 TCE-NRO-CTA          PIC 9(8).
               03 TCE-CATEGORIA        PIC X(1).

       01  CANT-TASAS-FIN              PIC 9(2) VALUE 0.
       01  TABLA-TASAS-FIN.
           02 TABLA-TF-ITEM OCCURS 1 TO 99 TIMES
                            DEPENDING ON CANT-TASAS-FIN
                            INDEXED BY IDX-TF.
               03 TTF-CATEGORIA        PIC X(1).
               03 TTF-TNA              PIC 9(3)V99.

       01  CANT-COMER-MAE              PIC 9(5) VALUE 0.
       01  TABLA-COMER-MAE.
           02 TABLA-COMER-ITEM OCCURS 1 TO 9999 TIMES
               03 TAN-NRO-CTA          PIC 9(8).
               03 TAN-SALDO-CIERRE     PIC S9(15)V99.

       01  CANT-RECLAMOS               PIC 9(5) VALUE 0.
       01  TABLA-RECLAMOS.
           02 TABLA-RECL-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-RECLAMOS
                              INDEXED BY IDX-RECL.
               03 TRE-NRO-CTA          PIC 9(8).
               03 TRE-NRO-RECLAMO      PIC 9(8).
               03 TRE-IMPORTE          PIC 9(15)V99.
               03 TRE-ESTADO           PIC X(1).
                  88 TRE-PROVISORIO    VALUE 'P'.
                  88 TRE-FIRME         VALUE 'F'.
                  88 TRE-REVERTIDO     VALUE 'R'.
               03 TRE-PERIODO-CRED     PIC X(6).
               03 TRE-PERIODO-RESOL    PIC X(6).

       01  LIN-RE-SEPARADOR           PIC X(80) VALUE ALL '='.
       01  LIN-RE-TITULO.
           02 FILLER              PIC X(22) VALUE
              'RESUMEN DE CUENTA     '.
           02 LRT-CTA             PIC X(8).
           02 FILLER              PIC X(11) VALUE '  PERIODO  '.
           02 LRT-PERIODO         PIC X(6).
       01  LIN-RE-TITULAR.
           02 LRC-MONEDA          PIC X(3).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRC-IMPORTE-ORIG    PIC Z(13)9.99.
      *    Con adicionales el detalle se corta por tarjeta: primero
      *    el titular, despues cada adicional con su subtotal.
       01  LIN-RE-TARJETA.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRJ-TIPO            PIC X(10).
           02 LRJ-ADIC            PIC X(2).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRJ-NOMBRE          PIC X(30).
       01  LIN-RE-SUBTOTAL.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRS-LEYENDA         PIC X(30).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRS-IMPORTE         PIC Z(13)9.99.
      *    Adelantos en efectivo y sus cargos van en seccion propia,
      *    despues de las compras.
       01  LIN-RE-SECCION-EF.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 FILLER              PIC X(30) VALUE
              'ADELANTOS EN EFECTIVO'.
       01  LIN-RE-ADELANTO.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-FECHA           PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-CONCEPTO        PIC X(20).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRD-IMPORTE         PIC Z(13)9.99.
       01  LIN-RE-SECCION-RECL.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 FILLER              PIC X(30) VALUE
              'RECLAMOS POR DESCONOCIMIENTO'.
       01  LIN-RE-RECLAMO.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRR-CONCEPTO        PIC X(20).
           02 FILLER              PIC X(5)  VALUE 'NRO. '.
           02 LRR-NRO             PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LRR-IMPORTE         PIC -Z(13)9.99.
       01  LIN-RE-CREDITOS.
           02 FILLER              PIC X(20) VALUE 'CREDITOS RECLAMOS: '.
           02 LRK-IMPORTE         PIC Z(13)9.99.
       01  LIN-RE-PAGOS.
           02 FILLER              PIC X(20) VALUE 'PAGOS RECIBIDOS:   '.
           02 LRP-IMPORTE         PIC Z(13)9.99.
       01  LIN-RE-INTERES.
           02 FILLER              PIC X(20) VALUE 'INTERESES:         '.
           02 LRI-IMPORTE         PIC Z(13)9.99.
       01  LIN-RE-INT-FIN.
           02 FILLER              PIC X(22) VALUE
              'INTERES FINANCIACION: '.
           02 LRF-IMPORTE         PIC Z(11)9.99.
       01  LIN-RE-TASAS.
           02 FILLER              PIC X(22) VALUE
              'TASAS FINANCIACION:   '.
           02 FILLER              PIC X(5)  VALUE 'TNA '.
           02 LRX-TNA             PIC ZZ9.99.
           02 FILLER              PIC X(6)  VALUE '%  TEA'.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRX-TEA             PIC ZZZZ9.99.
           02 FILLER              PIC X(1)  VALUE '%'.
       01  LIN-RE-CIERRE.
           02 FILLER              PIC X(20) VALUE 'SALDO ACTUAL:      '.
           02 LRE-IMPORTE         PIC -Z(13)9.99.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 12000-CARGAR-CONSUMOS
           PERFORM 12500-CARGAR-ADICIONALES
           PERFORM 12700-CARGAR-PARAM-ADELANTOS
           PERFORM 13000-CARGAR-PAGOS
           PERFORM 14000-CARGAR-INTERESES
           PERFORM 14500-CARGAR-CATEGORIAS
           PERFORM 14600-CARGAR-TASAS-FIN
           PERFORM 15000-CARGAR-COMERCIOS
           PERFORM 16000-CARGAR-ANTERIORES
           PERFORM 16500-CARGAR-PUNTOS
           PERFORM 16700-CARGAR-RECLAMOS
           PERFORM 17000-CALCULAR-VENCIMIENTO

           OPEN INPUT TARJETAS.
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 2 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'COMERMAE' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
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

       12000-CARGAR-CONSUMOS.
           OPEN INPUT CONSUMOS.
           IF FS-CONSUMOS-OK
                                   TCO-MONEDA-ORIG(CANT-CONSUMOS)
                               MOVE IMPORTE-ORIG-RD TO
                                   TCO-IMPORTE-ORIG(CANT-CONSUMOS)
                               MOVE TIPO-RD
                                   TO TCO-TIPO(CANT-CONSUMOS)
                               IF TIPO-RD = SPACES
                                   MOVE 'C'
                                       TO TCO-TIPO(CANT-CONSUMOS)
                               END-IF
                               MOVE FECHA-RD
                                   TO TCO-FECHA(CANT-CONSUMOS)
                               IF NRO-ADIC-RD IS NUMERIC
                                   MOVE NRO-ADIC-RD TO
                                       TCO-NRO-ADIC(CANT-CONSUMOS)
                               ELSE
                                   MOVE 0 TO
                                       TCO-NRO-ADIC(CANT-CONSUMOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS
           END-IF.

       12500-CARGAR-ADICIONALES.
           OPEN INPUT ADICIONALES.
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
                               MOVE NYA-AC
                                   TO TAD-NYA(CANT-ADICIONALES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADICIONALES
           END-IF.

       12700-CARGAR-PARAM-ADELANTOS.
           OPEN INPUT PARAM-ADELANTOS.
           IF FS-PARAM-ADEL-OK
               READ PARAM-ADELANTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PCT-MINIMO-AP TO WS-PCT-MINIMO-EF
               END-READ
               CLOSE PARAM-ADELANTOS
           END-IF.

       13000-CARGAR-PAGOS.
           OPEN INPUT PAGOS-TARJETA.
           IF FS-PAGOS-OK
                               ADD 1 TO CANT-INTERESES
                               MOVE NRO-CTA-IJ
                                   TO TIN-NRO-CTA(CANT-INTERESES)
                               MOVE BUCKET-IJ
                                   TO TIN-BUCKET(CANT-INTERESES)
                               MOVE INTERES-IJ
                                   TO TIN-INTERES(CANT-INTERESES)
                           END-IF
               CLOSE INT-JOURNAL
           END-IF.

       14500-CARGAR-CATEGORIAS.
           OPEN INPUT TARJETA-CATEG.
           IF FS-TARJ-CATEG-OK
               PERFORM UNTIL FIN-CATEGORIAS = 'S'
                   READ TARJETA-CATEG
                       AT END
                           MOVE 'S' TO FIN-CATEGORIAS
                       NOT AT END
                           IF CANT-CATEGORIAS < 9999
                               ADD 1 TO CANT-CATEGORIAS
                               MOVE NRO-CTA-TC
                                   TO TCE-NRO-CTA(CANT-CATEGORIAS)
                               MOVE CATEGORIA-TC
                                   TO TCE-CATEGORIA(CANT-CATEGORIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARJETA-CATEG
           END-IF.

       14600-CARGAR-TASAS-FIN.
           OPEN INPUT TASAS-FINANC.
           IF FS-TASAS-FIN-OK
               PERFORM UNTIL FIN-TASAS-FIN = 'S'
                   READ TASAS-FINANC
                       AT END
                           MOVE 'S' TO FIN-TASAS-FIN
                       NOT AT END
                           IF CANT-TASAS-FIN < 99
                               ADD 1 TO CANT-TASAS-FIN
                               MOVE CATEGORIA-TF
                                   TO TTF-CATEGORIA(CANT-TASAS-FIN)
                               MOVE TNA-TF
                                   TO TTF-TNA(CANT-TASAS-FIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAS-FINANC
           END-IF.

       15000-CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS.
           IF FS-COMERCIOS-OK
               CLOSE PUNTOS-RESUMEN
           END-IF.

       16700-CARGAR-RECLAMOS.
           OPEN INPUT RECLAMOS.
           IF FS-RECLAMOS-OK
               PERFORM UNTIL FIN-RECLAMOS = 'S'
                   READ RECLAMOS
                       AT END
                           MOVE 'S' TO FIN-RECLAMOS
                       NOT AT END
                           IF CANT-RECLAMOS < 9999
                               ADD 1 TO CANT-RECLAMOS
                               MOVE NRO-CTA-RC
                                   TO TRE-NRO-CTA(CANT-RECLAMOS)
                               MOVE NRO-RECLAMO-RC
                                   TO TRE-NRO-RECLAMO(CANT-RECLAMOS)
                               MOVE IMPORTE-RC
                                   TO TRE-IMPORTE(CANT-RECLAMOS)
                               MOVE ESTADO-RC
                                   TO TRE-ESTADO(CANT-RECLAMOS)
                               MOVE PERIODO-CRED-RC
                                   TO TRE-PERIODO-CRED(CANT-RECLAMOS)
                               MOVE PERIODO-RESOL-RC TO
                                   TRE-PERIODO-RESOL(CANT-RECLAMOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMOS
           END-IF.

      *    El vencimiento cae al cumplirse los dias habiles de
      *    gracia, segun el calendario de FERIADOS.DAT.
       17000-CALCULAR-VENCIMIENTO.
           MOVE 0 TO WS-TOTAL-CONSUMOS
           MOVE 0 TO WS-TOTAL-PAGOS
           MOVE 0 TO WS-TOTAL-INTERES
           MOVE 0 TO WS-TOTAL-INT-FIN

           IF FS-RESUM-IMP-OK
               WRITE LIN-RESUMEN FROM LIN-RE-SEPARADOR
               MOVE 'C' TO WS-EM-TIPO
               MOVE NRO-CTA-T TO WS-EM-NUMERO
               CALL 'ENMASCAR' USING WS-EM-TIPO
                                     WS-EM-NUMERO
                                     WS-EM-MASCARA
               MOVE WS-EM-MASCARA(1:8) TO LRT-CTA
               MOVE WS-PERIODO TO LRT-PERIODO
               WRITE LIN-RESUMEN FROM LIN-RE-TITULO
               MOVE NYA TO LRU-NOMBRE
               WRITE LIN-RESUMEN FROM LIN-RE-APERTURA
           END-IF

           MOVE ALL 'N' TO TABLA-ADIC-PRESENTES
           MOVE 'N' TO WS-HAY-ADICIONALES
           MOVE 'N' TO WS-HAY-ADELANTOS
           MOVE 0 TO WS-TOTAL-ADELANTOS
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-CONSUMOS
               IF TCO-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
                   IF TCO-COMPRA(WS-IDX-AUX)
                       COMPUTE WS-POS-ADIC =
                           TCO-NRO-ADIC(WS-IDX-AUX) + 1
                       MOVE 'S' TO TAP-PRESENTE(WS-POS-ADIC)
                       IF TCO-NRO-ADIC(WS-IDX-AUX) > 0
                           MOVE 'S' TO WS-HAY-ADICIONALES
                       END-IF
                   ELSE
                       MOVE 'S' TO WS-HAY-ADELANTOS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ADIC-ACTUAL FROM 0 BY 1
               UNTIL WS-ADIC-ACTUAL > 99
               COMPUTE WS-POS-ADIC = WS-ADIC-ACTUAL + 1
               IF TAP-PRESENTE(WS-POS-ADIC) = 'S'
                   PERFORM 21100-DETALLE-TARJETA
               END-IF
           END-PERFORM
           IF WS-HAY-ADELANTOS = 'S'
               PERFORM 21400-DETALLE-ADELANTOS
           END-IF
           PERFORM 21600-DETALLE-RECLAMOS

           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-PAGOS
               IF TPG-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-INTERESES
               IF TIN-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
                   IF TIN-FINANCIACION(WS-IDX-AUX)
                       ADD TIN-INTERES(WS-IDX-AUX)
                           TO WS-TOTAL-INT-FIN
                   ELSE
                       ADD TIN-INTERES(WS-IDX-AUX)
                           TO WS-TOTAL-INTERES
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 21500-BUSCAR-TASAS

           COMPUTE WS-SALDO-CIERRE = WS-SALDO-APERTURA
               + WS-TOTAL-CONSUMOS + WS-TOTAL-INTERES
               + WS-TOTAL-INT-FIN - WS-TOTAL-PAGOS
               - WS-TOTAL-CREDITOS + WS-TOTAL-REVERSIONES
      *    Los adelantos del periodo entran al minimo con su propio
      *    porcentaje; el resto del saldo, con el general.
           IF WS-SALDO-CIERRE > WS-TOTAL-ADELANTOS
               COMPUTE WS-PAGO-MINIMO ROUNDED =
                   (WS-SALDO-CIERRE - WS-TOTAL-ADELANTOS)
                       * WS-PCT-MINIMO / 100
                 + WS-TOTAL-ADELANTOS * WS-PCT-MINIMO-EF / 100
           ELSE
           IF WS-SALDO-CIERRE > 0
               COMPUTE WS-PAGO-MINIMO ROUNDED =
                   WS-SALDO-CIERRE * WS-PCT-MINIMO-EF / 100
           ELSE
               MOVE 0 TO WS-PAGO-MINIMO
           END-IF
           END-IF

           IF FS-RESUM-IMP-OK
               MOVE WS-TOTAL-PAGOS TO LRP-IMPORTE
               WRITE LIN-RESUMEN FROM LIN-RE-PAGOS
               IF WS-TOTAL-CREDITOS > 0
                   MOVE WS-TOTAL-CREDITOS TO LRK-IMPORTE
                   WRITE LIN-RESUMEN FROM LIN-RE-CREDITOS
               END-IF
               MOVE WS-TOTAL-INTERES TO LRI-IMPORTE
               WRITE LIN-RESUMEN FROM LIN-RE-INTERES
               IF WS-TOTAL-INT-FIN > 0
                   MOVE WS-TOTAL-INT-FIN TO LRF-IMPORTE
                   WRITE LIN-RESUMEN FROM LIN-RE-INT-FIN
               END-IF
               IF WS-TNA > 0
                   MOVE WS-TNA TO LRX-TNA
                   MOVE WS-TEA TO LRX-TEA
                   WRITE LIN-RESUMEN FROM LIN-RE-TASAS
               END-IF
               MOVE WS-SALDO-CIERRE TO LRE-IMPORTE
               WRITE LIN-RESUMEN FROM LIN-RE-CIERRE
               MOVE WS-PAGO-MINIMO TO LRM-IMPORTE
               MOVE NRO-CLI TO NRO-CLI-RS
               MOVE WS-PERIODO TO PERIODO-RS
               MOVE WS-SALDO-APERTURA TO SALDO-APERTURA-RS
      *        Los creditos por reclamo viajan con los pagos y sus
      *        reversiones con los consumos, para que el resumen
      *        siga cerrando contra el saldo.
               COMPUTE TOTAL-CONSUMOS-RS =
                   WS-TOTAL-CONSUMOS + WS-TOTAL-REVERSIONES
               COMPUTE TOTAL-PAGOS-RS =
                   WS-TOTAL-PAGOS + WS-TOTAL-CREDITOS
               COMPUTE TOTAL-INTERES-RS =
                   WS-TOTAL-INTERES + WS-TOTAL-INT-FIN
               MOVE WS-SALDO-CIERRE TO SALDO-CIERRE-RS
               MOVE WS-PAGO-MINIMO TO PAGO-MINIMO-RS
               MOVE WS-FECHA-VENC TO FECHA-VENC-RS
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

       21100-DETALLE-TARJETA.
           MOVE 0 TO WS-SUBTOTAL-TARJETA
           IF WS-HAY-ADICIONALES = 'S' AND FS-RESUM-IMP-OK
               PERFORM 21300-ENCABEZAR-TARJETA
           END-IF
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-CONSUMOS
               IF TCO-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
                  AND TCO-NRO-ADIC(WS-IDX-AUX) = WS-ADIC-ACTUAL
                  AND TCO-COMPRA(WS-IDX-AUX)
                   PERFORM 21200-IMPRIMIR-CONSUMO
               END-IF
           END-PERFORM
           IF WS-HAY-ADICIONALES = 'S' AND FS-RESUM-IMP-OK
               MOVE '  SUBTOTAL TARJETA' TO LRS-LEYENDA
               MOVE WS-SUBTOTAL-TARJETA TO LRS-IMPORTE
               WRITE LIN-RESUMEN FROM LIN-RE-SUBTOTAL
           END-IF.

       21200-IMPRIMIR-CONSUMO.
           ADD TCO-IMPORTE(WS-IDX-AUX) TO WS-TOTAL-CONSUMOS
           ADD TCO-IMPORTE(WS-IDX-AUX) TO WS-SUBTOTAL-TARJETA
           IF FS-RESUM-IMP-OK
               MOVE TCO-NRO-COMERCIO(WS-IDX-AUX)
                   TO WS-RAZON-SOCIAL
               PERFORM 22000-BUSCAR-COMERCIO
               MOVE WS-RAZON-SOCIAL TO LRC-COMERCIO
               MOVE TCO-IMPORTE(WS-IDX-AUX)
                   TO LRC-IMPORTE
               IF TCO-MONEDA-ORIG(WS-IDX-AUX) NOT = 'ARS'
                  AND TCO-MONEDA-ORIG(WS-IDX-AUX)
                      NOT = SPACES
                   MOVE TCO-MONEDA-ORIG(WS-IDX-AUX)
                       TO LRC-MONEDA
                   MOVE TCO-IMPORTE-ORIG(WS-IDX-AUX)
                       TO LRC-IMPORTE-ORIG
               ELSE
                   MOVE SPACES TO LRC-MONEDA
                   MOVE 0 TO LRC-IMPORTE-ORIG
               END-IF
               WRITE LIN-RESUMEN FROM LIN-RE-CONSUMO
           END-IF.

       21300-ENCABEZAR-TARJETA.
           IF WS-ADIC-ACTUAL = 0
               MOVE 'TITULAR' TO LRJ-TIPO
               MOVE SPACES TO LRJ-ADIC
               MOVE NYA TO LRJ-NOMBRE
           ELSE
               MOVE 'ADICIONAL' TO LRJ-TIPO
               MOVE WS-ADIC-ACTUAL(2:2) TO LRJ-ADIC
               MOVE SPACES TO LRJ-NOMBRE
               IF CANT-ADICIONALES > 0
                   SET IDX-ADIC TO 1
                   SEARCH TABLA-ADIC-ITEM
                       AT END
                           CONTINUE
                       WHEN TAD-NRO-CTA(IDX-ADIC) = NRO-CTA-T
                        AND TAD-NRO-ADIC(IDX-ADIC) = WS-ADIC-ACTUAL
                           MOVE TAD-NYA(IDX-ADIC) TO LRJ-NOMBRE
                   END-SEARCH
               END-IF
           END-IF
           WRITE LIN-RESUMEN FROM LIN-RE-TARJETA.

       21400-DETALLE-ADELANTOS.
           IF FS-RESUM-IMP-OK
               WRITE LIN-RESUMEN FROM LIN-RE-SECCION-EF
           END-IF
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-CONSUMOS
               IF TCO-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
                  AND NOT TCO-COMPRA(WS-IDX-AUX)
                   ADD TCO-IMPORTE(WS-IDX-AUX) TO WS-TOTAL-CONSUMOS
                   ADD TCO-IMPORTE(WS-IDX-AUX) TO WS-TOTAL-ADELANTOS
                   IF FS-RESUM-IMP-OK
                       MOVE TCO-FECHA(WS-IDX-AUX) TO LRD-FECHA
                       IF TCO-ADELANTO(WS-IDX-AUX)
                           MOVE 'ADELANTO' TO LRD-CONCEPTO
                       ELSE
                           MOVE 'CARGO POR ADELANTO' TO LRD-CONCEPTO
                       END-IF
                       MOVE TCO-IMPORTE(WS-IDX-AUX) TO LRD-IMPORTE
                       WRITE LIN-RESUMEN FROM LIN-RE-ADELANTO
                   END-IF
               END-IF
           END-PERFORM
           IF FS-RESUM-IMP-OK
               MOVE '  SUBTOTAL ADELANTOS' TO LRS-LEYENDA
               MOVE WS-TOTAL-ADELANTOS TO LRS-IMPORTE
               WRITE LIN-RESUMEN FROM LIN-RE-SUBTOTAL
           END-IF.

      *    Credito provisorio del reclamo en el periodo de alta y
      *    reversion en el de resolucion; los reclamos ya acreditados
      *    que siguen abiertos, y los que quedaron firmes, solo se
      *    informan: su importe no vuelve a afectar el saldo.
       21600-DETALLE-RECLAMOS.
           MOVE 0 TO WS-TOTAL-CREDITOS
           MOVE 0 TO WS-TOTAL-REVERSIONES
           MOVE 'N' TO WS-HAY-RECLAMOS
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
               UNTIL WS-IDX-AUX > CANT-RECLAMOS
               IF TRE-NRO-CTA(WS-IDX-AUX) = NRO-CTA-T
                   IF TRE-PERIODO-CRED(WS-IDX-AUX) = WS-PERIODO
                       ADD TRE-IMPORTE(WS-IDX-AUX) TO WS-TOTAL-CREDITOS
                       MOVE 'CREDITO PROVISORIO' TO LRR-CONCEPTO
                       COMPUTE LRR-IMPORTE =
                           0 - TRE-IMPORTE(WS-IDX-AUX)
                       PERFORM 21700-IMPRIMIR-RECLAMO
                   ELSE
                       IF TRE-PROVISORIO(WS-IDX-AUX)
                          AND TRE-PERIODO-CRED(WS-IDX-AUX) < WS-PERIODO
                           MOVE 'RECLAMO EN CURSO' TO LRR-CONCEPTO
                           MOVE TRE-IMPORTE(WS-IDX-AUX) TO LRR-IMPORTE
                           PERFORM 21700-IMPRIMIR-RECLAMO
                       END-IF
                   END-IF
                   IF TRE-PERIODO-RESOL(WS-IDX-AUX) = WS-PERIODO
                       IF TRE-REVERTIDO(WS-IDX-AUX)
                           ADD TRE-IMPORTE(WS-IDX-AUX)
                               TO WS-TOTAL-REVERSIONES
                           MOVE 'REVERSION CREDITO' TO LRR-CONCEPTO
                           MOVE TRE-IMPORTE(WS-IDX-AUX) TO LRR-IMPORTE
                           PERFORM 21700-IMPRIMIR-RECLAMO
                       END-IF
                       IF TRE-FIRME(WS-IDX-AUX)
                           MOVE 'CREDITO FIRME' TO LRR-CONCEPTO
                           MOVE TRE-IMPORTE(WS-IDX-AUX) TO LRR-IMPORTE
                           PERFORM 21700-IMPRIMIR-RECLAMO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       21700-IMPRIMIR-RECLAMO.
           IF FS-RESUM-IMP-OK
               IF WS-HAY-RECLAMOS = 'N'
                   WRITE LIN-RESUMEN FROM LIN-RE-SECCION-RECL
                   MOVE 'S' TO WS-HAY-RECLAMOS
               END-IF
               MOVE TRE-NRO-RECLAMO(WS-IDX-AUX) TO LRR-NRO
               WRITE LIN-RESUMEN FROM LIN-RE-RECLAMO
           END-IF.

      *    TNA de la categoria de la tarjeta (basica si no esta
      *    categorizada) y su TEA con capitalizacion mensual.
       21500-BUSCAR-TASAS.
           MOVE 'B' TO WS-CATEG-CTA
           IF CANT-CATEGORIAS > 0
               SET IDX-CATEG TO 1
               SEARCH TABLA-CATEG-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-NRO-CTA(IDX-CATEG) = NRO-CTA-T
                       MOVE TCE-CATEGORIA(IDX-CATEG) TO WS-CATEG-CTA
               END-SEARCH
           END-IF
           MOVE 0 TO WS-TNA
           MOVE 0 TO WS-TEA
           IF CANT-TASAS-FIN > 0
               SET IDX-TF TO 1
               SEARCH TABLA-TF-ITEM
                   AT END
                       CONTINUE
                   WHEN TTF-CATEGORIA(IDX-TF) = WS-CATEG-CTA
                       MOVE TTF-TNA(IDX-TF) TO WS-TNA
               END-SEARCH
           END-IF
           IF WS-TNA > 0
               COMPUTE WS-TASA-MES ROUNDED = WS-TNA * 30 / 36500
               COMPUTE WS-PERIODOS-ANIO ROUNDED = 365 / 30
               COMPUTE WS-TEA ROUNDED =
                   ((1 + WS-TASA-MES) ** WS-PERIODOS-ANIO - 1) * 100
           END-IF.

       22000-BUSCAR-COMERCIO.
           IF CANT-COMER-MAE > 0
               SET IDX-COMER TO 1
           IF FS-RESUM-IMP-OK
               CLOSE RESUMEN-IMPRESO
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TARJRESU' TO RS-JOB
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

       END PROGRAM TARJRESU.

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIQ-ESTADO.

           SELECT RETENCIONES ASSIGN TO '..\TERMRETE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RETENCIONES.

           SELECT TASAS-IMPUESTO ASSIGN TO '..\TASARET'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TASAS-IMP.

           SELECT RETENCIONES-IMPUESTO ASSIGN TO '..\RETDET'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RET-IMP.

           SELECT RESERVAS ASSIGN TO '..\RESVCOM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESERVAS.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  TARIFAS.
       01  REG-TARIFA.
           02  CARGO-FIJO-LC           PIC 9(7)V99.
           02  MONTO-NETO-LC           PIC S9(15)V99.
           02  CANT-TRANS-LC           PIC 9(7).
           02  RET-IIBB-LC             PIC 9(13)V99.
           02  RET-IVA-LC              PIC 9(13)V99.
           02  RET-GAN-LC              PIC 9(13)V99.

       FD  LIQ-ESTADO.
       01  LIN-LIQ-ESTADO              PIC X(80).

       FD  RETENCIONES.
       01  REG-RETENCION.
           02  NRO-TERMINAL-TR         PIC X(8).
           02  NRO-COMERCIO-TR         PIC X(10).
           02  FECHA-TR                PIC 9(8).
           02  MONTO-TR                PIC 9(15)V99.
           02  ESTADO-TR               PIC X(1).
           02  FEC-LIBERA-TR           PIC 9(8).

      *    Tasas de retencion por impuesto (IIBB, IVA, GAN),
      *    jurisdiccion (solo IIBB) y condicion del comercio; rige
      *    la de vigencia mas reciente no posterior a hoy.
       FD  TASAS-IMPUESTO.
       01  REG-TASA-IMPUESTO.
           02  IMPUESTO-TI             PIC X(4).
           02  JURISDICCION-TI         PIC X(3).
           02  CONDICION-TI            PIC X(1).
           02  FEC-VIGENCIA-TI         PIC 9(8).
           02  TASA-TI                 PIC 9V9(4).
           02  MINIMO-TI               PIC 9(13)V99.

       FD  RETENCIONES-IMPUESTO.
       01  REG-RETENCION-IMP.
           02  NRO-COMERCIO-RI         PIC X(10).
           02  CUIT-RI                 PIC X(11).
           02  IMPUESTO-RI             PIC X(4).
           02  JURISDICCION-RI         PIC X(3).
           02  FECHA-RI                PIC 9(8).
           02  BASE-RI                 PIC 9(15)V99.
           02  TASA-RI                 PIC 9V9(4).
           02  IMPORTE-RI              PIC 9(13)V99.

      *    Reservas por riesgo de COMERRIE: R se retiene en esta
      *    liquidacion y queda P; L se devuelve y sale del archivo.
       FD  RESERVAS.
       01  REG-RESERVA.
           02  NRO-COMERCIO-RV         PIC X(10).
           02  PERIODO-RV              PIC 9(6).
           02  PCT-RESERVA-RV          PIC 9(3)V99.
           02  ESTADO-RV               PIC X(1).
           02  FECHA-RV                PIC 9(8).
           02  MONTO-RV                PIC 9(15)V99.
           02  FEC-LIBERA-RV           PIC 9(8).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB                   PIC X(10).
           02 LCT-TASA            PIC ZZ9.99.
           02 FILLER              PIC X(2)  VALUE ' %'.

       01  FS-RETENCIONES              PIC XX.
           88 FS-RETENCIONES-OK    VALUE "00".
       01  FIN-RETENCIONES             PIC X VALUE 'N'.
       01  WS-RETENCIONES-LEIDAS       PIC X VALUE 'N'.
       01  WS-IDX-RT                   PIC 9(5).
       01  WS-TOTAL-RETENIDO           PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-LIBERADO           PIC 9(15)V99 VALUE 0.

      *    Retenciones por descuadre de cierre de lote (TERMCONC):
      *    R se descuenta del neto y queda P; L se devuelve al neto
      *    y sale del archivo.
       01  CANT-RETENCIONES            PIC 9(5) VALUE 0.
       01  TABLA-RETENCIONES.
           02 TABLA-RETENCION-ITEM OCCURS 1 TO 9999 TIMES
                                   DEPENDING ON CANT-RETENCIONES
                                   INDEXED BY IDX-RETENCION.
               03 TRT-NRO-TERMINAL  PIC X(8).
               03 TRT-NRO-COMERCIO  PIC X(10).
               03 TRT-FECHA         PIC 9(8).
               03 TRT-MONTO         PIC 9(15)V99.
               03 TRT-ESTADO        PIC X(1).
               03 TRT-FEC-LIBERA    PIC 9(8).
               03 TRT-APLICADA      PIC X(1).

       01  LIN-RT-DETALLE.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRT-TEXTO           PIC X(18).
           02 LRT-TERMINAL        PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRT-FECHA           PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRT-MONTO           PIC Z(11)9.99.

       01  FS-TASAS-IMP                PIC XX.
           88 FS-TASAS-IMP-OK      VALUE "00".
       01  FS-RET-IMP                  PIC XX.
           88 FS-RET-IMP-OK        VALUE "00".
       01  FIN-TASAS-IMP               PIC X VALUE 'N'.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-CUIT                     PIC X(11).
       01  WS-COND-IVA                 PIC X(1).
       01  WS-COND-GAN                 PIC X(1).
       01  WS-COND-IIBB                PIC X(1).
       01  WS-JURISDICCION             PIC X(3).
       01  WS-IMP-IMPUESTO             PIC X(4).
       01  WS-IMP-JURISDICCION         PIC X(3).
       01  WS-IMP-CONDICION            PIC X(1).
       01  WS-IMP-VIGENCIA             PIC 9(8).
       01  WS-IMP-TASA                 PIC 9V9(4).
       01  WS-IMP-MINIMO               PIC 9(13)V99.
       01  WS-IMP-IMPORTE              PIC 9(13)V99.
       01  WS-TOTAL-RET-IMP            PIC 9(15)V99 VALUE 0.
       01  WS-IDX-RL                   PIC 9.

       01  CANT-TASAS-IMP              PIC 9(3) VALUE 0.
       01  TABLA-TASAS-IMP.
           02 TABLA-TASA-IMP-ITEM OCCURS 1 TO 999 TIMES
                                  DEPENDING ON CANT-TASAS-IMP
                                  INDEXED BY IDX-TASA-IMP.
               03 TTI-IMPUESTO      PIC X(4).
               03 TTI-JURISDICCION  PIC X(3).
               03 TTI-CONDICION     PIC X(1).
               03 TTI-VIGENCIA      PIC 9(8).
               03 TTI-TASA          PIC 9V9(4).
               03 TTI-MINIMO        PIC 9(13)V99.

      *    Retenciones de la liquidacion en curso, en el orden
      *    IIBB, IVA, GAN.
       01  TABLA-RET-LIQ.
           02 TABLA-RET-LIQ-ITEM OCCURS 3 TIMES.
               03 TRL-IMPUESTO      PIC X(4).
               03 TRL-JURISDICCION  PIC X(3).
               03 TRL-TASA          PIC 9V9(4).
               03 TRL-IMPORTE       PIC 9(13)V99.

       01  LIN-RI-DETALLE.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 FILLER              PIC X(10) VALUE 'RETENCION '.
           02 LRI-IMPUESTO        PIC X(4).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRI-JURISDICCION    PIC X(3).
           02 FILLER              PIC X(7)  VALUE ' TASA: '.
           02 LRI-TASA            PIC 9.9999.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRI-IMPORTE         PIC Z(11)9.99.

       01  FS-RESERVAS                 PIC XX.
           88 FS-RESERVAS-OK       VALUE "00".
       01  FIN-RESERVAS                PIC X VALUE 'N'.
       01  WS-RESERVAS-LEIDAS          PIC X VALUE 'N'.
       01  WS-IDX-RV                   PIC 9(5).
       01  WS-TOTAL-RESERVADO          PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-DEVUELTO           PIC 9(15)V99 VALUE 0.

       01  CANT-RESERVAS               PIC 9(5) VALUE 0.
       01  TABLA-RESERVAS.
           02 TABLA-RESERVA-ITEM OCCURS 1 TO 9999 TIMES
                                 DEPENDING ON CANT-RESERVAS
                                 INDEXED BY IDX-RESERVA.
               03 TRV-NRO-COMERCIO  PIC X(10).
               03 TRV-PERIODO       PIC 9(6).
               03 TRV-PCT-RESERVA   PIC 9(3)V99.
               03 TRV-ESTADO        PIC X(1).
               03 TRV-FECHA         PIC 9(8).
               03 TRV-MONTO         PIC 9(15)V99.
               03 TRV-FEC-LIBERA    PIC 9(8).
               03 TRV-APLICADA      PIC X(1).

       01  LIN-RV-DETALLE.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LRV-TEXTO           PIC X(18).
           02 FILLER              PIC X(8)  VALUE 'PERIODO '.
           02 LRV-PERIODO         PIC 9(6).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LRV-MONTO           PIC Z(11)9.99.

       01  CANT-COMER-MAE              PIC 9(5) VALUE 0.
       01  TABLA-COMER-MAE.
           02 TABLA-COMER-MAE-ITEM OCCURS 1 TO 9999 TIMES
               03 TCM-NRO-COMERCIO  PIC X(10).
               03 TCM-RAZON-SOCIAL  PIC X(30).
               03 TCM-RUBRO         PIC X(4).
               03 TCM-CUIT          PIC X(11).
               03 TCM-COND-IVA      PIC X(1).
               03 TCM-COND-GAN      PIC X(1).
               03 TCM-COND-IIBB     PIC X(1).
               03 TCM-JURISDICCION  PIC X(3).

       01  CANT-TARIFAS                PIC 9(3) VALUE 0.
       01  TABLA-TARIFAS.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 11000-GENERAR-RUN-ID

           PERFORM 12000-CARGAR-COMERCIOS
           PERFORM 13000-CARGAR-TARIFAS
           PERFORM 14000-CARGAR-CONTRACARGOS
           PERFORM 15000-CARGAR-RETENCIONES
           PERFORM 16000-CARGAR-TASAS-IMPUESTO
           PERFORM 17000-CARGAR-RESERVAS

           OPEN EXTEND RETENCIONES-IMPUESTO
           IF FS-RET-IMP = '35'
               OPEN OUTPUT RETENCIONES-IMPUESTO
           END-IF
           IF NOT FS-RET-IMP-OK
               DISPLAY 'ERROR OPEN RETDET ' FS-RET-IMP
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF

           OPEN OUTPUT CHB-TASAS
           IF FS-CHB-TASAS-OK
                               TO TCM-RAZON-SOCIAL(CANT-COMER-MAE)
                           MOVE RUBRO-CM
                               TO TCM-RUBRO(CANT-COMER-MAE)
                           MOVE CUIT-CM
                               TO TCM-CUIT(CANT-COMER-MAE)
                           MOVE COND-IVA-CM
                               TO TCM-COND-IVA(CANT-COMER-MAE)
                           MOVE COND-GAN-CM
                               TO TCM-COND-GAN(CANT-COMER-MAE)
                           MOVE COND-IIBB-CM
                               TO TCM-COND-IIBB(CANT-COMER-MAE)
                           MOVE JURISDICCION-CM
                               TO TCM-JURISDICCION(CANT-COMER-MAE)
                   END-READ
               END-PERFORM
               CLOSE COMERCIOS
               MOVE 'N' TO TCH-APLICADO(CANT-CHB)
           END-IF.

       15000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FS-RETENCIONES-OK
               MOVE 'S' TO WS-RETENCIONES-LEIDAS
               PERFORM UNTIL FIN-RETENCIONES = 'S'
                   READ RETENCIONES
                       AT END
                           MOVE 'S' TO FIN-RETENCIONES
                       NOT AT END
                           IF CANT-RETENCIONES < 9999
                               ADD 1 TO CANT-RETENCIONES
                               MOVE REG-RETENCION
                                   TO TABLA-RETENCION-ITEM
                                      (CANT-RETENCIONES)
                               MOVE 'N'
                                   TO TRT-APLICADA(CANT-RETENCIONES)
                           ELSE
                               DISPLAY 'TABLA TERMRETE LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES
           END-IF.

       16000-CARGAR-TASAS-IMPUESTO.
           OPEN INPUT TASAS-IMPUESTO.
           IF FS-TASAS-IMP-OK
               PERFORM UNTIL FIN-TASAS-IMP = 'S'
                   READ TASAS-IMPUESTO
                       AT END
                           MOVE 'S' TO FIN-TASAS-IMP
                       NOT AT END
                           IF FEC-VIGENCIA-TI <= WS-FEC-HOY
                              AND CANT-TASAS-IMP < 999
                               ADD 1 TO CANT-TASAS-IMP
                               MOVE IMPUESTO-TI
                                   TO TTI-IMPUESTO(CANT-TASAS-IMP)
                               MOVE JURISDICCION-TI
                                   TO TTI-JURISDICCION(CANT-TASAS-IMP)
                               MOVE CONDICION-TI
                                   TO TTI-CONDICION(CANT-TASAS-IMP)
                               MOVE FEC-VIGENCIA-TI
                                   TO TTI-VIGENCIA(CANT-TASAS-IMP)
                               MOVE TASA-TI
                                   TO TTI-TASA(CANT-TASAS-IMP)
                               MOVE MINIMO-TI
                                   TO TTI-MINIMO(CANT-TASAS-IMP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASAS-IMPUESTO
           END-IF.

       17000-CARGAR-RESERVAS.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS-OK
               MOVE 'S' TO WS-RESERVAS-LEIDAS
               PERFORM UNTIL FIN-RESERVAS = 'S'
                   READ RESERVAS
                       AT END
                           MOVE 'S' TO FIN-RESERVAS
                       NOT AT END
                           IF CANT-RESERVAS < 9999
                               ADD 1 TO CANT-RESERVAS
                               MOVE REG-RESERVA
                                   TO TABLA-RESERVA-ITEM
                                      (CANT-RESERVAS)
                               MOVE 'N'
                                   TO TRV-APLICADA(CANT-RESERVAS)
                           ELSE
                               DISPLAY 'TABLA RESVCOM LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVAS
           END-IF.

       20000-PROCESO.
           READ RESUMEN-COMERCIO
               AT END
       21000-BUSCAR-COMERCIO.
           MOVE SPACES TO WS-RAZON-SOCIAL
           MOVE SPACES TO WS-RUBRO
           MOVE SPACES TO WS-CUIT
           MOVE SPACES TO WS-COND-IVA
           MOVE SPACES TO WS-COND-GAN
           MOVE SPACES TO WS-COND-IIBB
           MOVE SPACES TO WS-JURISDICCION
           IF CANT-COMER-MAE > 0
               SET IDX-COMER-MAE TO 1
               SEARCH TABLA-COMER-MAE-ITEM
                       MOVE TCM-RAZON-SOCIAL(IDX-COMER-MAE)
                           TO WS-RAZON-SOCIAL
                       MOVE TCM-RUBRO(IDX-COMER-MAE) TO WS-RUBRO
                       MOVE TCM-CUIT(IDX-COMER-MAE) TO WS-CUIT
                       MOVE TCM-COND-IVA(IDX-COMER-MAE)
                           TO WS-COND-IVA
                       MOVE TCM-COND-GAN(IDX-COMER-MAE)
                           TO WS-COND-GAN
                       MOVE TCM-COND-IIBB(IDX-COMER-MAE)
                           TO WS-COND-IIBB
                       MOVE TCM-JURISDICCION(IDX-COMER-MAE)
                           TO WS-JURISDICCION
               END-SEARCH
           END-IF.

               MONTO-TOTAL-RC * WS-TASA
           COMPUTE WS-NETO =
               MONTO-TOTAL-RC - WS-COMISION - WS-CARGO-FIJO
           PERFORM 23100-RETENER-IMPUESTOS
           PERFORM 23300-APLICAR-RETENCIONES
           PERFORM 23350-APLICAR-RESERVAS
           PERFORM 23500-NETEAR-CONTRACARGOS

           MOVE NRO-COMERCIO-RC TO NRO-COMERCIO-LC
           MOVE WS-CARGO-FIJO TO CARGO-FIJO-LC
           MOVE WS-NETO TO MONTO-NETO-LC
           MOVE CANT-TRANS-RC TO CANT-TRANS-LC
           MOVE TRL-IMPORTE(1) TO RET-IIBB-LC
           MOVE TRL-IMPORTE(2) TO RET-IVA-LC
           MOVE TRL-IMPORTE(3) TO RET-GAN-LC
           WRITE REG-LIQ-COMERCIO
           ADD 1 TO WS-CANT-SALIDA
           ADD MONTO-TOTAL-RC TO WS-TOTAL-BRUTO
               MOVE WS-COMISION TO LLQ-COMISION
               MOVE WS-NETO TO LLQ-NETO
               WRITE LIN-LIQ-ESTADO FROM LIN-LQ-DETALLE
               PERFORM 23200-LISTAR-IMPUESTOS
               PERFORM 23400-LISTAR-RETENCIONES
               PERFORM 23450-LISTAR-RESERVAS
           END-IF.

      *    Como agente de retencion se retiene sobre el bruto
      *    liquidado, antes de netear contracargos. Cada retencion
      *    queda en RETDET para el certificado mensual (COMERRET).
       23100-RETENER-IMPUESTOS.
           MOVE 'IIBB' TO WS-IMP-IMPUESTO
           MOVE WS-JURISDICCION TO WS-IMP-JURISDICCION
           MOVE WS-COND-IIBB TO WS-IMP-CONDICION
           MOVE 1 TO WS-IDX-RL
           PERFORM 23150-CALCULAR-RETENCION
           MOVE 'IVA ' TO WS-IMP-IMPUESTO
           MOVE SPACES TO WS-IMP-JURISDICCION
           MOVE WS-COND-IVA TO WS-IMP-CONDICION
           MOVE 2 TO WS-IDX-RL
           PERFORM 23150-CALCULAR-RETENCION
           MOVE 'GAN ' TO WS-IMP-IMPUESTO
           MOVE SPACES TO WS-IMP-JURISDICCION
           MOVE WS-COND-GAN TO WS-IMP-CONDICION
           MOVE 3 TO WS-IDX-RL
           PERFORM 23150-CALCULAR-RETENCION
           COMPUTE WS-NETO = WS-NETO - TRL-IMPORTE(1)
               - TRL-IMPORTE(2) - TRL-IMPORTE(3).

       23150-CALCULAR-RETENCION.
           MOVE WS-IMP-IMPUESTO TO TRL-IMPUESTO(WS-IDX-RL)
           MOVE WS-IMP-JURISDICCION TO TRL-JURISDICCION(WS-IDX-RL)
           MOVE 0 TO TRL-TASA(WS-IDX-RL)
           MOVE 0 TO TRL-IMPORTE(WS-IDX-RL)
           MOVE 0 TO WS-IMP-VIGENCIA
           MOVE 0 TO WS-IMP-TASA
           MOVE 0 TO WS-IMP-MINIMO
           PERFORM VARYING IDX-TASA-IMP FROM 1 BY 1
               UNTIL IDX-TASA-IMP > CANT-TASAS-IMP
               IF TTI-IMPUESTO(IDX-TASA-IMP) = WS-IMP-IMPUESTO
                  AND TTI-JURISDICCION(IDX-TASA-IMP)
                      = WS-IMP-JURISDICCION
                  AND TTI-CONDICION(IDX-TASA-IMP) = WS-IMP-CONDICION
                  AND TTI-VIGENCIA(IDX-TASA-IMP) >= WS-IMP-VIGENCIA
                   MOVE TTI-VIGENCIA(IDX-TASA-IMP) TO WS-IMP-VIGENCIA
                   MOVE TTI-TASA(IDX-TASA-IMP) TO WS-IMP-TASA
                   MOVE TTI-MINIMO(IDX-TASA-IMP) TO WS-IMP-MINIMO
               END-IF
           END-PERFORM
           IF WS-IMP-TASA > 0 AND MONTO-TOTAL-RC > WS-IMP-MINIMO
               COMPUTE WS-IMP-IMPORTE ROUNDED =
                   MONTO-TOTAL-RC * WS-IMP-TASA
               MOVE WS-IMP-TASA TO TRL-TASA(WS-IDX-RL)
               MOVE WS-IMP-IMPORTE TO TRL-IMPORTE(WS-IDX-RL)
               ADD WS-IMP-IMPORTE TO WS-TOTAL-RET-IMP
               IF FS-RET-IMP-OK
                   MOVE NRO-COMERCIO-RC TO NRO-COMERCIO-RI
                   MOVE WS-CUIT TO CUIT-RI
                   MOVE WS-IMP-IMPUESTO TO IMPUESTO-RI
                   MOVE WS-IMP-JURISDICCION TO JURISDICCION-RI
                   MOVE WS-FEC-HOY TO FECHA-RI
                   MOVE MONTO-TOTAL-RC TO BASE-RI
                   MOVE WS-IMP-TASA TO TASA-RI
                   MOVE WS-IMP-IMPORTE TO IMPORTE-RI
                   WRITE REG-RETENCION-IMP
                   IF NOT FS-RET-IMP-OK
                       DISPLAY 'ERROR WRITE RETDET ' FS-RET-IMP
                       MOVE 'ERROR' TO WS-ESTADO-FINAL
                   END-IF
               END-IF
           END-IF.

       23200-LISTAR-IMPUESTOS.
           PERFORM VARYING WS-IDX-RL FROM 1 BY 1
               UNTIL WS-IDX-RL > 3
               IF TRL-IMPORTE(WS-IDX-RL) > 0
                   MOVE TRL-IMPUESTO(WS-IDX-RL) TO LRI-IMPUESTO
                   MOVE TRL-JURISDICCION(WS-IDX-RL)
                       TO LRI-JURISDICCION
                   MOVE TRL-TASA(WS-IDX-RL) TO LRI-TASA
                   MOVE TRL-IMPORTE(WS-IDX-RL) TO LRI-IMPORTE
                   WRITE LIN-LIQ-ESTADO FROM LIN-RI-DETALLE
               END-IF
           END-PERFORM.

       23300-APLICAR-RETENCIONES.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
               UNTIL WS-IDX-RT > CANT-RETENCIONES
               IF TRT-NRO-COMERCIO(WS-IDX-RT) = NRO-COMERCIO-RC
                  AND TRT-APLICADA(WS-IDX-RT) = 'N'
                   EVALUATE TRT-ESTADO(WS-IDX-RT)
                       WHEN 'R'
                           SUBTRACT TRT-MONTO(WS-IDX-RT) FROM WS-NETO
                           ADD TRT-MONTO(WS-IDX-RT)
                               TO WS-TOTAL-RETENIDO
                           MOVE 'S' TO TRT-APLICADA(WS-IDX-RT)
                       WHEN 'L'
                           ADD TRT-MONTO(WS-IDX-RT) TO WS-NETO
                           ADD TRT-MONTO(WS-IDX-RT)
                               TO WS-TOTAL-LIBERADO
                           MOVE 'S' TO TRT-APLICADA(WS-IDX-RT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    La reserva se calcula sobre el bruto de la primera
      *    liquidacion posterior a la evaluacion de riesgo.
       23350-APLICAR-RESERVAS.
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
               UNTIL WS-IDX-RV > CANT-RESERVAS
               IF TRV-NRO-COMERCIO(WS-IDX-RV) = NRO-COMERCIO-RC
                  AND TRV-APLICADA(WS-IDX-RV) = 'N'
                   EVALUATE TRV-ESTADO(WS-IDX-RV)
                       WHEN 'R'
                           COMPUTE TRV-MONTO(WS-IDX-RV) ROUNDED =
                               MONTO-TOTAL-RC
                               * TRV-PCT-RESERVA(WS-IDX-RV) / 100
                           MOVE WS-FEC-HOY TO TRV-FECHA(WS-IDX-RV)
                           SUBTRACT TRV-MONTO(WS-IDX-RV) FROM WS-NETO
                           ADD TRV-MONTO(WS-IDX-RV)
                               TO WS-TOTAL-RESERVADO
                           MOVE 'S' TO TRV-APLICADA(WS-IDX-RV)
                       WHEN 'L'
                           ADD TRV-MONTO(WS-IDX-RV) TO WS-NETO
                           ADD TRV-MONTO(WS-IDX-RV)
                               TO WS-TOTAL-DEVUELTO
                           MOVE 'S' TO TRV-APLICADA(WS-IDX-RV)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       23400-LISTAR-RETENCIONES.
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
               UNTIL WS-IDX-RT > CANT-RETENCIONES
               IF TRT-NRO-COMERCIO(WS-IDX-RT) = NRO-COMERCIO-RC
                  AND TRT-APLICADA(WS-IDX-RT) = 'S'
                   IF TRT-ESTADO(WS-IDX-RT) = 'R'
                       MOVE 'RETENIDO TERMINAL' TO LRT-TEXTO
                   ELSE
                       MOVE 'LIBERADO TERMINAL' TO LRT-TEXTO
                   END-IF
                   MOVE TRT-NRO-TERMINAL(WS-IDX-RT) TO LRT-TERMINAL
                   MOVE TRT-FECHA(WS-IDX-RT) TO LRT-FECHA
                   MOVE TRT-MONTO(WS-IDX-RT) TO LRT-MONTO
                   WRITE LIN-LIQ-ESTADO FROM LIN-RT-DETALLE
               END-IF
           END-PERFORM.

       23450-LISTAR-RESERVAS.
           PERFORM VARYING WS-IDX-RV FROM 1 BY 1
               UNTIL WS-IDX-RV > CANT-RESERVAS
               IF TRV-NRO-COMERCIO(WS-IDX-RV) = NRO-COMERCIO-RC
                  AND TRV-APLICADA(WS-IDX-RV) = 'S'
                   IF TRV-ESTADO(WS-IDX-RV) = 'R'
                       MOVE 'RESERVA RIESGO' TO LRV-TEXTO
                   ELSE
                       MOVE 'LIBERA RESERVA' TO LRV-TEXTO
                   END-IF
                   MOVE TRV-PERIODO(WS-IDX-RV) TO LRV-PERIODO
                   MOVE TRV-MONTO(WS-IDX-RV) TO LRV-MONTO
                   WRITE LIN-LIQ-ESTADO FROM LIN-RV-DETALLE
               END-IF
           END-PERFORM.

      *    El contracargo se neta hasta donde alcanza el neto del
      *    comercio; el excedente queda como credito a favor
      *    nuestro para la proxima liquidacion.
               CLOSE CHB-ARRASTRE
           END-IF.

      *    Lo retenido hoy queda pendiente de liberacion; lo
      *    liberado y ya pagado deja de figurar.
       26500-GRABAR-RETENCIONES.
           IF WS-RETENCIONES-LEIDAS = 'S'
               OPEN OUTPUT RETENCIONES
               IF FS-RETENCIONES-OK
                   PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                       UNTIL WS-IDX-RT > CANT-RETENCIONES
                       IF TRT-APLICADA(WS-IDX-RT) = 'S'
                          AND TRT-ESTADO(WS-IDX-RT) = 'R'
                           MOVE 'P' TO TRT-ESTADO(WS-IDX-RT)
                       END-IF
                       IF TRT-APLICADA(WS-IDX-RT) = 'N'
                          OR TRT-ESTADO(WS-IDX-RT) NOT = 'L'
                           MOVE TABLA-RETENCION-ITEM(WS-IDX-RT)
                               TO REG-RETENCION
                           WRITE REG-RETENCION
                       END-IF
                   END-PERFORM
                   CLOSE RETENCIONES
               ELSE
                   DISPLAY 'ERROR OPEN TERMRETE ' FS-RETENCIONES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-TOTAL-RETENIDO > 0 OR WS-TOTAL-LIBERADO > 0
               DISPLAY 'COMERLIQ: RETENIDO POR TERMINALES '
                       WS-TOTAL-RETENIDO
               DISPLAY 'COMERLIQ: LIBERADO POR TERMINALES '
                       WS-TOTAL-LIBERADO
           END-IF.

       26700-GRABAR-RESERVAS.
           IF WS-RESERVAS-LEIDAS = 'S'
               OPEN OUTPUT RESERVAS
               IF FS-RESERVAS-OK
                   PERFORM VARYING WS-IDX-RV FROM 1 BY 1
                       UNTIL WS-IDX-RV > CANT-RESERVAS
                       IF TRV-APLICADA(WS-IDX-RV) = 'S'
                          AND TRV-ESTADO(WS-IDX-RV) = 'R'
                           MOVE 'P' TO TRV-ESTADO(WS-IDX-RV)
                       END-IF
                       IF TRV-APLICADA(WS-IDX-RV) = 'N'
                          OR TRV-ESTADO(WS-IDX-RV) NOT = 'L'
                           MOVE TRV-NRO-COMERCIO(WS-IDX-RV)
                               TO NRO-COMERCIO-RV
                           MOVE TRV-PERIODO(WS-IDX-RV) TO PERIODO-RV
                           MOVE TRV-PCT-RESERVA(WS-IDX-RV)
                               TO PCT-RESERVA-RV
                           MOVE TRV-ESTADO(WS-IDX-RV) TO ESTADO-RV
                           MOVE TRV-FECHA(WS-IDX-RV) TO FECHA-RV
                           MOVE TRV-MONTO(WS-IDX-RV) TO MONTO-RV
                           MOVE TRV-FEC-LIBERA(WS-IDX-RV)
                               TO FEC-LIBERA-RV
                           WRITE REG-RESERVA
                       END-IF
                   END-PERFORM
                   CLOSE RESERVAS
               ELSE
                   DISPLAY 'ERROR OPEN RESVCOM ' FS-RESERVAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           IF WS-TOTAL-RESERVADO > 0 OR WS-TOTAL-DEVUELTO > 0
               DISPLAY 'COMERLIQ: RESERVADO POR RIESGO '
                       WS-TOTAL-RESERVADO
               DISPLAY 'COMERLIQ: RESERVAS DEVUELTAS '
                       WS-TOTAL-DEVUELTO
           END-IF.

       25000-CONTROL-CUADRE.
           MOVE WS-TOTAL-RESCOM TO LLC-RESCOM
           MOVE WS-TOTAL-BRUTO TO LLC-BRUTO
       30000-FINAL.
           PERFORM 25000-CONTROL-CUADRE
           PERFORM 26000-GRABAR-ARRASTRE
           PERFORM 26500-GRABAR-RETENCIONES
           PERFORM 26700-GRABAR-RESERVAS
           IF WS-TOTAL-RET-IMP > 0
               DISPLAY 'COMERLIQ: RETENCIONES IMPOSITIVAS '
                       WS-TOTAL-RET-IMP
           END-IF
           IF FS-RET-IMP-OK
               CLOSE RETENCIONES-IMPUESTO
           END-IF
           IF FS-CHB-TASAS-OK
               CLOSE CHB-TASAS
           END-IF

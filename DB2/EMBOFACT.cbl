      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
      *    Verifica la factura mensual del proveedor de embozado contra
      *    la produccion confirmada del periodo: plasticos (piezas de
      *    EMBCONF), sobres de PIN (control PINCTL de cada sobre de
      *    PINMAILS) y reemisiones (piezas de REEMISIO). Cada renglon
      *    se valoriza con la lista de precios vigente y se libera a
      *    pagar solo lo confirmado.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBOFACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECIOS-EMBOZO ASSIGN TO  '..\EMBPRECI'
                          FILE STATUS  IS FS-PRECIOS.

           SELECT CONFIRMACIONES ASSIGN TO  '..\EMBCONF'
                          FILE STATUS  IS FS-CONFIRMA.

           SELECT CONTROL-PIN ASSIGN TO  '..\PINCTL'
                          FILE STATUS  IS FS-PIN-CTL.

           SELECT REEMISIONES ASSIGN TO  '..\REEMISIO'
                          FILE STATUS  IS FS-REEMISION.

           SELECT FACTURA-PROVEEDOR ASSIGN TO  '..\EMBFACT'
                          FILE STATUS  IS FS-FACTURA.

           SELECT CONTROL-FACTURA ASSIGN TO  '..\EMBFCTRL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS  IS FS-CONTROL-FACT.

           SELECT PAGAR-PROVEEDORES ASSIGN TO  '..\PAGARPRO'
                          FILE STATUS  IS FS-PAGAR.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                          FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Tipos de item: PLAS plastico, PIN  sobre de PIN,
      *    REEM reemision. Rige el precio de vigencia mas reciente.
       FD  PRECIOS-EMBOZO.
       01  REG-PRECIO-EMBOZO.
           02 TIPO-ITEM-PE         PIC X(4).
           02 FEC-VIGENCIA-PE      PIC 9(8).
           02 PRECIO-UNIT-PE       PIC 9(7)V99.

       FD  CONFIRMACIONES.
       01  REG-CONFIRMACION.
           02 NRO-TARJETA-CF       PIC X(16).
           02 CANT-PIEZAS-CF       PIC 9(3).
           02 FECHA-EMBOZO-CF      PIC 9(8).

       FD  CONTROL-PIN.
       01  REG-CONTROL-PIN.
           02 NRO-TARJETA-PN       PIC X(16).
           02 NRO-PIEZA-PN         PIC X(8).
           02 FECHA-DESPACHO-PN    PIC 9(8).

       FD  REEMISIONES.
       01  REG-REEMISION.
           02 NRO-TARJETA-RE       PIC X(16).
           02 NRO-PIEZA-RE         PIC X(8).
           02 DIAS-PENDIENTE-RE    PIC 9(5).
           02 FEC-ALTA-RE          PIC X(10).
           02 FEC-PROCESO-RE       PIC X(10).

      *    Detalle de la factura del proveedor: un renglon por tipo
      *    de item facturado en el periodo.
       FD  FACTURA-PROVEEDOR.
       01  REG-FACTURA.
           02 COD-PROV-FE          PIC X(6).
           02 NRO-FACTURA-FE       PIC X(12).
           02 PERIODO-FE           PIC 9(6).
           02 TIPO-ITEM-FE         PIC X(4).
           02 CANTIDAD-FE          PIC 9(7).
           02 PRECIO-UNIT-FE       PIC 9(7)V99.
           02 IMPORTE-FE           PIC 9(13)V99.

       FD  CONTROL-FACTURA.
       01  LIN-CONTROL-FACT        PIC X(80).

       FD  PAGAR-PROVEEDORES.
       01  REG-PAGAR.
           02 COD-PROV-PG          PIC X(6).
           02 NRO-FACTURA-PG       PIC X(12).
           02 IMPORTE-PG           PIC 9(13)V99.
           02 FECHA-PG             PIC 9(8).

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
       01  FS-PRECIOS          PIC XX.
       01  FIN-PRECIOS         PIC 9 VALUE 0.
       01  FS-CONFIRMA         PIC XX.
       01  FIN-CONFIRMA        PIC 9 VALUE 0.
       01  FS-PIN-CTL          PIC XX.
       01  FIN-PIN-CTL         PIC 9 VALUE 0.
       01  FS-REEMISION        PIC XX.
       01  FIN-REEMISION       PIC 9 VALUE 0.
       01  FS-FACTURA          PIC XX.
       01  FIN-FACTURA         PIC 9 VALUE 0.
       01  WS-FACTURA-ABIERTA  PIC X VALUE 'N'.
       01  FS-CONTROL-FACT     PIC XX.
       01  FS-PAGAR            PIC XX.
       01  FS-RUNSTAT          PIC XX.
       01  WS-RUNSTAT-ABIERTO  PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO  VALUE 'S'.
       01  WS-HORA-INICIO      PIC X(21).
       01  WS-ESTADO-FINAL     PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID           PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA  PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST    PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA     PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA      PIC 9(7) VALUE 0.

       01  WS-PARM             PIC X(6) VALUE SPACES.
       01  WS-FECHA-HOY        PIC 9(8).
       01  WS-PERIODO          PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO      PIC 9(4).
           02 WS-PER-MES       PIC 9(2).
       01  WS-FIN-PERIODO      PIC 9(8).
       01  WS-VF-FORMATO       PIC X(3).
       01  WS-VF-RETORNO       PIC 9(2).
       01  WS-FEC-PROCESO-YMD  PIC 9(8).
       01  WS-IDX-TIPO         PIC 9.
       01  WS-IDX-REN          PIC 9(4).
       01  WS-IDX-FAC          PIC 9(4).
       01  WS-DIFERENCIA       PIC S9(13)V99.
       01  WS-A-APROBAR        PIC 9(13)V99.
       01  WS-TOTAL-FACTURADO  PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-ESPERADO   PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-APROBADO   PIC 9(13)V99 VALUE 0.

      *    Acumulados por tipo de item: produccion confirmada y lo
      *    facturado por el proveedor.
       01  TABLA-TIPOS-DEF.
           02 FILLER           PIC X(4) VALUE 'PLAS'.
           02 FILLER           PIC X(4) VALUE 'PIN '.
           02 FILLER           PIC X(4) VALUE 'REEM'.
       01  TABLA-TIPOS-NOM REDEFINES TABLA-TIPOS-DEF.
           02 TTN-TIPO         PIC X(4) OCCURS 3 TIMES.
       01  TABLA-TIPOS.
           02 TABLA-TIPO-ITEM OCCURS 3 TIMES.
               03 TTP-TIPO             PIC X(4).
               03 TTP-VIGENCIA         PIC 9(8).
               03 TTP-PRECIO           PIC 9(7)V99.
               03 TTP-CANT-CONF        PIC 9(7).
               03 TTP-CANT-FACT        PIC 9(7).
               03 TTP-IMPORTE-FACT     PIC 9(13)V99.
               03 TTP-IMPORTE-ESP      PIC 9(13)V99.
               03 TTP-APROBADO         PIC 9(13)V99.
               03 TTP-SIN-ASIGNAR      PIC 9(13)V99.

      *    Piezas reemitidas ya contadas: una pieza repetida en
      *    REEMISIO se factura una sola vez.
       01  CANT-PIEZAS-REEM    PIC 9(5) VALUE 0.
       01  TABLA-PIEZAS-REEM.
           02 TABLA-REEM-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PIEZAS-REEM
                              INDEXED BY IDX-REEM.
               03 TRM-NRO-PIEZA PIC X(8).

       01  CANT-RENGLONES      PIC 9(4) VALUE 0.
       01  TABLA-RENGLONES.
           02 TABLA-REN-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-RENGLONES
                             INDEXED BY IDX-REN.
               03 TRN-COD-PROV      PIC X(6).
               03 TRN-NRO-FACTURA   PIC X(12).
               03 TRN-TIPO          PIC X(4).
               03 TRN-IMPORTE       PIC 9(13)V99.
               03 TRN-APROBADO      PIC 9(13)V99.

       01  CANT-FACTURAS       PIC 9(4) VALUE 0.
       01  TABLA-FACTURAS.
           02 TABLA-FAC-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-FACTURAS
                             INDEXED BY IDX-FAC.
               03 TFC-COD-PROV      PIC X(6).
               03 TFC-NRO-FACTURA   PIC X(12).
               03 TFC-APROBADO      PIC 9(13)V99.

       01  LIN-CF-TITULO.
           02 FILLER           PIC X(42) VALUE
              'EMBOFACT  CONTROL FACTURA EMBOZADO PERIODO'.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCT-PERIODO      PIC 9(6).
       01  LIN-CF-ENCABEZADO.
           02 FILLER           PIC X(40) VALUE
              'TIPO  CANT.FACT  CANT.CONF  PRECIO LISTA'.
           02 FILLER           PIC X(40) VALUE
              '   IMP.FACTURADO    IMP.ESPERADO'.
       01  LIN-CF-DETALLE.
           02 LCD-TIPO         PIC X(4).
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCD-CANT-FACT    PIC Z(6)9.
           02 FILLER           PIC X(4)  VALUE SPACES.
           02 LCD-CANT-CONF    PIC Z(6)9.
           02 FILLER           PIC X(2)  VALUE SPACES.
           02 LCD-PRECIO       PIC Z(6)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-IMP-FACT     PIC Z(12)9.99.
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCD-IMP-ESP      PIC Z(12)9.99.
       01  LIN-CF-ESTADO.
           02 FILLER           PIC X(6)  VALUE SPACES.
           02 LCE-ESTADO       PIC X(16).
           02 FILLER           PIC X(13) VALUE ' DIFERENCIA: '.
           02 LCE-DIFERENCIA   PIC -(12)9.99.
           02 FILLER           PIC X(11) VALUE ' APROBADO: '.
           02 LCE-APROBADO     PIC Z(12)9.99.
       01  LIN-CF-TOTAL.
           02 FILLER           PIC X(17) VALUE 'TOTAL FACTURADO: '.
           02 LCR-FACTURADO    PIC Z(12)9.99.
           02 FILLER           PIC X(12) VALUE '  APROBADO: '.
           02 LCR-APROBADO     PIC Z(12)9.99.
       01  LIN-CF-PAGO.
           02 FILLER           PIC X(19) VALUE 'LIBERADO A PAGAR:  '.
           02 LCP-COD-PROV     PIC X(6).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCP-NRO-FACTURA  PIC X(12).
           02 FILLER           PIC X(1)  VALUE SPACES.
           02 LCP-IMPORTE      PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESO UNTIL FIN-FACTURA = 1
           PERFORM 2500-CONCILIAR
           PERFORM 2800-LIBERAR-A-PAGAR
           PERFORM 3000-FINAL.

      *    Periodo AAAAMM por parametro; por defecto el mes anterior.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           IF WS-PER-MES = 1
               MOVE 12 TO WS-PER-MES
               SUBTRACT 1 FROM WS-PER-ANIO
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO
           END-IF
           COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31

           PERFORM 1050-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT
           IF FS-RUNSTAT = ZEROS
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 3
               INITIALIZE TABLA-TIPO-ITEM(WS-IDX-TIPO)
               MOVE TTN-TIPO(WS-IDX-TIPO) TO TTP-TIPO(WS-IDX-TIPO)
           END-PERFORM

           PERFORM 1100-CARGAR-PRECIOS
           PERFORM 1200-CONTAR-PLASTICOS
           PERFORM 1300-CONTAR-SOBRES-PIN
           PERFORM 1400-CONTAR-REEMISIONES

           OPEN INPUT FACTURA-PROVEEDOR
           IF FS-FACTURA = ZEROS
               MOVE 'S' TO WS-FACTURA-ABIERTA
           ELSE
               DISPLAY 'ERROR OPEN EMBFACT' FS-FACTURA
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 1 TO FIN-FACTURA
           END-IF

           OPEN OUTPUT CONTROL-FACTURA
           IF FS-CONTROL-FACT NOT = ZEROS
               DISPLAY 'ERROR OPEN EMBFCTRL' FS-CONTROL-FACT
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF
           MOVE WS-PERIODO TO LCT-PERIODO
           WRITE LIN-CONTROL-FACT FROM LIN-CF-TITULO
           WRITE LIN-CONTROL-FACT FROM LIN-CF-ENCABEZADO.

       1050-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT = ZEROS
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'EMBOFACT' AND RS-FIN(1:8)
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

       1100-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS-EMBOZO
           IF FS-PRECIOS = ZEROS
               PERFORM UNTIL FIN-PRECIOS = 1
                   READ PRECIOS-EMBOZO AT END MOVE 1 TO FIN-PRECIOS
                   END-READ
                   IF FIN-PRECIOS NOT = 1
                       PERFORM 1150-APLICAR-PRECIO
                   END-IF
               END-PERFORM
               CLOSE PRECIOS-EMBOZO
           ELSE
               DISPLAY 'ERROR OPEN EMBPRECI' FS-PRECIOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       1150-APLICAR-PRECIO.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 3
               IF TTP-TIPO(WS-IDX-TIPO) = TIPO-ITEM-PE
                  AND FEC-VIGENCIA-PE <= WS-FIN-PERIODO
                  AND FEC-VIGENCIA-PE >= TTP-VIGENCIA(WS-IDX-TIPO)
                   MOVE FEC-VIGENCIA-PE TO TTP-VIGENCIA(WS-IDX-TIPO)
                   MOVE PRECIO-UNIT-PE TO TTP-PRECIO(WS-IDX-TIPO)
               END-IF
           END-PERFORM.

       1200-CONTAR-PLASTICOS.
           OPEN INPUT CONFIRMACIONES
           IF FS-CONFIRMA = ZEROS
               PERFORM UNTIL FIN-CONFIRMA = 1
                   READ CONFIRMACIONES AT END MOVE 1 TO FIN-CONFIRMA
                   END-READ
                   IF FIN-CONFIRMA NOT = 1
                      AND FECHA-EMBOZO-CF(1:6) = WS-PERIODO
                       ADD CANT-PIEZAS-CF TO TTP-CANT-CONF(1)
                   END-IF
               END-PERFORM
               CLOSE CONFIRMACIONES
           ELSE
               DISPLAY 'SIN CONFIRMACIONES EMBCONF ' FS-CONFIRMA
           END-IF.

       1300-CONTAR-SOBRES-PIN.
           OPEN INPUT CONTROL-PIN
           IF FS-PIN-CTL = ZEROS
               PERFORM UNTIL FIN-PIN-CTL = 1
                   READ CONTROL-PIN AT END MOVE 1 TO FIN-PIN-CTL
                   END-READ
                   IF FIN-PIN-CTL NOT = 1
                      AND FECHA-DESPACHO-PN(1:6) = WS-PERIODO
                       ADD 1 TO TTP-CANT-CONF(2)
                   END-IF
               END-PERFORM
               CLOSE CONTROL-PIN
           ELSE
               DISPLAY 'SIN CONTROL DE SOBRES PINCTL ' FS-PIN-CTL
           END-IF.

      *    La reemision se imputa al mes en que se pidio: fecha de
      *    proceso de la pieza mas los dias pendiente que tenia al
      *    generarse el pedido.
       1400-CONTAR-REEMISIONES.
           OPEN INPUT REEMISIONES
           IF FS-REEMISION = ZEROS
               PERFORM UNTIL FIN-REEMISION = 1
                   READ REEMISIONES AT END MOVE 1 TO FIN-REEMISION
                   END-READ
                   IF FIN-REEMISION NOT = 1
                       PERFORM 1450-EVALUAR-REEMISION
                   END-IF
               END-PERFORM
               CLOSE REEMISIONES
           ELSE
               DISPLAY 'SIN REEMISIONES REEMISIO ' FS-REEMISION
           END-IF.

       1450-EVALUAR-REEMISION.
           MOVE 'ISO' TO WS-VF-FORMATO
           CALL 'VALFECHA' USING FEC-PROCESO-RE WS-VF-FORMATO
                                 WS-VF-RETORNO WS-FEC-PROCESO-YMD
           IF WS-VF-RETORNO = 0
               COMPUTE WS-FEC-PROCESO-YMD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-PROCESO-YMD)
                    + DIAS-PENDIENTE-RE)
               IF WS-FEC-PROCESO-YMD(1:6) = WS-PERIODO
                   SET IDX-REEM TO 1
                   SEARCH TABLA-REEM-ITEM
                       AT END
                           IF CANT-PIEZAS-REEM < 9999
                               ADD 1 TO CANT-PIEZAS-REEM
                               MOVE NRO-PIEZA-RE
                                   TO TRM-NRO-PIEZA(CANT-PIEZAS-REEM)
                               ADD 1 TO TTP-CANT-CONF(3)
                           END-IF
                       WHEN TRM-NRO-PIEZA(IDX-REEM) = NRO-PIEZA-RE
                           CONTINUE
                   END-SEARCH
               END-IF
           ELSE
               DISPLAY 'FECHA PROCESO INVALIDA: ' FEC-PROCESO-RE
           END-IF.

       2000-PROCESO.
           READ FACTURA-PROVEEDOR AT END MOVE 1 TO FIN-FACTURA
           END-READ
           IF FIN-FACTURA NOT = 1
               ADD 1 TO WS-CANT-ENTRADA
               IF PERIODO-FE NOT = WS-PERIODO
                   DISPLAY 'RENGLON DE OTRO PERIODO: ' NRO-FACTURA-FE
                           ' ' PERIODO-FE
               ELSE
                   PERFORM 2100-ACUMULAR-RENGLON
               END-IF
           END-IF.

       2100-ACUMULAR-RENGLON.
           IF CANT-RENGLONES < 999
               ADD 1 TO CANT-RENGLONES
               MOVE COD-PROV-FE TO TRN-COD-PROV(CANT-RENGLONES)
               MOVE NRO-FACTURA-FE TO TRN-NRO-FACTURA(CANT-RENGLONES)
               MOVE TIPO-ITEM-FE TO TRN-TIPO(CANT-RENGLONES)
               MOVE IMPORTE-FE TO TRN-IMPORTE(CANT-RENGLONES)
               MOVE 0 TO TRN-APROBADO(CANT-RENGLONES)
           END-IF
           ADD IMPORTE-FE TO WS-TOTAL-FACTURADO
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 3
               IF TTP-TIPO(WS-IDX-TIPO) = TIPO-ITEM-FE
                   ADD CANTIDAD-FE TO TTP-CANT-FACT(WS-IDX-TIPO)
                   ADD IMPORTE-FE TO TTP-IMPORTE-FACT(WS-IDX-TIPO)
               END-IF
           END-PERFORM.

      *    Por tipo se aprueba lo facturado hasta el importe esperado
      *    (produccion confirmada a precio de lista).
       2500-CONCILIAR.
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 3
               COMPUTE TTP-IMPORTE-ESP(WS-IDX-TIPO) =
                   TTP-CANT-CONF(WS-IDX-TIPO) * TTP-PRECIO(WS-IDX-TIPO)
               ADD TTP-IMPORTE-ESP(WS-IDX-TIPO) TO WS-TOTAL-ESPERADO
               IF TTP-IMPORTE-FACT(WS-IDX-TIPO)
                       > TTP-IMPORTE-ESP(WS-IDX-TIPO)
                   MOVE TTP-IMPORTE-ESP(WS-IDX-TIPO)
                       TO TTP-APROBADO(WS-IDX-TIPO)
               ELSE
                   MOVE TTP-IMPORTE-FACT(WS-IDX-TIPO)
                       TO TTP-APROBADO(WS-IDX-TIPO)
               END-IF
               MOVE TTP-APROBADO(WS-IDX-TIPO)
                   TO TTP-SIN-ASIGNAR(WS-IDX-TIPO)
               ADD TTP-APROBADO(WS-IDX-TIPO) TO WS-TOTAL-APROBADO
               IF TTP-IMPORTE-FACT(WS-IDX-TIPO) > 0
                  OR TTP-IMPORTE-ESP(WS-IDX-TIPO) > 0
                   PERFORM 2600-INFORMAR-TIPO
               END-IF
           END-PERFORM
           PERFORM 2700-RENGLONES-DESCONOCIDOS
           MOVE WS-TOTAL-FACTURADO TO LCR-FACTURADO
           MOVE WS-TOTAL-APROBADO TO LCR-APROBADO
           WRITE LIN-CONTROL-FACT FROM LIN-CF-TOTAL.

       2600-INFORMAR-TIPO.
           MOVE TTP-TIPO(WS-IDX-TIPO) TO LCD-TIPO
           MOVE TTP-CANT-FACT(WS-IDX-TIPO) TO LCD-CANT-FACT
           MOVE TTP-CANT-CONF(WS-IDX-TIPO) TO LCD-CANT-CONF
           MOVE TTP-PRECIO(WS-IDX-TIPO) TO LCD-PRECIO
           MOVE TTP-IMPORTE-FACT(WS-IDX-TIPO) TO LCD-IMP-FACT
           MOVE TTP-IMPORTE-ESP(WS-IDX-TIPO) TO LCD-IMP-ESP
           WRITE LIN-CONTROL-FACT FROM LIN-CF-DETALLE
           COMPUTE WS-DIFERENCIA = TTP-IMPORTE-FACT(WS-IDX-TIPO)
               - TTP-IMPORTE-ESP(WS-IDX-TIPO)
           EVALUATE TRUE
               WHEN TTP-CANT-CONF(WS-IDX-TIPO) = 0
                   MOVE 'SIN CONFIRMAR' TO LCE-ESTADO
               WHEN WS-DIFERENCIA > 0
                   MOVE 'SOBREFACTURADO' TO LCE-ESTADO
               WHEN WS-DIFERENCIA < 0
                   MOVE 'SUBFACTURADO' TO LCE-ESTADO
               WHEN OTHER
                   MOVE 'OK' TO LCE-ESTADO
           END-EVALUATE
           MOVE WS-DIFERENCIA TO LCE-DIFERENCIA
           MOVE TTP-APROBADO(WS-IDX-TIPO) TO LCE-APROBADO
           WRITE LIN-CONTROL-FACT FROM LIN-CF-ESTADO.

      *    Renglones con un tipo de item que no esta en la lista de
      *    precios: no hay produccion que los respalde.
       2700-RENGLONES-DESCONOCIDOS.
           PERFORM VARYING WS-IDX-REN FROM 1 BY 1
               UNTIL WS-IDX-REN > CANT-RENGLONES
               IF TRN-TIPO(WS-IDX-REN) NOT = 'PLAS'
                  AND TRN-TIPO(WS-IDX-REN) NOT = 'PIN '
                  AND TRN-TIPO(WS-IDX-REN) NOT = 'REEM'
                   MOVE TRN-TIPO(WS-IDX-REN) TO LCD-TIPO
                   MOVE 0 TO LCD-CANT-FACT
                   MOVE 0 TO LCD-CANT-CONF
                   MOVE 0 TO LCD-PRECIO
                   MOVE TRN-IMPORTE(WS-IDX-REN) TO LCD-IMP-FACT
                   MOVE 0 TO LCD-IMP-ESP
                   WRITE LIN-CONTROL-FACT FROM LIN-CF-DETALLE
                   MOVE 'SIN CONFIRMAR' TO LCE-ESTADO
                   MOVE TRN-IMPORTE(WS-IDX-REN) TO LCE-DIFERENCIA
                   MOVE 0 TO LCE-APROBADO
                   WRITE LIN-CONTROL-FACT FROM LIN-CF-ESTADO
               END-IF
           END-PERFORM.

      *    Lo aprobado por tipo se reparte entre los renglones de ese
      *    tipo en el orden de la factura y se libera un pago por
      *    factura con el total aprobado.
       2800-LIBERAR-A-PAGAR.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM VARYING WS-IDX-REN FROM 1 BY 1
                   UNTIL WS-IDX-REN > CANT-RENGLONES
                   PERFORM 2810-APROBAR-RENGLON
               END-PERFORM
               IF CANT-FACTURAS > 0
                   OPEN EXTEND PAGAR-PROVEEDORES
                   IF FS-PAGAR = '35'
                       OPEN OUTPUT PAGAR-PROVEEDORES
                   END-IF
                   IF FS-PAGAR = ZEROS
                       PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                           UNTIL WS-IDX-FAC > CANT-FACTURAS
                           PERFORM 2850-GRABAR-PAGO
                       END-PERFORM
                       CLOSE PAGAR-PROVEEDORES
                   ELSE
                       DISPLAY 'ERROR OPEN PAGARPRO' FS-PAGAR
                       MOVE 'ERROR' TO WS-ESTADO-FINAL
                   END-IF
               END-IF
           END-IF.

       2810-APROBAR-RENGLON.
           MOVE 0 TO WS-A-APROBAR
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
               UNTIL WS-IDX-TIPO > 3
               IF TTP-TIPO(WS-IDX-TIPO) = TRN-TIPO(WS-IDX-REN)
                   IF TRN-IMPORTE(WS-IDX-REN)
                           > TTP-SIN-ASIGNAR(WS-IDX-TIPO)
                       MOVE TTP-SIN-ASIGNAR(WS-IDX-TIPO)
                           TO WS-A-APROBAR
                   ELSE
                       MOVE TRN-IMPORTE(WS-IDX-REN) TO WS-A-APROBAR
                   END-IF
                   SUBTRACT WS-A-APROBAR
                       FROM TTP-SIN-ASIGNAR(WS-IDX-TIPO)
               END-IF
           END-PERFORM
           MOVE WS-A-APROBAR TO TRN-APROBADO(WS-IDX-REN)
           SET IDX-FAC TO 1
           SEARCH TABLA-FAC-ITEM
               AT END
                   IF CANT-FACTURAS < 999
                       ADD 1 TO CANT-FACTURAS
                       MOVE TRN-COD-PROV(WS-IDX-REN)
                           TO TFC-COD-PROV(CANT-FACTURAS)
                       MOVE TRN-NRO-FACTURA(WS-IDX-REN)
                           TO TFC-NRO-FACTURA(CANT-FACTURAS)
                       MOVE WS-A-APROBAR
                           TO TFC-APROBADO(CANT-FACTURAS)
                   END-IF
               WHEN TFC-COD-PROV(IDX-FAC) = TRN-COD-PROV(WS-IDX-REN)
                AND TFC-NRO-FACTURA(IDX-FAC)
                  = TRN-NRO-FACTURA(WS-IDX-REN)
                   ADD WS-A-APROBAR TO TFC-APROBADO(IDX-FAC)
           END-SEARCH.

       2850-GRABAR-PAGO.
           IF TFC-APROBADO(WS-IDX-FAC) > 0
               MOVE TFC-COD-PROV(WS-IDX-FAC) TO COD-PROV-PG
               MOVE TFC-NRO-FACTURA(WS-IDX-FAC) TO NRO-FACTURA-PG
               MOVE TFC-APROBADO(WS-IDX-FAC) TO IMPORTE-PG
               MOVE WS-FECHA-HOY TO FECHA-PG
               WRITE REG-PAGAR
               IF FS-PAGAR NOT = ZEROS
                   DISPLAY 'ERROR WRITE PAGARPRO' FS-PAGAR
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               ELSE
                   ADD 1 TO WS-CANT-SALIDA
                   MOVE COD-PROV-PG TO LCP-COD-PROV
                   MOVE NRO-FACTURA-PG TO LCP-NRO-FACTURA
                   MOVE IMPORTE-PG TO LCP-IMPORTE
                   WRITE LIN-CONTROL-FACT FROM LIN-CF-PAGO
               END-IF
           END-IF.

       3000-FINAL.
           DISPLAY 'PERIODO               : ' WS-PERIODO
           DISPLAY 'RENGLONES FACTURA     : ' WS-CANT-ENTRADA
           DISPLAY 'TOTAL FACTURADO       : ' WS-TOTAL-FACTURADO
           DISPLAY 'TOTAL ESPERADO        : ' WS-TOTAL-ESPERADO
           DISPLAY 'TOTAL APROBADO        : ' WS-TOTAL-APROBADO
           IF WS-FACTURA-ABIERTA = 'S'
               CLOSE FACTURA-PROVEEDOR
           END-IF
           CLOSE CONTROL-FACTURA
           IF RUNSTAT-ABIERTO
               MOVE 'EMBOFACT' TO RS-JOB
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
       END PROGRAM EMBOFACT.

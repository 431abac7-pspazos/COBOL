       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112TESO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-FACTURAS ASSIGN TO  '..\AGINGFAC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AGING.

           SELECT DEBITOS ASSIGN TO  '..\DEBITOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEBITOS.

           SELECT PAGAR-PROVEEDORES ASSIGN TO  '..\PAGARPRO'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGAR.

           SELECT PROVEEDORES ASSIGN TO  '..\PROVMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PROVEEDORES.

           SELECT ITEMS-PROVEEDOR ASSIGN TO  '..\PROVABI'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS-PROV.

           SELECT LIQUIDACION-COMERCIO ASSIGN TO  '..\LIQCOM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIQCOM.

           SELECT TRANSFERENCIAS ASSIGN TO  '..\REEMBTRF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANSFER.

           SELECT EXTRACTO ASSIGN TO  '..\EXTRACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-EXTRACTO.

           SELECT PRONOSTICO-HIST ASSIGN TO  '..\PRONOHIS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PRONO-HIST.

           SELECT LISTADO-TESORERIA ASSIGN TO  '..\TESOLIST.DAT'
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
      *    Listado de antiguedad de F112APLI; solo interesan los
      *    renglones de detalle (factura numerica al comienzo).
       FD  AGING-FACTURAS.
       01  LIN-AGING                   PIC X(80).
       01  REG-AGING-DETALLE.
           02 AGD-FACTURA              PIC X(8).
           02 FILLER                   PIC X(2).
           02 AGD-CLIENTE              PIC X(7).
           02 FILLER                   PIC X(2).
           02 AGD-FECHA                PIC 9(8).
           02 FILLER                   PIC X(2).
           02 AGD-ORIGINAL             PIC -Z(8)9.99.
           02 FILLER                   PIC X(2).
           02 AGD-SALDO                PIC -Z(8)9.99.
           02 FILLER                   PIC X(2).
           02 AGD-BANDA                PIC X(6).
           02 FILLER                   PIC X(15).

       FD  DEBITOS.
       01  REG-DEBITO-HEADER.
           02 TIPO-REG-DH              PIC X(6).
           02 FECHA-PRESENTACION-DH    PIC X(8).
           02 EMPRESA-DH               PIC X(10).
           02 FILLER                   PIC X(31).
       01  REG-DEBITO.
           02 TIPO-REG-DB              PIC X(6).
           02 NRO-CLIENTE-DB           PIC 9(7).
           02 BANCO-DB                 PIC X(3).
           02 CTA-BANCO-DB             PIC X(22).
           02 IMPORTE-DB               PIC 9(7)V99.
           02 COD-SERVICIO-DB          PIC X(3).
           02 FILLER                   PIC X(5).
       01  REG-DEBITO-TRAILER.
           02 TIPO-REG-DT              PIC X(6).
           02 CANT-DEBITOS-DT          PIC 9(7).
           02 IMPORTE-TOTAL-DT         PIC 9(11)V99.
           02 HASH-CLIENTES-DT         PIC 9(11).
           02 FILLER                   PIC X(18).

       FD  PAGAR-PROVEEDORES.
       01  REG-PAGAR.
           02 COD-PROV-PG              PIC X(6).
           02 NRO-FACTURA-PG           PIC X(12).
           02 IMPORTE-PG               PIC 9(13)V99.
           02 FECHA-PG                 PIC 9(8).

       FD  PROVEEDORES.
       01  REG-PROVEEDOR.
           02 COD-PROV-PM              PIC X(6).
           02 NOMBRE-PM                PIC X(30).
           02 DIAS-ENTREGA-PM          PIC 9(3).
           02 ARTICULOS-PM OCCURS 20 TIMES.
               03 NRO-ART-PM           PIC 9(8).
               03 PACK-PM              PIC 9(5).
               03 COSTO-PM             PIC 9(11)V99.
           02 CUIT-PM                  PIC X(11).
           02 BANCO-PM                 PIC X(3).
           02 CTA-BANCO-PM             PIC X(22).
           02 DIAS-PAGO-PM             PIC 9(3).
           02 REGIMEN-RET-PM           PIC X(3) OCCURS 3 TIMES.

       FD  ITEMS-PROVEEDOR.
       01  REG-ITEM-PROV.
           02 COD-PROV-PA              PIC X(6).
           02 NRO-FACTURA-PA           PIC X(12).
           02 FECHA-FACT-PA            PIC 9(8).
           02 FECHA-VTO-PA             PIC 9(8).
           02 IMPORTE-PA               PIC 9(13)V99.
           02 ESTADO-PA                PIC X(1).
           02 FECHA-PAGO-PA            PIC 9(8).
           02 NRO-OP-PA                PIC 9(8).

       FD  LIQUIDACION-COMERCIO.
       01  REG-LIQ-COMERCIO.
           02 NRO-COMERCIO-LC          PIC X(10).
           02 MONTO-BRUTO-LC           PIC 9(15)V99.
           02 COMISION-LC              PIC 9(13)V99.
           02 CARGO-FIJO-LC            PIC 9(7)V99.
           02 MONTO-NETO-LC            PIC S9(15)V99.
           02 CANT-TRANS-LC            PIC 9(7).
           02 RET-IIBB-LC              PIC 9(13)V99.
           02 RET-IVA-LC               PIC 9(13)V99.
           02 RET-GAN-LC               PIC 9(13)V99.

       FD  TRANSFERENCIAS.
       01  REG-TRANSF-HEADER.
           02 TIPO-REG-TH              PIC X(6).
           02 FECHA-PRESENTACION-TH    PIC X(8).
           02 EMPRESA-TH               PIC X(10).
           02 FILLER                   PIC X(31).
       01  REG-TRANSF.
           02 TIPO-REG-TF              PIC X(6).
           02 NRO-CLIENTE-TF           PIC 9(7).
           02 BANCO-TF                 PIC X(3).
           02 CTA-BANCO-TF             PIC X(22).
           02 IMPORTE-TF               PIC 9(7)V99.
           02 FILLER                   PIC X(8).
       01  REG-TRANSF-TRAILER.
           02 TIPO-REG-TT              PIC X(6).
           02 CANT-TRANSF-TT           PIC 9(7).
           02 IMPORTE-TOTAL-TT         PIC 9(11)V99.
           02 HASH-CLIENTES-TT         PIC 9(11).
           02 FILLER                   PIC X(18).

       FD  EXTRACTO.
       01  REG-EXTRACTO.
           02 FECHA-EX                 PIC 9(8).
           02 TIPO-EX                  PIC X(1).
              88 EXTRACTO-CREDITO      VALUE 'C'.
              88 EXTRACTO-DEBITO       VALUE 'D'.
           02 IMPORTE-EX               PIC 9(11)V99.
           02 REFERENCIA-EX            PIC X(12).

      *    Un registro por tramo de cada pronostico emitido; la
      *    corrida siguiente lo compara contra el extracto.
       FD  PRONOSTICO-HIST.
       01  REG-PRONO-HIST.
           02 FECHA-CORRIDA-PH         PIC 9(8).
           02 FECHA-DESDE-PH           PIC 9(8).
           02 FECHA-HASTA-PH           PIC 9(8).
           02 INGRESOS-PH              PIC 9(13)V99.
           02 EGRESOS-PH               PIC 9(13)V99.

       FD  LISTADO-TESORERIA.
       01  LIN-LISTADO                 PIC X(132).

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
       01  FS-AGING                    PIC X(2).
           88 FS-AGING-OK          VALUE "00".
       01  FS-DEBITOS                  PIC X(2).
           88 FS-DEBITOS-OK        VALUE "00".
       01  FS-PAGAR                    PIC X(2).
           88 FS-PAGAR-OK          VALUE "00".
       01  FS-PROVEEDORES              PIC X(2).
           88 FS-PROVEEDORES-OK    VALUE "00".
       01  FS-ITEMS-PROV               PIC X(2).
           88 FS-ITEMS-PROV-OK     VALUE "00".
       01  FS-LIQCOM                   PIC X(2).
           88 FS-LIQCOM-OK         VALUE "00".
       01  FS-TRANSFER                 PIC X(2).
           88 FS-TRANSFER-OK       VALUE "00".
       01  FS-EXTRACTO                 PIC X(2).
           88 FS-EXTRACTO-OK       VALUE "00".
       01  FS-PRONO-HIST               PIC X(2).
           88 FS-PRONO-HIST-OK     VALUE "00".
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
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-PLAZO-COBRO              PIC 9(3) VALUE 30.
       01  WS-DIAS-LIQ-COMERCIO        PIC 9(3) VALUE 2.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-INT-HOY                  PIC 9(7).
       01  WS-FECHA-MOV                PIC 9(8).
       01  WS-FECHA-PRES               PIC 9(8).
       01  WS-DIAS-MOV                 PIC S9(7).
       01  WS-IDX-TRAMO                PIC 9(3).
       01  WS-IDX-DIA                  PIC 9(3).
       01  WS-IDX-HIST                 PIC 9(4).
       01  WS-SALDO-AGING              PIC S9(9)V99.
       01  WS-DUDOSO                   PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-INGRESOS           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-EGRESOS            PIC S9(13)V99 VALUE 0.
       01  WS-NETO-TRAMO               PIC S9(13)V99.
       01  WS-ACUMULADO                PIC S9(13)V99 VALUE 0.
       01  WS-FECHA-PRONO-ANT          PIC 9(8) VALUE 0.
       01  WS-DESVIO                   PIC S9(13)V99.
       01  WS-PRONO-TOTAL              PIC S9(13)V99 VALUE 0.
       01  WS-REAL-TOTAL               PIC S9(13)V99 VALUE 0.
       01  WS-DESVIO-TOTAL             PIC S9(13)V99 VALUE 0.
       01  WS-PRECISION                PIC S9(5)V99 VALUE 0.
       01  FIN-AGING                   PIC X VALUE 'N'.
       01  FIN-DEBITOS                 PIC X VALUE 'N'.
       01  FIN-PAGAR                   PIC X VALUE 'N'.
       01  FIN-PROVEEDORES             PIC X VALUE 'N'.
       01  FIN-ITEMS-PROV              PIC X VALUE 'N'.
       01  FIN-LIQCOM                  PIC X VALUE 'N'.
       01  FIN-TRANSFER                PIC X VALUE 'N'.
       01  FIN-EXTRACTO                PIC X VALUE 'N'.
       01  FIN-PRONO-HIST              PIC X VALUE 'N'.
       01  WS-ESTADO-ITEM              PIC X(1).

      *    Tramos del pronostico: 30 dias sueltos desde hoy, luego
      *    semanas; lo que cae mas alla va al ultimo tramo.
       01  WS-CANT-DIAS                PIC 9(3) VALUE 30.
       01  WS-CANT-SEMANAS             PIC 9(3) VALUE 8.
       01  CANT-TRAMOS                 PIC 9(3) VALUE 0.
       01  TABLA-TRAMOS.
           02 TABLA-TRAMO-ITEM OCCURS 1 TO 99 TIMES
                               DEPENDING ON CANT-TRAMOS.
               03 TTR-DESDE            PIC 9(8).
               03 TTR-HASTA            PIC 9(8).
               03 TTR-COBRANZAS        PIC S9(13)V99.
               03 TTR-DEBITOS          PIC S9(13)V99.
               03 TTR-PROVEEDORES      PIC S9(13)V99.
               03 TTR-COMERCIOS        PIC S9(13)V99.
               03 TTR-REEMBOLSOS       PIC S9(13)V99.

       01  CANT-PROVEEDORES            PIC 9(4) VALUE 0.
       01  TABLA-PROVEEDORES.
           02 TABLA-PROV-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-PROVEEDORES
                              INDEXED BY IDX-PROV.
               03 TPR-COD-PROV         PIC X(6).
               03 TPR-DIAS-PAGO        PIC 9(3).

       01  CANT-ITEMS-PROV             PIC 9(5) VALUE 0.
       01  TABLA-ITEMS-PROV.
           02 TABLA-ITEM-PROV OCCURS 1 TO 20000 TIMES
                              DEPENDING ON CANT-ITEMS-PROV
                              INDEXED BY IDX-ITEM.
               03 TIP-COD-PROV         PIC X(6).
               03 TIP-NRO-FACTURA      PIC X(12).
               03 TIP-FECHA-VTO        PIC 9(8).
               03 TIP-ESTADO           PIC X(1).

      *    Pronostico anterior, tramos ya vencidos, contra el banco.
       01  CANT-HIST                   PIC 9(4) VALUE 0.
       01  TABLA-HIST.
           02 TABLA-HIST-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-HIST.
               03 THS-DESDE            PIC 9(8).
               03 THS-HASTA            PIC 9(8).
               03 THS-INGRESOS         PIC 9(13)V99.
               03 THS-EGRESOS          PIC 9(13)V99.
               03 THS-REAL-INGRESOS    PIC 9(13)V99.
               03 THS-REAL-EGRESOS     PIC 9(13)V99.

       01  LIN-TE-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112TESO  PRONOSTICO DE TESORERIA'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LTT-FECHA           PIC 9(8).
       01  LIN-TE-ENCABEZADO.
           02 FILLER              PIC X(18) VALUE 'DESDE    HASTA'.
           02 FILLER              PIC X(14) VALUE '  COBRANZAS'.
           02 FILLER              PIC X(14) VALUE '    DEBITOS'.
           02 FILLER              PIC X(14) VALUE '  PROVEEDOR'.
           02 FILLER              PIC X(14) VALUE '  COMERCIOS'.
           02 FILLER              PIC X(14) VALUE ' REEMBOLSOS'.
           02 FILLER              PIC X(14) VALUE '       NETO'.
           02 FILLER              PIC X(14) VALUE '  ACUMULADO'.
       01  LIN-TE-DETALLE.
           02 LTD-DESDE           PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-HASTA           PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-COBRANZAS       PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-DEBITOS         PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-PROVEEDORES     PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-COMERCIOS       PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-REEMBOLSOS      PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-NETO            PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTD-ACUMULADO       PIC -Z(9)9.99.
       01  LIN-TE-RENGLON.
           02 LTR-LEYENDA         PIC X(40).
           02 LTR-IMPORTE         PIC -Z(12)9.99.
       01  LIN-TE-PRECISION-ENC.
           02 FILLER              PIC X(40) VALUE
              'PRONOSTICO ANTERIOR DEL '.
           02 LTP-FECHA-ANT       PIC 9(8).
           02 FILLER              PIC X(20) VALUE
              ' CONTRA EXTRACTO'.
       01  LIN-TE-PRECISION.
           02 LTX-DESDE           PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-HASTA           PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-PRONO-ING       PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-REAL-ING        PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-PRONO-EGR       PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-REAL-EGR        PIC -Z(9)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LTX-DESVIO          PIC -Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-COBRANZAS.
           PERFORM 21000-DEBITOS.
           PERFORM 22000-PAGOS-PROVEEDORES.
           PERFORM 23000-LIQUIDACION-COMERCIOS.
           PERFORM 24000-REEMBOLSOS.
           PERFORM 26000-LISTAR-PRONOSTICO.
           PERFORM 27000-PRECISION-ANTERIOR.
           PERFORM 28000-GRABAR-PRONOSTICO.
           PERFORM 30000-FINAL.

      *    Parametro: (1:3) plazo de cobro de facturas en dias,
      *    (4:3) dias hasta el pago de la liquidacion a comercios.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:3) IS NUMERIC
               MOVE WS-PARM(1:3) TO WS-PLAZO-COBRO
           END-IF
           IF WS-PARM(4:3) IS NUMERIC
               MOVE WS-PARM(4:3) TO WS-DIAS-LIQ-COMERCIO
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

           PERFORM 12000-ARMAR-TRAMOS
           PERFORM 13000-CARGAR-PROVEEDORES
           PERFORM 14000-CARGAR-ITEMS-PROV
           PERFORM 15000-CARGAR-HISTORIA

           OPEN OUTPUT LISTADO-TESORERIA.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR TESOLIST'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR TESOLIST' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FEC-HOY TO LTT-FECHA
               WRITE LIN-LISTADO FROM LIN-TE-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112TESO' AND RS-FIN(1:8)
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

       12000-ARMAR-TRAMOS.
           PERFORM VARYING WS-IDX-DIA FROM 0 BY 1
               UNTIL WS-IDX-DIA >= WS-CANT-DIAS
               ADD 1 TO CANT-TRAMOS
               COMPUTE TTR-DESDE(CANT-TRAMOS) =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY + WS-IDX-DIA)
               MOVE TTR-DESDE(CANT-TRAMOS) TO TTR-HASTA(CANT-TRAMOS)
           END-PERFORM
           PERFORM VARYING WS-IDX-DIA FROM 0 BY 1
               UNTIL WS-IDX-DIA >= WS-CANT-SEMANAS
               ADD 1 TO CANT-TRAMOS
               COMPUTE TTR-DESDE(CANT-TRAMOS) =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY + WS-CANT-DIAS
                                            + WS-IDX-DIA * 7)
               COMPUTE TTR-HASTA(CANT-TRAMOS) =
                   FUNCTION DATE-OF-INTEGER(WS-INT-HOY + WS-CANT-DIAS
                                            + WS-IDX-DIA * 7 + 6)
           END-PERFORM
           ADD 1 TO CANT-TRAMOS
           COMPUTE TTR-DESDE(CANT-TRAMOS) =
               FUNCTION DATE-OF-INTEGER(WS-INT-HOY + WS-CANT-DIAS
                                        + WS-CANT-SEMANAS * 7)
           MOVE 99991231 TO TTR-HASTA(CANT-TRAMOS)
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > CANT-TRAMOS
               MOVE 0 TO TTR-COBRANZAS(WS-IDX-TRAMO)
               MOVE 0 TO TTR-DEBITOS(WS-IDX-TRAMO)
               MOVE 0 TO TTR-PROVEEDORES(WS-IDX-TRAMO)
               MOVE 0 TO TTR-COMERCIOS(WS-IDX-TRAMO)
               MOVE 0 TO TTR-REEMBOLSOS(WS-IDX-TRAMO)
           END-PERFORM.

       13000-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES.
           IF FS-PROVEEDORES-OK
               PERFORM UNTIL FIN-PROVEEDORES = 'S'
                   READ PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PROVEEDORES
                       NOT AT END
                           IF CANT-PROVEEDORES < 999
                               ADD 1 TO CANT-PROVEEDORES
                               MOVE COD-PROV-PM
                                   TO TPR-COD-PROV(CANT-PROVEEDORES)
                               MOVE DIAS-PAGO-PM
                                   TO TPR-DIAS-PAGO(CANT-PROVEEDORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVEEDORES
           END-IF.

       14000-CARGAR-ITEMS-PROV.
           OPEN INPUT ITEMS-PROVEEDOR.
           IF FS-ITEMS-PROV-OK
               PERFORM UNTIL FIN-ITEMS-PROV = 'S'
                   READ ITEMS-PROVEEDOR
                       AT END
                           MOVE 'S' TO FIN-ITEMS-PROV
                       NOT AT END
                           IF CANT-ITEMS-PROV < 20000
                               ADD 1 TO CANT-ITEMS-PROV
                               MOVE COD-PROV-PA
                                   TO TIP-COD-PROV(CANT-ITEMS-PROV)
                               MOVE NRO-FACTURA-PA
                                   TO TIP-NRO-FACTURA(CANT-ITEMS-PROV)
                               MOVE FECHA-VTO-PA
                                   TO TIP-FECHA-VTO(CANT-ITEMS-PROV)
                               MOVE ESTADO-PA
                                   TO TIP-ESTADO(CANT-ITEMS-PROV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-PROVEEDOR
           END-IF.

      *    Del ultimo pronostico anterior a hoy se toman los tramos
      *    ya cumplidos para medir el acierto contra el extracto; si
      *    ese dia se corrio mas de una vez vale la ultima corrida.
       15000-CARGAR-HISTORIA.
           OPEN INPUT PRONOSTICO-HIST.
           IF FS-PRONO-HIST-OK
               PERFORM UNTIL FIN-PRONO-HIST = 'S'
                   READ PRONOSTICO-HIST
                       AT END
                           MOVE 'S' TO FIN-PRONO-HIST
                       NOT AT END
                           IF FECHA-CORRIDA-PH < WS-FEC-HOY
                              AND FECHA-CORRIDA-PH
                                  > WS-FECHA-PRONO-ANT
                               MOVE FECHA-CORRIDA-PH
                                   TO WS-FECHA-PRONO-ANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRONOSTICO-HIST
           END-IF
           IF WS-FECHA-PRONO-ANT > 0
               MOVE 'N' TO FIN-PRONO-HIST
               OPEN INPUT PRONOSTICO-HIST
               PERFORM UNTIL FIN-PRONO-HIST = 'S'
                   READ PRONOSTICO-HIST
                       AT END
                           MOVE 'S' TO FIN-PRONO-HIST
                       NOT AT END
                           IF FECHA-CORRIDA-PH = WS-FECHA-PRONO-ANT
                              AND CANT-HIST > 0
                              AND FECHA-DESDE-PH = THS-DESDE(1)
                               MOVE 0 TO CANT-HIST
                           END-IF
                           IF FECHA-CORRIDA-PH = WS-FECHA-PRONO-ANT
                              AND FECHA-HASTA-PH < WS-FEC-HOY
                              AND CANT-HIST < 999
                               ADD 1 TO CANT-HIST
                               MOVE FECHA-DESDE-PH
                                   TO THS-DESDE(CANT-HIST)
                               MOVE FECHA-HASTA-PH
                                   TO THS-HASTA(CANT-HIST)
                               MOVE INGRESOS-PH
                                   TO THS-INGRESOS(CANT-HIST)
                               MOVE EGRESOS-PH
                                   TO THS-EGRESOS(CANT-HIST)
                               MOVE 0 TO THS-REAL-INGRESOS(CANT-HIST)
                               MOVE 0 TO THS-REAL-EGRESOS(CANT-HIST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRONOSTICO-HIST
           END-IF.

      *    Facturas abiertas: se esperan al vencer el plazo de
      *    cobro; las vencidas de hasta 60 dias entran en la semana
      *    y las de mas de 60 se consideran dudosas.
       20000-COBRANZAS.
           OPEN INPUT AGING-FACTURAS.
           IF NOT FS-AGING-OK
               MOVE '20000-COBRANZAS' TO JL-PARRAFO
               MOVE FS-AGING TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN ANTIGUEDAD DE FACTURAS' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           ELSE
               PERFORM UNTIL FIN-AGING = 'S'
                   READ AGING-FACTURAS
                       AT END
                           MOVE 'S' TO FIN-AGING
                       NOT AT END
                           IF AGD-FACTURA IS NUMERIC
                              AND AGD-FECHA IS NUMERIC
                               PERFORM 20100-PROYECTAR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-FACTURAS
           END-IF.

       20100-PROYECTAR-FACTURA.
           ADD 1 TO WS-CANT-ENTRADA
           MOVE AGD-SALDO TO WS-SALDO-AGING
           IF WS-SALDO-AGING > 0
               IF AGD-BANDA = '61-90 ' OR AGD-BANDA = '90+   '
                   ADD WS-SALDO-AGING TO WS-DUDOSO
               ELSE
                   COMPUTE WS-DIAS-MOV =
                       FUNCTION INTEGER-OF-DATE(AGD-FECHA)
                       + WS-PLAZO-COBRO - WS-INT-HOY
                   IF WS-DIAS-MOV < 0
                       MOVE 6 TO WS-DIAS-MOV
                   END-IF
                   PERFORM 25000-UBICAR-TRAMO
                   ADD WS-SALDO-AGING
                       TO TTR-COBRANZAS(WS-IDX-TRAMO)
               END-IF
           END-IF.

      *    Presentacion de debito automatico pendiente: se acredita
      *    en la fecha de presentacion.
       21000-DEBITOS.
           MOVE WS-FEC-HOY TO WS-FECHA-PRES
           OPEN INPUT DEBITOS.
           IF FS-DEBITOS-OK
               PERFORM UNTIL FIN-DEBITOS = 'S'
                   READ DEBITOS
                       AT END
                           MOVE 'S' TO FIN-DEBITOS
                       NOT AT END
                           EVALUATE TIPO-REG-DB
                               WHEN 'HEADER'
                                   IF FECHA-PRESENTACION-DH IS NUMERIC
                                       MOVE FECHA-PRESENTACION-DH
                                           TO WS-FECHA-PRES
                                   END-IF
                               WHEN 'DEBITO'
                                   ADD 1 TO WS-CANT-ENTRADA
                                   MOVE WS-FECHA-PRES TO WS-FECHA-MOV
                                   PERFORM 25100-DIAS-DESDE-HOY
                                   PERFORM 25000-UBICAR-TRAMO
                                   ADD IMPORTE-DB
                                       TO TTR-DEBITOS(WS-IDX-TRAMO)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DEBITOS
           END-IF.

      *    PAGARPRO acumula lineas de facturas liberadas; las ya
      *    pagadas por orden de pago no cuentan. El vencimiento es
      *    el de la cuenta corriente o, si aun no entro, el plazo de
      *    pago del proveedor.
       22000-PAGOS-PROVEEDORES.
           OPEN INPUT PAGAR-PROVEEDORES.
           IF FS-PAGAR-OK
               PERFORM UNTIL FIN-PAGAR = 'S'
                   READ PAGAR-PROVEEDORES
                       AT END
                           MOVE 'S' TO FIN-PAGAR
                       NOT AT END
                           PERFORM 22100-PROYECTAR-PAGO
                   END-READ
               END-PERFORM
               CLOSE PAGAR-PROVEEDORES
           END-IF.

       22100-PROYECTAR-PAGO.
           MOVE SPACES TO WS-ESTADO-ITEM
           MOVE FECHA-PG TO WS-FECHA-MOV
           IF CANT-ITEMS-PROV > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEM-PROV
                   AT END
                       CONTINUE
                   WHEN TIP-COD-PROV(IDX-ITEM) = COD-PROV-PG
                    AND TIP-NRO-FACTURA(IDX-ITEM) = NRO-FACTURA-PG
                       MOVE TIP-ESTADO(IDX-ITEM) TO WS-ESTADO-ITEM
                       MOVE TIP-FECHA-VTO(IDX-ITEM) TO WS-FECHA-MOV
               END-SEARCH
           END-IF
           IF WS-ESTADO-ITEM NOT = 'P'
               ADD 1 TO WS-CANT-ENTRADA
               IF WS-ESTADO-ITEM = SPACES AND CANT-PROVEEDORES > 0
                   SET IDX-PROV TO 1
                   SEARCH TABLA-PROV-ITEM
                       AT END
                           CONTINUE
                       WHEN TPR-COD-PROV(IDX-PROV) = COD-PROV-PG
                           COMPUTE WS-FECHA-MOV =
                               FUNCTION DATE-OF-INTEGER(
                                 FUNCTION INTEGER-OF-DATE(FECHA-PG)
                                 + TPR-DIAS-PAGO(IDX-PROV))
                   END-SEARCH
               END-IF
               PERFORM 25100-DIAS-DESDE-HOY
               PERFORM 25000-UBICAR-TRAMO
               ADD IMPORTE-PG TO TTR-PROVEEDORES(WS-IDX-TRAMO)
           END-IF.

      *    La liquidacion a comercios no trae fecha: se paga a los
      *    dias fijados por parametro. Un neto negativo queda a
      *    cuenta de la proxima liquidacion y no mueve fondos.
       23000-LIQUIDACION-COMERCIOS.
           OPEN INPUT LIQUIDACION-COMERCIO.
           IF FS-LIQCOM-OK
               PERFORM UNTIL FIN-LIQCOM = 'S'
                   READ LIQUIDACION-COMERCIO
                       AT END
                           MOVE 'S' TO FIN-LIQCOM
                       NOT AT END
                           IF MONTO-NETO-LC > 0
                               ADD 1 TO WS-CANT-ENTRADA
                               MOVE WS-DIAS-LIQ-COMERCIO
                                   TO WS-DIAS-MOV
                               PERFORM 25000-UBICAR-TRAMO
                               ADD MONTO-NETO-LC
                                   TO TTR-COMERCIOS(WS-IDX-TRAMO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIQUIDACION-COMERCIO
           END-IF.

       24000-REEMBOLSOS.
           MOVE WS-FEC-HOY TO WS-FECHA-PRES
           OPEN INPUT TRANSFERENCIAS.
           IF FS-TRANSFER-OK
               PERFORM UNTIL FIN-TRANSFER = 'S'
                   READ TRANSFERENCIAS
                       AT END
                           MOVE 'S' TO FIN-TRANSFER
                       NOT AT END
                           EVALUATE TIPO-REG-TF
                               WHEN 'HEADER'
                                   IF FECHA-PRESENTACION-TH IS NUMERIC
                                       MOVE FECHA-PRESENTACION-TH
                                           TO WS-FECHA-PRES
                                   END-IF
                               WHEN 'TRANSF'
                                   ADD 1 TO WS-CANT-ENTRADA
                                   MOVE WS-FECHA-PRES TO WS-FECHA-MOV
                                   PERFORM 25100-DIAS-DESDE-HOY
                                   PERFORM 25000-UBICAR-TRAMO
                                   ADD IMPORTE-TF
                                       TO TTR-REEMBOLSOS(WS-IDX-TRAMO)
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TRANSFERENCIAS
           END-IF.

      *    WS-DIAS-MOV (dias desde hoy) -> tramo del pronostico.
       25000-UBICAR-TRAMO.
           IF WS-DIAS-MOV < WS-CANT-DIAS
               COMPUTE WS-IDX-TRAMO = WS-DIAS-MOV + 1
           ELSE
               COMPUTE WS-IDX-TRAMO = WS-CANT-DIAS + 1
                   + (WS-DIAS-MOV - WS-CANT-DIAS) / 7
               IF WS-IDX-TRAMO > CANT-TRAMOS
                   MOVE CANT-TRAMOS TO WS-IDX-TRAMO
               END-IF
           END-IF.

      *    Lo ya vencido se espera para hoy.
       25100-DIAS-DESDE-HOY.
           COMPUTE WS-DIAS-MOV =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV) - WS-INT-HOY
           IF WS-DIAS-MOV < 0
               MOVE 0 TO WS-DIAS-MOV
           END-IF.

       26000-LISTAR-PRONOSTICO.
           IF LISTADO-ABIERTO
               WRITE LIN-LISTADO FROM LIN-TE-ENCABEZADO
           END-IF
           PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
               UNTIL WS-IDX-TRAMO > CANT-TRAMOS
               COMPUTE WS-NETO-TRAMO =
                   TTR-COBRANZAS(WS-IDX-TRAMO)
                   + TTR-DEBITOS(WS-IDX-TRAMO)
                   - TTR-PROVEEDORES(WS-IDX-TRAMO)
                   - TTR-COMERCIOS(WS-IDX-TRAMO)
                   - TTR-REEMBOLSOS(WS-IDX-TRAMO)
               ADD WS-NETO-TRAMO TO WS-ACUMULADO
               COMPUTE WS-TOTAL-INGRESOS = WS-TOTAL-INGRESOS
                   + TTR-COBRANZAS(WS-IDX-TRAMO)
                   + TTR-DEBITOS(WS-IDX-TRAMO)
               COMPUTE WS-TOTAL-EGRESOS = WS-TOTAL-EGRESOS
                   + TTR-PROVEEDORES(WS-IDX-TRAMO)
                   + TTR-COMERCIOS(WS-IDX-TRAMO)
                   + TTR-REEMBOLSOS(WS-IDX-TRAMO)
               IF LISTADO-ABIERTO
                   MOVE TTR-DESDE(WS-IDX-TRAMO) TO LTD-DESDE
                   MOVE TTR-HASTA(WS-IDX-TRAMO) TO LTD-HASTA
                   MOVE TTR-COBRANZAS(WS-IDX-TRAMO) TO LTD-COBRANZAS
                   MOVE TTR-DEBITOS(WS-IDX-TRAMO) TO LTD-DEBITOS
                   MOVE TTR-PROVEEDORES(WS-IDX-TRAMO)
                       TO LTD-PROVEEDORES
                   MOVE TTR-COMERCIOS(WS-IDX-TRAMO) TO LTD-COMERCIOS
                   MOVE TTR-REEMBOLSOS(WS-IDX-TRAMO)
                       TO LTD-REEMBOLSOS
                   MOVE WS-NETO-TRAMO TO LTD-NETO
                   MOVE WS-ACUMULADO TO LTD-ACUMULADO
                   WRITE LIN-LISTADO FROM LIN-TE-DETALLE
                   ADD 1 TO WS-CANT-SALIDA
               END-IF
           END-PERFORM
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE 'TOTAL INGRESOS PROYECTADOS' TO LTR-LEYENDA
               MOVE WS-TOTAL-INGRESOS TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
               MOVE 'TOTAL EGRESOS PROYECTADOS' TO LTR-LEYENDA
               MOVE WS-TOTAL-EGRESOS TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
               MOVE 'COBRANZA DUDOSA NO PROYECTADA' TO LTR-LEYENDA
               MOVE WS-DUDOSO TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
           END-IF.

      *    Movimientos reales del banco por tramo del pronostico
      *    anterior; el desvio es neto pronosticado menos neto real.
       27000-PRECISION-ANTERIOR.
           IF CANT-HIST > 0
               OPEN INPUT EXTRACTO
               IF FS-EXTRACTO-OK
                   PERFORM UNTIL FIN-EXTRACTO = 'S'
                       READ EXTRACTO
                           AT END
                               MOVE 'S' TO FIN-EXTRACTO
                           NOT AT END
                               PERFORM 27100-ACUM-EXTRACTO
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACTO
               ELSE
                   MOVE '27000-PRECISION' TO JL-PARRAFO
                   MOVE FS-EXTRACTO TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE 'SIN EXTRACTO PARA MEDIR PRONOSTICO'
                       TO JL-MENSAJE
                   PERFORM 91000-LOG-AVISO
               END-IF
               PERFORM 27200-LISTAR-PRECISION
           END-IF.

       27100-ACUM-EXTRACTO.
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > CANT-HIST
               IF FECHA-EX >= THS-DESDE(WS-IDX-HIST)
                  AND FECHA-EX <= THS-HASTA(WS-IDX-HIST)
                   IF EXTRACTO-CREDITO
                       ADD IMPORTE-EX
                           TO THS-REAL-INGRESOS(WS-IDX-HIST)
                   ELSE
                       ADD IMPORTE-EX
                           TO THS-REAL-EGRESOS(WS-IDX-HIST)
                   END-IF
               END-IF
           END-PERFORM.

       27200-LISTAR-PRECISION.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE WS-FECHA-PRONO-ANT TO LTP-FECHA-ANT
               WRITE LIN-LISTADO FROM LIN-TE-PRECISION-ENC
           END-IF
           PERFORM VARYING WS-IDX-HIST FROM 1 BY 1
               UNTIL WS-IDX-HIST > CANT-HIST
               COMPUTE WS-DESVIO =
                   (THS-INGRESOS(WS-IDX-HIST)
                    - THS-EGRESOS(WS-IDX-HIST))
                 - (THS-REAL-INGRESOS(WS-IDX-HIST)
                    - THS-REAL-EGRESOS(WS-IDX-HIST))
               COMPUTE WS-PRONO-TOTAL = WS-PRONO-TOTAL
                   + THS-INGRESOS(WS-IDX-HIST)
                   + THS-EGRESOS(WS-IDX-HIST)
               COMPUTE WS-REAL-TOTAL = WS-REAL-TOTAL
                   + THS-REAL-INGRESOS(WS-IDX-HIST)
                   + THS-REAL-EGRESOS(WS-IDX-HIST)
               COMPUTE WS-DESVIO-TOTAL = WS-DESVIO-TOTAL
                   + FUNCTION ABS(THS-INGRESOS(WS-IDX-HIST)
                       - THS-REAL-INGRESOS(WS-IDX-HIST))
                   + FUNCTION ABS(THS-EGRESOS(WS-IDX-HIST)
                       - THS-REAL-EGRESOS(WS-IDX-HIST))
               IF LISTADO-ABIERTO
                   MOVE THS-DESDE(WS-IDX-HIST) TO LTX-DESDE
                   MOVE THS-HASTA(WS-IDX-HIST) TO LTX-HASTA
                   MOVE THS-INGRESOS(WS-IDX-HIST) TO LTX-PRONO-ING
                   MOVE THS-REAL-INGRESOS(WS-IDX-HIST)
                       TO LTX-REAL-ING
                   MOVE THS-EGRESOS(WS-IDX-HIST) TO LTX-PRONO-EGR
                   MOVE THS-REAL-EGRESOS(WS-IDX-HIST)
                       TO LTX-REAL-EGR
                   MOVE WS-DESVIO TO LTX-DESVIO
                   WRITE LIN-LISTADO FROM LIN-TE-PRECISION
               END-IF
           END-PERFORM
           IF WS-REAL-TOTAL > 0
               COMPUTE WS-PRECISION ROUNDED =
                   100 - (WS-DESVIO-TOTAL * 100 / WS-REAL-TOTAL)
           END-IF
           IF LISTADO-ABIERTO
               MOVE 'MOVIMIENTO PRONOSTICADO' TO LTR-LEYENDA
               MOVE WS-PRONO-TOTAL TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
               MOVE 'MOVIMIENTO REAL SEGUN EXTRACTO' TO LTR-LEYENDA
               MOVE WS-REAL-TOTAL TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
               MOVE 'DESVIO ABSOLUTO' TO LTR-LEYENDA
               MOVE WS-DESVIO-TOTAL TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
               MOVE 'PRECISION DEL PRONOSTICO (%)' TO LTR-LEYENDA
               MOVE WS-PRECISION TO LTR-IMPORTE
               WRITE LIN-LISTADO FROM LIN-TE-RENGLON
           END-IF.

       28000-GRABAR-PRONOSTICO.
           OPEN EXTEND PRONOSTICO-HIST.
           IF FS-PRONO-HIST = '35'
               OPEN OUTPUT PRONOSTICO-HIST
           END-IF
           IF FS-PRONO-HIST-OK
               PERFORM VARYING WS-IDX-TRAMO FROM 1 BY 1
                   UNTIL WS-IDX-TRAMO > CANT-TRAMOS
                   MOVE WS-FEC-HOY TO FECHA-CORRIDA-PH
                   MOVE TTR-DESDE(WS-IDX-TRAMO) TO FECHA-DESDE-PH
                   MOVE TTR-HASTA(WS-IDX-TRAMO) TO FECHA-HASTA-PH
                   COMPUTE INGRESOS-PH =
                       TTR-COBRANZAS(WS-IDX-TRAMO)
                       + TTR-DEBITOS(WS-IDX-TRAMO)
                   COMPUTE EGRESOS-PH =
                       TTR-PROVEEDORES(WS-IDX-TRAMO)
                       + TTR-COMERCIOS(WS-IDX-TRAMO)
                       + TTR-REEMBOLSOS(WS-IDX-TRAMO)
                   WRITE REG-PRONO-HIST
               END-PERFORM
               CLOSE PRONOSTICO-HIST
           ELSE
               DISPLAY 'ERROR AL GRABAR PRONOHIS ' FS-PRONO-HIST
               MOVE '28000-GRABAR-PRONO' TO JL-PARRAFO
               MOVE FS-PRONO-HIST TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR PRONOHIS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112TESO' TO JL-PROGRAMA
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
               MOVE 'F112TESO' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'PARTIDAS PROYECTADAS: ' WS-CANT-ENTRADA
           DISPLAY 'TRAMOS LISTADOS     : ' WS-CANT-SALIDA
           DISPLAY 'INGRESOS PROYECTADOS: ' WS-TOTAL-INGRESOS
           DISPLAY 'EGRESOS PROYECTADOS : ' WS-TOTAL-EGRESOS
           IF LISTADO-ABIERTO
               CLOSE LISTADO-TESORERIA
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112TESO' TO RS-JOB
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

       END PROGRAM F112TESO.

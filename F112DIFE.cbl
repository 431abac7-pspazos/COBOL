       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112DIFE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICIOS ASSIGN TO  '..\SERVMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SERVICIOS.

           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT DIFERIDOS ASSIGN TO  '..\DIFERIDO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DIFERIDOS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT CUENTAS-GL ASSIGN TO  '..\GLCUENTA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CUENTAS-GL.

           SELECT ASIENTOS-HIST ASSIGN TO  '..\GLJRNLH.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ASIENTOS-H.

           SELECT DIFE-LISTADO ASSIGN TO  '..\DIFELIST.DAT'
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
      *    MESES-DIFER-SM: meses de cobertura de los servicios que se
      *    facturan por adelantado (0 = se devenga al facturar).
      *    REINTEGRA-SM: 'S' la parte no devengada se devuelve en la
      *    baja; si no, se devenga en ese momento.
       FD  SERVICIOS.
       01  REG-SERVICIO.
           02 COD-SERVICIO-SM          PIC X(3).
           02 DESCRIPCION-SM           PIC X(30).
           02 ACTIVO-SM                PIC X(1).
           02 AREA-SM                  PIC X(10).
           02 MESES-DIFER-SM           PIC 9(2).
           02 REINTEGRA-SM             PIC X(1).

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

      *    Cronograma de ingresos diferidos, uno por factura de
      *    servicio prepago. ESTADO-DF: 'V' vigente, 'D' devengado
      *    en su totalidad, 'B' liquidado en la baja del servicio.
       FD  DIFERIDOS.
       01  REG-DIFERIDO.
           02 NRO-CLIENTE-DF           PIC 9(7).
           02 NRO-FACTURA-DF           PIC 9(8).
           02 COD-SERVICIO-DF          PIC X(3).
           02 AREA-DF                  PIC X(10).
           02 FECHA-FACT-DF            PIC 9(8).
           02 MESES-DF                 PIC 9(2).
           02 REINTEGRA-DF             PIC X(1).
           02 IMPORTE-DF               PIC 9(9)V99.
           02 DEVENGADO-DF             PIC 9(9)V99.
           02 PERIODO-ULT-DF           PIC 9(6).
           02 ESTADO-DF                PIC X(1).
           02 FECHA-BAJA-DF            PIC 9(8).
           02 REINTEGRO-DF             PIC 9(9)V99.

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

       FD  CUENTAS-GL.
       01  REG-CUENTA-GL.
           02 CONCEPTO-GL              PIC X(12).
           02 CTA-DEBE-GL              PIC X(8).
           02 CTA-HABER-GL             PIC X(8).

       FD  ASIENTOS-HIST.
       01  REG-ASIENTO-H.
           02 FECHA-AH                 PIC X(8).
           02 CUENTA-AH                PIC X(8).
           02 DEBE-HABER-AH            PIC X(1).
           02 IMPORTE-AH               PIC 9(13)V99.
           02 CONCEPTO-AH              PIC X(12).
           02 RUN-ID-AH                PIC X(11).
           02 EMPRESA-AH               PIC X(3).
           02 AREA-AH                  PIC X(10).

       FD  DIFE-LISTADO.
       01  LIN-DIFE                    PIC X(132).

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
       01  FS-SERVICIOS                PIC X(2).
           88 FS-SERVICIOS-OK      VALUE "00".
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-DIFERIDOS                PIC X(2).
           88 FS-DIFERIDOS-OK      VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-CUENTAS-GL               PIC X(2).
           88 FS-CUENTAS-GL-OK     VALUE "00".
       01  FS-ASIENTOS-H               PIC X(2).
           88 FS-ASIENTOS-H-OK     VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-INTERFAZ-ABIERTO         PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO         VALUE 'S'.
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112DIFE'.
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

       01  WS-PARM                     PIC X(10) VALUE SPACES.
       01  WS-PERIODO                  PIC 9(6) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PERIODO-ANIO          PIC 9(4).
           02 WS-PERIODO-MES           PIC 9(2).
       01  WS-HAY-CIERRE               PIC X VALUE 'N'.
           88 HAY-CIERRE               VALUE 'S'.
       01  FIN-SERVICIOS               PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-DIFERIDOS               PIC X VALUE 'N'.
       01  FIN-INTERFAZ                PIC X VALUE 'N'.
       01  FIN-CUENTAS-GL              PIC X VALUE 'N'.
       01  FIN-ASIENTOS-H              PIC X VALUE 'N'.
       01  WS-DIFERIDOS-CAMBIADOS      PIC X VALUE 'N'.
           88 DIFERIDOS-CAMBIADOS      VALUE 'S'.

       01  WS-IDX-SRV                  PIC 9(5).
       01  WS-IDX-DIF                  PIC 9(5).
       01  WS-FECHA-CALC               PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           02 WS-CALC-ANIO             PIC 9(4).
           02 WS-CALC-MES              PIC 9(2).
           02 WS-CALC-DIA              PIC 9(2).
       01  WS-MESES-TRANSC             PIC S9(5).
       01  WS-DEVENGADO-ACUM           PIC 9(9)V99.
       01  WS-A-DEVENGAR               PIC 9(9)V99.
       01  WS-CONCEPTO-GL              PIC X(12).
       01  WS-IMPORTE-GL               PIC 9(13)V99.
       01  WS-AREA-GL                  PIC X(10).
       01  WS-CANT-DIFERIDAS           PIC 9(7) VALUE 0.
       01  WS-CANT-DEVENGADAS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIFERIDO-DIA       PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DEVENGADO-MES      PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-DIFERIDO           PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-RENGLON            PIC S9(11)V99.
       01  WS-CTA-DIFERIDO             PIC X(8) VALUE SPACES.
       01  WS-SALDO-MAYOR              PIC S9(13)V99 VALUE 0.
       01  WS-INTERFAZ-DIA             PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-GL                 PIC S9(13)V99 VALUE 0.
       01  WS-DIFERENCIA               PIC S9(13)V99 VALUE 0.

       01  CANT-SERVICIOS              PIC 9(3) VALUE 0.
       01  TABLA-SERVICIOS.
           02 TABLA-SRV-ITEM OCCURS 1 TO 999 TIMES
                             DEPENDING ON CANT-SERVICIOS
                             INDEXED BY IDX-SRV.
               03 TSV-COD-SERVICIO     PIC X(3).
               03 TSV-AREA             PIC X(10).
               03 TSV-MESES            PIC 9(2).
               03 TSV-REINTEGRA        PIC X(1).

       01  CANT-DIFERIDOS              PIC 9(5) VALUE 0.
       01  TABLA-DIFERIDOS.
           02 TABLA-DIF-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DIFERIDOS
                             INDEXED BY IDX-DIF.
               03 TDF-NRO-CLIENTE      PIC 9(7).
               03 TDF-NRO-FACTURA      PIC 9(8).
               03 TDF-COD-SERVICIO     PIC X(3).
               03 TDF-AREA             PIC X(10).
               03 TDF-FECHA-FACT       PIC 9(8).
               03 TDF-MESES            PIC 9(2).
               03 TDF-REINTEGRA        PIC X(1).
               03 TDF-IMPORTE          PIC 9(9)V99.
               03 TDF-DEVENGADO        PIC 9(9)V99.
               03 TDF-PERIODO-ULT      PIC 9(6).
               03 TDF-ESTADO           PIC X(1).
               03 TDF-FECHA-BAJA       PIC 9(8).
               03 TDF-REINTEGRO        PIC 9(9)V99.

       01  LIN-DF-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112DIFE  INGRESOS DIFERIDOS'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LDT-FECHA           PIC X(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 FILLER              PIC X(9)  VALUE 'CIERRE: '.
           02 LDT-PERIODO         PIC X(6).
       01  LIN-DF-ENCABEZADO.
           02 FILLER              PIC X(40) VALUE
              'CLIENTE   FACTURA SRV  FECHA FACT MESES'.
           02 FILLER              PIC X(45) VALUE
              '      IMPORTE    DEVENGADO       SALDO'.
       01  LIN-DF-DETALLE.
           02 LDD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LDD-FACTURA         PIC Z(7)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LDD-FECHA-FACT      PIC 9(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LDD-MESES           PIC Z9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LDD-IMPORTE         PIC Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-DEVENGADO       PIC Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LDD-SALDO           PIC -Z(8)9.99.
       01  LIN-DF-RESUMEN.
           02 LDR-LEYENDA         PIC X(30).
           02 LDR-IMPORTE         PIC -Z(12)9.99.
       01  LIN-DF-CUENTA.
           02 FILLER              PIC X(30) VALUE
              'CUENTA DE INGRESOS DIFERIDOS'.
           02 LDC-CUENTA          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-DIFERIR-FACTURAS.
           IF HAY-CIERRE
               PERFORM 22000-DEVENGAR-PERIODO
           END-IF.
           PERFORM 28000-REESCRIBIR-DIFERIDOS.
           PERFORM 24000-LISTAR-SALDOS.
           PERFORM 25000-CONCILIAR-MAYOR.
           PERFORM 26000-LISTAR-RESUMEN.
           PERFORM 30000-FINAL.

      *    Sin parametro la corrida solo difiere lo facturado en el
      *    dia; con YYYYMM ademas devenga los meses cubiertos hasta
      *    ese cierre. Corre despues de F112FACT y F112CMNT y antes
      *    de GLPOST.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) IS NUMERIC
               MOVE WS-PARM(1:6) TO WS-PERIODO
               SET HAY-CIERRE TO TRUE
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

           PERFORM 12000-CARGAR-SERVICIOS
           PERFORM 13000-CARGAR-DIFERIDOS
           PERFORM 14000-BUSCAR-CUENTA-DIFERIDO

           OPEN EXTEND INTERFAZ-GL.
           IF FS-INTERFAZ = "35"
               OPEN OUTPUT INTERFAZ-GL
           END-IF
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR AL ABRIR GLINTERF'
               DISPLAY 'FILE STATUS ' FS-INTERFAZ
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET INTERFAZ-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT DIFE-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR DIFELIST'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR DIFELIST' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LDT-FECHA
               IF HAY-CIERRE
                   MOVE WS-PARM(1:6) TO LDT-PERIODO
               ELSE
                   MOVE 'NO' TO LDT-PERIODO
               END-IF
               WRITE LIN-DIFE FROM LIN-DF-TITULO
               WRITE LIN-DIFE FROM LIN-DF-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112DIFE' AND RS-FIN(1:8)
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
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'DIFERIDO.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
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

       12000-CARGAR-SERVICIOS.
           OPEN INPUT SERVICIOS.
           IF NOT FS-SERVICIOS-OK
               DISPLAY 'ERROR AL ABRIR SERVMAE'
               DISPLAY 'FILE STATUS ' FS-SERVICIOS
               MOVE '12000-CARGAR-SERV' TO JL-PARRAFO
               MOVE FS-SERVICIOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR SERVMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-SERVICIOS = 'S'
               READ SERVICIOS
                   AT END
                       MOVE 'S' TO FIN-SERVICIOS
                   NOT AT END
                       IF MESES-DIFER-SM IS NUMERIC
                          AND MESES-DIFER-SM > 0
                           ADD 1 TO CANT-SERVICIOS
                           MOVE COD-SERVICIO-SM
                               TO TSV-COD-SERVICIO(CANT-SERVICIOS)
                           MOVE AREA-SM TO TSV-AREA(CANT-SERVICIOS)
                           MOVE MESES-DIFER-SM
                               TO TSV-MESES(CANT-SERVICIOS)
                           MOVE REINTEGRA-SM
                               TO TSV-REINTEGRA(CANT-SERVICIOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SERVICIOS.

       13000-CARGAR-DIFERIDOS.
           OPEN INPUT DIFERIDOS.
           IF FS-DIFERIDOS-OK
               PERFORM UNTIL FIN-DIFERIDOS = 'S'
                   READ DIFERIDOS
                       AT END
                           MOVE 'S' TO FIN-DIFERIDOS
                       NOT AT END
                           ADD 1 TO CANT-DIFERIDOS
                           MOVE REG-DIFERIDO
                               TO TABLA-DIF-ITEM(CANT-DIFERIDOS)
                   END-READ
               END-PERFORM
               CLOSE DIFERIDOS
           ELSE
               IF FS-DIFERIDOS NOT = "35"
                   DISPLAY 'ERROR AL ABRIR DIFERIDO'
                   DISPLAY 'FILE STATUS ' FS-DIFERIDOS
                   MOVE '13000-CARGAR-DIFER' TO JL-PARRAFO
                   MOVE FS-DIFERIDOS TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR DIFERIDO' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
           END-IF
           MOVE CANT-DIFERIDOS TO WS-CANT-ENTRADA.

      *    La cuenta de pasivo es la de haber del concepto con que se
      *    difiere la facturacion.
       14000-BUSCAR-CUENTA-DIFERIDO.
           OPEN INPUT CUENTAS-GL.
           IF FS-CUENTAS-GL-OK
               PERFORM UNTIL FIN-CUENTAS-GL = 'S'
                   READ CUENTAS-GL
                       AT END
                           MOVE 'S' TO FIN-CUENTAS-GL
                       NOT AT END
                           IF CONCEPTO-GL = 'DIFER-ALTA'
                               MOVE CTA-HABER-GL TO WS-CTA-DIFERIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-GL
           END-IF
           IF WS-CTA-DIFERIDO = SPACES
               DISPLAY 'SIN MAPEO GL PARA DIFER-ALTA'
               MOVE '14000-BUSCAR-CUENTA' TO JL-PARRAFO
               MOVE FS-CUENTAS-GL TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN MAPEO GL PARA DIFER-ALTA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

      *    GLPOST asienta como ingreso toda la facturacion del dia;
      *    las facturas de servicios prepagos se reclasifican al
      *    pasivo y entran al cronograma. Una factura ya diferida no
      *    se vuelve a tomar si la corrida se repite.
       20000-DIFERIR-FACTURAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           IF FECHA-F = WS-FECHA-HOY
                              AND TIPO-DOC-F = 'FAC'
                              AND IMPORTE-NETO-F > 0
                              AND CANT-SERVICIOS > 0
                               PERFORM 21000-DIFERIR-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           END-IF.

       21000-DIFERIR-FACTURA.
           MOVE 0 TO WS-IDX-SRV
           SET IDX-SRV TO 1
           SEARCH TABLA-SRV-ITEM
               AT END
                   CONTINUE
               WHEN TSV-COD-SERVICIO(IDX-SRV) = COD-SERVICIO-F
                   SET WS-IDX-SRV TO IDX-SRV
           END-SEARCH
           IF WS-IDX-SRV > 0
               MOVE 0 TO WS-IDX-DIF
               IF CANT-DIFERIDOS > 0
                   SET IDX-DIF TO 1
                   SEARCH TABLA-DIF-ITEM
                       AT END
                           CONTINUE
                       WHEN TDF-NRO-FACTURA(IDX-DIF) = NRO-FACTURA-F
                        AND TDF-NRO-CLIENTE(IDX-DIF) = NRO-CLIENTE-F
                           SET WS-IDX-DIF TO IDX-DIF
                   END-SEARCH
               END-IF
               IF WS-IDX-DIF = 0
                   ADD 1 TO CANT-DIFERIDOS
                   MOVE CANT-DIFERIDOS TO WS-IDX-DIF
                   MOVE NRO-CLIENTE-F TO TDF-NRO-CLIENTE(WS-IDX-DIF)
                   MOVE NRO-FACTURA-F TO TDF-NRO-FACTURA(WS-IDX-DIF)
                   MOVE COD-SERVICIO-F
                       TO TDF-COD-SERVICIO(WS-IDX-DIF)
                   MOVE TSV-AREA(WS-IDX-SRV) TO TDF-AREA(WS-IDX-DIF)
                   MOVE WS-FECHA-HOY-N TO TDF-FECHA-FACT(WS-IDX-DIF)
                   MOVE TSV-MESES(WS-IDX-SRV) TO TDF-MESES(WS-IDX-DIF)
                   MOVE TSV-REINTEGRA(WS-IDX-SRV)
                       TO TDF-REINTEGRA(WS-IDX-DIF)
                   MOVE IMPORTE-NETO-F TO TDF-IMPORTE(WS-IDX-DIF)
                   MOVE 0 TO TDF-DEVENGADO(WS-IDX-DIF)
                   MOVE 0 TO TDF-PERIODO-ULT(WS-IDX-DIF)
                   MOVE 'V' TO TDF-ESTADO(WS-IDX-DIF)
                   MOVE 0 TO TDF-FECHA-BAJA(WS-IDX-DIF)
                   MOVE 0 TO TDF-REINTEGRO(WS-IDX-DIF)
                   SET DIFERIDOS-CAMBIADOS TO TRUE
                   ADD 1 TO WS-CANT-DIFERIDAS
                   ADD IMPORTE-NETO-F TO WS-TOTAL-DIFERIDO-DIA
                   MOVE 'DIFER-ALTA' TO WS-CONCEPTO-GL
                   MOVE IMPORTE-NETO-F TO WS-IMPORTE-GL
                   MOVE TSV-AREA(WS-IDX-SRV) TO WS-AREA-GL
                   PERFORM 29000-GRABAR-INTERFAZ
               END-IF
           END-IF.

      *    Se devenga por meses enteros desde el mes de la factura,
      *    inclusive; el ultimo mes de cobertura toma el remanente
      *    para no arrastrar diferencias de redondeo.
       22000-DEVENGAR-PERIODO.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > CANT-DIFERIDOS
               IF TDF-ESTADO(WS-IDX-DIF) = 'V'
                  AND TDF-PERIODO-ULT(WS-IDX-DIF) < WS-PERIODO
                   PERFORM 23000-DEVENGAR-RENGLON
               END-IF
           END-PERFORM.

       23000-DEVENGAR-RENGLON.
           MOVE TDF-FECHA-FACT(WS-IDX-DIF) TO WS-FECHA-CALC
           COMPUTE WS-MESES-TRANSC =
               (WS-PERIODO-ANIO * 12 + WS-PERIODO-MES)
             - (WS-CALC-ANIO * 12 + WS-CALC-MES) + 1
           IF WS-MESES-TRANSC > 0
               IF WS-MESES-TRANSC >= TDF-MESES(WS-IDX-DIF)
                   MOVE TDF-IMPORTE(WS-IDX-DIF) TO WS-DEVENGADO-ACUM
                   MOVE 'D' TO TDF-ESTADO(WS-IDX-DIF)
               ELSE
                   COMPUTE WS-DEVENGADO-ACUM ROUNDED =
                       TDF-IMPORTE(WS-IDX-DIF) * WS-MESES-TRANSC
                       / TDF-MESES(WS-IDX-DIF)
               END-IF
               COMPUTE WS-A-DEVENGAR =
                   WS-DEVENGADO-ACUM - TDF-DEVENGADO(WS-IDX-DIF)
               MOVE WS-DEVENGADO-ACUM TO TDF-DEVENGADO(WS-IDX-DIF)
               MOVE WS-PERIODO TO TDF-PERIODO-ULT(WS-IDX-DIF)
               SET DIFERIDOS-CAMBIADOS TO TRUE
               IF WS-A-DEVENGAR > 0
                   ADD 1 TO WS-CANT-DEVENGADAS
                   ADD WS-A-DEVENGAR TO WS-TOTAL-DEVENGADO-MES
                   MOVE 'DIFER-DEVEN' TO WS-CONCEPTO-GL
                   MOVE WS-A-DEVENGAR TO WS-IMPORTE-GL
                   MOVE TDF-AREA(WS-IDX-DIF) TO WS-AREA-GL
                   PERFORM 29000-GRABAR-INTERFAZ
               END-IF
           END-IF.

       24000-LISTAR-SALDOS.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > CANT-DIFERIDOS
               COMPUTE WS-SALDO-RENGLON = TDF-IMPORTE(WS-IDX-DIF)
                                        - TDF-DEVENGADO(WS-IDX-DIF)
                                        - TDF-REINTEGRO(WS-IDX-DIF)
               ADD WS-SALDO-RENGLON TO WS-SALDO-DIFERIDO
               IF WS-SALDO-RENGLON NOT = 0
                   ADD 1 TO WS-CANT-SALIDA
                   IF LISTADO-ABIERTO
                       MOVE TDF-NRO-CLIENTE(WS-IDX-DIF) TO LDD-CLIENTE
                       MOVE TDF-NRO-FACTURA(WS-IDX-DIF) TO LDD-FACTURA
                       MOVE TDF-COD-SERVICIO(WS-IDX-DIF)
                           TO LDD-SERVICIO
                       MOVE TDF-FECHA-FACT(WS-IDX-DIF)
                           TO LDD-FECHA-FACT
                       MOVE TDF-MESES(WS-IDX-DIF) TO LDD-MESES
                       MOVE TDF-IMPORTE(WS-IDX-DIF) TO LDD-IMPORTE
                       MOVE TDF-DEVENGADO(WS-IDX-DIF)
                           TO LDD-DEVENGADO
                       MOVE WS-SALDO-RENGLON TO LDD-SALDO
                       WRITE LIN-DIFE FROM LIN-DF-DETALLE
                   END-IF
               END-IF
           END-PERFORM.

      *    El mayor historico tiene lo asentado hasta la ultima
      *    GLPOST; lo que esta en la interfaz con fecha de hoy (esta
      *    corrida y las bajas de F112CMNT) se asienta en la proxima.
       25000-CONCILIAR-MAYOR.
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
               MOVE 'N' TO WS-INTERFAZ-ABIERTO
           END-IF
           IF WS-CTA-DIFERIDO NOT = SPACES
               OPEN INPUT ASIENTOS-HIST
               IF FS-ASIENTOS-H-OK
                   PERFORM UNTIL FIN-ASIENTOS-H = 'S'
                       READ ASIENTOS-HIST
                           AT END
                               MOVE 'S' TO FIN-ASIENTOS-H
                           NOT AT END
                               IF CUENTA-AH = WS-CTA-DIFERIDO
                                  AND FECHA-AH < WS-FECHA-HOY
                                   IF DEBE-HABER-AH = 'H'
                                       ADD IMPORTE-AH
                                           TO WS-SALDO-MAYOR
                                   ELSE
                                       SUBTRACT IMPORTE-AH
                                           FROM WS-SALDO-MAYOR
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ASIENTOS-HIST
               END-IF
           END-IF
           OPEN INPUT INTERFAZ-GL.
           IF FS-INTERFAZ-OK
               PERFORM UNTIL FIN-INTERFAZ = 'S'
                   READ INTERFAZ-GL
                       AT END
                           MOVE 'S' TO FIN-INTERFAZ
                       NOT AT END
                           IF FECHA-GI = WS-FECHA-HOY-N
                               EVALUATE CONCEPTO-GI
                                   WHEN 'DIFER-ALTA'
                                       ADD IMPORTE-GI
                                           TO WS-INTERFAZ-DIA
                                   WHEN 'DIFER-DEVEN'
                                   WHEN 'DIFER-DEV'
                                       SUBTRACT IMPORTE-GI
                                           FROM WS-INTERFAZ-DIA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERFAZ-GL
           END-IF
           COMPUTE WS-SALDO-GL = WS-SALDO-MAYOR + WS-INTERFAZ-DIA
           COMPUTE WS-DIFERENCIA = WS-SALDO-DIFERIDO - WS-SALDO-GL.

       26000-LISTAR-RESUMEN.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-DIFE
               WRITE LIN-DIFE
               MOVE 'DIFERIDO EN EL DIA' TO LDR-LEYENDA
               MOVE WS-TOTAL-DIFERIDO-DIA TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
               MOVE 'DEVENGADO EN EL CIERRE' TO LDR-LEYENDA
               MOVE WS-TOTAL-DEVENGADO-MES TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
               MOVE 'SALDO DIFERIDO' TO LDR-LEYENDA
               MOVE WS-SALDO-DIFERIDO TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
               MOVE WS-CTA-DIFERIDO TO LDC-CUENTA
               WRITE LIN-DIFE FROM LIN-DF-CUENTA
               MOVE 'SALDO SEGUN MAYOR' TO LDR-LEYENDA
               MOVE WS-SALDO-MAYOR TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
               MOVE 'INTERFAZ DEL DIA A ASENTAR' TO LDR-LEYENDA
               MOVE WS-INTERFAZ-DIA TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
               MOVE 'DIFERENCIA' TO LDR-LEYENDA
               MOVE WS-DIFERENCIA TO LDR-IMPORTE
               WRITE LIN-DIFE FROM LIN-DF-RESUMEN
           END-IF
           IF WS-DIFERENCIA NOT = 0
               DISPLAY 'DIFERIDOS NO CONCILIAN CON EL MAYOR'
               MOVE '26000-LISTAR' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'DIFERIDOS NO CONCILIAN CON EL MAYOR'
                   TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       28000-REESCRIBIR-DIFERIDOS.
           IF WS-ESTADO-FINAL = 'OK' AND DIFERIDOS-CAMBIADOS
               OPEN OUTPUT DIFERIDOS
               IF FS-DIFERIDOS-OK
                   PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                       UNTIL WS-IDX-DIF > CANT-DIFERIDOS
                       MOVE TABLA-DIF-ITEM(WS-IDX-DIF)
                           TO REG-DIFERIDO
                       WRITE REG-DIFERIDO
                   END-PERFORM
                   CLOSE DIFERIDOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA DIFERIDO ' FS-DIFERIDOS
                   MOVE '28000-REESCRIBIR' TO JL-PARRAFO
                   MOVE FS-DIFERIDOS TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA DIFERIDO' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               END-IF
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FECHA-HOY-N TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE WS-AREA-GL TO AREA-GI
           MOVE 'F112DIFE' TO ORIGEN-GI
           WRITE REG-INTERFAZ-GL
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR ESCRITURA GLINTERF'
               MOVE '29000-GRABAR-INTERF' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112DIFE' TO JL-PROGRAMA
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
               MOVE 'F112DIFE' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'DIFERIDOS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'FACTURAS DIFERIDAS  : ' WS-CANT-DIFERIDAS
           DISPLAY 'RENGLONES DEVENGADOS: ' WS-CANT-DEVENGADAS
           DISPLAY 'SALDO DIFERIDO      : ' WS-SALDO-DIFERIDO
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF LISTADO-ABIERTO
               CLOSE DIFE-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112DIFE' TO RS-JOB
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

       END PROGRAM F112DIFE.

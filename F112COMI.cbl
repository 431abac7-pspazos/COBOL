       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112COMI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDORES ASSIGN TO  '..\VENDMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VENDEDORES.

           SELECT VEND-CLIENTES ASSIGN TO  '..\VENDCLI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VEND-CLI.

           SELECT RESULTADOS ASSIGN TO  '..\RESULT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESULT.

           SELECT APLICACIONES ASSIGN TO  '..\APLICOBR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-APLICACIONES.

           SELECT CASTIGOS-F112 ASSIGN TO  '..\CASTF112.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CASTIGOS.

           SELECT SALDO-COMISION ASSIGN TO  '..\COMISALD.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SALDO-COMI.

           SELECT PAGOS-COMISION ASSIGN TO  '..\COMIPAGO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PAGOS-COMI.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT COMI-LISTADO ASSIGN TO  '..\COMILIST.DAT'
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
      *    PORC-COMISION-VM se paga sobre lo cobrado de lo facturado
      *    en los primeros MESES-COMISION-VM meses desde el alta; la
      *    baja o el castigo dentro de MESES-RECUPERO-VM meses desde
      *    el alta recupera todo lo comisionado por ese cliente.
       FD  VENDEDORES.
       01  REG-VENDEDOR.
           02 COD-VENDEDOR-VM          PIC X(5).
           02 NOMBRE-VM                PIC X(30).
           02 PORC-COMISION-VM         PIC 9(2)V99.
           02 MESES-COMISION-VM        PIC 9(2).
           02 MESES-RECUPERO-VM        PIC 9(2).
           02 BANCO-VM                 PIC X(3).
           02 CTA-BANCO-VM             PIC X(22).
           02 ESTADO-VM                PIC X(1).

      *    ESTADO-VC: 'V' vigente, 'B' dado de baja, 'R' comision
      *    recuperada (no comisiona mas).
       FD  VEND-CLIENTES.
       01  REG-VEND-CLIENTE.
           02 NRO-CLIENTE-VC           PIC 9(7).
           02 COD-SERVICIO-VC          PIC X(3).
           02 COD-VENDEDOR-VC          PIC X(5).
           02 FECHA-ALTA-VC            PIC 9(8).
           02 ESTADO-VC                PIC X(1).
           02 FECHA-BAJA-VC            PIC 9(8).
           02 PERIODO-ULT-VC           PIC 9(6).
           02 FACTURADO-VC             PIC 9(9)V99.
           02 COBRADO-VC               PIC 9(9)V99.
           02 COMISION-VC              PIC 9(7)V99.

       FD  RESULTADOS.
       01  REG-RESULT-IN.
           02 NRO-CLIENTE-R            PIC 9(7).
           02 NYAR-R                   PIC X(60).
           02 COD-SERVICIO-R           PIC X(3).
           02 IMPORTE-T-R              PIC S9(7)V99.
           02 CANT-TR                  PIC 9(3).
           02 DESCUENTO-R              PIC S9(7)V99.
           02 EMPRESA-R                PIC X(3).
       01  REG-TRAILER-IN.
           02 TIPO-REG-TR              PIC X(10).
           02 FILLER                   PIC X(84).

       FD  APLICACIONES.
       01  REG-APLICACION.
           02 NRO-FACTURA-AP           PIC 9(8).
           02 NRO-CLIENTE-AP           PIC 9(7).
           02 TIPO-DOC-AP              PIC X(3).
           02 FECHA-FACT-AP            PIC 9(8).
           02 FECHA-APLI-AP            PIC 9(8).
           02 IMPORTE-AP               PIC S9(9)V99.

       FD  CASTIGOS-F112.
       01  REG-CASTIGO-F112.
           02 NRO-FACTURA-CF           PIC 9(8).
           02 NRO-CLIENTE-CF           PIC 9(7).
           02 TIPO-DOC-CF              PIC X(3).
           02 FECHA-CF                 PIC 9(8).
           02 IMPORTE-ORIG-CF          PIC S9(9)V99.
           02 SALDO-CF                 PIC S9(9)V99.
           02 FECHA-CASTIGO-CF         PIC 9(8).

      *    Recuperos que excedieron la comision del mes; se
      *    descuentan de las liquidaciones siguientes.
       FD  SALDO-COMISION.
       01  REG-SALDO-COMI.
           02 COD-VENDEDOR-CS          PIC X(5).
           02 SALDO-CS                 PIC 9(7)V99.
           02 FECHA-CS                 PIC 9(8).

      *    Comisiones a pagar; las toma tesoreria.
       FD  PAGOS-COMISION.
       01  REG-PAGO-COMI.
           02 COD-VENDEDOR-CP          PIC X(5).
           02 NOMBRE-CP                PIC X(30).
           02 BANCO-CP                 PIC X(3).
           02 CTA-BANCO-CP             PIC X(22).
           02 PERIODO-CP               PIC 9(6).
           02 IMPORTE-CP               PIC 9(7)V99.
           02 FECHA-CP                 PIC 9(8).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

       FD  COMI-LISTADO.
       01  LIN-COMI                    PIC X(132).

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
       01  FS-VENDEDORES               PIC X(2).
           88 FS-VENDEDORES-OK     VALUE "00".
       01  FS-VEND-CLI                 PIC X(2).
           88 FS-VEND-CLI-OK       VALUE "00".
       01  FS-RESULT                   PIC X(2).
           88 FS-RESULT-OK         VALUE "00".
       01  FS-APLICACIONES             PIC X(2).
           88 FS-APLICACIONES-OK   VALUE "00".
       01  FS-CASTIGOS                 PIC X(2).
           88 FS-CASTIGOS-OK       VALUE "00".
       01  FS-SALDO-COMI               PIC X(2).
           88 FS-SALDO-COMI-OK     VALUE "00".
       01  FS-PAGOS-COMI               PIC X(2).
           88 FS-PAGOS-COMI-OK     VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-PAGOS-COMI-ABIERTO       PIC X VALUE 'N'.
           88 PAGOS-COMI-ABIERTO       VALUE 'S'.
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
       01  WS-PARM                     PIC X(10) VALUE SPACES.
       01  WS-PERIODO                  PIC 9(6).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112COMI'.
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
       01  WS-CANT-COMISIONADAS        PIC 9(7) VALUE 0.
       01  WS-CANT-RECUPEROS           PIC 9(7) VALUE 0.

       01  FIN-VENDEDORES              PIC X VALUE 'N'.
       01  FIN-VEND-CLI                PIC X VALUE 'N'.
       01  FIN-RESULT                  PIC X VALUE 'N'.
       01  FIN-APLICACIONES            PIC X VALUE 'N'.
       01  FIN-CASTIGOS                PIC X VALUE 'N'.
       01  FIN-SALDO-COMI              PIC X VALUE 'N'.

       01  WS-IDX-VEND                 PIC 9(3).
       01  WS-IDX-VEND-CLI             PIC 9(5).
       01  WS-IDX-CASTIGO              PIC 9(5).
       01  WS-COD-VENDEDOR             PIC X(5).
       01  WS-FECHA-CALC               PIC 9(8).
       01  WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           02 WS-FC-ANIO               PIC 9(4).
           02 WS-FC-MES                PIC 9(2).
           02 WS-FC-DIA                PIC 9(2).
       01  WS-MESES-CALC               PIC 9(6).
       01  WS-MESES-ALTA               PIC 9(6).
       01  WS-MESES-PERIODO            PIC 9(6).
       01  WS-MESES-DESDE-ALTA         PIC S9(6).
       01  WS-FECHA-EVENTO             PIC 9(8).
       01  WS-MOTIVO-RECUPERO          PIC X(8).
       01  WS-PENDIENTE                PIC S9(9)V99.
       01  WS-BASE                     PIC S9(9)V99.
       01  WS-COMISION                 PIC 9(7)V99.
       01  WS-NETO                     PIC S9(9)V99.
       01  WS-TOTAL-COMISIONES         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-RECUPEROS          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-A-PAGAR            PIC 9(13)V99 VALUE 0.
       01  WS-CONCEPTO-GL              PIC X(12).
       01  WS-IMPORTE-GL               PIC 9(13)V99.

       01  CANT-VENDEDORES             PIC 9(3) VALUE 0.
       01  TABLA-VENDEDORES.
           02 TABLA-VEND-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-VENDEDORES
                              INDEXED BY IDX-VEND.
               03 TVE-COD-VENDEDOR     PIC X(5).
               03 TVE-NOMBRE           PIC X(30).
               03 TVE-PORCENTAJE       PIC 9(2)V99.
               03 TVE-MESES-COMISION   PIC 9(2).
               03 TVE-MESES-RECUPERO   PIC 9(2).
               03 TVE-BANCO            PIC X(3).
               03 TVE-CTA-BANCO        PIC X(22).
               03 TVE-COMISION-MES     PIC 9(9)V99.
               03 TVE-RECUPERO-MES     PIC 9(9)V99.
               03 TVE-SALDO-ANT        PIC 9(7)V99.
               03 TVE-SALDO-NUEVO      PIC 9(7)V99.
               03 TVE-A-PAGAR          PIC 9(9)V99.

       01  CANT-VEND-CLI               PIC 9(5) VALUE 0.
       01  TABLA-VEND-CLI.
           02 TABLA-VEND-CLI-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-VEND-CLI
                                  INDEXED BY IDX-VEND-CLI.
               03 TVC-NRO-CLIENTE      PIC 9(7).
               03 TVC-COD-SERVICIO     PIC X(3).
               03 TVC-COD-VENDEDOR     PIC X(5).
               03 TVC-FECHA-ALTA       PIC 9(8).
               03 TVC-ESTADO           PIC X(1).
               03 TVC-FECHA-BAJA       PIC 9(8).
               03 TVC-PERIODO-ULT      PIC 9(6).
               03 TVC-FACTURADO        PIC 9(9)V99.
               03 TVC-COBRADO          PIC 9(9)V99.
               03 TVC-COMISION         PIC 9(7)V99.
               03 TVC-IDX-VEND         PIC 9(3).
               03 TVC-FACTURADO-MES    PIC X(1).
               03 TVC-BASE-MES         PIC 9(9)V99.
               03 TVC-COMISION-MES     PIC 9(7)V99.
               03 TVC-RECUPERO-MES     PIC 9(7)V99.
               03 TVC-MOTIVO           PIC X(8).

       01  CANT-CASTIGOS               PIC 9(5) VALUE 0.
       01  TABLA-CASTIGOS.
           02 TABLA-CAST-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CASTIGOS
                              INDEXED BY IDX-CAST.
               03 TCA-NRO-CLIENTE      PIC 9(7).
               03 TCA-FECHA-CASTIGO    PIC 9(8).

       01  LIN-CM-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112COMI  COMISIONES DE VENDEDORES'.
           02 FILLER              PIC X(9)  VALUE 'PERIODO: '.
           02 LCT-PERIODO         PIC 9(6).
           02 FILLER              PIC X(9)  VALUE '  FECHA: '.
           02 LCT-FECHA           PIC X(8).
       01  LIN-CM-VENDEDOR.
           02 FILLER              PIC X(10) VALUE 'VENDEDOR  '.
           02 LCV-VENDEDOR        PIC X(5).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCV-NOMBRE          PIC X(30).
           02 FILLER              PIC X(13) VALUE '  COMISION % '.
           02 LCV-PORCENTAJE      PIC Z9.99.
       01  LIN-CM-ENCABEZADO.
           02 FILLER              PIC X(40) VALUE
              '  CLIENTE SRV  FECHA ALTA  CONCEPTO'.
           02 FILLER              PIC X(40) VALUE
              '        BASE COBRADA        IMPORTE'.
       01  LIN-CM-DETALLE.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-FECHA-ALTA      PIC 9(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LCD-CONCEPTO        PIC X(17).
           02 LCD-BASE            PIC -Z(8)9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LCD-IMPORTE         PIC -Z(8)9.99.
       01  LIN-CM-RESUMEN.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LCR-LEYENDA         PIC X(30).
           02 LCR-IMPORTE         PIC -Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ACUMULAR-FACTURACION.
           PERFORM 22000-APLICAR-COBRANZAS.
           PERFORM 23000-RECUPERAR-COMISIONES
               VARYING WS-IDX-VEND-CLI FROM 1 BY 1
               UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI.
           PERFORM 24000-LIQUIDAR-VENDEDOR
               VARYING WS-IDX-VEND FROM 1 BY 1
               UNTIL WS-IDX-VEND > CANT-VENDEDORES.
           PERFORM 25000-LISTAR-TOTALES.
           PERFORM 28000-REESCRIBIR-VEND-CLI.
           PERFORM 28500-GRABAR-SALDOS.
           PERFORM 28600-VACIAR-APLICACIONES.
           PERFORM 28700-GRABAR-PAGOS.
           PERFORM 28800-CONTABILIZAR.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) IS NUMERIC
               MOVE WS-PARM(1:6) TO WS-PERIODO
           ELSE
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           END-IF
           MOVE WS-PERIODO TO WS-FECHA-CALC(1:6)
           MOVE 01 TO WS-FC-DIA
           PERFORM 60000-CALCULAR-MESES
           MOVE WS-MESES-CALC TO WS-MESES-PERIODO

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

           PERFORM 12000-CARGAR-VENDEDORES
           PERFORM 13000-CARGAR-VEND-CLI
           PERFORM 14000-CARGAR-SALDOS
           PERFORM 15000-CARGAR-CASTIGOS

           OPEN EXTEND PAGOS-COMISION.
           IF FS-PAGOS-COMI = "35"
               OPEN OUTPUT PAGOS-COMISION
           END-IF
           IF NOT FS-PAGOS-COMI-OK
               DISPLAY 'ERROR AL ABRIR COMIPAGO'
               DISPLAY 'FILE STATUS ' FS-PAGOS-COMI
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-PAGOS-COMI TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR COMIPAGO' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET PAGOS-COMI-ABIERTO TO TRUE
           END-IF

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

           OPEN OUTPUT COMI-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LCT-PERIODO
               MOVE WS-FECHA-HOY TO LCT-FECHA
               WRITE LIN-COMI FROM LIN-CM-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112COMI' AND RS-FIN(1:8)
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
           MOVE 'VENDCLI.DAT' TO WS-LR-ARCHIVO(1)
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

       12000-CARGAR-VENDEDORES.
           OPEN INPUT VENDEDORES.
           IF NOT FS-VENDEDORES-OK
               DISPLAY 'ERROR AL ABRIR VENDMAE'
               DISPLAY 'FILE STATUS ' FS-VENDEDORES
               MOVE '12000-CARGAR-VEND' TO JL-PARRAFO
               MOVE FS-VENDEDORES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR VENDMAE' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-VENDEDORES = 'S'
               READ VENDEDORES
                   AT END
                       MOVE 'S' TO FIN-VENDEDORES
                   NOT AT END
                       ADD 1 TO CANT-VENDEDORES
                       MOVE COD-VENDEDOR-VM
                           TO TVE-COD-VENDEDOR(CANT-VENDEDORES)
                       MOVE NOMBRE-VM TO TVE-NOMBRE(CANT-VENDEDORES)
                       MOVE PORC-COMISION-VM
                           TO TVE-PORCENTAJE(CANT-VENDEDORES)
                       MOVE MESES-COMISION-VM
                           TO TVE-MESES-COMISION(CANT-VENDEDORES)
                       MOVE MESES-RECUPERO-VM
                           TO TVE-MESES-RECUPERO(CANT-VENDEDORES)
                       MOVE BANCO-VM TO TVE-BANCO(CANT-VENDEDORES)
                       MOVE CTA-BANCO-VM
                           TO TVE-CTA-BANCO(CANT-VENDEDORES)
                       MOVE 0 TO TVE-COMISION-MES(CANT-VENDEDORES)
                       MOVE 0 TO TVE-RECUPERO-MES(CANT-VENDEDORES)
                       MOVE 0 TO TVE-SALDO-ANT(CANT-VENDEDORES)
                       MOVE 0 TO TVE-SALDO-NUEVO(CANT-VENDEDORES)
               END-READ
           END-PERFORM
           CLOSE VENDEDORES.

      *    Cada alta de la cartera queda asociada a la posicion de
      *    su vendedor en la tabla; sin vendedor en el maestro no
      *    se liquida.
       13000-CARGAR-VEND-CLI.
           OPEN INPUT VEND-CLIENTES.
           IF FS-VEND-CLI-OK
               PERFORM UNTIL FIN-VEND-CLI = 'S'
                   READ VEND-CLIENTES
                       AT END
                           MOVE 'S' TO FIN-VEND-CLI
                       NOT AT END
                           ADD 1 TO CANT-VEND-CLI
                           MOVE CANT-VEND-CLI TO WS-IDX-VEND-CLI
                           PERFORM 13100-GUARDAR-VEND-CLI
                   END-READ
               END-PERFORM
               CLOSE VEND-CLIENTES
           ELSE
               DISPLAY 'SIN CARTERA DE VENDEDORES ' FS-VEND-CLI
           END-IF.

       13100-GUARDAR-VEND-CLI.
           MOVE NRO-CLIENTE-VC TO TVC-NRO-CLIENTE(WS-IDX-VEND-CLI)
           MOVE COD-SERVICIO-VC TO TVC-COD-SERVICIO(WS-IDX-VEND-CLI)
           MOVE COD-VENDEDOR-VC TO TVC-COD-VENDEDOR(WS-IDX-VEND-CLI)
           MOVE FECHA-ALTA-VC TO TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
           MOVE ESTADO-VC TO TVC-ESTADO(WS-IDX-VEND-CLI)
           MOVE FECHA-BAJA-VC TO TVC-FECHA-BAJA(WS-IDX-VEND-CLI)
           MOVE PERIODO-ULT-VC TO TVC-PERIODO-ULT(WS-IDX-VEND-CLI)
           MOVE FACTURADO-VC TO TVC-FACTURADO(WS-IDX-VEND-CLI)
           MOVE COBRADO-VC TO TVC-COBRADO(WS-IDX-VEND-CLI)
           MOVE COMISION-VC TO TVC-COMISION(WS-IDX-VEND-CLI)
           MOVE 'N' TO TVC-FACTURADO-MES(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-BASE-MES(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-COMISION-MES(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-RECUPERO-MES(WS-IDX-VEND-CLI)
           MOVE SPACES TO TVC-MOTIVO(WS-IDX-VEND-CLI)
           MOVE COD-VENDEDOR-VC TO WS-COD-VENDEDOR
           PERFORM 61000-BUSCAR-VENDEDOR
           MOVE WS-IDX-VEND TO TVC-IDX-VEND(WS-IDX-VEND-CLI).

       14000-CARGAR-SALDOS.
           OPEN INPUT SALDO-COMISION.
           IF FS-SALDO-COMI-OK
               PERFORM UNTIL FIN-SALDO-COMI = 'S'
                   READ SALDO-COMISION
                       AT END
                           MOVE 'S' TO FIN-SALDO-COMI
                       NOT AT END
                           MOVE COD-VENDEDOR-CS TO WS-COD-VENDEDOR
                           PERFORM 61000-BUSCAR-VENDEDOR
                           IF WS-IDX-VEND > 0
                               MOVE SALDO-CS
                                   TO TVE-SALDO-ANT(WS-IDX-VEND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALDO-COMISION
           END-IF.

      *    Fecha del primer castigo de cada cliente.
       15000-CARGAR-CASTIGOS.
           OPEN INPUT CASTIGOS-F112.
           IF FS-CASTIGOS-OK
               PERFORM UNTIL FIN-CASTIGOS = 'S'
                   READ CASTIGOS-F112
                       AT END
                           MOVE 'S' TO FIN-CASTIGOS
                       NOT AT END
                           PERFORM 15100-GUARDAR-CASTIGO
                   END-READ
               END-PERFORM
               CLOSE CASTIGOS-F112
           END-IF.

       15100-GUARDAR-CASTIGO.
           MOVE 0 TO WS-IDX-CASTIGO
           IF CANT-CASTIGOS > 0
               SET IDX-CAST TO 1
               SEARCH TABLA-CAST-ITEM
                   AT END
                       CONTINUE
                   WHEN TCA-NRO-CLIENTE(IDX-CAST) = NRO-CLIENTE-CF
                       SET WS-IDX-CASTIGO TO IDX-CAST
               END-SEARCH
           END-IF
           IF WS-IDX-CASTIGO = 0
               ADD 1 TO CANT-CASTIGOS
               MOVE NRO-CLIENTE-CF TO TCA-NRO-CLIENTE(CANT-CASTIGOS)
               MOVE FECHA-CASTIGO-CF
                   TO TCA-FECHA-CASTIGO(CANT-CASTIGOS)
           ELSE
               IF FECHA-CASTIGO-CF < TCA-FECHA-CASTIGO(WS-IDX-CASTIGO)
                   MOVE FECHA-CASTIGO-CF
                       TO TCA-FECHA-CASTIGO(WS-IDX-CASTIGO)
               END-IF
           END-IF.

      *    Lo facturado en RESULT.DAT a clientes dentro de sus
      *    primeros meses es el tope de lo que puede comisionarse;
      *    cada alta suma una sola facturacion por periodo.
       20000-ACUMULAR-FACTURACION.
           OPEN INPUT RESULTADOS.
           IF NOT FS-RESULT-OK
               DISPLAY 'SIN RESULTADOS DE FACTURACION ' FS-RESULT
               MOVE '20000-ACUMULAR-FACT' TO JL-PARRAFO
               MOVE FS-RESULT TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN RESULTADOS DE FACTURACION' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           ELSE
               PERFORM UNTIL FIN-RESULT = 'S'
                   READ RESULTADOS
                       AT END
                           MOVE 'S' TO FIN-RESULT
                       NOT AT END
                           IF TIPO-REG-TR NOT = 'TRAILER'
                               PERFORM 21000-SUMAR-FACTURADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTADOS
           END-IF
           PERFORM VARYING WS-IDX-VEND-CLI FROM 1 BY 1
               UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI
               IF TVC-FACTURADO-MES(WS-IDX-VEND-CLI) = 'S'
                   MOVE WS-PERIODO
                       TO TVC-PERIODO-ULT(WS-IDX-VEND-CLI)
               END-IF
           END-PERFORM.

       21000-SUMAR-FACTURADO.
           PERFORM VARYING WS-IDX-VEND-CLI FROM 1 BY 1
               UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI
               IF TVC-NRO-CLIENTE(WS-IDX-VEND-CLI) = NRO-CLIENTE-R
                  AND TVC-COD-SERVICIO(WS-IDX-VEND-CLI)
                          = COD-SERVICIO-R
                  AND TVC-ESTADO(WS-IDX-VEND-CLI) = 'V'
                  AND TVC-IDX-VEND(WS-IDX-VEND-CLI) > 0
                  AND TVC-PERIODO-ULT(WS-IDX-VEND-CLI) < WS-PERIODO
                   MOVE TVC-IDX-VEND(WS-IDX-VEND-CLI) TO WS-IDX-VEND
                   MOVE TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
                       TO WS-FECHA-CALC
                   PERFORM 60000-CALCULAR-MESES
                   COMPUTE WS-MESES-DESDE-ALTA =
                       WS-MESES-PERIODO - WS-MESES-CALC
                   IF WS-MESES-DESDE-ALTA >= 0
                      AND WS-MESES-DESDE-ALTA
                              < TVE-MESES-COMISION(WS-IDX-VEND)
                      AND IMPORTE-T-R > 0
                       ADD IMPORTE-T-R
                           TO TVC-FACTURADO(WS-IDX-VEND-CLI)
                       MOVE 'S' TO TVC-FACTURADO-MES(WS-IDX-VEND-CLI)
                   END-IF
               END-IF
           END-PERFORM.

      *    Solo comisiona lo que F112APLI aplico a facturas emitidas
      *    dentro de la ventana del alta, hasta lo facturado.
       22000-APLICAR-COBRANZAS.
           OPEN INPUT APLICACIONES.
           IF FS-APLICACIONES-OK
               PERFORM UNTIL FIN-APLICACIONES = 'S'
                   READ APLICACIONES
                       AT END
                           MOVE 'S' TO FIN-APLICACIONES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF IMPORTE-AP > 0
                               PERFORM 22100-COMISIONAR-COBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APLICACIONES
           ELSE
               DISPLAY 'SIN APLICACIONES DE COBRANZA '
                       FS-APLICACIONES
           END-IF.

       22100-COMISIONAR-COBRO.
           MOVE 0 TO WS-IDX-VEND-CLI
           PERFORM 22200-BUSCAR-ALTA
               VARYING IDX-VEND-CLI FROM 1 BY 1
               UNTIL IDX-VEND-CLI > CANT-VEND-CLI
                  OR WS-IDX-VEND-CLI > 0
           IF WS-IDX-VEND-CLI > 0
               MOVE TVC-IDX-VEND(WS-IDX-VEND-CLI) TO WS-IDX-VEND
               COMPUTE WS-PENDIENTE = TVC-FACTURADO(WS-IDX-VEND-CLI)
                                    - TVC-COBRADO(WS-IDX-VEND-CLI)
               IF WS-PENDIENTE > IMPORTE-AP
                   MOVE IMPORTE-AP TO WS-BASE
               ELSE
                   MOVE WS-PENDIENTE TO WS-BASE
               END-IF
               IF WS-BASE > 0
                   COMPUTE WS-COMISION ROUNDED =
                       WS-BASE * TVE-PORCENTAJE(WS-IDX-VEND) / 100
                   ADD WS-BASE TO TVC-COBRADO(WS-IDX-VEND-CLI)
                   ADD WS-BASE TO TVC-BASE-MES(WS-IDX-VEND-CLI)
                   ADD WS-COMISION TO TVC-COMISION(WS-IDX-VEND-CLI)
                   ADD WS-COMISION
                       TO TVC-COMISION-MES(WS-IDX-VEND-CLI)
                   ADD WS-COMISION TO TVE-COMISION-MES(WS-IDX-VEND)
                   ADD 1 TO WS-CANT-COMISIONADAS
               END-IF
           END-IF.

       22200-BUSCAR-ALTA.
           IF TVC-NRO-CLIENTE(IDX-VEND-CLI) = NRO-CLIENTE-AP
              AND TVC-ESTADO(IDX-VEND-CLI) NOT = 'R'
              AND TVC-IDX-VEND(IDX-VEND-CLI) > 0
              AND FECHA-FACT-AP >= TVC-FECHA-ALTA(IDX-VEND-CLI)
               MOVE TVC-IDX-VEND(IDX-VEND-CLI) TO WS-IDX-VEND
               MOVE TVC-FECHA-ALTA(IDX-VEND-CLI) TO WS-FECHA-CALC
               PERFORM 60000-CALCULAR-MESES
               MOVE WS-MESES-CALC TO WS-MESES-ALTA
               MOVE FECHA-FACT-AP TO WS-FECHA-CALC
               PERFORM 60000-CALCULAR-MESES
               COMPUTE WS-MESES-DESDE-ALTA =
                   WS-MESES-CALC - WS-MESES-ALTA
               IF WS-MESES-DESDE-ALTA
                       < TVE-MESES-COMISION(WS-IDX-VEND)
                   SET WS-IDX-VEND-CLI TO IDX-VEND-CLI
               END-IF
           END-IF.

      *    Baja o castigo dentro del plazo de recupero: se devuelve
      *    todo lo comisionado por el alta y no comisiona mas.
       23000-RECUPERAR-COMISIONES.
           IF TVC-ESTADO(WS-IDX-VEND-CLI) NOT = 'R'
              AND TVC-IDX-VEND(WS-IDX-VEND-CLI) > 0
               MOVE TVC-IDX-VEND(WS-IDX-VEND-CLI) TO WS-IDX-VEND
               MOVE 0 TO WS-FECHA-EVENTO
               IF TVC-ESTADO(WS-IDX-VEND-CLI) = 'B'
                   MOVE TVC-FECHA-BAJA(WS-IDX-VEND-CLI)
                       TO WS-FECHA-EVENTO
                   MOVE 'BAJA' TO WS-MOTIVO-RECUPERO
               ELSE
                   PERFORM 23100-BUSCAR-CASTIGO
               END-IF
               IF WS-FECHA-EVENTO > 0
                   MOVE TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
                       TO WS-FECHA-CALC
                   PERFORM 60000-CALCULAR-MESES
                   MOVE WS-MESES-CALC TO WS-MESES-ALTA
                   MOVE WS-FECHA-EVENTO TO WS-FECHA-CALC
                   PERFORM 60000-CALCULAR-MESES
                   COMPUTE WS-MESES-DESDE-ALTA =
                       WS-MESES-CALC - WS-MESES-ALTA
                   IF WS-MESES-DESDE-ALTA
                           < TVE-MESES-RECUPERO(WS-IDX-VEND)
                       MOVE 'R' TO TVC-ESTADO(WS-IDX-VEND-CLI)
                       MOVE WS-MOTIVO-RECUPERO
                           TO TVC-MOTIVO(WS-IDX-VEND-CLI)
                       MOVE TVC-COMISION(WS-IDX-VEND-CLI)
                           TO TVC-RECUPERO-MES(WS-IDX-VEND-CLI)
                       ADD TVC-COMISION(WS-IDX-VEND-CLI)
                           TO TVE-RECUPERO-MES(WS-IDX-VEND)
                       ADD 1 TO WS-CANT-RECUPEROS
                   END-IF
               END-IF
           END-IF.

       23100-BUSCAR-CASTIGO.
           IF CANT-CASTIGOS > 0
               SET IDX-CAST TO 1
               SEARCH TABLA-CAST-ITEM
                   AT END
                       CONTINUE
                   WHEN TCA-NRO-CLIENTE(IDX-CAST)
                           = TVC-NRO-CLIENTE(WS-IDX-VEND-CLI)
                       IF TCA-FECHA-CASTIGO(IDX-CAST)
                               >= TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
                           MOVE TCA-FECHA-CASTIGO(IDX-CAST)
                               TO WS-FECHA-EVENTO
                           MOVE 'CASTIGO' TO WS-MOTIVO-RECUPERO
                       END-IF
               END-SEARCH
           END-IF.

      *    Neto del vendedor: comisiones del mes menos recuperos y
      *    saldo a recuperar anterior. Si no alcanza, el saldo pasa
      *    al mes siguiente y no se paga.
       24000-LIQUIDAR-VENDEDOR.
           COMPUTE WS-NETO = TVE-COMISION-MES(WS-IDX-VEND)
                           - TVE-RECUPERO-MES(WS-IDX-VEND)
                           - TVE-SALDO-ANT(WS-IDX-VEND)
           IF WS-NETO > 0
               MOVE 0 TO TVE-SALDO-NUEVO(WS-IDX-VEND)
           ELSE
               COMPUTE TVE-SALDO-NUEVO(WS-IDX-VEND) = 0 - WS-NETO
           END-IF
           ADD TVE-COMISION-MES(WS-IDX-VEND) TO WS-TOTAL-COMISIONES
           ADD TVE-RECUPERO-MES(WS-IDX-VEND) TO WS-TOTAL-RECUPEROS
           IF TVE-COMISION-MES(WS-IDX-VEND) > 0
              OR TVE-RECUPERO-MES(WS-IDX-VEND) > 0
              OR TVE-SALDO-ANT(WS-IDX-VEND) > 0
               PERFORM 24100-LISTAR-VENDEDOR
           END-IF
           MOVE 0 TO TVE-A-PAGAR(WS-IDX-VEND)
           IF WS-NETO > 0
               MOVE WS-NETO TO TVE-A-PAGAR(WS-IDX-VEND)
               ADD WS-NETO TO WS-TOTAL-A-PAGAR
           END-IF.

       24100-LISTAR-VENDEDOR.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-COMI
               WRITE LIN-COMI
               MOVE TVE-COD-VENDEDOR(WS-IDX-VEND) TO LCV-VENDEDOR
               MOVE TVE-NOMBRE(WS-IDX-VEND) TO LCV-NOMBRE
               MOVE TVE-PORCENTAJE(WS-IDX-VEND) TO LCV-PORCENTAJE
               WRITE LIN-COMI FROM LIN-CM-VENDEDOR
               WRITE LIN-COMI FROM LIN-CM-ENCABEZADO
               PERFORM VARYING WS-IDX-VEND-CLI FROM 1 BY 1
                   UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI
                   IF TVC-IDX-VEND(WS-IDX-VEND-CLI) = WS-IDX-VEND
                       PERFORM 24200-LISTAR-ALTA
                   END-IF
               END-PERFORM
               MOVE 'COMISIONES DEL MES' TO LCR-LEYENDA
               MOVE TVE-COMISION-MES(WS-IDX-VEND) TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'RECUPEROS DEL MES' TO LCR-LEYENDA
               MOVE TVE-RECUPERO-MES(WS-IDX-VEND) TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'SALDO A RECUPERAR ANTERIOR' TO LCR-LEYENDA
               MOVE TVE-SALDO-ANT(WS-IDX-VEND) TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'A PAGAR' TO LCR-LEYENDA
               IF WS-NETO > 0
                   MOVE WS-NETO TO LCR-IMPORTE
               ELSE
                   MOVE 0 TO LCR-IMPORTE
               END-IF
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'SALDO A RECUPERAR' TO LCR-LEYENDA
               MOVE TVE-SALDO-NUEVO(WS-IDX-VEND) TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
           END-IF.

       24200-LISTAR-ALTA.
           MOVE TVC-NRO-CLIENTE(WS-IDX-VEND-CLI) TO LCD-CLIENTE
           MOVE TVC-COD-SERVICIO(WS-IDX-VEND-CLI) TO LCD-SERVICIO
           MOVE TVC-FECHA-ALTA(WS-IDX-VEND-CLI) TO LCD-FECHA-ALTA
           IF TVC-COMISION-MES(WS-IDX-VEND-CLI) > 0
               MOVE 'COMISION' TO LCD-CONCEPTO
               MOVE TVC-BASE-MES(WS-IDX-VEND-CLI) TO LCD-BASE
               MOVE TVC-COMISION-MES(WS-IDX-VEND-CLI) TO LCD-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-DETALLE
           END-IF
           IF TVC-MOTIVO(WS-IDX-VEND-CLI) NOT = SPACES
               MOVE SPACES TO LCD-CONCEPTO
               STRING 'RECUPERO ' DELIMITED BY SIZE
                      TVC-MOTIVO(WS-IDX-VEND-CLI) DELIMITED BY SPACE
                      INTO LCD-CONCEPTO
               MOVE TVC-COBRADO(WS-IDX-VEND-CLI) TO LCD-BASE
               COMPUTE LCD-IMPORTE =
                   0 - TVC-RECUPERO-MES(WS-IDX-VEND-CLI)
               WRITE LIN-COMI FROM LIN-CM-DETALLE
           END-IF.

       25000-LISTAR-TOTALES.
           IF LISTADO-ABIERTO
               MOVE SPACES TO LIN-COMI
               WRITE LIN-COMI
               MOVE 'TOTAL COMISIONES' TO LCR-LEYENDA
               MOVE WS-TOTAL-COMISIONES TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'TOTAL RECUPEROS' TO LCR-LEYENDA
               MOVE WS-TOTAL-RECUPEROS TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
               MOVE 'TOTAL A PAGAR' TO LCR-LEYENDA
               MOVE WS-TOTAL-A-PAGAR TO LCR-IMPORTE
               WRITE LIN-COMI FROM LIN-CM-RESUMEN
           END-IF.

       28000-REESCRIBIR-VEND-CLI.
           IF WS-ESTADO-FINAL = 'OK' AND CANT-VEND-CLI > 0
               OPEN OUTPUT VEND-CLIENTES
               IF FS-VEND-CLI-OK
                   PERFORM VARYING WS-IDX-VEND-CLI FROM 1 BY 1
                       UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI
                       MOVE TVC-NRO-CLIENTE(WS-IDX-VEND-CLI)
                           TO NRO-CLIENTE-VC
                       MOVE TVC-COD-SERVICIO(WS-IDX-VEND-CLI)
                           TO COD-SERVICIO-VC
                       MOVE TVC-COD-VENDEDOR(WS-IDX-VEND-CLI)
                           TO COD-VENDEDOR-VC
                       MOVE TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
                           TO FECHA-ALTA-VC
                       MOVE TVC-ESTADO(WS-IDX-VEND-CLI) TO ESTADO-VC
                       MOVE TVC-FECHA-BAJA(WS-IDX-VEND-CLI)
                           TO FECHA-BAJA-VC
                       MOVE TVC-PERIODO-ULT(WS-IDX-VEND-CLI)
                           TO PERIODO-ULT-VC
                       MOVE TVC-FACTURADO(WS-IDX-VEND-CLI)
                           TO FACTURADO-VC
                       MOVE TVC-COBRADO(WS-IDX-VEND-CLI)
                           TO COBRADO-VC
                       MOVE TVC-COMISION(WS-IDX-VEND-CLI)
                           TO COMISION-VC
                       WRITE REG-VEND-CLIENTE
                       IF NOT FS-VEND-CLI-OK
                           DISPLAY 'ERROR ESCRITURA VENDCLI'
                           MOVE '28000-REESCR-VENDCLI' TO JL-PARRAFO
                           MOVE FS-VEND-CLI TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA VENDCLI' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE VEND-CLIENTES
               ELSE
                   DISPLAY 'ERROR REESCRITURA VENDCLI ' FS-VEND-CLI
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28500-GRABAR-SALDOS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT SALDO-COMISION
               IF FS-SALDO-COMI-OK
                   PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                       UNTIL WS-IDX-VEND > CANT-VENDEDORES
                       IF TVE-SALDO-NUEVO(WS-IDX-VEND) > 0
                           MOVE TVE-COD-VENDEDOR(WS-IDX-VEND)
                               TO COD-VENDEDOR-CS
                           MOVE TVE-SALDO-NUEVO(WS-IDX-VEND)
                               TO SALDO-CS
                           MOVE WS-FECHA-HOY-N TO FECHA-CS
                           WRITE REG-SALDO-COMI
                           IF NOT FS-SALDO-COMI-OK
                               DISPLAY 'ERROR ESCRITURA COMISALD'
                               MOVE '28500-GRABAR-SALDOS'
                                   TO JL-PARRAFO
                               MOVE FS-SALDO-COMI TO JL-FILE-STATUS
                               MOVE 'ERROR ESCRITURA COMISALD'
                                   TO JL-MENSAJE
                               PERFORM 90000-LOG-ERROR
                               PERFORM 30000-FINAL
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE SALDO-COMISION
               ELSE
                   DISPLAY 'ERROR REESCRITURA COMISALD ' FS-SALDO-COMI
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Las aplicaciones ya comisionadas no se vuelven a tomar.
       28600-VACIAR-APLICACIONES.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT APLICACIONES
               IF FS-APLICACIONES-OK
                   CLOSE APLICACIONES
               ELSE
                   DISPLAY 'ERROR AL VACIAR APLICOBR ' FS-APLICACIONES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Pagos y asientos se graban recien con VENDCLI, COMISALD y
      *    APLICOBR actualizados: si algo falla antes, la re-corrida
      *    parte de los mismos maestros y no paga ni asienta dos veces.
       28700-GRABAR-PAGOS.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM VARYING WS-IDX-VEND FROM 1 BY 1
                   UNTIL WS-IDX-VEND > CANT-VENDEDORES
                   IF TVE-A-PAGAR(WS-IDX-VEND) > 0
                       PERFORM 28750-GRABAR-PAGO
                   END-IF
               END-PERFORM
           END-IF.

       28750-GRABAR-PAGO.
           MOVE TVE-COD-VENDEDOR(WS-IDX-VEND) TO COD-VENDEDOR-CP
           MOVE TVE-NOMBRE(WS-IDX-VEND) TO NOMBRE-CP
           MOVE TVE-BANCO(WS-IDX-VEND) TO BANCO-CP
           MOVE TVE-CTA-BANCO(WS-IDX-VEND) TO CTA-BANCO-CP
           MOVE WS-PERIODO TO PERIODO-CP
           MOVE TVE-A-PAGAR(WS-IDX-VEND) TO IMPORTE-CP
           MOVE WS-FECHA-HOY-N TO FECHA-CP
           WRITE REG-PAGO-COMI
           IF NOT FS-PAGOS-COMI-OK
               DISPLAY 'ERROR ESCRITURA COMIPAGO'
               MOVE '28750-GRABAR-PAGO' TO JL-PARRAFO
               MOVE FS-PAGOS-COMI TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA COMIPAGO' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       28800-CONTABILIZAR.
           IF WS-ESTADO-FINAL = 'OK'
               IF WS-TOTAL-COMISIONES > 0
                   MOVE 'COMI-VEND' TO WS-CONCEPTO-GL
                   MOVE WS-TOTAL-COMISIONES TO WS-IMPORTE-GL
                   PERFORM 29000-GRABAR-INTERFAZ
               END-IF
               IF WS-TOTAL-RECUPEROS > 0
                   MOVE 'COMI-RECUP' TO WS-CONCEPTO-GL
                   MOVE WS-TOTAL-RECUPEROS TO WS-IMPORTE-GL
                   PERFORM 29000-GRABAR-INTERFAZ
               END-IF
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FECHA-HOY-N TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE SPACES TO AREA-GI
           MOVE 'F112COMI' TO ORIGEN-GI
           WRITE REG-INTERFAZ-GL
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR ESCRITURA GLINTERF'
               MOVE '29000-GRABAR-INTERF' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Meses absolutos (anio * 12 + mes) de WS-FECHA-CALC.
       60000-CALCULAR-MESES.
           COMPUTE WS-MESES-CALC = WS-FC-ANIO * 12 + WS-FC-MES.

       61000-BUSCAR-VENDEDOR.
           MOVE 0 TO WS-IDX-VEND
           IF CANT-VENDEDORES > 0
               SET IDX-VEND TO 1
               SEARCH TABLA-VEND-ITEM
                   AT END
                       CONTINUE
                   WHEN TVE-COD-VENDEDOR(IDX-VEND) = WS-COD-VENDEDOR
                       SET WS-IDX-VEND TO IDX-VEND
               END-SEARCH
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112COMI' TO JL-PROGRAMA
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
               MOVE 'F112COMI' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'APLICACIONES LEIDAS : ' WS-CANT-ENTRADA
           DISPLAY 'COBROS COMISIONADOS : ' WS-CANT-COMISIONADAS
           DISPLAY 'RECUPEROS           : ' WS-CANT-RECUPEROS
           DISPLAY 'VENDEDORES A PAGAR  : ' WS-CANT-SALIDA
           DISPLAY 'TOTAL A PAGAR       : ' WS-TOTAL-A-PAGAR
           IF PAGOS-COMI-ABIERTO
               CLOSE PAGOS-COMISION
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF LISTADO-ABIERTO
               CLOSE COMI-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112COMI' TO RS-JOB
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

       END PROGRAM F112COMI.

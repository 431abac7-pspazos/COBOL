       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENDEUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEUDAS-CORRIENTE ASSIGN TO '..\DEUDCTE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS.

           SELECT DEUDAS-30 ASSIGN TO '..\DEUD030'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-30.

           SELECT DEUDAS-60 ASSIGN TO '..\DEUD060'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-60.

           SELECT DEUDAS-90 ASSIGN TO '..\DEUD090'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-90.

           SELECT CASTIGOS ASSIGN TO '..\CASTIGOS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CASTIGOS.

           SELECT AGING-FACTURAS ASSIGN TO  '..\AGINGFAC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AGING.

           SELECT SITUACION-HIST ASSIGN TO  '..\CDSITHIS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SIT-HIST.

           SELECT SITUACION-WORK ASSIGN TO 'CDSITWRK.TMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SIT-WORK.

           SELECT CENTRAL-DEUDORES ASSIGN TO  '..\CENDEU.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CENTRAL.

           SELECT CAMBIOS-SITUACION ASSIGN TO  '..\CDCAMBIO.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CAMBIOS.

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
       FD  DEUDAS-CORRIENTE.
       01  REG-DEUDAS                  PIC X(51).

       FD  DEUDAS-30.
       01  REG-DEUDAS-30               PIC X(51).

       FD  DEUDAS-60.
       01  REG-DEUDAS-60               PIC X(51).

       FD  DEUDAS-90.
       01  REG-DEUDAS-90               PIC X(51).

       FD  CASTIGOS.
       01  REG-CASTIGO.
           02  NRO-CTA-CG              PIC 9(8).
           02  NRO-CLI-CG              PIC 9(8).
           02  MONTO-CG                PIC 9(15)V99.
           02  FEC-ALTA-CG             PIC 9(8).
           02  FECHA-CASTIGO-CG        PIC 9(8).

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

      *    Situacion informada por deudor y periodo; es la base para
      *    detectar cambios de situacion respecto del mes anterior.
       FD  SITUACION-HIST.
       01  REG-SIT-HIST.
           02 PERIODO-SH               PIC X(6).
           02 ORIGEN-SH                PIC X(1).
           02 NRO-DEUDOR-SH            PIC 9(8).
           02 SITUACION-SH             PIC 9(1).
           02 DEUDA-SH                 PIC 9(15)V99.

       FD  SITUACION-WORK.
       01  REG-SIT-WORK                PIC X(33).

      *    Archivo regulatorio: cabecera, un detalle por deudor y un
      *    registro de totales de control por situacion.
       FD  CENTRAL-DEUDORES.
       01  REG-CD-CABECERA.
           02 TIPO-REG-CH              PIC X(1).
           02 PERIODO-CH               PIC X(6).
           02 FECHA-GEN-CH             PIC 9(8).
           02 FILLER                   PIC X(145).
       01  REG-CD-DETALLE.
           02 TIPO-REG-CD              PIC X(1).
           02 PERIODO-CD               PIC X(6).
           02 ORIGEN-CD                PIC X(1).
           02 NRO-DEUDOR-CD            PIC 9(8).
           02 SITUACION-CD             PIC 9(1).
           02 DIAS-ATRASO-CD           PIC 9(5).
           02 DEUDA-CD                 PIC 9(15)V99.
           02 CANT-OPER-CD             PIC 9(4).
           02 FILLER                   PIC X(117).
       01  REG-CD-TOTALES.
           02 TIPO-REG-CT              PIC X(1).
           02 PERIODO-CT               PIC X(6).
           02 CANT-DEUDORES-CT         PIC 9(7).
           02 DEUDA-TOTAL-CT           PIC 9(15)V99.
           02 TOTALES-SIT-CT OCCURS 5 TIMES.
               03 CANT-SIT-CT          PIC 9(7).
               03 DEUDA-SIT-CT         PIC 9(15)V99.
           02 FILLER                   PIC X(9).

       FD  CAMBIOS-SITUACION.
       01  LIN-CAMBIO                  PIC X(80).

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
       01  FS-DEUDAS                   PIC X(2).
           88 FS-DEUDAS-OK         VALUE "00".
       01  FS-DEUDAS-30                PIC X(2).
           88 FS-DEUDAS-30-OK      VALUE "00".
       01  FS-DEUDAS-60                PIC X(2).
           88 FS-DEUDAS-60-OK      VALUE "00".
       01  FS-DEUDAS-90                PIC X(2).
           88 FS-DEUDAS-90-OK      VALUE "00".
       01  FS-CASTIGOS                 PIC X(2).
           88 FS-CASTIGOS-OK       VALUE "00".
       01  FS-AGING                    PIC X(2).
           88 FS-AGING-OK          VALUE "00".
       01  FS-SIT-HIST                 PIC X(2).
           88 FS-SIT-HIST-OK       VALUE "00".
       01  FS-SIT-WORK                 PIC X(2).
           88 FS-SIT-WORK-OK       VALUE "00".
           88 FS-SIT-WORK-EOF      VALUE "10".
       01  FS-CENTRAL                  PIC X(2).
           88 FS-CENTRAL-OK        VALUE "00".
       01  FS-CAMBIOS                  PIC X(2).
           88 FS-CAMBIOS-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-CAMBIOS-ABIERTO          PIC X VALUE 'N'.
           88 CAMBIOS-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-PERIODO                  PIC X(6).
       01  WS-PERIODO-ANT              PIC X(6) VALUE SPACES.
       01  WS-INT-HOY                  PIC 9(7).
       01  FIN-DEUDAS                  PIC X VALUE 'N'.
       01  FIN-CASTIGOS                PIC X VALUE 'N'.
       01  FIN-AGING                   PIC X VALUE 'N'.
       01  FIN-SIT-HIST                PIC X VALUE 'N'.

      *    Renglon comun de los cuatro archivos de mora de tarjetas.
       01  WS-REG-DEUDA.
           02  NRO-CTA-D               PIC 9(8).
           02  NRO-CLI-D               PIC 9(8).
           02  MONTO-D                 PIC 9(15)V99.
           02  FEC-ALTA-DEUDA-D        PIC 9(8).
           02  DIAS-MORA-D             PIC 9(5).
           02  DIAS-MORA-HAB-D         PIC 9(5).

       01  WS-ORIGEN                   PIC X(1).
       01  WS-NRO-DEUDOR               PIC 9(8).
       01  WS-DIAS-ATRASO              PIC S9(7).
       01  WS-IMPORTE                  PIC S9(15)V99.
       01  WS-SITUACION                PIC 9(1).
       01  WS-CASTIGADO                PIC X VALUE 'N'.
       01  WS-CLIENTE-AUX              PIC X(7).
       01  WS-CLIENTE-N                PIC 9(7).
       01  WS-IDX-DEU                  PIC 9(5).
       01  WS-IDX-SIT                  PIC 9(1).
       01  WS-CANT-SIN-LUGAR           PIC 9(7) VALUE 0.
       01  WS-CANT-CAMBIOS             PIC 9(7) VALUE 0.
       01  WS-DEUDA-TOTAL              PIC 9(15)V99 VALUE 0.
       01  WS-TOTALES-SITUACION.
           02 WS-TOT-SIT OCCURS 5 TIMES.
               03 WS-CANT-SIT          PIC 9(7).
               03 WS-DEUDA-SIT         PIC 9(15)V99.

       01  CANT-DEUDORES               PIC 9(5) VALUE 0.
       01  TABLA-DEUDORES.
           02 TABLA-DEU-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CANT-DEUDORES
                             INDEXED BY IDX-DEU.
               03 TDE-ORIGEN           PIC X(1).
               03 TDE-NRO-DEUDOR       PIC 9(8).
               03 TDE-SITUACION        PIC 9(1).
               03 TDE-SIT-ANT          PIC 9(1).
               03 TDE-DIAS             PIC 9(5).
               03 TDE-DEUDA            PIC 9(15)V99.
               03 TDE-CANT-OPER        PIC 9(4).

       01  CANT-ANTERIOR               PIC 9(5) VALUE 0.
       01  TABLA-ANTERIOR.
           02 TABLA-ANT-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CANT-ANTERIOR
                             INDEXED BY IDX-ANT.
               03 TAN-ORIGEN           PIC X(1).
               03 TAN-NRO-DEUDOR       PIC 9(8).
               03 TAN-SITUACION        PIC 9(1).
               03 TAN-DEUDA            PIC 9(15)V99.
               03 TAN-VISTO            PIC X(1).

       01  LIN-CB-TITULO.
           02 FILLER              PIC X(40) VALUE
              'CENDEUD  CAMBIOS DE SITUACION  PERIODO '.
           02 LCT-PERIODO         PIC X(6).
           02 FILLER              PIC X(12) VALUE '  ANTERIOR: '.
           02 LCT-PERIODO-ANT     PIC X(6).
       01  LIN-CB-ENCABEZADO.
           02 FILLER              PIC X(40) VALUE
              'ORIG DEUDOR    SIT ANT  SIT ACT  DIAS'.
           02 FILLER              PIC X(20) VALUE
              '             DEUDA'.
       01  LIN-CB-DETALLE.
           02 LCD-ORIGEN          PIC X(1).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LCD-DEUDOR          PIC 9(8).
           02 FILLER              PIC X(6)  VALUE SPACES.
           02 LCD-SIT-ANT         PIC X(1).
           02 FILLER              PIC X(8)  VALUE SPACES.
           02 LCD-SIT-ACT         PIC X(1).
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LCD-DIAS            PIC ZZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-DEUDA           PIC Z(13)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-MOTIVO          PIC X(10).
       01  LIN-CB-AVISO                PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-HISTORIA.
           PERFORM 20000-DEUDAS-TARJETA.
           PERFORM 22000-CASTIGOS.
           PERFORM 23000-FACTURAS-F112.
           PERFORM 24000-COMPARAR-SITUACION.
           PERFORM 25000-GRABAR-CENTRAL.
           PERFORM 26000-ACTUALIZAR-HISTORIA.
           PERFORM 30000-FINAL.

      *    Parametro opcional: periodo informado AAAAMM (por defecto
      *    el mes en curso). Los dias de atraso se miden a hoy.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO
           END-IF
           INITIALIZE WS-TOTALES-SITUACION

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CAMBIOS-SITUACION.
           IF FS-CAMBIOS-OK
               SET CAMBIOS-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'CENDEUD' AND RS-FIN(1:8)
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

      *    Se copia la historia al archivo de trabajo sin el periodo
      *    actual (una reinformacion lo reemplaza) y se carga la
      *    situacion del ultimo periodo anterior informado.
       12000-CARGAR-HISTORIA.
           OPEN OUTPUT SITUACION-WORK.
           IF NOT FS-SIT-WORK-OK
               DISPLAY 'ERROR AL ABRIR CDSITWRK'
               DISPLAY 'FILE STATUS ' FS-SIT-WORK
               MOVE '12000-CARGAR-HISTORIA' TO JL-PARRAFO
               MOVE FS-SIT-WORK TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CDSITWRK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           OPEN INPUT SITUACION-HIST
           IF FS-SIT-HIST-OK
               PERFORM UNTIL FIN-SIT-HIST = 'S'
                   READ SITUACION-HIST
                       AT END
                           MOVE 'S' TO FIN-SIT-HIST
                       NOT AT END
                           IF PERIODO-SH NOT = WS-PERIODO
                               WRITE REG-SIT-WORK FROM REG-SIT-HIST
                           END-IF
                           IF PERIODO-SH < WS-PERIODO
                               PERFORM 12100-CARGAR-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITUACION-HIST
           END-IF.

       12100-CARGAR-ANTERIOR.
           IF PERIODO-SH > WS-PERIODO-ANT
               MOVE PERIODO-SH TO WS-PERIODO-ANT
               MOVE 0 TO CANT-ANTERIOR
           END-IF
           IF PERIODO-SH = WS-PERIODO-ANT AND CANT-ANTERIOR < 20000
               ADD 1 TO CANT-ANTERIOR
               MOVE ORIGEN-SH TO TAN-ORIGEN(CANT-ANTERIOR)
               MOVE NRO-DEUDOR-SH TO TAN-NRO-DEUDOR(CANT-ANTERIOR)
               MOVE SITUACION-SH TO TAN-SITUACION(CANT-ANTERIOR)
               MOVE DEUDA-SH TO TAN-DEUDA(CANT-ANTERIOR)
               MOVE 'N' TO TAN-VISTO(CANT-ANTERIOR)
           END-IF.

      *    Tarjetas: corriente, 30, 60 y 90+ comparten el renglon de
      *    deuda; el deudor es el cliente titular.
       20000-DEUDAS-TARJETA.
           MOVE 'T' TO WS-ORIGEN
           MOVE 'N' TO WS-CASTIGADO
           OPEN INPUT DEUDAS-CORRIENTE
           IF FS-DEUDAS-OK
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-CORRIENTE INTO WS-REG-DEUDA
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 20500-DEUDA-TARJETA
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-CORRIENTE
           END-IF
           OPEN INPUT DEUDAS-30
           IF FS-DEUDAS-30-OK
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-30 INTO WS-REG-DEUDA
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 20500-DEUDA-TARJETA
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-30
           END-IF
           OPEN INPUT DEUDAS-60
           IF FS-DEUDAS-60-OK
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-60 INTO WS-REG-DEUDA
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 20500-DEUDA-TARJETA
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-60
           END-IF
           OPEN INPUT DEUDAS-90
           IF FS-DEUDAS-90-OK
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-90 INTO WS-REG-DEUDA
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 20500-DEUDA-TARJETA
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-90
           END-IF.

       20500-DEUDA-TARJETA.
           ADD 1 TO WS-CANT-ENTRADA
           IF MONTO-D > 0
               MOVE NRO-CLI-D TO WS-NRO-DEUDOR
               MOVE DIAS-MORA-D TO WS-DIAS-ATRASO
               MOVE MONTO-D TO WS-IMPORTE
               PERFORM 21000-ACUMULAR-DEUDOR
           END-IF.

      *    Situacion por dias de atraso: 1 hasta 31, 2 hasta 90,
      *    3 hasta 180, 4 hasta 365, 5 mas de un anio o castigada.
       21000-ACUMULAR-DEUDOR.
           EVALUATE TRUE
               WHEN WS-CASTIGADO = 'S'
                   MOVE 5 TO WS-SITUACION
               WHEN WS-DIAS-ATRASO <= 31
                   MOVE 1 TO WS-SITUACION
               WHEN WS-DIAS-ATRASO <= 90
                   MOVE 2 TO WS-SITUACION
               WHEN WS-DIAS-ATRASO <= 180
                   MOVE 3 TO WS-SITUACION
               WHEN WS-DIAS-ATRASO <= 365
                   MOVE 4 TO WS-SITUACION
               WHEN OTHER
                   MOVE 5 TO WS-SITUACION
           END-EVALUATE
           IF WS-DIAS-ATRASO < 0
               MOVE 0 TO WS-DIAS-ATRASO
           END-IF
           IF WS-DIAS-ATRASO > 99999
               MOVE 99999 TO WS-DIAS-ATRASO
           END-IF
           MOVE 0 TO WS-IDX-DEU
           IF CANT-DEUDORES > 0
               SET IDX-DEU TO 1
               SEARCH TABLA-DEU-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-ORIGEN(IDX-DEU) = WS-ORIGEN
                    AND TDE-NRO-DEUDOR(IDX-DEU) = WS-NRO-DEUDOR
                       SET WS-IDX-DEU TO IDX-DEU
               END-SEARCH
           END-IF
           IF WS-IDX-DEU = 0
               IF CANT-DEUDORES < 20000
                   ADD 1 TO CANT-DEUDORES
                   MOVE CANT-DEUDORES TO WS-IDX-DEU
                   MOVE WS-ORIGEN TO TDE-ORIGEN(WS-IDX-DEU)
                   MOVE WS-NRO-DEUDOR TO TDE-NRO-DEUDOR(WS-IDX-DEU)
                   MOVE 0 TO TDE-SITUACION(WS-IDX-DEU)
                   MOVE 0 TO TDE-SIT-ANT(WS-IDX-DEU)
                   MOVE 0 TO TDE-DIAS(WS-IDX-DEU)
                   MOVE 0 TO TDE-DEUDA(WS-IDX-DEU)
                   MOVE 0 TO TDE-CANT-OPER(WS-IDX-DEU)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF
           IF WS-IDX-DEU > 0
               ADD WS-IMPORTE TO TDE-DEUDA(WS-IDX-DEU)
               ADD 1 TO TDE-CANT-OPER(WS-IDX-DEU)
               IF WS-SITUACION > TDE-SITUACION(WS-IDX-DEU)
                   MOVE WS-SITUACION TO TDE-SITUACION(WS-IDX-DEU)
               END-IF
               IF WS-DIAS-ATRASO > TDE-DIAS(WS-IDX-DEU)
                   MOVE WS-DIAS-ATRASO TO TDE-DIAS(WS-IDX-DEU)
               END-IF
           END-IF.

      *    Deuda castigada: se sigue informando en situacion 5.
       22000-CASTIGOS.
           MOVE 'T' TO WS-ORIGEN
           MOVE 'S' TO WS-CASTIGADO
           OPEN INPUT CASTIGOS
           IF FS-CASTIGOS-OK
               PERFORM UNTIL FIN-CASTIGOS = 'S'
                   READ CASTIGOS
                       AT END
                           MOVE 'S' TO FIN-CASTIGOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF MONTO-CG > 0
                               MOVE NRO-CLI-CG TO WS-NRO-DEUDOR
                               COMPUTE WS-DIAS-ATRASO = WS-INT-HOY
                                   - FUNCTION INTEGER-OF-DATE(
                                       FEC-ALTA-CG)
                               MOVE MONTO-CG TO WS-IMPORTE
                               PERFORM 21000-ACUMULAR-DEUDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASTIGOS
           END-IF
           MOVE 'N' TO WS-CASTIGADO.

      *    F112: saldo deudor de cada factura abierta; el atraso se
      *    cuenta desde la fecha de la factura, como en el aging.
       23000-FACTURAS-F112.
           MOVE 'F' TO WS-ORIGEN
           OPEN INPUT AGING-FACTURAS.
           IF NOT FS-AGING-OK
               MOVE '23000-FACTURAS-F112' TO JL-PARRAFO
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
                               PERFORM 23100-FACTURA-F112
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-FACTURAS
           END-IF.

       23100-FACTURA-F112.
           ADD 1 TO WS-CANT-ENTRADA
           MOVE AGD-SALDO TO WS-IMPORTE
           MOVE AGD-CLIENTE TO WS-CLIENTE-AUX
           INSPECT WS-CLIENTE-AUX REPLACING LEADING SPACES BY ZEROS
           IF WS-IMPORTE > 0 AND WS-CLIENTE-AUX IS NUMERIC
               MOVE WS-CLIENTE-AUX TO WS-CLIENTE-N
               MOVE WS-CLIENTE-N TO WS-NRO-DEUDOR
               COMPUTE WS-DIAS-ATRASO = WS-INT-HOY
                   - FUNCTION INTEGER-OF-DATE(AGD-FECHA)
               PERFORM 21000-ACUMULAR-DEUDOR
           END-IF.

      *    Riesgo revisa: cambios de situacion, altas en situacion 2
      *    o peor y bajas de deudores que estaban en 2 o peor.
       24000-COMPARAR-SITUACION.
           IF CAMBIOS-ABIERTO
               MOVE WS-PERIODO TO LCT-PERIODO
               MOVE WS-PERIODO-ANT TO LCT-PERIODO-ANT
               WRITE LIN-CAMBIO FROM LIN-CB-TITULO
               WRITE LIN-CAMBIO FROM LIN-CB-ENCABEZADO
           END-IF
           IF WS-PERIODO-ANT = SPACES
               IF CAMBIOS-ABIERTO
                   MOVE 'SIN PERIODO ANTERIOR INFORMADO'
                       TO LIN-CB-AVISO
                   WRITE LIN-CAMBIO FROM LIN-CB-AVISO
               END-IF
           ELSE
               PERFORM VARYING WS-IDX-DEU FROM 1 BY 1
                   UNTIL WS-IDX-DEU > CANT-DEUDORES
                   PERFORM 24100-BUSCAR-ANTERIOR
               END-PERFORM
               PERFORM VARYING WS-IDX-DEU FROM 1 BY 1
                   UNTIL WS-IDX-DEU > CANT-ANTERIOR
                   IF TAN-VISTO(WS-IDX-DEU) = 'N'
                      AND TAN-SITUACION(WS-IDX-DEU) > 1
                       MOVE TAN-ORIGEN(WS-IDX-DEU) TO LCD-ORIGEN
                       MOVE TAN-NRO-DEUDOR(WS-IDX-DEU) TO LCD-DEUDOR
                       MOVE TAN-SITUACION(WS-IDX-DEU) TO LCD-SIT-ANT
                       MOVE '-' TO LCD-SIT-ACT
                       MOVE 0 TO LCD-DIAS
                       MOVE TAN-DEUDA(WS-IDX-DEU) TO LCD-DEUDA
                       MOVE 'BAJA' TO LCD-MOTIVO
                       PERFORM 24500-LISTAR-CAMBIO
                   END-IF
               END-PERFORM
           END-IF.

       24100-BUSCAR-ANTERIOR.
           IF CANT-ANTERIOR > 0
               SET IDX-ANT TO 1
               SEARCH TABLA-ANT-ITEM
                   AT END
                       CONTINUE
                   WHEN TAN-ORIGEN(IDX-ANT) = TDE-ORIGEN(WS-IDX-DEU)
                    AND TAN-NRO-DEUDOR(IDX-ANT)
                        = TDE-NRO-DEUDOR(WS-IDX-DEU)
                       MOVE TAN-SITUACION(IDX-ANT)
                           TO TDE-SIT-ANT(WS-IDX-DEU)
                       MOVE 'S' TO TAN-VISTO(IDX-ANT)
               END-SEARCH
           END-IF
           MOVE SPACES TO LCD-MOTIVO
           IF TDE-SIT-ANT(WS-IDX-DEU) = 0
               IF TDE-SITUACION(WS-IDX-DEU) > 1
                   MOVE 'ALTA' TO LCD-MOTIVO
               END-IF
           ELSE
               IF TDE-SIT-ANT(WS-IDX-DEU) < TDE-SITUACION(WS-IDX-DEU)
                   MOVE 'EMPEORA' TO LCD-MOTIVO
               END-IF
               IF TDE-SIT-ANT(WS-IDX-DEU) > TDE-SITUACION(WS-IDX-DEU)
                   MOVE 'MEJORA' TO LCD-MOTIVO
               END-IF
           END-IF
           IF LCD-MOTIVO NOT = SPACES
               MOVE TDE-ORIGEN(WS-IDX-DEU) TO LCD-ORIGEN
               MOVE TDE-NRO-DEUDOR(WS-IDX-DEU) TO LCD-DEUDOR
               IF TDE-SIT-ANT(WS-IDX-DEU) = 0
                   MOVE '-' TO LCD-SIT-ANT
               ELSE
                   MOVE TDE-SIT-ANT(WS-IDX-DEU) TO LCD-SIT-ANT
               END-IF
               MOVE TDE-SITUACION(WS-IDX-DEU) TO LCD-SIT-ACT
               MOVE TDE-DIAS(WS-IDX-DEU) TO LCD-DIAS
               MOVE TDE-DEUDA(WS-IDX-DEU) TO LCD-DEUDA
               PERFORM 24500-LISTAR-CAMBIO
           END-IF.

       24500-LISTAR-CAMBIO.
           ADD 1 TO WS-CANT-CAMBIOS
           IF CAMBIOS-ABIERTO
               WRITE LIN-CAMBIO FROM LIN-CB-DETALLE
           END-IF.

       25000-GRABAR-CENTRAL.
           OPEN OUTPUT CENTRAL-DEUDORES.
           IF NOT FS-CENTRAL-OK
               DISPLAY 'ERROR AL ABRIR CENDEU'
               DISPLAY 'FILE STATUS ' FS-CENTRAL
               MOVE '25000-GRABAR-CENTRAL' TO JL-PARRAFO
               MOVE FS-CENTRAL TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CENDEU' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           MOVE SPACES TO REG-CD-CABECERA
           MOVE 'H' TO TIPO-REG-CH
           MOVE WS-PERIODO TO PERIODO-CH
           MOVE WS-FECHA-HOY-N TO FECHA-GEN-CH
           WRITE REG-CD-CABECERA
           PERFORM VARYING WS-IDX-DEU FROM 1 BY 1
               UNTIL WS-IDX-DEU > CANT-DEUDORES
               MOVE SPACES TO REG-CD-DETALLE
               MOVE 'D' TO TIPO-REG-CD
               MOVE WS-PERIODO TO PERIODO-CD
               MOVE TDE-ORIGEN(WS-IDX-DEU) TO ORIGEN-CD
               MOVE TDE-NRO-DEUDOR(WS-IDX-DEU) TO NRO-DEUDOR-CD
               MOVE TDE-SITUACION(WS-IDX-DEU) TO SITUACION-CD
               MOVE TDE-DIAS(WS-IDX-DEU) TO DIAS-ATRASO-CD
               MOVE TDE-DEUDA(WS-IDX-DEU) TO DEUDA-CD
               MOVE TDE-CANT-OPER(WS-IDX-DEU) TO CANT-OPER-CD
               WRITE REG-CD-DETALLE
               IF NOT FS-CENTRAL-OK
                   DISPLAY 'ERROR ESCRITURA CENDEU'
                   MOVE '25000-GRABAR-CENTRAL' TO JL-PARRAFO
                   MOVE FS-CENTRAL TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA CENDEU' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               ADD 1 TO WS-CANT-SALIDA
               ADD TDE-DEUDA(WS-IDX-DEU) TO WS-DEUDA-TOTAL
               MOVE TDE-SITUACION(WS-IDX-DEU) TO WS-IDX-SIT
               ADD 1 TO WS-CANT-SIT(WS-IDX-SIT)
               ADD TDE-DEUDA(WS-IDX-DEU) TO WS-DEUDA-SIT(WS-IDX-SIT)
               MOVE WS-PERIODO TO PERIODO-SH
               MOVE TDE-ORIGEN(WS-IDX-DEU) TO ORIGEN-SH
               MOVE TDE-NRO-DEUDOR(WS-IDX-DEU) TO NRO-DEUDOR-SH
               MOVE TDE-SITUACION(WS-IDX-DEU) TO SITUACION-SH
               MOVE TDE-DEUDA(WS-IDX-DEU) TO DEUDA-SH
               WRITE REG-SIT-WORK FROM REG-SIT-HIST
           END-PERFORM
           MOVE SPACES TO REG-CD-TOTALES
           MOVE 'T' TO TIPO-REG-CT
           MOVE WS-PERIODO TO PERIODO-CT
           MOVE WS-CANT-SALIDA TO CANT-DEUDORES-CT
           MOVE WS-DEUDA-TOTAL TO DEUDA-TOTAL-CT
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > 5
               MOVE WS-CANT-SIT(WS-IDX-SIT) TO CANT-SIT-CT(WS-IDX-SIT)
               MOVE WS-DEUDA-SIT(WS-IDX-SIT)
                   TO DEUDA-SIT-CT(WS-IDX-SIT)
           END-PERFORM
           WRITE REG-CD-TOTALES
           CLOSE CENTRAL-DEUDORES
           IF WS-CANT-SIN-LUGAR > 0
               MOVE '25000-GRABAR-CENTRAL' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'DEUDORES SIN LUGAR EN TABLA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

      *    La historia se reemplaza con el archivo de trabajo, que ya
      *    tiene los periodos anteriores y el informado hoy.
       26000-ACTUALIZAR-HISTORIA.
           CLOSE SITUACION-WORK
           OPEN INPUT SITUACION-WORK
           IF NOT FS-SIT-WORK-OK
               DISPLAY 'ERROR RELECTURA CDSITWRK ' FS-SIT-WORK
               MOVE '26000-ACTUALIZAR-HIST' TO JL-PARRAFO
               MOVE FS-SIT-WORK TO JL-FILE-STATUS
               MOVE 'ERROR RELECTURA CDSITWRK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           ELSE
               OPEN OUTPUT SITUACION-HIST
               IF NOT FS-SIT-HIST-OK
                   DISPLAY 'ERROR REESCRITURA CDSITHIS ' FS-SIT-HIST
                   MOVE '26000-ACTUALIZAR-HIST' TO JL-PARRAFO
                   MOVE FS-SIT-HIST TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA CDSITHIS' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               ELSE
                   PERFORM UNTIL FS-SIT-WORK-EOF
                       READ SITUACION-WORK
                           AT END
                               SET FS-SIT-WORK-EOF TO TRUE
                           NOT AT END
                               MOVE REG-SIT-WORK TO REG-SIT-HIST
                               WRITE REG-SIT-HIST
                       END-READ
                   END-PERFORM
                   CLOSE SITUACION-HIST
               END-IF
               CLOSE SITUACION-WORK
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'CENDEUD' TO JL-PROGRAMA
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
               MOVE 'CENDEUD' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'EXPOSICIONES LEIDAS : ' WS-CANT-ENTRADA
           DISPLAY 'DEUDORES INFORMADOS : ' WS-CANT-SALIDA
           DISPLAY 'DEUDA TOTAL         : ' WS-DEUDA-TOTAL
           DISPLAY 'CAMBIOS SITUACION   : ' WS-CANT-CAMBIOS
           IF CAMBIOS-ABIERTO
               CLOSE CAMBIOS-SITUACION
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'CENDEUD' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM CENDEUD.

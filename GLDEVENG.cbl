       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDEVENG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLO-CALENDARIO ASSIGN TO  '..\CICLOCAL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CICLO-CAL.

           SELECT CICLO-CONTROL ASSIGN TO  '..\CICLOCTL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CICLO-CTL.

           SELECT CICLO-CLIENTES ASSIGN TO  '..\CICLOCLI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CICLO-CLI.

           SELECT CICLO-RETENIDO ASSIGN TO  '..\CICLOHLD.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CICLO-HLD.

           SELECT INT-JOURNAL ASSIGN TO  '..\INTJRNL'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTJRNL.

           SELECT DEVENGOS ASSIGN TO  '..\DEVENGOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEVENGOS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

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
       FD  CICLO-CALENDARIO.
       01  REG-CICLO-CAL.
           02 CICLO-CA                 PIC 9(1).
           02 FECHA-CA                 PIC 9(8).

       FD  CICLO-CONTROL.
       01  REG-CICLO-CTL.
           02 CICLO-CC                 PIC 9(1).
           02 PERIODO-CC               PIC X(6).
           02 FECHA-CC                 PIC 9(8).
           02 RUN-ID-CC                PIC X(11).

       FD  CICLO-CLIENTES.
       01  REG-CICLO-CLI.
           02 NRO-CLIENTE-CI           PIC 9(7).
           02 CICLO-CI                 PIC 9(1).

       FD  CICLO-RETENIDO.
       01  REG-CICLO-RET.
           02 CR-NRO-CLIENTE           PIC 9(7).
           02 CR-COD-SERVICIO          PIC X(3).
           02 CR-IND-TRANS             PIC X(1).
           02 CR-IMPORTE               PIC S9(7)V99.

       FD  INT-JOURNAL.
       01  REG-INT-JOURNAL.
           02  NRO-CTA-IJ              PIC 9(8).
           02  BUCKET-IJ               PIC X(3).
           02  CAPITAL-IJ              PIC 9(15)V99.
           02  TASA-IJ                 PIC 9V9(4).
           02  INTERES-IJ              PIC 9(13)V99.
           02  FECHA-IJ                PIC 9(8).

      *    Registro de devengamientos de cierre de mes; GLPOST pasa
      *    ESTADO-DV a 'R' cuando asienta la reversion, y GLLEDGER
      *    no cierra un periodo con devengos viejos sin revertir.
       FD  DEVENGOS.
       01  REG-DEVENGO.
           02 PERIODO-DV               PIC X(6).
           02 CONCEPTO-DV              PIC X(12).
           02 CONCEPTO-REV-DV          PIC X(12).
           02 IMPORTE-DV               PIC 9(13)V99.
           02 FECHA-DEV-DV             PIC 9(8).
           02 FECHA-REV-DV             PIC 9(8).
           02 ESTADO-DV                PIC X(1).
               88 DEVENGO-PENDIENTE    VALUE 'P'.
               88 DEVENGO-REVERTIDO    VALUE 'R'.
           02 RUN-ID-DV                PIC X(11).

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

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
       01  FS-CICLO-CAL                PIC X(2).
           88 FS-CICLO-CAL-OK      VALUE "00".
       01  FS-CICLO-CTL                PIC X(2).
           88 FS-CICLO-CTL-OK      VALUE "00".
       01  FS-CICLO-CLI                PIC X(2).
           88 FS-CICLO-CLI-OK      VALUE "00".
       01  FS-CICLO-HLD                PIC X(2).
           88 FS-CICLO-HLD-OK      VALUE "00".
       01  FS-INTJRNL                  PIC X(2).
           88 FS-INTJRNL-OK        VALUE "00".
       01  FS-DEVENGOS                 PIC X(2).
           88 FS-DEVENGOS-OK       VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

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

       01  WS-PERIODO                  PIC X(6).
       01  WS-FECHA-FIN-MES            PIC 9(8).
       01  WS-FECHA-REVERSION          PIC 9(8).
       01  WS-ANIO-AUX                 PIC 9(4).
       01  WS-MES-AUX                  PIC 9(2).
       01  WS-DIAS-DEVENGO             PIC S9(5).
       01  WS-INTERES-DEVENGO          PIC 9(13)V99.
       01  WS-TOTAL-FACTURACION        PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-INTERESES          PIC 9(13)V99 VALUE 0.
       01  WS-CONCEPTO                 PIC X(12).
       01  WS-CONCEPTO-REV             PIC X(12).
       01  WS-IMPORTE-DEVENGO          PIC 9(13)V99.
       01  WS-YA-DEVENGADO             PIC X VALUE 'N'.
       01  WS-CICLO-CLIENTE            PIC 9(1).
       01  WS-IDX-CICLO                PIC 9(2).
       01  FIN-CICLO-CAL               PIC X VALUE 'N'.
       01  FIN-CICLO-CTL               PIC X VALUE 'N'.
       01  FIN-CICLO-CLI               PIC X VALUE 'N'.
       01  FIN-CICLO-HLD               PIC X VALUE 'N'.
       01  FIN-INTJRNL                 PIC X VALUE 'N'.
       01  FIN-DEVENGOS                PIC X VALUE 'N'.

      *    Un renglon por ciclo del calendario; PROG = tiene fecha de
      *    facturacion en el periodo, CORR = ya corrido (CICLOCTL).
       01  TABLA-CICLOS.
           02 TABLA-CICLO-ITEM OCCURS 9 TIMES.
               03 TCY-PROGRAMADO       PIC X(1).
               03 TCY-CORRIDO          PIC X(1).
               03 TCY-IMPORTE          PIC S9(13)V99.

       01  CANT-CICLOS-CLI             PIC 9(5) VALUE 0.
       01  TABLA-CICLOS-CLI.
           02 TABLA-CICLOS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CICLOS-CLI
                                INDEXED BY IDX-CICLO.
               03 TCI-NRO-CLIENTE      PIC 9(7).
               03 TCI-CICLO            PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-VER-YA-DEVENGADO.
           PERFORM 13000-CARGAR-CICLOS.
           PERFORM 14000-CARGAR-CICLOS-CLIENTE.
           PERFORM 20000-ESTIMAR-FACTURACION.
           PERFORM 22000-ESTIMAR-INTERESES.
           PERFORM 25000-GRABAR-DEVENGOS.
           PERFORM 30000-FINAL.

      *    Corre el ultimo dia habil del mes: el devengo se asienta
      *    con fecha de hoy y la reversion el primer dia del periodo
      *    siguiente; GLPOST toma cada renglon de GLINTERF en su fecha.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           MOVE WS-PERIODO(1:4) TO WS-ANIO-AUX
           MOVE WS-PERIODO(5:2) TO WS-MES-AUX
           IF WS-MES-AUX = 12
               ADD 1 TO WS-ANIO-AUX
               MOVE 1 TO WS-MES-AUX
           ELSE
               ADD 1 TO WS-MES-AUX
           END-IF
           COMPUTE WS-FECHA-REVERSION = WS-ANIO-AUX * 10000
                                      + WS-MES-AUX * 100 + 1
           COMPUTE WS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-REVERSION) - 1)

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'GLDEVENG' AND RS-FIN(1:8)
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

      *    GLINTERF no admite reproceso: si el periodo ya se devengo,
      *    una segunda corrida duplicaria el asiento y su reversion.
       12000-VER-YA-DEVENGADO.
           OPEN INPUT DEVENGOS.
           IF FS-DEVENGOS-OK
               PERFORM UNTIL FIN-DEVENGOS = 'S'
                   READ DEVENGOS
                       AT END
                           MOVE 'S' TO FIN-DEVENGOS
                       NOT AT END
                           IF PERIODO-DV = WS-PERIODO
                               MOVE 'S' TO WS-YA-DEVENGADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEVENGOS
           END-IF
           IF WS-YA-DEVENGADO = 'S'
               DISPLAY 'PERIODO ' WS-PERIODO ' YA DEVENGADO'
               MOVE '12000-VER-YA-DEVENG' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'DEVENGO DEL PERIODO YA GENERADO' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Ciclos con fecha de facturacion en el periodo y si ya
      *    corrieron segun CICLOCTL.
       13000-CARGAR-CICLOS.
           PERFORM VARYING WS-IDX-CICLO FROM 1 BY 1
               UNTIL WS-IDX-CICLO > 9
               MOVE 'N' TO TCY-PROGRAMADO(WS-IDX-CICLO)
               MOVE 'N' TO TCY-CORRIDO(WS-IDX-CICLO)
               MOVE 0 TO TCY-IMPORTE(WS-IDX-CICLO)
           END-PERFORM
           OPEN INPUT CICLO-CALENDARIO.
           IF NOT FS-CICLO-CAL-OK
               DISPLAY 'ERROR AL ABRIR CICLOCAL'
               DISPLAY 'FILE STATUS ' FS-CICLO-CAL
               MOVE '13000-CARGAR-CICLOS' TO JL-PARRAFO
               MOVE FS-CICLO-CAL TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CICLOCAL' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-CICLO-CAL = 'S'
               READ CICLO-CALENDARIO
                   AT END
                       MOVE 'S' TO FIN-CICLO-CAL
                   NOT AT END
                       IF FECHA-CA(1:6) = WS-PERIODO
                          AND CICLO-CA > 0
                           MOVE 'S' TO TCY-PROGRAMADO(CICLO-CA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CICLO-CALENDARIO
           OPEN INPUT CICLO-CONTROL.
           IF FS-CICLO-CTL-OK
               PERFORM UNTIL FIN-CICLO-CTL = 'S'
                   READ CICLO-CONTROL
                       AT END
                           MOVE 'S' TO FIN-CICLO-CTL
                       NOT AT END
                           IF PERIODO-CC = WS-PERIODO
                              AND CICLO-CC > 0
                               MOVE 'S' TO TCY-CORRIDO(CICLO-CC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-CONTROL
           END-IF.

       14000-CARGAR-CICLOS-CLIENTE.
           OPEN INPUT CICLO-CLIENTES.
           IF FS-CICLO-CLI-OK
               PERFORM UNTIL FIN-CICLO-CLI = 'S'
                   READ CICLO-CLIENTES
                       AT END
                           MOVE 'S' TO FIN-CICLO-CLI
                       NOT AT END
                           IF CANT-CICLOS-CLI < 9999
                               ADD 1 TO CANT-CICLOS-CLI
                               MOVE NRO-CLIENTE-CI
                                   TO TCI-NRO-CLIENTE(CANT-CICLOS-CLI)
                               MOVE CICLO-CI
                                   TO TCI-CICLO(CANT-CICLOS-CLI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-CLIENTES
           END-IF.

      *    Facturacion no emitida: lo retenido en CICLOHLD por F112EVAL
      *    para clientes de ciclos del periodo que todavia no corrieron.
       20000-ESTIMAR-FACTURACION.
           OPEN INPUT CICLO-RETENIDO.
           IF FS-CICLO-HLD-OK
               PERFORM UNTIL FIN-CICLO-HLD = 'S'
                   READ CICLO-RETENIDO
                       AT END
                           MOVE 'S' TO FIN-CICLO-HLD
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 21000-BUSCAR-CICLO-CLIENTE
                           IF WS-CICLO-CLIENTE > 0
                               ADD CR-IMPORTE
                                   TO TCY-IMPORTE(WS-CICLO-CLIENTE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CICLO-RETENIDO
           END-IF
           PERFORM VARYING WS-IDX-CICLO FROM 1 BY 1
               UNTIL WS-IDX-CICLO > 9
               IF TCY-PROGRAMADO(WS-IDX-CICLO) = 'S'
                  AND TCY-CORRIDO(WS-IDX-CICLO) = 'N'
                   DISPLAY 'CICLO ' WS-IDX-CICLO ' SIN FACTURAR: '
                           TCY-IMPORTE(WS-IDX-CICLO)
                   ADD TCY-IMPORTE(WS-IDX-CICLO)
                       TO WS-TOTAL-FACTURACION
               END-IF
           END-PERFORM
           IF WS-TOTAL-FACTURACION < 0
               MOVE '20000-ESTIMAR-FACT' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'FACTURACION NO EMITIDA NEGATIVA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
               MOVE 0 TO WS-TOTAL-FACTURACION
           END-IF.

       21000-BUSCAR-CICLO-CLIENTE.
           MOVE 1 TO WS-CICLO-CLIENTE
           IF CANT-CICLOS-CLI > 0
               SET IDX-CICLO TO 1
               SEARCH TABLA-CICLOS-ITEM
                   AT END
                       CONTINUE
                   WHEN TCI-NRO-CLIENTE(IDX-CICLO) = CR-NRO-CLIENTE
                       MOVE TCI-CICLO(IDX-CICLO) TO WS-CICLO-CLIENTE
               END-SEARCH
           END-IF.

      *    TARJINTE acumula intereses en su propio calendario; se
      *    devenga lo corrido desde la fecha de INTJRNL hasta fin de
      *    mes, a la tasa del bucket prorrateada sobre 30 dias.
       22000-ESTIMAR-INTERESES.
           OPEN INPUT INT-JOURNAL.
           IF FS-INTJRNL-OK
               PERFORM UNTIL FIN-INTJRNL = 'S'
                   READ INT-JOURNAL
                       AT END
                           MOVE 'S' TO FIN-INTJRNL
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 23000-DEVENGAR-CUENTA
                   END-READ
               END-PERFORM
               CLOSE INT-JOURNAL
           END-IF.

       23000-DEVENGAR-CUENTA.
           IF FECHA-IJ IS NUMERIC AND FECHA-IJ > 0
              AND FECHA-IJ < WS-FECHA-FIN-MES
               COMPUTE WS-DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN-MES)
                 - FUNCTION INTEGER-OF-DATE(FECHA-IJ)
               COMPUTE WS-INTERES-DEVENGO ROUNDED =
                   CAPITAL-IJ * TASA-IJ * WS-DIAS-DEVENGO / 30
               ADD WS-INTERES-DEVENGO TO WS-TOTAL-INTERESES
           END-IF.

       25000-GRABAR-DEVENGOS.
           OPEN EXTEND INTERFAZ-GL.
           IF FS-INTERFAZ = '35'
               OPEN OUTPUT INTERFAZ-GL
           END-IF
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR AL ABRIR GLINTERF'
               DISPLAY 'FILE STATUS ' FS-INTERFAZ
               MOVE '25000-GRABAR-DEVENG' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           OPEN EXTEND DEVENGOS.
           IF FS-DEVENGOS = '35'
               OPEN OUTPUT DEVENGOS
           END-IF
           IF NOT FS-DEVENGOS-OK
               DISPLAY 'ERROR AL ABRIR DEVENGOS'
               DISPLAY 'FILE STATUS ' FS-DEVENGOS
               MOVE '25000-GRABAR-DEVENG' TO JL-PARRAFO
               MOVE FS-DEVENGOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR DEVENGOS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               CLOSE INTERFAZ-GL
               PERFORM 30000-FINAL
           END-IF
           MOVE 'DEVENGO-FAC' TO WS-CONCEPTO
           MOVE 'REVERSA-FAC' TO WS-CONCEPTO-REV
           MOVE WS-TOTAL-FACTURACION TO WS-IMPORTE-DEVENGO
           PERFORM 26000-GRABAR-DEVENGO
           MOVE 'DEVENGO-INT' TO WS-CONCEPTO
           MOVE 'REVERSA-INT' TO WS-CONCEPTO-REV
           MOVE WS-TOTAL-INTERESES TO WS-IMPORTE-DEVENGO
           PERFORM 26000-GRABAR-DEVENGO
           CLOSE DEVENGOS
           CLOSE INTERFAZ-GL.

      *    El devengo y su reversion se graban juntos; la reversion
      *    usa un concepto propio con las cuentas de GLCUENTA
      *    invertidas.
       26000-GRABAR-DEVENGO.
           IF WS-IMPORTE-DEVENGO > 0
               MOVE WS-FECHA-HOY-N TO FECHA-GI
               MOVE WS-CONCEPTO TO CONCEPTO-GI
               MOVE WS-IMPORTE-DEVENGO TO IMPORTE-GI
               MOVE SPACES TO AREA-GI
               MOVE 'GLDEVENG' TO ORIGEN-GI
               WRITE REG-INTERFAZ-GL
               MOVE WS-FECHA-REVERSION TO FECHA-GI
               MOVE WS-CONCEPTO-REV TO CONCEPTO-GI
               WRITE REG-INTERFAZ-GL
               MOVE WS-PERIODO TO PERIODO-DV
               MOVE WS-CONCEPTO TO CONCEPTO-DV
               MOVE WS-CONCEPTO-REV TO CONCEPTO-REV-DV
               MOVE WS-IMPORTE-DEVENGO TO IMPORTE-DV
               MOVE WS-FECHA-HOY-N TO FECHA-DEV-DV
               MOVE WS-FECHA-REVERSION TO FECHA-REV-DV
               SET DEVENGO-PENDIENTE TO TRUE
               MOVE WS-RUN-ID TO RUN-ID-DV
               WRITE REG-DEVENGO
               ADD 1 TO WS-CANT-SALIDA
               DISPLAY WS-CONCEPTO ': ' WS-IMPORTE-DEVENGO
                       ' REVERSION ' WS-FECHA-REVERSION
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'GLDEVENG' TO JL-PROGRAMA
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
               MOVE 'GLDEVENG' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'REGISTROS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'DEVENGOS GRABADOS   : ' WS-CANT-SALIDA
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'GLDEVENG' TO RS-JOB
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

       END PROGRAM GLDEVENG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112DEPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITOS ASSIGN TO  '..\DEPOGAR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPOSITOS.

           SELECT CUENTAS-GL ASSIGN TO  '..\GLCUENTA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CUENTAS-GL.

           SELECT ASIENTOS-HIST ASSIGN TO  '..\GLJRNLH.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ASIENTOS-H.

           SELECT DEPO-LISTADO ASSIGN TO  '..\DEPOLIST.DAT'
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
      *    ESTADO-DG: 'V' vigente, 'B' liquidado en la baja
      *    (aplicado a items abiertos y/o devuelto).
       FD  DEPOSITOS.
       01  REG-DEPOSITO.
           02 NRO-CLIENTE-DG           PIC 9(7).
           02 COD-SERVICIO-DG          PIC X(3).
           02 FECHA-ALTA-DG            PIC 9(8).
           02 IMPORTE-DG               PIC 9(7)V99.
           02 ESTADO-DG                PIC X(1).
           02 FECHA-BAJA-DG            PIC 9(8).
           02 APLICADO-DG              PIC 9(7)V99.
           02 DEVUELTO-DG              PIC 9(7)V99.

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

       FD  DEPO-LISTADO.
       01  LIN-DEPO                    PIC X(132).

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
       01  FS-DEPOSITOS                PIC X(2).
           88 FS-DEPOSITOS-OK      VALUE "00".
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

       01  WS-DEPOSITOS-ABIERTO        PIC X VALUE 'N'.
           88 DEPOSITOS-ABIERTO        VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(10) VALUE SPACES.
       01  WS-PERIODO                  PIC X(6).
       01  FIN-DEPOSITOS               PIC X VALUE 'N'.
       01  FIN-CUENTAS-GL              PIC X VALUE 'N'.
       01  FIN-ASIENTOS-H              PIC X VALUE 'N'.
       01  WS-CTA-PASIVO               PIC X(8) VALUE SPACES.
       01  WS-SALDO-INICIAL            PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-ALTAS              PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-APLICADO           PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DEVUELTO           PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-FINAL              PIC S9(13)V99 VALUE 0.
       01  WS-SALDO-MAYOR              PIC S9(13)V99 VALUE 0.
       01  WS-DIFERENCIA               PIC S9(13)V99 VALUE 0.

       01  LIN-DP-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112DEPO  DEPOSITOS EN GARANTIA'.
           02 FILLER              PIC X(9)  VALUE 'PERIODO: '.
           02 LDT-PERIODO         PIC X(6).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LDT-FECHA           PIC X(8).
       01  LIN-DP-ENCABEZADO.
           02 FILLER              PIC X(9)  VALUE 'CLIENTE'.
           02 FILLER              PIC X(10) VALUE 'SERVICIO'.
           02 FILLER              PIC X(12) VALUE 'FECHA ALTA'.
           02 FILLER              PIC X(14) VALUE '       IMPORTE'.
       01  LIN-DP-DETALLE.
           02 LDD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LDD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(7)  VALUE SPACES.
           02 LDD-FECHA-ALTA      PIC 9(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LDD-IMPORTE         PIC Z(9)9.99.
       01  LIN-DP-RESUMEN.
           02 LDR-LEYENDA         PIC X(30).
           02 LDR-IMPORTE         PIC -Z(12)9.99.
       01  LIN-DP-CUENTA.
           02 FILLER              PIC X(30) VALUE
              'CUENTA DE PASIVO GL'.
           02 LDC-CUENTA          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-DEPOSITOS = 'S'.
           PERFORM 24000-SALDO-MAYOR.
           PERFORM 25000-LISTAR-RESUMEN.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(1:6) IS NUMERIC
               MOVE WS-PARM(1:6) TO WS-PERIODO
           ELSE
               MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
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

           PERFORM 12000-BUSCAR-CUENTA-PASIVO

           OPEN INPUT DEPOSITOS.
           IF NOT FS-DEPOSITOS-OK
               DISPLAY 'ERROR AL ABRIR DEPOGAR'
               DISPLAY 'FILE STATUS ' FS-DEPOSITOS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-DEPOSITOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR DEPOGAR' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET DEPOSITOS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT DEPO-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR DEPOLIST'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR DEPOLIST' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LDT-PERIODO
               MOVE WS-FECHA-HOY TO LDT-FECHA
               WRITE LIN-DEPO FROM LIN-DP-TITULO
               WRITE LIN-DEPO FROM LIN-DP-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112DEPO' AND RS-FIN(1:8)
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

      *    La cuenta de pasivo es la de haber del concepto con que
      *    F112CMNT reclasifica el deposito al constituirlo.
       12000-BUSCAR-CUENTA-PASIVO.
           OPEN INPUT CUENTAS-GL.
           IF FS-CUENTAS-GL-OK
               PERFORM UNTIL FIN-CUENTAS-GL = 'S'
                   READ CUENTAS-GL
                       AT END
                           MOVE 'S' TO FIN-CUENTAS-GL
                       NOT AT END
                           IF CONCEPTO-GL = 'DEPGAR-ALTA'
                               MOVE CTA-HABER-GL TO WS-CTA-PASIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-GL
           END-IF
           IF WS-CTA-PASIVO = SPACES
               DISPLAY 'SIN MAPEO GL PARA DEPGAR-ALTA'
               MOVE '12000-BUSCAR-CUENTA' TO JL-PARRAFO
               MOVE FS-CUENTAS-GL TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN MAPEO GL PARA DEPGAR-ALTA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

      *    Saldo al inicio: constituidos antes del periodo y no
      *    liquidados antes del periodo. Saldo al cierre: se lista
      *    cada deposito que sigue vigente al fin del periodo.
       20000-PROCESO.
           READ DEPOSITOS
               AT END
                   MOVE 'S' TO FIN-DEPOSITOS
           END-READ
           IF FIN-DEPOSITOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               IF FECHA-ALTA-DG(1:6) < WS-PERIODO
                  AND (ESTADO-DG = 'V'
                       OR FECHA-BAJA-DG(1:6) NOT < WS-PERIODO)
                   ADD IMPORTE-DG TO WS-SALDO-INICIAL
               END-IF
               IF FECHA-ALTA-DG(1:6) = WS-PERIODO
                   ADD IMPORTE-DG TO WS-TOTAL-ALTAS
               END-IF
               IF ESTADO-DG = 'B'
                  AND FECHA-BAJA-DG(1:6) = WS-PERIODO
                   ADD APLICADO-DG TO WS-TOTAL-APLICADO
                   ADD DEVUELTO-DG TO WS-TOTAL-DEVUELTO
               END-IF
               IF FECHA-ALTA-DG(1:6) NOT > WS-PERIODO
                  AND (ESTADO-DG = 'V'
                       OR FECHA-BAJA-DG(1:6) > WS-PERIODO)
                   ADD IMPORTE-DG TO WS-SALDO-FINAL
                   ADD 1 TO WS-CANT-SALIDA
                   IF LISTADO-ABIERTO
                       MOVE NRO-CLIENTE-DG TO LDD-CLIENTE
                       MOVE COD-SERVICIO-DG TO LDD-SERVICIO
                       MOVE FECHA-ALTA-DG TO LDD-FECHA-ALTA
                       MOVE IMPORTE-DG TO LDD-IMPORTE
                       WRITE LIN-DEPO FROM LIN-DP-DETALLE
                   END-IF
               END-IF
           END-IF.

      *    Saldo acreedor de la cuenta de pasivo en el mayor
      *    historico hasta el cierre del periodo.
       24000-SALDO-MAYOR.
           IF WS-CTA-PASIVO NOT = SPACES
               OPEN INPUT ASIENTOS-HIST
               IF FS-ASIENTOS-H-OK
                   PERFORM UNTIL FIN-ASIENTOS-H = 'S'
                       READ ASIENTOS-HIST
                           AT END
                               MOVE 'S' TO FIN-ASIENTOS-H
                           NOT AT END
                               IF CUENTA-AH = WS-CTA-PASIVO
                                  AND FECHA-AH(1:6) NOT > WS-PERIODO
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
           COMPUTE WS-DIFERENCIA = WS-SALDO-FINAL - WS-SALDO-MAYOR.

       25000-LISTAR-RESUMEN.
           IF LISTADO-ABIERTO
               MOVE 'SALDO AL INICIO' TO LDR-LEYENDA
               MOVE WS-SALDO-INICIAL TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE 'CONSTITUIDOS EN EL PERIODO' TO LDR-LEYENDA
               MOVE WS-TOTAL-ALTAS TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE 'APLICADOS A DEUDA' TO LDR-LEYENDA
               MOVE WS-TOTAL-APLICADO TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE 'A DEVOLVER' TO LDR-LEYENDA
               MOVE WS-TOTAL-DEVUELTO TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE 'SALDO AL CIERRE' TO LDR-LEYENDA
               MOVE WS-SALDO-FINAL TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE WS-CTA-PASIVO TO LDC-CUENTA
               WRITE LIN-DEPO FROM LIN-DP-CUENTA
               MOVE 'SALDO SEGUN MAYOR' TO LDR-LEYENDA
               MOVE WS-SALDO-MAYOR TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
               MOVE 'DIFERENCIA' TO LDR-LEYENDA
               MOVE WS-DIFERENCIA TO LDR-IMPORTE
               WRITE LIN-DEPO FROM LIN-DP-RESUMEN
           END-IF
           IF WS-DIFERENCIA NOT = 0
               DISPLAY 'DEPOSITOS NO CONCILIAN CON EL MAYOR'
               MOVE '25000-LISTAR' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'DEPOSITOS NO CONCILIAN CON EL MAYOR'
                   TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112DEPO' TO JL-PROGRAMA
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
               MOVE 'F112DEPO' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'DEPOSITOS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'DEPOSITOS VIGENTES  : ' WS-CANT-SALIDA
           DISPLAY 'SALDO AL CIERRE     : ' WS-SALDO-FINAL
           IF DEPOSITOS-ABIERTO
               CLOSE DEPOSITOS
           END-IF
           IF LISTADO-ABIERTO
               CLOSE DEPO-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112DEPO' TO RS-JOB
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

       END PROGRAM F112DEPO.

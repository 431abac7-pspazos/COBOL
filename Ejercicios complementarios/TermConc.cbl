       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCONC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIERRES-LOTE ASSIGN TO '..\CIERRELO'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CIERRES.

           SELECT CONSUMOS-TERMINAL ASSIGN TO '..\CONSTERM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONS-TERM.

           SELECT LIBERACIONES ASSIGN TO '..\TERMLIBE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIBERACIONES.

           SELECT RETENCIONES ASSIGN TO '..\TERMRETE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RETENCIONES.

           SELECT DESCUADRES ASSIGN TO '..\TERMDESC'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DESCUADRES.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  CIERRES-LOTE.
       01  REG-CIERRE-LOTE.
           02  NRO-TERMINAL-CL         PIC X(8).
           02  NRO-COMERCIO-CL         PIC X(10).
           02  FECHA-CL                PIC 9(8).
           02  NRO-LOTE-CL             PIC 9(6).
           02  CANT-TRANS-CL           PIC 9(7).
           02  MONTO-TOTAL-CL          PIC 9(15)V99.

       FD  CONSUMOS-TERMINAL.
       01  REG-CONS-TERMINAL.
           02  NRO-TERMINAL-CT         PIC X(8).
           02  NRO-COMERCIO-CT         PIC X(10).
           02  FECHA-CT                PIC 9(8).
           02  CANT-TRANS-CT           PIC 9(7).
           02  MONTO-TOTAL-CT          PIC 9(15)V99.

       FD  LIBERACIONES.
       01  REG-LIBERACION.
           02  NRO-TERMINAL-LB         PIC X(8).
           02  FECHA-LB                PIC 9(8).

       FD  RETENCIONES.
       01  REG-RETENCION.
           02  NRO-TERMINAL-TR         PIC X(8).
           02  NRO-COMERCIO-TR         PIC X(10).
           02  FECHA-TR                PIC 9(8).
           02  MONTO-TR                PIC 9(15)V99.
           02  ESTADO-TR               PIC X(1).
           02  FEC-LIBERA-TR           PIC 9(8).

       FD  DESCUADRES.
       01  REG-DESCUADRE.
           02  NRO-TERMINAL-DS         PIC X(8).
           02  NRO-COMERCIO-DS         PIC X(10).
           02  FECHA-DS                PIC 9(8).
           02  CANT-CIERRE-DS          PIC 9(7).
           02  MONTO-CIERRE-DS         PIC 9(15)V99.
           02  CANT-PROCESO-DS         PIC 9(7).
           02  MONTO-PROCESO-DS        PIC 9(15)V99.
           02  MOTIVO-DS               PIC X(25).

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
       01  FS-CIERRES                  PIC XX.
           88 FS-CIERRES-OK        VALUE "00".
       01  FS-CONS-TERM                PIC XX.
           88 FS-CONS-TERM-OK      VALUE "00".
       01  FS-LIBERACIONES             PIC XX.
           88 FS-LIBERACIONES-OK   VALUE "00".
       01  FS-RETENCIONES              PIC XX.
           88 FS-RETENCIONES-OK    VALUE "00".
       01  FS-DESCUADRES               PIC XX.
           88 FS-DESCUADRES-OK     VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-CIERRES-ABIERTO          PIC X VALUE 'N'.
           88 CIERRES-ABIERTO          VALUE 'S'.
       01  WS-DESCUADRES-ABIERTO       PIC X VALUE 'N'.
           88 DESCUADRES-ABIERTO       VALUE 'S'.
       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  FIN-CIERRES                 PIC X VALUE 'N'.
       01  FIN-CONS-TERM               PIC X VALUE 'N'.
       01  FIN-LIBERACIONES            PIC X VALUE 'N'.
       01  FIN-RETENCIONES             PIC X VALUE 'N'.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-IDX-CT                   PIC 9(5).
       01  WS-IDX-RT                   PIC 9(5).
       01  WS-HALLADA                  PIC X.
       01  WS-CANT-CONCILIADAS         PIC 9(7) VALUE 0.
       01  WS-CANT-DESCUADRES          PIC 9(7) VALUE 0.
       01  WS-CANT-RETENIDAS           PIC 9(7) VALUE 0.
       01  WS-CANT-LIBERADAS           PIC 9(7) VALUE 0.

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
               03 TCT-CONCILIADO    PIC X(1).

      *    Estado de la retencion: R retenida en esta corrida, aun
      *    no descontada por COMERLIQ; P descontada y pendiente de
      *    liberar; L liberada por operaciones, a pagar en la
      *    proxima liquidacion del comercio.
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
                   88 TRT-RETENIDA      VALUE 'R'.
                   88 TRT-PENDIENTE     VALUE 'P'.
                   88 TRT-LIBERADA      VALUE 'L'.
                   88 TRT-ANULADA       VALUE 'X'.
               03 TRT-FEC-LIBERA    PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO UNTIL FIN-CIERRES = 'S'.
           PERFORM 25000-CONSUMOS-SIN-CIERRE
           PERFORM 26000-PROCESAR-LIBERACIONES
           PERFORM 27000-GRABAR-RETENCIONES
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-CONS-TERMINAL
           PERFORM 13000-CARGAR-RETENCIONES

           OPEN INPUT CIERRES-LOTE.
           IF FS-CIERRES-OK
               SET CIERRES-ABIERTO TO TRUE
           ELSE
               DISPLAY 'ERROR OPEN CIERRELO ' FS-CIERRES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-CIERRES
           END-IF

           OPEN OUTPUT DESCUADRES.
           IF FS-DESCUADRES-OK
               SET DESCUADRES-ABIERTO TO TRUE
           ELSE
               DISPLAY 'ERROR OPEN TERMDESC ' FS-DESCUADRES
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-CIERRES
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TERMCONC' AND RS-FIN(1:8)
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

      *    Totales por terminal y fecha de lo que CONSUMOS acepto.
       12000-CARGAR-CONS-TERMINAL.
           OPEN INPUT CONSUMOS-TERMINAL.
           IF FS-CONS-TERM-OK
               PERFORM UNTIL FIN-CONS-TERM = 'S'
                   READ CONSUMOS-TERMINAL
                       AT END
                           MOVE 'S' TO FIN-CONS-TERM
                       NOT AT END
                           IF CANT-CONS-TERM < 9999
                               ADD 1 TO CANT-CONS-TERM
                               MOVE NRO-TERMINAL-CT
                                   TO TCT-NRO-TERMINAL(CANT-CONS-TERM)
                               MOVE NRO-COMERCIO-CT
                                   TO TCT-NRO-COMERCIO(CANT-CONS-TERM)
                               MOVE FECHA-CT
                                   TO TCT-FECHA(CANT-CONS-TERM)
                               MOVE CANT-TRANS-CT
                                   TO TCT-CANT-TRANS(CANT-CONS-TERM)
                               MOVE MONTO-TOTAL-CT
                                   TO TCT-MONTO-TOTAL(CANT-CONS-TERM)
                               MOVE 'N'
                                   TO TCT-CONCILIADO(CANT-CONS-TERM)
                           ELSE
                               DISPLAY 'TABLA CONSTERM LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSUMOS-TERMINAL
           ELSE
               DISPLAY 'SIN CONSUMOS POR TERMINAL ' FS-CONS-TERM
           END-IF.

       13000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES.
           IF FS-RETENCIONES-OK
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
                           ELSE
                               DISPLAY 'TABLA TERMRETE LLENA'
                               MOVE 'ERROR' TO WS-ESTADO-FINAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES
           END-IF.

       20000-PROCESO.
           READ CIERRES-LOTE
               AT END
                   MOVE 'S' TO FIN-CIERRES
           END-READ
           IF FIN-CIERRES NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 21000-CONCILIAR-CIERRE
           END-IF.

      *    Un cierre con cantidad o importe distinto de lo aceptado
      *    para la terminal en esa fecha es un descuadre.
       21000-CONCILIAR-CIERRE.
           MOVE 0 TO WS-IDX-CT
           IF CANT-CONS-TERM > 0
               SET IDX-CONS-TERM TO 1
               SEARCH TABLA-CONS-TERM-ITEM
                   AT END
                       CONTINUE
                   WHEN TCT-NRO-TERMINAL(IDX-CONS-TERM)
                           = NRO-TERMINAL-CL
                    AND TCT-FECHA(IDX-CONS-TERM) = FECHA-CL
                       SET WS-IDX-CT TO IDX-CONS-TERM
               END-SEARCH
           END-IF
           MOVE NRO-TERMINAL-CL TO NRO-TERMINAL-DS
           MOVE NRO-COMERCIO-CL TO NRO-COMERCIO-DS
           MOVE FECHA-CL TO FECHA-DS
           MOVE CANT-TRANS-CL TO CANT-CIERRE-DS
           MOVE MONTO-TOTAL-CL TO MONTO-CIERRE-DS
           IF WS-IDX-CT = 0
               MOVE 0 TO CANT-PROCESO-DS
               MOVE 0 TO MONTO-PROCESO-DS
               IF CANT-TRANS-CL > 0 OR MONTO-TOTAL-CL > 0
                   MOVE 'CIERRE SIN CONSUMOS' TO MOTIVO-DS
                   PERFORM 22000-GRABAR-DESCUADRE
               ELSE
                   ADD 1 TO WS-CANT-CONCILIADAS
               END-IF
           ELSE
               MOVE 'S' TO TCT-CONCILIADO(WS-IDX-CT)
               MOVE TCT-CANT-TRANS(WS-IDX-CT) TO CANT-PROCESO-DS
               MOVE TCT-MONTO-TOTAL(WS-IDX-CT) TO MONTO-PROCESO-DS
               EVALUATE TRUE
                   WHEN CANT-TRANS-CL NOT = TCT-CANT-TRANS(WS-IDX-CT)
                    AND MONTO-TOTAL-CL
                          NOT = TCT-MONTO-TOTAL(WS-IDX-CT)
                       MOVE 'DIFERENCIA CANT E IMPORTE' TO MOTIVO-DS
                       PERFORM 22000-GRABAR-DESCUADRE
                   WHEN CANT-TRANS-CL NOT = TCT-CANT-TRANS(WS-IDX-CT)
                       MOVE 'DIFERENCIA DE CANTIDAD' TO MOTIVO-DS
                       PERFORM 22000-GRABAR-DESCUADRE
                   WHEN MONTO-TOTAL-CL
                          NOT = TCT-MONTO-TOTAL(WS-IDX-CT)
                       MOVE 'DIFERENCIA DE IMPORTE' TO MOTIVO-DS
                       PERFORM 22000-GRABAR-DESCUADRE
                   WHEN OTHER
                       ADD 1 TO WS-CANT-CONCILIADAS
               END-EVALUATE
           END-IF.

      *    Todo descuadre con importe procesado retiene ese importe
      *    en la liquidacion del comercio hasta que operaciones lo
      *    libere por TERMLIBE.
       22000-GRABAR-DESCUADRE.
           IF DESCUADRES-ABIERTO
               WRITE REG-DESCUADRE
               IF NOT FS-DESCUADRES-OK
                   DISPLAY 'ERROR WRITE TERMDESC ' FS-DESCUADRES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF
           ADD 1 TO WS-CANT-DESCUADRES
           ADD 1 TO WS-CANT-SALIDA
           IF MONTO-PROCESO-DS > 0
               PERFORM 23000-ALTA-RETENCION
           END-IF.

       23000-ALTA-RETENCION.
           MOVE 'N' TO WS-HALLADA
           IF CANT-RETENCIONES > 0
               SET IDX-RETENCION TO 1
               SEARCH TABLA-RETENCION-ITEM
                   AT END
                       CONTINUE
                   WHEN TRT-NRO-TERMINAL(IDX-RETENCION)
                           = NRO-TERMINAL-DS
                    AND TRT-FECHA(IDX-RETENCION) = FECHA-DS
                       MOVE 'S' TO WS-HALLADA
               END-SEARCH
           END-IF
           IF WS-HALLADA = 'N'
               IF CANT-RETENCIONES < 9999
                   ADD 1 TO CANT-RETENCIONES
                   MOVE NRO-TERMINAL-DS
                       TO TRT-NRO-TERMINAL(CANT-RETENCIONES)
                   MOVE NRO-COMERCIO-DS
                       TO TRT-NRO-COMERCIO(CANT-RETENCIONES)
                   IF NRO-COMERCIO-DS = SPACES
                       MOVE TCT-NRO-COMERCIO(WS-IDX-CT)
                           TO TRT-NRO-COMERCIO(CANT-RETENCIONES)
                   END-IF
                   MOVE FECHA-DS TO TRT-FECHA(CANT-RETENCIONES)
                   MOVE MONTO-PROCESO-DS
                       TO TRT-MONTO(CANT-RETENCIONES)
                   SET TRT-RETENIDA(CANT-RETENCIONES) TO TRUE
                   MOVE 0 TO TRT-FEC-LIBERA(CANT-RETENCIONES)
                   ADD 1 TO WS-CANT-RETENIDAS
               ELSE
                   DISPLAY 'TABLA TERMRETE LLENA'
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Consumos aceptados de una terminal que no envio cierre
      *    de lote para esa fecha.
       25000-CONSUMOS-SIN-CIERRE.
           IF CIERRES-ABIERTO
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > CANT-CONS-TERM
                   IF TCT-CONCILIADO(WS-IDX-CT) = 'N'
                       MOVE TCT-NRO-TERMINAL(WS-IDX-CT)
                           TO NRO-TERMINAL-DS
                       MOVE TCT-NRO-COMERCIO(WS-IDX-CT)
                           TO NRO-COMERCIO-DS
                       MOVE TCT-FECHA(WS-IDX-CT) TO FECHA-DS
                       MOVE 0 TO CANT-CIERRE-DS
                       MOVE 0 TO MONTO-CIERRE-DS
                       MOVE TCT-CANT-TRANS(WS-IDX-CT)
                           TO CANT-PROCESO-DS
                       MOVE TCT-MONTO-TOTAL(WS-IDX-CT)
                           TO MONTO-PROCESO-DS
                       MOVE 'CONSUMOS SIN CIERRE' TO MOTIVO-DS
                       PERFORM 22000-GRABAR-DESCUADRE
                   END-IF
               END-PERFORM
           END-IF.

      *    Operaciones informa terminal y fecha de cada descuadre
      *    aclarado. Si COMERLIQ todavia no desconto la retencion
      *    se anula; si ya la desconto pasa a liberada.
       26000-PROCESAR-LIBERACIONES.
           OPEN INPUT LIBERACIONES.
           IF FS-LIBERACIONES-OK
               PERFORM UNTIL FIN-LIBERACIONES = 'S'
                   READ LIBERACIONES
                       AT END
                           MOVE 'S' TO FIN-LIBERACIONES
                       NOT AT END
                           PERFORM 26100-LIBERAR-RETENCION
                   END-READ
               END-PERFORM
               CLOSE LIBERACIONES
           END-IF.

       26100-LIBERAR-RETENCION.
           MOVE 'N' TO WS-HALLADA
           PERFORM VARYING WS-IDX-RT FROM 1 BY 1
               UNTIL WS-IDX-RT > CANT-RETENCIONES
               IF TRT-NRO-TERMINAL(WS-IDX-RT) = NRO-TERMINAL-LB
                  AND TRT-FECHA(WS-IDX-RT) = FECHA-LB
                   EVALUATE TRUE
                       WHEN TRT-RETENIDA(WS-IDX-RT)
                           SET TRT-ANULADA(WS-IDX-RT) TO TRUE
                           MOVE 'S' TO WS-HALLADA
                           ADD 1 TO WS-CANT-LIBERADAS
                       WHEN TRT-PENDIENTE(WS-IDX-RT)
                           SET TRT-LIBERADA(WS-IDX-RT) TO TRUE
                           MOVE WS-FEC-HOY
                               TO TRT-FEC-LIBERA(WS-IDX-RT)
                           MOVE 'S' TO WS-HALLADA
                           ADD 1 TO WS-CANT-LIBERADAS
                       WHEN TRT-LIBERADA(WS-IDX-RT)
                           MOVE 'S' TO WS-HALLADA
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-HALLADA = 'N'
               DISPLAY 'LIBERACION SIN RETENCION: ' NRO-TERMINAL-LB
                       ' ' FECHA-LB
           END-IF.

       27000-GRABAR-RETENCIONES.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT RETENCIONES
               IF FS-RETENCIONES-OK
                   PERFORM VARYING WS-IDX-RT FROM 1 BY 1
                       UNTIL WS-IDX-RT > CANT-RETENCIONES
                       IF NOT TRT-ANULADA(WS-IDX-RT)
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
           END-IF.

       30000-FINAL.
           DISPLAY 'CIERRES LEIDOS       : ' WS-CANT-ENTRADA
           DISPLAY 'CIERRES CONCILIADOS  : ' WS-CANT-CONCILIADAS
           DISPLAY 'DESCUADRES           : ' WS-CANT-DESCUADRES
           DISPLAY 'RETENCIONES NUEVAS   : ' WS-CANT-RETENIDAS
           DISPLAY 'RETENCIONES LIBERADAS: ' WS-CANT-LIBERADAS
           IF CIERRES-ABIERTO
               CLOSE CIERRES-LOTE
           END-IF
           IF DESCUADRES-ABIERTO
               CLOSE DESCUADRES
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'TERMCONC' TO RS-JOB
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

       END PROGRAM TERMCONC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112CPER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT ARCHIVO-ANUAL ASSIGN TO WS-NOMBRE-ARCHIVO
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ARCH-ANUAL.

           SELECT SORT-PERCEP ASSIGN TO  'CPERSORT.TMP'.

           SELECT PERCEP-ORDENADAS ASSIGN TO  'CPERWORK.TMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PERCEP-ORD.

           SELECT ASIENTOS-HIST ASSIGN TO  '..\GLJRNLH.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ASIENTOS-H.

           SELECT CERTIFICADOS ASSIGN TO  '..\CERTPERC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CERTIF.

           SELECT RESUMEN-PERCEP ASSIGN TO  '..\PERCRES.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

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

      *    Archivo fiscal generado por F112FARC (FACTaaaa.ARC), con
      *    el mismo layout de FACTURAS.
       FD  ARCHIVO-ANUAL.
       01  REG-FACT-ARCH               PIC X(158).

       SD  SORT-PERCEP.
       01  REG-PERCEP-SD.
           02 SD-NRO-CLIENTE           PIC 9(7).
           02 SD-JURIS                 PIC X(2).
           02 SD-NRO-FACTURA           PIC 9(8).
           02 SD-FECHA                 PIC X(8).
           02 SD-NYAR                  PIC X(60).
           02 SD-BASE                  PIC S9(7)V99.
           02 SD-PERCEP                PIC S9(7)V99.

       FD  PERCEP-ORDENADAS.
       01  REG-PERCEP-ORD.
           02 NRO-CLIENTE-PO           PIC 9(7).
           02 JURIS-PO                 PIC X(2).
           02 NRO-FACTURA-PO           PIC 9(8).
           02 FECHA-PO                 PIC X(8).
           02 NYAR-PO                  PIC X(60).
           02 BASE-PO                  PIC S9(7)V99.
           02 PERCEP-PO                PIC S9(7)V99.

       FD  ASIENTOS-HIST.
       01  REG-ASIENTO-HIST.
           02 FECHA-AH                 PIC X(8).
           02 CUENTA-AH                PIC X(8).
           02 DEBE-HABER-AH            PIC X(1).
           02 IMPORTE-AH               PIC 9(13)V99.
           02 CONCEPTO-AH              PIC X(12).
           02 RUN-ID-AH                PIC X(11).
           02 EMPRESA-AH               PIC X(3).
           02 AREA-AH                  PIC X(10).

       FD  CERTIFICADOS.
       01  LIN-CERTIF                  PIC X(80).

       FD  RESUMEN-PERCEP.
       01  LIN-RESUMEN                 PIC X(132).

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
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-ARCH-ANUAL               PIC X(2).
           88 FS-ARCH-ANUAL-OK     VALUE "00".
       01  FS-PERCEP-ORD               PIC X(2).
           88 FS-PERCEP-ORD-OK     VALUE "00".
       01  FS-ASIENTOS-H               PIC X(2).
           88 FS-ASIENTOS-H-OK     VALUE "00".
       01  FS-CERTIF                   PIC X(2).
           88 FS-CERTIF-OK         VALUE "00".
       01  FS-RESUMEN                  PIC X(2).
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-CERTIF-ABIERTO           PIC X VALUE 'N'.
           88 CERTIF-ABIERTO           VALUE 'S'.
       01  WS-RESUMEN-ABIERTO          PIC X VALUE 'N'.
           88 RESUMEN-ABIERTO          VALUE 'S'.
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
       01  WS-CANT-ARCHIVADAS          PIC 9(7) VALUE 0.

       01  WS-PARM                     PIC X(4) VALUE SPACES.
       01  WS-ANIO-CERTIF              PIC X(4).
       01  WS-ANIO-CERTIF-N            PIC 9(4).
       01  WS-NOMBRE-ARCHIVO           PIC X(30).
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  FIN-ARCHIVO                 PIC X VALUE 'N'.
       01  FIN-PERCEP-ORD              PIC X VALUE 'N'.
       01  FIN-ASIENTOS                PIC X VALUE 'N'.
       01  WS-CONCEPTO-JURIS           PIC X(12).
       01  WS-IDX-JURIS                PIC 9(3).

       01  WS-CLIENTE-ANT              PIC 9(7) VALUE 0.
       01  WS-JURIS-ANT                PIC X(2) VALUE SPACES.
       01  WS-FACTURA-ANT              PIC 9(8) VALUE 0.
       01  WS-FECHA-FACTURA            PIC X(8).
       01  WS-NYAR-ANT                 PIC X(60).
       01  WS-BASE-FACTURA             PIC S9(9)V99 VALUE 0.
       01  WS-PERCEP-FACTURA           PIC S9(9)V99 VALUE 0.
       01  WS-BASE-CERTIF              PIC S9(11)V99 VALUE 0.
       01  WS-PERCEP-CERTIF            PIC S9(11)V99 VALUE 0.
       01  WS-TOTAL-BASE               PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-PERCEP             PIC S9(13)V99 VALUE 0.
       01  WS-TOTAL-DECLARADO          PIC S9(13)V99 VALUE 0.
       01  WS-DIFERENCIA               PIC S9(13)V99.
       01  WS-CANT-DIFERENCIAS         PIC 9(3) VALUE 0.

       01  CANT-JURIS                  PIC 9(3) VALUE 0.
       01  TABLA-JURIS.
           02 TABLA-JURIS-ITEM OCCURS 1 TO 99 TIMES
                               DEPENDING ON CANT-JURIS
                               INDEXED BY IDX-JURIS.
               03 TJR-JURIS            PIC X(2).
               03 TJR-CANT-CERTIF      PIC 9(7).
               03 TJR-BASE             PIC S9(13)V99.
               03 TJR-PERCEP           PIC S9(13)V99.
               03 TJR-DECLARADO        PIC S9(13)V99.

       01  LIN-CP-TITULO.
           02 FILLER              PIC X(40) VALUE
              'CERTIFICADO DE PERCEPCIONES SUFRIDAS'.
           02 FILLER              PIC X(10) VALUE 'PERIODO: '.
           02 LCT-ANIO            PIC X(4).
           02 FILLER              PIC X(12) VALUE '  EMITIDO: '.
           02 LCT-FECHA           PIC X(8).
       01  LIN-CP-CLIENTE.
           02 FILLER              PIC X(9)  VALUE 'CLIENTE: '.
           02 LCC-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCC-NOMBRE          PIC X(60).
       01  LIN-CP-JURIS.
           02 FILLER              PIC X(15) VALUE 'JURISDICCION: '.
           02 LCJ-JURIS           PIC X(2).
       01  LIN-CP-ENCAB.
           02 FILLER              PIC X(12) VALUE 'FACTURA'.
           02 FILLER              PIC X(12) VALUE 'FECHA'.
           02 FILLER              PIC X(18) VALUE
              '  BASE IMPONIBLE'.
           02 FILLER              PIC X(18) VALUE
              '       PERCEPCION'.
       01  LIN-CP-DETALLE.
           02 LCD-FACTURA         PIC 9(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LCD-FECHA           PIC X(8).
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 LCD-BASE            PIC -Z(10)9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LCD-PERCEP          PIC -Z(10)9.99.
       01  LIN-CP-TOTAL.
           02 FILLER              PIC X(24) VALUE 'TOTAL CERTIFICADO'.
           02 LCX-BASE            PIC -Z(10)9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LCX-PERCEP          PIC -Z(10)9.99.
       01  LIN-CP-SEPARADOR       PIC X(80) VALUE ALL '-'.

       01  LIN-RP-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112CPER  RESUMEN DE PERCEPCIONES'.
           02 FILLER              PIC X(10) VALUE 'PERIODO: '.
           02 LRT-ANIO            PIC X(4).
       01  LIN-RP-ENCAB.
           02 FILLER              PIC X(8)  VALUE 'JURIS'.
           02 FILLER              PIC X(10) VALUE '  CERTIF.'.
           02 FILLER              PIC X(20) VALUE
              '      BASE IMPONIBLE'.
           02 FILLER              PIC X(20) VALUE
              '   PERCEP.CERTIFIC.'.
           02 FILLER              PIC X(20) VALUE
              '   PERCEP.DECLARADA'.
           02 FILLER              PIC X(20) VALUE
              '          DIFERENCIA'.
       01  LIN-RP-DETALLE.
           02 LRD-JURIS           PIC X(8).
           02 LRD-CANT            PIC Z(8)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LRD-BASE            PIC -Z(15)9.99.
           02 LRD-PERCEP          PIC -Z(15)9.99.
           02 LRD-DECLARADO       PIC -Z(15)9.99.
           02 LRD-DIFERENCIA      PIC -Z(15)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-ORDENAR.
           PERFORM 20000-EMITIR-CERTIFICADOS.
           PERFORM 24000-CARGAR-DECLARADO.
           PERFORM 25000-LISTAR-RESUMEN.
           PERFORM 30000-FINAL.

      *    El parametro es el anio a certificar; si no viene se
      *    certifica el anio anterior al de la corrida.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC AND WS-PARM NOT = SPACES
               MOVE WS-PARM TO WS-ANIO-CERTIF
           ELSE
               MOVE WS-FECHA-HOY(1:4) TO WS-ANIO-CERTIF-N
               SUBTRACT 1 FROM WS-ANIO-CERTIF-N
               MOVE WS-ANIO-CERTIF-N TO WS-ANIO-CERTIF
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

           MOVE SPACES TO WS-NOMBRE-ARCHIVO
           STRING '..\FACT' WS-ANIO-CERTIF '.ARC'
               DELIMITED BY SIZE INTO WS-NOMBRE-ARCHIVO

           OPEN OUTPUT CERTIFICADOS.
           IF NOT FS-CERTIF-OK
               DISPLAY 'ERROR AL ABRIR CERTPERC'
               DISPLAY 'FILE STATUS ' FS-CERTIF
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-CERTIF TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CERTPERC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET CERTIF-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT RESUMEN-PERCEP.
           IF NOT FS-RESUMEN-OK
               DISPLAY 'ERROR AL ABRIR PERCRES'
               DISPLAY 'FILE STATUS ' FS-RESUMEN
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-RESUMEN TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PERCRES' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET RESUMEN-ABIERTO TO TRUE
               MOVE WS-ANIO-CERTIF TO LRT-ANIO
               WRITE LIN-RESUMEN FROM LIN-RP-TITULO
               WRITE LIN-RESUMEN FROM LIN-RP-ENCAB
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112CPER' AND RS-FIN(1:8)
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

      *    El certificado sale por cliente y jurisdiccion, con las
      *    lineas de cada factura agrupadas.
       12000-ORDENAR.
           SORT SORT-PERCEP
               ON ASCENDING KEY SD-NRO-CLIENTE SD-JURIS
                                SD-NRO-FACTURA
               INPUT PROCEDURE IS 12200-ALIMENTAR-PERCEP
               GIVING PERCEP-ORDENADAS
           IF FS-PERCEP-ORD NOT = '00'
              AND FS-PERCEP-ORD NOT = '10'
               DISPLAY 'ERROR AL ORDENAR PERCEPCIONES'
               MOVE '12000-ORDENAR' TO JL-PARRAFO
               MOVE FS-PERCEP-ORD TO JL-FILE-STATUS
               MOVE 'ERROR AL ORDENAR PERCEPCIONES' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    Entran las facturas vigentes y, si el anio ya fue
      *    archivado por F112FARC, las del archivo fiscal.
       12200-ALIMENTAR-PERCEP.
           OPEN INPUT FACTURAS
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 12500-TOMAR-FACTURA
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           ELSE
               DISPLAY 'ERROR AL ABRIR FACTURAS'
               DISPLAY 'FILE STATUS ' FS-FACTURAS
               MOVE '12200-ALIMENTAR' TO JL-PARRAFO
               MOVE FS-FACTURAS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR FACTURAS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF
           OPEN INPUT ARCHIVO-ANUAL
           IF FS-ARCH-ANUAL-OK
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ANUAL
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           ADD 1 TO WS-CANT-ARCHIVADAS
                           MOVE REG-FACT-ARCH TO REG-FACTURA
                           PERFORM 12500-TOMAR-FACTURA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ANUAL
           END-IF.

       12500-TOMAR-FACTURA.
           IF FECHA-F(1:4) = WS-ANIO-CERTIF
              AND IMPORTE-PERCEP-F NOT = 0
              AND JURIS-F NOT = SPACES
               MOVE NRO-CLIENTE-F TO SD-NRO-CLIENTE
               MOVE JURIS-F TO SD-JURIS
               MOVE NRO-FACTURA-F TO SD-NRO-FACTURA
               MOVE FECHA-F TO SD-FECHA
               MOVE NYAR-F TO SD-NYAR
               MOVE IMPORTE-NETO-F TO SD-BASE
               MOVE IMPORTE-PERCEP-F TO SD-PERCEP
               RELEASE REG-PERCEP-SD
           END-IF.

       20000-EMITIR-CERTIFICADOS.
           OPEN INPUT PERCEP-ORDENADAS
           IF FS-PERCEP-ORD-OK
               PERFORM UNTIL FIN-PERCEP-ORD = 'S'
                   READ PERCEP-ORDENADAS
                       AT END
                           MOVE 'S' TO FIN-PERCEP-ORD
                       NOT AT END
                           PERFORM 21000-TOMAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE PERCEP-ORDENADAS
               PERFORM 22000-CERRAR-CERTIFICADO
           END-IF.

       21000-TOMAR-LINEA.
           IF NRO-CLIENTE-PO NOT = WS-CLIENTE-ANT
              OR JURIS-PO NOT = WS-JURIS-ANT
               PERFORM 22000-CERRAR-CERTIFICADO
               PERFORM 21500-ABRIR-CERTIFICADO
           END-IF
           IF NRO-FACTURA-PO NOT = WS-FACTURA-ANT
               PERFORM 21800-CERRAR-FACTURA
               MOVE NRO-FACTURA-PO TO WS-FACTURA-ANT
               MOVE FECHA-PO TO WS-FECHA-FACTURA
           END-IF
           ADD BASE-PO TO WS-BASE-FACTURA
           ADD PERCEP-PO TO WS-PERCEP-FACTURA.

       21500-ABRIR-CERTIFICADO.
           MOVE NRO-CLIENTE-PO TO WS-CLIENTE-ANT
           MOVE JURIS-PO TO WS-JURIS-ANT
           MOVE NYAR-PO TO WS-NYAR-ANT
           MOVE 0 TO WS-FACTURA-ANT
           MOVE 0 TO WS-BASE-CERTIF
           MOVE 0 TO WS-PERCEP-CERTIF
           IF CERTIF-ABIERTO
               MOVE WS-ANIO-CERTIF TO LCT-ANIO
               MOVE WS-FECHA-HOY TO LCT-FECHA
               WRITE LIN-CERTIF FROM LIN-CP-TITULO
               MOVE NRO-CLIENTE-PO TO LCC-CLIENTE
               MOVE NYAR-PO TO LCC-NOMBRE
               WRITE LIN-CERTIF FROM LIN-CP-CLIENTE
               MOVE JURIS-PO TO LCJ-JURIS
               WRITE LIN-CERTIF FROM LIN-CP-JURIS
               WRITE LIN-CERTIF FROM LIN-CP-ENCAB
           END-IF.

       21800-CERRAR-FACTURA.
           IF WS-FACTURA-ANT NOT = 0
               IF CERTIF-ABIERTO
                   MOVE WS-FACTURA-ANT TO LCD-FACTURA
                   MOVE WS-FECHA-FACTURA TO LCD-FECHA
                   MOVE WS-BASE-FACTURA TO LCD-BASE
                   MOVE WS-PERCEP-FACTURA TO LCD-PERCEP
                   WRITE LIN-CERTIF FROM LIN-CP-DETALLE
               END-IF
               ADD WS-BASE-FACTURA TO WS-BASE-CERTIF
               ADD WS-PERCEP-FACTURA TO WS-PERCEP-CERTIF
           END-IF
           MOVE 0 TO WS-BASE-FACTURA
           MOVE 0 TO WS-PERCEP-FACTURA.

       22000-CERRAR-CERTIFICADO.
           IF WS-CLIENTE-ANT NOT = 0
               PERFORM 21800-CERRAR-FACTURA
               IF CERTIF-ABIERTO
                   MOVE WS-BASE-CERTIF TO LCX-BASE
                   MOVE WS-PERCEP-CERTIF TO LCX-PERCEP
                   WRITE LIN-CERTIF FROM LIN-CP-TOTAL
                   WRITE LIN-CERTIF FROM LIN-CP-SEPARADOR
               END-IF
               ADD 1 TO WS-CANT-SALIDA
               MOVE WS-JURIS-ANT TO WS-CONCEPTO-JURIS
               PERFORM 23000-BUSCAR-JURIS
               ADD 1 TO TJR-CANT-CERTIF(WS-IDX-JURIS)
               ADD WS-BASE-CERTIF TO TJR-BASE(WS-IDX-JURIS)
               ADD WS-PERCEP-CERTIF TO TJR-PERCEP(WS-IDX-JURIS)
               MOVE 0 TO WS-CLIENTE-ANT
           END-IF.

       23000-BUSCAR-JURIS.
           MOVE 0 TO WS-IDX-JURIS
           IF CANT-JURIS > 0
               SET IDX-JURIS TO 1
               SEARCH TABLA-JURIS-ITEM
                   AT END
                       CONTINUE
                   WHEN TJR-JURIS(IDX-JURIS) = WS-CONCEPTO-JURIS(1:2)
                       SET WS-IDX-JURIS TO IDX-JURIS
               END-SEARCH
           END-IF
           IF WS-IDX-JURIS = 0
               ADD 1 TO CANT-JURIS
               MOVE CANT-JURIS TO WS-IDX-JURIS
               MOVE WS-CONCEPTO-JURIS(1:2) TO TJR-JURIS(WS-IDX-JURIS)
               MOVE 0 TO TJR-CANT-CERTIF(WS-IDX-JURIS)
               MOVE 0 TO TJR-BASE(WS-IDX-JURIS)
               MOVE 0 TO TJR-PERCEP(WS-IDX-JURIS)
               MOVE 0 TO TJR-DECLARADO(WS-IDX-JURIS)
           END-IF.

      *    Lo declarado a cada jurisdiccion es lo que GLPOST asento
      *    en el anio bajo el concepto PERCEP-jj (lado haber).
       24000-CARGAR-DECLARADO.
           OPEN INPUT ASIENTOS-HIST.
           IF FS-ASIENTOS-H-OK
               PERFORM UNTIL FIN-ASIENTOS = 'S'
                   READ ASIENTOS-HIST
                       AT END
                           MOVE 'S' TO FIN-ASIENTOS
                       NOT AT END
                           IF FECHA-AH(1:4) = WS-ANIO-CERTIF
                              AND CONCEPTO-AH(1:7) = 'PERCEP-'
                              AND DEBE-HABER-AH = 'H'
                               MOVE CONCEPTO-AH(8:2)
                                   TO WS-CONCEPTO-JURIS
                               PERFORM 23000-BUSCAR-JURIS
                               ADD IMPORTE-AH
                                   TO TJR-DECLARADO(WS-IDX-JURIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASIENTOS-HIST
           ELSE
               DISPLAY 'ERROR AL ABRIR GLJRNLH'
               DISPLAY 'FILE STATUS ' FS-ASIENTOS-H
               MOVE '24000-CARGAR-DECL' TO JL-PARRAFO
               MOVE FS-ASIENTOS-H TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLJRNLH' TO JL-MENSAJE
               MOVE 'WARNING' TO JL-SEVERITY
               PERFORM 91000-LOG-AVISO
           END-IF.

       25000-LISTAR-RESUMEN.
           PERFORM VARYING WS-IDX-JURIS FROM 1 BY 1
               UNTIL WS-IDX-JURIS > CANT-JURIS
               COMPUTE WS-DIFERENCIA = TJR-PERCEP(WS-IDX-JURIS)
                   - TJR-DECLARADO(WS-IDX-JURIS)
               IF WS-DIFERENCIA NOT = 0
                   ADD 1 TO WS-CANT-DIFERENCIAS
               END-IF
               ADD TJR-BASE(WS-IDX-JURIS) TO WS-TOTAL-BASE
               ADD TJR-PERCEP(WS-IDX-JURIS) TO WS-TOTAL-PERCEP
               ADD TJR-DECLARADO(WS-IDX-JURIS) TO WS-TOTAL-DECLARADO
               IF RESUMEN-ABIERTO
                   MOVE TJR-JURIS(WS-IDX-JURIS) TO LRD-JURIS
                   MOVE TJR-CANT-CERTIF(WS-IDX-JURIS) TO LRD-CANT
                   MOVE TJR-BASE(WS-IDX-JURIS) TO LRD-BASE
                   MOVE TJR-PERCEP(WS-IDX-JURIS) TO LRD-PERCEP
                   MOVE TJR-DECLARADO(WS-IDX-JURIS) TO LRD-DECLARADO
                   MOVE WS-DIFERENCIA TO LRD-DIFERENCIA
                   WRITE LIN-RESUMEN FROM LIN-RP-DETALLE
               END-IF
           END-PERFORM
           IF RESUMEN-ABIERTO
               MOVE 'TOTAL' TO LRD-JURIS
               MOVE WS-CANT-SALIDA TO LRD-CANT
               MOVE WS-TOTAL-BASE TO LRD-BASE
               MOVE WS-TOTAL-PERCEP TO LRD-PERCEP
               MOVE WS-TOTAL-DECLARADO TO LRD-DECLARADO
               COMPUTE WS-DIFERENCIA =
                   WS-TOTAL-PERCEP - WS-TOTAL-DECLARADO
               MOVE WS-DIFERENCIA TO LRD-DIFERENCIA
               WRITE LIN-RESUMEN FROM LIN-RP-DETALLE
           END-IF
           IF WS-CANT-DIFERENCIAS > 0
               MOVE '25000-LISTAR-RESUMEN' TO JL-PARRAFO
               MOVE '00' TO JL-FILE-STATUS
               MOVE 'PERCEPCIONES NO CONCILIAN CON GL'
                   TO JL-MENSAJE
               MOVE 'WARNING' TO JL-SEVERITY
               PERFORM 91000-LOG-AVISO
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112CPER' TO JL-PROGRAMA
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
               MOVE 'F112CPER' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'PERIODO CERTIFICADO : ' WS-ANIO-CERTIF
           DISPLAY 'LINEAS LEIDAS       : ' WS-CANT-ENTRADA
           DISPLAY 'LINEAS ARCHIVO FISC.: ' WS-CANT-ARCHIVADAS
           DISPLAY 'CERTIFICADOS        : ' WS-CANT-SALIDA
           DISPLAY 'JURIS. CON DIFERENC.: ' WS-CANT-DIFERENCIAS
           IF CERTIF-ABIERTO
               CLOSE CERTIFICADOS
           END-IF
           IF RESUMEN-ABIERTO
               CLOSE RESUMEN-PERCEP
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112CPER' TO RS-JOB
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

       END PROGRAM F112CPER.

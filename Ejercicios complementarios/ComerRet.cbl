       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMERRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENCIONES-IMPUESTO ASSIGN TO '..\RETDET'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RET-IMP.

           SELECT COMERCIOS ASSIGN TO '..\COMERMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-COMERCIOS.

           SELECT CERTIFICADOS ASSIGN TO '..\RETCERT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CERTIFICADOS.

           SELECT DECLARACION-AFIP ASSIGN TO '..\RETAFIP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DECL-AFIP.

           SELECT DECLARACION-IIBB ASSIGN TO '..\RETIIBB'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DECL-IIBB.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  NRO-COMERCIO-CM         PIC X(10).
           02  RAZON-SOCIAL-CM         PIC X(30).
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  CERTIFICADOS.
       01  LIN-CERTIFICADO             PIC X(80).

      *    Mismo registro para AFIP (IVA y GAN) y para los fiscos
      *    provinciales (IIBB): una linea por certificado emitido.
       FD  DECLARACION-AFIP.
       01  REG-DECL-AFIP.
           02  IMPUESTO-DA             PIC X(4).
           02  JURISDICCION-DA         PIC X(3).
           02  PERIODO-DA              PIC 9(6).
           02  NRO-CERTIFICADO-DA      PIC 9(11).
           02  CUIT-DA                 PIC X(11).
           02  NRO-COMERCIO-DA         PIC X(10).
           02  BASE-DA                 PIC 9(15)V99.
           02  IMPORTE-DA              PIC 9(13)V99.
           02  CANT-DA                 PIC 9(5).

       FD  DECLARACION-IIBB.
       01  REG-DECL-IIBB.
           02  IMPUESTO-DI             PIC X(4).
           02  JURISDICCION-DI         PIC X(3).
           02  PERIODO-DI              PIC 9(6).
           02  NRO-CERTIFICADO-DI      PIC 9(11).
           02  CUIT-DI                 PIC X(11).
           02  NRO-COMERCIO-DI         PIC X(10).
           02  BASE-DI                 PIC 9(15)V99.
           02  IMPORTE-DI              PIC 9(13)V99.
           02  CANT-DI                 PIC 9(5).

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
       01  FS-RET-IMP                  PIC XX.
           88 FS-RET-IMP-OK        VALUE "00".
       01  FS-COMERCIOS                PIC XX.
           88 FS-COMERCIOS-OK      VALUE "00".
       01  FS-CERTIFICADOS             PIC XX.
           88 FS-CERTIFICADOS-OK   VALUE "00".
       01  FS-DECL-AFIP                PIC XX.
           88 FS-DECL-AFIP-OK      VALUE "00".
       01  FS-DECL-IIBB                PIC XX.
           88 FS-DECL-IIBB-OK      VALUE "00".
       01  FS-RUNSTAT                  PIC XX.
           88 FS-RUNSTAT-OK        VALUE "00".
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  FIN-RET-IMP                 PIC X VALUE 'N'.
       01  FIN-COMERCIOS               PIC X VALUE 'N'.
       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-PERIODO                  PIC 9(6).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-ANIO              PIC 9(4).
           02 WS-PER-MES               PIC 9(2).
       01  WS-RAZON-SOCIAL             PIC X(30).
       01  WS-IDX-DET                  PIC 9(5).
       01  WS-IDX-CRT                  PIC 9(5).
       01  WS-TOTAL-IMPORTE            PIC 9(15)V99 VALUE 0.

      *    Retenciones practicadas en RETDET (todas las pendientes
      *    de depurar, no solo las del periodo).
       01  CANT-DETALLE                PIC 9(5) VALUE 0.
       01  TABLA-DETALLE.
           02 TABLA-DET-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DETALLE
                             INDEXED BY IDX-DET.
               03 TDT-REGISTRO         PIC X(80).

      *    Un certificado por comercio, impuesto y jurisdiccion.
       01  CANT-CERTIFICADOS           PIC 9(5) VALUE 0.
       01  TABLA-CERTIFICADOS.
           02 TABLA-CERT-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CERTIFICADOS
                              INDEXED BY IDX-CERT.
               03 TCR-NRO-COMERCIO     PIC X(10).
               03 TCR-CUIT             PIC X(11).
               03 TCR-IMPUESTO         PIC X(4).
               03 TCR-JURISDICCION     PIC X(3).
               03 TCR-BASE             PIC 9(15)V99.
               03 TCR-IMPORTE          PIC 9(13)V99.
               03 TCR-CANT             PIC 9(5).

       01  CANT-COMER-MAE              PIC 9(5) VALUE 0.
       01  TABLA-COMER-MAE.
           02 TABLA-COMER-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-COMER-MAE
                               INDEXED BY IDX-COMER-MAE.
               03 TCM-NRO-COMERCIO  PIC X(10).
               03 TCM-RAZON-SOCIAL  PIC X(30).

       01  WS-NRO-CERTIFICADO          PIC 9(11).

       01  LIN-CR-TITULO.
           02 FILLER              PIC X(31)
                  VALUE 'CERTIFICADO DE RETENCION NRO: '.
           02 LCT-NRO             PIC 9(11).
           02 FILLER              PIC X(11) VALUE '  PERIODO: '.
           02 LCT-PERIODO         PIC 9(6).

       01  LIN-CR-SUJETO.
           02 FILLER              PIC X(10) VALUE 'COMERCIO: '.
           02 LCS-NRO-COMERCIO    PIC X(10).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCS-RAZON-SOCIAL    PIC X(30).
           02 FILLER              PIC X(7)  VALUE ' CUIT: '.
           02 LCS-CUIT            PIC X(11).

       01  LIN-CR-IMPUESTO.
           02 FILLER              PIC X(10) VALUE 'IMPUESTO: '.
           02 LCI-IMPUESTO        PIC X(4).
           02 FILLER              PIC X(16) VALUE '  JURISDICCION: '.
           02 LCI-JURISDICCION    PIC X(3).

       01  LIN-CR-DETALLE.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 LCD-FECHA           PIC 9(8).
           02 FILLER              PIC X(8)  VALUE '  BASE: '.
           02 LCD-BASE            PIC Z(14)9.99.
           02 FILLER              PIC X(7)  VALUE ' TASA: '.
           02 LCD-TASA            PIC 9.9999.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-IMPORTE         PIC Z(12)9.99.

       01  LIN-CR-TOTAL.
           02 FILLER              PIC X(19)
                  VALUE 'TOTAL RETENIDO:    '.
           02 LCR-BASE            PIC Z(14)9.99.
           02 FILLER              PIC X(14) VALUE SPACES.
           02 LCR-IMPORTE         PIC Z(12)9.99.

       01  LIN-CR-BLANCO               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESO.
           PERFORM 30000-FINAL.

      *    Periodo AAAAMM por parametro; por defecto el mes anterior
      *    a la fecha de proceso.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           MOVE WS-FEC-HOY(1:6) TO WS-PERIODO
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

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-COMERCIOS
           PERFORM 13000-CARGAR-RETENCIONES

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-CERTIFICADOS-OK
               DISPLAY 'ERROR OPEN RETCERT ' FS-CERTIFICADOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           OPEN OUTPUT DECLARACION-AFIP
           IF NOT FS-DECL-AFIP-OK
               DISPLAY 'ERROR OPEN RETAFIP ' FS-DECL-AFIP
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           OPEN OUTPUT DECLARACION-IIBB
           IF NOT FS-DECL-IIBB-OK
               DISPLAY 'ERROR OPEN RETIIBB ' FS-DECL-IIBB
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'COMERRET' AND RS-FIN(1:8)
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

       12000-CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS.
           IF FS-COMERCIOS-OK
               PERFORM UNTIL FIN-COMERCIOS = 'S'
                   READ COMERCIOS
                       AT END
                           MOVE 'S' TO FIN-COMERCIOS
                       NOT AT END
                           ADD 1 TO CANT-COMER-MAE
                           MOVE NRO-COMERCIO-CM
                               TO TCM-NRO-COMERCIO(CANT-COMER-MAE)
                           MOVE RAZON-SOCIAL-CM
                               TO TCM-RAZON-SOCIAL(CANT-COMER-MAE)
                   END-READ
               END-PERFORM
               CLOSE COMERCIOS
           END-IF.

      *    Se cargan todas las retenciones y se acumulan por
      *    certificado las que pertenecen al periodo.
       13000-CARGAR-RETENCIONES.
           OPEN INPUT RETENCIONES-IMPUESTO.
           IF FS-RET-IMP-OK
               PERFORM UNTIL FIN-RET-IMP = 'S'
                   READ RETENCIONES-IMPUESTO
                       AT END
                           MOVE 'S' TO FIN-RET-IMP
                       NOT AT END
                           ADD 1 TO CANT-DETALLE
                           MOVE REG-RETENCION-IMP
                               TO TDT-REGISTRO(CANT-DETALLE)
                           IF FECHA-RI(1:6) = WS-PERIODO
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 13100-ACUM-CERTIFICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENCIONES-IMPUESTO
           ELSE
               DISPLAY 'COMERRET: SIN RETENCIONES (RETDET) '
                       FS-RET-IMP
           END-IF.

       13100-ACUM-CERTIFICADO.
           SET IDX-CERT TO 1
           SEARCH TABLA-CERT-ITEM
               AT END
                   ADD 1 TO CANT-CERTIFICADOS
                   MOVE NRO-COMERCIO-RI
                       TO TCR-NRO-COMERCIO(CANT-CERTIFICADOS)
                   MOVE CUIT-RI TO TCR-CUIT(CANT-CERTIFICADOS)
                   MOVE IMPUESTO-RI TO TCR-IMPUESTO(CANT-CERTIFICADOS)
                   MOVE JURISDICCION-RI
                       TO TCR-JURISDICCION(CANT-CERTIFICADOS)
                   MOVE BASE-RI TO TCR-BASE(CANT-CERTIFICADOS)
                   MOVE IMPORTE-RI TO TCR-IMPORTE(CANT-CERTIFICADOS)
                   MOVE 1 TO TCR-CANT(CANT-CERTIFICADOS)
               WHEN TCR-NRO-COMERCIO(IDX-CERT) = NRO-COMERCIO-RI
                AND TCR-IMPUESTO(IDX-CERT) = IMPUESTO-RI
                AND TCR-JURISDICCION(IDX-CERT) = JURISDICCION-RI
                   ADD BASE-RI TO TCR-BASE(IDX-CERT)
                   ADD IMPORTE-RI TO TCR-IMPORTE(IDX-CERT)
                   ADD 1 TO TCR-CANT(IDX-CERT)
           END-SEARCH.

       20000-PROCESO.
           PERFORM VARYING WS-IDX-CRT FROM 1 BY 1
               UNTIL WS-IDX-CRT > CANT-CERTIFICADOS
               PERFORM 21000-EMITIR-CERTIFICADO
               PERFORM 22000-GRABAR-DECLARACION
           END-PERFORM.

       21000-EMITIR-CERTIFICADO.
           COMPUTE WS-NRO-CERTIFICADO = WS-PERIODO * 100000
               + WS-IDX-CRT
           MOVE SPACES TO WS-RAZON-SOCIAL
           SET IDX-COMER-MAE TO 1
           SEARCH TABLA-COMER-ITEM
               AT END
                   CONTINUE
               WHEN TCM-NRO-COMERCIO(IDX-COMER-MAE)
                  = TCR-NRO-COMERCIO(WS-IDX-CRT)
                   MOVE TCM-RAZON-SOCIAL(IDX-COMER-MAE)
                       TO WS-RAZON-SOCIAL
           END-SEARCH
           IF FS-CERTIFICADOS-OK
               MOVE WS-NRO-CERTIFICADO TO LCT-NRO
               MOVE WS-PERIODO TO LCT-PERIODO
               WRITE LIN-CERTIFICADO FROM LIN-CR-TITULO
               MOVE TCR-NRO-COMERCIO(WS-IDX-CRT) TO LCS-NRO-COMERCIO
               MOVE WS-RAZON-SOCIAL TO LCS-RAZON-SOCIAL
               MOVE TCR-CUIT(WS-IDX-CRT) TO LCS-CUIT
               WRITE LIN-CERTIFICADO FROM LIN-CR-SUJETO
               MOVE TCR-IMPUESTO(WS-IDX-CRT) TO LCI-IMPUESTO
               MOVE TCR-JURISDICCION(WS-IDX-CRT) TO LCI-JURISDICCION
               WRITE LIN-CERTIFICADO FROM LIN-CR-IMPUESTO
               PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > CANT-DETALLE
                   MOVE TDT-REGISTRO(WS-IDX-DET) TO REG-RETENCION-IMP
                   IF FECHA-RI(1:6) = WS-PERIODO
                      AND NRO-COMERCIO-RI
                        = TCR-NRO-COMERCIO(WS-IDX-CRT)
                      AND IMPUESTO-RI = TCR-IMPUESTO(WS-IDX-CRT)
                      AND JURISDICCION-RI
                        = TCR-JURISDICCION(WS-IDX-CRT)
                       MOVE FECHA-RI TO LCD-FECHA
                       MOVE BASE-RI TO LCD-BASE
                       MOVE TASA-RI TO LCD-TASA
                       MOVE IMPORTE-RI TO LCD-IMPORTE
                       WRITE LIN-CERTIFICADO FROM LIN-CR-DETALLE
                   END-IF
               END-PERFORM
               MOVE TCR-BASE(WS-IDX-CRT) TO LCR-BASE
               MOVE TCR-IMPORTE(WS-IDX-CRT) TO LCR-IMPORTE
               WRITE LIN-CERTIFICADO FROM LIN-CR-TOTAL
               WRITE LIN-CERTIFICADO FROM LIN-CR-BLANCO
           END-IF
           ADD TCR-IMPORTE(WS-IDX-CRT) TO WS-TOTAL-IMPORTE
           ADD 1 TO WS-CANT-SALIDA.

      *    IVA y Ganancias se declaran ante AFIP; IIBB ante el
      *    fisco de cada jurisdiccion.
       22000-GRABAR-DECLARACION.
           IF TCR-IMPUESTO(WS-IDX-CRT) = 'IIBB'
               IF FS-DECL-IIBB-OK
                   MOVE TCR-IMPUESTO(WS-IDX-CRT) TO IMPUESTO-DI
                   MOVE TCR-JURISDICCION(WS-IDX-CRT)
                       TO JURISDICCION-DI
                   MOVE WS-PERIODO TO PERIODO-DI
                   MOVE WS-NRO-CERTIFICADO TO NRO-CERTIFICADO-DI
                   MOVE TCR-CUIT(WS-IDX-CRT) TO CUIT-DI
                   MOVE TCR-NRO-COMERCIO(WS-IDX-CRT) TO NRO-COMERCIO-DI
                   MOVE TCR-BASE(WS-IDX-CRT) TO BASE-DI
                   MOVE TCR-IMPORTE(WS-IDX-CRT) TO IMPORTE-DI
                   MOVE TCR-CANT(WS-IDX-CRT) TO CANT-DI
                   WRITE REG-DECL-IIBB
               END-IF
           ELSE
               IF FS-DECL-AFIP-OK
                   MOVE TCR-IMPUESTO(WS-IDX-CRT) TO IMPUESTO-DA
                   MOVE TCR-JURISDICCION(WS-IDX-CRT)
                       TO JURISDICCION-DA
                   MOVE WS-PERIODO TO PERIODO-DA
                   MOVE WS-NRO-CERTIFICADO TO NRO-CERTIFICADO-DA
                   MOVE TCR-CUIT(WS-IDX-CRT) TO CUIT-DA
                   MOVE TCR-NRO-COMERCIO(WS-IDX-CRT) TO NRO-COMERCIO-DA
                   MOVE TCR-BASE(WS-IDX-CRT) TO BASE-DA
                   MOVE TCR-IMPORTE(WS-IDX-CRT) TO IMPORTE-DA
                   MOVE TCR-CANT(WS-IDX-CRT) TO CANT-DA
                   WRITE REG-DECL-AFIP
               END-IF
           END-IF.

      *    Con la corrida OK se depuran de RETDET las retenciones
      *    de periodos ya certificados; las del periodo quedan para
      *    poder reemitir.
       26000-DEPURAR-RETENCIONES.
           IF WS-ESTADO-FINAL = 'OK' AND CANT-DETALLE > 0
               OPEN OUTPUT RETENCIONES-IMPUESTO
               IF FS-RET-IMP-OK
                   PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                       UNTIL WS-IDX-DET > CANT-DETALLE
                       MOVE TDT-REGISTRO(WS-IDX-DET)
                           TO REG-RETENCION-IMP
                       IF FECHA-RI(1:6) >= WS-PERIODO
                           WRITE REG-RETENCION-IMP
                       END-IF
                   END-PERFORM
                   CLOSE RETENCIONES-IMPUESTO
               ELSE
                   DISPLAY 'ERROR OPEN RETDET ' FS-RET-IMP
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       30000-FINAL.
           IF FS-CERTIFICADOS-OK
               CLOSE CERTIFICADOS
           END-IF
           IF FS-DECL-AFIP-OK
               CLOSE DECLARACION-AFIP
           END-IF
           IF FS-DECL-IIBB-OK
               CLOSE DECLARACION-IIBB
           END-IF
           PERFORM 26000-DEPURAR-RETENCIONES
           DISPLAY 'COMERRET: PERIODO ' WS-PERIODO
           DISPLAY 'COMERRET: CERTIFICADOS EMITIDOS ' WS-CANT-SALIDA
           DISPLAY 'COMERRET: TOTAL RETENIDO ' WS-TOTAL-IMPORTE
           IF RUNSTAT-ABIERTO
               MOVE 'COMERRET' TO RS-JOB
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

       END PROGRAM COMERRET.

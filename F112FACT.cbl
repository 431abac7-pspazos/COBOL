                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACT-IMP.

           SELECT FACT-MAIL ASSIGN TO  '..\FACTMAIL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACT-MAIL.

           SELECT CONTACTOS ASSIGN TO  '..\CONTACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

           SELECT CLI-JURIS ASSIGN TO  '..\CLIJURIS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
       FD  FACT-IMPRESA.
       01  LIN-FACTURA                 PIC X(80).

      *    Facturas de clientes con envio por correo electronico:
      *    cada linea de FACTIMP con el destinatario y el documento.
       FD  FACT-MAIL.
       01  REG-ENVIO-MAIL.
           02 NRO-CLIENTE-EM           PIC 9(7).
           02 EMAIL-EM                 PIC X(60).
           02 DOCUMENTO-EM             PIC X(8).
           02 LINEA-EM                 PIC X(80).

       FD  CONTACTOS.
       01  REG-CONTACTO.
           02 NRO-CLIENTE-CO           PIC 9(7).
           02 DOMICILIO-CO             PIC X(40).
           02 LOCALIDAD-CO             PIC X(30).
           02 COD-POSTAL-CO            PIC X(8).
           02 EMAIL-CO                 PIC X(60).
           02 CANAL-CO                 PIC X(1).
           02 DOMIC-VALIDO-CO          PIC X(1).
           02 EMAIL-VALIDO-CO          PIC X(1).
           02 FECHA-ACT-CO             PIC 9(8).

       FD  CLI-JURIS.
       01  REG-CLI-JURIS.
           02 NRO-CLIENTE-CJ           PIC 9(7).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-FACT-IMP                 PIC X(2).
           88 FS-FACT-IMP-OK       VALUE "00".
       01  FS-CONTACTOS                PIC X(2).
           88 FS-CONTACTOS-OK      VALUE "00".
       01  FS-FACT-MAIL                PIC X(2).
           88 FS-FACT-MAIL-OK      VALUE "00".
       01  WS-FACT-MAIL-ABIERTO        PIC X VALUE 'N'.
           88 FACT-MAIL-ABIERTO        VALUE 'S'.
       01  FIN-CONTACTOS               PIC X VALUE 'N'.
       01  WS-CANAL-ENVIO              PIC X VALUE 'I'.
           88 ENVIO-EMAIL          VALUE 'E'.
           88 ENVIO-IMPRENTA       VALUE 'I'.
       01  WS-EMAIL-CLIENTE            PIC X(60).
       01  WS-LINEA-DOC                PIC X(80).
       01  WS-CANT-ENVIO-EMAIL         PIC 9(7) VALUE 0.
       01  CANT-CONT-EMAIL             PIC 9(5) VALUE 0.
       01  TABLA-CONT-EMAIL.
           02 TABLA-CONT-EMAIL-ITEM OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON CANT-CONT-EMAIL
                                    INDEXED BY IDX-CONT-EMAIL.
               03 TCE-NRO-CLIENTE      PIC 9(7).
               03 TCE-EMAIL            PIC X(60).
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           PERFORM 14000-LEER-NUMERADOR
           PERFORM 15000-CARGAR-JURISDICCIONES
           PERFORM 16000-CARGAR-PERCEPCIONES
           PERFORM 17000-CARGAR-CONTACTOS

           OPEN INPUT RESULTADOS.
           IF NOT FS-RESULT-OK
               SET FACT-IMP-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT FACT-MAIL.
           IF NOT FS-FACT-MAIL-OK
               DISPLAY 'ERROR AL ABRIR FACTMAIL'
               DISPLAY 'FILE STATUS ' FS-FACT-MAIL
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-FACT-MAIL TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR FACTMAIL' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET FACT-MAIL-ABIERTO TO TRUE
           END-IF

           PERFORM 21000-LEER-RESULTADOS.

       11000-GENERAR-RUN-ID.
               CLOSE SERV-IVA
           END-IF.

      *    Solo interesan los contactos con envio por correo
      *    electronico y direccion valida; el resto va a imprenta.
       17000-CARGAR-CONTACTOS.
           OPEN INPUT CONTACTOS.
           IF FS-CONTACTOS-OK
               PERFORM UNTIL FIN-CONTACTOS = 'S'
                   READ CONTACTOS
                       AT END
                           MOVE 'S' TO FIN-CONTACTOS
                       NOT AT END
                           IF CANAL-CO = 'E'
                              AND EMAIL-CO NOT = SPACES
                              AND EMAIL-VALIDO-CO = 'S'
                               ADD 1 TO CANT-CONT-EMAIL
                               MOVE NRO-CLIENTE-CO
                                   TO TCE-NRO-CLIENTE(CANT-CONT-EMAIL)
                               MOVE EMAIL-CO
                                   TO TCE-EMAIL(CANT-CONT-EMAIL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS
           END-IF.

      *    Un numerador legal por empresa; FACTNUM lleva un registro
      *    por empresa y la corrida usa el de su parm.
       14000-LEER-NUMERADOR.
           MOVE 0 TO WS-TOTAL-CLIENTE
           MOVE 0 TO WS-PERCEP-CLIENTE
           PERFORM 28000-BUSCAR-PERCEPCION
           PERFORM 28500-BUSCAR-CANAL
           PERFORM 22000-ENCABEZADO-FACTURA
           PERFORM 23000-FACTURAR-LINEA
               UNTIL FS-RESULT-EOF
           END-IF.

       22000-ENCABEZADO-FACTURA.
           MOVE LIN-FAC-BLANCO TO WS-LINEA-DOC
           PERFORM 29500-EMITIR-LINEA
           MOVE WS-NRO-FACTURA TO LFT-NRO-FACTURA
           MOVE WS-FECHA-HOY TO LFT-FECHA
           MOVE LIN-FAC-TITULO TO WS-LINEA-DOC
           PERFORM 29500-EMITIR-LINEA
           MOVE NRO-CLIENTE-R TO LFC-CLIENTE
           MOVE NYAR-R TO LFC-NOMBRE
           MOVE LIN-FAC-CLIENTE TO WS-LINEA-DOC
           PERFORM 29500-EMITIR-LINEA.

       23000-FACTURAR-LINEA.
           PERFORM 25000-BUSCAR-CATEGORIA
           MOVE WS-BRUTO-LINEA TO LFD-NETO
           MOVE WS-IVA-LINEA TO LFD-IVA
           MOVE WS-TOTAL-LINEA TO LFD-TOTAL
           MOVE LIN-FAC-DETALLE TO WS-LINEA-DOC
           PERFORM 29500-EMITIR-LINEA
           IF DESCUENTO-R NOT = 0
               COMPUTE LFDE-IMPORTE = 0 - DESCUENTO-R
               MOVE LIN-FAC-DESCUENTO TO WS-LINEA-DOC
               PERFORM 29500-EMITIR-LINEA
           END-IF
           IF WS-PERCEP-LINEA NOT = 0
               MOVE WS-JURIS TO LFP-JURIS
               MOVE WS-PERCEP-LINEA TO LFP-IMPORTE
               MOVE LIN-FAC-PERCEP TO WS-LINEA-DOC
               PERFORM 29500-EMITIR-LINEA
           END-IF

           PERFORM 21000-LEER-RESULTADOS.
           MOVE WS-NETO-CLIENTE TO LFTO-NETO
           MOVE WS-IVA-CLIENTE TO LFTO-IVA
           MOVE WS-TOTAL-CLIENTE TO LFTO-TOTAL
           MOVE LIN-FAC-TOTAL TO WS-LINEA-DOC
           PERFORM 29500-EMITIR-LINEA.

       25000-BUSCAR-CATEGORIA.
           MOVE 'GEN' TO WS-COD-CAT
               END-SEARCH
           END-IF.

       28500-BUSCAR-CANAL.
           SET ENVIO-IMPRENTA TO TRUE
           MOVE SPACES TO WS-EMAIL-CLIENTE
           IF CANT-CONT-EMAIL > 0 AND FACT-MAIL-ABIERTO
               SET IDX-CONT-EMAIL TO 1
               SEARCH TABLA-CONT-EMAIL-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-NRO-CLIENTE(IDX-CONT-EMAIL)
                           = WS-CLIENTE-ACTUAL
                       SET ENVIO-EMAIL TO TRUE
                       MOVE TCE-EMAIL(IDX-CONT-EMAIL)
                           TO WS-EMAIL-CLIENTE
               END-SEARCH
           END-IF
           IF ENVIO-EMAIL
               ADD 1 TO WS-CANT-ENVIO-EMAIL
           END-IF.

       29500-EMITIR-LINEA.
           IF ENVIO-EMAIL
               MOVE WS-CLIENTE-ACTUAL TO NRO-CLIENTE-EM
               MOVE WS-EMAIL-CLIENTE TO EMAIL-EM
               MOVE WS-NRO-FACTURA TO DOCUMENTO-EM
               MOVE WS-LINEA-DOC TO LINEA-EM
               WRITE REG-ENVIO-MAIL
           ELSE
               WRITE LIN-FACTURA FROM WS-LINEA-DOC
           END-IF.

       27000-GRABAR-NUMERADOR.
           MOVE 'N' TO WS-EMPRESA-HALLADA
           PERFORM VARYING WS-IDX-NUM FROM 1 BY 1
           IF FACT-IMP-ABIERTO
               CLOSE FACT-IMPRESA
           END-IF
           IF FACT-MAIL-ABIERTO
               CLOSE FACT-MAIL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACT-AUT.

           SELECT FACT-MAIL ASSIGN TO  '..\FACTMAIA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACT-MAIL.

           SELECT CONTACTOS ASSIGN TO  '..\CONTACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

           SELECT RECHAZOS-CAE ASSIGN TO  '..\CAERECH.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
       FD  FACT-AUTORIZADA.
       01  LIN-FACT-AUT                PIC X(80).

      *    Facturas autorizadas de clientes con envio por correo
      *    electronico, en lugar de ir a FACTIMPA.
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

       FD  RECHAZOS-CAE.
       01  LIN-RECHAZO-CAE             PIC X(80).

           88 FS-FACT-AUT-OK       VALUE "00".
       01  FS-RECHAZOS                 PIC X(2).
           88 FS-RECHAZOS-OK       VALUE "00".
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
           END-IF

           PERFORM 12000-CARGAR-RESPUESTAS
           PERFORM 13000-CARGAR-CONTACTOS

           OPEN INPUT FACTURAS.
           IF NOT FS-FACTURAS-OK
               SET FACT-AUT-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT FACT-MAIL.
           IF FS-FACT-MAIL-OK
               SET FACT-MAIL-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT RECHAZOS-CAE.
           IF FS-RECHAZOS-OK
               SET RECHAZOS-ABIERTO TO TRUE
               DISPLAY 'SIN RESPUESTAS CAE ' FS-RESPUESTA
           END-IF.

      *    Solo interesan los contactos con envio por correo
      *    electronico y direccion valida; el resto va a imprenta.
       13000-CARGAR-CONTACTOS.
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

       20000-PROCESO.
           READ FACTURAS
               AT END
       23000-IMPRIMIR-AUTORIZADA.
           IF NRO-FACTURA-F NOT = WS-FACT-IMPRESA
               MOVE NRO-FACTURA-F TO WS-FACT-IMPRESA
               PERFORM 23500-BUSCAR-CANAL
               MOVE LIN-FA-BLANCO TO WS-LINEA-DOC
               PERFORM 23900-EMITIR-LINEA
               MOVE NRO-FACTURA-F TO LFT-NRO-FACTURA
               MOVE FECHA-F TO LFT-FECHA
               MOVE LIN-FA-TITULO TO WS-LINEA-DOC
               PERFORM 23900-EMITIR-LINEA
               MOVE NRO-CLIENTE-F TO LFC-CLIENTE
               MOVE NYAR-F TO LFC-NOMBRE
               MOVE LIN-FA-CLIENTE TO WS-LINEA-DOC
               PERFORM 23900-EMITIR-LINEA
               MOVE CAE-F TO LFA-CAE
               MOVE CAE-VTO-F TO LFA-CAE-VTO
               MOVE LIN-FA-CAE TO WS-LINEA-DOC
               PERFORM 23900-EMITIR-LINEA
           END-IF
           MOVE COD-SERVICIO-F TO LFD-SERVICIO
           MOVE COD-CAT-IVA-F TO LFD-CATEGORIA
           MOVE IMPORTE-NETO-F TO LFD-NETO
           MOVE IMPORTE-IVA-F TO LFD-IVA
           MOVE IMPORTE-TOTAL-F TO LFD-TOTAL
           MOVE LIN-FA-DETALLE TO WS-LINEA-DOC
           PERFORM 23900-EMITIR-LINEA.

       23500-BUSCAR-CANAL.
           SET ENVIO-IMPRENTA TO TRUE
           MOVE SPACES TO WS-EMAIL-CLIENTE
           IF CANT-CONT-EMAIL > 0 AND FACT-MAIL-ABIERTO
               SET IDX-CONT-EMAIL TO 1
               SEARCH TABLA-CONT-EMAIL-ITEM
                   AT END
                       CONTINUE
                   WHEN TCE-NRO-CLIENTE(IDX-CONT-EMAIL)
                           = NRO-CLIENTE-F
                       SET ENVIO-EMAIL TO TRUE
                       MOVE TCE-EMAIL(IDX-CONT-EMAIL)
                           TO WS-EMAIL-CLIENTE
               END-SEARCH
           END-IF
           IF ENVIO-EMAIL
               ADD 1 TO WS-CANT-ENVIO-EMAIL
           END-IF.

       23900-EMITIR-LINEA.
           IF ENVIO-EMAIL
               MOVE NRO-CLIENTE-F TO NRO-CLIENTE-EM
               MOVE WS-EMAIL-CLIENTE TO EMAIL-EM
               MOVE NRO-FACTURA-F TO DOCUMENTO-EM
               MOVE WS-LINEA-DOC TO LINEA-EM
               WRITE REG-ENVIO-MAIL
           ELSE
               WRITE LIN-FACT-AUT FROM WS-LINEA-DOC
           END-IF.

       28000-REESCRIBIR-FACTURAS.
           IF FACTURAS-ABIERTO AND FACT-TRAB-ABIERTO
           DISPLAY 'RESPUESTAS LEIDAS   : ' WS-CANT-ENTRADA
           DISPLAY 'DOCS AUTORIZADOS    : ' WS-CANT-AUTORIZADAS
           DISPLAY 'DOCS RECHAZADOS     : ' WS-CANT-RECHAZADAS
           DISPLAY 'FACTURAS POR EMAIL  : ' WS-CANT-ENVIO-EMAIL
           IF FACTURAS-ABIERTO
               CLOSE FACTURAS
           END-IF
           IF FACT-AUT-ABIERTO
               CLOSE FACT-AUTORIZADA
           END-IF
           IF FACT-MAIL-ABIERTO
               CLOSE FACT-MAIL
           END-IF
           IF RECHAZOS-ABIERTO
               CLOSE RECHAZOS-CAE
           END-IF

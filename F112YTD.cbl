                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ESTADO.

           SELECT ESTADO-MAIL ASSIGN TO  '..\ESTMAIL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ESTADO-MAIL.

           SELECT CONTACTOS ASSIGN TO  '..\CONTACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULTADOS.
       FD  ESTADO.
       01  LIN-ESTADO                  PIC X(80).

      *    Estados de clientes con envio por correo electronico,
      *    en lugar de ir a ESTADO.
       FD  ESTADO-MAIL.
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

       WORKING-STORAGE SECTION.
       01  FS-RESULT                   PIC X(2).
           88 FS-RESULT-OK         VALUE "00".
       01  WS-ESTADO-ABIERTO           PIC X VALUE 'N'.
           88 ESTADO-ABIERTO           VALUE 'S'.

       01  FS-CONTACTOS                PIC X(2).
           88 FS-CONTACTOS-OK      VALUE "00".
       01  FS-ESTADO-MAIL              PIC X(2).
           88 FS-ESTADO-MAIL-OK   VALUE "00".
       01  WS-ESTADO-MAIL-ABIERTO      PIC X VALUE 'N'.
           88 ESTADO-MAIL-ABIERTO   VALUE 'S'.
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
       01  WS-NOMBRE-RESULT            PIC X(30).
       01  WS-NOMBRE-ACUM              PIC X(30).
       01  WS-NOMBRE-ARCHIVO-AN        PIC X(30).
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112YTD'.
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
       01  WS-RUNSTAT-GRABADO          PIC X VALUE 'N'.
       01  WS-FIN-CATALOGO             PIC X VALUE 'N'.
       01  WS-FIN-COPIA                PIC X VALUE 'N'.

           PERFORM 11000-GENERAR-RUN-ID

           PERFORM 11100-TOMAR-LOCKS

           OPEN OUTPUT ESTADO.
           IF NOT FS-ESTADO-OK
               DISPLAY 'ERROR AL ABRIR ESTADO'
               WRITE LIN-ESTADO FROM LIN-ENCABEZADO
           END-IF

           OPEN OUTPUT ESTADO-MAIL.
           IF FS-ESTADO-MAIL-OK
               SET ESTADO-MAIL-ABIERTO TO TRUE
           END-IF

           PERFORM 13000-CARGAR-CONTACTOS

           PERFORM 12000-CARGAR-CATALOGO

           IF CANT-GENERACIONES = 0
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    ACUMNVO se reescribe entero; si otro job lo tiene tomado se
      *    termina sin tocar nada y el registro de locks nombra al
      *    tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'ACUMNVO.DAT' TO WS-LR-ARCHIVO(1)
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
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
                   PERFORM 30000-FINAL
           END-EVALUATE.

       12000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO-GEN.
           IF FS-CATALOGO-OK
               MOVE CAT-NOMBRE TO TG-NOMBRE(CANT-GENERACIONES)
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

       15000-PROCESAR-GENERACION.
           MOVE TG-NOMBRE(WS-GEN-ACTUAL) TO WS-NOMBRE-RESULT
           DISPLAY 'PROCESANDO GENERACION: ' WS-NOMBRE-RESULT
           MOVE WS-NOMBRE-CLIENTE TO LE-NOMBRE
           MOVE WS-SALDO-NUEVO TO LE-SALDO
           MOVE WS-CANT-TRANS-MTD TO LE-CANT-TRANS
           MOVE LIN-DETALLE-EST TO WS-LINEA-DOC
           PERFORM 41000-BUSCAR-CANAL
           PERFORM 42000-EMITIR-LINEA.

       41000-BUSCAR-CANAL.
           SET ENVIO-IMPRENTA TO TRUE
           MOVE SPACES TO WS-EMAIL-CLIENTE
           IF CANT-CONT-EMAIL > 0 AND ESTADO-MAIL-ABIERTO
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

       42000-EMITIR-LINEA.
           IF ENVIO-EMAIL
               MOVE WS-CLIENTE-ACTUAL TO NRO-CLIENTE-EM
               MOVE WS-EMAIL-CLIENTE TO EMAIL-EM
               MOVE 'ESTADO' TO DOCUMENTO-EM
               MOVE WS-LINEA-DOC TO LINEA-EM
               WRITE REG-ENVIO-MAIL
           ELSE
               WRITE LIN-ESTADO FROM WS-LINEA-DOC
           END-IF.

       29000-MARCAR-CATALOGO.
           MOVE 'N' TO WS-FIN-CATALOGO
           IF ESTADO-ABIERTO
               CLOSE ESTADO
           END-IF
           IF ESTADO-MAIL-ABIERTO
               CLOSE ESTADO-MAIL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 32000-LIBERAR-LOCKS
           END-IF
           IF WS-RUNSTAT-GRABADO NOT = 'S'
               MOVE 'S' TO WS-RUNSTAT-GRABADO
               PERFORM 31000-GRABAR-RUNSTAT
               CLOSE RUNSTAT
           END-IF.

       32000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM YOUR-PROGRAM-NAME.

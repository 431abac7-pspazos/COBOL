       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112CONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACTOS ASSIGN TO  '..\CONTACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

           SELECT CONTACTO-MOVS ASSIGN TO  '..\CONTMOVS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONT-MOVS.

           SELECT DEVOLUCIONES ASSIGN TO  '..\CONTREBO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEVOLUC.

           SELECT CONT-LISTADO ASSIGN TO  '..\CONTLIST.DAT'
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
      *    Maestro de contactos por cliente. CANAL-CO 'I' imprenta,
      *    'E' correo electronico; los indicadores de validez los
      *    baja una devolucion y los repone una modificacion.
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

      *    'A' alta, 'M' modificacion (solo los campos informados),
      *    'B' baja del contacto.
       FD  CONTACTO-MOVS.
       01  REG-CONTACTO-MOV.
           02 NRO-CLIENTE-MC           PIC 9(7).
           02 TIPO-MC                  PIC X(1).
           02 DOMICILIO-MC             PIC X(40).
           02 LOCALIDAD-MC             PIC X(30).
           02 COD-POSTAL-MC            PIC X(8).
           02 EMAIL-MC                 PIC X(60).
           02 CANAL-MC                 PIC X(1).

      *    'E' correo electronico rebotado, 'P' pieza postal devuelta.
       FD  DEVOLUCIONES.
       01  REG-DEVOLUCION.
           02 NRO-CLIENTE-RB           PIC 9(7).
           02 TIPO-RB                  PIC X(1).
           02 FECHA-RB                 PIC 9(8).
           02 MOTIVO-RB                PIC X(30).

       FD  CONT-LISTADO.
       01  LIN-CONT                    PIC X(132).

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
       01  FS-CONTACTOS                PIC X(2).
           88 FS-CONTACTOS-OK      VALUE "00".
       01  FS-CONT-MOVS                PIC X(2).
           88 FS-CONT-MOVS-OK      VALUE "00".
       01  FS-DEVOLUC                  PIC X(2).
           88 FS-DEVOLUC-OK        VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
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
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112CONT'.
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
       01  WS-CANT-MOVS-OK             PIC 9(7) VALUE 0.
       01  WS-CANT-MOVS-RECH           PIC 9(7) VALUE 0.
       01  WS-CANT-DEVOLUCIONES        PIC 9(7) VALUE 0.
       01  WS-CANT-A-DEPURAR           PIC 9(7) VALUE 0.

       01  FIN-CONTACTOS               PIC X VALUE 'N'.
       01  FIN-CONT-MOVS               PIC X VALUE 'N'.
       01  FIN-DEVOLUC                 PIC X VALUE 'N'.
       01  WS-IDX-CONT                 PIC 9(5).
       01  WS-MOTIVO                   PIC X(40).

       01  CANT-CONTACTOS              PIC 9(5) VALUE 0.
       01  TABLA-CONTACTOS.
           02 TABLA-CONT-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CONTACTOS
                              INDEXED BY IDX-CONT.
               03 TCO-NRO-CLIENTE      PIC 9(7).
               03 TCO-DOMICILIO        PIC X(40).
               03 TCO-LOCALIDAD        PIC X(30).
               03 TCO-COD-POSTAL       PIC X(8).
               03 TCO-EMAIL            PIC X(60).
               03 TCO-CANAL            PIC X(1).
               03 TCO-DOMIC-VALIDO     PIC X(1).
               03 TCO-EMAIL-VALIDO     PIC X(1).
               03 TCO-FECHA-ACT        PIC 9(8).
               03 TCO-BAJA             PIC X(1).

       01  LIN-CT-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112CONT  DEPURACION DATOS DE CONTACTO'.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LCT-FECHA           PIC X(8).
       01  LIN-CT-SECCION         PIC X(60).
       01  LIN-CT-DETALLE.
           02 LCD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CANAL           PIC X(1).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-EMAIL           PIC X(40).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-DOMICILIO       PIC X(36).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-MOTIVO          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-APLICAR-MOVIMIENTOS.
           PERFORM 22000-APLICAR-DEVOLUCIONES.
           PERFORM 24000-LISTAR-A-DEPURAR.
           PERFORM 28000-REESCRIBIR-CONTACTOS.
           PERFORM 28500-VACIAR-ENTRADAS.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N

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

           PERFORM 12000-CARGAR-CONTACTOS

           OPEN OUTPUT CONT-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-FECHA-HOY TO LCT-FECHA
               WRITE LIN-CONT FROM LIN-CT-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112CONT' AND RS-FIN(1:8)
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
           MOVE 'CONTACTO.DAT' TO WS-LR-ARCHIVO(1)
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

      *    En la primera corrida el maestro todavia no existe.
       12000-CARGAR-CONTACTOS.
           OPEN INPUT CONTACTOS.
           IF FS-CONTACTOS-OK
               PERFORM UNTIL FIN-CONTACTOS = 'S'
                   READ CONTACTOS
                       AT END
                           MOVE 'S' TO FIN-CONTACTOS
                       NOT AT END
                           ADD 1 TO CANT-CONTACTOS
                           MOVE NRO-CLIENTE-CO
                               TO TCO-NRO-CLIENTE(CANT-CONTACTOS)
                           MOVE DOMICILIO-CO
                               TO TCO-DOMICILIO(CANT-CONTACTOS)
                           MOVE LOCALIDAD-CO
                               TO TCO-LOCALIDAD(CANT-CONTACTOS)
                           MOVE COD-POSTAL-CO
                               TO TCO-COD-POSTAL(CANT-CONTACTOS)
                           MOVE EMAIL-CO TO TCO-EMAIL(CANT-CONTACTOS)
                           MOVE CANAL-CO TO TCO-CANAL(CANT-CONTACTOS)
                           MOVE DOMIC-VALIDO-CO
                               TO TCO-DOMIC-VALIDO(CANT-CONTACTOS)
                           MOVE EMAIL-VALIDO-CO
                               TO TCO-EMAIL-VALIDO(CANT-CONTACTOS)
                           MOVE FECHA-ACT-CO
                               TO TCO-FECHA-ACT(CANT-CONTACTOS)
                           MOVE 'N' TO TCO-BAJA(CANT-CONTACTOS)
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS
           ELSE
               IF FS-CONTACTOS NOT = "35"
                   DISPLAY 'ERROR AL ABRIR CONTACTO'
                   DISPLAY 'FILE STATUS ' FS-CONTACTOS
                   MOVE '12000-CARGAR-CONT' TO JL-PARRAFO
                   MOVE FS-CONTACTOS TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR CONTACTO' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
           END-IF.

       20000-APLICAR-MOVIMIENTOS.
           OPEN INPUT CONTACTO-MOVS.
           IF FS-CONT-MOVS-OK
               IF LISTADO-ABIERTO
                   MOVE 'MOVIMIENTOS RECHAZADOS' TO LIN-CT-SECCION
                   WRITE LIN-CONT FROM LIN-CT-SECCION
               END-IF
               PERFORM UNTIL FIN-CONT-MOVS = 'S'
                   READ CONTACTO-MOVS
                       AT END
                           MOVE 'S' TO FIN-CONT-MOVS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 21000-APLICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE CONTACTO-MOVS
           END-IF.

       21000-APLICAR-MOVIMIENTO.
           MOVE NRO-CLIENTE-MC TO NRO-CLIENTE-CO
           PERFORM 25000-BUSCAR-CONTACTO
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN NRO-CLIENTE-MC NOT NUMERIC
                   MOVE 'CLIENTE INVALIDO' TO WS-MOTIVO
               WHEN CANAL-MC NOT = SPACE AND CANAL-MC NOT = 'I'
                    AND CANAL-MC NOT = 'E'
                   MOVE 'CANAL INVALIDO' TO WS-MOTIVO
               WHEN TIPO-MC = 'A'
                   IF WS-IDX-CONT > 0
                       MOVE 'CONTACTO YA EXISTENTE' TO WS-MOTIVO
                   ELSE
                       PERFORM 21100-ALTA-CONTACTO
                   END-IF
               WHEN TIPO-MC = 'M'
                   IF WS-IDX-CONT = 0
                       MOVE 'CONTACTO INEXISTENTE' TO WS-MOTIVO
                   ELSE
                       PERFORM 21200-MODIFICAR-CONTACTO
                   END-IF
               WHEN TIPO-MC = 'B'
                   IF WS-IDX-CONT = 0
                       MOVE 'CONTACTO INEXISTENTE' TO WS-MOTIVO
                   ELSE
                       MOVE 'S' TO TCO-BAJA(WS-IDX-CONT)
                   END-IF
               WHEN OTHER
                   MOVE 'TIPO DE MOVIMIENTO INVALIDO' TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
               ADD 1 TO WS-CANT-MOVS-OK
           ELSE
               ADD 1 TO WS-CANT-MOVS-RECH
               IF LISTADO-ABIERTO
                   MOVE NRO-CLIENTE-MC TO LCD-CLIENTE
                   MOVE CANAL-MC TO LCD-CANAL
                   MOVE EMAIL-MC TO LCD-EMAIL
                   MOVE DOMICILIO-MC TO LCD-DOMICILIO
                   MOVE WS-MOTIVO TO LCD-MOTIVO
                   WRITE LIN-CONT FROM LIN-CT-DETALLE
               END-IF
           END-IF.

      *    Sin canal informado se envia por correo electronico si
      *    hay direccion, y si no por imprenta.
       21100-ALTA-CONTACTO.
           ADD 1 TO CANT-CONTACTOS
           MOVE CANT-CONTACTOS TO WS-IDX-CONT
           MOVE NRO-CLIENTE-MC TO TCO-NRO-CLIENTE(WS-IDX-CONT)
           MOVE DOMICILIO-MC TO TCO-DOMICILIO(WS-IDX-CONT)
           MOVE LOCALIDAD-MC TO TCO-LOCALIDAD(WS-IDX-CONT)
           MOVE COD-POSTAL-MC TO TCO-COD-POSTAL(WS-IDX-CONT)
           MOVE EMAIL-MC TO TCO-EMAIL(WS-IDX-CONT)
           MOVE CANAL-MC TO TCO-CANAL(WS-IDX-CONT)
           IF CANAL-MC = SPACE
               IF EMAIL-MC NOT = SPACES
                   MOVE 'E' TO TCO-CANAL(WS-IDX-CONT)
               ELSE
                   MOVE 'I' TO TCO-CANAL(WS-IDX-CONT)
               END-IF
           END-IF
           MOVE 'S' TO TCO-DOMIC-VALIDO(WS-IDX-CONT)
           MOVE 'S' TO TCO-EMAIL-VALIDO(WS-IDX-CONT)
           MOVE WS-FECHA-HOY-N TO TCO-FECHA-ACT(WS-IDX-CONT)
           MOVE 'N' TO TCO-BAJA(WS-IDX-CONT).

       21200-MODIFICAR-CONTACTO.
           IF DOMICILIO-MC NOT = SPACES
               MOVE DOMICILIO-MC TO TCO-DOMICILIO(WS-IDX-CONT)
               MOVE LOCALIDAD-MC TO TCO-LOCALIDAD(WS-IDX-CONT)
               MOVE COD-POSTAL-MC TO TCO-COD-POSTAL(WS-IDX-CONT)
               MOVE 'S' TO TCO-DOMIC-VALIDO(WS-IDX-CONT)
           END-IF
           IF EMAIL-MC NOT = SPACES
               MOVE EMAIL-MC TO TCO-EMAIL(WS-IDX-CONT)
               MOVE 'S' TO TCO-EMAIL-VALIDO(WS-IDX-CONT)
           END-IF
           IF CANAL-MC NOT = SPACE
               MOVE CANAL-MC TO TCO-CANAL(WS-IDX-CONT)
           END-IF
           MOVE 'N' TO TCO-BAJA(WS-IDX-CONT)
           MOVE WS-FECHA-HOY-N TO TCO-FECHA-ACT(WS-IDX-CONT).

       22000-APLICAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES.
           IF FS-DEVOLUC-OK
               IF LISTADO-ABIERTO
                   MOVE 'DEVOLUCIONES PROCESADAS' TO LIN-CT-SECCION
                   WRITE LIN-CONT FROM LIN-CT-SECCION
               END-IF
               PERFORM UNTIL FIN-DEVOLUC = 'S'
                   READ DEVOLUCIONES
                       AT END
                           MOVE 'S' TO FIN-DEVOLUC
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           ADD 1 TO WS-CANT-DEVOLUCIONES
                           PERFORM 23000-APLICAR-DEVOLUCION
                   END-READ
               END-PERFORM
               CLOSE DEVOLUCIONES
           END-IF.

      *    Un rebote de correo electronico pasa el cliente a imprenta
      *    y una pieza postal devuelta lo pasa a correo electronico,
      *    siempre que el otro canal tenga datos validos.
       23000-APLICAR-DEVOLUCION.
           MOVE NRO-CLIENTE-RB TO NRO-CLIENTE-CO
           PERFORM 25000-BUSCAR-CONTACTO
           IF WS-IDX-CONT = 0
               MOVE 'DEVOLUCION DE CLIENTE SIN CONTACTO' TO WS-MOTIVO
               IF LISTADO-ABIERTO
                   MOVE NRO-CLIENTE-RB TO LCD-CLIENTE
                   MOVE SPACES TO LCD-CANAL
                   MOVE SPACES TO LCD-EMAIL
                   MOVE SPACES TO LCD-DOMICILIO
                   MOVE WS-MOTIVO TO LCD-MOTIVO
                   WRITE LIN-CONT FROM LIN-CT-DETALLE
               END-IF
           ELSE
               EVALUATE TIPO-RB
                   WHEN 'E'
                       MOVE 'N' TO TCO-EMAIL-VALIDO(WS-IDX-CONT)
                       IF TCO-CANAL(WS-IDX-CONT) = 'E'
                           MOVE 'I' TO TCO-CANAL(WS-IDX-CONT)
                       END-IF
                       MOVE 'EMAIL REBOTADO, PASA A IMPRENTA'
                           TO WS-MOTIVO
                       IF TCO-DOMICILIO(WS-IDX-CONT) = SPACES
                          OR TCO-DOMIC-VALIDO(WS-IDX-CONT) = 'N'
                           MOVE 'EMAIL REBOTADO, SIN CANAL VALIDO'
                               TO WS-MOTIVO
                       END-IF
                   WHEN 'P'
                       MOVE 'N' TO TCO-DOMIC-VALIDO(WS-IDX-CONT)
                       IF TCO-EMAIL(WS-IDX-CONT) NOT = SPACES
                          AND TCO-EMAIL-VALIDO(WS-IDX-CONT) = 'S'
                           MOVE 'E' TO TCO-CANAL(WS-IDX-CONT)
                           MOVE 'CORREO DEVUELTO, PASA A EMAIL'
                               TO WS-MOTIVO
                       ELSE
                           MOVE 'CORREO DEVUELTO, SIN CANAL VALIDO'
                               TO WS-MOTIVO
                       END-IF
                   WHEN OTHER
                       MOVE 'TIPO DE DEVOLUCION INVALIDO' TO WS-MOTIVO
               END-EVALUATE
               MOVE WS-FECHA-HOY-N TO TCO-FECHA-ACT(WS-IDX-CONT)
               PERFORM 26000-LISTAR-CONTACTO
           END-IF.

      *    Quedan para depurar los contactos cuyo canal vigente no
      *    tiene datos validos para el envio.
       24000-LISTAR-A-DEPURAR.
           IF LISTADO-ABIERTO
               MOVE 'CONTACTOS A DEPURAR' TO LIN-CT-SECCION
               WRITE LIN-CONT FROM LIN-CT-SECCION
           END-IF
           PERFORM VARYING WS-IDX-CONT FROM 1 BY 1
               UNTIL WS-IDX-CONT > CANT-CONTACTOS
               MOVE SPACES TO WS-MOTIVO
               IF TCO-BAJA(WS-IDX-CONT) = 'N'
                   IF TCO-CANAL(WS-IDX-CONT) = 'E'
                       IF TCO-EMAIL(WS-IDX-CONT) = SPACES
                          OR TCO-EMAIL-VALIDO(WS-IDX-CONT) = 'N'
                           MOVE 'SIN EMAIL VALIDO' TO WS-MOTIVO
                       END-IF
                   ELSE
                       IF TCO-DOMICILIO(WS-IDX-CONT) = SPACES
                          OR TCO-DOMIC-VALIDO(WS-IDX-CONT) = 'N'
                           MOVE 'SIN DOMICILIO POSTAL VALIDO'
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIVO NOT = SPACES
                   ADD 1 TO WS-CANT-A-DEPURAR
                   PERFORM 26000-LISTAR-CONTACTO
               END-IF
           END-PERFORM.

       25000-BUSCAR-CONTACTO.
           MOVE 0 TO WS-IDX-CONT
           IF CANT-CONTACTOS > 0
               SET IDX-CONT TO 1
               SEARCH TABLA-CONT-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-CLIENTE(IDX-CONT) = NRO-CLIENTE-CO
                       SET WS-IDX-CONT TO IDX-CONT
               END-SEARCH
           END-IF.

       26000-LISTAR-CONTACTO.
           IF LISTADO-ABIERTO
               MOVE TCO-NRO-CLIENTE(WS-IDX-CONT) TO LCD-CLIENTE
               MOVE TCO-CANAL(WS-IDX-CONT) TO LCD-CANAL
               MOVE TCO-EMAIL(WS-IDX-CONT) TO LCD-EMAIL
               MOVE TCO-DOMICILIO(WS-IDX-CONT) TO LCD-DOMICILIO
               MOVE WS-MOTIVO TO LCD-MOTIVO
               WRITE LIN-CONT FROM LIN-CT-DETALLE
           END-IF.

       28000-REESCRIBIR-CONTACTOS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT CONTACTOS
               IF FS-CONTACTOS-OK
                   PERFORM VARYING WS-IDX-CONT FROM 1 BY 1
                       UNTIL WS-IDX-CONT > CANT-CONTACTOS
                       IF TCO-BAJA(WS-IDX-CONT) = 'N'
                           MOVE TCO-NRO-CLIENTE(WS-IDX-CONT)
                               TO NRO-CLIENTE-CO
                           MOVE TCO-DOMICILIO(WS-IDX-CONT)
                               TO DOMICILIO-CO
                           MOVE TCO-LOCALIDAD(WS-IDX-CONT)
                               TO LOCALIDAD-CO
                           MOVE TCO-COD-POSTAL(WS-IDX-CONT)
                               TO COD-POSTAL-CO
                           MOVE TCO-EMAIL(WS-IDX-CONT) TO EMAIL-CO
                           MOVE TCO-CANAL(WS-IDX-CONT) TO CANAL-CO
                           MOVE TCO-DOMIC-VALIDO(WS-IDX-CONT)
                               TO DOMIC-VALIDO-CO
                           MOVE TCO-EMAIL-VALIDO(WS-IDX-CONT)
                               TO EMAIL-VALIDO-CO
                           MOVE TCO-FECHA-ACT(WS-IDX-CONT)
                               TO FECHA-ACT-CO
                           WRITE REG-CONTACTO
                           ADD 1 TO WS-CANT-SALIDA
                       END-IF
                   END-PERFORM
                   CLOSE CONTACTOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA CONTACTO ' FS-CONTACTOS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

      *    Movimientos y devoluciones ya aplicados no se reprocesan.
       28500-VACIAR-ENTRADAS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT CONTACTO-MOVS
               IF FS-CONT-MOVS-OK
                   CLOSE CONTACTO-MOVS
               END-IF
               OPEN OUTPUT DEVOLUCIONES
               IF FS-DEVOLUC-OK
                   CLOSE DEVOLUCIONES
               END-IF
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112CONT' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'MOVIMIENTOS APLICADOS: ' WS-CANT-MOVS-OK
           DISPLAY 'MOVIMIENTOS RECHAZ.  : ' WS-CANT-MOVS-RECH
           DISPLAY 'DEVOLUCIONES         : ' WS-CANT-DEVOLUCIONES
           DISPLAY 'CONTACTOS A DEPURAR  : ' WS-CANT-A-DEPURAR
           DISPLAY 'CONTACTOS GRABADOS   : ' WS-CANT-SALIDA
           IF LISTADO-ABIERTO
               CLOSE CONT-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112CONT' TO RS-JOB
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

       END PROGRAM F112CONT.

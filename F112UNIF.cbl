       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112UNIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS ASSIGN TO '..\PERSIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS DNI-P
                         FILE STATUS  IS FS-PERSONAS.

           SELECT TARJETAS ASSIGN TO  '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT ADHESIONES ASSIGN TO '..\TARJDEBA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ADHESIONES.

           SELECT CLIENSIX ASSIGN TO '..\CTASIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS ID-CLIENTE
                         FILE STATUS  IS FS-CUENTAS.

           SELECT CLIENTES-IX ASSIGN TO  '..\CLIMAEIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS CLAVE-IX
                         ALTERNATE RECORD KEY IS NYAR-IX
                             WITH DUPLICATES
                         FILE STATUS  IS FS-INDICE.

           SELECT TUTORES ASSIGN TO  '..\ALUMTUTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TUTORES.

           SELECT PADRON-UNICO ASSIGN TO  '..\PERSUNI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PADRON.

           SELECT REFERENCIAS ASSIGN TO  '..\PERSREF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REFERENCIAS.

           SELECT DECISIONES ASSIGN TO  '..\PERSDEC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DECISIONES.

           SELECT REVISION ASSIGN TO  '..\PERSREVI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REVISION.

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
       FD  PERSONAS.
       01  REG-PERSONA.
           02 DNI-P                    PIC 9(8).
           02 NOMBRE-P                 PIC X(50).
           02 APELLIDO-P               PIC X(50).
           02 TELEFONO-P               PIC 9(15).
           02 DIRECCION-P              PIC X(50).
           02 ESTADO-CIVIL-P           PIC X(10).
           02 HIJOS-P                  PIC X(2).
           02 GRUPO-FACTOR-SANGRE-P.
              03 GRUPO-P               PIC X(1).
              03 FACTOR-P              PIC X(1).

      *    NRO-CLI del titular es su DNI.
       FD  TARJETAS.
       01  REG-TARJETAS.
           02 NRO-CLI                  PIC 9(8).
           02 NYA                      PIC X(30).
           02 NRO-CTA-T                PIC 9(8).
           02 MONTO-DIS                PIC 9(15)V99.

       FD  ADHESIONES.
       01  REG-ADHESION.
           02 NRO-CTA-DA               PIC 9(8).
           02 BANCO-DA                 PIC X(3).
           02 CBU-DA                   PIC X(22).
           02 MODALIDAD-DA             PIC X(1).
           02 ESTADO-DA                PIC X(1).
           02 FEC-ALTA-DA              PIC 9(8).
           02 FEC-BAJA-DA              PIC 9(8).

      *    COD-CLI1 es el documento del titular de la cuenta.
       FD  CLIENSIX.
       01  REG-CLIENTE.
           02 ID-CLIENTE               PIC X(8).
           02 COD-CLI1                 PIC 9(8).
           02 MCTA1                    PIC S9(15)V99.

       FD  CLIENTES-IX.
       01  REG-CLT-IX.
           02 CLAVE-IX.
              03 NRO-CLIENTE-IX        PIC 9(7).
              03 COD-SERVICIO-IX       PIC X(3).
           02 NYAR-IX                  PIC X(60).
           02 IMPORTE-IX               PIC 9(7)V99.
           02 BANCO-IX                 PIC X(3).
           02 CTA-BANCO-IX             PIC X(22).

       FD  TUTORES.
       01  REG-TUTOR.
           02 LEGAJO-TU                PIC 9(8).
           02 NRO-CLIENTE-TU           PIC 9(7).
           02 NYAR-TU                  PIC X(60).
           02 BANCO-TU                 PIC X(3).
           02 CTA-BANCO-TU             PIC X(22).

      *    Padron unico de personas por DNI o CUIT. TIPO-DOC-PU:
      *    'D' DNI, 'C' CUIT. El banco y la cuenta son los del primer
      *    debito conocido de la persona y se usan para el apareo.
       FD  PADRON-UNICO.
       01  REG-PADRON-UNICO.
           02 DOC-PU                   PIC 9(11).
           02 TIPO-DOC-PU              PIC X(1).
           02 NYAR-PU                  PIC X(60).
           02 BANCO-PU                 PIC X(3).
           02 CTA-BANCO-PU             PIC X(22).
           02 FECHA-ALTA-PU            PIC 9(8).
           02 FECHA-ACT-PU             PIC 9(8).

      *    Referencia cruzada persona -> clave en cada sistema.
      *    SISTEMA-XR: 'F112' cliente, 'TARJETA' cuenta de tarjeta,
      *    'CTASIX' cuenta, 'LEGAJO' alumno a cargo, 'PERSIX' ficha.
      *    METODO-XR: 'D' documento exacto, 'S' similitud de nombre
      *    y cuenta bancaria, 'V' via el cliente F112 del
      *    responsable, 'M' decision manual.
       FD  REFERENCIAS.
       01  REG-REFERENCIA.
           02 DOC-XR                   PIC 9(11).
           02 SISTEMA-XR               PIC X(8).
           02 CLAVE-XR                 PIC X(20).
           02 METODO-XR                PIC X(1).
           02 PUNTAJE-XR               PIC 9(3).
           02 FECHA-XR                 PIC 9(8).

      *    Resultado de la revision manual. DOC-DC en cero descarta
      *    el registro: no se vincula ni vuelve a revision.
       FD  DECISIONES.
       01  REG-DECISION.
           02 SISTEMA-DC               PIC X(8).
           02 CLAVE-DC                 PIC X(20).
           02 DOC-DC                   PIC 9(11).
           02 OPERADOR-DC              PIC X(8).
           02 FECHA-DC                 PIC 9(8).

       FD  REVISION.
       01  REG-REVISION.
           02 SISTEMA-RV               PIC X(8).
           02 CLAVE-RV                 PIC X(20).
           02 NYAR-RV                  PIC X(60).
           02 BANCO-RV                 PIC X(3).
           02 CTA-BANCO-RV             PIC X(22).
           02 DOC-CAND-RV              PIC 9(11).
           02 NYAR-CAND-RV             PIC X(60).
           02 PUNTAJE-RV               PIC 9(3).
           02 MOTIVO-RV                PIC X(25).
           02 FECHA-RV                 PIC 9(8).

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
       01  FS-PERSONAS                 PIC X(2).
           88 FS-PERSONAS-OK       VALUE "00".
       01  FS-TARJETAS                 PIC X(2).
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-ADHESIONES               PIC X(2).
           88 FS-ADHESIONES-OK     VALUE "00".
       01  FS-CUENTAS                  PIC X(2).
           88 FS-CUENTAS-OK        VALUE "00".
       01  FS-INDICE                   PIC X(2).
           88 FS-INDICE-OK         VALUE "00".
       01  FS-TUTORES                  PIC X(2).
           88 FS-TUTORES-OK        VALUE "00".
       01  FS-PADRON                   PIC X(2).
           88 FS-PADRON-OK         VALUE "00".
       01  FS-REFERENCIAS              PIC X(2).
           88 FS-REFERENCIAS-OK    VALUE "00".
       01  FS-DECISIONES               PIC X(2).
           88 FS-DECISIONES-OK     VALUE "00".
       01  FS-REVISION                 PIC X(2).
           88 FS-REVISION-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-REVISION-ABIERTO         PIC X VALUE 'N'.
           88 REVISION-ABIERTO         VALUE 'S'.
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112UNIF'.
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
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-REF-NUEVAS          PIC 9(7) VALUE 0.
       01  WS-CANT-REF-CAMBIOS         PIC 9(7) VALUE 0.
       01  WS-CANT-SIMILITUD           PIC 9(7) VALUE 0.
       01  WS-CANT-MANUALES            PIC 9(7) VALUE 0.
       01  WS-CANT-REVISION            PIC 9(7) VALUE 0.
       01  WS-CANT-DESCARTADOS         PIC 9(7) VALUE 0.

      *    Umbrales de similitud de nombre (0 a 100). Con la misma
      *    cuenta bancaria alcanza WS-UMBRAL-AUTO para vincular; sin
      *    cuenta en comun, desde WS-UMBRAL-REVISION va a revision.
       01  WS-UMBRAL-AUTO              PIC 9(3) VALUE 60.
       01  WS-UMBRAL-REVISION          PIC 9(3) VALUE 75.

       01  FIN-PERSONAS                PIC X VALUE 'N'.
       01  FIN-TARJETAS                PIC X VALUE 'N'.
       01  FIN-ADHESIONES              PIC X VALUE 'N'.
       01  FIN-CUENTAS                 PIC X VALUE 'N'.
       01  FIN-INDICE                  PIC X VALUE 'N'.
       01  FIN-TUTORES                 PIC X VALUE 'N'.
       01  FIN-PADRON                  PIC X VALUE 'N'.
       01  FIN-REFERENCIAS             PIC X VALUE 'N'.
       01  FIN-DECISIONES              PIC X VALUE 'N'.

       01  WS-IDX-PER                  PIC 9(5).
       01  WS-IDX-REF                  PIC 9(5).
       01  WS-IDX-DEC                  PIC 9(5).
       01  WS-IDX-PAL                  PIC 9(2).
       01  WS-IDX-PAL2                 PIC 9(2).
       01  WS-CLIENTE-ANT              PIC 9(7) VALUE 0.
       01  WS-HAY-CLIENTE              PIC X VALUE 'N'.

      *    Datos del registro que se esta vinculando.
       01  WS-DOC                      PIC 9(11).
       01  WS-SISTEMA                  PIC X(8).
       01  WS-CLAVE-REF                PIC X(20).
       01  WS-METODO                   PIC X(1).
       01  WS-PUNTAJE                  PIC 9(3).
       01  WS-NYAR-ORIGEN              PIC X(60).
       01  WS-BANCO-ORIGEN             PIC X(3).
       01  WS-CTA-ORIGEN               PIC X(22).
       01  WS-MOTIVO                   PIC X(25).
       01  WS-PERSONA-CAMBIO           PIC X.

      *    Evaluacion de candidatos por similitud.
       01  WS-NOMBRE-NORM              PIC X(60).
       01  WS-CANT-PAL-AUX             PIC 9(2).
       01  WS-CANT-PAL-REG             PIC 9(2).
       01  WS-CANT-PAL-CAN             PIC 9(2).
       01  WS-COINCIDENCIAS            PIC 9(2).
       01  WS-DIVISOR                  PIC 9(2).
       01  WS-PUNTAJE-NOMBRE           PIC 9(3).
       01  WS-MISMA-CUENTA             PIC X.
       01  WS-VALOR                    PIC 9(4).
       01  WS-MEJOR-IDX                PIC 9(5).
       01  WS-MEJOR-VALOR              PIC 9(4).
       01  WS-MEJOR-PUNTAJE            PIC 9(3).
       01  WS-MEJOR-CUENTA             PIC X.
       01  WS-EMPATE                   PIC X.
       01  TABLA-PAL-AUX.
           02 WS-PAL-AUX OCCURS 8 TIMES PIC X(20).
       01  TABLA-PAL-REG.
           02 WS-PAL-REG OCCURS 8 TIMES PIC X(20).
       01  TABLA-PAL-CAN.
           02 WS-PAL-CAN OCCURS 8 TIMES PIC X(20).

       01  CANT-PADRON                 PIC 9(5) VALUE 0.
       01  TABLA-PADRON.
           02 TABLA-PER-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-PADRON
                             INDEXED BY IDX-PER.
               03 TPU-DOC              PIC 9(11).
               03 TPU-TIPO-DOC         PIC X(1).
               03 TPU-NYAR             PIC X(60).
               03 TPU-BANCO            PIC X(3).
               03 TPU-CTA-BANCO        PIC X(22).
               03 TPU-FECHA-ALTA       PIC 9(8).
               03 TPU-FECHA-ACT        PIC 9(8).

       01  CANT-REFERENCIAS            PIC 9(5) VALUE 0.
       01  TABLA-REFERENCIAS.
           02 TABLA-REF-ITEM OCCURS 1 TO 29999 TIMES
                             DEPENDING ON CANT-REFERENCIAS
                             INDEXED BY IDX-REF.
               03 TXR-DOC              PIC 9(11).
               03 TXR-SISTEMA          PIC X(8).
               03 TXR-CLAVE            PIC X(20).
               03 TXR-METODO           PIC X(1).
               03 TXR-PUNTAJE          PIC 9(3).
               03 TXR-FECHA            PIC 9(8).

       01  CANT-DECISIONES             PIC 9(5) VALUE 0.
       01  TABLA-DECISIONES.
           02 TABLA-DEC-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DECISIONES
                             INDEXED BY IDX-DEC.
               03 TDC-SISTEMA          PIC X(8).
               03 TDC-CLAVE            PIC X(20).
               03 TDC-DOC              PIC 9(11).
               03 TDC-OPERADOR         PIC X(8).
               03 TDC-FECHA            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PERSONAS-PADRON.
           PERFORM 21000-TITULARES-TARJETA.
           PERFORM 22000-ADHESIONES-DEBITO.
           PERFORM 23000-CUENTAS-CTASIX.
           PERFORM 24000-CLIENTES-F112.
           PERFORM 25000-RESPONSABLES-ALUMNOS.
           PERFORM 26000-GRABAR-PADRON.
           PERFORM 27000-GRABAR-REFERENCIAS.
           PERFORM 30000-FINAL.

      *    El padron y las referencias de corridas anteriores se
      *    cargan completos: solo se vinculan las claves nuevas y lo
      *    ya resuelto (incluso a mano) se conserva.
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

           PERFORM 12000-CARGAR-PADRON
           PERFORM 13000-CARGAR-REFERENCIAS
           PERFORM 14000-CARGAR-DECISIONES

           OPEN OUTPUT REVISION.
           IF NOT FS-REVISION-OK
               DISPLAY 'ERROR AL ABRIR PERSREVI'
               DISPLAY 'FILE STATUS ' FS-REVISION
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-REVISION TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR PERSREVI' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET REVISION-ABIERTO TO TRUE
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112UNIF' AND RS-FIN(1:8)
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
           MOVE 3 TO WS-LR-CANT-ARCHIVOS
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'CLIMAEIX' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'PERSIX' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
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

       12000-CARGAR-PADRON.
           OPEN INPUT PADRON-UNICO.
           IF FS-PADRON-OK
               PERFORM UNTIL FIN-PADRON = 'S'
                   READ PADRON-UNICO
                       AT END
                           MOVE 'S' TO FIN-PADRON
                       NOT AT END
                           ADD 1 TO CANT-PADRON
                           MOVE REG-PADRON-UNICO
                               TO TABLA-PER-ITEM(CANT-PADRON)
                   END-READ
               END-PERFORM
               CLOSE PADRON-UNICO
           ELSE
               DISPLAY 'PADRON UNICO NUEVO ' FS-PADRON
           END-IF.

       13000-CARGAR-REFERENCIAS.
           OPEN INPUT REFERENCIAS.
           IF FS-REFERENCIAS-OK
               PERFORM UNTIL FIN-REFERENCIAS = 'S'
                   READ REFERENCIAS
                       AT END
                           MOVE 'S' TO FIN-REFERENCIAS
                       NOT AT END
                           ADD 1 TO CANT-REFERENCIAS
                           MOVE REG-REFERENCIA
                               TO TABLA-REF-ITEM(CANT-REFERENCIAS)
                   END-READ
               END-PERFORM
               CLOSE REFERENCIAS
           END-IF.

       14000-CARGAR-DECISIONES.
           OPEN INPUT DECISIONES.
           IF FS-DECISIONES-OK
               PERFORM UNTIL FIN-DECISIONES = 'S'
                   READ DECISIONES
                       AT END
                           MOVE 'S' TO FIN-DECISIONES
                       NOT AT END
                           ADD 1 TO CANT-DECISIONES
                           MOVE REG-DECISION
                               TO TABLA-DEC-ITEM(CANT-DECISIONES)
                   END-READ
               END-PERFORM
               CLOSE DECISIONES
           END-IF.

      *    Fichas personales: el DNI es la clave del archivo.
       20000-PERSONAS-PADRON.
           OPEN INPUT PERSONAS.
           IF NOT FS-PERSONAS-OK
               DISPLAY 'SIN ARCHIVO PERSIX ' FS-PERSONAS
           ELSE
               PERFORM UNTIL FIN-PERSONAS = 'S'
                   READ PERSONAS NEXT
                       AT END
                           MOVE 'S' TO FIN-PERSONAS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE DNI-P TO WS-DOC
                           MOVE 'PERSIX' TO WS-SISTEMA
                           MOVE SPACES TO WS-CLAVE-REF
                           MOVE DNI-P TO WS-CLAVE-REF(1:8)
                           MOVE SPACES TO WS-NYAR-ORIGEN
                           STRING APELLIDO-P DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  NOMBRE-P DELIMITED BY '  '
                               INTO WS-NYAR-ORIGEN
                           END-STRING
                           MOVE SPACES TO WS-BANCO-ORIGEN
                           MOVE SPACES TO WS-CTA-ORIGEN
                           PERFORM 33000-VINCULAR-POR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE PERSONAS
           END-IF.

       21000-TITULARES-TARJETA.
           OPEN INPUT TARJETAS.
           IF NOT FS-TARJETAS-OK
               DISPLAY 'SIN ARCHIVO TARJETA ' FS-TARJETAS
           ELSE
               PERFORM UNTIL FIN-TARJETAS = 'S'
                   READ TARJETAS
                       AT END
                           MOVE 'S' TO FIN-TARJETAS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLI TO WS-DOC
                           MOVE 'TARJETA' TO WS-SISTEMA
                           MOVE SPACES TO WS-CLAVE-REF
                           MOVE NRO-CTA-T TO WS-CLAVE-REF(1:8)
                           MOVE NYA TO WS-NYAR-ORIGEN
                           MOVE SPACES TO WS-BANCO-ORIGEN
                           MOVE SPACES TO WS-CTA-ORIGEN
                           PERFORM 33000-VINCULAR-POR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE TARJETAS
           END-IF.

      *    El debito automatico vigente de la tarjeta da la cuenta
      *    bancaria del titular, que despues sirve para aparear a los
      *    clientes F112 y responsables que no tienen documento.
       22000-ADHESIONES-DEBITO.
           OPEN INPUT ADHESIONES.
           IF FS-ADHESIONES-OK
               PERFORM UNTIL FIN-ADHESIONES = 'S'
                   READ ADHESIONES
                       AT END
                           MOVE 'S' TO FIN-ADHESIONES
                       NOT AT END
                           IF ESTADO-DA = 'A'
                               PERFORM 22100-TOMAR-ADHESION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADHESIONES
           END-IF.

       22100-TOMAR-ADHESION.
           MOVE 'TARJETA' TO WS-SISTEMA
           MOVE SPACES TO WS-CLAVE-REF
           MOVE NRO-CTA-DA TO WS-CLAVE-REF(1:8)
           PERFORM 42000-BUSCAR-REFERENCIA
           IF WS-IDX-REF > 0
               MOVE TXR-DOC(WS-IDX-REF) TO WS-DOC
               PERFORM 41000-BUSCAR-PERSONA
               IF WS-IDX-PER > 0
                   IF TPU-CTA-BANCO(WS-IDX-PER) = SPACES
                       MOVE BANCO-DA TO TPU-BANCO(WS-IDX-PER)
                       MOVE CBU-DA TO TPU-CTA-BANCO(WS-IDX-PER)
                       MOVE WS-FECHA-HOY-N
                           TO TPU-FECHA-ACT(WS-IDX-PER)
                   END-IF
               END-IF
           END-IF.

       23000-CUENTAS-CTASIX.
           OPEN INPUT CLIENSIX.
           IF NOT FS-CUENTAS-OK
               DISPLAY 'SIN ARCHIVO CTASIX ' FS-CUENTAS
           ELSE
               PERFORM UNTIL FIN-CUENTAS = 'S'
                   READ CLIENSIX NEXT
                       AT END
                           MOVE 'S' TO FIN-CUENTAS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE COD-CLI1 TO WS-DOC
                           MOVE 'CTASIX' TO WS-SISTEMA
                           MOVE ID-CLIENTE TO WS-CLAVE-REF
                           MOVE SPACES TO WS-NYAR-ORIGEN
                           MOVE SPACES TO WS-BANCO-ORIGEN
                           MOVE SPACES TO WS-CTA-ORIGEN
                           PERFORM 33000-VINCULAR-POR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE CLIENSIX
           END-IF.

      *    El padron F112 no tiene documento: se vincula una vez por
      *    cliente (primer servicio) por nombre y cuenta bancaria.
       24000-CLIENTES-F112.
           OPEN INPUT CLIENTES-IX.
           IF NOT FS-INDICE-OK
               DISPLAY 'SIN ARCHIVO CLIMAEIX ' FS-INDICE
               MOVE '24000-CLIENTES-F112' TO JL-PARRAFO
               MOVE FS-INDICE TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE 'SIN PADRON DE CLIENTES CLIMAEIX' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           ELSE
               PERFORM UNTIL FIN-INDICE = 'S'
                   READ CLIENTES-IX NEXT
                       AT END
                           MOVE 'S' TO FIN-INDICE
                       NOT AT END
                           IF WS-HAY-CLIENTE = 'N'
                              OR NRO-CLIENTE-IX NOT = WS-CLIENTE-ANT
                               MOVE 'S' TO WS-HAY-CLIENTE
                               MOVE NRO-CLIENTE-IX TO WS-CLIENTE-ANT
                               PERFORM 24100-TOMAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-IX
           END-IF.

       24100-TOMAR-CLIENTE.
           ADD 1 TO WS-CANT-ENTRADA
           MOVE 'F112' TO WS-SISTEMA
           MOVE SPACES TO WS-CLAVE-REF
           MOVE NRO-CLIENTE-IX TO WS-CLAVE-REF(1:7)
           MOVE NYAR-IX TO WS-NYAR-ORIGEN
           MOVE BANCO-IX TO WS-BANCO-ORIGEN
           MOVE CTA-BANCO-IX TO WS-CTA-ORIGEN
           PERFORM 35000-RESOLVER-SIN-DOCUMENTO.

      *    El responsable del alumno sigue a su cliente F112 si ese
      *    cliente ya esta vinculado; si no, se aparea igual que un
      *    cliente sin documento.
       25000-RESPONSABLES-ALUMNOS.
           OPEN INPUT TUTORES.
           IF NOT FS-TUTORES-OK
               DISPLAY 'SIN RESPONSABLES DE ALUMNOS ' FS-TUTORES
           ELSE
               PERFORM UNTIL FIN-TUTORES = 'S'
                   READ TUTORES
                       AT END
                           MOVE 'S' TO FIN-TUTORES
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 25100-TOMAR-RESPONSABLE
                   END-READ
               END-PERFORM
               CLOSE TUTORES
           END-IF.

       25100-TOMAR-RESPONSABLE.
           MOVE 'LEGAJO' TO WS-SISTEMA
           MOVE SPACES TO WS-CLAVE-REF
           MOVE LEGAJO-TU TO WS-CLAVE-REF(1:8)
           MOVE NYAR-TU TO WS-NYAR-ORIGEN
           MOVE BANCO-TU TO WS-BANCO-ORIGEN
           MOVE CTA-BANCO-TU TO WS-CTA-ORIGEN
           PERFORM 42000-BUSCAR-REFERENCIA
           IF WS-IDX-REF = 0
               MOVE 'F112' TO WS-SISTEMA
               MOVE SPACES TO WS-CLAVE-REF
               MOVE NRO-CLIENTE-TU TO WS-CLAVE-REF(1:7)
               PERFORM 42000-BUSCAR-REFERENCIA
               MOVE 'LEGAJO' TO WS-SISTEMA
               MOVE SPACES TO WS-CLAVE-REF
               MOVE LEGAJO-TU TO WS-CLAVE-REF(1:8)
               IF WS-IDX-REF > 0
                   MOVE TXR-DOC(WS-IDX-REF) TO WS-DOC
                   MOVE 'V' TO WS-METODO
                   MOVE TXR-PUNTAJE(WS-IDX-REF) TO WS-PUNTAJE
                   PERFORM 43000-FIJAR-REFERENCIA
               ELSE
                   PERFORM 35000-RESOLVER-SIN-DOCUMENTO
               END-IF
           END-IF.

       26000-GRABAR-PADRON.
           OPEN OUTPUT PADRON-UNICO.
           IF NOT FS-PADRON-OK
               DISPLAY 'ERROR AL GRABAR PERSUNI'
               DISPLAY 'FILE STATUS ' FS-PADRON
               MOVE '26000-GRABAR-PADRON' TO JL-PARRAFO
               MOVE FS-PADRON TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR PERSUNI' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           ELSE
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > CANT-PADRON
                   WRITE REG-PADRON-UNICO
                       FROM TABLA-PER-ITEM(WS-IDX-PER)
               END-PERFORM
               CLOSE PADRON-UNICO
           END-IF.

       27000-GRABAR-REFERENCIAS.
           OPEN OUTPUT REFERENCIAS.
           IF NOT FS-REFERENCIAS-OK
               DISPLAY 'ERROR AL GRABAR PERSREF'
               DISPLAY 'FILE STATUS ' FS-REFERENCIAS
               MOVE '27000-GRABAR-REFER' TO JL-PARRAFO
               MOVE FS-REFERENCIAS TO JL-FILE-STATUS
               MOVE 'ERROR AL GRABAR PERSREF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           ELSE
               PERFORM VARYING WS-IDX-REF FROM 1 BY 1
                   UNTIL WS-IDX-REF > CANT-REFERENCIAS
                   WRITE REG-REFERENCIA
                       FROM TABLA-REF-ITEM(WS-IDX-REF)
                   ADD 1 TO WS-CANT-SALIDA
               END-PERFORM
               CLOSE REFERENCIAS
           END-IF.

      *    Registro con documento: el vinculo es exacto. Sin
      *    documento cargado se resuelve como los registros sin DNI.
       33000-VINCULAR-POR-DOCUMENTO.
           IF WS-DOC = 0
               PERFORM 35000-RESOLVER-SIN-DOCUMENTO
           ELSE
               PERFORM 40000-ASEGURAR-PERSONA
               MOVE 'D' TO WS-METODO
               MOVE 100 TO WS-PUNTAJE
               PERFORM 43000-FIJAR-REFERENCIA
           END-IF.

      *    Orden de resolucion: referencia ya existente, decision del
      *    revisor, y por ultimo similitud contra el padron unico. Lo
      *    dudoso o sin candidato queda en PERSREVI.
       35000-RESOLVER-SIN-DOCUMENTO.
           PERFORM 42000-BUSCAR-REFERENCIA
           IF WS-IDX-REF = 0
               PERFORM 44000-BUSCAR-DECISION
               IF WS-IDX-DEC > 0
                   IF TDC-DOC(WS-IDX-DEC) = 0
                       ADD 1 TO WS-CANT-DESCARTADOS
                   ELSE
                       MOVE TDC-DOC(WS-IDX-DEC) TO WS-DOC
                       PERFORM 40000-ASEGURAR-PERSONA
                       MOVE 'M' TO WS-METODO
                       MOVE 100 TO WS-PUNTAJE
                       PERFORM 43000-FIJAR-REFERENCIA
                       ADD 1 TO WS-CANT-MANUALES
                   END-IF
               ELSE
                   PERFORM 36000-EVALUAR-CANDIDATOS
                   EVALUATE TRUE
                       WHEN WS-MEJOR-IDX = 0
                       WHEN WS-MEJOR-CUENTA = 'N'
                        AND WS-MEJOR-PUNTAJE < WS-UMBRAL-REVISION
                           MOVE 0 TO WS-MEJOR-IDX
                           MOVE 'SIN CANDIDATO' TO WS-MOTIVO
                           PERFORM 38000-GRABAR-REVISION
                       WHEN WS-EMPATE = 'S'
                           MOVE 'CANDIDATOS MULTIPLES' TO WS-MOTIVO
                           PERFORM 38000-GRABAR-REVISION
                       WHEN WS-MEJOR-CUENTA = 'S'
                        AND WS-MEJOR-PUNTAJE >= WS-UMBRAL-AUTO
                           MOVE TPU-DOC(WS-MEJOR-IDX) TO WS-DOC
                           PERFORM 40000-ASEGURAR-PERSONA
                           MOVE 'S' TO WS-METODO
                           MOVE WS-MEJOR-PUNTAJE TO WS-PUNTAJE
                           PERFORM 43000-FIJAR-REFERENCIA
                           ADD 1 TO WS-CANT-SIMILITUD
                       WHEN WS-MEJOR-CUENTA = 'S'
                           MOVE 'MISMA CUENTA OTRO NOMBRE' TO WS-MOTIVO
                           PERFORM 38000-GRABAR-REVISION
                       WHEN OTHER
                           MOVE 'NOMBRE SIMILAR SIN CUENTA'
                               TO WS-MOTIVO
                           PERFORM 38000-GRABAR-REVISION
                   END-EVALUATE
               END-IF
           END-IF.

      *    Puntaje de nombre: palabras en comun sobre las palabras
      *    del nombre mas largo. La misma cuenta bancaria pesa mas
      *    que cualquier puntaje de nombre al elegir el candidato.
       36000-EVALUAR-CANDIDATOS.
           MOVE 0 TO WS-MEJOR-IDX
           MOVE 0 TO WS-MEJOR-VALOR
           MOVE 0 TO WS-MEJOR-PUNTAJE
           MOVE 'N' TO WS-MEJOR-CUENTA
           MOVE 'N' TO WS-EMPATE
           MOVE WS-NYAR-ORIGEN TO WS-NOMBRE-NORM
           PERFORM 37000-SEPARAR-PALABRAS
           MOVE TABLA-PAL-AUX TO TABLA-PAL-REG
           MOVE WS-CANT-PAL-AUX TO WS-CANT-PAL-REG
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > CANT-PADRON
               PERFORM 36100-PUNTUAR-CANDIDATO
           END-PERFORM.

       36100-PUNTUAR-CANDIDATO.
           MOVE 0 TO WS-PUNTAJE-NOMBRE
           MOVE 'N' TO WS-MISMA-CUENTA
           IF WS-CTA-ORIGEN NOT = SPACES
              AND TPU-CTA-BANCO(WS-IDX-PER) = WS-CTA-ORIGEN
              AND TPU-BANCO(WS-IDX-PER) = WS-BANCO-ORIGEN
               MOVE 'S' TO WS-MISMA-CUENTA
           END-IF
           IF WS-CANT-PAL-REG > 0
              AND TPU-NYAR(WS-IDX-PER) NOT = SPACES
               MOVE TPU-NYAR(WS-IDX-PER) TO WS-NOMBRE-NORM
               PERFORM 37000-SEPARAR-PALABRAS
               MOVE TABLA-PAL-AUX TO TABLA-PAL-CAN
               MOVE WS-CANT-PAL-AUX TO WS-CANT-PAL-CAN
               MOVE 0 TO WS-COINCIDENCIAS
               PERFORM VARYING WS-IDX-PAL FROM 1 BY 1
                   UNTIL WS-IDX-PAL > 8
                   IF WS-PAL-REG(WS-IDX-PAL) NOT = SPACES
                       PERFORM VARYING WS-IDX-PAL2 FROM 1 BY 1
                           UNTIL WS-IDX-PAL2 > 8
                           IF WS-PAL-CAN(WS-IDX-PAL2)
                                   = WS-PAL-REG(WS-IDX-PAL)
                               ADD 1 TO WS-COINCIDENCIAS
                               MOVE 9 TO WS-IDX-PAL2
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               MOVE WS-CANT-PAL-REG TO WS-DIVISOR
               IF WS-CANT-PAL-CAN > WS-DIVISOR
                   MOVE WS-CANT-PAL-CAN TO WS-DIVISOR
               END-IF
               IF WS-DIVISOR > 0
                   COMPUTE WS-PUNTAJE-NOMBRE =
                       WS-COINCIDENCIAS * 100 / WS-DIVISOR
               END-IF
           END-IF
           MOVE WS-PUNTAJE-NOMBRE TO WS-VALOR
           IF WS-MISMA-CUENTA = 'S'
               ADD 1000 TO WS-VALOR
           END-IF
           IF WS-VALOR > 0
               IF WS-VALOR > WS-MEJOR-VALOR
                   MOVE WS-VALOR TO WS-MEJOR-VALOR
                   MOVE WS-IDX-PER TO WS-MEJOR-IDX
                   MOVE WS-PUNTAJE-NOMBRE TO WS-MEJOR-PUNTAJE
                   MOVE WS-MISMA-CUENTA TO WS-MEJOR-CUENTA
                   MOVE 'N' TO WS-EMPATE
               ELSE
                   IF WS-VALOR = WS-MEJOR-VALOR
                       MOVE 'S' TO WS-EMPATE
                   END-IF
               END-IF
           END-IF.

      *    Mayusculas, sin signos, hasta 8 palabras; las iniciales
      *    (una letra) no cuentan para el apareo.
       37000-SEPARAR-PALABRAS.
           INSPECT WS-NOMBRE-NORM CONVERTING
               'abcdefghijklmnopqrstuvwxyz.,;-/'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ     '
           MOVE SPACES TO TABLA-PAL-AUX
           UNSTRING WS-NOMBRE-NORM DELIMITED BY ALL SPACE
               INTO WS-PAL-AUX(1) WS-PAL-AUX(2) WS-PAL-AUX(3)
                    WS-PAL-AUX(4) WS-PAL-AUX(5) WS-PAL-AUX(6)
                    WS-PAL-AUX(7) WS-PAL-AUX(8)
           END-UNSTRING
           MOVE 0 TO WS-CANT-PAL-AUX
           PERFORM VARYING WS-IDX-PAL FROM 1 BY 1
               UNTIL WS-IDX-PAL > 8
               IF WS-PAL-AUX(WS-IDX-PAL)(2:1) = SPACE
                   MOVE SPACES TO WS-PAL-AUX(WS-IDX-PAL)
               ELSE
                   ADD 1 TO WS-CANT-PAL-AUX
               END-IF
           END-PERFORM.

       38000-GRABAR-REVISION.
           MOVE WS-SISTEMA TO SISTEMA-RV
           MOVE WS-CLAVE-REF TO CLAVE-RV
           MOVE WS-NYAR-ORIGEN TO NYAR-RV
           MOVE WS-BANCO-ORIGEN TO BANCO-RV
           MOVE WS-CTA-ORIGEN TO CTA-BANCO-RV
           IF WS-MEJOR-IDX > 0
               MOVE TPU-DOC(WS-MEJOR-IDX) TO DOC-CAND-RV
               MOVE TPU-NYAR(WS-MEJOR-IDX) TO NYAR-CAND-RV
               MOVE WS-MEJOR-PUNTAJE TO PUNTAJE-RV
           ELSE
               MOVE 0 TO DOC-CAND-RV
               MOVE SPACES TO NYAR-CAND-RV
               MOVE 0 TO PUNTAJE-RV
           END-IF
           MOVE WS-MOTIVO TO MOTIVO-RV
           MOVE WS-FECHA-HOY-N TO FECHA-RV
           WRITE REG-REVISION
           ADD 1 TO WS-CANT-REVISION.

      *    Alta en el padron unico o completado de los datos que la
      *    persona todavia no tenia (nombre, cuenta bancaria).
       40000-ASEGURAR-PERSONA.
           PERFORM 41000-BUSCAR-PERSONA
           IF WS-IDX-PER = 0
               IF CANT-PADRON >= 9999
                   DISPLAY 'TABLA DE PADRON UNICO LLENA'
                   MOVE '40000-ASEGURAR-PERS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'TABLA DE PADRON UNICO LLENA' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               ADD 1 TO CANT-PADRON
               MOVE CANT-PADRON TO WS-IDX-PER
               MOVE WS-DOC TO TPU-DOC(WS-IDX-PER)
               IF WS-DOC > 99999999
                   MOVE 'C' TO TPU-TIPO-DOC(WS-IDX-PER)
               ELSE
                   MOVE 'D' TO TPU-TIPO-DOC(WS-IDX-PER)
               END-IF
               MOVE WS-NYAR-ORIGEN TO TPU-NYAR(WS-IDX-PER)
               MOVE WS-BANCO-ORIGEN TO TPU-BANCO(WS-IDX-PER)
               MOVE WS-CTA-ORIGEN TO TPU-CTA-BANCO(WS-IDX-PER)
               MOVE WS-FECHA-HOY-N TO TPU-FECHA-ALTA(WS-IDX-PER)
               MOVE WS-FECHA-HOY-N TO TPU-FECHA-ACT(WS-IDX-PER)
               ADD 1 TO WS-CANT-ALTAS
           ELSE
               MOVE 'N' TO WS-PERSONA-CAMBIO
               IF TPU-NYAR(WS-IDX-PER) = SPACES
                  AND WS-NYAR-ORIGEN NOT = SPACES
                   MOVE WS-NYAR-ORIGEN TO TPU-NYAR(WS-IDX-PER)
                   MOVE 'S' TO WS-PERSONA-CAMBIO
               END-IF
               IF TPU-CTA-BANCO(WS-IDX-PER) = SPACES
                  AND WS-CTA-ORIGEN NOT = SPACES
                   MOVE WS-BANCO-ORIGEN TO TPU-BANCO(WS-IDX-PER)
                   MOVE WS-CTA-ORIGEN TO TPU-CTA-BANCO(WS-IDX-PER)
                   MOVE 'S' TO WS-PERSONA-CAMBIO
               END-IF
               IF WS-PERSONA-CAMBIO = 'S'
                   MOVE WS-FECHA-HOY-N TO TPU-FECHA-ACT(WS-IDX-PER)
               END-IF
           END-IF.

       41000-BUSCAR-PERSONA.
           MOVE 0 TO WS-IDX-PER
           IF CANT-PADRON > 0
               SET IDX-PER TO 1
               SEARCH TABLA-PER-ITEM
                   AT END
                       CONTINUE
                   WHEN TPU-DOC(IDX-PER) = WS-DOC
                       SET WS-IDX-PER TO IDX-PER
               END-SEARCH
           END-IF.

       42000-BUSCAR-REFERENCIA.
           MOVE 0 TO WS-IDX-REF
           IF CANT-REFERENCIAS > 0
               SET IDX-REF TO 1
               SEARCH TABLA-REF-ITEM
                   AT END
                       CONTINUE
                   WHEN TXR-SISTEMA(IDX-REF) = WS-SISTEMA
                    AND TXR-CLAVE(IDX-REF) = WS-CLAVE-REF
                       SET WS-IDX-REF TO IDX-REF
               END-SEARCH
           END-IF.

      *    Una clave pertenece a una sola persona. Si el documento
      *    del sistema de origen cambio se mueve la referencia, salvo
      *    que la haya fijado un revisor.
       43000-FIJAR-REFERENCIA.
           PERFORM 42000-BUSCAR-REFERENCIA
           IF WS-IDX-REF = 0
               IF CANT-REFERENCIAS >= 29999
                   DISPLAY 'TABLA DE REFERENCIAS LLENA'
                   MOVE '43000-FIJAR-REFER' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'TABLA DE REFERENCIAS LLENA' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               ADD 1 TO CANT-REFERENCIAS
               MOVE CANT-REFERENCIAS TO WS-IDX-REF
               MOVE WS-DOC TO TXR-DOC(WS-IDX-REF)
               MOVE WS-SISTEMA TO TXR-SISTEMA(WS-IDX-REF)
               MOVE WS-CLAVE-REF TO TXR-CLAVE(WS-IDX-REF)
               MOVE WS-METODO TO TXR-METODO(WS-IDX-REF)
               MOVE WS-PUNTAJE TO TXR-PUNTAJE(WS-IDX-REF)
               MOVE WS-FECHA-HOY-N TO TXR-FECHA(WS-IDX-REF)
               ADD 1 TO WS-CANT-REF-NUEVAS
           ELSE
               IF TXR-DOC(WS-IDX-REF) NOT = WS-DOC
                  AND TXR-METODO(WS-IDX-REF) NOT = 'M'
                   MOVE WS-DOC TO TXR-DOC(WS-IDX-REF)
                   MOVE WS-METODO TO TXR-METODO(WS-IDX-REF)
                   MOVE WS-PUNTAJE TO TXR-PUNTAJE(WS-IDX-REF)
                   MOVE WS-FECHA-HOY-N TO TXR-FECHA(WS-IDX-REF)
                   ADD 1 TO WS-CANT-REF-CAMBIOS
               END-IF
           END-IF.

       44000-BUSCAR-DECISION.
           MOVE 0 TO WS-IDX-DEC
           IF CANT-DECISIONES > 0
               SET IDX-DEC TO 1
               SEARCH TABLA-DEC-ITEM
                   AT END
                       CONTINUE
                   WHEN TDC-SISTEMA(IDX-DEC) = WS-SISTEMA
                    AND TDC-CLAVE(IDX-DEC) = WS-CLAVE-REF
                       SET WS-IDX-DEC TO IDX-DEC
               END-SEARCH
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112UNIF' TO JL-PROGRAMA
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
               MOVE 'F112UNIF' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'REGISTROS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'PERSONAS NUEVAS     : ' WS-CANT-ALTAS
           DISPLAY 'REFERENCIAS NUEVAS  : ' WS-CANT-REF-NUEVAS
           DISPLAY 'REFERENCIAS MOVIDAS : ' WS-CANT-REF-CAMBIOS
           DISPLAY 'POR SIMILITUD       : ' WS-CANT-SIMILITUD
           DISPLAY 'POR DECISION MANUAL : ' WS-CANT-MANUALES
           DISPLAY 'A REVISION          : ' WS-CANT-REVISION
           DISPLAY 'DESCARTADOS         : ' WS-CANT-DESCARTADOS
           IF REVISION-ABIERTO
               CLOSE REVISION
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112UNIF' TO RS-JOB
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

       END PROGRAM F112UNIF.

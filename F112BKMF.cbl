       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112BKMF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-RESGUARDO ASSIGN TO  '..\BKUPCTL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTROL.

           SELECT MANIFIESTO ASSIGN TO  '..\MANIFEST.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MANIFIESTO.

           SELECT MAESTRO-SECUENCIAL ASSIGN TO WS-NOMBRE-MAESTRO
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MAESTRO.

           SELECT GENERACION ASSIGN TO WS-NOMBRE-GENERACION
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-GENERACION.

           SELECT CLIENTES-IX ASSIGN TO  '..\CLIMAEIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS CLAVE-IX
                         ALTERNATE RECORD KEY IS NYAR-IX
                             WITH DUPLICATES
                         FILE STATUS  IS FS-INDICE.

           SELECT CLIENSIX ASSIGN TO  '..\CTASIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS ID-CLIENTE
                         FILE STATUS  IS FS-CUENTAS.

           SELECT PERSONAS ASSIGN TO  '..\PERSIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS DNI-P
                         FILE STATUS  IS FS-PERSONAS.

           SELECT LISTADO-RESGUARDO ASSIGN TO  '..\BKUPLIST.DAT'
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
      *    Un renglon por maestro a resguardar. ORGANIZ-BC: 'S'
      *    secuencial (se copia tal cual), 'I' indexado (se descarga
      *    por su propio layout: CLIMAEIX, CTASIX, PERSIX). PREFIJO-BC
      *    da nombre a la generacion: <prefijo><fecha>.GEN. Posiciones
      *    de clave e importe dentro del registro; importe en cero si
      *    el maestro no tiene uno.
       FD  CONTROL-RESGUARDO.
       01  REG-CONTROL-RESGUARDO.
           02 ARCHIVO-BC               PIC X(12).
           02 RUTA-BC                  PIC X(30).
           02 ORGANIZ-BC               PIC X(1).
           02 PREFIJO-BC               PIC X(8).
           02 LARGO-BC                 PIC 9(4).
           02 POS-CLAVE-BC             PIC 9(4).
           02 LARGO-CLAVE-BC           PIC 9(2).
           02 POS-IMPORTE-BC           PIC 9(4).
           02 LARGO-IMPORTE-BC         PIC 9(2).

      *    Historia de resguardos: un renglon por maestro y dia. Una
      *    segunda corrida del mismo dia deja el renglon que vale.
       FD  MANIFIESTO.
       01  REG-MANIFIESTO.
           02 FECHA-MF                 PIC 9(8).
           02 ARCHIVO-MF               PIC X(12).
           02 GENERACION-MF            PIC X(30).
           02 CANT-REG-MF              PIC 9(9).
           02 HASH-CLAVE-MF            PIC 9(18).
           02 TOTAL-IMPORTE-MF         PIC S9(18).
           02 RUN-ID-MF                PIC X(11).

      *    Los maestros secuenciales se recorren byte a byte: el
      *    mismo programa sirve para cualquier largo de registro.
       FD  MAESTRO-SECUENCIAL.
       01  REG-MAESTRO                 PIC X(1).

       FD  GENERACION.
       01  REG-GENERACION              PIC X(1).

       FD  CLIENTES-IX.
       01  REG-CLT-IX.
           02 CLAVE-IX.
              03 NRO-CLIENTE-IX        PIC 9(7).
              03 COD-SERVICIO-IX       PIC X(3).
           02 NYAR-IX                  PIC X(60).
           02 IMPORTE-IX               PIC 9(7)V99.
           02 BANCO-IX                 PIC X(3).
           02 CTA-BANCO-IX             PIC X(22).

       FD  CLIENSIX.
       01  REG-CLIENTE.
           02 ID-CLIENTE               PIC X(8).
           02 COD-CLI1                 PIC 9(8).
           02 MCTA1                    PIC S9(15)V99.

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

       FD  LISTADO-RESGUARDO.
       01  LIN-RESGUARDO               PIC X(80).

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
       01  FS-CONTROL                  PIC X(2).
           88 FS-CONTROL-OK        VALUE "00".
       01  FS-MANIFIESTO               PIC X(2).
           88 FS-MANIFIESTO-OK     VALUE "00".
       01  FS-MAESTRO                  PIC X(2).
           88 FS-MAESTRO-OK        VALUE "00".
       01  FS-GENERACION               PIC X(2).
           88 FS-GENERACION-OK     VALUE "00".
       01  FS-INDICE                   PIC X(2).
           88 FS-INDICE-OK         VALUE "00".
       01  FS-CUENTAS                  PIC X(2).
           88 FS-CUENTAS-OK        VALUE "00".
       01  FS-PERSONAS                 PIC X(2).
           88 FS-PERSONAS-OK       VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-MANIFIESTO-ABIERTO       PIC X VALUE 'N'.
           88 MANIFIESTO-ABIERTO       VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC 9(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

      *    Parm: en blanco (o MANIFIESTO) resguarda y registra; con
      *    VERIFICAR [fecha] recalcula sobre los maestros restaurados
      *    y compara contra el manifiesto de esa fecha (o el ultimo).
      *    La verificacion graba RUNSTAT como F112BKVR; si no
      *    coincide, F112CHEQ no autoriza ningun paso de la noche.
       01  WS-PARM                     PIC X(20) VALUE SPACES.
       01  WS-PARM-MODO                PIC X(10) VALUE SPACES.
       01  WS-PARM-FECHA               PIC X(8) VALUE SPACES.
       01  WS-FECHA-VERIF              PIC 9(8) VALUE 0.
       01  WS-MODO                     PIC X(1) VALUE 'M'.
           88 MODO-MANIFIESTO          VALUE 'M'.
           88 MODO-VERIFICAR           VALUE 'V'.
       01  WS-JOB                      PIC X(10) VALUE 'F112BKMF'.

       01  FIN-CONTROL                 PIC X VALUE 'N'.
       01  FIN-MANIFIESTO              PIC X VALUE 'N'.
       01  FIN-MAESTRO                 PIC X VALUE 'N'.
       01  WS-NOMBRE-MAESTRO           PIC X(30).
       01  WS-NOMBRE-GENERACION        PIC X(30).
       01  WS-GENERACION-ABIERTA       PIC X VALUE 'N'.
           88 GENERACION-ABIERTA       VALUE 'S'.
       01  WS-MAESTRO-LEIDO            PIC X VALUE 'N'.
           88 MAESTRO-LEIDO            VALUE 'S'.
       01  WS-IDX-MAE                  PIC 9(2).
       01  WS-IDX-BYTE                 PIC 9(4).
       01  WS-POS-REG                  PIC 9(4).
       01  WS-CANT-DESCUADRES          PIC 9(3) VALUE 0.

       01  WS-REGISTRO                 PIC X(2000).
       01  WS-CANT-REG                 PIC 9(9).
       01  WS-HASH-CLAVE               PIC 9(18).
       01  WS-TOTAL-IMPORTE            PIC S9(18).
       01  WS-RESULTADO                PIC X(19).

      *    Importe en display con signo al final sobreimpreso: los
      *    negativos terminan en p..y.
       01  WS-IMP-TEXTO                PIC X(18).
       01  WS-IMP-NUMERO REDEFINES WS-IMP-TEXTO PIC 9(18).
       01  WS-IMP-ULTIMO               PIC X(1).
       01  WS-IMP-NEGATIVO             PIC X(1).

       01  CANT-MAESTROS               PIC 9(2) VALUE 0.
       01  TABLA-MAESTROS.
           02 TABLA-MAE-ITEM OCCURS 1 TO 50 TIMES
                             DEPENDING ON CANT-MAESTROS
                             INDEXED BY IDX-MAE.
               03 TBC-ARCHIVO          PIC X(12).
               03 TBC-RUTA             PIC X(30).
               03 TBC-ORGANIZ          PIC X(1).
               03 TBC-PREFIJO          PIC X(8).
               03 TBC-LARGO            PIC 9(4).
               03 TBC-POS-CLAVE        PIC 9(4).
               03 TBC-LARGO-CLAVE      PIC 9(2).
               03 TBC-POS-IMPORTE      PIC 9(4).
               03 TBC-LARGO-IMPORTE    PIC 9(2).
               03 TBC-MF-FECHA         PIC 9(8).
               03 TBC-MF-GENERACION    PIC X(30).
               03 TBC-MF-CANT          PIC 9(9).
               03 TBC-MF-HASH          PIC 9(18).
               03 TBC-MF-TOTAL         PIC S9(18).

       01  LIN-BK-TITULO.
           02 FILLER              PIC X(10) VALUE 'F112BKMF  '.
           02 LBT-TITULO          PIC X(30).
           02 LBT-FECHA           PIC X(8).
       01  LIN-BK-ENCABEZADO.
           02 FILLER              PIC X(13) VALUE 'ARCHIVO'.
           02 FILLER              PIC X(10) VALUE ' REGISTROS'.
           02 FILLER              PIC X(19) VALUE
              '         HASH CLAVE'.
           02 FILLER              PIC X(19) VALUE
              '      TOTAL IMPORTE'.
           02 FILLER              PIC X(19) VALUE
              ' GENERACION/ESTADO'.
       01  LIN-BK-DETALLE.
           02 LBD-ARCHIVO         PIC X(12).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LBD-CANT            PIC Z(8)9.
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LBD-HASH            PIC 9(18).
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LBD-TOTAL           PIC -(17)9.
           02 FILLER              PIC X(1)  VALUE SPACE.
           02 LBD-RESULTADO       PIC X(19).
       01  LIN-BK-TOTAL.
           02 FILLER              PIC X(20) VALUE
              'MAESTROS PROCESADOS '.
           02 LBTO-CANT           PIC Z9.
           02 FILLER              PIC X(14) VALUE '  DESCUADRES '.
           02 LBTO-DESCUADRES     PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-PROCESAR-MAESTRO
               VARYING WS-IDX-MAE FROM 1 BY 1
               UNTIL WS-IDX-MAE > CANT-MAESTROS.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY

           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODO WS-PARM-FECHA
           END-UNSTRING
           EVALUATE WS-PARM-MODO
               WHEN SPACES
               WHEN 'MANIFIESTO'
                   SET MODO-MANIFIESTO TO TRUE
               WHEN 'VERIFICAR'
                   SET MODO-VERIFICAR TO TRUE
                   MOVE 'F112BKVR' TO WS-JOB
                   IF WS-PARM-FECHA IS NUMERIC
                       MOVE WS-PARM-FECHA TO WS-FECHA-VERIF
                   END-IF
               WHEN OTHER
                   DISPLAY 'F112BKMF: PARM MANIFIESTO O VERIFICAR '
                           '[FECHA]'
                   STOP RUN
           END-EVALUATE

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-CONTROL

           IF MODO-VERIFICAR
               PERFORM 13000-CARGAR-MANIFIESTO
           ELSE
               OPEN EXTEND MANIFIESTO
               IF FS-MANIFIESTO = "35"
                   OPEN OUTPUT MANIFIESTO
               END-IF
               IF NOT FS-MANIFIESTO-OK
                   DISPLAY 'ERROR AL ABRIR MANIFEST'
                   DISPLAY 'FILE STATUS ' FS-MANIFIESTO
                   MOVE '10000-INICIO' TO JL-PARRAFO
                   MOVE FS-MANIFIESTO TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR MANIFEST' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               SET MANIFIESTO-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT LISTADO-RESGUARDO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               IF MODO-VERIFICAR
                   MOVE 'VERIFICACION DE RESTAURACION'
                       TO LBT-TITULO
               ELSE
                   MOVE 'MANIFIESTO DE RESGUARDO' TO LBT-TITULO
               END-IF
               MOVE WS-FECHA-HOY TO LBT-FECHA
               WRITE LIN-RESGUARDO FROM LIN-BK-TITULO
               WRITE LIN-RESGUARDO FROM LIN-BK-ENCABEZADO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = WS-JOB AND RS-FIN(1:8)
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

       12000-CARGAR-CONTROL.
           OPEN INPUT CONTROL-RESGUARDO.
           IF NOT FS-CONTROL-OK
               DISPLAY 'ERROR AL ABRIR BKUPCTL'
               DISPLAY 'FILE STATUS ' FS-CONTROL
               MOVE '12000-CARGAR-CONTROL' TO JL-PARRAFO
               MOVE FS-CONTROL TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR BKUPCTL' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-CONTROL = 'S'
               READ CONTROL-RESGUARDO
                   AT END
                       MOVE 'S' TO FIN-CONTROL
                   NOT AT END
                       PERFORM 12100-VALIDAR-CONTROL
               END-READ
           END-PERFORM
           CLOSE CONTROL-RESGUARDO.

      *    Un renglon con posiciones fuera del registro no se
      *    resguarda a ciegas: queda avisado en el JOBLOG.
       12100-VALIDAR-CONTROL.
           IF LARGO-BC IS NOT NUMERIC OR LARGO-BC = 0
              OR LARGO-BC > 2000
              OR POS-CLAVE-BC IS NOT NUMERIC
              OR LARGO-CLAVE-BC IS NOT NUMERIC
              OR POS-IMPORTE-BC IS NOT NUMERIC
              OR LARGO-IMPORTE-BC IS NOT NUMERIC
              OR LARGO-IMPORTE-BC > 18
              OR (ORGANIZ-BC NOT = 'S' AND ORGANIZ-BC NOT = 'I')
              OR POS-CLAVE-BC + LARGO-CLAVE-BC - 1 > LARGO-BC
              OR POS-IMPORTE-BC + LARGO-IMPORTE-BC - 1 > LARGO-BC
              OR CANT-MAESTROS = 50
               DISPLAY 'RENGLON DE BKUPCTL INVALIDO: ' ARCHIVO-BC
               MOVE '12100-VALIDAR-CONTROL' TO JL-PARRAFO
               MOVE '00' TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE SPACES TO JL-MENSAJE
               STRING 'BKUPCTL INVALIDO ' DELIMITED BY SIZE
                      ARCHIVO-BC DELIMITED BY SIZE
                   INTO JL-MENSAJE
               END-STRING
               PERFORM 91000-LOG-AVISO
           ELSE
               ADD 1 TO CANT-MAESTROS
               MOVE ARCHIVO-BC TO TBC-ARCHIVO(CANT-MAESTROS)
               MOVE RUTA-BC TO TBC-RUTA(CANT-MAESTROS)
               MOVE ORGANIZ-BC TO TBC-ORGANIZ(CANT-MAESTROS)
               MOVE PREFIJO-BC TO TBC-PREFIJO(CANT-MAESTROS)
               MOVE LARGO-BC TO TBC-LARGO(CANT-MAESTROS)
               MOVE POS-CLAVE-BC TO TBC-POS-CLAVE(CANT-MAESTROS)
               MOVE LARGO-CLAVE-BC TO TBC-LARGO-CLAVE(CANT-MAESTROS)
               MOVE POS-IMPORTE-BC TO TBC-POS-IMPORTE(CANT-MAESTROS)
               MOVE LARGO-IMPORTE-BC
                   TO TBC-LARGO-IMPORTE(CANT-MAESTROS)
               MOVE 0 TO TBC-MF-FECHA(CANT-MAESTROS)
               MOVE SPACES TO TBC-MF-GENERACION(CANT-MAESTROS)
               MOVE 0 TO TBC-MF-CANT(CANT-MAESTROS)
               MOVE 0 TO TBC-MF-HASH(CANT-MAESTROS)
               MOVE 0 TO TBC-MF-TOTAL(CANT-MAESTROS)
           END-IF.

      *    Por maestro queda el ultimo renglon del manifiesto de la
      *    fecha pedida, o el ultimo de todos si no se pidio fecha.
       13000-CARGAR-MANIFIESTO.
           OPEN INPUT MANIFIESTO.
           IF NOT FS-MANIFIESTO-OK
               DISPLAY 'SIN MANIFIESTO PARA VERIFICAR ' FS-MANIFIESTO
               MOVE '13000-CARGAR-MANIFIESTO' TO JL-PARRAFO
               MOVE FS-MANIFIESTO TO JL-FILE-STATUS
               MOVE 'SIN MANIFIESTO PARA VERIFICAR' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               MOVE 'DESCUADRE' TO WS-ESTADO-FINAL
               PERFORM 30000-FINAL
           END-IF
           PERFORM UNTIL FIN-MANIFIESTO = 'S'
               READ MANIFIESTO
                   AT END
                       MOVE 'S' TO FIN-MANIFIESTO
                   NOT AT END
                       IF WS-FECHA-VERIF = 0
                          OR FECHA-MF = WS-FECHA-VERIF
                           PERFORM 13100-TOMAR-MANIFIESTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFIESTO.

       13100-TOMAR-MANIFIESTO.
           SET IDX-MAE TO 1
           SEARCH TABLA-MAE-ITEM
               AT END
                   CONTINUE
               WHEN TBC-ARCHIVO(IDX-MAE) = ARCHIVO-MF
                   IF FECHA-MF NOT < TBC-MF-FECHA(IDX-MAE)
                       MOVE FECHA-MF TO TBC-MF-FECHA(IDX-MAE)
                       MOVE GENERACION-MF
                           TO TBC-MF-GENERACION(IDX-MAE)
                       MOVE CANT-REG-MF TO TBC-MF-CANT(IDX-MAE)
                       MOVE HASH-CLAVE-MF TO TBC-MF-HASH(IDX-MAE)
                       MOVE TOTAL-IMPORTE-MF TO TBC-MF-TOTAL(IDX-MAE)
                   END-IF
           END-SEARCH.

       20000-PROCESAR-MAESTRO.
           MOVE 0 TO WS-CANT-REG
           MOVE 0 TO WS-HASH-CLAVE
           MOVE 0 TO WS-TOTAL-IMPORTE
           MOVE 'N' TO WS-MAESTRO-LEIDO
           MOVE 'N' TO WS-GENERACION-ABIERTA
           MOVE SPACES TO WS-NOMBRE-GENERACION
           ADD 1 TO WS-CANT-ENTRADA

           IF TBC-ORGANIZ(WS-IDX-MAE) = 'S'
               PERFORM 21000-LEER-SECUENCIAL
           ELSE
               EVALUATE TBC-ARCHIVO(WS-IDX-MAE)
                   WHEN 'CLIMAEIX'
                       PERFORM 22000-LEER-CLIMAEIX
                   WHEN 'CTASIX'
                       PERFORM 22100-LEER-CTASIX
                   WHEN 'PERSIX'
                       PERFORM 22200-LEER-PERSIX
                   WHEN OTHER
                       DISPLAY 'INDEXADO SIN LAYOUT: '
                               TBC-ARCHIVO(WS-IDX-MAE)
               END-EVALUATE
           END-IF

           IF GENERACION-ABIERTA
               CLOSE GENERACION
           END-IF

           IF MODO-MANIFIESTO
               PERFORM 25000-REGISTRAR-MANIFIESTO
           ELSE
               PERFORM 26000-COMPARAR-MANIFIESTO
           END-IF
           PERFORM 27000-LISTAR-MAESTRO.

      *    La generacion se abre recien con el maestro abierto: un
      *    maestro que no esta no deja una generacion vacia.
       20100-ABRIR-GENERACION.
           SET MAESTRO-LEIDO TO TRUE
           IF MODO-MANIFIESTO
               STRING '..\' DELIMITED BY SIZE
                      TBC-PREFIJO(WS-IDX-MAE) DELIMITED BY SPACE
                      WS-FECHA-HOY DELIMITED BY SIZE
                      '.GEN' DELIMITED BY SIZE
                   INTO WS-NOMBRE-GENERACION
               END-STRING
               OPEN OUTPUT GENERACION
               IF NOT FS-GENERACION-OK
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-GENERACION
                           ' ' FS-GENERACION
                   MOVE '20100-ABRIR-GENERACION' TO JL-PARRAFO
                   MOVE FS-GENERACION TO JL-FILE-STATUS
                   MOVE 'ERROR AL ABRIR GENERACION' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               SET GENERACION-ABIERTA TO TRUE
           END-IF.

       21000-LEER-SECUENCIAL.
           MOVE TBC-RUTA(WS-IDX-MAE) TO WS-NOMBRE-MAESTRO
           MOVE 'N' TO FIN-MAESTRO
           MOVE 0 TO WS-POS-REG
           OPEN INPUT MAESTRO-SECUENCIAL
           IF FS-MAESTRO-OK
               PERFORM 20100-ABRIR-GENERACION
               PERFORM UNTIL FIN-MAESTRO = 'S'
                   READ MAESTRO-SECUENCIAL
                       AT END
                           MOVE 'S' TO FIN-MAESTRO
                       NOT AT END
                           IF GENERACION-ABIERTA
                               WRITE REG-GENERACION FROM REG-MAESTRO
                           END-IF
                           ADD 1 TO WS-POS-REG
                           MOVE REG-MAESTRO
                               TO WS-REGISTRO(WS-POS-REG:1)
                           IF WS-POS-REG = TBC-LARGO(WS-IDX-MAE)
                               PERFORM 24000-ACUMULAR-REGISTRO
                               MOVE 0 TO WS-POS-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAESTRO-SECUENCIAL
      *        Un resto al final indica un largo mal declarado.
               IF WS-POS-REG > 0
                   MOVE '21000-LEER-SECUENCIAL' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE SPACES TO JL-MENSAJE
                   STRING 'LARGO NO CIERRA EN ' DELIMITED BY SIZE
                          TBC-ARCHIVO(WS-IDX-MAE) DELIMITED BY SIZE
                       INTO JL-MENSAJE
                   END-STRING
                   PERFORM 91000-LOG-AVISO
                   PERFORM 24000-ACUMULAR-REGISTRO
               END-IF
           END-IF.

       22000-LEER-CLIMAEIX.
           MOVE 'N' TO FIN-MAESTRO
           OPEN INPUT CLIENTES-IX
           IF FS-INDICE-OK
               PERFORM 20100-ABRIR-GENERACION
               PERFORM UNTIL FIN-MAESTRO = 'S'
                   READ CLIENTES-IX NEXT
                       AT END
                           MOVE 'S' TO FIN-MAESTRO
                       NOT AT END
                           MOVE REG-CLT-IX TO WS-REGISTRO
                           PERFORM 23000-DESCARGAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-IX
           END-IF.

       22100-LEER-CTASIX.
           MOVE 'N' TO FIN-MAESTRO
           OPEN INPUT CLIENSIX
           IF FS-CUENTAS-OK
               PERFORM 20100-ABRIR-GENERACION
               PERFORM UNTIL FIN-MAESTRO = 'S'
                   READ CLIENSIX NEXT
                       AT END
                           MOVE 'S' TO FIN-MAESTRO
                       NOT AT END
                           MOVE REG-CLIENTE TO WS-REGISTRO
                           PERFORM 23000-DESCARGAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE CLIENSIX
           END-IF.

       22200-LEER-PERSIX.
           MOVE 'N' TO FIN-MAESTRO
           OPEN INPUT PERSONAS
           IF FS-PERSONAS-OK
               PERFORM 20100-ABRIR-GENERACION
               PERFORM UNTIL FIN-MAESTRO = 'S'
                   READ PERSONAS NEXT
                       AT END
                           MOVE 'S' TO FIN-MAESTRO
                       NOT AT END
                           MOVE REG-PERSONA TO WS-REGISTRO
                           PERFORM 23000-DESCARGAR-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE PERSONAS
           END-IF.

      *    El indexado se resguarda como descarga secuencial en orden
      *    de clave; la recarga la hace el propio mantenimiento.
       23000-DESCARGAR-REGISTRO.
           IF GENERACION-ABIERTA
               PERFORM VARYING WS-IDX-BYTE FROM 1 BY 1
                   UNTIL WS-IDX-BYTE > TBC-LARGO(WS-IDX-MAE)
                   WRITE REG-GENERACION
                       FROM WS-REGISTRO(WS-IDX-BYTE:1)
               END-PERFORM
           END-IF
           PERFORM 24000-ACUMULAR-REGISTRO.

      *    Hash de clave: cada caracter por su posicion, asi dos
      *    claves con los mismos caracteres en otro orden no se
      *    compensan. Total de importe: suma algebraica sin decimales.
       24000-ACUMULAR-REGISTRO.
           ADD 1 TO WS-CANT-REG
           IF TBC-LARGO-CLAVE(WS-IDX-MAE) > 0
               PERFORM VARYING WS-IDX-BYTE FROM 1 BY 1
                   UNTIL WS-IDX-BYTE > TBC-LARGO-CLAVE(WS-IDX-MAE)
                   COMPUTE WS-HASH-CLAVE = WS-HASH-CLAVE
                       + FUNCTION ORD(WS-REGISTRO(
                           TBC-POS-CLAVE(WS-IDX-MAE) + WS-IDX-BYTE - 1
                           :1)) * WS-IDX-BYTE
               END-PERFORM
           END-IF
           IF TBC-LARGO-IMPORTE(WS-IDX-MAE) > 0
               MOVE ZEROS TO WS-IMP-TEXTO
               MOVE WS-REGISTRO(TBC-POS-IMPORTE(WS-IDX-MAE):
                                TBC-LARGO-IMPORTE(WS-IDX-MAE))
                   TO WS-IMP-TEXTO(19 - TBC-LARGO-IMPORTE(WS-IDX-MAE):
                                   TBC-LARGO-IMPORTE(WS-IDX-MAE))
               MOVE WS-IMP-TEXTO(18:1) TO WS-IMP-ULTIMO
               MOVE 'N' TO WS-IMP-NEGATIVO
               IF WS-IMP-ULTIMO >= 'p' AND WS-IMP-ULTIMO <= 'y'
                   MOVE 'S' TO WS-IMP-NEGATIVO
                   INSPECT WS-IMP-TEXTO(18:1)
                       CONVERTING 'pqrstuvwxy' TO '0123456789'
               END-IF
               IF WS-IMP-TEXTO IS NUMERIC
                   IF WS-IMP-NEGATIVO = 'S'
                       SUBTRACT WS-IMP-NUMERO FROM WS-TOTAL-IMPORTE
                   ELSE
                       ADD WS-IMP-NUMERO TO WS-TOTAL-IMPORTE
                   END-IF
               END-IF
           END-IF.

       25000-REGISTRAR-MANIFIESTO.
           IF NOT MAESTRO-LEIDO
               MOVE 'SIN ARCHIVO' TO WS-RESULTADO
               DISPLAY 'SIN MAESTRO PARA RESGUARDAR: '
                       TBC-ARCHIVO(WS-IDX-MAE)
               MOVE '25000-REGISTRAR-MANIF' TO JL-PARRAFO
               MOVE '35' TO JL-FILE-STATUS
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE SPACES TO JL-MENSAJE
               STRING 'SIN MAESTRO ' DELIMITED BY SIZE
                      TBC-ARCHIVO(WS-IDX-MAE) DELIMITED BY SIZE
                   INTO JL-MENSAJE
               END-STRING
               PERFORM 91000-LOG-AVISO
           ELSE
               MOVE WS-FECHA-HOY TO FECHA-MF
               MOVE TBC-ARCHIVO(WS-IDX-MAE) TO ARCHIVO-MF
               MOVE WS-NOMBRE-GENERACION TO GENERACION-MF
               MOVE WS-CANT-REG TO CANT-REG-MF
               MOVE WS-HASH-CLAVE TO HASH-CLAVE-MF
               MOVE WS-TOTAL-IMPORTE TO TOTAL-IMPORTE-MF
               MOVE WS-RUN-ID TO RUN-ID-MF
               WRITE REG-MANIFIESTO
               ADD 1 TO WS-CANT-SALIDA
               MOVE WS-NOMBRE-GENERACION(4:19) TO WS-RESULTADO
           END-IF.

      *    Cualquier diferencia en cantidad, hash o importe, o un
      *    maestro que no esta, es un descuadre: la noche no sigue.
       26000-COMPARAR-MANIFIESTO.
           EVALUATE TRUE
               WHEN TBC-MF-FECHA(WS-IDX-MAE) = 0
                   MOVE 'SIN MANIFIESTO' TO WS-RESULTADO
                   MOVE '26000-COMPARAR-MANIF' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE SPACES TO JL-MENSAJE
                   STRING 'SIN MANIFIESTO ' DELIMITED BY SIZE
                          TBC-ARCHIVO(WS-IDX-MAE) DELIMITED BY SIZE
                       INTO JL-MENSAJE
                   END-STRING
                   PERFORM 91000-LOG-AVISO
               WHEN NOT MAESTRO-LEIDO
                   MOVE 'SIN ARCHIVO' TO WS-RESULTADO
                   PERFORM 26100-INFORMAR-DESCUADRE
               WHEN WS-CANT-REG = TBC-MF-CANT(WS-IDX-MAE)
                AND WS-HASH-CLAVE = TBC-MF-HASH(WS-IDX-MAE)
                AND WS-TOTAL-IMPORTE = TBC-MF-TOTAL(WS-IDX-MAE)
                   MOVE 'COINCIDE' TO WS-RESULTADO
                   ADD 1 TO WS-CANT-SALIDA
               WHEN OTHER
                   MOVE 'DESCUADRE' TO WS-RESULTADO
                   PERFORM 26100-INFORMAR-DESCUADRE
           END-EVALUATE.

       26100-INFORMAR-DESCUADRE.
           ADD 1 TO WS-CANT-DESCUADRES
           MOVE 'DESCUADRE' TO WS-ESTADO-FINAL
           DISPLAY 'DESCUADRE CONTRA MANIFIESTO '
                   TBC-MF-FECHA(WS-IDX-MAE) ': '
                   TBC-ARCHIVO(WS-IDX-MAE)
           DISPLAY '  MANIFIESTO ' TBC-MF-CANT(WS-IDX-MAE) ' '
                   TBC-MF-HASH(WS-IDX-MAE) ' '
                   TBC-MF-TOTAL(WS-IDX-MAE)
           DISPLAY '  RESTAURADO ' WS-CANT-REG ' ' WS-HASH-CLAVE ' '
                   WS-TOTAL-IMPORTE
           IF JOBLOG-ABIERTO
               MOVE WS-JOB TO JL-PROGRAMA
               MOVE '26100-INFORMAR-DESC' TO JL-PARRAFO
               MOVE '00' TO JL-FILE-STATUS
               MOVE 'ERROR' TO JL-SEVERITY
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE SPACES TO JL-MENSAJE
               STRING 'DESCUADRE RESTAURACION ' DELIMITED BY SIZE
                      TBC-ARCHIVO(WS-IDX-MAE) DELIMITED BY SIZE
                   INTO JL-MENSAJE
               END-STRING
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       27000-LISTAR-MAESTRO.
           MOVE TBC-ARCHIVO(WS-IDX-MAE) TO LBD-ARCHIVO
           MOVE WS-CANT-REG TO LBD-CANT
           MOVE WS-HASH-CLAVE TO LBD-HASH
           MOVE WS-TOTAL-IMPORTE TO LBD-TOTAL
           MOVE WS-RESULTADO TO LBD-RESULTADO
           DISPLAY LIN-BK-DETALLE
           IF LISTADO-ABIERTO
               WRITE LIN-RESGUARDO FROM LIN-BK-DETALLE
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE WS-JOB TO JL-PROGRAMA
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
               MOVE WS-JOB TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

      *    En verificacion un error de apertura tambien deja la noche
      *    detenida: el RUNSTAT de F112BKVR nunca queda en OK.
       30000-FINAL.
           IF MODO-VERIFICAR AND WS-ESTADO-FINAL = 'ERROR'
               MOVE 'DESCUADRE' TO WS-ESTADO-FINAL
           END-IF
           DISPLAY 'MAESTROS PROCESADOS : ' WS-CANT-ENTRADA
           IF MODO-VERIFICAR
               DISPLAY 'MAESTROS COINCIDEN  : ' WS-CANT-SALIDA
               DISPLAY 'DESCUADRES          : ' WS-CANT-DESCUADRES
           ELSE
               DISPLAY 'MANIFIESTOS GRABADOS: ' WS-CANT-SALIDA
           END-IF
           IF LISTADO-ABIERTO
               MOVE WS-CANT-ENTRADA TO LBTO-CANT
               MOVE WS-CANT-DESCUADRES TO LBTO-DESCUADRES
               WRITE LIN-RESGUARDO FROM LIN-BK-TOTAL
               CLOSE LISTADO-RESGUARDO
           END-IF
           IF MANIFIESTO-ABIERTO
               CLOSE MANIFIESTO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE WS-JOB TO RS-JOB
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

       END PROGRAM F112BKMF.

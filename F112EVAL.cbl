                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SUSCRIP.

           SELECT SERV-CORTES ASSIGN TO  '..\SERVCORT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CORTES.

           SELECT TARIFARIO ASSIGN TO  '..\TARIFMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARIFARIO.

           SELECT SERV-MEDIDOS ASSIGN TO  '..\MEDIDSRV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-SERV-MEDIDOS.

           SELECT CAMPANAS ASSIGN TO  '..\CAMPANAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
           02 DESCRIPCION-SM           PIC X(30).
           02 ACTIVO-SM                PIC X(1).
           02 AREA-SM                  PIC X(10).
           02 MESES-DIFER-SM           PIC 9(2).
           02 REINTEGRA-SM             PIC X(1).

       FD  TRANS-ANT.
       01  REG-TRANS-ANT.
           02 FECHA-BAJA-SU            PIC X(8).
           02 ESTADO-SU                PIC X(1).

       FD  SERV-CORTES.
       01  REG-CORTE.
           02 NRO-CLIENTE-CT           PIC 9(7).
           02 COD-SERVICIO-CT          PIC X(3).
           02 FECHA-CORTE-CT           PIC 9(8).
           02 FECHA-RECONEX-CT         PIC 9(8).
           02 ESTADO-CT                PIC X(1).

       FD  TARIFARIO.
       01  REG-TARIFA-SRV.
           02 COD-SERVICIO-TA          PIC X(3).
           02 CANT-HASTA-TA            PIC 9(5).
           02 IMPORTE-UNIT-TA          PIC 9(7)V99.

      *    Servicios facturados por consumo medido: el cargo llega
      *    ya tarifado desde F112MEDI y no se vuelve a tarifar.
       FD  SERV-MEDIDOS.
       01  REG-SERV-MEDIDO.
           02 COD-SERVICIO-MS          PIC X(3).
           02 FACTOR-MAXIMO-MS         PIC 9(3)V99.
           02 MIN-HISTORIA-MS          PIC 9(2).

       FD  CAMPANAS.
       01  REG-CAMPANA.
           02 COD-SERVICIO-CP          PIC X(3).
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112EVAL'.
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

       01  FS-NOMBRE-ANT               PIC X(2).
           88 FS-NOMBRE-ANT-OK     VALUE "00".
       01  WS-SUSCRIPTO                PIC X VALUE 'S'.
           88 TRANS-SUSCRIPTA      VALUE 'S' FALSE 'N'.
       01  WS-FACTOR-PRORRATEO         PIC 9V9(4) VALUE 1.
       01  FS-CORTES                   PIC X(2).
           88 FS-CORTES-OK         VALUE "00".
       01  FIN-CORTES                  PIC X VALUE 'N'.
       01  WS-PRIMER-DIA-MES           PIC 9(8).
       01  WS-PRIMER-DIA-SIG           PIC 9(8).
       01  WS-ANIO-AUX                 PIC 9(4).
       01  WS-CANT-TRAMO               PIC 9(5).
       01  WS-IDX-TARIFA               PIC 9(3).

       01  FS-SERV-MEDIDOS             PIC X(2).
           88 FS-SERV-MEDIDOS-OK   VALUE "00".
       01  FIN-SERV-MEDIDOS            PIC X VALUE 'N'.
       01  CANT-SERV-MEDIDOS           PIC 9(3) VALUE 0.
       01  TABLA-SERV-MEDIDOS.
           02 TABLA-SERV-MED-ITEM OCCURS 1 TO 999 TIMES
                                  DEPENDING ON CANT-SERV-MEDIDOS
                                  INDEXED BY IDX-SERV-MED.
               03 TSM-COD-SERVICIO     PIC X(3).

       01  CANT-TARIFAS                PIC 9(3) VALUE 0.
       01  TABLA-TARIFAS.
           02 TABLA-TARIFAS-ITEM OCCURS 1 TO 999 TIMES
               03 TSU-FECHA-BAJA       PIC 9(8).
               03 TSU-ESTADO           PIC X(1).

       01  CANT-CORTES                 PIC 9(5) VALUE 0.
       01  TABLA-CORTES.
           02 TABLA-CORTES-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CORTES
                                INDEXED BY IDX-CORTE.
               03 TCO-NRO-CLIENTE      PIC 9(7).
               03 TCO-COD-SERVICIO     PIC X(3).

       01  CANT-NOM-ANT                PIC 9(5) VALUE 0.
       01  TABLA-NOM-ANT.
           02 TABLA-NOM-ANT-ITEM OCCURS 1 TO 9999 TIMES
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 19100-TOMAR-LOCKS

           PERFORM 12500-LEER-PARMS

           PERFORM 12700-ARMAR-NOMBRES-PART

           PERFORM 17600-CARGAR-SUSCRIPCIONES

           PERFORM 17620-CARGAR-CORTES

           PERFORM 17650-CARGAR-TARIFARIO

           PERFORM 17660-CARGAR-SERV-MEDIDOS

           PERFORM 17680-CARGAR-CAMPANAS

           OPEN EXTEND DISP-SUSPENSO.
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       19100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 4 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CLIENTES.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'L' TO WS-LR-MODO(2)
           MOVE 'NOMBRENV.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'SERVCORT.DAT' TO WS-LR-ARCHIVO(4)
           MOVE 'L' TO WS-LR-MODO(4)
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
                   MOVE '19100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       13000-CHEQ-RERUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE SPACES TO WS-VF-ENTRADA
               CLOSE SUSCRIPCIONES
           END-IF.

      *    Solo interesan los servicios hoy suspendidos por mora.
       17620-CARGAR-CORTES.
           OPEN INPUT SERV-CORTES.
           IF FS-CORTES-OK
               PERFORM UNTIL FIN-CORTES = 'S'
                   READ SERV-CORTES
                       AT END
                           MOVE 'S' TO FIN-CORTES
                       NOT AT END
                           IF ESTADO-CT = 'S'
                               ADD 1 TO CANT-CORTES
                               MOVE NRO-CLIENTE-CT
                                   TO TCO-NRO-CLIENTE(CANT-CORTES)
                               MOVE COD-SERVICIO-CT
                                   TO TCO-COD-SERVICIO(CANT-CORTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERV-CORTES
           END-IF.

      *    Solo se cargan los tramos vigentes a la fecha de corrida.
       17650-CARGAR-TARIFARIO.
           OPEN INPUT TARIFARIO.
               CLOSE TARIFARIO
           END-IF.

       17660-CARGAR-SERV-MEDIDOS.
           OPEN INPUT SERV-MEDIDOS.
           IF FS-SERV-MEDIDOS-OK
               PERFORM UNTIL FIN-SERV-MEDIDOS = 'S'
                   READ SERV-MEDIDOS
                       AT END
                           MOVE 'S' TO FIN-SERV-MEDIDOS
                       NOT AT END
                           ADD 1 TO CANT-SERV-MEDIDOS
                           MOVE COD-SERVICIO-MS
                               TO TSM-COD-SERVICIO(CANT-SERV-MEDIDOS)
                   END-READ
               END-PERFORM
               CLOSE SERV-MEDIDOS
           END-IF.

       17680-CARGAR-CAMPANAS.
           OPEN INPUT CAMPANAS.
           IF FS-CAMPANAS-OK
                   MOVE ' FUERA DE SUSCRIPCION    ' TO INFO-ER
                   PERFORM 70000-GRABAR-EXCEPCION
                   SET MONTOS-VALIDOS TO FALSE
               ELSE
                   PERFORM 65900-VERIFICAR-CORTE
               END-IF
           END-IF
           IF MONTOS-VALIDOS
                           = WS-KEY-C-SERV
                       SET HAY-TARIFA TO TRUE
               END-SEARCH
           END-IF
           IF HAY-TARIFA AND CANT-SERV-MEDIDOS > 0
               SET IDX-SERV-MED TO 1
               SEARCH TABLA-SERV-MED-ITEM
                   AT END
                       CONTINUE
                   WHEN TSM-COD-SERVICIO(IDX-SERV-MED) = WS-KEY-C-SERV
                       SET HAY-TARIFA TO FALSE
               END-SEARCH
           END-IF.

      *    El cargo de servicio sale del tarifario por tramos de
                   WS-DIAS-ACTIVOS / WS-DIAS-MES
           END-IF.

      *    Servicio suspendido por mora: no se cobra el cargo fijo
      *    (ni el tarifado); las transacciones del par se facturan.
       65900-VERIFICAR-CORTE.
           IF CANT-CORTES > 0
               SET IDX-CORTE TO 1
               SEARCH TABLA-CORTES-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-CLIENTE(IDX-CORTE) = NRO-CLIENTE-T
                    AND TCO-COD-SERVICIO(IDX-CORTE) = COD-SERVICIO
                       MOVE 0 TO WS-FACTOR-PRORRATEO
               END-SEARCH
           END-IF.

       65500-VALIDAR-MONTOS.
           SET MONTOS-VALIDOS TO TRUE
           IF IMPORTE-C IS NOT NUMERIC OR IMPORTE-C > WS-IMPORTE-LIMITE
                   PERFORM 32500-MARCAR-CICLO
               END-IF
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 33000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112EVAL' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
           END-IF
           STOP RUN.

       33000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM YOUR-PROGRAM-NAME.

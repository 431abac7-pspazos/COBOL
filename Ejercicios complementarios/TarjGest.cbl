       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJGEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTADOS ASSIGN TO '..\GESTRES'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESULTADOS.

           SELECT RESULTADOS-RECHAZO ASSIGN TO '..\GESTRCH'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RES-RECHAZO.

           SELECT CONTACTOS ASSIGN TO '..\CONTHIST'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

           SELECT PROMESAS ASSIGN TO '..\PROMESAS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PROMESAS.

           SELECT OPERADORES ASSIGN TO '..\OPERMAE'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-OPERADORES.

           SELECT DEUDAS-30 ASSIGN TO '..\DEUD030'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-30.

           SELECT DEUDAS-60 ASSIGN TO '..\DEUD060'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-60.

           SELECT DEUDAS-90 ASSIGN TO '..\DEUD090'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEUDAS-90.

           SELECT SORT-GESTION ASSIGN TO 'GESTWORK.TMP'.

           SELECT GESTION-DIARIA ASSIGN TO '..\GESTDIA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-GESTION.

           SELECT GESTION-LISTADO ASSIGN TO '..\GESTLIST'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LISTADO.

           SELECT RUNSTAT ASSIGN TO '..\RUNSTAT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RUNSTAT.

       DATA DIVISION.
       FILE SECTION.
      *    Resultado de cada llamado, cargado por el call center.
      *    Promesa: importe y fecha comprometidos por el titular.
       FD  RESULTADOS.
       01  REG-RESULTADO.
           02  NRO-CTA-GR              PIC X(8).
           02  FECHA-GR                PIC 9(8).
           02  OPERADOR-GR             PIC X(8).
           02  RESULTADO-GR            PIC X(1).
              88 RES-NO-CONTESTA       VALUE 'N'.
              88 RES-PROMESA           VALUE 'P'.
              88 RES-RECHAZO           VALUE 'R'.
              88 RES-NRO-ERRONEO       VALUE 'E'.
           02  IMPORTE-PROM-GR         PIC 9(15)V99.
           02  FECHA-PROM-GR           PIC 9(8).

       FD  RESULTADOS-RECHAZO.
       01  REG-RES-RECHAZO.
           02  IMAGEN-RR               PIC X(50).
           02  MOTIVO-RR               PIC X(30).

       FD  CONTACTOS.
       01  REG-CONTACTO.
           02  NRO-CTA-CH              PIC 9(8).
           02  FECHA-CH                PIC 9(8).
           02  OPERADOR-CH             PIC X(8).
           02  RESULTADO-CH            PIC X(1).
           02  IMPORTE-PROM-CH         PIC 9(15)V99.
           02  FECHA-PROM-CH           PIC 9(8).

       FD  PROMESAS.
       01  REG-PROMESA.
           02  NRO-CTA-PM              PIC 9(8).
           02  IMPORTE-PM              PIC 9(15)V99.
           02  FECHA-PROM-PM           PIC 9(8).
           02  OPERADOR-PM             PIC X(8).
           02  ESTADO-PM               PIC X(1).
              88 PROMESA-ABIERTA       VALUE 'A'.
              88 PROMESA-CUMPLIDA      VALUE 'C'.
              88 PROMESA-ROTA          VALUE 'R'.

       FD  OPERADORES.
       01  REG-OPERADOR.
           02 OPERADOR-OP              PIC X(8).
           02 NOMBRE-OP                PIC X(30).
           02 FECHA-DESDE-OP           PIC 9(8).
           02 FECHA-HASTA-OP           PIC 9(8).
           02 PERM-GRADOS-OP           PIC X(1).
           02 PERM-DISPUTAS-OP         PIC X(1).
           02 PERM-FERIADOS-OP         PIC X(1).
           02 PERM-CLIENTES-OP         PIC X(1).
           02 PERM-LIMITE-OP           PIC X(1).
           02 PERM-COBRANZA-OP         PIC X(1).
           02 CAPACIDAD-COB-OP         PIC 9(3).

       FD  DEUDAS-30.
       01  REG-DEUDAS-30.
           02  NRO-CTA-D               PIC 9(8).
           02  NRO-CLI-D               PIC 9(8).
           02  MONTO-D                 PIC 9(15)V99.
           02  FEC-ALTA-DEUDA-D        PIC 9(8).
           02  DIAS-MORA-D             PIC 9(5).
           02  DIAS-MORA-HAB-D         PIC 9(5).

       FD  DEUDAS-60.
       01  REG-DEUDAS-60               PIC X(51).

       FD  DEUDAS-90.
       01  REG-DEUDAS-90               PIC X(51).

       SD  SORT-GESTION.
       01  REG-GESTION-SD.
           02 SD-PROM-ROTA             PIC X(1).
           02 SD-TRAMO                 PIC X(2).
           02 SD-MONTO                 PIC 9(15)V99.
           02 SD-DIAS-MORA             PIC 9(5).
           02 SD-NRO-CTA               PIC 9(8).
           02 SD-NRO-CLI               PIC 9(8).
           02 SD-ULT-CONTACTO          PIC 9(8).
           02 SD-ULT-RESULTADO         PIC X(1).

      *    Lista de trabajo del dia, para el discador del call
      *    center: cuenta, operador asignado y orden de llamado.
       FD  GESTION-DIARIA.
       01  REG-GESTION.
           02  NRO-CTA-GD              PIC 9(8).
           02  NRO-CLI-GD              PIC 9(8).
           02  OPERADOR-GD             PIC X(8).
           02  ORDEN-GD                PIC 9(4).
           02  TRAMO-GD                PIC X(2).
           02  MONTO-GD                PIC 9(15)V99.
           02  DIAS-MORA-GD            PIC 9(5).
           02  PROM-ROTA-GD            PIC X(1).
           02  ULT-CONTACTO-GD         PIC 9(8).
           02  ULT-RESULTADO-GD        PIC X(1).

       FD  GESTION-LISTADO.
       01  LIN-GESTION                 PIC X(80).

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
       01  FS-RESULTADOS               PIC XX.
           88 FS-RESULTADOS-OK     VALUE "00".
       01  FS-RES-RECHAZO              PIC XX.
           88 FS-RES-RECHAZO-OK    VALUE "00".
       01  FS-CONTACTOS                PIC XX.
           88 FS-CONTACTOS-OK      VALUE "00".
       01  FS-PROMESAS                 PIC XX.
           88 FS-PROMESAS-OK       VALUE "00".
       01  FS-OPERADORES               PIC XX.
           88 FS-OPERADORES-OK     VALUE "00".
       01  FS-DEUDAS-30                PIC XX.
           88 FS-DEUDAS-30-OK      VALUE "00".
       01  FS-DEUDAS-60                PIC XX.
           88 FS-DEUDAS-60-OK      VALUE "00".
       01  FS-DEUDAS-90                PIC XX.
           88 FS-DEUDAS-90-OK      VALUE "00".
       01  FS-GESTION                  PIC XX.
           88 FS-GESTION-OK        VALUE "00".
       01  FS-LISTADO                  PIC XX.
           88 FS-LISTADO-OK        VALUE "00".
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

       01  FIN-RESULTADOS              PIC X VALUE 'N'.
       01  FIN-CONTACTOS               PIC X VALUE 'N'.
       01  FIN-PROMESAS                PIC X VALUE 'N'.
       01  FIN-OPERADORES              PIC X VALUE 'N'.
       01  FIN-DEUDAS                  PIC X VALUE 'N'.
       01  FIN-SORT                    PIC X VALUE 'N'.
       01  FIN-GESTION                 PIC X VALUE 'N'.
       01  WS-RESULTADOS-LEIDOS        PIC X VALUE 'N'.
       01  WS-PARM                     PIC X(2) VALUE SPACES.
       01  WS-DIAS-RECONTACTO          PIC 9(2) VALUE 3.
       01  WS-FEC-HOY                  PIC 9(8).
       01  WS-DIAS-HOY                 PIC 9(7).
       01  WS-DIAS-DESDE-CONTACTO      PIC S9(7).
       01  WS-TRAMO                    PIC X(2).
       01  WS-MOTIVO                   PIC X(30).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-VF-ENTRADA               PIC X(10).
       01  WS-VF-FORMATO               PIC X(3).
       01  WS-VF-RETORNO               PIC 9(2).
       01  WS-VF-FECHA-YMD             PIC 9(8).
       01  WS-IDX-CAND                 PIC 9(5).
       01  WS-IDX-AG                   PIC 9(3).
       01  WS-IDX-OPER                 PIC 9(3).
       01  WS-INTENTOS                 PIC 9(3).
       01  WS-AGENTE-ASIGNADO          PIC 9(3).
       01  WS-ULTIMO-AGENTE            PIC 9(3) VALUE 0.

       01  WS-CANT-RES-OK              PIC 9(7) VALUE 0.
       01  WS-CANT-RES-RECHAZO         PIC 9(7) VALUE 0.
       01  WS-CANT-PROM-ALTA           PIC 9(7) VALUE 0.
       01  WS-CANT-CONTACTADAS         PIC 9(7) VALUE 0.
       01  WS-CANT-CON-PROMESA         PIC 9(7) VALUE 0.
       01  WS-CANT-SIN-ASIGNAR         PIC 9(7) VALUE 0.

       01  CANT-OPERADORES             PIC 9(3) VALUE 0.
       01  TABLA-OPERADORES.
           02 TABLA-OPER-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-OPERADORES
                              INDEXED BY IDX-OPER.
               03 TOP-OPERADOR         PIC X(8).
               03 TOP-NOMBRE           PIC X(30).
               03 TOP-COBRANZA         PIC X(1).
               03 TOP-CAPACIDAD        PIC 9(3).
               03 TOP-ASIGNADOS        PIC 9(3).

      *    Ultimo contacto registrado por cuenta.
       01  CANT-CONTACTOS              PIC 9(5) VALUE 0.
       01  TABLA-CONTACTOS.
           02 TABLA-CONT-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CONTACTOS
                              INDEXED BY IDX-CONT.
               03 TCH-NRO-CTA          PIC 9(8).
               03 TCH-FECHA            PIC 9(8).
               03 TCH-RESULTADO        PIC X(1).

       01  CANT-PROMESAS               PIC 9(5) VALUE 0.
       01  TABLA-PROMESAS.
           02 TABLA-PROM-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-PROMESAS
                              INDEXED BY IDX-PROM.
               03 TPM-NRO-CTA          PIC 9(8).
               03 TPM-FECHA-PROM       PIC 9(8).
               03 TPM-ESTADO           PIC X(1).

      *    Una entrada por cuenta morosa: se suma la deuda de todos
      *    los tramos y queda el tramo y los dias de mora mayores.
       01  CANT-CANDIDATOS             PIC 9(5) VALUE 0.
       01  TABLA-CANDIDATOS.
           02 TABLA-CAND-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-CANDIDATOS
                              INDEXED BY IDX-CAND.
               03 TCD-NRO-CTA          PIC 9(8).
               03 TCD-NRO-CLI          PIC 9(8).
               03 TCD-TRAMO            PIC X(2).
               03 TCD-MONTO            PIC 9(15)V99.
               03 TCD-DIAS-MORA        PIC 9(5).

       01  LIN-GS-TITULO.
           02 FILLER              PIC X(40) VALUE
              'TARJGEST  LISTA DE GESTION TELEFONICA  '.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LGT-FECHA           PIC 9(8).
       01  LIN-GS-AGENTE.
           02 FILLER              PIC X(10) VALUE 'OPERADOR: '.
           02 LGA-OPERADOR        PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LGA-NOMBRE          PIC X(30).
           02 FILLER              PIC X(12) VALUE ' CAPACIDAD: '.
           02 LGA-CAPACIDAD       PIC ZZ9.
           02 FILLER              PIC X(12) VALUE ' ASIGNADAS: '.
           02 LGA-ASIGNADOS       PIC ZZ9.
       01  LIN-GS-DETALLE.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-ORDEN           PIC ZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-CTA             PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-TRAMO           PIC X(2).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-MONTO           PIC Z(13)9.99.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-DIAS            PIC ZZZZ9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LGD-PROM-ROTA       PIC X(12).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LGD-ULT-CONTACTO    PIC X(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LGD-ULT-RESULTADO   PIC X(1).
       01  LIN-GS-SIN-ASIGNAR.
           02 FILLER              PIC X(40) VALUE
              'CUENTAS SIN ASIGNAR POR CAPACIDAD:     '.
           02 LGS-CANT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-APLICAR-RESULTADOS UNTIL FIN-RESULTADOS = 'S'.
           PERFORM 25000-CERRAR-RESULTADOS.
           PERFORM 40000-ARMAR-LISTA.
           PERFORM 30000-FINAL.

      *    Parametro DD: dias sin volver a llamar a una cuenta ya
      *    contactada (por defecto 3).
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FEC-HOY
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FEC-HOY)
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-DIAS-RECONTACTO
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 12000-CARGAR-OPERADORES

           OPEN INPUT RESULTADOS.
           IF FS-RESULTADOS-OK
               MOVE 'S' TO WS-RESULTADOS-LEIDOS
           ELSE
               DISPLAY 'SIN RESULTADOS DE GESTION ' FS-RESULTADOS
               MOVE 'S' TO FIN-RESULTADOS
           END-IF

           OPEN OUTPUT RESULTADOS-RECHAZO

           OPEN EXTEND CONTACTOS
           IF FS-CONTACTOS = '35'
               OPEN OUTPUT CONTACTOS
           END-IF
           IF NOT FS-CONTACTOS-OK
               DISPLAY 'ERROR OPEN CONTHIST ' FS-CONTACTOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESULTADOS
           END-IF

           OPEN EXTEND PROMESAS
           IF FS-PROMESAS = '35'
               OPEN OUTPUT PROMESAS
           END-IF
           IF NOT FS-PROMESAS-OK
               DISPLAY 'ERROR OPEN PROMESAS ' FS-PROMESAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               MOVE 'S' TO FIN-RESULTADOS
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'TARJGEST' AND RS-FIN(1:8)
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

      *    Se cargan todos los operadores para validar los
      *    resultados; solo los habilitados para cobranza, vigentes
      *    y con capacidad reciben cuentas.
       12000-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES-OK
               PERFORM UNTIL FIN-OPERADORES = 'S'
                   READ OPERADORES
                       AT END
                           MOVE 'S' TO FIN-OPERADORES
                       NOT AT END
                           IF CANT-OPERADORES < 999
                               PERFORM 12100-ALTA-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
           ELSE
               DISPLAY 'SIN MAESTRO DE OPERADORES ' FS-OPERADORES
           END-IF.

       12100-ALTA-OPERADOR.
           ADD 1 TO CANT-OPERADORES
           MOVE OPERADOR-OP TO TOP-OPERADOR(CANT-OPERADORES)
           MOVE NOMBRE-OP TO TOP-NOMBRE(CANT-OPERADORES)
           MOVE 0 TO TOP-ASIGNADOS(CANT-OPERADORES)
           MOVE 0 TO TOP-CAPACIDAD(CANT-OPERADORES)
           MOVE 'N' TO TOP-COBRANZA(CANT-OPERADORES)
           IF PERM-COBRANZA-OP = 'S'
              AND CAPACIDAD-COB-OP IS NUMERIC
              AND CAPACIDAD-COB-OP > 0
              AND FECHA-DESDE-OP <= WS-FEC-HOY
              AND (FECHA-HASTA-OP = 0
                   OR FECHA-HASTA-OP >= WS-FEC-HOY)
               MOVE 'S' TO TOP-COBRANZA(CANT-OPERADORES)
               MOVE CAPACIDAD-COB-OP TO TOP-CAPACIDAD(CANT-OPERADORES)
           END-IF.

       20000-APLICAR-RESULTADOS.
           READ RESULTADOS
               AT END
                   MOVE 'S' TO FIN-RESULTADOS
           END-READ
           IF FIN-RESULTADOS NOT = 'S'
               ADD 1 TO WS-CANT-ENTRADA
               PERFORM 21000-VALIDAR-RESULTADO
               IF WS-MOTIVO = SPACES
                   PERFORM 22000-REGISTRAR-CONTACTO
               ELSE
                   PERFORM 23000-RECHAZAR-RESULTADO
               END-IF
           END-IF.

       21000-VALIDAR-RESULTADO.
           MOVE SPACES TO WS-MOTIVO
           IF NRO-CTA-GR IS NOT NUMERIC
               MOVE 'CUENTA INVALIDA' TO WS-MOTIVO
           END-IF
           IF WS-MOTIVO = SPACES
               MOVE SPACES TO WS-VF-ENTRADA
               MOVE FECHA-GR TO WS-VF-ENTRADA(1:8)
               MOVE 'AMD' TO WS-VF-FORMATO
               CALL 'VALFECHA' USING WS-VF-ENTRADA WS-VF-FORMATO
                                     WS-VF-RETORNO WS-VF-FECHA-YMD
               IF WS-VF-RETORNO NOT = 0 OR FECHA-GR > WS-FEC-HOY
                   MOVE 'FECHA DE LLAMADO INVALIDA' TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES
               SET IDX-OPER TO 1
               SEARCH TABLA-OPER-ITEM
                   AT END
                       MOVE 'OPERADOR INEXISTENTE' TO WS-MOTIVO
                   WHEN TOP-OPERADOR(IDX-OPER) = OPERADOR-GR
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-MOTIVO = SPACES
               IF NOT RES-NO-CONTESTA AND NOT RES-PROMESA
                  AND NOT RES-RECHAZO AND NOT RES-NRO-ERRONEO
                   MOVE 'RESULTADO INVALIDO' TO WS-MOTIVO
               END-IF
           END-IF
           IF WS-MOTIVO = SPACES AND RES-PROMESA
               IF IMPORTE-PROM-GR IS NOT NUMERIC
                  OR IMPORTE-PROM-GR = 0
                   MOVE 'PROMESA SIN IMPORTE' TO WS-MOTIVO
               ELSE
                   MOVE SPACES TO WS-VF-ENTRADA
                   MOVE FECHA-PROM-GR TO WS-VF-ENTRADA(1:8)
                   MOVE 'AMD' TO WS-VF-FORMATO
                   CALL 'VALFECHA' USING WS-VF-ENTRADA WS-VF-FORMATO
                                         WS-VF-RETORNO WS-VF-FECHA-YMD
                   IF WS-VF-RETORNO NOT = 0
                      OR FECHA-PROM-GR < FECHA-GR
                       MOVE 'FECHA DE PROMESA INVALIDA' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    Todo resultado valido queda en el historial de contactos;
      *    una promesa ademas se da de alta en PROMESAS para que
      *    TARJPROM la siga.
       22000-REGISTRAR-CONTACTO.
           ADD 1 TO WS-CANT-RES-OK
           MOVE NRO-CTA-GR TO NRO-CTA-CH
           MOVE FECHA-GR TO FECHA-CH
           MOVE OPERADOR-GR TO OPERADOR-CH
           MOVE RESULTADO-GR TO RESULTADO-CH
           IF RES-PROMESA
               MOVE IMPORTE-PROM-GR TO IMPORTE-PROM-CH
               MOVE FECHA-PROM-GR TO FECHA-PROM-CH
           ELSE
               MOVE 0 TO IMPORTE-PROM-CH
               MOVE 0 TO FECHA-PROM-CH
           END-IF
           WRITE REG-CONTACTO
           IF NOT FS-CONTACTOS-OK
               DISPLAY 'ERROR WRITE CONTHIST ' FS-CONTACTOS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
           END-IF
           IF RES-PROMESA
               MOVE NRO-CTA-GR TO NRO-CTA-PM
               MOVE IMPORTE-PROM-GR TO IMPORTE-PM
               MOVE FECHA-PROM-GR TO FECHA-PROM-PM
               MOVE OPERADOR-GR TO OPERADOR-PM
               SET PROMESA-ABIERTA TO TRUE
               WRITE REG-PROMESA
               IF FS-PROMESAS-OK
                   ADD 1 TO WS-CANT-PROM-ALTA
               ELSE
                   DISPLAY 'ERROR WRITE PROMESAS ' FS-PROMESAS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       23000-RECHAZAR-RESULTADO.
           ADD 1 TO WS-CANT-RES-RECHAZO
           IF FS-RES-RECHAZO-OK
               MOVE REG-RESULTADO TO IMAGEN-RR
               MOVE WS-MOTIVO TO MOTIVO-RR
               WRITE REG-RES-RECHAZO
           END-IF.

      *    Con los resultados aplicados se vacia GESTRES para que
      *    no se vuelvan a cargar al dia siguiente.
       25000-CERRAR-RESULTADOS.
           IF FS-CONTACTOS-OK
               CLOSE CONTACTOS
           END-IF
           IF FS-PROMESAS-OK
               CLOSE PROMESAS
           END-IF
           IF FS-RES-RECHAZO-OK
               CLOSE RESULTADOS-RECHAZO
           END-IF
           IF WS-RESULTADOS-LEIDOS = 'S'
               CLOSE RESULTADOS
               IF WS-ESTADO-FINAL = 'OK'
                   OPEN OUTPUT RESULTADOS
                   IF FS-RESULTADOS-OK
                       CLOSE RESULTADOS
                   END-IF
               END-IF
           END-IF.

       40000-ARMAR-LISTA.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM 41000-CARGAR-CONTACTOS
               PERFORM 42000-CARGAR-PROMESAS
               PERFORM 43000-CARGAR-DEUDAS
               OPEN OUTPUT GESTION-DIARIA
               IF NOT FS-GESTION-OK
                   DISPLAY 'ERROR OPEN GESTDIA ' FS-GESTION
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
               OPEN OUTPUT GESTION-LISTADO
               IF FS-LISTADO-OK
                   MOVE WS-FEC-HOY TO LGT-FECHA
                   WRITE LIN-GESTION FROM LIN-GS-TITULO
               END-IF
      *        Primero las promesas rotas, despues el tramo de mora
      *        mas alto y dentro del tramo el mayor saldo.
               SORT SORT-GESTION
                   ON DESCENDING KEY SD-PROM-ROTA
                                     SD-TRAMO
                                     SD-MONTO
                                     SD-DIAS-MORA
                   INPUT PROCEDURE IS 45000-SELECCIONAR-CUENTAS
                   OUTPUT PROCEDURE IS 46000-ASIGNAR-CUENTAS
               IF FS-GESTION-OK
                   CLOSE GESTION-DIARIA
                   PERFORM 48000-LISTAR-AGENTES
               END-IF
               IF FS-LISTADO-OK
                   CLOSE GESTION-LISTADO
               END-IF
           END-IF.

       41000-CARGAR-CONTACTOS.
           OPEN INPUT CONTACTOS.
           IF FS-CONTACTOS-OK
               PERFORM UNTIL FIN-CONTACTOS = 'S'
                   READ CONTACTOS
                       AT END
                           MOVE 'S' TO FIN-CONTACTOS
                       NOT AT END
                           PERFORM 41100-ULTIMO-CONTACTO
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS
           END-IF.

       41100-ULTIMO-CONTACTO.
           SET IDX-CONT TO 1
           SEARCH TABLA-CONT-ITEM
               AT END
                   IF CANT-CONTACTOS < 9999
                       ADD 1 TO CANT-CONTACTOS
                       MOVE NRO-CTA-CH TO TCH-NRO-CTA(CANT-CONTACTOS)
                       MOVE FECHA-CH TO TCH-FECHA(CANT-CONTACTOS)
                       MOVE RESULTADO-CH
                           TO TCH-RESULTADO(CANT-CONTACTOS)
                   END-IF
               WHEN TCH-NRO-CTA(IDX-CONT) = NRO-CTA-CH
                   IF FECHA-CH >= TCH-FECHA(IDX-CONT)
                       MOVE FECHA-CH TO TCH-FECHA(IDX-CONT)
                       MOVE RESULTADO-CH TO TCH-RESULTADO(IDX-CONT)
                   END-IF
           END-SEARCH.

       42000-CARGAR-PROMESAS.
           OPEN INPUT PROMESAS.
           IF FS-PROMESAS-OK
               PERFORM UNTIL FIN-PROMESAS = 'S'
                   READ PROMESAS
                       AT END
                           MOVE 'S' TO FIN-PROMESAS
                       NOT AT END
                           IF CANT-PROMESAS < 9999
                               ADD 1 TO CANT-PROMESAS
                               MOVE NRO-CTA-PM
                                   TO TPM-NRO-CTA(CANT-PROMESAS)
                               MOVE FECHA-PROM-PM
                                   TO TPM-FECHA-PROM(CANT-PROMESAS)
                               MOVE ESTADO-PM
                                   TO TPM-ESTADO(CANT-PROMESAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROMESAS
           END-IF.

       43000-CARGAR-DEUDAS.
           OPEN INPUT DEUDAS-30.
           IF FS-DEUDAS-30-OK
               MOVE '30' TO WS-TRAMO
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-30
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 43100-ACUM-CANDIDATO
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-30
           END-IF
           OPEN INPUT DEUDAS-60.
           IF FS-DEUDAS-60-OK
               MOVE '60' TO WS-TRAMO
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-60 INTO REG-DEUDAS-30
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 43100-ACUM-CANDIDATO
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-60
           END-IF
           OPEN INPUT DEUDAS-90.
           IF FS-DEUDAS-90-OK
               MOVE '90' TO WS-TRAMO
               MOVE 'N' TO FIN-DEUDAS
               PERFORM UNTIL FIN-DEUDAS = 'S'
                   READ DEUDAS-90 INTO REG-DEUDAS-30
                       AT END
                           MOVE 'S' TO FIN-DEUDAS
                       NOT AT END
                           PERFORM 43100-ACUM-CANDIDATO
                   END-READ
               END-PERFORM
               CLOSE DEUDAS-90
           END-IF.

       43100-ACUM-CANDIDATO.
           SET IDX-CAND TO 1
           SEARCH TABLA-CAND-ITEM
               AT END
                   IF CANT-CANDIDATOS < 9999
                       ADD 1 TO CANT-CANDIDATOS
                       MOVE NRO-CTA-D TO TCD-NRO-CTA(CANT-CANDIDATOS)
                       MOVE NRO-CLI-D TO TCD-NRO-CLI(CANT-CANDIDATOS)
                       MOVE WS-TRAMO TO TCD-TRAMO(CANT-CANDIDATOS)
                       MOVE MONTO-D TO TCD-MONTO(CANT-CANDIDATOS)
                       MOVE DIAS-MORA-D
                           TO TCD-DIAS-MORA(CANT-CANDIDATOS)
                   END-IF
               WHEN TCD-NRO-CTA(IDX-CAND) = NRO-CTA-D
                   ADD MONTO-D TO TCD-MONTO(IDX-CAND)
                   IF WS-TRAMO > TCD-TRAMO(IDX-CAND)
                       MOVE WS-TRAMO TO TCD-TRAMO(IDX-CAND)
                   END-IF
                   IF DIAS-MORA-D > TCD-DIAS-MORA(IDX-CAND)
                       MOVE DIAS-MORA-D TO TCD-DIAS-MORA(IDX-CAND)
                   END-IF
           END-SEARCH.

      *    Quedan afuera las cuentas con promesa abierta no vencida
      *    y las contactadas hace menos de WS-DIAS-RECONTACTO dias.
       45000-SELECCIONAR-CUENTAS.
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
               UNTIL WS-IDX-CAND > CANT-CANDIDATOS
               PERFORM 45100-EVALUAR-CUENTA
           END-PERFORM.

       45100-EVALUAR-CUENTA.
           MOVE SPACES TO WS-MOTIVO
           MOVE 'N' TO SD-PROM-ROTA
           PERFORM VARYING IDX-PROM FROM 1 BY 1
               UNTIL IDX-PROM > CANT-PROMESAS
               IF TPM-NRO-CTA(IDX-PROM) = TCD-NRO-CTA(WS-IDX-CAND)
                   IF TPM-ESTADO(IDX-PROM) = 'A'
                      AND TPM-FECHA-PROM(IDX-PROM) >= WS-FEC-HOY
                       MOVE 'PROMESA VIGENTE' TO WS-MOTIVO
                   END-IF
                   IF TPM-ESTADO(IDX-PROM) = 'R'
                       MOVE 'S' TO SD-PROM-ROTA
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO SD-ULT-CONTACTO
           MOVE SPACES TO SD-ULT-RESULTADO
           IF CANT-CONTACTOS > 0
               SET IDX-CONT TO 1
               SEARCH TABLA-CONT-ITEM
                   AT END
                       CONTINUE
                   WHEN TCH-NRO-CTA(IDX-CONT) = TCD-NRO-CTA(WS-IDX-CAND)
                       MOVE TCH-FECHA(IDX-CONT) TO SD-ULT-CONTACTO
                       MOVE TCH-RESULTADO(IDX-CONT)
                           TO SD-ULT-RESULTADO
               END-SEARCH
           END-IF
           IF WS-MOTIVO = SPACES AND SD-ULT-CONTACTO > 0
               COMPUTE WS-DIAS-DESDE-CONTACTO = WS-DIAS-HOY
                   - FUNCTION INTEGER-OF-DATE(SD-ULT-CONTACTO)
               IF WS-DIAS-DESDE-CONTACTO < WS-DIAS-RECONTACTO
                   MOVE 'CONTACTO RECIENTE' TO WS-MOTIVO
               END-IF
           END-IF
           EVALUATE WS-MOTIVO
               WHEN SPACES
                   MOVE TCD-TRAMO(WS-IDX-CAND) TO SD-TRAMO
                   MOVE TCD-MONTO(WS-IDX-CAND) TO SD-MONTO
                   MOVE TCD-DIAS-MORA(WS-IDX-CAND) TO SD-DIAS-MORA
                   MOVE TCD-NRO-CTA(WS-IDX-CAND) TO SD-NRO-CTA
                   MOVE TCD-NRO-CLI(WS-IDX-CAND) TO SD-NRO-CLI
                   RELEASE REG-GESTION-SD
               WHEN 'PROMESA VIGENTE'
                   ADD 1 TO WS-CANT-CON-PROMESA
               WHEN OTHER
                   ADD 1 TO WS-CANT-CONTACTADAS
           END-EVALUATE.

      *    Las cuentas se reparten en orden de prioridad entre los
      *    operadores de cobranza, de a una por vez, hasta agotar
      *    la capacidad diaria de cada uno.
       46000-ASIGNAR-CUENTAS.
           PERFORM UNTIL FIN-SORT = 'S'
               RETURN SORT-GESTION
                   AT END
                       MOVE 'S' TO FIN-SORT
                   NOT AT END
                       PERFORM 46100-BUSCAR-AGENTE
                       IF WS-AGENTE-ASIGNADO = 0
                           ADD 1 TO WS-CANT-SIN-ASIGNAR
                       ELSE
                           PERFORM 47000-GRABAR-GESTION
                       END-IF
               END-RETURN
           END-PERFORM.

       46100-BUSCAR-AGENTE.
           MOVE 0 TO WS-AGENTE-ASIGNADO
           MOVE WS-ULTIMO-AGENTE TO WS-IDX-AG
           PERFORM VARYING WS-INTENTOS FROM 1 BY 1
               UNTIL WS-INTENTOS > CANT-OPERADORES
                  OR WS-AGENTE-ASIGNADO > 0
               ADD 1 TO WS-IDX-AG
               IF WS-IDX-AG > CANT-OPERADORES
                   MOVE 1 TO WS-IDX-AG
               END-IF
               IF TOP-COBRANZA(WS-IDX-AG) = 'S'
                  AND TOP-ASIGNADOS(WS-IDX-AG)
                          < TOP-CAPACIDAD(WS-IDX-AG)
                   MOVE WS-IDX-AG TO WS-AGENTE-ASIGNADO
               END-IF
           END-PERFORM
           IF WS-AGENTE-ASIGNADO > 0
               MOVE WS-AGENTE-ASIGNADO TO WS-ULTIMO-AGENTE
               ADD 1 TO TOP-ASIGNADOS(WS-AGENTE-ASIGNADO)
           END-IF.

       47000-GRABAR-GESTION.
           IF FS-GESTION-OK
               MOVE SD-NRO-CTA TO NRO-CTA-GD
               MOVE SD-NRO-CLI TO NRO-CLI-GD
               MOVE TOP-OPERADOR(WS-AGENTE-ASIGNADO) TO OPERADOR-GD
               MOVE TOP-ASIGNADOS(WS-AGENTE-ASIGNADO) TO ORDEN-GD
               MOVE SD-TRAMO TO TRAMO-GD
               MOVE SD-MONTO TO MONTO-GD
               MOVE SD-DIAS-MORA TO DIAS-MORA-GD
               MOVE SD-PROM-ROTA TO PROM-ROTA-GD
               MOVE SD-ULT-CONTACTO TO ULT-CONTACTO-GD
               MOVE SD-ULT-RESULTADO TO ULT-RESULTADO-GD
               WRITE REG-GESTION
               ADD 1 TO WS-CANT-SALIDA
           END-IF.

      *    El listado sale agrupado por operador, releyendo la lista
      *    del dia ya grabada y cerrada.
       48000-LISTAR-AGENTES.
           IF FS-LISTADO-OK
               PERFORM VARYING WS-IDX-OPER FROM 1 BY 1
                   UNTIL WS-IDX-OPER > CANT-OPERADORES
                   IF TOP-ASIGNADOS(WS-IDX-OPER) > 0
                       PERFORM 48100-LISTAR-AGENTE
                   END-IF
               END-PERFORM
               MOVE WS-CANT-SIN-ASIGNAR TO LGS-CANT
               WRITE LIN-GESTION FROM LIN-GS-SIN-ASIGNAR
           END-IF.

       48100-LISTAR-AGENTE.
           MOVE SPACES TO LIN-GESTION
           WRITE LIN-GESTION
           MOVE TOP-OPERADOR(WS-IDX-OPER) TO LGA-OPERADOR
           MOVE TOP-NOMBRE(WS-IDX-OPER) TO LGA-NOMBRE
           MOVE TOP-CAPACIDAD(WS-IDX-OPER) TO LGA-CAPACIDAD
           MOVE TOP-ASIGNADOS(WS-IDX-OPER) TO LGA-ASIGNADOS
           WRITE LIN-GESTION FROM LIN-GS-AGENTE
           OPEN INPUT GESTION-DIARIA
           MOVE 'N' TO FIN-GESTION
           PERFORM UNTIL FIN-GESTION = 'S'
               READ GESTION-DIARIA
                   AT END
                       MOVE 'S' TO FIN-GESTION
                   NOT AT END
                       IF OPERADOR-GD = TOP-OPERADOR(WS-IDX-OPER)
                           PERFORM 48200-LISTAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GESTION-DIARIA.

       48200-LISTAR-CUENTA.
           MOVE ORDEN-GD TO LGD-ORDEN
           MOVE NRO-CTA-GD TO WS-EM-NUMERO
           PERFORM 29000-ENMASCARAR-CTA
           MOVE WS-EM-MASCARA(1:8) TO LGD-CTA
           MOVE TRAMO-GD TO LGD-TRAMO
           MOVE MONTO-GD TO LGD-MONTO
           MOVE DIAS-MORA-GD TO LGD-DIAS
           IF PROM-ROTA-GD = 'S'
               MOVE 'PROMESA ROTA' TO LGD-PROM-ROTA
           ELSE
               MOVE SPACES TO LGD-PROM-ROTA
           END-IF
           IF ULT-CONTACTO-GD > 0
               MOVE ULT-CONTACTO-GD TO LGD-ULT-CONTACTO
           ELSE
               MOVE SPACES TO LGD-ULT-CONTACTO
           END-IF
           MOVE ULT-RESULTADO-GD TO LGD-ULT-RESULTADO
           WRITE LIN-GESTION FROM LIN-GS-DETALLE.

       29000-ENMASCARAR-CTA.
           MOVE 'C' TO WS-EM-TIPO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA.

       30000-FINAL.
           DISPLAY 'RESULTADOS LEIDOS     : ' WS-CANT-ENTRADA
           DISPLAY 'RESULTADOS APLICADOS  : ' WS-CANT-RES-OK
           DISPLAY 'RESULTADOS RECHAZADOS : ' WS-CANT-RES-RECHAZO
           DISPLAY 'PROMESAS DADAS DE ALTA: ' WS-CANT-PROM-ALTA
           DISPLAY 'CUENTAS ASIGNADAS     : ' WS-CANT-SALIDA
           DISPLAY 'CON PROMESA VIGENTE   : ' WS-CANT-CON-PROMESA
           DISPLAY 'CONTACTO RECIENTE     : ' WS-CANT-CONTACTADAS
           DISPLAY 'SIN ASIGNAR           : ' WS-CANT-SIN-ASIGNAR
           IF RUNSTAT-ABIERTO
               MOVE 'TARJGEST' TO RS-JOB
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

       END PROGRAM TARJGEST.

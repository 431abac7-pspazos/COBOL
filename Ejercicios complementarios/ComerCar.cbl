           02  RUBRO-CX                PIC X(4).
           02  ESTADO-CX               PIC X(1).
           02  FEC-ALTA-CX             PIC 9(8).
           02  CUIT-CX                 PIC X(11).
           02  COND-IVA-CX             PIC X(1).
           02  COND-GAN-CX             PIC X(1).
           02  COND-IIBB-CX            PIC X(1).
           02  JURISDICCION-CX         PIC X(3).

       FD  COMERCIOS.
       01  REG-COMERCIO.
           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.

       FD  RECHAZOS.
       01  REG-RECHAZO.
           02  IMAGEN-RC               PIC X(70).
           02  MOTIVO-RC               PIC X(30).

       WORKING-STORAGE SECTION.
                       DEPENDING ON CANT-ANTERIORES
                       INDEXED BY IDX-ANT.
               03 TCA-NRO-COMERCIO     PIC X(10).
               03 TCA-IMAGEN           PIC X(70).
               03 TCA-USADO            PIC X.

       01  WS-VF-ENTRADA               PIC X(10).
       01  WS-VF-RETORNO               PIC 9(2).
       01  WS-VF-FECHA-YMD             PIC 9(8).

       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'COMERCAR'.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-INICIO.
           PERFORM 3000-FINAL.

       1000-INICIO.
           PERFORM 1050-TOMAR-LOCKS
           OPEN INPUT COMERCIOS-CRUDO.
           IF NOT FS-COMER-CRUDO-OK
               DISPLAY 'ERROR OPEN COMERTX ' FS-COMER-CRUDO
               MOVE 'S' TO FIN-CRUDO
           END-IF.

      *    COMERMAE se reescribe entero; si otro job lo tiene tomado
      *    se termina sin tocar nada. Sin RUNSTAT, la corrida se
      *    identifica ante el registro de locks por fecha y hora.
       1050-TOMAR-LOCKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8)
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2)
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 1 TO WS-LR-CANT-ARCHIVOS
           MOVE 'COMERMAE' TO WS-LR-ARCHIVO(1)
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
                   PERFORM 3000-FINAL
               WHEN OTHER
                   DISPLAY 'ERROR EN REGISTRO DE LOCKS ' WS-LR-RETORNO
                   PERFORM 3000-FINAL
           END-EVALUATE.

      *    La recarga pisa el maestro completo: para poder auditar
      *    con imagen antes/despues se retiene el contenido previo
      *    de COMERMAE antes de reabrirlo como salida.
                   MOVE RUBRO-CX TO RUBRO-CM
                   MOVE ESTADO-CX TO ESTADO-CM
                   MOVE FEC-ALTA-CX TO FEC-ALTA-CM
                   MOVE CUIT-CX TO CUIT-CM
                   MOVE COND-IVA-CX TO COND-IVA-CM
                   MOVE COND-GAN-CX TO COND-GAN-CM
                   MOVE COND-IIBB-CX TO COND-IIBB-CM
                   MOVE JURISDICCION-CX TO JURISDICCION-CM
                   WRITE REG-COMERCIO
                   ADD 1 TO WS-CANT-CARGADOS
                   PERFORM 2300-AUDITAR-COMERCIO
           END-IF
           IF REG-VALIDO AND ESTADO-CX NOT = 'A'
                   AND ESTADO-CX NOT = 'I'
                   AND ESTADO-CX NOT = 'S'
               MOVE 'ESTADO NO ES A, I NI S' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO
                   MOVE 'FECHA ALTA INVALIDA' TO MOTIVO-RC
                   PERFORM 2200-GRABAR-RECHAZO
               END-IF
           END-IF
           PERFORM 2150-VALIDAR-IMPOSITIVO.

      *    Situacion impositiva para las retenciones de COMERLIQ.
      *    En blanco se admite: retiene con la tasa cargada para
      *    condicion no informada.
       2150-VALIDAR-IMPOSITIVO.
           IF REG-VALIDO AND CUIT-CX NOT = SPACES
                   AND CUIT-CX IS NOT NUMERIC
               MOVE 'CUIT INVALIDO' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO AND COND-IVA-CX NOT = 'I'
                   AND COND-IVA-CX NOT = 'M'
                   AND COND-IVA-CX NOT = 'E'
                   AND COND-IVA-CX NOT = SPACE
               MOVE 'CONDICION IVA INVALIDA' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO AND COND-GAN-CX NOT = 'I'
                   AND COND-GAN-CX NOT = 'N'
                   AND COND-GAN-CX NOT = 'E'
                   AND COND-GAN-CX NOT = SPACE
               MOVE 'CONDICION GANANCIAS INVALIDA' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO AND COND-IIBB-CX NOT = 'L'
                   AND COND-IIBB-CX NOT = 'C'
                   AND COND-IIBB-CX NOT = 'E'
                   AND COND-IIBB-CX NOT = SPACE
               MOVE 'CONDICION IIBB INVALIDA' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF
           IF REG-VALIDO AND (COND-IIBB-CX = 'L' OR 'C')
                   AND JURISDICCION-CX = SPACES
               MOVE 'FALTA JURISDICCION IIBB' TO MOTIVO-RC
               PERFORM 2200-GRABAR-RECHAZO
           END-IF.

       2200-GRABAR-RECHAZO.
                       IF TCA-IMAGEN(IDX-ANT) NOT = REG-COMERCIO
                           MOVE SPACES TO AC-IMAGEN-ANTES
                           MOVE TCA-IMAGEN(IDX-ANT)
                               TO AC-IMAGEN-ANTES(1:70)
                           PERFORM 2400-GRABAR-AUDIT-CEN
                       END-IF
               END-SEARCH
               MOVE SPACES TO AC-CLAVE
               MOVE NRO-COMERCIO-CM TO AC-CLAVE(1:10)
               MOVE SPACES TO AC-IMAGEN-DESPUES
               MOVE REG-COMERCIO TO AC-IMAGEN-DESPUES(1:70)
               MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
               MOVE SPACES TO AC-RUN-ID
               MOVE SPACES TO AC-OPERADOR
                       TO AC-CLAVE(1:10)
                   MOVE SPACES TO AC-IMAGEN-ANTES
                   MOVE TCA-IMAGEN(WS-IDX-ANT)
                       TO AC-IMAGEN-ANTES(1:70)
                   MOVE SPACES TO AC-IMAGEN-DESPUES
                   MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
                   MOVE SPACES TO AC-RUN-ID
           IF FS-AUDIT-CEN-OK
               CLOSE AUDIT-CENTRAL
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 3100-LIBERAR-LOCKS
           END-IF
           STOP RUN.

       3100-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM COMERCAR.

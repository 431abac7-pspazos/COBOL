       01  WS-ANIO-ANTERIOR            PIC 9(4).
       01  WS-CIERRE-HALLADO           PIC X VALUE 'N'.
       01  FIN-RUNSTAT-CIERRE          PIC X VALUE 'N'.
       01  FIN-RUNSTAT-VERIF           PIC X VALUE 'N'.
       01  WS-ULT-VERIF-ESTADO         PIC X(10) VALUE SPACES.

       01  FS-CICLO-CAL                PIC X(2).
           88 FS-CICLO-CAL-OK      VALUE "00".
           MOVE 'TARJEXTR' TO TD-PREDECESOR(CANT-DEPENDENCIAS).

       20000-VERIFICAR.
           PERFORM 24000-VERIFICAR-RESTAURACION
           IF PASO-BLOQUEADO
               PERFORM 30000-FINAL
           END-IF
           IF WS-PARM = 'F112EVAL'
               PERFORM 23000-VERIFICAR-CICLO
               IF PASO-BLOQUEADO
               END-IF
           END-IF.

      *    Despues de restaurar maestros corre F112BKMF VERIFICAR; si
      *    su ultima corrida no coincide con el manifiesto no se
      *    autoriza ningun paso hasta una verificacion en OK.
       24000-VERIFICAR-RESTAURACION.
           OPEN INPUT RUNSTAT.
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-VERIF = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-VERIF
                       NOT AT END
                           IF RS-JOB = 'F112BKVR'
                               MOVE RS-ESTADO TO WS-ULT-VERIF-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF
           IF WS-ULT-VERIF-ESTADO NOT = SPACES
              AND WS-ULT-VERIF-ESTADO NOT = 'OK'
               SET PASO-BLOQUEADO TO TRUE
               MOVE 'RESTAURACION NO COINCIDE CON MANIFIESTO'
                   TO WS-MOTIVO
           END-IF.

       21000-BUSCAR-ULTIMA-CORRIDA.
           OPEN INPUT RUNSTAT.
           IF FS-RUNSTAT-OK

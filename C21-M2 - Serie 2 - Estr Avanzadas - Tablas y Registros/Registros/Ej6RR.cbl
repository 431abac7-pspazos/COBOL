               02 LDIR-DNI PIC 9(8).
               02 FILLER PIC X(1) VALUE SPACES.
               02 LDIR-TELEFONO PIC 9(15).

           01 WS-RUN-ID PIC X(11) VALUE SPACES.
           01 WS-LR-OPERACION PIC X(1).
           01 WS-LR-JOB PIC X(10) VALUE 'EJ6RR'.
           01 WS-LR-PEDIDO.
               02 WS-LR-CANT-ARCHIVOS PIC 9(2) VALUE 0.
               02 WS-LR-ARCHIVO-ITEM OCCURS 20 TIMES.
                   03 WS-LR-ARCHIVO PIC X(20).
                   03 WS-LR-MODO PIC X(1).
           01 WS-LR-TENEDOR.
               02 WS-LR-TEN-ARCHIVO PIC X(20).
               02 WS-LR-TEN-JOB PIC X(10).
               02 WS-LR-TEN-RUN-ID PIC X(11).
               02 WS-LR-TEN-DESDE PIC X(21).
           01 WS-LR-RETORNO PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'Modo (A=Alta, C=Consulta, L=Lote, '
                    'D=Directorio): '.
            ACCEPT WS-MODO.

            PERFORM 5000-TOMAR-LOCKS.

            OPEN I-O PERSONAS.
            IF FS-STATUS-NOFILE
                OPEN OUTPUT PERSONAS
                IF NOT FS-STATUS-OK
                    DISPLAY 'ERROR AL CREAR PERSONAS: '
                            FS-STATUS
                    PERFORM 5100-LIBERAR-LOCKS
                    STOP RUN
                END-IF
                CLOSE PERSONAS
            END-IF.
            IF NOT FS-STATUS-OK
                DISPLAY 'ERROR AL ABRIR ARCHIVO PERSONAS: ' FS-STATUS
                PERFORM 5100-LIBERAR-LOCKS
                STOP RUN
            END-IF.

            END-EVALUATE.

            CLOSE PERSONAS.
            PERFORM 5100-LIBERAR-LOCKS.
            STOP RUN.

       3000-CARGA-LOTE.
                DISPLAY 'ERROR AL GRABAR PERSONA: ' FS-STATUS
            END-IF.

      *    Alta y lote graban en PERSIX (A); consulta y directorio
      *    solo lo leen (L). Si otro job lo tiene tomado no se abre.
       5000-TOMAR-LOCKS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-ID(1:8).
            MOVE '-' TO WS-RUN-ID(9:1).
            MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-ID(10:2).
            MOVE 'T' TO WS-LR-OPERACION.
            MOVE 1 TO WS-LR-CANT-ARCHIVOS.
            MOVE 'PERSIX' TO WS-LR-ARCHIVO(1).
            IF WS-MODO-CONSULTA OR WS-MODO-DIRECTORIO
                MOVE 'L' TO WS-LR-MODO(1)
            ELSE
                MOVE 'A' TO WS-LR-MODO(1)
            END-IF.
            CALL 'LOCKREG' USING WS-LR-OPERACION
                                 WS-LR-JOB
                                 WS-RUN-ID
                                 WS-LR-PEDIDO
                                 WS-LR-TENEDOR
                                 WS-LR-RETORNO.
            EVALUATE WS-LR-RETORNO
                WHEN 0
                    CONTINUE
                WHEN 8
                    DISPLAY 'ARCHIVO EN USO: ' WS-LR-TEN-ARCHIVO
                            ' POR ' WS-LR-TEN-JOB
                    STOP RUN
                WHEN OTHER
                    DISPLAY 'ERROR EN REGISTRO DE LOCKS '
                            WS-LR-RETORNO
                    STOP RUN
            END-EVALUATE.

       5100-LIBERAR-LOCKS.
            MOVE 'L' TO WS-LR-OPERACION.
            CALL 'LOCKREG' USING WS-LR-OPERACION
                                 WS-LR-JOB
                                 WS-RUN-ID
                                 WS-LR-PEDIDO
                                 WS-LR-TENEDOR
                                 WS-LR-RETORNO.

       END PROGRAM YOUR-PROGRAM-NAME.

           SELECT EXCEPCIONES ASSIGN TO  '..\EXCEP'
                          FILE STATUS  IS FS-EXCEP.

           SELECT ENTREGAS ASSIGN TO  '..\ENTREGAS'
                          FILE STATUS  IS FS-ENTREGAS.

           SELECT RUNSTAT ASSIGN TO  '..\RUNSTAT.DAT'
                          FILE STATUS  IS FS-RUNSTAT.

           03 NRO-CTA-T            PIC X(10).
           03 NYA-T                PIC X(20).
           03 FEC-PROCESO-T        PIC X(10).
           03 COURIER-T            PIC X(10).
           03 ZONA-T               PIC X(4).

       FD  EXCEPCIONES.
       01  REG-EXCEPCIONES.
           03 NRO-TARJETA-EX       PIC X(16).
           03 INFO-EX              PIC X(20).

       FD  ENTREGAS.
       01  REG-ENTREGA.
           03 NRO-TARJETA-EN       PIC X(16).
           03 NRO-CTA-EN           PIC X(10).
           03 FEC-ENTREGA-EN       PIC 9(8).
           03 COURIER-EN           PIC X(10).
           03 ZONA-EN              PIC X(4).

       FD  RUNSTAT.
       01  REG-RUNSTAT.
           02 RS-JOB            PIC X(10).
       01  WS-VF-FORMATO           PIC X(3).
       01  WS-VF-RETORNO           PIC 9(2).
       01  WS-VF-FECHA-YMD         PIC 9(8).
       01  WS-EM-TIPO              PIC X(1).
       01  WS-EM-NUMERO            PIC X(22).
       01  WS-EM-MASCARA           PIC X(22).

       01  FS-MAESTRO              PIC XX.
       01  FIN-MAESTRO             PIC XX.
       01  FS-EXCEP                PIC XX.
       01  WS-EXCEP-ABIERTO        PIC X VALUE 'N'.
           88 EXCEP-ABIERTO        VALUE 'S'.
       01  FS-ENTREGAS             PIC XX.
       01  WS-ENTREGAS-ABIERTO     PIC X VALUE 'N'.
           88 ENTREGAS-ABIERTO     VALUE 'S'.

       01  CANT-PIEZAS             PIC 9(4) VALUE 0.
       01  TABLA-PIEZAS.
               SET EXCEP-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND ENTREGAS
           IF FS-ENTREGAS = '35'
               OPEN OUTPUT ENTREGAS
           END-IF
           IF FS-ENTREGAS NOT = ZEROS
               DISPLAY 'ERROR OPEN ENTREGAS' FS-ENTREGAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           ELSE
               SET ENTREGAS-ABIERTO TO TRUE
           END-IF

           PERFORM 1300-CARGAR-PIEZAS.

       1050-GENERAR-RUN-ID.
                       PERFORM 2600-GRABAR-EXCEPCION
                   WHEN TP-NRO-TARJ(IDX-PIEZAS) = NRO-TARJETA-AUX
                       SET TP-ENCONTRADA(IDX-PIEZAS) TO TRUE
                       PERFORM 2550-GRABAR-ENTREGA
               END-SEARCH
           ELSE
               MOVE NRO-TARJETA-AUX TO NRO-TARJETA-EX
               PERFORM 2600-GRABAR-EXCEPCION
           END-IF.

       2550-GRABAR-ENTREGA.
           MOVE NRO-TARJETA-AUX TO NRO-TARJETA-EN
           MOVE NRO-CTA-T TO NRO-CTA-EN
           MOVE WS-VF-FECHA-YMD TO FEC-ENTREGA-EN
           MOVE COURIER-T TO COURIER-EN
           MOVE ZONA-T TO ZONA-EN
           WRITE REG-ENTREGA
           IF FS-ENTREGAS NOT = ZEROS
               DISPLAY 'ERROR WRITE ENTREGAS' FS-ENTREGAS
               MOVE 'ERROR' TO WS-ESTADO-FINAL
               PERFORM 3000-FINAL
           END-IF.

       2600-GRABAR-EXCEPCION.
           MOVE 'T' TO WS-EM-TIPO
           MOVE NRO-TARJETA-EX TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA(1:16) TO NRO-TARJETA-EX
           WRITE REG-EXCEPCIONES
           IF FS-EXCEP NOT = ZEROS
               DISPLAY 'ERROR WRITE EXCEPCIONES' FS-EXCEP
               END-IF
           END-IF

           IF ENTREGAS-ABIERTO
               CLOSE ENTREGAS
           END-IF

           IF RUNSTAT-ABIERTO
               MOVE 'DB2EJ4' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO WS-NOMBRE-REPORTE
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REPORTE.

           SELECT CONTROL-LISTADO ASSIGN TO  '..\MASKCTL.DAT'
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
      *    Los listados se recorren caracter a caracter: sirve igual
      *    para los de renglon fijo y para los de texto.
       FD  REPORTE.
       01  REG-REPORTE                 PIC X(1).

       FD  CONTROL-LISTADO.
       01  LIN-CONTROL                 PIC X(80).

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
       01  FS-REPORTE                  PIC X(2).
           88 FS-REPORTE-OK        VALUE "00".
           88 FS-REPORTE-NO-EXISTE VALUE "35".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

      *    Una tarjeta tiene 16 digitos y un CBU 22: toda racha de 16
      *    o mas digitos seguidos en un listado es un numero completo.
      *    Los importes y fechas de los listados no llegan a ese largo.
       01  WS-LARGO-MINIMO             PIC 9(2) VALUE 16.

      *    Listados que circulan impresos o por correo. No se incluyen
      *    los archivos de intercambio que necesitan el numero
      *    completo (presentacion bancaria, embozado, renovaciones).
       01  WS-REPORTES-DEF.
           02 FILLER                   PIC X(30) VALUE '..\HOTBOL'.
           02 FILLER                   PIC X(30) VALUE '..\RESUMEN'.
           02 FILLER                   PIC X(30) VALUE '..\EMBODISC'.
           02 FILLER                   PIC X(30) VALUE '..\PINEXC'.
           02 FILLER                   PIC X(30) VALUE '..\PINMAILS'.
           02 FILLER                   PIC X(30) VALUE '..\EXCEP'.
           02 FILLER                   PIC X(30) VALUE '..\PRECQUOT'.
           02 FILLER                   PIC X(30) VALUE '..\CARTAS'.
           02 FILLER                   PIC X(30) VALUE '..\PROMROTA'.
           02 FILLER                   PIC X(30) VALUE '..\BAJACONF'.
           02 FILLER                   PIC X(30) VALUE '..\RESUFINAL'.
           02 FILLER                   PIC X(30) VALUE '..\PAGOTREP'.
           02 FILLER                   PIC X(30) VALUE '..\FXREVAL'.
           02 FILLER                   PIC X(30) VALUE '..\REPOPEND'.
           02 FILLER                   PIC X(30) VALUE '..\ACTIVPEN'.
           02 FILLER                   PIC X(30) VALUE '..\GESTLIST'.
           02 FILLER                   PIC X(30)
                                       VALUE '..\COBRMAN.DAT'.
           02 FILLER                   PIC X(30)
                                       VALUE '..\CLIMLIST.DAT'.
           02 FILLER                   PIC X(30)
                                       VALUE '..\EXTRREP.DAT'.
           02 FILLER                   PIC X(30) VALUE '..\CARTRECL'.
           02 FILLER                   PIC X(30) VALUE '..\RECHDBTC'.
       01  WS-REPORTES REDEFINES WS-REPORTES-DEF.
           02 TRP-NOMBRE               PIC X(30) OCCURS 21 TIMES.
       01  WS-CANT-REPORTES            PIC 9(2) VALUE 21.
       01  WS-IDX-REP                  PIC 9(2).

       01  WS-NOMBRE-REPORTE           PIC X(30).
       01  FIN-REPORTE                 PIC X VALUE 'N'.
       01  WS-POSICION                 PIC 9(9).
       01  WS-RACHA                    PIC 9(9).
       01  WS-INICIO-RACHA             PIC 9(9).
       01  WS-HALLAZGOS-REP            PIC 9(7).
       01  WS-CANT-AUSENTES            PIC 9(3) VALUE 0.

       01  LIN-MC-TITULO.
           02 FILLER              PIC X(40) VALUE
              'MASKCTL  CONTROL DE ENMASCARAMIENTO  '.
           02 LMT-FECHA           PIC X(8).
      *    Nunca se lista el numero hallado: solo donde esta.
       01  LIN-MC-HALLAZGO.
           02 FILLER              PIC X(16) VALUE
              'SIN ENMASCARAR  '.
           02 LMH-REPORTE         PIC X(20).
           02 FILLER              PIC X(6)  VALUE ' POS. '.
           02 LMH-POSICION        PIC Z(8)9.
           02 FILLER              PIC X(9)  VALUE ' DIGITOS '.
           02 LMH-LARGO           PIC Z(4)9.
       01  LIN-MC-REPORTE.
           02 LMR-ESTADO          PIC X(16).
           02 LMR-REPORTE         PIC X(20).
           02 FILLER              PIC X(8)  VALUE ' BYTES  '.
           02 LMR-BYTES           PIC Z(8)9.
           02 FILLER              PIC X(11) VALUE ' HALLAZGOS '.
           02 LMR-HALLAZGOS       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-REVISAR-REPORTE
               VARYING WS-IDX-REP FROM 1 BY 1
               UNTIL WS-IDX-REP > WS-CANT-REPORTES.
           PERFORM 30000-FINAL.

       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CONTROL-LISTADO.
           IF NOT FS-LISTADO-OK
               DISPLAY 'ERROR AL ABRIR MASKCTL.DAT'
               DISPLAY 'FILE STATUS ' FS-LISTADO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-LISTADO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR MASKCTL.DAT' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           SET LISTADO-ABIERTO TO TRUE
           MOVE WS-HORA-INICIO(1:8) TO LMT-FECHA
           WRITE LIN-CONTROL FROM LIN-MC-TITULO.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'MASKCTL' AND RS-FIN(1:8)
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

      *    Un listado que no se genero en el ciclo no es un error: se
      *    informa como no generado y se sigue con el proximo.
       20000-REVISAR-REPORTE.
           MOVE TRP-NOMBRE(WS-IDX-REP) TO WS-NOMBRE-REPORTE
           MOVE 0 TO WS-POSICION
           MOVE 0 TO WS-RACHA
           MOVE 0 TO WS-HALLAZGOS-REP
           MOVE 'N' TO FIN-REPORTE
           OPEN INPUT REPORTE
           EVALUATE TRUE
               WHEN FS-REPORTE-OK
                   ADD 1 TO WS-CANT-ENTRADA
                   PERFORM 21000-LEER-CARACTER
                       UNTIL FIN-REPORTE = 'S'
                   PERFORM 22000-CERRAR-RACHA
                   CLOSE REPORTE
                   IF WS-HALLAZGOS-REP > 0
                       MOVE 'CON HALLAZGOS' TO LMR-ESTADO
                   ELSE
                       MOVE 'ENMASCARADO' TO LMR-ESTADO
                   END-IF
               WHEN FS-REPORTE-NO-EXISTE
                   ADD 1 TO WS-CANT-AUSENTES
                   MOVE 'NO GENERADO' TO LMR-ESTADO
               WHEN OTHER
                   DISPLAY 'ERROR AL ABRIR ' WS-NOMBRE-REPORTE
                   DISPLAY 'FILE STATUS ' FS-REPORTE
                   MOVE 'WARNING' TO JL-SEVERITY
                   MOVE '20000-REVISAR' TO JL-PARRAFO
                   MOVE FS-REPORTE TO JL-FILE-STATUS
                   MOVE WS-NOMBRE-REPORTE TO JL-MENSAJE
                   PERFORM 91000-LOG-AVISO
                   MOVE 'NO LEIDO' TO LMR-ESTADO
           END-EVALUATE
           MOVE WS-NOMBRE-REPORTE TO LMR-REPORTE
           MOVE WS-POSICION TO LMR-BYTES
           MOVE WS-HALLAZGOS-REP TO LMR-HALLAZGOS
           WRITE LIN-CONTROL FROM LIN-MC-REPORTE.

       21000-LEER-CARACTER.
           READ REPORTE
               AT END
                   MOVE 'S' TO FIN-REPORTE
               NOT AT END
                   ADD 1 TO WS-POSICION
                   IF REG-REPORTE IS NUMERIC
                       IF WS-RACHA = 0
                           MOVE WS-POSICION TO WS-INICIO-RACHA
                       END-IF
                       ADD 1 TO WS-RACHA
                   ELSE
                       PERFORM 22000-CERRAR-RACHA
                   END-IF
           END-READ.

       22000-CERRAR-RACHA.
           IF WS-RACHA >= WS-LARGO-MINIMO
               ADD 1 TO WS-HALLAZGOS-REP
               ADD 1 TO WS-CANT-SALIDA
               MOVE WS-NOMBRE-REPORTE TO LMH-REPORTE
               MOVE WS-INICIO-RACHA TO LMH-POSICION
               MOVE WS-RACHA TO LMH-LARGO
               WRITE LIN-CONTROL FROM LIN-MC-HALLAZGO
           END-IF
           MOVE 0 TO WS-RACHA.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'MASKCTL' TO JL-PROGRAMA
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
               MOVE 'MASKCTL' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

      *    Cualquier numero sin enmascarar hace fallar la corrida.
       30000-FINAL.
           IF WS-CANT-SALIDA > 0 AND WS-ESTADO-FINAL = 'OK'
               MOVE '30000-FINAL' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'NUMEROS SIN ENMASCARAR EN LISTADOS'
                   TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
           END-IF
           DISPLAY 'LISTADOS REVISADOS  : ' WS-CANT-ENTRADA
           DISPLAY 'LISTADOS AUSENTES   : ' WS-CANT-AUSENTES
           DISPLAY 'HALLAZGOS           : ' WS-CANT-SALIDA
           IF LISTADO-ABIERTO
               CLOSE CONTROL-LISTADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'MASKCTL' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
               MOVE FUNCTION CURRENT-DATE TO RS-FIN
               MOVE WS-CANT-ENTRADA TO RS-CANT-ENTRADA
               MOVE WS-CANT-SALIDA TO RS-CANT-SALIDA
               MOVE WS-ESTADO-FINAL TO RS-ESTADO
               MOVE WS-RUN-ID TO RS-RUN-ID
               WRITE REG-RUNSTAT
               CLOSE RUNSTAT
           END-IF
           IF WS-ESTADO-FINAL NOT = 'OK'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       END PROGRAM MASKCTL.

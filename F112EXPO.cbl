       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112EXPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PADRON-UNICO ASSIGN TO  '..\PERSUNI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PADRON.

           SELECT REFERENCIAS ASSIGN TO  '..\PERSREF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-REFERENCIAS.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT RESUMEN-ACTUAL ASSIGN TO '..\RESUSUM'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RESUMEN.

           SELECT CLIENSIX ASSIGN TO '..\CTASIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS RANDOM
                         RECORD KEY IS ID-CLIENTE
                         FILE STATUS  IS FS-CUENTAS.

           SELECT CONSULTA ASSIGN TO  '..\EXPOSIC.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONSULTA.

       DATA DIVISION.
       FILE SECTION.
       FD  PADRON-UNICO.
       01  REG-PADRON-UNICO.
           02 DOC-PU                   PIC 9(11).
           02 TIPO-DOC-PU              PIC X(1).
           02 NYAR-PU                  PIC X(60).
           02 BANCO-PU                 PIC X(3).
           02 CTA-BANCO-PU             PIC X(22).
           02 FECHA-ALTA-PU            PIC 9(8).
           02 FECHA-ACT-PU             PIC 9(8).

       FD  REFERENCIAS.
       01  REG-REFERENCIA.
           02 DOC-XR                   PIC 9(11).
           02 SISTEMA-XR               PIC X(8).
           02 CLAVE-XR                 PIC X(20).
           02 METODO-XR                PIC X(1).
           02 PUNTAJE-XR               PIC 9(3).
           02 FECHA-XR                 PIC 9(8).

       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

       FD  RESUMEN-ACTUAL.
       01  REG-RESUMEN.
           02 NRO-CTA-RS               PIC 9(8).
           02 NRO-CLI-RS               PIC 9(8).
           02 PERIODO-RS               PIC X(6).
           02 SALDO-APERTURA-RS        PIC S9(15)V99.
           02 TOTAL-CONSUMOS-RS        PIC 9(15)V99.
           02 TOTAL-PAGOS-RS           PIC 9(15)V99.
           02 TOTAL-INTERES-RS         PIC 9(13)V99.
           02 SALDO-CIERRE-RS          PIC S9(15)V99.
           02 PAGO-MINIMO-RS           PIC 9(13)V99.
           02 FECHA-VENC-RS            PIC 9(8).

       FD  CLIENSIX.
       01  REG-CLIENTE.
           02 ID-CLIENTE               PIC X(8).
           02 COD-CLI1                 PIC 9(8).
           02 MCTA1                    PIC S9(15)V99.

       FD  CONSULTA.
       01  LIN-CONSULTA                PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-PADRON                   PIC X(2).
           88 FS-PADRON-OK         VALUE "00".
       01  FS-REFERENCIAS              PIC X(2).
           88 FS-REFERENCIAS-OK    VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-RESUMEN                  PIC X(2).
           88 FS-RESUMEN-OK        VALUE "00".
       01  FS-CUENTAS                  PIC X(2).
           88 FS-CUENTAS-OK        VALUE "00".
       01  FS-CONSULTA                 PIC X(2).
           88 FS-CONSULTA-OK       VALUE "00".

       01  WS-PARM                     PIC X(30) VALUE SPACES.
       01  WS-LARGO-PARM               PIC 9(2) VALUE 0.
       01  WS-DOC-BUSCADO              PIC 9(11).
       01  WS-NOMBRE-PERSONA           PIC X(60) VALUE SPACES.
       01  WS-HALLADO                  PIC X VALUE 'N'.
       01  WS-FECHA-HOY                PIC X(8).
       01  FIN-PADRON                  PIC X VALUE 'N'.
       01  FIN-REFERENCIAS             PIC X VALUE 'N'.
       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-RESUMEN                 PIC X VALUE 'N'.
       01  WS-CLAVE-ITEM               PIC X(20).
       01  WS-IDX-VIN                  PIC 9(3).
       01  WS-IMPORTE                  PIC S9(15)V99.
       01  WS-CONCEPTO                 PIC X(15).
       01  WS-CANT-F112                PIC 9(3) VALUE 0.
       01  WS-CANT-TARJETA             PIC 9(3) VALUE 0.
       01  WS-CANT-CTASIX              PIC 9(3) VALUE 0.
       01  WS-TOTAL-F112               PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-TARJETA            PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-CUENTAS            PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-EXPOSICION         PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-A-FAVOR            PIC S9(15)V99 VALUE 0.

      *    Claves de la persona en cada sistema, con lo que se
      *    acumula de cada una. TVI-IMPORTE positivo es deuda con
      *    nosotros; negativo, saldo a favor de la persona.
       01  CANT-VINCULOS               PIC 9(3) VALUE 0.
       01  TABLA-VINCULOS.
           02 TABLA-VIN-ITEM OCCURS 1 TO 200 TIMES
                             DEPENDING ON CANT-VINCULOS
                             INDEXED BY IDX-VIN.
               03 TVI-SISTEMA          PIC X(8).
               03 TVI-CLAVE            PIC X(20).
               03 TVI-METODO           PIC X(1).
               03 TVI-CANT             PIC 9(5).
               03 TVI-PERIODO          PIC X(6).
               03 TVI-HALLADO          PIC X(1).
               03 TVI-IMPORTE          PIC S9(15)V99.

       01  LIN-EX-TITULO.
           02 FILLER              PIC X(23) VALUE
              'EXPOSICION CONSOLIDADA'.
           02 FILLER              PIC X(6)  VALUE 'DOC: '.
           02 LEX-DOC             PIC Z(10)9.
           02 FILLER              PIC X(9)  VALUE '  FECHA: '.
           02 LEX-FECHA           PIC X(8).
       01  LIN-EX-NOMBRE.
           02 FILLER              PIC X(9)  VALUE 'NOMBRE:  '.
           02 LEX-NOMBRE          PIC X(60).
       01  LIN-EX-DETALLE.
           02 LEX-SISTEMA         PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LEX-CLAVE           PIC X(20).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LEX-METODO          PIC X(1).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LEX-CONCEPTO        PIC X(15).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LEX-IMPORTE         PIC -Z(14)9.99.
       01  LIN-EX-TOTAL.
           02 LEX-TOT-CONCEPTO    PIC X(30).
           02 FILLER              PIC X(20) VALUE SPACES.
           02 LEX-TOT-IMPORTE     PIC -Z(14)9.99.
       01  LIN-EX-SEPARADOR       PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ITEMS-F112.
           PERFORM 21000-RESUMENES-TARJETA.
           PERFORM 22000-SALDOS-CUENTAS.
           PERFORM 23000-LISTAR-VINCULOS.
           PERFORM 24000-LISTAR-TOTALES.
           PERFORM 30000-FINAL.

      *    El parm es el DNI o CUIT de la persona en el padron
      *    unico que arma F112UNIF.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           ACCEPT WS-PARM FROM COMMAND-LINE
           INSPECT WS-PARM TALLYING WS-LARGO-PARM
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-LARGO-PARM = 0 OR WS-LARGO-PARM > 11
               DISPLAY 'F112EXPO: PARM DNI O CUIT'
               STOP RUN
           END-IF
           IF WS-PARM(1:WS-LARGO-PARM) IS NOT NUMERIC
               DISPLAY 'F112EXPO: PARM DNI O CUIT'
               STOP RUN
           END-IF
           MOVE WS-PARM(1:WS-LARGO-PARM) TO WS-DOC-BUSCADO

           PERFORM 11000-BUSCAR-PERSONA
           IF WS-HALLADO NOT = 'S'
               DISPLAY 'F112EXPO: PERSONA NO HALLADA: '
                       WS-DOC-BUSCADO
               STOP RUN
           END-IF
           PERFORM 12000-CARGAR-VINCULOS

           OPEN OUTPUT CONSULTA.
           MOVE WS-DOC-BUSCADO TO LEX-DOC
           MOVE WS-FECHA-HOY TO LEX-FECHA
           MOVE WS-NOMBRE-PERSONA TO LEX-NOMBRE
           DISPLAY 'EXPOSICION CONSOLIDADA DOC: ' WS-DOC-BUSCADO
           DISPLAY 'NOMBRE: ' WS-NOMBRE-PERSONA
           IF FS-CONSULTA-OK
               WRITE LIN-CONSULTA FROM LIN-EX-TITULO
               WRITE LIN-CONSULTA FROM LIN-EX-NOMBRE
               WRITE LIN-CONSULTA FROM LIN-EX-SEPARADOR
           END-IF.

       11000-BUSCAR-PERSONA.
           OPEN INPUT PADRON-UNICO.
           IF NOT FS-PADRON-OK
               DISPLAY 'F112EXPO: SIN PADRON UNICO ' FS-PADRON
               STOP RUN
           END-IF
           PERFORM UNTIL FIN-PADRON = 'S'
               READ PADRON-UNICO
                   AT END
                       MOVE 'S' TO FIN-PADRON
                   NOT AT END
                       IF DOC-PU = WS-DOC-BUSCADO
                           MOVE 'S' TO WS-HALLADO
                           MOVE NYAR-PU TO WS-NOMBRE-PERSONA
                           MOVE 'S' TO FIN-PADRON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PADRON-UNICO.

       12000-CARGAR-VINCULOS.
           OPEN INPUT REFERENCIAS.
           IF FS-REFERENCIAS-OK
               PERFORM UNTIL FIN-REFERENCIAS = 'S'
                   READ REFERENCIAS
                       AT END
                           MOVE 'S' TO FIN-REFERENCIAS
                       NOT AT END
                           IF DOC-XR = WS-DOC-BUSCADO
                              AND CANT-VINCULOS < 200
                               ADD 1 TO CANT-VINCULOS
                               MOVE SISTEMA-XR
                                   TO TVI-SISTEMA(CANT-VINCULOS)
                               MOVE CLAVE-XR
                                   TO TVI-CLAVE(CANT-VINCULOS)
                               MOVE METODO-XR
                                   TO TVI-METODO(CANT-VINCULOS)
                               MOVE 0 TO TVI-CANT(CANT-VINCULOS)
                               MOVE SPACES
                                   TO TVI-PERIODO(CANT-VINCULOS)
                               MOVE 'N' TO TVI-HALLADO(CANT-VINCULOS)
                               MOVE 0 TO TVI-IMPORTE(CANT-VINCULOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCIAS
           ELSE
               DISPLAY 'SIN REFERENCIAS PERSREF ' FS-REFERENCIAS
           END-IF.

      *    Deuda F112: saldo neto de los items abiertos de cada
      *    cliente vinculado a la persona.
       20000-ITEMS-F112.
           OPEN INPUT ITEMS-ABIERTOS.
           IF NOT FS-ITEMS-OK
               DISPLAY 'SIN ITEMS ABIERTOS ' FS-ITEMS
           ELSE
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           MOVE SPACES TO WS-CLAVE-ITEM
                           MOVE NRO-CLIENTE-IA TO WS-CLAVE-ITEM(1:7)
                           PERFORM 20100-BUSCAR-CLIENTE
                           IF WS-IDX-VIN > 0
                               ADD 1 TO TVI-CANT(WS-IDX-VIN)
                               ADD SALDO-IA TO TVI-IMPORTE(WS-IDX-VIN)
                               MOVE 'S' TO TVI-HALLADO(WS-IDX-VIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           END-IF.

       20100-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IDX-VIN
           IF CANT-VINCULOS > 0
               SET IDX-VIN TO 1
               SEARCH TABLA-VIN-ITEM
                   AT END
                       CONTINUE
                   WHEN TVI-SISTEMA(IDX-VIN) = 'F112'
                    AND TVI-CLAVE(IDX-VIN) = WS-CLAVE-ITEM
                       SET WS-IDX-VIN TO IDX-VIN
               END-SEARCH
           END-IF.

      *    Deuda de tarjeta: saldo de cierre del ultimo resumen de
      *    cada cuenta de tarjeta de la persona.
       21000-RESUMENES-TARJETA.
           OPEN INPUT RESUMEN-ACTUAL.
           IF NOT FS-RESUMEN-OK
               DISPLAY 'SIN RESUMENES DE TARJETA ' FS-RESUMEN
           ELSE
               PERFORM UNTIL FIN-RESUMEN = 'S'
                   READ RESUMEN-ACTUAL
                       AT END
                           MOVE 'S' TO FIN-RESUMEN
                       NOT AT END
                           MOVE SPACES TO WS-CLAVE-ITEM
                           MOVE NRO-CTA-RS TO WS-CLAVE-ITEM(1:8)
                           PERFORM 21100-BUSCAR-TARJETA
                           IF WS-IDX-VIN > 0
                              AND (TVI-HALLADO(WS-IDX-VIN) = 'N'
                                OR PERIODO-RS
                                   > TVI-PERIODO(WS-IDX-VIN))
                               MOVE 'S' TO TVI-HALLADO(WS-IDX-VIN)
                               MOVE PERIODO-RS
                                   TO TVI-PERIODO(WS-IDX-VIN)
                               MOVE SALDO-CIERRE-RS
                                   TO TVI-IMPORTE(WS-IDX-VIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESUMEN-ACTUAL
           END-IF.

       21100-BUSCAR-TARJETA.
           MOVE 0 TO WS-IDX-VIN
           IF CANT-VINCULOS > 0
               SET IDX-VIN TO 1
               SEARCH TABLA-VIN-ITEM
                   AT END
                       CONTINUE
                   WHEN TVI-SISTEMA(IDX-VIN) = 'TARJETA'
                    AND TVI-CLAVE(IDX-VIN) = WS-CLAVE-ITEM
                       SET WS-IDX-VIN TO IDX-VIN
               END-SEARCH
           END-IF.

      *    Cuentas CTASIX: el saldo deudor (negativo) es deuda con
      *    nosotros; se invierte el signo para sumarlo a la exposicion.
       22000-SALDOS-CUENTAS.
           OPEN INPUT CLIENSIX.
           IF NOT FS-CUENTAS-OK
               DISPLAY 'SIN ARCHIVO CTASIX ' FS-CUENTAS
           ELSE
               PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
                   UNTIL WS-IDX-VIN > CANT-VINCULOS
                   IF TVI-SISTEMA(WS-IDX-VIN) = 'CTASIX'
                       MOVE TVI-CLAVE(WS-IDX-VIN) TO ID-CLIENTE
                       READ CLIENSIX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO TVI-HALLADO(WS-IDX-VIN)
                               COMPUTE TVI-IMPORTE(WS-IDX-VIN) =
                                   0 - MCTA1
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CLIENSIX
           END-IF.

       23000-LISTAR-VINCULOS.
           PERFORM VARYING WS-IDX-VIN FROM 1 BY 1
               UNTIL WS-IDX-VIN > CANT-VINCULOS
               PERFORM 23100-LISTAR-VINCULO
           END-PERFORM.

       23100-LISTAR-VINCULO.
           MOVE TVI-IMPORTE(WS-IDX-VIN) TO WS-IMPORTE
           EVALUATE TVI-SISTEMA(WS-IDX-VIN)
               WHEN 'F112'
                   ADD 1 TO WS-CANT-F112
                   ADD WS-IMPORTE TO WS-TOTAL-F112
                   MOVE 'ITEMS ABIERTOS' TO WS-CONCEPTO
               WHEN 'TARJETA'
                   ADD 1 TO WS-CANT-TARJETA
                   ADD WS-IMPORTE TO WS-TOTAL-TARJETA
                   MOVE 'SALDO RESUMEN' TO WS-CONCEPTO
               WHEN 'CTASIX'
                   ADD 1 TO WS-CANT-CTASIX
                   ADD WS-IMPORTE TO WS-TOTAL-CUENTAS
                   MOVE 'SALDO DEUDOR' TO WS-CONCEPTO
               WHEN 'LEGAJO'
                   MOVE 'ALUMNO A CARGO' TO WS-CONCEPTO
               WHEN OTHER
                   MOVE 'FICHA PERSONAL' TO WS-CONCEPTO
           END-EVALUATE
           IF WS-IMPORTE > 0
               ADD WS-IMPORTE TO WS-TOTAL-EXPOSICION
           END-IF
           IF WS-IMPORTE < 0
               SUBTRACT WS-IMPORTE FROM WS-TOTAL-A-FAVOR
               MOVE 'SALDO A FAVOR' TO WS-CONCEPTO
           END-IF
           IF TVI-HALLADO(WS-IDX-VIN) = 'N'
              AND (TVI-SISTEMA(WS-IDX-VIN) = 'F112'
                OR TVI-SISTEMA(WS-IDX-VIN) = 'TARJETA'
                OR TVI-SISTEMA(WS-IDX-VIN) = 'CTASIX')
               MOVE 'SIN SALDO' TO WS-CONCEPTO
           END-IF
           MOVE TVI-SISTEMA(WS-IDX-VIN) TO LEX-SISTEMA
           MOVE TVI-CLAVE(WS-IDX-VIN) TO LEX-CLAVE
           MOVE TVI-METODO(WS-IDX-VIN) TO LEX-METODO
           MOVE WS-CONCEPTO TO LEX-CONCEPTO
           MOVE WS-IMPORTE TO LEX-IMPORTE
           DISPLAY '  ' TVI-SISTEMA(WS-IDX-VIN) ' '
                   TVI-CLAVE(WS-IDX-VIN) ' ' WS-CONCEPTO ' '
                   LEX-IMPORTE
           IF FS-CONSULTA-OK
               WRITE LIN-CONSULTA FROM LIN-EX-DETALLE
           END-IF.

      *    Los saldos a favor se informan aparte: no compensan la
      *    exposicion entre sistemas.
       24000-LISTAR-TOTALES.
           IF FS-CONSULTA-OK
               WRITE LIN-CONSULTA FROM LIN-EX-SEPARADOR
           END-IF
           MOVE 'TOTAL NETO F112' TO LEX-TOT-CONCEPTO
           MOVE WS-TOTAL-F112 TO LEX-TOT-IMPORTE
           PERFORM 24100-ESCRIBIR-TOTAL
           MOVE 'TOTAL NETO TARJETAS' TO LEX-TOT-CONCEPTO
           MOVE WS-TOTAL-TARJETA TO LEX-TOT-IMPORTE
           PERFORM 24100-ESCRIBIR-TOTAL
           MOVE 'TOTAL NETO CUENTAS' TO LEX-TOT-CONCEPTO
           MOVE WS-TOTAL-CUENTAS TO LEX-TOT-IMPORTE
           PERFORM 24100-ESCRIBIR-TOTAL
           MOVE 'EXPOSICION TOTAL' TO LEX-TOT-CONCEPTO
           MOVE WS-TOTAL-EXPOSICION TO LEX-TOT-IMPORTE
           PERFORM 24100-ESCRIBIR-TOTAL
           MOVE 'SALDOS A FAVOR' TO LEX-TOT-CONCEPTO
           MOVE WS-TOTAL-A-FAVOR TO LEX-TOT-IMPORTE
           PERFORM 24100-ESCRIBIR-TOTAL.

       24100-ESCRIBIR-TOTAL.
           DISPLAY LEX-TOT-CONCEPTO ': ' LEX-TOT-IMPORTE
           IF FS-CONSULTA-OK
               WRITE LIN-CONSULTA FROM LIN-EX-TOTAL
           END-IF.

       30000-FINAL.
           DISPLAY 'CLIENTES F112       : ' WS-CANT-F112
           DISPLAY 'CUENTAS DE TARJETA  : ' WS-CANT-TARJETA
           DISPLAY 'CUENTAS CTASIX      : ' WS-CANT-CTASIX
           IF FS-CONSULTA-OK
               CLOSE CONSULTA
           END-IF
           STOP RUN.

       END PROGRAM F112EXPO.

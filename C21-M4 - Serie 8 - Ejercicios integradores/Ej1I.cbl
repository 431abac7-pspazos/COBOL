           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-RESUMEN.

           SELECT CARTA-MODELO ASSIGN TO '..\CARTAMOD'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARTA-MODELO.

           SELECT CARTA-PARAM ASSIGN TO '..\CARTAPAR'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARTA-PARAM.

           SELECT CLIENTES-IX ASSIGN TO '..\CLIMAEIX'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLAVE-IX
           ALTERNATE RECORD KEY IS NYAR-IX WITH DUPLICATES
           FILE STATUS IS FS-INDICE.

           SELECT ACUMULADO-NUEVO ASSIGN TO '..\ACUMNVO.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ACUMULADO.

           SELECT AGING-FACTURAS ASSIGN TO '..\AGINGFAC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-AGING.

           SELECT CONTACTOS ASSIGN TO '..\CONTACTO.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CONTACTOS.

           SELECT CARTA-IMPRESA ASSIGN TO '..\CARTAIMP'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARTA-IMP.

           SELECT CARTA-MAIL ASSIGN TO '..\CARTAMAI'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARTA-MAIL.

           SELECT CARTA-LOG ASSIGN TO '..\CARTALOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CARTA-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  REMPLOG.
       FD  RESUMEN-REGLAS.
       01  LIN-RESUMEN-REGLA PIC X(60).

      *    Modelo de carta: las palabras que empiezan con & se
      *    reemplazan por los datos de cada cliente (&CLIENTE,
      *    &NOMBRE, &SERVICIO, &SALDO, &DIAS, &VENCE, &FECHA).
       FD  CARTA-MODELO.
       01  LIN-CARTA-MODELO PIC X(80).

      *    Criterio de seleccion de la tanda de avisos. Servicio en
      *    blanco toma todos; saldo y dias en cero no filtran. El
      *    plazo fija la fecha de vencimiento que figura en la carta.
       FD  CARTA-PARAM.
       01  REG-CARTA-PARAM.
           02 AVISO-CP PIC X(8).
           02 SERVICIO-CP PIC X(3).
           02 SALDO-MIN-CP PIC 9(7)V99.
           02 DIAS-ATRASO-CP PIC 9(3).
           02 PLAZO-CP PIC 9(2).

       FD  CLIENTES-IX.
       01  REG-CLT-IX.
           02 CLAVE-IX.
              03 NRO-CLIENTE-IX PIC 9(7).
              03 COD-SERVICIO-IX PIC X(3).
           02 NYAR-IX PIC X(60).
           02 IMPORTE-IX PIC 9(7)V99.
           02 BANCO-IX PIC X(3).
           02 CTA-BANCO-IX PIC X(22).

       FD  ACUMULADO-NUEVO.
       01  REG-ACUM-NVO.
           02 NRO-CLIENTE-ACN PIC 9(7).
           02 SALDO-ANT-ACN PIC S9(9)V99.
           02 CANT-TRANS-MTD-ACN PIC 9(5).

       FD  AGING-FACTURAS.
       01  LIN-AGING PIC X(80).
       01  REG-AGING-DETALLE.
           02 AGD-FACTURA PIC X(8).
           02 FILLER PIC X(2).
           02 AGD-CLIENTE PIC X(7).
           02 FILLER PIC X(2).
           02 AGD-FECHA PIC 9(8).
           02 FILLER PIC X(2).
           02 AGD-ORIGINAL PIC -Z(8)9.99.
           02 FILLER PIC X(2).
           02 AGD-SALDO PIC -Z(8)9.99.
           02 FILLER PIC X(2).
           02 AGD-BANDA PIC X(6).
           02 FILLER PIC X(15).

       FD  CONTACTOS.
       01  REG-CONTACTO.
           02 NRO-CLIENTE-CO PIC 9(7).
           02 DOMICILIO-CO PIC X(40).
           02 LOCALIDAD-CO PIC X(30).
           02 COD-POSTAL-CO PIC X(8).
           02 EMAIL-CO PIC X(60).
           02 CANAL-CO PIC X(1).
           02 DOMIC-VALIDO-CO PIC X(1).
           02 EMAIL-VALIDO-CO PIC X(1).
           02 FECHA-ACT-CO PIC 9(8).

       FD  CARTA-IMPRESA.
       01  LIN-CARTA-IMP PIC X(80).

      *    Mismo formato que el envio de facturas por correo.
       FD  CARTA-MAIL.
       01  REG-CARTA-MAIL.
           02 NRO-CLIENTE-EM PIC 9(7).
           02 EMAIL-EM PIC X(60).
           02 DOCUMENTO-EM PIC X(8).
           02 LINEA-EM PIC X(80).

      *    Un renglon por carta emitida: quien recibio que aviso,
      *    por que canal y con que saldo.
       FD  CARTA-LOG.
       01  REG-CARTA-LOG.
           02 NRO-CLIENTE-CL PIC 9(7).
           02 COD-SERVICIO-CL PIC X(3).
           02 AVISO-CL PIC X(8).
           02 CANAL-CL PIC X(1).
           02 EMAIL-CL PIC X(60).
           02 SALDO-CL PIC S9(9)V99.
           02 DIAS-CL PIC 9(4).
           02 FECHA-CL PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FRASE.
           02 PALABRAS OCCURS 8 times.
           88 WS-MODO-NORMAL VALUE 'N'.
           88 WS-MODO-RESUMEN VALUE 'S'.
           88 WS-MODO-LOTE VALUE 'B'.
           88 WS-MODO-CARTAS VALUE 'M'.

       01  FS-REGLAS PIC X(2).
           88 FS-REGLAS-OK VALUE '00'.
               05 WS-TOTAL-RES PIC 9(5).
       01  WS-MAX-TOTAL PIC 9(5) VALUE 0.
       01  WS-MAX-PALABRA PIC A(15).
       01  WS-LINEA-ORIGEN PIC X(80).

       01  FS-CARTA-MODELO PIC X(2).
           88 FS-CARTA-MODELO-OK VALUE '00'.
       01  FS-CARTA-PARAM PIC X(2).
           88 FS-CARTA-PARAM-OK VALUE '00'.
       01  FS-INDICE PIC X(2).
           88 FS-INDICE-OK VALUE '00'.
       01  FS-ACUMULADO PIC X(2).
           88 FS-ACUMULADO-OK VALUE '00'.
       01  FS-AGING PIC X(2).
           88 FS-AGING-OK VALUE '00'.
       01  FS-CONTACTOS PIC X(2).
           88 FS-CONTACTOS-OK VALUE '00'.
       01  FS-CARTA-IMP PIC X(2).
           88 FS-CARTA-IMP-OK VALUE '00'.
       01  FS-CARTA-MAIL PIC X(2).
           88 FS-CARTA-MAIL-OK VALUE '00'.
       01  FS-CARTA-LOG PIC X(2).
           88 FS-CARTA-LOG-OK VALUE '00'.
       01  WS-CARTA-IMP-ABIERTO PIC X VALUE 'N'.
           88 CARTA-IMP-ABIERTO VALUE 'S'.
       01  WS-CARTA-MAIL-ABIERTO PIC X VALUE 'N'.
           88 CARTA-MAIL-ABIERTO VALUE 'S'.
       01  WS-CARTA-LOG-ABIERTO PIC X VALUE 'N'.
           88 CARTA-LOG-ABIERTO VALUE 'S'.
       01  FIN-MODELO PIC 9 VALUE 0.
       01  FIN-CLIENTES PIC 9 VALUE 0.
       01  FIN-ACUMULADO PIC 9 VALUE 0.
       01  FIN-AGING PIC 9 VALUE 0.
       01  FIN-CONTACTOS PIC 9 VALUE 0.
       01  WS-PARAM-LEIDO PIC X VALUE 'N'.
           88 PARAM-LEIDO VALUE 'S'.

       01  CANT-MODELO PIC 9(2) VALUE 0.
       01  WS-TABLA-MODELO.
           02 WS-MODELO-LINEA OCCURS 1 TO 60 TIMES
                              DEPENDING ON CANT-MODELO
                              PIC X(80).
       01  WS-IDX-MODELO PIC 9(2).

       01  WS-CAMPOS-INICIAL.
           02 FILLER PIC X(12) VALUE '&CLIENTE  08'.
           02 FILLER PIC X(12) VALUE '&NOMBRE   07'.
           02 FILLER PIC X(12) VALUE '&SERVICIO 09'.
           02 FILLER PIC X(12) VALUE '&SALDO    06'.
           02 FILLER PIC X(12) VALUE '&DIAS     05'.
           02 FILLER PIC X(12) VALUE '&VENCE    06'.
           02 FILLER PIC X(12) VALUE '&FECHA    06'.
       01  WS-TABLA-CAMPOS REDEFINES WS-CAMPOS-INICIAL.
           02 WS-CAMPO-ITEM OCCURS 7 TIMES.
               05 WS-CAMPO-NOMBRE PIC X(10).
               05 WS-CAMPO-LARGO PIC 9(2).
       01  WS-VALORES-CAMPOS.
           02 WS-CAMPO-VALOR OCCURS 7 TIMES PIC X(60).
       01  CANT-CAMPOS PIC 9(2) VALUE 7.
       01  WS-IDX-CAMPO PIC 9(2).
       01  WS-CAMPO-SEL PIC 9(2).
       01  WS-LARGO-CAMPO PIC 9(2).
       01  WS-SUFIJO-CAMPO PIC X(1).

       01  WS-FECHA-HOY PIC 9(8).
       01  WS-INT-HOY PIC 9(7).
       01  WS-FECHA-VENCE PIC 9(8).
       01  WS-FECHA-TEXTO PIC X(10).
       01  WS-IMPORTE PIC S9(9)V99.
       01  WS-SALDO-EDIT PIC -(9)9.99.
       01  WS-DIAS-EDIT PIC Z(3)9.
       01  WS-CLIENTE-AUX PIC X(7).
       01  WS-CLIENTE-N PIC 9(7).
       01  WS-DIAS-ATRASO PIC S9(5).
       01  WS-SALDO-CARTA PIC S9(9)V99.
       01  WS-DIAS-CARTA PIC 9(4).
       01  WS-ULT-CLIENTE-CARTA PIC 9(7) VALUE 0.
       01  WS-CANAL-ENVIO PIC X VALUE 'I'.
           88 ENVIO-EMAIL VALUE 'E'.
           88 ENVIO-IMPRENTA VALUE 'I'.
       01  WS-EMAIL-CLIENTE PIC X(60).
       01  WS-CANT-CLI-LEIDOS PIC 9(7) VALUE 0.
       01  WS-CANT-CARTAS PIC 9(7) VALUE 0.
       01  WS-CANT-CARTAS-MAIL PIC 9(7) VALUE 0.
       01  WS-CANT-CARTAS-IMP PIC 9(7) VALUE 0.

       01  CANT-SALDOS PIC 9(5) VALUE 0.
       01  WS-TABLA-SALDOS.
           02 WS-SALDO-ITEM OCCURS 1 TO 9999 TIMES
                            DEPENDING ON CANT-SALDOS
                            INDEXED BY IDX-SALDO.
               05 WS-NRO-CLIENTE-TS PIC 9(7).
               05 WS-SALDO-TS PIC S9(9)V99.
       01  CANT-ATRASOS PIC 9(5) VALUE 0.
       01  WS-TABLA-ATRASOS.
           02 WS-ATRASO-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ATRASOS
                             INDEXED BY IDX-ATRASO.
               05 WS-NRO-CLIENTE-TA PIC 9(7).
               05 WS-DIAS-TA PIC 9(4).
       01  CANT-CONT-EMAIL PIC 9(5) VALUE 0.
       01  WS-TABLA-CONT-EMAIL.
           02 WS-CONT-EMAIL-ITEM OCCURS 1 TO 9999 TIMES
                                 DEPENDING ON CANT-CONT-EMAIL
                                 INDEXED BY IDX-CONT-EMAIL.
               05 WS-NRO-CLIENTE-TE PIC 9(7).
               05 WS-EMAIL-TE PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Modo (N=Normal, S=Resumen historico, '
                   'B=Lote con reglas, M=Cartas a clientes): '
           ACCEPT WS-MODO.

           EVALUATE TRUE
                   PERFORM 5000-MOSTRAR-RESUMEN
               WHEN WS-MODO-LOTE
                   PERFORM 6000-PROCESO-LOTE
               WHEN WS-MODO-CARTAS
                   PERFORM 7000-PROCESO-CARTAS
               WHEN OTHER
                   PERFORM 1000-PROCESO-NORMAL
           END-EVALUATE.

      *    Una linea de 80 columnas tiene a lo sumo 40 palabras.
       6300-TRANSFORMAR-LINEA.
           MOVE LIN-DOC-ENTRADA TO WS-LINEA-ORIGEN
           PERFORM 6350-SEPARAR-PALABRAS
           PERFORM VARYING WS-IDX-PAL-DOC FROM 1 BY 1
               UNTIL WS-IDX-PAL-DOC > WS-CANT-PAL-LINEA
               PERFORM 6400-APLICAR-REGLAS
           END-PERFORM
           PERFORM 6500-ARMAR-LINEA
           WRITE LIN-DOC-SALIDA FROM WS-LINEA-ARMADA.

       6350-SEPARAR-PALABRAS.
           MOVE SPACES TO WS-PALABRAS-LINEA
           MOVE 0 TO WS-CANT-PAL-LINEA
           MOVE 1 TO WS-PUNTERO-UNS
           PERFORM UNTIL WS-PUNTERO-UNS > 80
                      OR WS-CANT-PAL-LINEA = 40
               ADD 1 TO WS-CANT-PAL-LINEA
               UNSTRING WS-LINEA-ORIGEN DELIMITED BY ALL SPACES
                   INTO WS-PALABRA-DOC(WS-CANT-PAL-LINEA)
                   WITH POINTER WS-PUNTERO-UNS
               END-UNSTRING
           END-PERFORM.

       6400-APLICAR-REGLAS.
           PERFORM VARYING WS-IDX-REGLA FROM 1 BY 1
                   MOVE WS-PALABRA-RES(WS-IDX-RES) TO WS-MAX-PALABRA
               END-IF
           END-PERFORM.

      *    Cartas a clientes: el modelo se completa por cliente con
      *    los datos de CLIMAEIX, ACUMNVO.DAT y AGINGFAC.DAT. Sale por
      *    correo si el contacto lo pide, si no va a imprenta.
       7000-PROCESO-CARTAS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
           PERFORM 7100-LEER-PARAMETROS
           IF PARAM-LEIDO
               PERFORM 7150-CARGAR-MODELO
           END-IF
           IF NOT PARAM-LEIDO
               DISPLAY 'No hay criterio de seleccion en CARTAPAR.'
           ELSE
               IF CANT-MODELO = 0
                   DISPLAY 'No hay carta modelo en CARTAMOD.'
               ELSE
                   PERFORM 7200-CARGAR-SALDOS
                   PERFORM 7250-CARGAR-ATRASOS
                   PERFORM 7300-CARGAR-CONTACTOS
                   PERFORM 7400-SELECCIONAR-CLIENTES
                   DISPLAY 'Aviso emitido: ' AVISO-CP
                   DISPLAY 'Clientes leidos: ' WS-CANT-CLI-LEIDOS
                   DISPLAY 'Cartas emitidas: ' WS-CANT-CARTAS
                   DISPLAY '  por correo   : ' WS-CANT-CARTAS-MAIL
                   DISPLAY '  a imprenta   : ' WS-CANT-CARTAS-IMP
               END-IF
           END-IF.

       7100-LEER-PARAMETROS.
           OPEN INPUT CARTA-PARAM.
           IF NOT FS-CARTA-PARAM-OK
               DISPLAY 'ERROR AL ABRIR CARTAPAR: ' FS-CARTA-PARAM
           ELSE
               READ CARTA-PARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SALDO-MIN-CP IS NUMERIC
                          AND DIAS-ATRASO-CP IS NUMERIC
                          AND PLAZO-CP IS NUMERIC
                           SET PARAM-LEIDO TO TRUE
                       ELSE
                           DISPLAY 'CARTAPAR CON DATOS INVALIDOS'
                       END-IF
               END-READ
               CLOSE CARTA-PARAM
           END-IF.

       7150-CARGAR-MODELO.
           OPEN INPUT CARTA-MODELO.
           IF NOT FS-CARTA-MODELO-OK
               DISPLAY 'ERROR AL ABRIR CARTAMOD: ' FS-CARTA-MODELO
           ELSE
               PERFORM UNTIL FIN-MODELO = 1
                   READ CARTA-MODELO AT END MOVE 1 TO FIN-MODELO
                   END-READ
                   IF FIN-MODELO NOT = 1 AND CANT-MODELO < 60
                       ADD 1 TO CANT-MODELO
                       MOVE LIN-CARTA-MODELO
                           TO WS-MODELO-LINEA(CANT-MODELO)
                   END-IF
               END-PERFORM
               CLOSE CARTA-MODELO
           END-IF.

       7200-CARGAR-SALDOS.
           OPEN INPUT ACUMULADO-NUEVO.
           IF NOT FS-ACUMULADO-OK
               DISPLAY 'ERROR AL ABRIR ACUMNVO: ' FS-ACUMULADO
           ELSE
               PERFORM UNTIL FIN-ACUMULADO = 1
                   READ ACUMULADO-NUEVO AT END MOVE 1 TO FIN-ACUMULADO
                   END-READ
                   IF FIN-ACUMULADO NOT = 1 AND CANT-SALDOS < 9999
                       ADD 1 TO CANT-SALDOS
                       MOVE NRO-CLIENTE-ACN
                           TO WS-NRO-CLIENTE-TS(CANT-SALDOS)
                       MOVE SALDO-ANT-ACN TO WS-SALDO-TS(CANT-SALDOS)
                   END-IF
               END-PERFORM
               CLOSE ACUMULADO-NUEVO
           END-IF.

      *    Por cliente queda el atraso de su factura impaga mas
      *    vieja, contado desde la fecha de factura como en el aging.
       7250-CARGAR-ATRASOS.
           OPEN INPUT AGING-FACTURAS.
           IF NOT FS-AGING-OK
               DISPLAY 'ERROR AL ABRIR AGINGFAC: ' FS-AGING
           ELSE
               PERFORM UNTIL FIN-AGING = 1
                   READ AGING-FACTURAS AT END MOVE 1 TO FIN-AGING
                   END-READ
                   IF FIN-AGING NOT = 1
                      AND AGD-FACTURA IS NUMERIC
                      AND AGD-FECHA IS NUMERIC
                       PERFORM 7260-ACUMULAR-ATRASO
                   END-IF
               END-PERFORM
               CLOSE AGING-FACTURAS
           END-IF.

       7260-ACUMULAR-ATRASO.
           MOVE AGD-SALDO TO WS-IMPORTE
           MOVE AGD-CLIENTE TO WS-CLIENTE-AUX
           INSPECT WS-CLIENTE-AUX REPLACING LEADING SPACES BY ZEROS
           IF WS-IMPORTE > 0 AND WS-CLIENTE-AUX IS NUMERIC
               MOVE WS-CLIENTE-AUX TO WS-CLIENTE-N
               COMPUTE WS-DIAS-ATRASO = WS-INT-HOY
                   - FUNCTION INTEGER-OF-DATE(AGD-FECHA)
               IF WS-DIAS-ATRASO < 0
                   MOVE 0 TO WS-DIAS-ATRASO
               END-IF
               SET IDX-ATRASO TO 1
               SEARCH WS-ATRASO-ITEM
                   AT END
                       IF CANT-ATRASOS < 9999
                           ADD 1 TO CANT-ATRASOS
                           MOVE WS-CLIENTE-N
                               TO WS-NRO-CLIENTE-TA(CANT-ATRASOS)
                           MOVE WS-DIAS-ATRASO
                               TO WS-DIAS-TA(CANT-ATRASOS)
                       END-IF
                   WHEN WS-NRO-CLIENTE-TA(IDX-ATRASO) = WS-CLIENTE-N
                       IF WS-DIAS-ATRASO > WS-DIAS-TA(IDX-ATRASO)
                           MOVE WS-DIAS-ATRASO
                               TO WS-DIAS-TA(IDX-ATRASO)
                       END-IF
               END-SEARCH
           END-IF.

      *    Solo interesan los contactos con envio por correo
      *    electronico y direccion valida; el resto va a imprenta.
       7300-CARGAR-CONTACTOS.
           OPEN INPUT CONTACTOS.
           IF FS-CONTACTOS-OK
               PERFORM UNTIL FIN-CONTACTOS = 1
                   READ CONTACTOS AT END MOVE 1 TO FIN-CONTACTOS
                   END-READ
                   IF FIN-CONTACTOS NOT = 1
                      AND CANAL-CO = 'E'
                      AND EMAIL-CO NOT = SPACES
                      AND EMAIL-VALIDO-CO = 'S'
                      AND CANT-CONT-EMAIL < 9999
                       ADD 1 TO CANT-CONT-EMAIL
                       MOVE NRO-CLIENTE-CO
                           TO WS-NRO-CLIENTE-TE(CANT-CONT-EMAIL)
                       MOVE EMAIL-CO TO WS-EMAIL-TE(CANT-CONT-EMAIL)
                   END-IF
               END-PERFORM
               CLOSE CONTACTOS
           END-IF.

      *    CLIMAEIX viene por cliente y servicio: un cliente con
      *    varios servicios recibe una sola carta.
       7400-SELECCIONAR-CLIENTES.
           OPEN INPUT CLIENTES-IX.
           IF NOT FS-INDICE-OK
               DISPLAY 'ERROR AL ABRIR CLIMAEIX: ' FS-INDICE
           ELSE
               OPEN OUTPUT CARTA-IMPRESA
               IF FS-CARTA-IMP-OK
                   SET CARTA-IMP-ABIERTO TO TRUE
               ELSE
                   DISPLAY 'ERROR AL ABRIR CARTAIMP: ' FS-CARTA-IMP
                   MOVE 1 TO FIN-CLIENTES
               END-IF
               OPEN OUTPUT CARTA-MAIL
               IF FS-CARTA-MAIL-OK
                   SET CARTA-MAIL-ABIERTO TO TRUE
               END-IF
               OPEN EXTEND CARTA-LOG
               IF FS-CARTA-LOG = '35'
                   OPEN OUTPUT CARTA-LOG
               END-IF
               IF FS-CARTA-LOG-OK
                   SET CARTA-LOG-ABIERTO TO TRUE
               ELSE
                   DISPLAY 'ERROR AL ABRIR CARTALOG: ' FS-CARTA-LOG
               END-IF
               PERFORM UNTIL FIN-CLIENTES = 1
                   READ CLIENTES-IX NEXT AT END MOVE 1 TO FIN-CLIENTES
                   END-READ
                   IF FIN-CLIENTES NOT = 1
                       PERFORM 7450-EVALUAR-CLIENTE
                   END-IF
               END-PERFORM
               IF CARTA-IMP-ABIERTO
                   CLOSE CARTA-IMPRESA
               END-IF
               IF CARTA-MAIL-ABIERTO
                   CLOSE CARTA-MAIL
               END-IF
               IF CARTA-LOG-ABIERTO
                   CLOSE CARTA-LOG
               END-IF
               CLOSE CLIENTES-IX
           END-IF.

       7450-EVALUAR-CLIENTE.
           ADD 1 TO WS-CANT-CLI-LEIDOS
           IF NRO-CLIENTE-IX NOT = WS-ULT-CLIENTE-CARTA
              AND (SERVICIO-CP = SPACES
                OR COD-SERVICIO-IX = SERVICIO-CP)
               MOVE 0 TO WS-SALDO-CARTA
               SET IDX-SALDO TO 1
               SEARCH WS-SALDO-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-NRO-CLIENTE-TS(IDX-SALDO) = NRO-CLIENTE-IX
                       MOVE WS-SALDO-TS(IDX-SALDO) TO WS-SALDO-CARTA
               END-SEARCH
               MOVE 0 TO WS-DIAS-CARTA
               SET IDX-ATRASO TO 1
               SEARCH WS-ATRASO-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-NRO-CLIENTE-TA(IDX-ATRASO) = NRO-CLIENTE-IX
                       MOVE WS-DIAS-TA(IDX-ATRASO) TO WS-DIAS-CARTA
               END-SEARCH
               IF (SALDO-MIN-CP = 0
                   OR WS-SALDO-CARTA NOT < SALDO-MIN-CP)
                  AND WS-DIAS-CARTA NOT < DIAS-ATRASO-CP
                   PERFORM 7500-EMITIR-CARTA
                   MOVE NRO-CLIENTE-IX TO WS-ULT-CLIENTE-CARTA
               END-IF
           END-IF.

       7500-EMITIR-CARTA.
           PERFORM 7520-CARGAR-VALORES
           PERFORM 7550-BUSCAR-CANAL
           PERFORM VARYING WS-IDX-MODELO FROM 1 BY 1
               UNTIL WS-IDX-MODELO > CANT-MODELO
               MOVE WS-MODELO-LINEA(WS-IDX-MODELO) TO WS-LINEA-ORIGEN
               PERFORM 6350-SEPARAR-PALABRAS
               PERFORM 7600-ARMAR-LINEA-CARTA
               PERFORM 7700-EMITIR-LINEA
           END-PERFORM
           IF ENVIO-IMPRENTA
               MOVE SPACES TO WS-LINEA-ARMADA
               PERFORM 7700-EMITIR-LINEA
               ADD 1 TO WS-CANT-CARTAS-IMP
           ELSE
               ADD 1 TO WS-CANT-CARTAS-MAIL
           END-IF
           ADD 1 TO WS-CANT-CARTAS
           IF CARTA-LOG-ABIERTO
               MOVE NRO-CLIENTE-IX TO NRO-CLIENTE-CL
               MOVE COD-SERVICIO-IX TO COD-SERVICIO-CL
               MOVE AVISO-CP TO AVISO-CL
               MOVE WS-CANAL-ENVIO TO CANAL-CL
               MOVE WS-EMAIL-CLIENTE TO EMAIL-CL
               MOVE WS-SALDO-CARTA TO SALDO-CL
               MOVE WS-DIAS-CARTA TO DIAS-CL
               MOVE WS-FECHA-HOY TO FECHA-CL
               WRITE REG-CARTA-LOG
               IF NOT FS-CARTA-LOG-OK
                   DISPLAY 'ERROR EN GRABAR CARTALOG: ' FS-CARTA-LOG
               END-IF
           END-IF.

      *    Los valores quedan justificados a izquierda; el armado de
      *    la linea los corta en el primer doble blanco.
       7520-CARGAR-VALORES.
           MOVE SPACES TO WS-VALORES-CAMPOS
           MOVE NRO-CLIENTE-IX TO WS-CAMPO-VALOR(1)
           MOVE NYAR-IX TO WS-CAMPO-VALOR(2)
           MOVE COD-SERVICIO-IX TO WS-CAMPO-VALOR(3)
           MOVE WS-SALDO-CARTA TO WS-SALDO-EDIT
           MOVE FUNCTION TRIM(WS-SALDO-EDIT) TO WS-CAMPO-VALOR(4)
           MOVE WS-DIAS-CARTA TO WS-DIAS-EDIT
           MOVE FUNCTION TRIM(WS-DIAS-EDIT) TO WS-CAMPO-VALOR(5)
           COMPUTE WS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
               WS-INT-HOY + PLAZO-CP)
           MOVE SPACES TO WS-FECHA-TEXTO
           STRING WS-FECHA-VENCE(7:2) '/' WS-FECHA-VENCE(5:2) '/'
                  WS-FECHA-VENCE(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-TEXTO
           END-STRING
           MOVE WS-FECHA-TEXTO TO WS-CAMPO-VALOR(6)
           MOVE SPACES TO WS-FECHA-TEXTO
           STRING WS-FECHA-HOY(7:2) '/' WS-FECHA-HOY(5:2) '/'
                  WS-FECHA-HOY(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-TEXTO
           END-STRING
           MOVE WS-FECHA-TEXTO TO WS-CAMPO-VALOR(7).

       7550-BUSCAR-CANAL.
           SET ENVIO-IMPRENTA TO TRUE
           MOVE SPACES TO WS-EMAIL-CLIENTE
           IF CANT-CONT-EMAIL > 0 AND CARTA-MAIL-ABIERTO
               SET IDX-CONT-EMAIL TO 1
               SEARCH WS-CONT-EMAIL-ITEM
                   AT END
                       CONTINUE
                   WHEN WS-NRO-CLIENTE-TE(IDX-CONT-EMAIL)
                           = NRO-CLIENTE-IX
                       SET ENVIO-EMAIL TO TRUE
                       MOVE WS-EMAIL-TE(IDX-CONT-EMAIL)
                           TO WS-EMAIL-CLIENTE
               END-SEARCH
           END-IF.

      *    Igual que 6500-ARMAR-LINEA, pero una palabra que es un
      *    campo de la carta (con o sin puntuacion final) se
      *    reemplaza por el dato del cliente.
       7600-ARMAR-LINEA-CARTA.
           MOVE SPACES TO WS-LINEA-ARMADA
           MOVE 1 TO WS-PUNTERO
           PERFORM VARYING WS-IDX-PAL-DOC FROM 1 BY 1
               UNTIL WS-IDX-PAL-DOC > WS-CANT-PAL-LINEA
               IF WS-PALABRA-DOC(WS-IDX-PAL-DOC) NOT = SPACES
                   PERFORM 7650-BUSCAR-CAMPO
                   IF WS-CAMPO-SEL > 0
                       STRING WS-CAMPO-VALOR(WS-CAMPO-SEL)
                               DELIMITED BY '  '
                              WS-SUFIJO-CAMPO DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                           INTO WS-LINEA-ARMADA
                           WITH POINTER WS-PUNTERO
                   ELSE
                       STRING WS-PALABRA-DOC(WS-IDX-PAL-DOC)
                               DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                           INTO WS-LINEA-ARMADA
                           WITH POINTER WS-PUNTERO
                   END-IF
               END-IF
           END-PERFORM.

       7650-BUSCAR-CAMPO.
           MOVE 0 TO WS-CAMPO-SEL
           MOVE SPACES TO WS-SUFIJO-CAMPO
           IF WS-PALABRA-DOC(WS-IDX-PAL-DOC)(1:1) = '&'
               PERFORM VARYING WS-IDX-CAMPO FROM 1 BY 1
                   UNTIL WS-IDX-CAMPO > CANT-CAMPOS
                      OR WS-CAMPO-SEL > 0
                   MOVE WS-CAMPO-LARGO(WS-IDX-CAMPO) TO WS-LARGO-CAMPO
                   IF WS-PALABRA-DOC(WS-IDX-PAL-DOC)(1:WS-LARGO-CAMPO)
                        = WS-CAMPO-NOMBRE(WS-IDX-CAMPO)
                      AND WS-PALABRA-DOC(WS-IDX-PAL-DOC)
                          (WS-LARGO-CAMPO + 2:) = SPACES
                      AND (WS-PALABRA-DOC(WS-IDX-PAL-DOC)
                          (WS-LARGO-CAMPO + 1:1) = SPACE OR '.' OR ','
                            OR ';' OR ':' OR ')')
                       MOVE WS-IDX-CAMPO TO WS-CAMPO-SEL
                       MOVE WS-PALABRA-DOC(WS-IDX-PAL-DOC)
                           (WS-LARGO-CAMPO + 1:1) TO WS-SUFIJO-CAMPO
                   END-IF
               END-PERFORM
           END-IF.

       7700-EMITIR-LINEA.
           IF ENVIO-EMAIL
               MOVE NRO-CLIENTE-IX TO NRO-CLIENTE-EM
               MOVE WS-EMAIL-CLIENTE TO EMAIL-EM
               MOVE AVISO-CP TO DOCUMENTO-EM
               MOVE WS-LINEA-ARMADA TO LINEA-EM
               WRITE REG-CARTA-MAIL
           ELSE
               WRITE LIN-CARTA-IMP FROM WS-LINEA-ARMADA
           END-IF.

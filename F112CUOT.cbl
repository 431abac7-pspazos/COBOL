       IDENTIFICATION DIVISION.
       PROGRAM-ID. F112CUOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAJOS ASSIGN TO  '..\LEGAJOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LEGAJOS.

           SELECT TUTORES ASSIGN TO  '..\ALUMTUTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TUTORES.

           SELECT ARANCELES ASSIGN TO  '..\ARANCEL.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ARANCELES.

           SELECT BECAS ASSIGN TO  '..\BECAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-BECAS.

           SELECT PARAM-CUOTAS ASSIGN TO  '..\CUOTPAR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-PARAM.

           SELECT CLIENTES-CRUDO ASSIGN TO  '..\CLIENTES.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CLIENTE-CRUDO.

           SELECT CUOTAS-ALUMNO ASSIGN TO  '..\CUOTALUM.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CUOTAS.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT FACTURAS ASSIGN TO  '..\FACTURAS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-FACTURAS.

           SELECT MOVIMIENTOS ASSIGN TO  '..\CLIMOVS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-MOVIMIENTOS.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT CUOTA-LISTADO ASSIGN TO  '..\CUOTLIST.DAT'
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
      *    ESTADO-L: 'A' activo, 'B' baja, 'E' egresado.
       FD  LEGAJOS.
       01  REG-LEGAJO.
           02 LEGAJO-L                 PIC 9(8).
           02 NOMBRE-L                 PIC X(30).
           02 ANIO-CURSO-L             PIC 9(1).
           02 DIVISION-L               PIC X(1).
           02 ESTADO-L                 PIC X(1).
           02 FECHA-ALTA-L             PIC 9(8).
           02 FECHA-BAJA-L             PIC 9(8).

      *    Responsable de pago de cada alumno; los hermanos llevan
      *    el mismo numero de cliente.
       FD  TUTORES.
       01  REG-TUTOR.
           02 LEGAJO-TU                PIC 9(8).
           02 NRO-CLIENTE-TU           PIC 9(7).
           02 NYAR-TU                  PIC X(60).
           02 BANCO-TU                 PIC X(3).
           02 CTA-BANCO-TU             PIC X(22).

      *    Cuota mensual y servicio de facturacion por anio.
       FD  ARANCELES.
       01  REG-ARANCEL.
           02 ANIO-CURSO-AR            PIC 9(1).
           02 COD-SERVICIO-AR          PIC X(3).
           02 IMPORTE-AR               PIC 9(7)V99.

      *    FECHA-HASTA-BE en cero: beca sin vencimiento.
       FD  BECAS.
       01  REG-BECA.
           02 LEGAJO-BE                PIC 9(8).
           02 PORC-BECA-BE             PIC 9(3)V99.
           02 FECHA-DESDE-BE           PIC 9(8).
           02 FECHA-HASTA-BE           PIC 9(8).

       FD  PARAM-CUOTAS.
       01  REG-PARAM-CUOTAS.
           02 OPERADOR-CP              PIC X(8).
           02 PORC-HERMANO-2-CP        PIC 9(3)V99.
           02 PORC-HERMANO-3-CP        PIC 9(3)V99.
           02 PORC-TOPE-CP             PIC 9(3)V99.
           02 DIAS-RETENCION-CP        PIC 9(3).

       FD  CLIENTES-CRUDO.
       01  REG-CLT-CRUDO.
           02 NRO-CLIENTE-CC           PIC 9(7).
           02 NYAR-CC                  PIC X(60).
           02 COD-SERVICIO-CC          PIC X(3).
           02 IMPORTE-CC               PIC 9(7)V99.
           02 BANCO-CC                 PIC X(3).
           02 CTA-BANCO-CC             PIC X(22).

      *    Situacion de cuotas de cada alumno. ESTADO-CA: 'A' se
      *    factura, 'B' se dejo de facturar. RETENIDO-CA 'S': deuda
      *    de cuotas vencida, Boletin retiene el boletin.
       FD  CUOTAS-ALUMNO.
       01  REG-CUOTA-ALUMNO.
           02 LEGAJO-CA                PIC 9(8).
           02 NRO-CLIENTE-CA           PIC 9(7).
           02 COD-SERVICIO-CA          PIC X(3).
           02 ESTADO-CA                PIC X(1).
           02 PERIODO-ULT-CA           PIC 9(6).
           02 IMPORTE-ULT-CA           PIC 9(7)V99.
           02 DEUDA-CA                 PIC S9(9)V99.
           02 FECHA-DEUDA-CA           PIC 9(8).
           02 RETENIDO-CA              PIC X(1).

       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

       FD  FACTURAS.
       01  REG-FACTURA.
           02 NRO-FACTURA-F            PIC 9(8).
           02 NRO-CLIENTE-F            PIC 9(7).
           02 NYAR-F                   PIC X(60).
           02 COD-SERVICIO-F           PIC X(3).
           02 COD-CAT-IVA-F            PIC X(3).
           02 IMPORTE-NETO-F           PIC S9(7)V99.
           02 IMPORTE-IVA-F            PIC S9(7)V99.
           02 IMPORTE-TOTAL-F          PIC S9(9)V99.
           02 FECHA-F                  PIC X(8).
           02 TIPO-DOC-F               PIC X(3).
           02 CAE-F                    PIC X(14).
           02 CAE-VTO-F                PIC X(8).
           02 ESTADO-CAE-F             PIC X(1).
           02 JURIS-F                  PIC X(2).
           02 IMPORTE-PERCEP-F         PIC S9(7)V99.
           02 EMPRESA-F                PIC X(3).

       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
           02 TIPO-MV                  PIC X(1).
           02 NRO-CLIENTE-MV           PIC 9(7).
           02 COD-SERVICIO-MV          PIC X(3).
           02 NYAR-MV                  PIC X(60).
           02 COD-SERV-NUEVO-MV        PIC X(3).
           02 IMPORTE-MV               PIC 9(7)V99.
           02 BANCO-MV                 PIC X(3).
           02 CTA-BANCO-MV             PIC X(22).
           02 OPERADOR-MV              PIC X(8).
           02 VENDEDOR-MV              PIC X(5).

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

       FD  CUOTA-LISTADO.
       01  LIN-CUOTA                   PIC X(132).

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
       01  FS-LEGAJOS                  PIC X(2).
           88 FS-LEGAJOS-OK        VALUE "00".
       01  FS-TUTORES                  PIC X(2).
           88 FS-TUTORES-OK        VALUE "00".
       01  FS-ARANCELES                PIC X(2).
           88 FS-ARANCELES-OK      VALUE "00".
       01  FS-BECAS                    PIC X(2).
           88 FS-BECAS-OK          VALUE "00".
       01  FS-PARAM                    PIC X(2).
           88 FS-PARAM-OK          VALUE "00".
       01  FS-CLIENTE-CRUDO            PIC X(2).
           88 FS-CTE-OK            VALUE "00".
       01  FS-CUOTAS                   PIC X(2).
           88 FS-CUOTAS-OK         VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-FACTURAS                 PIC X(2).
           88 FS-FACTURAS-OK       VALUE "00".
       01  FS-MOVIMIENTOS              PIC X(2).
           88 FS-MOVIMIENTOS-OK    VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-MOVIMIENTOS-ABIERTO      PIC X VALUE 'N'.
           88 MOVIMIENTOS-ABIERTO      VALUE 'S'.
       01  WS-TRANS-ABIERTO            PIC X VALUE 'N'.
           88 TRANS-ABIERTO            VALUE 'S'.
       01  WS-LISTADO-ABIERTO          PIC X VALUE 'N'.
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
           88 RUNSTAT-ABIERTO          VALUE 'S'.

       01  WS-HORA-INICIO              PIC X(21).
       01  WS-FECHA-HOY                PIC X(8).
       01  WS-FECHA-HOY-N              PIC 9(8).
       01  WS-ESTADO-FINAL             PIC X(10) VALUE 'OK'.
       01  WS-RUN-ID                   PIC X(11) VALUE SPACES.
       01  WS-INTENTO-CORRIDA          PIC 9(2) VALUE 0.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.
       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112CUOT'.
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
       01  WS-CANT-CUOTAS              PIC 9(7) VALUE 0.
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-MODIF               PIC 9(7) VALUE 0.
       01  WS-CANT-BAJAS               PIC 9(7) VALUE 0.
       01  WS-CANT-OBSERVADOS          PIC 9(7) VALUE 0.
       01  WS-CANT-RETENIDOS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-CUOTAS             PIC 9(11)V99 VALUE 0.

      *    Valores por defecto si no hay CUOTPAR.DAT.
       01  WS-OPERADOR-CUOTAS          PIC X(8) VALUE 'F112CUOT'.
       01  WS-PORC-HERMANO-2           PIC 9(3)V99 VALUE 10.
       01  WS-PORC-HERMANO-3           PIC 9(3)V99 VALUE 15.
       01  WS-PORC-TOPE                PIC 9(3)V99 VALUE 100.
       01  WS-DIAS-RETENCION           PIC 9(3) VALUE 30.

       01  WS-PARM                     PIC X(6) VALUE SPACES.
       01  WS-PERIODO                  PIC 9(6).
       01  WS-PERIODO-DESDE            PIC 9(8).
       01  WS-PERIODO-HASTA            PIC 9(8).

       01  FIN-LEGAJOS                 PIC X VALUE 'N'.
       01  FIN-TUTORES                 PIC X VALUE 'N'.
       01  FIN-ARANCELES               PIC X VALUE 'N'.
       01  FIN-BECAS                   PIC X VALUE 'N'.
       01  FIN-CLIENTES                PIC X VALUE 'N'.
       01  FIN-CUOTAS                  PIC X VALUE 'N'.
       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  FIN-FACTURAS                PIC X VALUE 'N'.
       01  WS-IDX-ALU                  PIC 9(5).
       01  WS-IDX-OTRO                 PIC 9(5).
       01  WS-IDX-CUO                  PIC 9(5).
       01  WS-IDX-CLI                  PIC 9(5).
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-LINEA                PIC 9(5).
       01  WS-IDX-DEUDA                PIC 9(5).
       01  WS-TOTAL-FACTURA            PIC S9(9)V99.
       01  WS-PORCION                  PIC S9(9)V99.
       01  WS-DIAS-DEUDA               PIC S9(5).
       01  WS-CLIENTE-PAR              PIC 9(7).
       01  WS-SERVICIO-PAR             PIC X(3).
       01  WS-PAR-EN-USO               PIC X.
       01  WS-ORDEN-HERMANO            PIC 9(3).
       01  WS-PORC-BECA                PIC 9(3)V99.
       01  WS-PORC-DESCUENTO           PIC 9(3)V99.
       01  WS-CUOTA                    PIC 9(7)V99.
       01  WS-ACCION                   PIC X(12).

       01  CANT-ARANCELES              PIC 9(3) VALUE 0.
       01  TABLA-ARANCELES.
           02 TABLA-ARAN-ITEM OCCURS 1 TO 99 TIMES
                              DEPENDING ON CANT-ARANCELES
                              INDEXED BY IDX-ARAN.
               03 TAR-CURSO            PIC 9(1).
               03 TAR-COD-SERVICIO     PIC X(3).
               03 TAR-IMPORTE          PIC 9(7)V99.

       01  CANT-BECAS                  PIC 9(5) VALUE 0.
       01  TABLA-BECAS.
           02 TABLA-BECA-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-BECAS
                              INDEXED BY IDX-BECA.
               03 TBE-LEGAJO           PIC 9(8).
               03 TBE-PORC             PIC 9(3)V99.
               03 TBE-DESDE            PIC 9(8).
               03 TBE-HASTA            PIC 9(8).

       01  CANT-TUTORES                PIC 9(5) VALUE 0.
       01  TABLA-TUTORES.
           02 TABLA-TUTOR-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-TUTORES
                               INDEXED BY IDX-TUTOR.
               03 TTU-LEGAJO           PIC 9(8).
               03 TTU-NRO-CLIENTE      PIC 9(7).
               03 TTU-NYAR             PIC X(60).
               03 TTU-BANCO            PIC X(3).
               03 TTU-CTA-BANCO        PIC X(22).

      *    Solo los pares cliente/servicio de cuotas; TCL-PEDIDO
      *    marca el movimiento ya pedido en esta corrida.
       01  CANT-CLIENTES               PIC 9(5) VALUE 0.
       01  TABLA-CLIENTES.
           02 TABLA-CLI-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CLIENTES
                             INDEXED BY IDX-CLI.
               03 TCL-NRO-CLIENTE      PIC 9(7).
               03 TCL-COD-SERVICIO     PIC X(3).
               03 TCL-NYAR             PIC X(60).
               03 TCL-BANCO            PIC X(3).
               03 TCL-CTA-BANCO        PIC X(22).
               03 TCL-PEDIDO           PIC X(1).

       01  CANT-ALUMNOS                PIC 9(5) VALUE 0.
       01  TABLA-ALUMNOS.
           02 TABLA-ALU-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-ALUMNOS
                             INDEXED BY IDX-ALU.
               03 TAL-LEGAJO           PIC 9(8).
               03 TAL-NOMBRE           PIC X(30).
               03 TAL-CURSO            PIC 9(1).
               03 TAL-ESTADO           PIC X(1).
               03 TAL-IDX-TUTOR        PIC 9(5).
               03 TAL-NRO-CLIENTE      PIC 9(7).
               03 TAL-COD-SERVICIO     PIC X(3).
               03 TAL-IMPORTE          PIC 9(7)V99.

       01  CANT-CUOTAS                 PIC 9(5) VALUE 0.
       01  TABLA-CUOTAS.
           02 TABLA-CUO-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CUOTAS
                             INDEXED BY IDX-CUO.
               03 TCU-LEGAJO           PIC 9(8).
               03 TCU-NRO-CLIENTE      PIC 9(7).
               03 TCU-COD-SERVICIO     PIC X(3).
               03 TCU-ESTADO           PIC X(1).
               03 TCU-PERIODO-ULT      PIC 9(6).
               03 TCU-IMPORTE-ULT      PIC 9(7)V99.
               03 TCU-DEUDA            PIC S9(9)V99.
               03 TCU-FECHA-DEUDA      PIC 9(8).
               03 TCU-RETENIDO         PIC X(1).

      *    Debitos de cuota de la corrida; van a TRANSAC recien con
      *    CUOTALUM reescrito.
       01  CANT-CARGOS                 PIC 9(5) VALUE 0.
       01  WS-IDX-CARGO                PIC 9(5).
       01  TABLA-CARGOS.
           02 TABLA-CARGOS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CARGOS.
               03 TCG-NRO-CLIENTE      PIC 9(7).
               03 TCG-COD-SERVICIO     PIC X(3).
               03 TCG-IMPORTE          PIC S9(7)V99.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-SALDO            PIC S9(9)V99.

       01  CANT-LINEAS                 PIC 9(5) VALUE 0.
       01  TABLA-LINEAS.
           02 TABLA-LINEAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-LINEAS
                                INDEXED BY IDX-LINEA.
               03 TLF-NRO-FACTURA      PIC 9(8).
               03 TLF-NRO-CLIENTE      PIC 9(7).
               03 TLF-COD-SERVICIO     PIC X(3).
               03 TLF-IMPORTE          PIC S9(9)V99.

       01  CANT-DEUDAS                 PIC 9(5) VALUE 0.
       01  TABLA-DEUDAS.
           02 TABLA-DEUDAS-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-DEUDAS
                                INDEXED BY IDX-DEUDA.
               03 TDE-NRO-CLIENTE      PIC 9(7).
               03 TDE-COD-SERVICIO     PIC X(3).
               03 TDE-FECHA-VIEJA      PIC 9(8).
               03 TDE-SALDO            PIC S9(9)V99.

       01  LIN-CU-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112CUOT  CUOTAS ESCOLARES'.
           02 FILLER              PIC X(9)  VALUE 'PERIODO: '.
           02 LCT-PERIODO         PIC 9(6).
           02 FILLER              PIC X(9)  VALUE '  FECHA: '.
           02 LCT-FECHA           PIC X(8).
       01  LIN-CU-DETALLE.
           02 LCD-ACCION          PIC X(12).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-LEGAJO          PIC 9(8).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-NOMBRE          PIC X(30).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-CLIENTE         PIC Z(6)9.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-SERVICIO        PIC X(3).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-ARANCEL         PIC Z(6)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-DESCUENTO       PIC ZZ9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-CUOTA           PIC Z(6)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-DEUDA           PIC -Z(8)9.99.
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-RETENIDO        PIC X(8).
       01  LIN-CU-TOTAL.
           02 FILLER              PIC X(16) VALUE 'CUOTAS:'.
           02 LCF-CUOTAS          PIC Z(6)9.
           02 FILLER              PIC X(10) VALUE '  IMPORTE '.
           02 LCF-IMPORTE         PIC Z(10)9.99.
           02 FILLER              PIC X(14) VALUE '  RETENIDOS: '.
           02 LCF-RETENIDOS       PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 20000-ACUMULAR-DEUDA
               VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS.
           PERFORM 22000-PROCESAR-ALUMNO
               VARYING WS-IDX-ALU FROM 1 BY 1
               UNTIL WS-IDX-ALU > CANT-ALUMNOS.
           PERFORM 28000-REESCRIBIR-CUOTAS.
           PERFORM 28200-GRABAR-CARGOS.
           PERFORM 30000-FINAL.

      *    Corre cada mes antes de F112CMNT (que da de alta a los
      *    responsables pedidos en CLIMOVS) y de F112EVAL, que
      *    factura las cuotas dejadas en TRANSAC.DAT. Parametro
      *    opcional AAAAMM para el periodo de la cuota.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           MOVE WS-FECHA-HOY(1:6) TO WS-PERIODO
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-PERIODO
           END-IF
           COMPUTE WS-PERIODO-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-PERIODO-HASTA = WS-PERIODO * 100 + 31

           OPEN EXTEND JOBLOG.
           IF FS-JOBLOG-OK
               SET JOBLOG-ABIERTO TO TRUE
           END-IF

           PERFORM 11000-GENERAR-RUN-ID

           OPEN EXTEND RUNSTAT.
           IF FS-RUNSTAT-OK
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           PERFORM 11500-LEER-PARAMETROS
           PERFORM 12000-CARGAR-ARANCELES
           PERFORM 12500-CARGAR-BECAS
           PERFORM 13000-CARGAR-TUTORES
           PERFORM 13500-CARGAR-CLIENTES
           PERFORM 14000-CARGAR-CUOTAS
           PERFORM 14500-CARGAR-LEGAJOS
           PERFORM 15000-CARGAR-ITEMS
           PERFORM 15500-CARGAR-LINEAS

           OPEN EXTEND MOVIMIENTOS.
           IF FS-MOVIMIENTOS = "35"
               OPEN OUTPUT MOVIMIENTOS
           END-IF
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR AL ABRIR CLIMOVS'
               DISPLAY 'FILE STATUS ' FS-MOVIMIENTOS
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-MOVIMIENTOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR CLIMOVS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET MOVIMIENTOS-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND TRANS-CRUDO.
           IF FS-TRANS-CRUDO = "35"
               OPEN OUTPUT TRANS-CRUDO
           END-IF
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR AL ABRIR TRANSAC'
               DISPLAY 'FILE STATUS ' FS-TRANS-CRUDO
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET TRANS-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT CUOTA-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
               MOVE WS-PERIODO TO LCT-PERIODO
               MOVE WS-FECHA-HOY TO LCT-FECHA
               WRITE LIN-CUOTA FROM LIN-CU-TITULO
           END-IF.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'F112CUOT' AND RS-FIN(1:8)
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

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    registro de locks nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 4 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CLIENTES.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'L' TO WS-LR-MODO(1)
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'L' TO WS-LR-MODO(3)
           MOVE 'LEGAJOS.DAT' TO WS-LR-ARCHIVO(4)
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
                   MOVE '11100-TOMAR-LOCKS' TO JL-PARRAFO
                   MOVE '00' TO JL-FILE-STATUS
                   MOVE 'ERROR EN LOCKREG.DAT' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
           END-EVALUATE.

       11500-LEER-PARAMETROS.
           OPEN INPUT PARAM-CUOTAS.
           IF FS-PARAM-OK
               READ PARAM-CUOTAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPERADOR-CP NOT = SPACES
                           MOVE OPERADOR-CP TO WS-OPERADOR-CUOTAS
                       END-IF
                       MOVE PORC-HERMANO-2-CP TO WS-PORC-HERMANO-2
                       MOVE PORC-HERMANO-3-CP TO WS-PORC-HERMANO-3
                       IF PORC-TOPE-CP > 0
                           MOVE PORC-TOPE-CP TO WS-PORC-TOPE
                       END-IF
                       IF DIAS-RETENCION-CP > 0
                           MOVE DIAS-RETENCION-CP
                               TO WS-DIAS-RETENCION
                       END-IF
               END-READ
               CLOSE PARAM-CUOTAS
           END-IF.

       12000-CARGAR-ARANCELES.
           OPEN INPUT ARANCELES.
           IF FS-ARANCELES-OK
               PERFORM UNTIL FIN-ARANCELES = 'S'
                   READ ARANCELES
                       AT END
                           MOVE 'S' TO FIN-ARANCELES
                       NOT AT END
                           ADD 1 TO CANT-ARANCELES
                           MOVE ANIO-CURSO-AR
                               TO TAR-CURSO(CANT-ARANCELES)
                           MOVE COD-SERVICIO-AR
                               TO TAR-COD-SERVICIO(CANT-ARANCELES)
                           MOVE IMPORTE-AR
                               TO TAR-IMPORTE(CANT-ARANCELES)
                   END-READ
               END-PERFORM
               CLOSE ARANCELES
           ELSE
               DISPLAY 'ERROR AL ABRIR ARANCEL'
               DISPLAY 'FILE STATUS ' FS-ARANCELES
               MOVE '12000-CARGAR-ARANC' TO JL-PARRAFO
               MOVE FS-ARANCELES TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR ARANCEL' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       12500-CARGAR-BECAS.
           OPEN INPUT BECAS.
           IF FS-BECAS-OK
               PERFORM UNTIL FIN-BECAS = 'S'
                   READ BECAS
                       AT END
                           MOVE 'S' TO FIN-BECAS
                       NOT AT END
                           ADD 1 TO CANT-BECAS
                           MOVE LEGAJO-BE TO TBE-LEGAJO(CANT-BECAS)
                           MOVE PORC-BECA-BE TO TBE-PORC(CANT-BECAS)
                           MOVE FECHA-DESDE-BE
                               TO TBE-DESDE(CANT-BECAS)
                           MOVE FECHA-HASTA-BE
                               TO TBE-HASTA(CANT-BECAS)
                   END-READ
               END-PERFORM
               CLOSE BECAS
           END-IF.

       13000-CARGAR-TUTORES.
           OPEN INPUT TUTORES.
           IF FS-TUTORES-OK
               PERFORM UNTIL FIN-TUTORES = 'S'
                   READ TUTORES
                       AT END
                           MOVE 'S' TO FIN-TUTORES
                       NOT AT END
                           ADD 1 TO CANT-TUTORES
                           MOVE REG-TUTOR
                               TO TABLA-TUTOR-ITEM(CANT-TUTORES)
                   END-READ
               END-PERFORM
               CLOSE TUTORES
           ELSE
               DISPLAY 'SIN RESPONSABLES DE ALUMNOS ' FS-TUTORES
           END-IF.

       13500-CARGAR-CLIENTES.
           OPEN INPUT CLIENTES-CRUDO.
           IF FS-CTE-OK
               PERFORM UNTIL FIN-CLIENTES = 'S'
                   READ CLIENTES-CRUDO
                       AT END
                           MOVE 'S' TO FIN-CLIENTES
                       NOT AT END
                           PERFORM 13600-TOMAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-CRUDO
           END-IF.

       13600-TOMAR-CLIENTE.
           IF CANT-ARANCELES > 0
               SET IDX-ARAN TO 1
               SEARCH TABLA-ARAN-ITEM
                   AT END
                       CONTINUE
                   WHEN TAR-COD-SERVICIO(IDX-ARAN) = COD-SERVICIO-CC
                       ADD 1 TO CANT-CLIENTES
                       MOVE NRO-CLIENTE-CC
                           TO TCL-NRO-CLIENTE(CANT-CLIENTES)
                       MOVE COD-SERVICIO-CC
                           TO TCL-COD-SERVICIO(CANT-CLIENTES)
                       MOVE NYAR-CC TO TCL-NYAR(CANT-CLIENTES)
                       MOVE BANCO-CC TO TCL-BANCO(CANT-CLIENTES)
                       MOVE CTA-BANCO-CC
                           TO TCL-CTA-BANCO(CANT-CLIENTES)
                       MOVE SPACE TO TCL-PEDIDO(CANT-CLIENTES)
               END-SEARCH
           END-IF.

       14000-CARGAR-CUOTAS.
           OPEN INPUT CUOTAS-ALUMNO.
           IF FS-CUOTAS-OK
               PERFORM UNTIL FIN-CUOTAS = 'S'
                   READ CUOTAS-ALUMNO
                       AT END
                           MOVE 'S' TO FIN-CUOTAS
                       NOT AT END
                           ADD 1 TO CANT-CUOTAS
                           MOVE REG-CUOTA-ALUMNO
                               TO TABLA-CUO-ITEM(CANT-CUOTAS)
                   END-READ
               END-PERFORM
               CLOSE CUOTAS-ALUMNO
           END-IF.

      *    Por alumno queda resuelto el responsable y el servicio y
      *    la cuota de su anio, para poder ver a los hermanos.
       14500-CARGAR-LEGAJOS.
           OPEN INPUT LEGAJOS.
           IF FS-LEGAJOS-OK
               PERFORM UNTIL FIN-LEGAJOS = 'S'
                   READ LEGAJOS
                       AT END
                           MOVE 'S' TO FIN-LEGAJOS
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           PERFORM 14600-TOMAR-LEGAJO
                   END-READ
               END-PERFORM
               CLOSE LEGAJOS
           ELSE
               DISPLAY 'ERROR AL ABRIR LEGAJOS'
               DISPLAY 'FILE STATUS ' FS-LEGAJOS
               MOVE '14500-CARGAR-LEGAJOS' TO JL-PARRAFO
               MOVE FS-LEGAJOS TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR LEGAJOS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       14600-TOMAR-LEGAJO.
           ADD 1 TO CANT-ALUMNOS
           MOVE LEGAJO-L TO TAL-LEGAJO(CANT-ALUMNOS)
           MOVE NOMBRE-L TO TAL-NOMBRE(CANT-ALUMNOS)
           MOVE ANIO-CURSO-L TO TAL-CURSO(CANT-ALUMNOS)
           MOVE ESTADO-L TO TAL-ESTADO(CANT-ALUMNOS)
           MOVE 0 TO TAL-IDX-TUTOR(CANT-ALUMNOS)
           MOVE 0 TO TAL-NRO-CLIENTE(CANT-ALUMNOS)
           MOVE SPACES TO TAL-COD-SERVICIO(CANT-ALUMNOS)
           MOVE 0 TO TAL-IMPORTE(CANT-ALUMNOS)
           IF CANT-TUTORES > 0
               SET IDX-TUTOR TO 1
               SEARCH TABLA-TUTOR-ITEM
                   AT END
                       CONTINUE
                   WHEN TTU-LEGAJO(IDX-TUTOR) = LEGAJO-L
                       SET TAL-IDX-TUTOR(CANT-ALUMNOS) TO IDX-TUTOR
                       MOVE TTU-NRO-CLIENTE(IDX-TUTOR)
                           TO TAL-NRO-CLIENTE(CANT-ALUMNOS)
               END-SEARCH
           END-IF
           IF CANT-ARANCELES > 0
               SET IDX-ARAN TO 1
               SEARCH TABLA-ARAN-ITEM
                   AT END
                       CONTINUE
                   WHEN TAR-CURSO(IDX-ARAN) = ANIO-CURSO-L
                       MOVE TAR-COD-SERVICIO(IDX-ARAN)
                           TO TAL-COD-SERVICIO(CANT-ALUMNOS)
                       MOVE TAR-IMPORTE(IDX-ARAN)
                           TO TAL-IMPORTE(CANT-ALUMNOS)
               END-SEARCH
           END-IF.

       15000-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           IF SALDO-IA > 0
                              AND TIPO-DOC-IA NOT = 'NCR'
                               ADD 1 TO CANT-ITEMS
                               MOVE NRO-FACTURA-IA
                                   TO TIT-NRO-FACTURA(CANT-ITEMS)
                               MOVE NRO-CLIENTE-IA
                                   TO TIT-NRO-CLIENTE(CANT-ITEMS)
                               MOVE FECHA-IA TO TIT-FECHA(CANT-ITEMS)
                               MOVE SALDO-IA TO TIT-SALDO(CANT-ITEMS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           ELSE
               DISPLAY 'SIN ITEMS ABIERTOS ' FS-ITEMS
           END-IF.

       15500-CARGAR-LINEAS.
           OPEN INPUT FACTURAS.
           IF FS-FACTURAS-OK
               PERFORM UNTIL FIN-FACTURAS = 'S'
                   READ FACTURAS
                       AT END
                           MOVE 'S' TO FIN-FACTURAS
                       NOT AT END
                           PERFORM 15600-TOMAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE FACTURAS
           ELSE
               DISPLAY 'SIN FACTURAS ' FS-FACTURAS
           END-IF.

       15600-TOMAR-LINEA.
           IF CANT-ITEMS > 0
               SET IDX-ITEM TO 1
               SEARCH TABLA-ITEMS-ITEM
                   AT END
                       CONTINUE
                   WHEN TIT-NRO-FACTURA(IDX-ITEM) = NRO-FACTURA-F
                    AND TIT-NRO-CLIENTE(IDX-ITEM) = NRO-CLIENTE-F
                       ADD 1 TO CANT-LINEAS
                       MOVE NRO-FACTURA-F
                           TO TLF-NRO-FACTURA(CANT-LINEAS)
                       MOVE NRO-CLIENTE-F
                           TO TLF-NRO-CLIENTE(CANT-LINEAS)
                       MOVE COD-SERVICIO-F
                           TO TLF-COD-SERVICIO(CANT-LINEAS)
                       MOVE IMPORTE-TOTAL-F
                           TO TLF-IMPORTE(CANT-LINEAS)
               END-SEARCH
           END-IF.

      *    Igual que F112CORT: la deuda de cada factura se reparte
      *    entre los servicios de sus lineas y por par queda el
      *    saldo y la fecha del item abierto mas viejo.
       20000-ACUMULAR-DEUDA.
           MOVE 0 TO WS-TOTAL-FACTURA
           PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
               UNTIL WS-IDX-LINEA > CANT-LINEAS
               IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                       = TIT-NRO-FACTURA(WS-IDX-ITEM)
                  AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                       = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   ADD TLF-IMPORTE(WS-IDX-LINEA) TO WS-TOTAL-FACTURA
               END-IF
           END-PERFORM
           IF WS-TOTAL-FACTURA > 0
               PERFORM VARYING WS-IDX-LINEA FROM 1 BY 1
                   UNTIL WS-IDX-LINEA > CANT-LINEAS
                   IF TLF-NRO-FACTURA(WS-IDX-LINEA)
                           = TIT-NRO-FACTURA(WS-IDX-ITEM)
                      AND TLF-NRO-CLIENTE(WS-IDX-LINEA)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                      AND TLF-IMPORTE(WS-IDX-LINEA) > 0
                       COMPUTE WS-PORCION ROUNDED =
                           TIT-SALDO(WS-IDX-ITEM)
                           * TLF-IMPORTE(WS-IDX-LINEA)
                           / WS-TOTAL-FACTURA
                       PERFORM 21000-SUMAR-DEUDA
                   END-IF
               END-PERFORM
           END-IF.

       21000-SUMAR-DEUDA.
           MOVE 0 TO WS-IDX-DEUDA
           IF CANT-DEUDAS > 0
               SET IDX-DEUDA TO 1
               SEARCH TABLA-DEUDAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-NRO-CLIENTE(IDX-DEUDA)
                           = TIT-NRO-CLIENTE(WS-IDX-ITEM)
                    AND TDE-COD-SERVICIO(IDX-DEUDA)
                           = TLF-COD-SERVICIO(WS-IDX-LINEA)
                       SET WS-IDX-DEUDA TO IDX-DEUDA
               END-SEARCH
           END-IF
           IF WS-IDX-DEUDA = 0
               ADD 1 TO CANT-DEUDAS
               MOVE CANT-DEUDAS TO WS-IDX-DEUDA
               MOVE TIT-NRO-CLIENTE(WS-IDX-ITEM)
                   TO TDE-NRO-CLIENTE(WS-IDX-DEUDA)
               MOVE TLF-COD-SERVICIO(WS-IDX-LINEA)
                   TO TDE-COD-SERVICIO(WS-IDX-DEUDA)
               MOVE TIT-FECHA(WS-IDX-ITEM)
                   TO TDE-FECHA-VIEJA(WS-IDX-DEUDA)
               MOVE 0 TO TDE-SALDO(WS-IDX-DEUDA)
           END-IF
           IF TIT-FECHA(WS-IDX-ITEM) < TDE-FECHA-VIEJA(WS-IDX-DEUDA)
               MOVE TIT-FECHA(WS-IDX-ITEM)
                   TO TDE-FECHA-VIEJA(WS-IDX-DEUDA)
           END-IF
           ADD WS-PORCION TO TDE-SALDO(WS-IDX-DEUDA).

      *    Activo: se factura la cuota del periodo. Baja o egresado:
      *    se deja de facturar y se libera el par del responsable
      *    si ningun otro alumno lo usa. La deuda se informa en
      *    los dos casos.
       22000-PROCESAR-ALUMNO.
           MOVE SPACES TO WS-ACCION
           MOVE 0 TO WS-CUOTA
           MOVE 0 TO WS-PORC-DESCUENTO
           PERFORM 22100-BUSCAR-CUOTA
           IF TAL-ESTADO(WS-IDX-ALU) = 'A'
               PERFORM 23000-FACTURAR-ALUMNO
           ELSE
               IF WS-IDX-CUO > 0
                   IF TCU-ESTADO(WS-IDX-CUO) = 'A'
                       PERFORM 24000-BAJA-ALUMNO
                   END-IF
               END-IF
           END-IF
           IF WS-IDX-CUO > 0
               PERFORM 25000-DEUDA-ALUMNO
           END-IF
           IF WS-ACCION NOT = SPACES
               PERFORM 27000-LISTAR-ALUMNO
           END-IF.

       22100-BUSCAR-CUOTA.
           MOVE 0 TO WS-IDX-CUO
           IF CANT-CUOTAS > 0
               SET IDX-CUO TO 1
               SEARCH TABLA-CUO-ITEM
                   AT END
                       CONTINUE
                   WHEN TCU-LEGAJO(IDX-CUO) = TAL-LEGAJO(WS-IDX-ALU)
                       SET WS-IDX-CUO TO IDX-CUO
               END-SEARCH
           END-IF.

       23000-FACTURAR-ALUMNO.
           IF TAL-NRO-CLIENTE(WS-IDX-ALU) = 0
               MOVE 'SIN TUTOR' TO WS-ACCION
               ADD 1 TO WS-CANT-OBSERVADOS
           ELSE
               IF TAL-COD-SERVICIO(WS-IDX-ALU) = SPACES
                   MOVE 'SIN ARANCEL' TO WS-ACCION
                   ADD 1 TO WS-CANT-OBSERVADOS
               ELSE
                   IF WS-IDX-CUO = 0
                       PERFORM 23100-ALTA-CUOTA
                   END-IF
                   IF TCU-ESTADO(WS-IDX-CUO) = 'A'
                      AND (TCU-NRO-CLIENTE(WS-IDX-CUO)
                              NOT = TAL-NRO-CLIENTE(WS-IDX-ALU)
                           OR TCU-COD-SERVICIO(WS-IDX-CUO)
                              NOT = TAL-COD-SERVICIO(WS-IDX-ALU))
                       MOVE TCU-NRO-CLIENTE(WS-IDX-CUO)
                           TO WS-CLIENTE-PAR
                       MOVE TCU-COD-SERVICIO(WS-IDX-CUO)
                           TO WS-SERVICIO-PAR
                       PERFORM 24100-LIBERAR-PAR
                   END-IF
                   MOVE 'A' TO TCU-ESTADO(WS-IDX-CUO)
                   MOVE TAL-NRO-CLIENTE(WS-IDX-ALU)
                       TO TCU-NRO-CLIENTE(WS-IDX-CUO)
                   MOVE TAL-COD-SERVICIO(WS-IDX-ALU)
                       TO TCU-COD-SERVICIO(WS-IDX-CUO)
                   PERFORM 23200-ASEGURAR-CLIENTE
                   IF TCU-PERIODO-ULT(WS-IDX-CUO) < WS-PERIODO
                       PERFORM 23500-GENERAR-CUOTA
                   END-IF
               END-IF
           END-IF.

       23100-ALTA-CUOTA.
           ADD 1 TO CANT-CUOTAS
           MOVE CANT-CUOTAS TO WS-IDX-CUO
           MOVE TAL-LEGAJO(WS-IDX-ALU) TO TCU-LEGAJO(WS-IDX-CUO)
           MOVE 0 TO TCU-NRO-CLIENTE(WS-IDX-CUO)
           MOVE SPACES TO TCU-COD-SERVICIO(WS-IDX-CUO)
           MOVE 'A' TO TCU-ESTADO(WS-IDX-CUO)
           MOVE 0 TO TCU-PERIODO-ULT(WS-IDX-CUO)
           MOVE 0 TO TCU-IMPORTE-ULT(WS-IDX-CUO)
           MOVE 0 TO TCU-DEUDA(WS-IDX-CUO)
           MOVE 0 TO TCU-FECHA-DEUDA(WS-IDX-CUO)
           MOVE 'N' TO TCU-RETENIDO(WS-IDX-CUO).

      *    El par responsable/servicio se da de alta con cargo fijo
      *    en cero: la cuota de cada hijo viaja como transaccion, y
      *    asi dos hermanos del mismo anio comparten el par. Si el
      *    responsable cambio de nombre o de cuenta se modifica.
       23200-ASEGURAR-CLIENTE.
           MOVE TAL-NRO-CLIENTE(WS-IDX-ALU) TO WS-CLIENTE-PAR
           MOVE TAL-COD-SERVICIO(WS-IDX-ALU) TO WS-SERVICIO-PAR
           PERFORM 24200-BUSCAR-PAR
           MOVE TAL-IDX-TUTOR(WS-IDX-ALU) TO WS-IDX-OTRO
           IF WS-IDX-CLI = 0
               ADD 1 TO CANT-CLIENTES
               MOVE CANT-CLIENTES TO WS-IDX-CLI
               MOVE WS-CLIENTE-PAR TO TCL-NRO-CLIENTE(WS-IDX-CLI)
               MOVE WS-SERVICIO-PAR TO TCL-COD-SERVICIO(WS-IDX-CLI)
               MOVE TTU-NYAR(WS-IDX-OTRO) TO TCL-NYAR(WS-IDX-CLI)
               MOVE TTU-BANCO(WS-IDX-OTRO) TO TCL-BANCO(WS-IDX-CLI)
               MOVE TTU-CTA-BANCO(WS-IDX-OTRO)
                   TO TCL-CTA-BANCO(WS-IDX-CLI)
               MOVE 'A' TO TCL-PEDIDO(WS-IDX-CLI)
               MOVE SPACES TO REG-MOVIMIENTO
               MOVE 'A' TO TIPO-MV
               MOVE WS-CLIENTE-PAR TO NRO-CLIENTE-MV
               MOVE WS-SERVICIO-PAR TO COD-SERVICIO-MV
               MOVE TTU-NYAR(WS-IDX-OTRO) TO NYAR-MV
               MOVE 0 TO IMPORTE-MV
               MOVE TTU-BANCO(WS-IDX-OTRO) TO BANCO-MV
               MOVE TTU-CTA-BANCO(WS-IDX-OTRO) TO CTA-BANCO-MV
               MOVE WS-OPERADOR-CUOTAS TO OPERADOR-MV
               PERFORM 26000-GRABAR-MOVIMIENTO
               ADD 1 TO WS-CANT-ALTAS
           ELSE
               IF TCL-PEDIDO(WS-IDX-CLI) = SPACE
                  AND (TCL-NYAR(WS-IDX-CLI)
                          NOT = TTU-NYAR(WS-IDX-OTRO)
                       OR TCL-BANCO(WS-IDX-CLI)
                          NOT = TTU-BANCO(WS-IDX-OTRO)
                       OR TCL-CTA-BANCO(WS-IDX-CLI)
                          NOT = TTU-CTA-BANCO(WS-IDX-OTRO))
                   MOVE 'M' TO TCL-PEDIDO(WS-IDX-CLI)
                   MOVE SPACES TO REG-MOVIMIENTO
                   MOVE 'M' TO TIPO-MV
                   MOVE WS-CLIENTE-PAR TO NRO-CLIENTE-MV
                   MOVE WS-SERVICIO-PAR TO COD-SERVICIO-MV
                   IF TCL-NYAR(WS-IDX-CLI)
                           NOT = TTU-NYAR(WS-IDX-OTRO)
                       MOVE TTU-NYAR(WS-IDX-OTRO) TO NYAR-MV
                   END-IF
                   IF TCL-BANCO(WS-IDX-CLI)
                           NOT = TTU-BANCO(WS-IDX-OTRO)
                      OR TCL-CTA-BANCO(WS-IDX-CLI)
                           NOT = TTU-CTA-BANCO(WS-IDX-OTRO)
                       MOVE TTU-BANCO(WS-IDX-OTRO) TO BANCO-MV
                       MOVE TTU-CTA-BANCO(WS-IDX-OTRO)
                           TO CTA-BANCO-MV
                   END-IF
                   MOVE 0 TO IMPORTE-MV
                   MOVE WS-OPERADOR-CUOTAS TO OPERADOR-MV
                   PERFORM 26000-GRABAR-MOVIMIENTO
                   ADD 1 TO WS-CANT-MODIF
               END-IF
           END-IF.

      *    Descuento por hermano segun el orden de legajo entre los
      *    hijos activos del mismo responsable (el mayor paga
      *    completo) mas la beca vigente en el periodo, con tope.
       23500-GENERAR-CUOTA.
           MOVE 1 TO WS-ORDEN-HERMANO
           PERFORM VARYING WS-IDX-OTRO FROM 1 BY 1
               UNTIL WS-IDX-OTRO > CANT-ALUMNOS
               IF TAL-ESTADO(WS-IDX-OTRO) = 'A'
                  AND TAL-COD-SERVICIO(WS-IDX-OTRO) NOT = SPACES
                  AND TAL-NRO-CLIENTE(WS-IDX-OTRO)
                       = TAL-NRO-CLIENTE(WS-IDX-ALU)
                  AND TAL-LEGAJO(WS-IDX-OTRO)
                       < TAL-LEGAJO(WS-IDX-ALU)
                   ADD 1 TO WS-ORDEN-HERMANO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ORDEN-HERMANO = 1
                   MOVE 0 TO WS-PORC-DESCUENTO
               WHEN WS-ORDEN-HERMANO = 2
                   MOVE WS-PORC-HERMANO-2 TO WS-PORC-DESCUENTO
               WHEN OTHER
                   MOVE WS-PORC-HERMANO-3 TO WS-PORC-DESCUENTO
           END-EVALUATE
           MOVE 0 TO WS-PORC-BECA
           IF CANT-BECAS > 0
               SET IDX-BECA TO 1
               SEARCH TABLA-BECA-ITEM
                   AT END
                       CONTINUE
                   WHEN TBE-LEGAJO(IDX-BECA) = TAL-LEGAJO(WS-IDX-ALU)
                    AND TBE-DESDE(IDX-BECA) <= WS-PERIODO-HASTA
                    AND (TBE-HASTA(IDX-BECA) = 0
                         OR TBE-HASTA(IDX-BECA) >= WS-PERIODO-DESDE)
                       MOVE TBE-PORC(IDX-BECA) TO WS-PORC-BECA
               END-SEARCH
           END-IF
           ADD WS-PORC-BECA TO WS-PORC-DESCUENTO
           IF WS-PORC-DESCUENTO > WS-PORC-TOPE
               MOVE WS-PORC-TOPE TO WS-PORC-DESCUENTO
           END-IF
           IF WS-PORC-DESCUENTO > 100
               MOVE 100 TO WS-PORC-DESCUENTO
           END-IF
           COMPUTE WS-CUOTA ROUNDED =
               TAL-IMPORTE(WS-IDX-ALU)
               * (100 - WS-PORC-DESCUENTO) / 100
           IF WS-CUOTA > 0
               ADD 1 TO CANT-CARGOS
               MOVE TAL-NRO-CLIENTE(WS-IDX-ALU)
                   TO TCG-NRO-CLIENTE(CANT-CARGOS)
               MOVE TAL-COD-SERVICIO(WS-IDX-ALU)
                   TO TCG-COD-SERVICIO(CANT-CARGOS)
               MOVE WS-CUOTA TO TCG-IMPORTE(CANT-CARGOS)
               ADD 1 TO WS-CANT-CUOTAS
               ADD WS-CUOTA TO WS-TOTAL-CUOTAS
               MOVE 'CUOTA' TO WS-ACCION
           ELSE
               MOVE 'BECA TOTAL' TO WS-ACCION
           END-IF
           MOVE WS-PERIODO TO TCU-PERIODO-ULT(WS-IDX-CUO)
           MOVE WS-CUOTA TO TCU-IMPORTE-ULT(WS-IDX-CUO).

       24000-BAJA-ALUMNO.
           MOVE 'B' TO TCU-ESTADO(WS-IDX-CUO)
           MOVE TCU-NRO-CLIENTE(WS-IDX-CUO) TO WS-CLIENTE-PAR
           MOVE TCU-COD-SERVICIO(WS-IDX-CUO) TO WS-SERVICIO-PAR
           PERFORM 24100-LIBERAR-PAR
           MOVE 'FIN CUOTAS' TO WS-ACCION.

      *    F112CMNT rechaza la baja si el responsable tiene saldo;
      *    el par queda con cargo cero y sin cuotas nuevas.
       24100-LIBERAR-PAR.
           MOVE 'N' TO WS-PAR-EN-USO
           PERFORM VARYING WS-IDX-OTRO FROM 1 BY 1
               UNTIL WS-IDX-OTRO > CANT-ALUMNOS
               IF WS-IDX-OTRO NOT = WS-IDX-ALU
                  AND TAL-ESTADO(WS-IDX-OTRO) = 'A'
                  AND TAL-NRO-CLIENTE(WS-IDX-OTRO) = WS-CLIENTE-PAR
                  AND TAL-COD-SERVICIO(WS-IDX-OTRO)
                       = WS-SERVICIO-PAR
                   MOVE 'S' TO WS-PAR-EN-USO
               END-IF
           END-PERFORM
           IF WS-PAR-EN-USO = 'N'
               PERFORM 24200-BUSCAR-PAR
               IF WS-IDX-CLI > 0
                   IF TCL-PEDIDO(WS-IDX-CLI) NOT = 'B'
                       MOVE 'B' TO TCL-PEDIDO(WS-IDX-CLI)
                       MOVE SPACES TO REG-MOVIMIENTO
                       MOVE 'B' TO TIPO-MV
                       MOVE WS-CLIENTE-PAR TO NRO-CLIENTE-MV
                       MOVE WS-SERVICIO-PAR TO COD-SERVICIO-MV
                       MOVE 0 TO IMPORTE-MV
                       MOVE WS-OPERADOR-CUOTAS TO OPERADOR-MV
                       PERFORM 26000-GRABAR-MOVIMIENTO
                       ADD 1 TO WS-CANT-BAJAS
                   END-IF
               END-IF
           END-IF.

       24200-BUSCAR-PAR.
           MOVE 0 TO WS-IDX-CLI
           IF CANT-CLIENTES > 0
               SET IDX-CLI TO 1
               SEARCH TABLA-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-CLIENTE(IDX-CLI) = WS-CLIENTE-PAR
                    AND TCL-COD-SERVICIO(IDX-CLI) = WS-SERVICIO-PAR
                       SET WS-IDX-CLI TO IDX-CLI
               END-SEARCH
           END-IF.

      *    La deuda del par es de la familia: todos los hijos que
      *    facturan en el par la ven. Se retiene el boletin cuando
      *    el item impago mas viejo supera los dias de tolerancia.
       25000-DEUDA-ALUMNO.
           MOVE 0 TO TCU-DEUDA(WS-IDX-CUO)
           MOVE 0 TO TCU-FECHA-DEUDA(WS-IDX-CUO)
           MOVE 'N' TO TCU-RETENIDO(WS-IDX-CUO)
           IF CANT-DEUDAS > 0
               SET IDX-DEUDA TO 1
               SEARCH TABLA-DEUDAS-ITEM
                   AT END
                       CONTINUE
                   WHEN TDE-NRO-CLIENTE(IDX-DEUDA)
                           = TCU-NRO-CLIENTE(WS-IDX-CUO)
                    AND TDE-COD-SERVICIO(IDX-DEUDA)
                           = TCU-COD-SERVICIO(WS-IDX-CUO)
                       MOVE TDE-SALDO(IDX-DEUDA)
                           TO TCU-DEUDA(WS-IDX-CUO)
                       MOVE TDE-FECHA-VIEJA(IDX-DEUDA)
                           TO TCU-FECHA-DEUDA(WS-IDX-CUO)
               END-SEARCH
           END-IF
           IF TCU-DEUDA(WS-IDX-CUO) > 0
               COMPUTE WS-DIAS-DEUDA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-N)
                   - FUNCTION INTEGER-OF-DATE(
                       TCU-FECHA-DEUDA(WS-IDX-CUO))
               IF WS-DIAS-DEUDA >= WS-DIAS-RETENCION
                   MOVE 'S' TO TCU-RETENIDO(WS-IDX-CUO)
                   ADD 1 TO WS-CANT-RETENIDOS
                   IF WS-ACCION = SPACES
                       MOVE 'DEUDA' TO WS-ACCION
                   END-IF
               END-IF
           END-IF.

       26000-GRABAR-MOVIMIENTO.
           WRITE REG-MOVIMIENTO
           IF NOT FS-MOVIMIENTOS-OK
               DISPLAY 'ERROR ESCRITURA CLIMOVS'
               MOVE '26000-GRABAR-MOV' TO JL-PARRAFO
               MOVE FS-MOVIMIENTOS TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA CLIMOVS' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           ADD 1 TO WS-CANT-SALIDA.

       27000-LISTAR-ALUMNO.
           IF LISTADO-ABIERTO
               MOVE WS-ACCION TO LCD-ACCION
               MOVE TAL-LEGAJO(WS-IDX-ALU) TO LCD-LEGAJO
               MOVE TAL-NOMBRE(WS-IDX-ALU) TO LCD-NOMBRE
               MOVE TAL-NRO-CLIENTE(WS-IDX-ALU) TO LCD-CLIENTE
               MOVE TAL-COD-SERVICIO(WS-IDX-ALU) TO LCD-SERVICIO
               MOVE TAL-IMPORTE(WS-IDX-ALU) TO LCD-ARANCEL
               MOVE WS-PORC-DESCUENTO TO LCD-DESCUENTO
               MOVE WS-CUOTA TO LCD-CUOTA
               MOVE 0 TO LCD-DEUDA
               MOVE SPACES TO LCD-RETENIDO
               IF WS-IDX-CUO > 0
                   MOVE TCU-DEUDA(WS-IDX-CUO) TO LCD-DEUDA
                   IF TCU-RETENIDO(WS-IDX-CUO) = 'S'
                       MOVE 'RETENIDO' TO LCD-RETENIDO
                   END-IF
               END-IF
               WRITE LIN-CUOTA FROM LIN-CU-DETALLE
           END-IF.

       28000-REESCRIBIR-CUOTAS.
           IF WS-ESTADO-FINAL = 'OK'
               OPEN OUTPUT CUOTAS-ALUMNO
               IF FS-CUOTAS-OK
                   PERFORM VARYING WS-IDX-CUO FROM 1 BY 1
                       UNTIL WS-IDX-CUO > CANT-CUOTAS
                       MOVE TABLA-CUO-ITEM(WS-IDX-CUO)
                           TO REG-CUOTA-ALUMNO
                       WRITE REG-CUOTA-ALUMNO
                       IF NOT FS-CUOTAS-OK
                           DISPLAY 'ERROR ESCRITURA CUOTALUM'
                           MOVE '28000-REESCRIBIR' TO JL-PARRAFO
                           MOVE FS-CUOTAS TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA CUOTALUM' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE CUOTAS-ALUMNO
               ELSE
                   DISPLAY 'ERROR REESCRITURA CUOTALUM ' FS-CUOTAS
                   MOVE '28000-REESCRIBIR' TO JL-PARRAFO
                   MOVE FS-CUOTAS TO JL-FILE-STATUS
                   MOVE 'ERROR REESCRITURA CUOTALUM' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
               END-IF
           END-IF.

      *    Los debitos se graban recien con CUOTALUM reescrito: si la
      *    corrida termina antes, TCU-PERIODO-ULT no avanzo y la
      *    re-corrida factura el periodo una sola vez.
       28200-GRABAR-CARGOS.
           IF WS-ESTADO-FINAL = 'OK'
               PERFORM VARYING WS-IDX-CARGO FROM 1 BY 1
                   UNTIL WS-IDX-CARGO > CANT-CARGOS
                   PERFORM 28300-GRABAR-CARGO
               END-PERFORM
           END-IF.

       28300-GRABAR-CARGO.
           MOVE TCG-NRO-CLIENTE(WS-IDX-CARGO) TO NRO-CLIENTE-TC
           MOVE TCG-COD-SERVICIO(WS-IDX-CARGO) TO COD-SERVICIO-TC
           MOVE 'D' TO IND-TRANS-TC
           MOVE TCG-IMPORTE(WS-IDX-CARGO) TO IMPORTE-TC
           WRITE REG-TRANS-CRUDO
           IF NOT FS-TRANS-CRUDO-OK
               DISPLAY 'ERROR ESCRITURA TRANSAC'
               MOVE '28300-GRABAR-CARGO' TO JL-PARRAFO
               MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'F112CUOT' TO JL-PROGRAMA
               IF JL-SEVERITY = SPACES
                   MOVE 'ERROR' TO JL-SEVERITY
               END-IF
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
               MOVE SPACES TO JL-SEVERITY
           END-IF.

       30000-FINAL.
           DISPLAY 'LEGAJOS LEIDOS      : ' WS-CANT-ENTRADA
           DISPLAY 'CUOTAS GENERADAS    : ' WS-CANT-CUOTAS
           DISPLAY 'ALTAS DE RESPONSABLE: ' WS-CANT-ALTAS
           DISPLAY 'MODIF. RESPONSABLE  : ' WS-CANT-MODIF
           DISPLAY 'BAJAS DE RESPONSABLE: ' WS-CANT-BAJAS
           DISPLAY 'ALUMNOS OBSERVADOS  : ' WS-CANT-OBSERVADOS
           DISPLAY 'BOLETINES RETENIDOS : ' WS-CANT-RETENIDOS
           IF LISTADO-ABIERTO
               MOVE WS-CANT-CUOTAS TO LCF-CUOTAS
               MOVE WS-TOTAL-CUOTAS TO LCF-IMPORTE
               MOVE WS-CANT-RETENIDOS TO LCF-RETENIDOS
               WRITE LIN-CUOTA FROM LIN-CU-TOTAL
               CLOSE CUOTA-LISTADO
           END-IF
           IF MOVIMIENTOS-ABIERTO
               CLOSE MOVIMIENTOS
           END-IF
           IF TRANS-ABIERTO
               CLOSE TRANS-CRUDO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112CUOT' TO RS-JOB
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

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM F112CUOT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERV-CORTES ASSIGN TO  '..\SERVCORT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CORTES.

           SELECT CLIENTES-CRUDO ASSIGN TO  '..\CLIENTES.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CLIENTES.

           SELECT CLIENTES-ORD ASSIGN TO  '..\CLIEORD.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CLIE-ORD.

           SELECT CLIENTES-IX ASSIGN TO  '..\CLIMAEIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS DYNAMIC
                         RECORD KEY IS CLAVE-IX
                         ALTERNATE RECORD KEY IS NYAR-IX
                             WITH DUPLICATES
                         FILE STATUS  IS FS-INDICE.

           SELECT VEND-CLIENTES ASSIGN TO  '..\VENDCLI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VEND-CLI.

           SELECT DEPOSITOS ASSIGN TO  '..\DEPOGAR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPOSITOS.

           SELECT DIFERIDOS ASSIGN TO  '..\DIFERIDO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DIFERIDOS.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT NOMBRE-NUEVO ASSIGN TO  '..\NOMBRENV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-NOMBRE-NVO.

           SELECT NOMBRE-ANT ASSIGN TO  '..\NOMBREANT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-NOMBRE-ANT.

           SELECT DEPO-DEVOL ASSIGN TO  '..\DEPODEV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPO-DEV.

           SELECT CONTACTOS ASSIGN TO  '..\CONTACTO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CONTACTOS.

           SELECT RECHAZOS-MANT ASSIGN TO  '..\CLIMRECH.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-RECHAZOS.

           SELECT BAJAS ASSIGN TO '..\BAJAS'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-BAJAS.

           SELECT TARJETAS ASSIGN TO  '..\TARJETA'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TARJETAS.

           SELECT PERSONAS ASSIGN TO '..\PERSIX'
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS RANDOM
                         RECORD KEY IS DNI-P
                         FILE STATUS  IS FS-PERSONAS.

           SELECT LEGAJOS ASSIGN TO  '..\LEGAJOS.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LEGAJOS.

           SELECT RETP-TRABAJO ASSIGN TO 'RETPWORK.TMP'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRABAJO.

           SELECT AUDIT-CENTRAL ASSIGN TO  '..\AUDITORIA.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUDIT-CEN.

           SELECT CERTIFICADO ASSIGN TO  '..\RETCERT.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CERTIF.

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
      *    ESTADO-CT: 'S' servicio suspendido, 'R' reconectado.
       FD  SERV-CORTES.
       01  REG-CORTE.
           02 NRO-CLIENTE-CT           PIC 9(7).
           02 COD-SERVICIO-CT          PIC X(3).
           02 FECHA-CORTE-CT           PIC 9(8).
           02 FECHA-RECONEX-CT         PIC 9(8).
           02 ESTADO-CT                PIC X(1).

       FD  CLIENTES-CRUDO.
       01  REG-CLT-CRUDO.
           02 NRO-CLIENTE-CC           PIC 9(7).
           02 NYAR-CC                  PIC X(60).
           02 COD-SERVICIO-CC          PIC X(3).
           02 IMPORTE-CC               PIC 9(7)V99.
           02 BANCO-CC                 PIC X(3).
           02 CTA-BANCO-CC             PIC X(22).

       FD  CLIENTES-ORD.
       01  REG-CLT.
           02 NRO-CLIENTE-C            PIC 9(7).
           02 NYAR-C                   PIC X(60).
           02 COD-SERVICIO-C           PIC X(3).
           02 IMPORTE-C                PIC 9(7)V99.
           02 BANCO-C                  PIC X(3).
           02 CTA-BANCO-C              PIC X(22).

       FD  CLIENTES-IX.
       01  REG-CLT-IX.
           02 CLAVE-IX.
              03 NRO-CLIENTE-IX        PIC 9(7).
              03 COD-SERVICIO-IX       PIC X(3).
           02 NYAR-IX                  PIC X(60).
           02 IMPORTE-IX               PIC 9(7)V99.
           02 BANCO-IX                 PIC X(3).
           02 CTA-BANCO-IX             PIC X(22).

      *    ESTADO-VC: 'V' vigente, 'B' dado de baja, 'R' comision
      *    recuperada (no comisiona mas).
       FD  VEND-CLIENTES.
       01  REG-VEND-CLIENTE.
           02 NRO-CLIENTE-VC           PIC 9(7).
           02 COD-SERVICIO-VC          PIC X(3).
           02 COD-VENDEDOR-VC          PIC X(5).
           02 FECHA-ALTA-VC            PIC 9(8).
           02 ESTADO-VC                PIC X(1).
           02 FECHA-BAJA-VC            PIC 9(8).
           02 PERIODO-ULT-VC           PIC 9(6).
           02 FACTURADO-VC             PIC 9(9)V99.
           02 COBRADO-VC               PIC 9(9)V99.
           02 COMISION-VC              PIC 9(7)V99.

      *    ESTADO-DG: 'V' vigente, 'B' liquidado en la baja.
       FD  DEPOSITOS.
       01  REG-DEPOSITO.
           02 NRO-CLIENTE-DG           PIC 9(7).
           02 COD-SERVICIO-DG          PIC X(3).
           02 FECHA-ALTA-DG            PIC 9(8).
           02 IMPORTE-DG               PIC 9(7)V99.
           02 ESTADO-DG                PIC X(1).
           02 FECHA-BAJA-DG            PIC 9(8).
           02 APLICADO-DG              PIC 9(7)V99.
           02 DEVUELTO-DG              PIC 9(7)V99.

      *    ESTADO-DF: 'V' vigente, 'D' devengado en su totalidad,
      *    'B' liquidado en la baja del servicio.
       FD  DIFERIDOS.
       01  REG-DIFERIDO.
           02 NRO-CLIENTE-DF           PIC 9(7).
           02 NRO-FACTURA-DF           PIC 9(8).
           02 COD-SERVICIO-DF          PIC X(3).
           02 AREA-DF                  PIC X(10).
           02 FECHA-FACT-DF            PIC 9(8).
           02 MESES-DF                 PIC 9(2).
           02 REINTEGRA-DF             PIC X(1).
           02 IMPORTE-DF               PIC 9(9)V99.
           02 DEVENGADO-DF             PIC 9(9)V99.
           02 PERIODO-ULT-DF           PIC 9(6).
           02 ESTADO-DF                PIC X(1).
           02 FECHA-BAJA-DF            PIC 9(8).
           02 REINTEGRO-DF             PIC 9(9)V99.

       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

       FD  NOMBRE-NUEVO.
       01  REG-NOMBRE-NUEVO.
           02 NN-NRO-CLIENTE           PIC 9(7).
           02 NN-COD-SERVICIO          PIC X(3).
           02 NN-NYAR                  PIC X(60).

       FD  NOMBRE-ANT.
       01  REG-NOMBRE-ANT.
           02 NA-NRO-CLIENTE           PIC 9(7).
           02 NA-COD-SERVICIO          PIC X(3).
           02 NA-NYAR                  PIC X(60).

       FD  DEPO-DEVOL.
       01  REG-DEPO-DEVOL.
           02 NRO-CLIENTE-DV           PIC 9(7).
           02 COD-SERVICIO-DV          PIC X(3).
           02 NYAR-DV                  PIC X(60).
           02 BANCO-DV                 PIC X(3).
           02 CTA-BANCO-DV             PIC X(22).
           02 IMPORTE-DV               PIC 9(7)V99.
           02 FECHA-DV                 PIC 9(8).

       FD  CONTACTOS.
       01  REG-CONTACTO.
           02 NRO-CLIENTE-CO           PIC 9(7).
           02 DOMICILIO-CO             PIC X(40).
           02 LOCALIDAD-CO             PIC X(30).
           02 COD-POSTAL-CO            PIC X(8).
           02 EMAIL-CO                 PIC X(60).
           02 CANAL-CO                 PIC X(1).
           02 DOMIC-VALIDO-CO          PIC X(1).
           02 EMAIL-VALIDO-CO          PIC X(1).
           02 FECHA-ACT-CO             PIC 9(8).

       FD  RECHAZOS-MANT.
       01  REG-RECHAZO-MANT.
           02 TIPO-RM                  PIC X(1).
           02 NRO-CLIENTE-RM           PIC 9(7).
           02 COD-SERVICIO-RM          PIC X(3).
           02 MOTIVO-RM                PIC X(25).
           02 IMAGEN-RM                PIC X(108).

       FD  BAJAS.
       01  REG-BAJA.
           02 NRO-CTA-BJ               PIC 9(8).
           02 FECHA-BJ                 PIC 9(8).
           02 ESTADO-BJ                PIC X(1).

       FD  TARJETAS.
       01  REG-TARJETAS.
           02 NRO-CLI                  PIC 9(8).
           02 NYA                      PIC X(30).
           02 NRO-CTA-T                PIC 9(8).
           02 MONTO-DIS                PIC 9(15)V99.

       FD  PERSONAS.
       01  REG-PERSONA.
           02 DNI-P                    PIC 9(8).
           02 NOMBRE-P                 PIC X(50).
           02 APELLIDO-P               PIC X(50).
           02 TELEFONO-P               PIC 9(15).
           02 DIRECCION-P              PIC X(50).
           02 ESTADO-CIVIL-P           PIC X(10).
           02 HIJOS-P                  PIC X(2).
           02 GRUPO-FACTOR-SANGRE-P.
              03 GRUPO-P               PIC X(1).
              03 FACTOR-P              PIC X(1).

      *    ESTADO-L: 'A' alumno activo, 'B' baja, 'E' egresado.
       FD  LEGAJOS.
       01  REG-LEGAJO.
           02 LEGAJO-L                 PIC 9(8).
           02 NOMBRE-L                 PIC X(30).
           02 ANIO-CURSO-L             PIC 9(1).
           02 DIVISION-L               PIC X(1).
           02 ESTADO-L                 PIC X(1).
           02 FECHA-ALTA-L             PIC 9(8).
           02 FECHA-BAJA-L             PIC 9(8).

       FD  RETP-TRABAJO.
       01  REG-TRABAJO                 PIC X(160).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.
           02 AC-PROGRAMA              PIC X(10).
           02 AC-ARCHIVO               PIC X(12).
           02 AC-CLAVE                 PIC X(20).
           02 AC-IMAGEN-ANTES          PIC X(132).
           02 AC-IMAGEN-DESPUES        PIC X(132).
           02 AC-TIMESTAMP             PIC X(21).
           02 AC-RUN-ID                PIC X(11).
           02 AC-OPERADOR              PIC X(8).

       FD  CERTIFICADO.
       01  LIN-CERTIF                  PIC X(132).

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
       01  FS-CORTES                   PIC X(2).
           88 FS-CORTES-OK         VALUE "00".
       01  FS-CLIENTES                 PIC X(2).
           88 FS-CLIENTES-OK       VALUE "00".
       01  FS-CLIE-ORD                 PIC X(2).
           88 FS-CLIE-ORD-OK       VALUE "00".
       01  FS-INDICE                   PIC X(2).
           88 FS-INDICE-OK         VALUE "00".
       01  FS-VEND-CLI                 PIC X(2).
           88 FS-VEND-CLI-OK       VALUE "00".
       01  FS-DEPOSITOS                PIC X(2).
           88 FS-DEPOSITOS-OK      VALUE "00".
       01  FS-DIFERIDOS                PIC X(2).
           88 FS-DIFERIDOS-OK      VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-NOMBRE-NVO               PIC X(2).
           88 FS-NOMBRE-NVO-OK     VALUE "00".
       01  FS-NOMBRE-ANT               PIC X(2).
           88 FS-NOMBRE-ANT-OK     VALUE "00".
       01  FS-DEPO-DEV                 PIC X(2).
           88 FS-DEPO-DEV-OK       VALUE "00".
       01  FS-CONTACTOS                PIC X(2).
           88 FS-CONTACTOS-OK      VALUE "00".
       01  FS-RECHAZOS                 PIC X(2).
           88 FS-RECHAZOS-OK       VALUE "00".
       01  FS-BAJAS                    PIC X(2).
           88 FS-BAJAS-OK          VALUE "00".
       01  FS-TARJETAS                 PIC X(2).
           88 FS-TARJETAS-OK       VALUE "00".
       01  FS-PERSONAS                 PIC X(2).
           88 FS-PERSONAS-OK       VALUE "00".
       01  FS-LEGAJOS                  PIC X(2).
           88 FS-LEGAJOS-OK        VALUE "00".
       01  FS-TRABAJO                  PIC X(2).
           88 FS-TRABAJO-OK        VALUE "00".
           88 FS-TRABAJO-EOF       VALUE "10".
       01  FS-AUDIT-CEN                PIC X(2).
           88 FS-AUDIT-CEN-OK      VALUE "00".
       01  FS-CERTIF                   PIC X(2).
           88 FS-CERTIF-OK         VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 FS-RUNSTAT-OK        VALUE "00".

       01  WS-AUDIT-CEN-ABIERTO        PIC X VALUE 'N'.
           88 AUDIT-CEN-ABIERTO        VALUE 'S'.
       01  WS-CERTIF-ABIERTO           PIC X VALUE 'N'.
           88 CERTIF-ABIERTO           VALUE 'S'.
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
       01  WS-LR-JOB                   PIC X(10) VALUE 'RETPURGA'.
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

      *    Anios de conservacion desde el cierre de la relacion;
      *    se informa por parametro (por defecto 5).
       01  WS-PARM                     PIC X(2) VALUE SPACES.
       01  WS-ANIOS-RETENCION          PIC 9(2) VALUE 5.
       01  WS-FECHA-LIMITE             PIC 9(8).
       01  WS-LEYENDA-SUPR             PIC X(14)
                                       VALUE 'DATO SUPRIMIDO'.
       01  FIN-ARCHIVO                 PIC X VALUE 'N'.
       01  FIN-INDICE                  PIC X VALUE 'N'.

       01  WS-NRO-CLIENTE              PIC 9(7).
       01  WS-NRO-CUENTA               PIC 9(8).
       01  WS-NRO-TITULAR              PIC 9(8).
       01  WS-EVENTO                   PIC X(1).
           88 EVENTO-ACTIVO            VALUE 'A'.
           88 EVENTO-CIERRE            VALUE 'C'.
       01  WS-FECHA-EVENTO             PIC 9(8).
       01  WS-IDX-CLI                  PIC 9(5).
       01  WS-IDX-COR                  PIC 9(5).
       01  WS-IDX-CTA                  PIC 9(5).
       01  WS-IDX-TIT                  PIC 9(5).
       01  WS-CANT-SIN-LUGAR           PIC 9(7) VALUE 0.

      *    Datos del registro suprimido para auditoria y certificado.
       01  WS-REG-ANTES                PIC X(160).
       01  WS-ORIGEN                   PIC X(8).
       01  WS-NUMERO                   PIC 9(8).
       01  WS-FECHA-CIERRE             PIC 9(8).
       01  WS-CAMPOS                   PIC X(40).
       01  WS-AC-ARCHIVO               PIC X(12).
       01  WS-AC-CLAVE                 PIC X(20).
       01  WS-AC-DESPUES               PIC X(132).
       01  WS-CANT-ARCHIVO             PIC 9(7) VALUE 0.
       01  WS-CANT-CLI-DEPURAR         PIC 9(7) VALUE 0.
       01  WS-CANT-TIT-DEPURAR         PIC 9(7) VALUE 0.
       01  WS-CANT-CTA-DEPURAR         PIC 9(7) VALUE 0.
       01  WS-CANT-ALUMNOS             PIC 9(7) VALUE 0.

      *    Servicios suspendidos sin reconexion.
       01  CANT-CORTES                 PIC 9(5) VALUE 0.
       01  TABLA-CORTES.
           02 TABLA-COR-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-CORTES
                             INDEXED BY IDX-COR.
               03 TCO-NRO-CLIENTE      PIC 9(7).
               03 TCO-COD-SERVICIO     PIC X(3).
               03 TCO-FECHA-CORTE      PIC 9(8).

      *    Clientes F112: fecha del ultimo cierre conocido y marca
      *    de relacion aun activa.
       01  CANT-CLIENTES               PIC 9(5) VALUE 0.
       01  TABLA-CLIENTES.
           02 TABLA-CLI-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CANT-CLIENTES
                             INDEXED BY IDX-CLI.
               03 TCL-NRO-CLIENTE      PIC 9(7).
               03 TCL-FECHA-CIERRE     PIC 9(8).
               03 TCL-ACTIVO           PIC X(1).
               03 TCL-DEPURAR          PIC X(1).

      *    Cuentas de tarjeta cerradas en BAJAS.
       01  CANT-CUENTAS                PIC 9(5) VALUE 0.
       01  TABLA-CUENTAS.
           02 TABLA-CTA-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CANT-CUENTAS
                             INDEXED BY IDX-CTA.
               03 TCU-NRO-CTA          PIC 9(8).
               03 TCU-FECHA-BAJA       PIC 9(8).

      *    Titulares de tarjeta: depurables si todas sus cuentas
      *    cerraron antes de la fecha limite.
       01  CANT-TITULARES              PIC 9(5) VALUE 0.
       01  TABLA-TITULARES.
           02 TABLA-TIT-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON CANT-TITULARES
                             INDEXED BY IDX-TIT.
               03 TTI-NRO-CLI          PIC 9(8).
               03 TTI-FECHA-CIERRE     PIC 9(8).
               03 TTI-ACTIVO           PIC X(1).

       01  LIN-CE-TITULO.
           02 FILLER              PIC X(40) VALUE
              'RETPURGA  CERTIFICADO DE SUPRESION DE '.
           02 FILLER              PIC X(20) VALUE
              'DATOS PERSONALES'.
           02 FILLER              PIC X(8)  VALUE 'CORRIDA '.
           02 LCT-RUN-ID          PIC X(11).
       01  LIN-CE-PARAMETROS.
           02 FILLER              PIC X(7)  VALUE 'FECHA: '.
           02 LCP-FECHA           PIC X(8).
           02 FILLER              PIC X(23) VALUE
              '  CONSERVACION (ANIOS):'.
           02 LCP-ANIOS           PIC Z9.
           02 FILLER              PIC X(25) VALUE
              '  CIERRES HASTA EL DIA: '.
           02 LCP-LIMITE          PIC 9(8).
       01  LIN-CE-ENCABEZADO.
           02 FILLER              PIC X(30) VALUE
              'ORIGEN      NUMERO  CIERRE    '.
           02 FILLER              PIC X(34) VALUE
              'ARCHIVO      CLAVE'.
           02 FILLER              PIC X(20) VALUE
              'CAMPOS SUPRIMIDOS'.
       01  LIN-CE-DETALLE.
           02 LCD-ORIGEN          PIC X(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-NUMERO          PIC Z(7)9.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-CIERRE          PIC 9(8).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 LCD-ARCHIVO         PIC X(12).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-CLAVE           PIC X(20).
           02 FILLER              PIC X(1)  VALUE SPACES.
           02 LCD-CAMPOS          PIC X(40).
       01  LIN-CE-TOTAL-ARCHIVO.
           02 FILLER              PIC X(20) VALUE
              '  TOTAL ARCHIVO    '.
           02 LCA-ARCHIVO         PIC X(12).
           02 FILLER              PIC X(24) VALUE
              ' REGISTROS ANONIMIZADOS:'.
           02 LCA-CANTIDAD        PIC Z(6)9.
       01  LIN-CE-SUJETOS.
           02 LCS-LEYENDA         PIC X(40).
           02 LCS-CANTIDAD        PIC Z(6)9.
       01  LIN-CE-FISCAL-1.
           02 FILLER              PIC X(40) VALUE
              'CONSERVADOS SIN CAMBIOS: FACTURAS.DAT Y '.
           02 FILLER              PIC X(40) VALUE
              'ARCHIVO FISCAL ANUAL FACTaaaa.ARC'.
       01  LIN-CE-FISCAL-2.
           02 FILLER              PIC X(40) VALUE
              '(ARCHIVO FISCAL DE FACTURAS, CONSERVACIO'.
           02 FILLER              PIC X(40) VALUE
              'N LEGAL DE 10 ANIOS) Y COD-POSTAL DE   '.
           02 FILLER              PIC X(40) VALUE
              'CONTACTO.DAT (JURISDICCION FISCAL).'.
       01  LIN-CE-BLANCO               PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10000-INICIO.
           PERFORM 12000-CARGAR-CORTES.
           PERFORM 13000-CLASIFICAR-CLIENTES.
           PERFORM 14000-CLASIFICAR-TARJETAS.
           PERFORM 20000-DEPURAR-CLIENTES.
           PERFORM 20500-DEPURAR-CLIEORD.
           PERFORM 21000-DEPURAR-INDICE.
           PERFORM 22000-DEPURAR-NOMBRES.
           PERFORM 22500-DEPURAR-NOMBRES-ANT.
           PERFORM 23000-DEPURAR-DEVOLUCIONES.
           PERFORM 23500-DEPURAR-CONTACTOS.
           PERFORM 24000-DEPURAR-RECHAZOS.
           PERFORM 25000-DEPURAR-TARJETAS.
           PERFORM 26000-DEPURAR-PERSONAS.
           PERFORM 27000-DEPURAR-LEGAJOS.
           PERFORM 29000-CERRAR-CERTIFICADO.
           PERFORM 30000-FINAL.

      *    Parametro opcional: anios de conservacion. Se depuran las
      *    relaciones cerradas hasta hoy menos esos anios.
       10000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORA-INICIO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE WS-FECHA-HOY TO WS-FECHA-HOY-N
           ACCEPT WS-PARM FROM COMMAND-LINE
           IF WS-PARM(2:1) = SPACE AND WS-PARM(1:1) IS NUMERIC
               MOVE WS-PARM(1:1) TO WS-ANIOS-RETENCION
           END-IF
           IF WS-PARM IS NUMERIC
               MOVE WS-PARM TO WS-ANIOS-RETENCION
           END-IF
           IF WS-ANIOS-RETENCION = 0
               MOVE 5 TO WS-ANIOS-RETENCION
           END-IF
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-HOY-N
                                   - WS-ANIOS-RETENCION * 10000

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

      *    Sin pista de auditoria o sin certificado no se suprime nada.
           OPEN EXTEND AUDIT-CENTRAL.
           IF FS-AUDIT-CEN = "35"
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF
           IF NOT FS-AUDIT-CEN-OK
               DISPLAY 'ERROR AL ABRIR AUDITORIA'
               DISPLAY 'FILE STATUS ' FS-AUDIT-CEN
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-AUDIT-CEN TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR AUDITORIA' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           SET AUDIT-CEN-ABIERTO TO TRUE

           OPEN OUTPUT CERTIFICADO.
           IF NOT FS-CERTIF-OK
               DISPLAY 'ERROR AL ABRIR RETCERT'
               DISPLAY 'FILE STATUS ' FS-CERTIF
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-CERTIF TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR RETCERT' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF
           SET CERTIF-ABIERTO TO TRUE
           MOVE WS-RUN-ID TO LCT-RUN-ID
           MOVE WS-FECHA-HOY TO LCP-FECHA
           MOVE WS-ANIOS-RETENCION TO LCP-ANIOS
           MOVE WS-FECHA-LIMITE TO LCP-LIMITE
           WRITE LIN-CERTIF FROM LIN-CE-TITULO
           WRITE LIN-CERTIF FROM LIN-CE-PARAMETROS
           WRITE LIN-CERTIF FROM LIN-CE-BLANCO
           WRITE LIN-CERTIF FROM LIN-CE-ENCABEZADO.

       11000-GENERAR-RUN-ID.
           OPEN INPUT RUNSTAT
           IF FS-RUNSTAT-OK
               PERFORM UNTIL FIN-RUNSTAT-HIST = 'S'
                   READ RUNSTAT
                       AT END
                           MOVE 'S' TO FIN-RUNSTAT-HIST
                       NOT AT END
                           IF RS-JOB = 'RETPURGA' AND RS-FIN(1:8)
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
      *    JOBLOG nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 16 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CLIENTES.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'CLIEORD.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'CLIMAEIX' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'NOMBRENV.DAT' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'NOMBREANT.DAT' TO WS-LR-ARCHIVO(5)
           MOVE 'A' TO WS-LR-MODO(5)
           MOVE 'DEPODEV.DAT' TO WS-LR-ARCHIVO(6)
           MOVE 'A' TO WS-LR-MODO(6)
           MOVE 'CONTACTO.DAT' TO WS-LR-ARCHIVO(7)
           MOVE 'A' TO WS-LR-MODO(7)
           MOVE 'CLIMRECH.DAT' TO WS-LR-ARCHIVO(8)
           MOVE 'A' TO WS-LR-MODO(8)
           MOVE 'TARJETA' TO WS-LR-ARCHIVO(9)
           MOVE 'A' TO WS-LR-MODO(9)
           MOVE 'PERSIX' TO WS-LR-ARCHIVO(10)
           MOVE 'A' TO WS-LR-MODO(10)
           MOVE 'LEGAJOS.DAT' TO WS-LR-ARCHIVO(11)
           MOVE 'A' TO WS-LR-MODO(11)
           MOVE 'SERVCORT.DAT' TO WS-LR-ARCHIVO(12)
           MOVE 'L' TO WS-LR-MODO(12)
           MOVE 'VENDCLI.DAT' TO WS-LR-ARCHIVO(13)
           MOVE 'L' TO WS-LR-MODO(13)
           MOVE 'DEPOGAR.DAT' TO WS-LR-ARCHIVO(14)
           MOVE 'L' TO WS-LR-MODO(14)
           MOVE 'DIFERIDO.DAT' TO WS-LR-ARCHIVO(15)
           MOVE 'L' TO WS-LR-MODO(15)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(16)
           MOVE 'L' TO WS-LR-MODO(16)
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

      *    Un servicio suspendido que nunca se reconecto cuenta como
      *    relacion cerrada desde la fecha de corte.
       12000-CARGAR-CORTES.
           OPEN INPUT SERV-CORTES
           IF FS-CORTES-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ SERV-CORTES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF ESTADO-CT = 'S' AND CANT-CORTES < 9999
                               ADD 1 TO CANT-CORTES
                               MOVE NRO-CLIENTE-CT
                                   TO TCO-NRO-CLIENTE(CANT-CORTES)
                               MOVE COD-SERVICIO-CT
                                   TO TCO-COD-SERVICIO(CANT-CORTES)
                               MOVE FECHA-CORTE-CT
                                   TO TCO-FECHA-CORTE(CANT-CORTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERV-CORTES
           END-IF.

      *    Cliente F112 cerrado: tiene bajas (cartera, deposito,
      *    diferido o corte sin reconexion) y ningun servicio, item
      *    abierto ni registro vigente. Con saldo pendiente no se
      *    depura.
       13000-CLASIFICAR-CLIENTES.
           OPEN INPUT CLIENTES-CRUDO
           IF FS-CLIENTES-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CLIENTES-CRUDO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE NRO-CLIENTE-CC TO WS-NRO-CLIENTE
                           PERFORM 13500-BUSCAR-CORTE
                           IF WS-IDX-COR > 0
                               SET EVENTO-CIERRE TO TRUE
                               MOVE TCO-FECHA-CORTE(WS-IDX-COR)
                                   TO WS-FECHA-EVENTO
                           ELSE
                               SET EVENTO-ACTIVO TO TRUE
                           END-IF
                           PERFORM 13900-REGISTRAR-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-CRUDO
           END-IF

           OPEN INPUT VEND-CLIENTES
           IF FS-VEND-CLI-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ VEND-CLIENTES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-VC TO WS-NRO-CLIENTE
                           MOVE FECHA-BAJA-VC TO WS-FECHA-EVENTO
                           EVALUATE TRUE
                               WHEN ESTADO-VC = 'V'
                                   SET EVENTO-ACTIVO TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN FECHA-BAJA-VC > 0
                                   SET EVENTO-CIERRE TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE VEND-CLIENTES
           END-IF

           OPEN INPUT DEPOSITOS
           IF FS-DEPOSITOS-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-DG TO WS-NRO-CLIENTE
                           MOVE FECHA-BAJA-DG TO WS-FECHA-EVENTO
                           EVALUATE TRUE
                               WHEN ESTADO-DG = 'V'
                                   SET EVENTO-ACTIVO TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN FECHA-BAJA-DG > 0
                                   SET EVENTO-CIERRE TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOS
           END-IF

           OPEN INPUT DIFERIDOS
           IF FS-DIFERIDOS-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ DIFERIDOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-DF TO WS-NRO-CLIENTE
                           MOVE FECHA-BAJA-DF TO WS-FECHA-EVENTO
                           EVALUATE TRUE
                               WHEN ESTADO-DF = 'V'
                                   SET EVENTO-ACTIVO TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN FECHA-BAJA-DF > 0
                                   SET EVENTO-CIERRE TO TRUE
                                   PERFORM 13900-REGISTRAR-CLIENTE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DIFERIDOS
           END-IF

           OPEN INPUT ITEMS-ABIERTOS
           IF FS-ITEMS-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF SALDO-IA NOT = 0
                               MOVE NRO-CLIENTE-IA TO WS-NRO-CLIENTE
                               SET EVENTO-ACTIVO TO TRUE
                               PERFORM 13900-REGISTRAR-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           END-IF

           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
               UNTIL WS-IDX-CLI > CANT-CLIENTES
               MOVE 'N' TO TCL-DEPURAR(WS-IDX-CLI)
               IF TCL-ACTIVO(WS-IDX-CLI) = 'N'
                  AND TCL-FECHA-CIERRE(WS-IDX-CLI) > 0
                  AND TCL-FECHA-CIERRE(WS-IDX-CLI) <= WS-FECHA-LIMITE
                   MOVE 'S' TO TCL-DEPURAR(WS-IDX-CLI)
                   ADD 1 TO WS-CANT-CLI-DEPURAR
               END-IF
           END-PERFORM.

       13500-BUSCAR-CORTE.
           MOVE 0 TO WS-IDX-COR
           IF CANT-CORTES > 0
               SET IDX-COR TO 1
               SEARCH TABLA-COR-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-CLIENTE(IDX-COR) = NRO-CLIENTE-CC
                    AND TCO-COD-SERVICIO(IDX-COR) = COD-SERVICIO-CC
                       SET WS-IDX-COR TO IDX-COR
               END-SEARCH
           END-IF.

       13900-REGISTRAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           IF CANT-CLIENTES > 0
               SET IDX-CLI TO 1
               SEARCH TABLA-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-CLIENTE(IDX-CLI) = WS-NRO-CLIENTE
                       SET WS-IDX-CLI TO IDX-CLI
               END-SEARCH
           END-IF
           IF WS-IDX-CLI = 0
               IF CANT-CLIENTES < 20000
                   ADD 1 TO CANT-CLIENTES
                   MOVE CANT-CLIENTES TO WS-IDX-CLI
                   MOVE WS-NRO-CLIENTE
                       TO TCL-NRO-CLIENTE(WS-IDX-CLI)
                   MOVE 0 TO TCL-FECHA-CIERRE(WS-IDX-CLI)
                   MOVE 'N' TO TCL-ACTIVO(WS-IDX-CLI)
                   MOVE 'N' TO TCL-DEPURAR(WS-IDX-CLI)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF
           IF WS-IDX-CLI > 0
               IF EVENTO-ACTIVO
                   MOVE 'S' TO TCL-ACTIVO(WS-IDX-CLI)
               ELSE
                   IF WS-FECHA-EVENTO > TCL-FECHA-CIERRE(WS-IDX-CLI)
                       MOVE WS-FECHA-EVENTO
                           TO TCL-FECHA-CIERRE(WS-IDX-CLI)
                   END-IF
               END-IF
           END-IF.

      *    Tarjetas: cuenta cerrada en BAJAS antes de la fecha limite.
      *    El titular se depura cuando no le queda ninguna cuenta
      *    viva o cerrada dentro del plazo de conservacion.
       14000-CLASIFICAR-TARJETAS.
           OPEN INPUT BAJAS
           IF FS-BAJAS-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ BAJAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF ESTADO-BJ = 'B'
                              AND FECHA-BJ > 0
                              AND FECHA-BJ <= WS-FECHA-LIMITE
                               IF CANT-CUENTAS < 20000
                                   ADD 1 TO CANT-CUENTAS
                                   MOVE NRO-CTA-BJ
                                       TO TCU-NRO-CTA(CANT-CUENTAS)
                                   MOVE FECHA-BJ
                                       TO TCU-FECHA-BAJA(CANT-CUENTAS)
                               ELSE
                                   ADD 1 TO WS-CANT-SIN-LUGAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAJAS
           END-IF

           OPEN INPUT TARJETAS
           IF FS-TARJETAS-OK
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ TARJETAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE NRO-CTA-T TO WS-NRO-CUENTA
                           PERFORM 14500-BUSCAR-CUENTA
                           MOVE NRO-CLI TO WS-NRO-TITULAR
                           IF WS-IDX-CTA > 0
                               SET EVENTO-CIERRE TO TRUE
                               MOVE TCU-FECHA-BAJA(WS-IDX-CTA)
                                   TO WS-FECHA-EVENTO
                               ADD 1 TO WS-CANT-CTA-DEPURAR
                           ELSE
                               SET EVENTO-ACTIVO TO TRUE
                           END-IF
                           PERFORM 14900-REGISTRAR-TITULAR
                   END-READ
               END-PERFORM
               CLOSE TARJETAS
           END-IF

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
               UNTIL WS-IDX-TIT > CANT-TITULARES
               IF TTI-ACTIVO(WS-IDX-TIT) = 'N'
                   ADD 1 TO WS-CANT-TIT-DEPURAR
               END-IF
           END-PERFORM.

       14500-BUSCAR-CUENTA.
           MOVE 0 TO WS-IDX-CTA
           IF CANT-CUENTAS > 0
               SET IDX-CTA TO 1
               SEARCH TABLA-CTA-ITEM
                   AT END
                       CONTINUE
                   WHEN TCU-NRO-CTA(IDX-CTA) = WS-NRO-CUENTA
                       SET WS-IDX-CTA TO IDX-CTA
               END-SEARCH
           END-IF.

       14900-REGISTRAR-TITULAR.
           PERFORM 15500-BUSCAR-TITULAR
           IF WS-IDX-TIT = 0
               IF CANT-TITULARES < 20000
                   ADD 1 TO CANT-TITULARES
                   MOVE CANT-TITULARES TO WS-IDX-TIT
                   MOVE WS-NRO-TITULAR TO TTI-NRO-CLI(WS-IDX-TIT)
                   MOVE 0 TO TTI-FECHA-CIERRE(WS-IDX-TIT)
                   MOVE 'N' TO TTI-ACTIVO(WS-IDX-TIT)
               ELSE
                   ADD 1 TO WS-CANT-SIN-LUGAR
               END-IF
           END-IF
           IF WS-IDX-TIT > 0
               IF EVENTO-ACTIVO
                   MOVE 'S' TO TTI-ACTIVO(WS-IDX-TIT)
               ELSE
                   IF WS-FECHA-EVENTO > TTI-FECHA-CIERRE(WS-IDX-TIT)
                       MOVE WS-FECHA-EVENTO
                           TO TTI-FECHA-CIERRE(WS-IDX-TIT)
                   END-IF
               END-IF
           END-IF.

      *    Devuelve en WS-IDX-CLI el cliente solo si es depurable.
       15000-BUSCAR-CLIENTE.
           MOVE 0 TO WS-IDX-CLI
           IF CANT-CLIENTES > 0 AND WS-CANT-CLI-DEPURAR > 0
               SET IDX-CLI TO 1
               SEARCH TABLA-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TCL-NRO-CLIENTE(IDX-CLI) = WS-NRO-CLIENTE
                    AND TCL-DEPURAR(IDX-CLI) = 'S'
                       SET WS-IDX-CLI TO IDX-CLI
               END-SEARCH
           END-IF
           IF WS-IDX-CLI > 0
               MOVE 'CLIENTE' TO WS-ORIGEN
               MOVE WS-NRO-CLIENTE TO WS-NUMERO
               MOVE TCL-FECHA-CIERRE(WS-IDX-CLI) TO WS-FECHA-CIERRE
           END-IF.

       15500-BUSCAR-TITULAR.
           MOVE 0 TO WS-IDX-TIT
           IF CANT-TITULARES > 0
               SET IDX-TIT TO 1
               SEARCH TABLA-TIT-ITEM
                   AT END
                       CONTINUE
                   WHEN TTI-NRO-CLI(IDX-TIT) = WS-NRO-TITULAR
                       SET WS-IDX-TIT TO IDX-TIT
               END-SEARCH
           END-IF.

      *    Maestro de clientes: nombre y cuenta bancaria. El resto
      *    del registro se conserva para la facturacion historica.
       20000-DEPURAR-CLIENTES.
           MOVE 'CLIENTES' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT CLIENTES-CRUDO
           IF NOT FS-CLIENTES-OK
               DISPLAY 'SIN ARCHIVO CLIENTES.DAT ' FS-CLIENTES
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CLIENTES-CRUDO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-CC TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-CLT-CRUDO TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO NYAR-CC
                               MOVE SPACES TO CTA-BANCO-CC
                               IF REG-CLT-CRUDO NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-CC
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE COD-SERVICIO-CC
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE, CTA-BANCO'
                                       TO WS-CAMPOS
                                   MOVE REG-CLT-CRUDO TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-CLT-CRUDO
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-CRUDO
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT CLIENTES-CRUDO
                   IF NOT FS-CLIENTES-OK
                       MOVE FS-CLIENTES TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-CLT-CRUDO
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-CLT-CRUDO
                           END-READ
                       END-PERFORM
                       CLOSE CLIENTES-CRUDO
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Copia ordenada del maestro que alimenta CLIMAEIX.
       20500-DEPURAR-CLIEORD.
           MOVE 'CLIEORD' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT CLIENTES-ORD
           IF NOT FS-CLIE-ORD-OK
               DISPLAY 'SIN ARCHIVO CLIEORD.DAT ' FS-CLIE-ORD
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CLIENTES-ORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-C TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-CLT TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO NYAR-C
                               MOVE SPACES TO CTA-BANCO-C
                               IF REG-CLT NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-C
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE COD-SERVICIO-C
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE, CTA-BANCO'
                                       TO WS-CAMPOS
                                   MOVE REG-CLT TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-CLT
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-ORD
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT CLIENTES-ORD
                   IF NOT FS-CLIE-ORD-OK
                       MOVE FS-CLIE-ORD TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-CLT
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-CLT
                           END-READ
                       END-PERFORM
                       CLOSE CLIENTES-ORD
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Indice de clientes: se recorren los servicios de cada
      *    cliente depurable a partir de su numero.
       21000-DEPURAR-INDICE.
           MOVE 'CLIMAEIX' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           IF WS-CANT-CLI-DEPURAR > 0
               OPEN I-O CLIENTES-IX
               IF NOT FS-INDICE-OK
                   DISPLAY 'SIN ARCHIVO CLIMAEIX ' FS-INDICE
               ELSE
                   PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                       UNTIL WS-IDX-CLI > CANT-CLIENTES
                       IF TCL-DEPURAR(WS-IDX-CLI) = 'S'
                           PERFORM 21100-DEPURAR-CLIENTE-IX
                       END-IF
                   END-PERFORM
                   CLOSE CLIENTES-IX
                   PERFORM 86000-TOTAL-ARCHIVO
               END-IF
           END-IF.

       21100-DEPURAR-CLIENTE-IX.
           MOVE 'CLIENTE' TO WS-ORIGEN
           MOVE TCL-NRO-CLIENTE(WS-IDX-CLI) TO WS-NUMERO
           MOVE TCL-FECHA-CIERRE(WS-IDX-CLI) TO WS-FECHA-CIERRE
           MOVE TCL-NRO-CLIENTE(WS-IDX-CLI) TO NRO-CLIENTE-IX
           MOVE LOW-VALUES TO COD-SERVICIO-IX
           MOVE 'N' TO FIN-INDICE
           START CLIENTES-IX KEY IS NOT LESS THAN CLAVE-IX
               INVALID KEY
                   MOVE 'S' TO FIN-INDICE
           END-START
           PERFORM UNTIL FIN-INDICE = 'S'
               READ CLIENTES-IX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-INDICE
                   NOT AT END
                       IF NRO-CLIENTE-IX
                               NOT = TCL-NRO-CLIENTE(WS-IDX-CLI)
                           MOVE 'S' TO FIN-INDICE
                       ELSE
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE REG-CLT-IX TO WS-REG-ANTES
                           MOVE WS-LEYENDA-SUPR TO NYAR-IX
                           MOVE SPACES TO CTA-BANCO-IX
                           IF REG-CLT-IX NOT = WS-REG-ANTES
                               REWRITE REG-CLT-IX
                               IF FS-INDICE-OK
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-IX
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE COD-SERVICIO-IX
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE, CTA-BANCO'
                                       TO WS-CAMPOS
                                   MOVE REG-CLT-IX TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               ELSE
                                   DISPLAY 'ERROR REESCRITURA CLIMAEIX '
                                           FS-INDICE
                                   MOVE '21100-DEPURAR-CLI-IX'
                                       TO JL-PARRAFO
                                   MOVE FS-INDICE TO JL-FILE-STATUS
                                   MOVE 'ERROR REESCRITURA CLIMAEIX'
                                       TO JL-MENSAJE
                                   PERFORM 90000-LOG-ERROR
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Nombres vigentes informados por F112EVAL.
       22000-DEPURAR-NOMBRES.
           MOVE 'NOMBRENV' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT NOMBRE-NUEVO
           IF NOT FS-NOMBRE-NVO-OK
               DISPLAY 'SIN ARCHIVO NOMBRENV.DAT ' FS-NOMBRE-NVO
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ NOMBRE-NUEVO
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NN-NRO-CLIENTE TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-NOMBRE-NUEVO TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO NN-NYAR
                               IF REG-NOMBRE-NUEVO NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NN-NRO-CLIENTE
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE NN-COD-SERVICIO
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE' TO WS-CAMPOS
                                   MOVE REG-NOMBRE-NUEVO
                                       TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-NOMBRE-NUEVO
                   END-READ
               END-PERFORM
               CLOSE NOMBRE-NUEVO
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT NOMBRE-NUEVO
                   IF NOT FS-NOMBRE-NVO-OK
                       MOVE FS-NOMBRE-NVO TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-NOMBRE-NUEVO
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-NOMBRE-NUEVO
                           END-READ
                       END-PERFORM
                       CLOSE NOMBRE-NUEVO
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Nombres del ciclo anterior que guarda F112EVAL.
       22500-DEPURAR-NOMBRES-ANT.
           MOVE 'NOMBREANT' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT NOMBRE-ANT
           IF NOT FS-NOMBRE-ANT-OK
               DISPLAY 'SIN ARCHIVO NOMBREANT.DAT ' FS-NOMBRE-ANT
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ NOMBRE-ANT
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NA-NRO-CLIENTE TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-NOMBRE-ANT TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO NA-NYAR
                               IF REG-NOMBRE-ANT NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NA-NRO-CLIENTE
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE NA-COD-SERVICIO
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE' TO WS-CAMPOS
                                   MOVE REG-NOMBRE-ANT
                                       TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-NOMBRE-ANT
                   END-READ
               END-PERFORM
               CLOSE NOMBRE-ANT
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT NOMBRE-ANT
                   IF NOT FS-NOMBRE-ANT-OK
                       MOVE FS-NOMBRE-ANT TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-NOMBRE-ANT
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-NOMBRE-ANT
                           END-READ
                       END-PERFORM
                       CLOSE NOMBRE-ANT
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Devoluciones de deposito: nombre y cuenta de acreditacion.
      *    El importe y la fecha quedan para la conciliacion.
       23000-DEPURAR-DEVOLUCIONES.
           MOVE 'DEPODEV' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT DEPO-DEVOL
           IF NOT FS-DEPO-DEV-OK
               DISPLAY 'SIN ARCHIVO DEPODEV.DAT ' FS-DEPO-DEV
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ DEPO-DEVOL
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-DV TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-DEPO-DEVOL TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO NYAR-DV
                               MOVE SPACES TO CTA-BANCO-DV
                               IF REG-DEPO-DEVOL NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-DV
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE COD-SERVICIO-DV
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'NOMBRE, CTA-BANCO'
                                       TO WS-CAMPOS
                                   MOVE REG-DEPO-DEVOL
                                       TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-DEPO-DEVOL
                   END-READ
               END-PERFORM
               CLOSE DEPO-DEVOL
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT DEPO-DEVOL
                   IF NOT FS-DEPO-DEV-OK
                       MOVE FS-DEPO-DEV TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-DEPO-DEVOL
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-DEPO-DEVOL
                           END-READ
                       END-PERFORM
                       CLOSE DEPO-DEVOL
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Domicilio y correo. El codigo postal se conserva: define
      *    la jurisdiccion de las percepciones ya facturadas.
       23500-DEPURAR-CONTACTOS.
           MOVE 'CONTACTO' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT CONTACTOS
           IF NOT FS-CONTACTOS-OK
               DISPLAY 'SIN ARCHIVO CONTACTO.DAT ' FS-CONTACTOS
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CONTACTOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-CO TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-CONTACTO TO WS-REG-ANTES
                               MOVE WS-LEYENDA-SUPR TO DOMICILIO-CO
                               MOVE SPACES TO LOCALIDAD-CO
                               MOVE SPACES TO EMAIL-CO
                               MOVE 'N' TO DOMIC-VALIDO-CO
                               MOVE 'N' TO EMAIL-VALIDO-CO
                               IF REG-CONTACTO NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-CO
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE 'DOMICILIO, LOCALIDAD, EMAIL'
                                       TO WS-CAMPOS
                                   MOVE REG-CONTACTO TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-CONTACTO
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT CONTACTOS
                   IF NOT FS-CONTACTOS-OK
                       MOVE FS-CONTACTOS TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-CONTACTO
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-CONTACTO
                           END-READ
                       END-PERFORM
                       CLOSE CONTACTOS
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Rechazos de mantenimiento: la imagen del movimiento trae
      *    nombre y cuenta; se blanquea completa.
       24000-DEPURAR-RECHAZOS.
           MOVE 'CLIMRECH' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT RECHAZOS-MANT
           IF NOT FS-RECHAZOS-OK
               DISPLAY 'SIN ARCHIVO CLIMRECH.DAT ' FS-RECHAZOS
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ RECHAZOS-MANT
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           MOVE NRO-CLIENTE-RM TO WS-NRO-CLIENTE
                           PERFORM 15000-BUSCAR-CLIENTE
                           IF WS-IDX-CLI > 0
                               MOVE REG-RECHAZO-MANT TO WS-REG-ANTES
                               MOVE SPACES TO IMAGEN-RM
                               IF REG-RECHAZO-MANT NOT = WS-REG-ANTES
                                   MOVE SPACES TO WS-AC-CLAVE
                                   MOVE NRO-CLIENTE-RM
                                       TO WS-AC-CLAVE(1:7)
                                   MOVE COD-SERVICIO-RM
                                       TO WS-AC-CLAVE(9:3)
                                   MOVE 'IMAGEN (NOMBRE, CTA-BANCO)'
                                       TO WS-CAMPOS
                                   MOVE REG-RECHAZO-MANT
                                       TO WS-AC-DESPUES
                                   PERFORM 85000-REGISTRAR-SUPRESION
                               END-IF
                           END-IF
                           WRITE REG-TRABAJO FROM REG-RECHAZO-MANT
                   END-READ
               END-PERFORM
               CLOSE RECHAZOS-MANT
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT RECHAZOS-MANT
                   IF NOT FS-RECHAZOS-OK
                       MOVE FS-RECHAZOS TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-RECHAZO-MANT
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-RECHAZO-MANT
                           END-READ
                       END-PERFORM
                       CLOSE RECHAZOS-MANT
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

      *    Maestro de tarjetas: nombre del titular en las cuentas
      *    cerradas antes de la fecha limite.
       25000-DEPURAR-TARJETAS.
           MOVE 'TARJETA' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           IF WS-CANT-CTA-DEPURAR > 0
               OPEN INPUT TARJETAS
               IF NOT FS-TARJETAS-OK
                   DISPLAY 'SIN ARCHIVO TARJETA ' FS-TARJETAS
               ELSE
                   PERFORM 80000-ABRIR-TRABAJO
                   MOVE 'N' TO FIN-ARCHIVO
                   PERFORM UNTIL FIN-ARCHIVO = 'S'
                       READ TARJETAS
                           AT END
                               MOVE 'S' TO FIN-ARCHIVO
                           NOT AT END
                               ADD 1 TO WS-CANT-ENTRADA
                               PERFORM 25100-DEPURAR-CUENTA
                               WRITE REG-TRABAJO FROM REG-TARJETAS
                       END-READ
                   END-PERFORM
                   CLOSE TARJETAS
                   CLOSE RETP-TRABAJO
                   IF WS-CANT-ARCHIVO > 0
                       PERFORM 80100-RELEER-TRABAJO
                       OPEN OUTPUT TARJETAS
                       IF NOT FS-TARJETAS-OK
                           MOVE FS-TARJETAS TO JL-FILE-STATUS
                           PERFORM 80500-ERROR-REESCRITURA
                       ELSE
                           PERFORM UNTIL FS-TRABAJO-EOF
                               READ RETP-TRABAJO INTO REG-TARJETAS
                                   AT END
                                       SET FS-TRABAJO-EOF TO TRUE
                                   NOT AT END
                                       WRITE REG-TARJETAS
                               END-READ
                           END-PERFORM
                           CLOSE TARJETAS
                       END-IF
                       CLOSE RETP-TRABAJO
                   END-IF
                   PERFORM 86000-TOTAL-ARCHIVO
               END-IF
           END-IF.

       25100-DEPURAR-CUENTA.
           MOVE NRO-CTA-T TO WS-NRO-CUENTA
           PERFORM 14500-BUSCAR-CUENTA
           IF WS-IDX-CTA > 0
               MOVE REG-TARJETAS TO WS-REG-ANTES
               MOVE WS-LEYENDA-SUPR TO NYA
               IF REG-TARJETAS NOT = WS-REG-ANTES
                   MOVE 'TARJETA' TO WS-ORIGEN
                   MOVE NRO-CTA-T TO WS-NUMERO
                   MOVE TCU-FECHA-BAJA(WS-IDX-CTA) TO WS-FECHA-CIERRE
                   MOVE SPACES TO WS-AC-CLAVE
                   MOVE NRO-CTA-T TO WS-AC-CLAVE(1:8)
                   MOVE NRO-CLI TO WS-AC-CLAVE(10:8)
                   MOVE 'NOMBRE' TO WS-CAMPOS
                   MOVE REG-TARJETAS TO WS-AC-DESPUES
                   PERFORM 85000-REGISTRAR-SUPRESION
               END-IF
           END-IF.

      *    Padron de personas (por DNI = numero de cliente de la
      *    tarjeta) de los titulares sin ninguna cuenta viva.
       26000-DEPURAR-PERSONAS.
           MOVE 'PERSIX' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           IF WS-CANT-TIT-DEPURAR > 0
               OPEN I-O PERSONAS
               IF NOT FS-PERSONAS-OK
                   DISPLAY 'SIN ARCHIVO PERSIX ' FS-PERSONAS
               ELSE
                   PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                       UNTIL WS-IDX-TIT > CANT-TITULARES
                       IF TTI-ACTIVO(WS-IDX-TIT) = 'N'
                           PERFORM 26100-DEPURAR-PERSONA
                       END-IF
                   END-PERFORM
                   CLOSE PERSONAS
                   PERFORM 86000-TOTAL-ARCHIVO
               END-IF
           END-IF.

       26100-DEPURAR-PERSONA.
           MOVE TTI-NRO-CLI(WS-IDX-TIT) TO DNI-P
           READ PERSONAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CANT-ENTRADA
                   MOVE REG-PERSONA TO WS-REG-ANTES
                   MOVE WS-LEYENDA-SUPR TO NOMBRE-P
                   MOVE WS-LEYENDA-SUPR TO APELLIDO-P
                   MOVE 0 TO TELEFONO-P
                   MOVE SPACES TO DIRECCION-P
                   MOVE SPACES TO ESTADO-CIVIL-P
                   MOVE SPACES TO HIJOS-P
                   MOVE SPACES TO GRUPO-FACTOR-SANGRE-P
                   IF REG-PERSONA NOT = WS-REG-ANTES
                       REWRITE REG-PERSONA
                       IF FS-PERSONAS-OK
                           MOVE 'TARJETA' TO WS-ORIGEN
                           MOVE DNI-P TO WS-NUMERO
                           MOVE TTI-FECHA-CIERRE(WS-IDX-TIT)
                               TO WS-FECHA-CIERRE
                           MOVE SPACES TO WS-AC-CLAVE
                           MOVE DNI-P TO WS-AC-CLAVE(1:8)
                           MOVE 'NOMBRE, TELEFONO, DIRECCION, OTROS'
                               TO WS-CAMPOS
                           MOVE REG-PERSONA TO WS-AC-DESPUES
                           PERFORM 85000-REGISTRAR-SUPRESION
                       ELSE
                           DISPLAY 'ERROR REESCRITURA PERSIX '
                                   FS-PERSONAS
                           MOVE '26100-DEPURAR-PERSONA' TO JL-PARRAFO
                           MOVE FS-PERSONAS TO JL-FILE-STATUS
                           MOVE 'ERROR REESCRITURA PERSIX'
                               TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                       END-IF
                   END-IF
           END-READ.

      *    Legajos de alumnos dados de baja o egresados antes de la
      *    fecha limite: se suprime el nombre.
       27000-DEPURAR-LEGAJOS.
           MOVE 'LEGAJOS' TO WS-AC-ARCHIVO
           MOVE 0 TO WS-CANT-ARCHIVO
           OPEN INPUT LEGAJOS
           IF NOT FS-LEGAJOS-OK
               DISPLAY 'SIN ARCHIVO LEGAJOS.DAT ' FS-LEGAJOS
           ELSE
               PERFORM 80000-ABRIR-TRABAJO
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ LEGAJOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-CANT-ENTRADA
                           IF (ESTADO-L = 'B' OR ESTADO-L = 'E')
                              AND FECHA-BAJA-L > 0
                              AND FECHA-BAJA-L <= WS-FECHA-LIMITE
                               PERFORM 27100-DEPURAR-LEGAJO
                           END-IF
                           WRITE REG-TRABAJO FROM REG-LEGAJO
                   END-READ
               END-PERFORM
               CLOSE LEGAJOS
               CLOSE RETP-TRABAJO
               IF WS-CANT-ARCHIVO > 0
                   PERFORM 80100-RELEER-TRABAJO
                   OPEN OUTPUT LEGAJOS
                   IF NOT FS-LEGAJOS-OK
                       MOVE FS-LEGAJOS TO JL-FILE-STATUS
                       PERFORM 80500-ERROR-REESCRITURA
                   ELSE
                       PERFORM UNTIL FS-TRABAJO-EOF
                           READ RETP-TRABAJO INTO REG-LEGAJO
                               AT END
                                   SET FS-TRABAJO-EOF TO TRUE
                               NOT AT END
                                   WRITE REG-LEGAJO
                           END-READ
                       END-PERFORM
                       CLOSE LEGAJOS
                   END-IF
                   CLOSE RETP-TRABAJO
               END-IF
               PERFORM 86000-TOTAL-ARCHIVO
           END-IF.

       27100-DEPURAR-LEGAJO.
           MOVE REG-LEGAJO TO WS-REG-ANTES
           MOVE WS-LEYENDA-SUPR TO NOMBRE-L
           IF REG-LEGAJO NOT = WS-REG-ANTES
               ADD 1 TO WS-CANT-ALUMNOS
               MOVE 'ALUMNO' TO WS-ORIGEN
               MOVE LEGAJO-L TO WS-NUMERO
               MOVE FECHA-BAJA-L TO WS-FECHA-CIERRE
               MOVE SPACES TO WS-AC-CLAVE
               MOVE LEGAJO-L TO WS-AC-CLAVE(1:8)
               MOVE 'NOMBRE' TO WS-CAMPOS
               MOVE REG-LEGAJO TO WS-AC-DESPUES
               PERFORM 85000-REGISTRAR-SUPRESION
           END-IF.

      *    Cierre del certificado: sujetos alcanzados y constancia
      *    de lo que se conserva por obligacion fiscal.
       29000-CERRAR-CERTIFICADO.
           WRITE LIN-CERTIF FROM LIN-CE-BLANCO
           MOVE 'CLIENTES F112 CERRADOS DEPURADOS     :'
               TO LCS-LEYENDA
           MOVE WS-CANT-CLI-DEPURAR TO LCS-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-SUJETOS
           MOVE 'CUENTAS DE TARJETA CERRADAS DEPURADAS:'
               TO LCS-LEYENDA
           MOVE WS-CANT-CTA-DEPURAR TO LCS-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-SUJETOS
           MOVE 'TITULARES SIN CUENTAS VIVAS          :'
               TO LCS-LEYENDA
           MOVE WS-CANT-TIT-DEPURAR TO LCS-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-SUJETOS
           MOVE 'LEGAJOS DE ALUMNOS DEPURADOS         :'
               TO LCS-LEYENDA
           MOVE WS-CANT-ALUMNOS TO LCS-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-SUJETOS
           MOVE 'TOTAL REGISTROS ANONIMIZADOS         :'
               TO LCS-LEYENDA
           MOVE WS-CANT-SALIDA TO LCS-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-SUJETOS
           WRITE LIN-CERTIF FROM LIN-CE-BLANCO
           WRITE LIN-CERTIF FROM LIN-CE-FISCAL-1
           WRITE LIN-CERTIF FROM LIN-CE-FISCAL-2
           IF WS-CANT-SIN-LUGAR > 0
               DISPLAY 'RELACIONES SIN LUGAR EN TABLA: '
                       WS-CANT-SIN-LUGAR
               MOVE 'WARNING' TO JL-SEVERITY
               MOVE '29000-CERRAR-CERTIF' TO JL-PARRAFO
               MOVE SPACES TO JL-FILE-STATUS
               MOVE 'RELACIONES SIN LUGAR EN TABLA' TO JL-MENSAJE
               PERFORM 91000-LOG-AVISO
           END-IF.

       80000-ABRIR-TRABAJO.
           OPEN OUTPUT RETP-TRABAJO
           IF NOT FS-TRABAJO-OK
               DISPLAY 'ERROR AL ABRIR RETPWORK'
               DISPLAY 'FILE STATUS ' FS-TRABAJO
               MOVE '80000-ABRIR-TRABAJO' TO JL-PARRAFO
               MOVE FS-TRABAJO TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR RETPWORK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       80100-RELEER-TRABAJO.
           OPEN INPUT RETP-TRABAJO
           IF NOT FS-TRABAJO-OK
               DISPLAY 'ERROR RELECTURA RETPWORK ' FS-TRABAJO
               MOVE '80100-RELEER-TRABAJO' TO JL-PARRAFO
               MOVE FS-TRABAJO TO JL-FILE-STATUS
               MOVE 'ERROR RELECTURA RETPWORK' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

      *    El archivo queda sin reescribir: las supresiones ya
      *    auditadas se repiten en la proxima corrida.
       80500-ERROR-REESCRITURA.
           DISPLAY 'ERROR REESCRITURA ' WS-AC-ARCHIVO
                   ' ' JL-FILE-STATUS
           MOVE '80500-ERROR-REESCRIT' TO JL-PARRAFO
           MOVE SPACES TO JL-MENSAJE
           STRING 'ERROR REESCRITURA ' DELIMITED BY SIZE
                  WS-AC-ARCHIVO DELIMITED BY SPACE
                  INTO JL-MENSAJE
           END-STRING
           PERFORM 90000-LOG-ERROR.

      *    Pista central de auditoria: la imagen anterior no repite
      *    los datos suprimidos, solo nombra los campos afectados.
       85000-REGISTRAR-SUPRESION.
           ADD 1 TO WS-CANT-ARCHIVO
           ADD 1 TO WS-CANT-SALIDA
           MOVE 'RETPURGA' TO AC-PROGRAMA
           MOVE WS-AC-ARCHIVO TO AC-ARCHIVO
           MOVE WS-AC-CLAVE TO AC-CLAVE
           MOVE SPACES TO AC-IMAGEN-ANTES
           MOVE 'CAMPOS SUPRIMIDOS: ' TO AC-IMAGEN-ANTES(1:19)
           MOVE WS-CAMPOS TO AC-IMAGEN-ANTES(20:40)
           MOVE 'CIERRE: ' TO AC-IMAGEN-ANTES(62:8)
           MOVE WS-FECHA-CIERRE TO AC-IMAGEN-ANTES(70:8)
           MOVE WS-AC-DESPUES TO AC-IMAGEN-DESPUES
           MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
           MOVE WS-RUN-ID TO AC-RUN-ID
           MOVE SPACES TO AC-OPERADOR
           WRITE REG-AUDIT-CEN
           MOVE WS-ORIGEN TO LCD-ORIGEN
           MOVE WS-NUMERO TO LCD-NUMERO
           MOVE WS-FECHA-CIERRE TO LCD-CIERRE
           MOVE WS-AC-ARCHIVO TO LCD-ARCHIVO
           MOVE WS-AC-CLAVE TO LCD-CLAVE
           MOVE WS-CAMPOS TO LCD-CAMPOS
           WRITE LIN-CERTIF FROM LIN-CE-DETALLE.

       86000-TOTAL-ARCHIVO.
           MOVE WS-AC-ARCHIVO TO LCA-ARCHIVO
           MOVE WS-CANT-ARCHIVO TO LCA-CANTIDAD
           WRITE LIN-CERTIF FROM LIN-CE-TOTAL-ARCHIVO.

       90000-LOG-ERROR.
           MOVE 'ERROR' TO WS-ESTADO-FINAL
           IF JOBLOG-ABIERTO
               MOVE 'RETPURGA' TO JL-PROGRAMA
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
               MOVE 'RETPURGA' TO JL-PROGRAMA
               MOVE FUNCTION CURRENT-DATE TO JL-TIMESTAMP
               MOVE WS-RUN-ID TO JL-RUN-ID
               WRITE REG-JOBLOG
           END-IF
           MOVE SPACES TO JL-SEVERITY.

       30000-FINAL.
           DISPLAY 'FECHA LIMITE CIERRE : ' WS-FECHA-LIMITE
           DISPLAY 'REGISTROS LEIDOS    : ' WS-CANT-ENTRADA
           DISPLAY 'CLIENTES DEPURADOS  : ' WS-CANT-CLI-DEPURAR
           DISPLAY 'CUENTAS DEPURADAS   : ' WS-CANT-CTA-DEPURAR
           DISPLAY 'TITULARES DEPURADOS : ' WS-CANT-TIT-DEPURAR
           DISPLAY 'ALUMNOS DEPURADOS   : ' WS-CANT-ALUMNOS
           DISPLAY 'REG. ANONIMIZADOS   : ' WS-CANT-SALIDA
           IF AUDIT-CEN-ABIERTO
               CLOSE AUDIT-CENTRAL
           END-IF
           IF CERTIF-ABIERTO
               CLOSE CERTIFICADO
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'RETPURGA' TO RS-JOB
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

       31000-LIBERAR-LOCKS.
           MOVE 'L' TO WS-LR-OPERACION
           CALL 'LOCKREG' USING WS-LR-OPERACION
                                WS-LR-JOB
                                WS-RUN-ID
                                WS-LR-PEDIDO
                                WS-LR-TENEDOR
                                WS-LR-RETORNO
           MOVE 'N' TO WS-LOCKS-TOMADOS.

       END PROGRAM RETPURGA.

                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-AUDIT-CEN.

           SELECT SERV-CORTES ASSIGN TO  '..\SERVCORT.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-CORTES.

           SELECT TRANS-CRUDO ASSIGN TO  '..\TRANSAC.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-TRANS-CRUDO.

           SELECT DEPOSITOS-MAE ASSIGN TO  '..\DEPOMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPO-MAE.

           SELECT DEPOSITOS ASSIGN TO  '..\DEPOGAR.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPOSITOS.

           SELECT DEPO-DEVOL ASSIGN TO  '..\DEPODEV.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DEPO-DEV.

           SELECT VENDEDORES ASSIGN TO  '..\VENDMAE.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VENDEDORES.

           SELECT VEND-CLIENTES ASSIGN TO  '..\VENDCLI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-VEND-CLI.

           SELECT DIFERIDOS ASSIGN TO  '..\DIFERIDO.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-DIFERIDOS.

           SELECT LIMITES-CRED ASSIGN TO  '..\LIMCRED.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-LIMITES.

           SELECT ITEMS-ABIERTOS ASSIGN TO  '..\ITEMSABI.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-ITEMS.

           SELECT INTERFAZ-GL ASSIGN TO  '..\GLINTERF.DAT'
                         ORGANIZATION IS SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
                         FILE STATUS  IS FS-INTERFAZ.

           SELECT MANT-LISTADO ASSIGN TO  '..\CLIMLIST.DAT'
                         ORGANIZATION IS LINE SEQUENTIAL
                         ACCESS MODE  IS SEQUENTIAL
              88 MOV-ALTA              VALUE 'A'.
              88 MOV-BAJA              VALUE 'B'.
              88 MOV-MODIF             VALUE 'M'.
              88 MOV-CORTE             VALUE 'S'.
              88 MOV-RECONEXION        VALUE 'R'.
           02 NRO-CLIENTE-MV           PIC 9(7).
           02 COD-SERVICIO-MV          PIC X(3).
           02 NYAR-MV                  PIC X(60).
           02 BANCO-MV                 PIC X(3).
           02 CTA-BANCO-MV             PIC X(22).
           02 OPERADOR-MV              PIC X(8).
           02 VENDEDOR-MV              PIC X(5).

       FD  CLIENTES-CRUDO.
       01  REG-CLT-CRUDO.
           02 PERM-DISPUTAS-OP         PIC X(1).
           02 PERM-FERIADOS-OP         PIC X(1).
           02 PERM-CLIENTES-OP         PIC X(1).
           02 PERM-LIMITE-OP           PIC X(1).
           02 PERM-COBRANZA-OP         PIC X(1).
           02 CAPACIDAD-COB-OP         PIC 9(3).

       FD  ACUMULADO-NUEVO.
       01  REG-ACUM-NVO.
           02 AC-RUN-ID                PIC X(11).
           02 AC-OPERADOR              PIC X(8).

      *    ESTADO-CT: 'S' servicio suspendido, 'R' reconectado.
       FD  SERV-CORTES.
       01  REG-CORTE.
           02 NRO-CLIENTE-CT           PIC 9(7).
           02 COD-SERVICIO-CT          PIC X(3).
           02 FECHA-CORTE-CT           PIC 9(8).
           02 FECHA-RECONEX-CT         PIC 9(8).
           02 ESTADO-CT                PIC X(1).

       FD  TRANS-CRUDO.
       01  REG-TRANS-CRUDO.
           02 NRO-CLIENTE-TC           PIC 9(7).
           02 COD-SERVICIO-TC          PIC X(3).
           02 IND-TRANS-TC             PIC X(1).
           02 IMPORTE-TC               PIC S9(7)V99.

      *    Servicios que exigen deposito en garantia al alta.
       FD  DEPOSITOS-MAE.
       01  REG-DEPOSITO-MAE.
           02 COD-SERVICIO-DM          PIC X(3).
           02 IMPORTE-DM               PIC 9(7)V99.

      *    ESTADO-DG: 'V' vigente, 'B' liquidado en la baja
      *    (aplicado a items abiertos y/o devuelto).
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

      *    Remanentes de deposito y de prepagos no devengados a
      *    devolver; los toma F112REEM.
       FD  DEPO-DEVOL.
       01  REG-DEPO-DEVOL.
           02 NRO-CLIENTE-DV           PIC 9(7).
           02 COD-SERVICIO-DV          PIC X(3).
           02 NYAR-DV                  PIC X(60).
           02 BANCO-DV                 PIC X(3).
           02 CTA-BANCO-DV             PIC X(22).
           02 IMPORTE-DV               PIC 9(7)V99.
           02 FECHA-DV                 PIC 9(8).

       FD  VENDEDORES.
       01  REG-VENDEDOR.
           02 COD-VENDEDOR-VM          PIC X(5).
           02 NOMBRE-VM                PIC X(30).
           02 PORC-COMISION-VM         PIC 9(2)V99.
           02 MESES-COMISION-VM        PIC 9(2).
           02 MESES-RECUPERO-VM        PIC 9(2).
           02 BANCO-VM                 PIC X(3).
           02 CTA-BANCO-VM             PIC X(22).
           02 ESTADO-VM                PIC X(1).

      *    Cartera de cada vendedor: un registro por alta vendida.
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

      *    Cronograma de ingresos diferidos de servicios prepagos
      *    (F112DIFE). ESTADO-DF: 'V' vigente, 'D' devengado en su
      *    totalidad, 'B' liquidado en la baja del servicio.
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

      *    Limite de credito por cliente; el cliente 0 lleva el
      *    limite por defecto de los que no tienen uno propio.
       FD  LIMITES-CRED.
       01  REG-LIMITE.
           02 NRO-CLIENTE-LC           PIC 9(7).
           02 LIMITE-LC                PIC 9(9)V99.
           02 FECHA-ACT-LC             PIC 9(8).

       FD  ITEMS-ABIERTOS.
       01  REG-ITEM-ABIERTO.
           02 NRO-FACTURA-IA           PIC 9(8).
           02 NRO-CLIENTE-IA           PIC 9(7).
           02 TIPO-DOC-IA              PIC X(3).
           02 FECHA-IA                 PIC 9(8).
           02 IMPORTE-ORIG-IA          PIC S9(9)V99.
           02 SALDO-IA                 PIC S9(9)V99.

       FD  INTERFAZ-GL.
       01  REG-INTERFAZ-GL.
           02 FECHA-GI                 PIC 9(8).
           02 CONCEPTO-GI              PIC X(12).
           02 IMPORTE-GI               PIC 9(13)V99.
           02 AREA-GI                  PIC X(10).
           02 ORIGEN-GI                PIC X(10).

       FD  MANT-LISTADO.
       01  LIN-MANT                    PIC X(132).

           88 FS-AUDIT-CEN-OK      VALUE "00".
       01  FS-LISTADO                  PIC X(2).
           88 FS-LISTADO-OK        VALUE "00".
       01  FS-CORTES                   PIC X(2).
           88 FS-CORTES-OK         VALUE "00".
       01  FS-TRANS-CRUDO              PIC X(2).
           88 FS-TRANS-CRUDO-OK    VALUE "00".
       01  FS-DEPO-MAE                 PIC X(2).
           88 FS-DEPO-MAE-OK       VALUE "00".
       01  FS-DEPOSITOS                PIC X(2).
           88 FS-DEPOSITOS-OK      VALUE "00".
       01  FS-DEPO-DEV                 PIC X(2).
           88 FS-DEPO-DEV-OK       VALUE "00".
       01  FS-VENDEDORES               PIC X(2).
           88 FS-VENDEDORES-OK     VALUE "00".
       01  FS-VEND-CLI                 PIC X(2).
           88 FS-VEND-CLI-OK       VALUE "00".
       01  FS-DIFERIDOS                PIC X(2).
           88 FS-DIFERIDOS-OK      VALUE "00".
       01  FS-LIMITES                  PIC X(2).
           88 FS-LIMITES-OK        VALUE "00".
       01  FS-ITEMS                    PIC X(2).
           88 FS-ITEMS-OK          VALUE "00".
       01  FS-INTERFAZ                 PIC X(2).
           88 FS-INTERFAZ-OK       VALUE "00".
       01  FS-JOBLOG                   PIC X(2).
           88 FS-JOBLOG-OK         VALUE "00".
       01  FS-RUNSTAT                  PIC X(2).
           88 LISTADO-ABIERTO          VALUE 'S'.
       01  WS-AUDIT-CEN-ABIERTO        PIC X VALUE 'N'.
           88 AUDIT-CEN-ABIERTO        VALUE 'S'.
       01  WS-TRANS-ABIERTO            PIC X VALUE 'N'.
           88 TRANS-ABIERTO            VALUE 'S'.
       01  WS-DEPO-DEV-ABIERTO         PIC X VALUE 'N'.
           88 DEPO-DEV-ABIERTO         VALUE 'S'.
       01  WS-INTERFAZ-ABIERTO         PIC X VALUE 'N'.
           88 INTERFAZ-ABIERTO         VALUE 'S'.
       01  WS-JOBLOG-ABIERTO           PIC X VALUE 'N'.
           88 JOBLOG-ABIERTO           VALUE 'S'.
       01  WS-RUNSTAT-ABIERTO          PIC X VALUE 'N'.
       01  FIN-RUNSTAT-HIST            PIC X VALUE 'N'.
       01  WS-CANT-ENTRADA             PIC 9(7) VALUE 0.
       01  WS-CANT-SALIDA              PIC 9(7) VALUE 0.

       01  WS-LR-OPERACION             PIC X(1).
       01  WS-LR-JOB                   PIC X(10) VALUE 'F112CMNT'.
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
       01  WS-CANT-ALTAS               PIC 9(7) VALUE 0.
       01  WS-CANT-BAJAS               PIC 9(7) VALUE 0.
       01  WS-CANT-MODIF               PIC 9(7) VALUE 0.
       01  WS-CANT-RECHAZOS            PIC 9(7) VALUE 0.
       01  WS-CANT-CORTES              PIC 9(7) VALUE 0.
       01  WS-CANT-RECONEX             PIC 9(7) VALUE 0.
       01  WS-CANT-DEPOSITOS           PIC 9(7) VALUE 0.
       01  WS-CANT-LIQUIDADOS          PIC 9(7) VALUE 0.
       01  WS-CANT-SOBRE-LIMITE        PIC 9(7) VALUE 0.
       01  WS-CANT-PREPAGOS            PIC 9(7) VALUE 0.

       01  FIN-MOVIMIENTOS             PIC X VALUE 'N'.
       01  FIN-ACUM                    PIC X VALUE 'N'.
       01  WS-IDX-MOV                  PIC 9(5).
       01  WS-SALDO-CLIENTE            PIC S9(9)V99.
       01  WS-REG-ANTES                PIC X(104).
       01  WS-EM-TIPO                  PIC X(1).
       01  WS-EM-NUMERO                PIC X(22).
       01  WS-EM-MASCARA               PIC X(22).
       01  WS-AC-ANTES                 PIC X(132).
       01  WS-AC-DESPUES               PIC X(132).
       01  WS-AC-CLAVE                 PIC X(20).
       01  WS-AC-ARCHIVO               PIC X(12) VALUE 'CLIENTES'.
       01  FIN-CORTES                  PIC X VALUE 'N'.
       01  WS-IDX-CORTE                PIC 9(5).

       01  FIN-DEPO-MAE                PIC X VALUE 'N'.
       01  FIN-DEPOSITOS               PIC X VALUE 'N'.
       01  FIN-ITEMS                   PIC X VALUE 'N'.
       01  WS-IDX-DEPO                 PIC 9(5).
       01  WS-IDX-DEPO-MAE             PIC 9(3).
       01  WS-IDX-ITEM                 PIC 9(5).
       01  WS-IDX-ULTIMO               PIC 9(5).
       01  WS-FECHA-ULTIMA             PIC 9(8).
       01  WS-DEPOSITO-DISP            PIC 9(7)V99.
       01  WS-APLICADO                 PIC 9(7)V99.
       01  WS-DEPOSITOS-CAMBIADOS      PIC X VALUE 'N'.
           88 DEPOSITOS-CAMBIADOS      VALUE 'S'.
       01  WS-ITEMS-CAMBIADOS          PIC X VALUE 'N'.
           88 ITEMS-CAMBIADOS          VALUE 'S'.
       01  WS-CONCEPTO-GL              PIC X(12).
       01  WS-IMPORTE-GL               PIC 9(13)V99.
       01  WS-AREA-GL                  PIC X(10) VALUE SPACES.

       01  FIN-DIFERIDOS               PIC X VALUE 'N'.
       01  WS-IDX-DIF                  PIC 9(5).
       01  WS-FECHA-DIF                PIC 9(8).
       01  WS-FECHA-DIF-R REDEFINES WS-FECHA-DIF.
           02 WS-DIF-ANIO              PIC 9(4).
           02 WS-DIF-MES               PIC 9(2).
           02 WS-DIF-DIA               PIC 9(2).
       01  WS-FECHA-BAJA               PIC 9(8).
       01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
           02 WS-BAJA-ANIO             PIC 9(4).
           02 WS-BAJA-MES              PIC 9(2).
           02 WS-BAJA-DIA              PIC 9(2).
       01  WS-MESES-TRANSC             PIC S9(5).
       01  WS-DEVENGADO-ACUM           PIC 9(9)V99.
       01  WS-A-DEVENGAR               PIC 9(9)V99.
       01  WS-NO-DEVENGADO             PIC 9(9)V99.
       01  WS-DIFERIDOS-CAMBIADOS      PIC X VALUE 'N'.
           88 DIFERIDOS-CAMBIADOS      VALUE 'S'.

       01  FIN-VENDEDORES              PIC X VALUE 'N'.
       01  FIN-VEND-CLI                PIC X VALUE 'N'.
       01  WS-IDX-VEND-CLI             PIC 9(5).
       01  WS-VENDEDOR-VALIDO          PIC X.
       01  WS-VEND-CLI-CAMBIADOS       PIC X VALUE 'N'.
           88 VEND-CLI-CAMBIADOS       VALUE 'S'.

       01  FIN-LIMITES                 PIC X VALUE 'N'.
       01  FIN-TRANS-PEND              PIC X VALUE 'N'.
       01  WS-LIMITE-DEFECTO           PIC 9(9)V99 VALUE 0.
       01  WS-HAY-LIMITE-DEFECTO       PIC X VALUE 'N'.
           88 HAY-LIMITE-DEFECTO       VALUE 'S'.
       01  WS-IDX-EXPO                 PIC 9(5).
       01  WS-CLIENTE-EXPO             PIC 9(7).
       01  WS-EXPOSICION-NUEVA         PIC S9(11)V99.
       01  WS-OPERADOR-LIMITE          PIC X.

       01  FS-OPERADORES               PIC X(2).
           88 FS-OPERADORES-OK     VALUE "00".
               03 TOP-DESDE            PIC 9(8).
               03 TOP-HASTA            PIC 9(8).
               03 TOP-PERMISO          PIC X(1).
               03 TOP-PERM-LIMITE      PIC X(1).

       01  CANT-MOVIMIENTOS            PIC 9(5) VALUE 0.
       01  TABLA-MOVIMIENTOS.
               03 TMV-BANCO            PIC X(3).
               03 TMV-CTA-BANCO        PIC X(22).
               03 TMV-OPERADOR         PIC X(8).
               03 TMV-VENDEDOR         PIC X(5).
               03 TMV-APLICADO         PIC X.

       01  CANT-SALDOS                 PIC 9(5) VALUE 0.
               03 TSA-NRO-CLIENTE      PIC 9(7).
               03 TSA-SALDO            PIC S9(9)V99.

       01  CANT-CORTES                 PIC 9(5) VALUE 0.
       01  TABLA-CORTES.
           02 TABLA-CORTES-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-CORTES
                                INDEXED BY IDX-CORTE.
               03 TCO-NRO-CLIENTE      PIC 9(7).
               03 TCO-COD-SERVICIO     PIC X(3).
               03 TCO-FECHA-CORTE      PIC 9(8).
               03 TCO-FECHA-RECONEX    PIC 9(8).
               03 TCO-ESTADO           PIC X(1).

       01  CANT-DEPO-MAE               PIC 9(3) VALUE 0.
       01  TABLA-DEPO-MAE.
           02 TABLA-DEPO-MAE-ITEM OCCURS 1 TO 999 TIMES
                                  DEPENDING ON CANT-DEPO-MAE
                                  INDEXED BY IDX-DEPO-MAE.
               03 TDM-COD-SERVICIO     PIC X(3).
               03 TDM-IMPORTE          PIC 9(7)V99.

       01  CANT-DEPOSITOS              PIC 9(5) VALUE 0.
       01  TABLA-DEPOSITOS.
           02 TABLA-DEPO-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-DEPOSITOS
                              INDEXED BY IDX-DEPO.
               03 TDG-NRO-CLIENTE      PIC 9(7).
               03 TDG-COD-SERVICIO     PIC X(3).
               03 TDG-FECHA-ALTA       PIC 9(8).
               03 TDG-IMPORTE          PIC 9(7)V99.
               03 TDG-ESTADO           PIC X(1).
               03 TDG-FECHA-BAJA       PIC 9(8).
               03 TDG-APLICADO         PIC 9(7)V99.
               03 TDG-DEVUELTO         PIC 9(7)V99.

       01  CANT-VENDEDORES             PIC 9(3) VALUE 0.
       01  TABLA-VENDEDORES.
           02 TABLA-VEND-ITEM OCCURS 1 TO 999 TIMES
                              DEPENDING ON CANT-VENDEDORES
                              INDEXED BY IDX-VEND.
               03 TVE-COD-VENDEDOR     PIC X(5).
               03 TVE-ESTADO           PIC X(1).

       01  CANT-VEND-CLI               PIC 9(5) VALUE 0.
       01  TABLA-VEND-CLI.
           02 TABLA-VEND-CLI-ITEM OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON CANT-VEND-CLI
                                  INDEXED BY IDX-VEND-CLI.
               03 TVC-NRO-CLIENTE      PIC 9(7).
               03 TVC-COD-SERVICIO     PIC X(3).
               03 TVC-COD-VENDEDOR     PIC X(5).
               03 TVC-FECHA-ALTA       PIC 9(8).
               03 TVC-ESTADO           PIC X(1).
               03 TVC-FECHA-BAJA       PIC 9(8).
               03 TVC-PERIODO-ULT      PIC 9(6).
               03 TVC-FACTURADO        PIC 9(9)V99.
               03 TVC-COBRADO          PIC 9(9)V99.
               03 TVC-COMISION         PIC 9(7)V99.

       01  CANT-DIFERIDOS              PIC 9(5) VALUE 0.
       01  TABLA-DIFERIDOS.
           02 TABLA-DIF-ITEM OCCURS 1 TO 9999 TIMES
                             DEPENDING ON CANT-DIFERIDOS
                             INDEXED BY IDX-DIF.
               03 TDF-NRO-CLIENTE      PIC 9(7).
               03 TDF-NRO-FACTURA      PIC 9(8).
               03 TDF-COD-SERVICIO     PIC X(3).
               03 TDF-AREA             PIC X(10).
               03 TDF-FECHA-FACT       PIC 9(8).
               03 TDF-MESES            PIC 9(2).
               03 TDF-REINTEGRA        PIC X(1).
               03 TDF-IMPORTE          PIC 9(9)V99.
               03 TDF-DEVENGADO        PIC 9(9)V99.
               03 TDF-PERIODO-ULT      PIC 9(6).
               03 TDF-ESTADO           PIC X(1).
               03 TDF-FECHA-BAJA       PIC 9(8).
               03 TDF-REINTEGRO        PIC 9(9)V99.

       01  CANT-LIMITES                PIC 9(5) VALUE 0.
       01  TABLA-LIMITES.
           02 TABLA-LIMITE-ITEM OCCURS 1 TO 9999 TIMES
                                DEPENDING ON CANT-LIMITES
                                INDEXED BY IDX-LIMITE.
               03 TLC-NRO-CLIENTE      PIC 9(7).
               03 TLC-LIMITE           PIC 9(9)V99.

      *    Exposicion de los clientes con altas pendientes: items
      *    abiertos, consumos sin facturar y cargos fijos vigentes.
       01  CANT-EXPOSICION             PIC 9(5) VALUE 0.
       01  TABLA-EXPOSICION.
           02 TABLA-EXPO-ITEM OCCURS 1 TO 9999 TIMES
                              DEPENDING ON CANT-EXPOSICION
                              INDEXED BY IDX-EXPO.
               03 TEX-NRO-CLIENTE      PIC 9(7).
               03 TEX-CON-LIMITE       PIC X(1).
               03 TEX-LIMITE           PIC 9(9)V99.
               03 TEX-EXPOSICION       PIC S9(11)V99.

       01  CANT-ITEMS                  PIC 9(5) VALUE 0.
       01  TABLA-ITEMS.
           02 TABLA-ITEMS-ITEM OCCURS 1 TO 9999 TIMES
                               DEPENDING ON CANT-ITEMS
                               INDEXED BY IDX-ITEM.
               03 TIT-NRO-FACTURA      PIC 9(8).
               03 TIT-NRO-CLIENTE      PIC 9(7).
               03 TIT-TIPO-DOC         PIC X(3).
               03 TIT-FECHA            PIC 9(8).
               03 TIT-IMPORTE-ORIG     PIC S9(9)V99.
               03 TIT-SALDO            PIC S9(9)V99.

       01  LIN-MT-TITULO.
           02 FILLER              PIC X(40) VALUE
              'F112CMNT  MANTENIMIENTO DE CLIENTES'.
       01  LIN-MT-IMAGEN.
           02 LMI-LEYENDA         PIC X(8).
           02 LMI-IMAGEN          PIC X(104).
       01  LIN-MT-DEPOSITO.
           02 FILLER              PIC X(10) VALUE 'DEPOSITO  '.
           02 LMD-CONCEPTO        PIC X(20).
           02 LMD-IMPORTE         PIC -Z(8)9.99.
           02 FILLER              PIC X(10) VALUE '  FACTURA '.
           02 LMD-FACTURA         PIC Z(7)9.
       01  LIN-MT-LIMITE.
           02 FILLER              PIC X(10) VALUE 'LIMITE    '.
           02 LML-LEYENDA         PIC X(30).
           02 FILLER              PIC X(12) VALUE ' EXPOSICION '.
           02 LML-EXPOSICION      PIC -Z(10)9.99.
           02 FILLER              PIC X(8)  VALUE ' LIMITE '.
           02 LML-LIMITE          PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 20000-PROCESO UNTIL FIN-CLIENTES = 'S'.
           PERFORM 27000-APLICAR-ALTAS.
           PERFORM 28000-REESCRIBIR-CLIENTES.
           PERFORM 28500-REESCRIBIR-CORTES.
           PERFORM 28600-REESCRIBIR-DEPOSITOS.
           PERFORM 28700-REESCRIBIR-ITEMS.
           PERFORM 28800-REESCRIBIR-VEND-CLI.
           PERFORM 28900-REESCRIBIR-DIFERIDOS.
           PERFORM 30000-FINAL.

       10000-INICIO.
               SET RUNSTAT-ABIERTO TO TRUE
           END-IF

           PERFORM 11100-TOMAR-LOCKS

           OPEN EXTEND AUDIT-CENTRAL.
           IF FS-AUDIT-CEN = "35"
               OPEN OUTPUT AUDIT-CENTRAL
           END-IF

           PERFORM 11500-CARGAR-OPERADORES
           PERFORM 11600-CARGAR-VENDEDORES
           PERFORM 12000-CARGAR-MOVIMIENTOS
           PERFORM 13000-CARGAR-SALDOS
           PERFORM 13500-CARGAR-CORTES
           PERFORM 14000-CARGAR-DEPOSITOS
           PERFORM 14500-CARGAR-ITEMS
           PERFORM 14600-CARGAR-VEND-CLI
           PERFORM 14700-CARGAR-DIFERIDOS
           PERFORM 15000-CARGAR-LIMITES
           PERFORM 15500-PREPARAR-EXPOSICION
           PERFORM 15800-SUMAR-NO-FACTURADO

           OPEN INPUT CLIENTES-CRUDO.
           IF NOT FS-CTE-OK
               SET RECHAZOS-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND TRANS-CRUDO.
           IF FS-TRANS-CRUDO = "35"
               OPEN OUTPUT TRANS-CRUDO
           END-IF
           IF FS-TRANS-CRUDO-OK
               SET TRANS-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND DEPO-DEVOL.
           IF FS-DEPO-DEV = "35"
               OPEN OUTPUT DEPO-DEVOL
           END-IF
           IF NOT FS-DEPO-DEV-OK
               DISPLAY 'ERROR AL ABRIR DEPODEV'
               DISPLAY 'FILE STATUS ' FS-DEPO-DEV
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-DEPO-DEV TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR DEPODEV' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET DEPO-DEV-ABIERTO TO TRUE
           END-IF

           OPEN EXTEND INTERFAZ-GL.
           IF FS-INTERFAZ = "35"
               OPEN OUTPUT INTERFAZ-GL
           END-IF
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR AL ABRIR GLINTERF'
               DISPLAY 'FILE STATUS ' FS-INTERFAZ
               MOVE '10000-INICIO' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR AL ABRIR GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           ELSE
               SET INTERFAZ-ABIERTO TO TRUE
           END-IF

           OPEN OUTPUT MANT-LISTADO.
           IF FS-LISTADO-OK
               SET LISTADO-ABIERTO TO TRUE
           MOVE '-' TO WS-RUN-ID(9:1)
           MOVE WS-INTENTO-CORRIDA TO WS-RUN-ID(10:2).

      *    Maestros que la corrida reescribe (A) o solo lee (L). Si
      *    otro job los tiene tomados se termina sin tocar nada; el
      *    JOBLOG nombra al tenedor.
       11100-TOMAR-LOCKS.
           MOVE 'T' TO WS-LR-OPERACION
           MOVE 11 TO WS-LR-CANT-ARCHIVOS
           MOVE 'CLIENTES.DAT' TO WS-LR-ARCHIVO(1)
           MOVE 'A' TO WS-LR-MODO(1)
           MOVE 'TRANSAC.DAT' TO WS-LR-ARCHIVO(2)
           MOVE 'A' TO WS-LR-MODO(2)
           MOVE 'SERVCORT.DAT' TO WS-LR-ARCHIVO(3)
           MOVE 'A' TO WS-LR-MODO(3)
           MOVE 'DEPOGAR.DAT' TO WS-LR-ARCHIVO(4)
           MOVE 'A' TO WS-LR-MODO(4)
           MOVE 'DEPOMAE.DAT' TO WS-LR-ARCHIVO(5)
           MOVE 'L' TO WS-LR-MODO(5)
           MOVE 'ITEMSABI.DAT' TO WS-LR-ARCHIVO(6)
           MOVE 'A' TO WS-LR-MODO(6)
           MOVE 'VENDCLI.DAT' TO WS-LR-ARCHIVO(7)
           MOVE 'A' TO WS-LR-MODO(7)
           MOVE 'DIFERIDO.DAT' TO WS-LR-ARCHIVO(8)
           MOVE 'A' TO WS-LR-MODO(8)
           MOVE 'DEPODEV.DAT' TO WS-LR-ARCHIVO(9)
           MOVE 'A' TO WS-LR-MODO(9)
           MOVE 'ACUMNVO.DAT' TO WS-LR-ARCHIVO(10)
           MOVE 'L' TO WS-LR-MODO(10)
           MOVE 'CLIMRECH.DAT' TO WS-LR-ARCHIVO(11)
           MOVE 'A' TO WS-LR-MODO(11)
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

       11500-CARGAR-OPERADORES.
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES-OK
                               TO TOP-HASTA(CANT-OPERADORES)
                           MOVE PERM-CLIENTES-OP
                               TO TOP-PERMISO(CANT-OPERADORES)
                           MOVE PERM-LIMITE-OP
                               TO TOP-PERM-LIMITE(CANT-OPERADORES)
                   END-READ
               END-PERFORM
               CLOSE OPERADORES
               PERFORM 90000-LOG-ERROR
           END-IF.

       11600-CARGAR-VENDEDORES.
           OPEN INPUT VENDEDORES.
           IF FS-VENDEDORES-OK
               PERFORM UNTIL FIN-VENDEDORES = 'S'
                   READ VENDEDORES
                       AT END
                           MOVE 'S' TO FIN-VENDEDORES
                       NOT AT END
                           ADD 1 TO CANT-VENDEDORES
                           MOVE COD-VENDEDOR-VM
                               TO TVE-COD-VENDEDOR(CANT-VENDEDORES)
                           MOVE ESTADO-VM
                               TO TVE-ESTADO(CANT-VENDEDORES)
                   END-READ
               END-PERFORM
               CLOSE VENDEDORES
           END-IF.

      *    El vendedor informado en el alta tiene que existir y
      *    estar activo; el alta sin vendedor no comisiona.
       11900-VALIDAR-VENDEDOR.
           MOVE 'N' TO WS-VENDEDOR-VALIDO
           IF CANT-VENDEDORES > 0
               SET IDX-VEND TO 1
               SEARCH TABLA-VEND-ITEM
                   AT END
                       CONTINUE
                   WHEN TVE-COD-VENDEDOR(IDX-VEND) = VENDEDOR-MV
                       IF TVE-ESTADO(IDX-VEND) = 'A'
                           MOVE 'S' TO WS-VENDEDOR-VALIDO
                       END-IF
               END-SEARCH
           END-IF.

      *    El movimiento tiene que venir firmado por un operador
      *    vigente con permiso sobre el padron de clientes; sin
      *    maestro legible el control falla cerrado y se rechaza.
           SET MOV-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           IF NOT MOV-ALTA AND NOT MOV-BAJA AND NOT MOV-MODIF
                   AND NOT MOV-CORTE AND NOT MOV-RECONEXION
               SET MOV-VALIDO TO FALSE
               MOVE 'TIPO MOVIMIENTO INVALIDO' TO WS-MOTIVO
           END-IF
               SET MOV-VALIDO TO FALSE
               MOVE 'MODIFICACION SIN CAMPOS' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND MOV-RECONEXION
                   AND IMPORTE-MV IS NOT NUMERIC
               SET MOV-VALIDO TO FALSE
               MOVE 'CARGO RECONEX NO NUMERICO' TO WS-MOTIVO
           END-IF
           IF MOV-VALIDO AND MOV-ALTA AND VENDEDOR-MV NOT = SPACES
               PERFORM 11900-VALIDAR-VENDEDOR
               IF WS-VENDEDOR-VALIDO = 'N'
                   SET MOV-VALIDO TO FALSE
                   MOVE 'VENDEDOR INEXISTENTE' TO WS-MOTIVO
               END-IF
           END-IF
           IF MOV-VALIDO
               PERFORM 11800-VALIDAR-OPERADOR
               IF WS-OPERADOR-VALIDO = 'N'
           MOVE BANCO-MV TO TMV-BANCO(CANT-MOVIMIENTOS)
           MOVE CTA-BANCO-MV TO TMV-CTA-BANCO(CANT-MOVIMIENTOS)
           MOVE OPERADOR-MV TO TMV-OPERADOR(CANT-MOVIMIENTOS)
           MOVE VENDEDOR-MV TO TMV-VENDEDOR(CANT-MOVIMIENTOS)
           MOVE 'N' TO TMV-APLICADO(CANT-MOVIMIENTOS).

       13000-CARGAR-SALDOS.
               CLOSE ACUMULADO-NUEVO
           END-IF.

       13500-CARGAR-CORTES.
           OPEN INPUT SERV-CORTES.
           IF FS-CORTES-OK
               PERFORM UNTIL FIN-CORTES = 'S'
                   READ SERV-CORTES
                       AT END
                           MOVE 'S' TO FIN-CORTES
                       NOT AT END
                           ADD 1 TO CANT-CORTES
                           MOVE NRO-CLIENTE-CT
                               TO TCO-NRO-CLIENTE(CANT-CORTES)
                           MOVE COD-SERVICIO-CT
                               TO TCO-COD-SERVICIO(CANT-CORTES)
                           MOVE FECHA-CORTE-CT
                               TO TCO-FECHA-CORTE(CANT-CORTES)
                           MOVE FECHA-RECONEX-CT
                               TO TCO-FECHA-RECONEX(CANT-CORTES)
                           MOVE ESTADO-CT
                               TO TCO-ESTADO(CANT-CORTES)
                   END-READ
               END-PERFORM
               CLOSE SERV-CORTES
           END-IF.

       14000-CARGAR-DEPOSITOS.
           OPEN INPUT DEPOSITOS-MAE.
           IF FS-DEPO-MAE-OK
               PERFORM UNTIL FIN-DEPO-MAE = 'S'
                   READ DEPOSITOS-MAE
                       AT END
                           MOVE 'S' TO FIN-DEPO-MAE
                       NOT AT END
                           ADD 1 TO CANT-DEPO-MAE
                           MOVE COD-SERVICIO-DM
                               TO TDM-COD-SERVICIO(CANT-DEPO-MAE)
                           MOVE IMPORTE-DM
                               TO TDM-IMPORTE(CANT-DEPO-MAE)
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOS-MAE
           END-IF
           OPEN INPUT DEPOSITOS.
           IF FS-DEPOSITOS-OK
               PERFORM UNTIL FIN-DEPOSITOS = 'S'
                   READ DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-DEPOSITOS
                       NOT AT END
                           ADD 1 TO CANT-DEPOSITOS
                           MOVE REG-DEPOSITO
                               TO TABLA-DEPO-ITEM(CANT-DEPOSITOS)
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOS
           END-IF.

       14500-CARGAR-ITEMS.
           OPEN INPUT ITEMS-ABIERTOS.
           IF FS-ITEMS-OK
               PERFORM UNTIL FIN-ITEMS = 'S'
                   READ ITEMS-ABIERTOS
                       AT END
                           MOVE 'S' TO FIN-ITEMS
                       NOT AT END
                           ADD 1 TO CANT-ITEMS
                           MOVE REG-ITEM-ABIERTO
                               TO TABLA-ITEMS-ITEM(CANT-ITEMS)
                   END-READ
               END-PERFORM
               CLOSE ITEMS-ABIERTOS
           END-IF.

       14600-CARGAR-VEND-CLI.
           OPEN INPUT VEND-CLIENTES.
           IF FS-VEND-CLI-OK
               PERFORM UNTIL FIN-VEND-CLI = 'S'
                   READ VEND-CLIENTES
                       AT END
                           MOVE 'S' TO FIN-VEND-CLI
                       NOT AT END
                           ADD 1 TO CANT-VEND-CLI
                           MOVE REG-VEND-CLIENTE
                               TO TABLA-VEND-CLI-ITEM(CANT-VEND-CLI)
                   END-READ
               END-PERFORM
               CLOSE VEND-CLIENTES
           END-IF.

       14700-CARGAR-DIFERIDOS.
           OPEN INPUT DIFERIDOS.
           IF FS-DIFERIDOS-OK
               PERFORM UNTIL FIN-DIFERIDOS = 'S'
                   READ DIFERIDOS
                       AT END
                           MOVE 'S' TO FIN-DIFERIDOS
                       NOT AT END
                           ADD 1 TO CANT-DIFERIDOS
                           MOVE REG-DIFERIDO
                               TO TABLA-DIF-ITEM(CANT-DIFERIDOS)
                   END-READ
               END-PERFORM
               CLOSE DIFERIDOS
           END-IF.

       15000-CARGAR-LIMITES.
           OPEN INPUT LIMITES-CRED.
           IF FS-LIMITES-OK
               PERFORM UNTIL FIN-LIMITES = 'S'
                   READ LIMITES-CRED
                       AT END
                           MOVE 'S' TO FIN-LIMITES
                       NOT AT END
                           IF NRO-CLIENTE-LC = 0
                               MOVE LIMITE-LC TO WS-LIMITE-DEFECTO
                               SET HAY-LIMITE-DEFECTO TO TRUE
                           ELSE
                               ADD 1 TO CANT-LIMITES
                               MOVE NRO-CLIENTE-LC
                                   TO TLC-NRO-CLIENTE(CANT-LIMITES)
                               MOVE LIMITE-LC
                                   TO TLC-LIMITE(CANT-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITES-CRED
           END-IF.

       15500-PREPARAR-EXPOSICION.
           PERFORM VARYING WS-IDX-MOV FROM 1 BY 1
               UNTIL WS-IDX-MOV > CANT-MOVIMIENTOS
               IF TMV-TIPO(WS-IDX-MOV) = 'A'
                   MOVE TMV-NRO-CLIENTE(WS-IDX-MOV)
                       TO WS-CLIENTE-EXPO
                   PERFORM 15600-BUSCAR-EXPOSICION
                   IF WS-IDX-EXPO = 0
                       PERFORM 15700-AGREGAR-EXPOSICION
                   END-IF
               END-IF
           END-PERFORM.

       15600-BUSCAR-EXPOSICION.
           MOVE 0 TO WS-IDX-EXPO
           IF CANT-EXPOSICION > 0
               SET IDX-EXPO TO 1
               SEARCH TABLA-EXPO-ITEM
                   AT END
                       CONTINUE
                   WHEN TEX-NRO-CLIENTE(IDX-EXPO) = WS-CLIENTE-EXPO
                       SET WS-IDX-EXPO TO IDX-EXPO
               END-SEARCH
           END-IF.

       15700-AGREGAR-EXPOSICION.
           ADD 1 TO CANT-EXPOSICION
           MOVE CANT-EXPOSICION TO WS-IDX-EXPO
           MOVE WS-CLIENTE-EXPO TO TEX-NRO-CLIENTE(WS-IDX-EXPO)
           MOVE 'N' TO TEX-CON-LIMITE(WS-IDX-EXPO)
           MOVE 0 TO TEX-LIMITE(WS-IDX-EXPO)
           MOVE 0 TO TEX-EXPOSICION(WS-IDX-EXPO)
           IF CANT-LIMITES > 0
               SET IDX-LIMITE TO 1
               SEARCH TABLA-LIMITE-ITEM
                   AT END
                       CONTINUE
                   WHEN TLC-NRO-CLIENTE(IDX-LIMITE)
                           = WS-CLIENTE-EXPO
                       MOVE 'S' TO TEX-CON-LIMITE(WS-IDX-EXPO)
                       MOVE TLC-LIMITE(IDX-LIMITE)
                           TO TEX-LIMITE(WS-IDX-EXPO)
               END-SEARCH
           END-IF
           IF TEX-CON-LIMITE(WS-IDX-EXPO) = 'N'
                   AND HAY-LIMITE-DEFECTO
               MOVE 'S' TO TEX-CON-LIMITE(WS-IDX-EXPO)
               MOVE WS-LIMITE-DEFECTO TO TEX-LIMITE(WS-IDX-EXPO)
           END-IF
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS
               IF TIT-NRO-CLIENTE(WS-IDX-ITEM) = WS-CLIENTE-EXPO
                   ADD TIT-SALDO(WS-IDX-ITEM)
                       TO TEX-EXPOSICION(WS-IDX-EXPO)
               END-IF
           END-PERFORM.

      *    Lo que quedo en TRANSAC.DAT todavia no fue facturado.
       15800-SUMAR-NO-FACTURADO.
           IF CANT-EXPOSICION > 0
               OPEN INPUT TRANS-CRUDO
               IF FS-TRANS-CRUDO-OK
                   PERFORM UNTIL FIN-TRANS-PEND = 'S'
                       READ TRANS-CRUDO
                           AT END
                               MOVE 'S' TO FIN-TRANS-PEND
                           NOT AT END
                               MOVE NRO-CLIENTE-TC
                                   TO WS-CLIENTE-EXPO
                               PERFORM 15600-BUSCAR-EXPOSICION
                               IF WS-IDX-EXPO > 0
                                   PERFORM 15900-SUMAR-TRANSACCION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-CRUDO
               END-IF
           END-IF.

       15900-SUMAR-TRANSACCION.
           IF IND-TRANS-TC = 'C'
               SUBTRACT IMPORTE-TC FROM TEX-EXPOSICION(WS-IDX-EXPO)
           ELSE
               ADD IMPORTE-TC TO TEX-EXPOSICION(WS-IDX-EXPO)
           END-IF.

       20000-PROCESO.
           READ CLIENTES-CRUDO
               AT END
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               IF CANT-EXPOSICION > 0
                   MOVE NRO-CLIENTE-CC TO WS-CLIENTE-EXPO
                   PERFORM 15600-BUSCAR-EXPOSICION
                   IF WS-IDX-EXPO > 0
                       ADD IMPORTE-CC TO TEX-EXPOSICION(WS-IDX-EXPO)
                   END-IF
               END-IF
               PERFORM 21000-RESOLVER-CLIENTE
           END-IF.

                       PERFORM 22000-APLICAR-BAJA
                   WHEN 'M'
                       PERFORM 23000-APLICAR-MODIF
                   WHEN 'S'
                       PERFORM 23500-APLICAR-CORTE
                   WHEN 'R'
                       PERFORM 23600-APLICAR-RECONEXION
               END-EVALUATE
           END-IF.

      *    Con deposito vigente la baja se acepta si la deuda no
      *    lo supera; el deposito se liquida contra esa deuda.
       22000-APLICAR-BAJA.
           PERFORM 24000-BUSCAR-SALDO
           PERFORM 24500-BUSCAR-DEPOSITO
           IF WS-SALDO-CLIENTE NOT = 0
              AND (WS-IDX-DEPO = 0
                   OR WS-SALDO-CLIENTE < 0
                   OR WS-SALDO-CLIENTE > TDG-IMPORTE(WS-IDX-DEPO))
               MOVE 'CLIENTE CON SALDO' TO WS-MOTIVO
               PERFORM 71000-RECHAZAR-DE-TABLA
               PERFORM 26000-GRABAR-TRABAJO
               PERFORM 80000-LISTAR-MOVIMIENTO
               MOVE 'ANTES:  ' TO LMI-LEYENDA
               MOVE WS-REG-ANTES TO LMI-IMAGEN
               PERFORM 81100-LISTAR-IMAGEN-CLI
               MOVE 'DESPUES:' TO LMI-LEYENDA
               MOVE '*** BAJA ***' TO LMI-IMAGEN
               PERFORM 81000-LISTAR-IMAGEN
               IF WS-IDX-DEPO > 0
                   PERFORM 22100-LIQUIDAR-DEPOSITO
               END-IF
               PERFORM 22500-BAJA-VEND-CLI
               PERFORM 22600-LIQUIDAR-DIFERIDOS
           END-IF.

      *    El deposito cancela primero los items abiertos mas
      *    recientes del cliente; el remanente se devuelve via
      *    F112REEM.
       22100-LIQUIDAR-DEPOSITO.
           ADD 1 TO WS-CANT-LIQUIDADOS
           MOVE TDG-IMPORTE(WS-IDX-DEPO) TO WS-DEPOSITO-DISP
           MOVE 1 TO WS-IDX-ULTIMO
           PERFORM 22200-APLICAR-A-ITEM
               UNTIL WS-DEPOSITO-DISP = 0 OR WS-IDX-ULTIMO = 0
           IF TDG-APLICADO(WS-IDX-DEPO) > 0
               MOVE 'DEPGAR-APLI' TO WS-CONCEPTO-GL
               MOVE TDG-APLICADO(WS-IDX-DEPO) TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
           END-IF
           IF WS-DEPOSITO-DISP > 0
               MOVE NRO-CLIENTE-CC TO NRO-CLIENTE-DV
               MOVE COD-SERVICIO-CC TO COD-SERVICIO-DV
               MOVE NYAR-CC TO NYAR-DV
               MOVE BANCO-CC TO BANCO-DV
               MOVE CTA-BANCO-CC TO CTA-BANCO-DV
               MOVE WS-DEPOSITO-DISP TO IMPORTE-DV
               MOVE WS-FECHA-HOY-N TO FECHA-DV
               WRITE REG-DEPO-DEVOL
               IF NOT FS-DEPO-DEV-OK
                   DISPLAY 'ERROR ESCRITURA DEPODEV'
                   MOVE '22100-LIQUIDAR-DEPO' TO JL-PARRAFO
                   MOVE FS-DEPO-DEV TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA DEPODEV' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               MOVE WS-DEPOSITO-DISP TO TDG-DEVUELTO(WS-IDX-DEPO)
               MOVE 'DEPGAR-DEV' TO WS-CONCEPTO-GL
               MOVE WS-DEPOSITO-DISP TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
               MOVE 'A DEVOLVER' TO LMD-CONCEPTO
               MOVE WS-DEPOSITO-DISP TO LMD-IMPORTE
               MOVE 0 TO LMD-FACTURA
               PERFORM 82000-LISTAR-DEPOSITO
           END-IF
           MOVE 'B' TO TDG-ESTADO(WS-IDX-DEPO)
           MOVE WS-FECHA-HOY-N TO TDG-FECHA-BAJA(WS-IDX-DEPO)
           SET DEPOSITOS-CAMBIADOS TO TRUE.

       22200-APLICAR-A-ITEM.
           MOVE 0 TO WS-IDX-ULTIMO
           MOVE 0 TO WS-FECHA-ULTIMA
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
               UNTIL WS-IDX-ITEM > CANT-ITEMS
               IF TIT-NRO-CLIENTE(WS-IDX-ITEM) = NRO-CLIENTE-CC
                  AND TIT-SALDO(WS-IDX-ITEM) > 0
                  AND TIT-TIPO-DOC(WS-IDX-ITEM) NOT = 'NCR'
                  AND TIT-FECHA(WS-IDX-ITEM) >= WS-FECHA-ULTIMA
                   MOVE TIT-FECHA(WS-IDX-ITEM) TO WS-FECHA-ULTIMA
                   MOVE WS-IDX-ITEM TO WS-IDX-ULTIMO
               END-IF
           END-PERFORM
           IF WS-IDX-ULTIMO > 0
               IF TIT-SALDO(WS-IDX-ULTIMO) >= WS-DEPOSITO-DISP
                   MOVE WS-DEPOSITO-DISP TO WS-APLICADO
               ELSE
                   MOVE TIT-SALDO(WS-IDX-ULTIMO) TO WS-APLICADO
               END-IF
               SUBTRACT WS-APLICADO FROM TIT-SALDO(WS-IDX-ULTIMO)
               SUBTRACT WS-APLICADO FROM WS-DEPOSITO-DISP
               ADD WS-APLICADO TO TDG-APLICADO(WS-IDX-DEPO)
               SET ITEMS-CAMBIADOS TO TRUE
               MOVE 'APLICADO' TO LMD-CONCEPTO
               MOVE WS-APLICADO TO LMD-IMPORTE
               MOVE TIT-NRO-FACTURA(WS-IDX-ULTIMO) TO LMD-FACTURA
               PERFORM 82000-LISTAR-DEPOSITO
           END-IF.

      *    La fecha de baja queda en la cartera del vendedor para
      *    el recupero de comisiones.
       22500-BAJA-VEND-CLI.
           MOVE 0 TO WS-IDX-VEND-CLI
           IF CANT-VEND-CLI > 0
               SET IDX-VEND-CLI TO 1
               SEARCH TABLA-VEND-CLI-ITEM
                   AT END
                       CONTINUE
                   WHEN TVC-NRO-CLIENTE(IDX-VEND-CLI) = NRO-CLIENTE-CC
                    AND TVC-COD-SERVICIO(IDX-VEND-CLI)
                           = COD-SERVICIO-CC
                    AND TVC-ESTADO(IDX-VEND-CLI) = 'V'
                       SET WS-IDX-VEND-CLI TO IDX-VEND-CLI
               END-SEARCH
           END-IF
           IF WS-IDX-VEND-CLI > 0
               MOVE 'B' TO TVC-ESTADO(WS-IDX-VEND-CLI)
               MOVE WS-FECHA-HOY-N TO TVC-FECHA-BAJA(WS-IDX-VEND-CLI)
               SET VEND-CLI-CAMBIADOS TO TRUE
           END-IF.

      *    Los prepagos vigentes del servicio se devengan hasta el mes
      *    de la baja inclusive; lo no devengado se devuelve via
      *    F112REEM si el servicio lo reintegra, si no se devenga.
       22600-LIQUIDAR-DIFERIDOS.
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
               UNTIL WS-IDX-DIF > CANT-DIFERIDOS
               IF TDF-NRO-CLIENTE(WS-IDX-DIF) = NRO-CLIENTE-CC
                  AND TDF-COD-SERVICIO(WS-IDX-DIF) = COD-SERVICIO-CC
                  AND TDF-ESTADO(WS-IDX-DIF) = 'V'
                   PERFORM 22700-LIQUIDAR-DIFERIDO
               END-IF
           END-PERFORM.

       22700-LIQUIDAR-DIFERIDO.
           ADD 1 TO WS-CANT-PREPAGOS
           MOVE TDF-FECHA-FACT(WS-IDX-DIF) TO WS-FECHA-DIF
           MOVE WS-FECHA-HOY-N TO WS-FECHA-BAJA
           COMPUTE WS-MESES-TRANSC =
               (WS-BAJA-ANIO * 12 + WS-BAJA-MES)
             - (WS-DIF-ANIO * 12 + WS-DIF-MES) + 1
           IF WS-MESES-TRANSC >= TDF-MESES(WS-IDX-DIF)
               MOVE TDF-IMPORTE(WS-IDX-DIF) TO WS-DEVENGADO-ACUM
           ELSE
               COMPUTE WS-DEVENGADO-ACUM ROUNDED =
                   TDF-IMPORTE(WS-IDX-DIF) * WS-MESES-TRANSC
                   / TDF-MESES(WS-IDX-DIF)
           END-IF
           IF WS-DEVENGADO-ACUM < TDF-DEVENGADO(WS-IDX-DIF)
               MOVE TDF-DEVENGADO(WS-IDX-DIF) TO WS-DEVENGADO-ACUM
           END-IF
           COMPUTE WS-NO-DEVENGADO =
               TDF-IMPORTE(WS-IDX-DIF) - WS-DEVENGADO-ACUM
           IF TDF-REINTEGRA(WS-IDX-DIF) NOT = 'S'
               MOVE TDF-IMPORTE(WS-IDX-DIF) TO WS-DEVENGADO-ACUM
               MOVE 0 TO WS-NO-DEVENGADO
           END-IF
           COMPUTE WS-A-DEVENGAR =
               WS-DEVENGADO-ACUM - TDF-DEVENGADO(WS-IDX-DIF)
           MOVE TDF-AREA(WS-IDX-DIF) TO WS-AREA-GL
           IF WS-A-DEVENGAR > 0
               MOVE 'DIFER-DEVEN' TO WS-CONCEPTO-GL
               MOVE WS-A-DEVENGAR TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
               MOVE 'PREPAGO DEVENGADO' TO LMD-CONCEPTO
               MOVE WS-A-DEVENGAR TO LMD-IMPORTE
               MOVE TDF-NRO-FACTURA(WS-IDX-DIF) TO LMD-FACTURA
               PERFORM 82000-LISTAR-DEPOSITO
           END-IF
           IF WS-NO-DEVENGADO > 0
               MOVE NRO-CLIENTE-CC TO NRO-CLIENTE-DV
               MOVE COD-SERVICIO-CC TO COD-SERVICIO-DV
               MOVE NYAR-CC TO NYAR-DV
               MOVE BANCO-CC TO BANCO-DV
               MOVE CTA-BANCO-CC TO CTA-BANCO-DV
               MOVE WS-NO-DEVENGADO TO IMPORTE-DV
               MOVE WS-FECHA-HOY-N TO FECHA-DV
               WRITE REG-DEPO-DEVOL
               IF NOT FS-DEPO-DEV-OK
                   DISPLAY 'ERROR ESCRITURA DEPODEV'
                   MOVE '22700-LIQUIDAR-DIFER' TO JL-PARRAFO
                   MOVE FS-DEPO-DEV TO JL-FILE-STATUS
                   MOVE 'ERROR ESCRITURA DEPODEV' TO JL-MENSAJE
                   PERFORM 90000-LOG-ERROR
                   PERFORM 30000-FINAL
               END-IF
               MOVE 'DIFER-DEV' TO WS-CONCEPTO-GL
               MOVE WS-NO-DEVENGADO TO WS-IMPORTE-GL
               PERFORM 29000-GRABAR-INTERFAZ
               MOVE 'PREPAGO A DEVOLVER' TO LMD-CONCEPTO
               MOVE WS-NO-DEVENGADO TO LMD-IMPORTE
               MOVE TDF-NRO-FACTURA(WS-IDX-DIF) TO LMD-FACTURA
               PERFORM 82000-LISTAR-DEPOSITO
           END-IF
           MOVE SPACES TO WS-AREA-GL
           MOVE WS-DEVENGADO-ACUM TO TDF-DEVENGADO(WS-IDX-DIF)
           MOVE WS-NO-DEVENGADO TO TDF-REINTEGRO(WS-IDX-DIF)
           MOVE 'B' TO TDF-ESTADO(WS-IDX-DIF)
           MOVE WS-FECHA-HOY-N TO TDF-FECHA-BAJA(WS-IDX-DIF)
           SET DIFERIDOS-CAMBIADOS TO TRUE.

       23000-APLICAR-MODIF.
           ADD 1 TO WS-CANT-MODIF
           MOVE REG-CLT-CRUDO TO WS-REG-ANTES
           PERFORM 80000-LISTAR-MOVIMIENTO
           MOVE 'ANTES:  ' TO LMI-LEYENDA
           MOVE WS-REG-ANTES TO LMI-IMAGEN
           PERFORM 81100-LISTAR-IMAGEN-CLI
           MOVE 'DESPUES:' TO LMI-LEYENDA
           MOVE REG-CLT-CRUDO TO LMI-IMAGEN
           PERFORM 81100-LISTAR-IMAGEN-CLI
           PERFORM 26000-GRABAR-TRABAJO.

      *    Corte y reconexion no tocan el registro del cliente; el
      *    estado del servicio queda en SERVCORT, que F112EVAL
      *    consulta para no facturar el cargo fijo mientras dure.
       23500-APLICAR-CORTE.
           PERFORM 23700-BUSCAR-CORTE
           IF WS-IDX-CORTE > 0
                   AND TCO-ESTADO(WS-IDX-CORTE) = 'S'
               MOVE 'SERVICIO YA SUSPENDIDO' TO WS-MOTIVO
               PERFORM 71000-RECHAZAR-DE-TABLA
           ELSE
               ADD 1 TO WS-CANT-CORTES
               IF WS-IDX-CORTE = 0
                   ADD 1 TO CANT-CORTES
                   MOVE CANT-CORTES TO WS-IDX-CORTE
                   MOVE NRO-CLIENTE-CC
                       TO TCO-NRO-CLIENTE(WS-IDX-CORTE)
                   MOVE COD-SERVICIO-CC
                       TO TCO-COD-SERVICIO(WS-IDX-CORTE)
                   MOVE SPACES TO WS-AC-ANTES
               ELSE
                   MOVE TABLA-CORTES-ITEM(WS-IDX-CORTE)
                       TO WS-AC-ANTES
               END-IF
               MOVE WS-FECHA-HOY-N TO TCO-FECHA-CORTE(WS-IDX-CORTE)
               MOVE 0 TO TCO-FECHA-RECONEX(WS-IDX-CORTE)
               MOVE 'S' TO TCO-ESTADO(WS-IDX-CORTE)
               MOVE TABLA-CORTES-ITEM(WS-IDX-CORTE) TO WS-AC-DESPUES
               PERFORM 23800-AUDITAR-CORTE
           END-IF
           PERFORM 26000-GRABAR-TRABAJO.

      *    El cargo de reconexion viaja en IMPORTE-MV y se factura
      *    como debito en TRANSAC.DAT en la proxima F112EVAL.
       23600-APLICAR-RECONEXION.
           PERFORM 23700-BUSCAR-CORTE
           IF WS-IDX-CORTE = 0
               MOVE 'SERVICIO NO SUSPENDIDO' TO WS-MOTIVO
               PERFORM 71000-RECHAZAR-DE-TABLA
           ELSE
           IF TCO-ESTADO(WS-IDX-CORTE) NOT = 'S'
               MOVE 'SERVICIO NO SUSPENDIDO' TO WS-MOTIVO
               PERFORM 71000-RECHAZAR-DE-TABLA
           ELSE
               ADD 1 TO WS-CANT-RECONEX
               MOVE TABLA-CORTES-ITEM(WS-IDX-CORTE) TO WS-AC-ANTES
               MOVE WS-FECHA-HOY-N
                   TO TCO-FECHA-RECONEX(WS-IDX-CORTE)
               MOVE 'R' TO TCO-ESTADO(WS-IDX-CORTE)
               MOVE TABLA-CORTES-ITEM(WS-IDX-CORTE) TO WS-AC-DESPUES
               PERFORM 23800-AUDITAR-CORTE
               IF TMV-IMPORTE(WS-IDX-MOV) > 0 AND TRANS-ABIERTO
                   MOVE NRO-CLIENTE-CC TO NRO-CLIENTE-TC
                   MOVE COD-SERVICIO-CC TO COD-SERVICIO-TC
                   MOVE 'D' TO IND-TRANS-TC
                   MOVE TMV-IMPORTE(WS-IDX-MOV) TO IMPORTE-TC
                   WRITE REG-TRANS-CRUDO
                   IF NOT FS-TRANS-CRUDO-OK
                       DISPLAY 'ERROR ESCRITURA TRANSAC'
                       MOVE '23600-APLICAR-RECONEX' TO JL-PARRAFO
                       MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
                       MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
                       PERFORM 90000-LOG-ERROR
                       PERFORM 30000-FINAL
                   END-IF
               END-IF
           END-IF
           END-IF
           PERFORM 26000-GRABAR-TRABAJO.

       23700-BUSCAR-CORTE.
           MOVE 0 TO WS-IDX-CORTE
           IF CANT-CORTES > 0
               SET IDX-CORTE TO 1
               SEARCH TABLA-CORTES-ITEM
                   AT END
                       CONTINUE
                   WHEN TCO-NRO-CLIENTE(IDX-CORTE) = NRO-CLIENTE-CC
                    AND TCO-COD-SERVICIO(IDX-CORTE) = COD-SERVICIO-CC
                       SET WS-IDX-CORTE TO IDX-CORTE
               END-SEARCH
           END-IF.

       23800-AUDITAR-CORTE.
           MOVE 'SERVCORT' TO WS-AC-ARCHIVO
           PERFORM 85000-GRABAR-AUDIT-CEN
           MOVE 'CLIENTES' TO WS-AC-ARCHIVO
           PERFORM 80000-LISTAR-MOVIMIENTO
           MOVE 'ANTES:  ' TO LMI-LEYENDA
           MOVE WS-AC-ANTES TO LMI-IMAGEN
           PERFORM 81000-LISTAR-IMAGEN
           MOVE 'DESPUES:' TO LMI-LEYENDA
           MOVE WS-AC-DESPUES TO LMI-IMAGEN
           PERFORM 81000-LISTAR-IMAGEN.

       24000-BUSCAR-SALDO.
           MOVE 0 TO WS-SALDO-CLIENTE
           IF CANT-SALDOS > 0
               END-SEARCH
           END-IF.

       24500-BUSCAR-DEPOSITO.
           MOVE 0 TO WS-IDX-DEPO
           IF CANT-DEPOSITOS > 0
               SET IDX-DEPO TO 1
               SEARCH TABLA-DEPO-ITEM
                   AT END
                       CONTINUE
                   WHEN TDG-NRO-CLIENTE(IDX-DEPO) = NRO-CLIENTE-CC
                    AND TDG-COD-SERVICIO(IDX-DEPO) = COD-SERVICIO-CC
                    AND TDG-ESTADO(IDX-DEPO) = 'V'
                       SET WS-IDX-DEPO TO IDX-DEPO
               END-SEARCH
           END-IF.

       26000-GRABAR-TRABAJO.
           MOVE REG-CLT-CRUDO TO REG-CLT-TRABAJO
           WRITE REG-CLT-TRABAJO
               UNTIL WS-IDX-MOV > CANT-MOVIMIENTOS
               IF TMV-APLICADO(WS-IDX-MOV) = 'N'
                   IF TMV-TIPO(WS-IDX-MOV) = 'A'
                       PERFORM 27050-CONTROLAR-LIMITE
                       IF MOV-VALIDO
                           PERFORM 27100-ALTA-CLIENTE
                       ELSE
                           PERFORM 71000-RECHAZAR-DE-TABLA
                       END-IF
                   ELSE
                       MOVE 'CLIENTE INEXISTENTE' TO WS-MOTIVO
                       PERFORM 71000-RECHAZAR-DE-TABLA
               END-IF
           END-PERFORM.

      *    El alta que lleva la exposicion del cliente por encima
      *    de su limite se rechaza, salvo que la firme un operador
      *    habilitado para exceder limites.
       27050-CONTROLAR-LIMITE.
           SET MOV-VALIDO TO TRUE
           MOVE TMV-NRO-CLIENTE(WS-IDX-MOV) TO WS-CLIENTE-EXPO
           PERFORM 15600-BUSCAR-EXPOSICION
           IF WS-IDX-EXPO > 0
               COMPUTE WS-EXPOSICION-NUEVA =
                   TEX-EXPOSICION(WS-IDX-EXPO)
                   + TMV-IMPORTE(WS-IDX-MOV)
               IF TEX-CON-LIMITE(WS-IDX-EXPO) = 'S'
                  AND WS-EXPOSICION-NUEVA > TEX-LIMITE(WS-IDX-EXPO)
                   PERFORM 27060-VALIDAR-OPER-LIMITE
                   IF WS-OPERADOR-LIMITE = 'S'
                       ADD 1 TO WS-CANT-SOBRE-LIMITE
                       MOVE 'ALTA SOBRE LIMITE AUTORIZADA'
                           TO LML-LEYENDA
                       PERFORM 83000-LISTAR-LIMITE
                   ELSE
                       SET MOV-VALIDO TO FALSE
                       MOVE 'LIMITE CREDITO EXCEDIDO' TO WS-MOTIVO
                       MOVE 'ALTA RECHAZADA POR LIMITE' TO LML-LEYENDA
                       PERFORM 83000-LISTAR-LIMITE
                   END-IF
               END-IF
               IF MOV-VALIDO
                   MOVE WS-EXPOSICION-NUEVA
                       TO TEX-EXPOSICION(WS-IDX-EXPO)
               END-IF
           END-IF.

       27060-VALIDAR-OPER-LIMITE.
           MOVE 'N' TO WS-OPERADOR-LIMITE
           IF CANT-OPERADORES > 0
               SET IDX-OPER TO 1
               SEARCH TABLA-OPER-ITEM
                   AT END
                       CONTINUE
                   WHEN TOP-OPERADOR(IDX-OPER)
                           = TMV-OPERADOR(WS-IDX-MOV)
                       IF TOP-PERM-LIMITE(IDX-OPER) = 'S'
                           MOVE 'S' TO WS-OPERADOR-LIMITE
                       END-IF
               END-SEARCH
           END-IF.

       27100-ALTA-CLIENTE.
           ADD 1 TO WS-CANT-ALTAS
           MOVE TMV-NRO-CLIENTE(WS-IDX-MOV) TO NRO-CLIENTE-CC
           PERFORM 81000-LISTAR-IMAGEN
           MOVE 'DESPUES:' TO LMI-LEYENDA
           MOVE REG-CLT-CRUDO TO LMI-IMAGEN
           PERFORM 81100-LISTAR-IMAGEN-CLI
           PERFORM 26000-GRABAR-TRABAJO
           PERFORM 27200-CONSTITUIR-DEPOSITO
           IF TMV-VENDEDOR(WS-IDX-MOV) NOT = SPACES
               PERFORM 27300-ALTA-VEND-CLI
           END-IF.

      *    El deposito se factura como debito del servicio en
      *    TRANSAC y se reclasifica a pasivo via la interfaz GL.
       27200-CONSTITUIR-DEPOSITO.
           MOVE 0 TO WS-IDX-DEPO-MAE
           IF CANT-DEPO-MAE > 0
               SET IDX-DEPO-MAE TO 1
               SEARCH TABLA-DEPO-MAE-ITEM
                   AT END
                       CONTINUE
                   WHEN TDM-COD-SERVICIO(IDX-DEPO-MAE)
                           = COD-SERVICIO-CC
                       SET WS-IDX-DEPO-MAE TO IDX-DEPO-MAE
               END-SEARCH
           END-IF
           IF WS-IDX-DEPO-MAE > 0
               IF TDM-IMPORTE(WS-IDX-DEPO-MAE) > 0 AND TRANS-ABIERTO
                   ADD 1 TO WS-CANT-DEPOSITOS
                   ADD 1 TO CANT-DEPOSITOS
                   MOVE CANT-DEPOSITOS TO WS-IDX-DEPO
                   MOVE NRO-CLIENTE-CC TO TDG-NRO-CLIENTE(WS-IDX-DEPO)
                   MOVE COD-SERVICIO-CC
                       TO TDG-COD-SERVICIO(WS-IDX-DEPO)
                   MOVE WS-FECHA-HOY-N TO TDG-FECHA-ALTA(WS-IDX-DEPO)
                   MOVE TDM-IMPORTE(WS-IDX-DEPO-MAE)
                       TO TDG-IMPORTE(WS-IDX-DEPO)
                   MOVE 'V' TO TDG-ESTADO(WS-IDX-DEPO)
                   MOVE 0 TO TDG-FECHA-BAJA(WS-IDX-DEPO)
                   MOVE 0 TO TDG-APLICADO(WS-IDX-DEPO)
                   MOVE 0 TO TDG-DEVUELTO(WS-IDX-DEPO)
                   SET DEPOSITOS-CAMBIADOS TO TRUE
                   MOVE NRO-CLIENTE-CC TO NRO-CLIENTE-TC
                   MOVE COD-SERVICIO-CC TO COD-SERVICIO-TC
                   MOVE 'D' TO IND-TRANS-TC
                   MOVE TDM-IMPORTE(WS-IDX-DEPO-MAE) TO IMPORTE-TC
                   WRITE REG-TRANS-CRUDO
                   IF NOT FS-TRANS-CRUDO-OK
                       DISPLAY 'ERROR ESCRITURA TRANSAC'
                       MOVE '27200-CONSTITUIR-DEPO' TO JL-PARRAFO
                       MOVE FS-TRANS-CRUDO TO JL-FILE-STATUS
                       MOVE 'ERROR ESCRITURA TRANSAC' TO JL-MENSAJE
                       PERFORM 90000-LOG-ERROR
                       PERFORM 30000-FINAL
                   END-IF
                   MOVE 'DEPGAR-ALTA' TO WS-CONCEPTO-GL
                   MOVE TDM-IMPORTE(WS-IDX-DEPO-MAE) TO WS-IMPORTE-GL
                   PERFORM 29000-GRABAR-INTERFAZ
                   MOVE 'CONSTITUIDO' TO LMD-CONCEPTO
                   MOVE TDM-IMPORTE(WS-IDX-DEPO-MAE) TO LMD-IMPORTE
                   MOVE 0 TO LMD-FACTURA
                   PERFORM 82000-LISTAR-DEPOSITO
               END-IF
           END-IF.

       27300-ALTA-VEND-CLI.
           ADD 1 TO CANT-VEND-CLI
           MOVE CANT-VEND-CLI TO WS-IDX-VEND-CLI
           MOVE NRO-CLIENTE-CC TO TVC-NRO-CLIENTE(WS-IDX-VEND-CLI)
           MOVE COD-SERVICIO-CC TO TVC-COD-SERVICIO(WS-IDX-VEND-CLI)
           MOVE TMV-VENDEDOR(WS-IDX-MOV)
               TO TVC-COD-VENDEDOR(WS-IDX-VEND-CLI)
           MOVE WS-FECHA-HOY-N TO TVC-FECHA-ALTA(WS-IDX-VEND-CLI)
           MOVE 'V' TO TVC-ESTADO(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-FECHA-BAJA(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-PERIODO-ULT(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-FACTURADO(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-COBRADO(WS-IDX-VEND-CLI)
           MOVE 0 TO TVC-COMISION(WS-IDX-VEND-CLI)
           SET VEND-CLI-CAMBIADOS TO TRUE.

       28000-REESCRIBIR-CLIENTES.
           IF CLIENTES-ABIERTO AND CLIE-TRAB-ABIERTO
               END-IF
           END-IF.

       28500-REESCRIBIR-CORTES.
           IF WS-ESTADO-FINAL = 'OK'
                   AND WS-CANT-CORTES + WS-CANT-RECONEX > 0
               OPEN OUTPUT SERV-CORTES
               IF FS-CORTES-OK
                   PERFORM VARYING WS-IDX-CORTE FROM 1 BY 1
                       UNTIL WS-IDX-CORTE > CANT-CORTES
                       MOVE TCO-NRO-CLIENTE(WS-IDX-CORTE)
                           TO NRO-CLIENTE-CT
                       MOVE TCO-COD-SERVICIO(WS-IDX-CORTE)
                           TO COD-SERVICIO-CT
                       MOVE TCO-FECHA-CORTE(WS-IDX-CORTE)
                           TO FECHA-CORTE-CT
                       MOVE TCO-FECHA-RECONEX(WS-IDX-CORTE)
                           TO FECHA-RECONEX-CT
                       MOVE TCO-ESTADO(WS-IDX-CORTE) TO ESTADO-CT
                       WRITE REG-CORTE
                       IF NOT FS-CORTES-OK
                           DISPLAY 'ERROR ESCRITURA SERVCORT'
                           MOVE '28500-REESCR-CORTES' TO JL-PARRAFO
                           MOVE FS-CORTES TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA SERVCORT' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE SERV-CORTES
               ELSE
                   DISPLAY 'ERROR REESCRITURA SERVCORT ' FS-CORTES
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28600-REESCRIBIR-DEPOSITOS.
           IF WS-ESTADO-FINAL = 'OK' AND DEPOSITOS-CAMBIADOS
               OPEN OUTPUT DEPOSITOS
               IF FS-DEPOSITOS-OK
                   PERFORM VARYING WS-IDX-DEPO FROM 1 BY 1
                       UNTIL WS-IDX-DEPO > CANT-DEPOSITOS
                       MOVE TABLA-DEPO-ITEM(WS-IDX-DEPO)
                           TO REG-DEPOSITO
                       WRITE REG-DEPOSITO
                       IF NOT FS-DEPOSITOS-OK
                           DISPLAY 'ERROR ESCRITURA DEPOGAR'
                           MOVE '28600-REESCR-DEPOS' TO JL-PARRAFO
                           MOVE FS-DEPOSITOS TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA DEPOGAR' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE DEPOSITOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA DEPOGAR ' FS-DEPOSITOS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28700-REESCRIBIR-ITEMS.
           IF WS-ESTADO-FINAL = 'OK' AND ITEMS-CAMBIADOS
               OPEN OUTPUT ITEMS-ABIERTOS
               IF FS-ITEMS-OK
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > CANT-ITEMS
                       IF TIT-SALDO(WS-IDX-ITEM) NOT = 0
                           MOVE TABLA-ITEMS-ITEM(WS-IDX-ITEM)
                               TO REG-ITEM-ABIERTO
                           WRITE REG-ITEM-ABIERTO
                           IF NOT FS-ITEMS-OK
                               DISPLAY 'ERROR ESCRITURA ITEMSABI'
                               MOVE '28700-REESCR-ITEMS' TO JL-PARRAFO
                               MOVE FS-ITEMS TO JL-FILE-STATUS
                               MOVE 'ERROR ESCRITURA ITEMSABI'
                                   TO JL-MENSAJE
                               PERFORM 90000-LOG-ERROR
                               PERFORM 30000-FINAL
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ITEMS-ABIERTOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA ITEMSABI ' FS-ITEMS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28800-REESCRIBIR-VEND-CLI.
           IF WS-ESTADO-FINAL = 'OK' AND VEND-CLI-CAMBIADOS
               OPEN OUTPUT VEND-CLIENTES
               IF FS-VEND-CLI-OK
                   PERFORM VARYING WS-IDX-VEND-CLI FROM 1 BY 1
                       UNTIL WS-IDX-VEND-CLI > CANT-VEND-CLI
                       MOVE TABLA-VEND-CLI-ITEM(WS-IDX-VEND-CLI)
                           TO REG-VEND-CLIENTE
                       WRITE REG-VEND-CLIENTE
                       IF NOT FS-VEND-CLI-OK
                           DISPLAY 'ERROR ESCRITURA VENDCLI'
                           MOVE '28800-REESCR-VENDCLI' TO JL-PARRAFO
                           MOVE FS-VEND-CLI TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA VENDCLI' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE VEND-CLIENTES
               ELSE
                   DISPLAY 'ERROR REESCRITURA VENDCLI ' FS-VEND-CLI
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       28900-REESCRIBIR-DIFERIDOS.
           IF WS-ESTADO-FINAL = 'OK' AND DIFERIDOS-CAMBIADOS
               OPEN OUTPUT DIFERIDOS
               IF FS-DIFERIDOS-OK
                   PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                       UNTIL WS-IDX-DIF > CANT-DIFERIDOS
                       MOVE TABLA-DIF-ITEM(WS-IDX-DIF)
                           TO REG-DIFERIDO
                       WRITE REG-DIFERIDO
                       IF NOT FS-DIFERIDOS-OK
                           DISPLAY 'ERROR ESCRITURA DIFERIDO'
                           MOVE '28900-REESCR-DIFER' TO JL-PARRAFO
                           MOVE FS-DIFERIDOS TO JL-FILE-STATUS
                           MOVE 'ERROR ESCRITURA DIFERIDO' TO JL-MENSAJE
                           PERFORM 90000-LOG-ERROR
                           PERFORM 30000-FINAL
                       END-IF
                   END-PERFORM
                   CLOSE DIFERIDOS
               ELSE
                   DISPLAY 'ERROR REESCRITURA DIFERIDO ' FS-DIFERIDOS
                   MOVE 'ERROR' TO WS-ESTADO-FINAL
               END-IF
           END-IF.

       29000-GRABAR-INTERFAZ.
           MOVE WS-FECHA-HOY-N TO FECHA-GI
           MOVE WS-CONCEPTO-GL TO CONCEPTO-GI
           MOVE WS-IMPORTE-GL TO IMPORTE-GI
           MOVE WS-AREA-GL TO AREA-GI
           MOVE 'F112CMNT' TO ORIGEN-GI
           WRITE REG-INTERFAZ-GL
           IF NOT FS-INTERFAZ-OK
               DISPLAY 'ERROR ESCRITURA GLINTERF'
               MOVE '29000-GRABAR-INTERF' TO JL-PARRAFO
               MOVE FS-INTERFAZ TO JL-FILE-STATUS
               MOVE 'ERROR ESCRITURA GLINTERF' TO JL-MENSAJE
               PERFORM 90000-LOG-ERROR
               PERFORM 30000-FINAL
           END-IF.

       70000-GRABAR-RECHAZO.
           IF RECHAZOS-ABIERTO
               MOVE TIPO-MV TO TIPO-RM
               WRITE LIN-MANT FROM LIN-MT-IMAGEN
           END-IF.

      *    La imagen del cliente incluye la cuenta de debito: el
      *    listado circula impreso y solo muestra los ultimos 4.
       81100-LISTAR-IMAGEN-CLI.
           MOVE 'C' TO WS-EM-TIPO
           MOVE LMI-IMAGEN(83:22) TO WS-EM-NUMERO
           CALL 'ENMASCAR' USING WS-EM-TIPO
                                 WS-EM-NUMERO
                                 WS-EM-MASCARA
           MOVE WS-EM-MASCARA TO LMI-IMAGEN(83:22)
           PERFORM 81000-LISTAR-IMAGEN.

       82000-LISTAR-DEPOSITO.
           IF LISTADO-ABIERTO
               WRITE LIN-MANT FROM LIN-MT-DEPOSITO
           END-IF.

       83000-LISTAR-LIMITE.
           IF LISTADO-ABIERTO
               PERFORM 80000-LISTAR-MOVIMIENTO
               MOVE WS-EXPOSICION-NUEVA TO LML-EXPOSICION
               MOVE TEX-LIMITE(WS-IDX-EXPO) TO LML-LIMITE
               WRITE LIN-MANT FROM LIN-MT-LIMITE
           END-IF.

      *    Pista central de auditoria: un registro por cambio
      *    aplicado al maestro, con imagen antes y despues.
       85000-GRABAR-AUDIT-CEN.
           IF AUDIT-CEN-ABIERTO
               MOVE 'F112CMNT' TO AC-PROGRAMA
               MOVE WS-AC-ARCHIVO TO AC-ARCHIVO
               MOVE SPACES TO WS-AC-CLAVE
               MOVE TMV-NRO-CLIENTE(WS-IDX-MOV)
                   TO WS-AC-CLAVE(1:7)
           DISPLAY 'ALTAS APLICADAS     : ' WS-CANT-ALTAS
           DISPLAY 'BAJAS APLICADAS     : ' WS-CANT-BAJAS
           DISPLAY 'MODIFICACIONES      : ' WS-CANT-MODIF
           DISPLAY 'SUSPENSIONES        : ' WS-CANT-CORTES
           DISPLAY 'RECONEXIONES        : ' WS-CANT-RECONEX
           DISPLAY 'DEPOSITOS CONSTIT.  : ' WS-CANT-DEPOSITOS
           DISPLAY 'DEPOSITOS LIQUIDADOS: ' WS-CANT-LIQUIDADOS
           DISPLAY 'ALTAS SOBRE LIMITE  : ' WS-CANT-SOBRE-LIMITE
           DISPLAY 'PREPAGOS LIQUIDADOS : ' WS-CANT-PREPAGOS
           DISPLAY 'MOVIMIENTOS RECHAZ. : ' WS-CANT-RECHAZOS
           IF CLIENTES-ABIERTO
               CLOSE CLIENTES-CRUDO
           IF AUDIT-CEN-ABIERTO
               CLOSE AUDIT-CENTRAL
           END-IF
           IF TRANS-ABIERTO
               CLOSE TRANS-CRUDO
           END-IF
           IF DEPO-DEV-ABIERTO
               CLOSE DEPO-DEVOL
           END-IF
           IF INTERFAZ-ABIERTO
               CLOSE INTERFAZ-GL
           END-IF
           IF JOBLOG-ABIERTO
               CLOSE JOBLOG
           END-IF
           IF LOCKS-TOMADOS
               PERFORM 31000-LIBERAR-LOCKS
           END-IF
           IF RUNSTAT-ABIERTO
               MOVE 'F112CMNT' TO RS-JOB
               MOVE WS-HORA-INICIO TO RS-INICIO
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

       END PROGRAM F112CMNT.

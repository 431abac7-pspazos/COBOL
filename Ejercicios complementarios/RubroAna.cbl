           02  NRO-COMERCIO            PIC X(10).
           02  CANT-CUOTAS-C           PIC 9(2).
           02  MONEDA-CONS             PIC X(3).
           02  NRO-ADIC-C              PIC 9(2).
           02  TIPO-CONS-C             PIC X(1).
              88 CONS-ADELANTO         VALUE 'E'.
           02  FECHA-CONS-C            PIC 9(8).
           02  NRO-TERMINAL-C          PIC X(8).

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

       FD  RUBROS.
       01  REG-RUBRO.

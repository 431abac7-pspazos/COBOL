           02  RUBRO-CM                PIC X(4).
           02  ESTADO-CM               PIC X(1).
           02  FEC-ALTA-CM             PIC 9(8).
           02  CUIT-CM                 PIC X(11).
           02  COND-IVA-CM             PIC X(1).
           02  COND-GAN-CM             PIC X(1).
           02  COND-IIBB-CM            PIC X(1).
           02  JURISDICCION-CM         PIC X(3).

       FD  CHB-RESUMEN.
       01  REG-CHB-RESUMEN.

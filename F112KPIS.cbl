           02 CARGO-FIJO-LC            PIC 9(7)V99.
           02 MONTO-NETO-LC            PIC S9(15)V99.
           02 CANT-TRANS-LC            PIC 9(7).
           02 RET-IIBB-LC              PIC 9(13)V99.
           02 RET-IVA-LC               PIC 9(13)V99.
           02 RET-GAN-LC               PIC 9(13)V99.

       FD  CLASIFICACION.
       01  REG-CLASIFICACION.

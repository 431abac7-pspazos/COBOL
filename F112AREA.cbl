           02 DESCRIPCION-SM           PIC X(30).
           02 ACTIVO-SM                PIC X(1).
           02 AREA-SM                  PIC X(10).
           02 MESES-DIFER-SM           PIC 9(2).
           02 REINTEGRA-SM             PIC X(1).

       FD  RESUMEN-AREA.
       01  REG-RESUMEN-AREA.

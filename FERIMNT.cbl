           02 PERM-DISPUTAS-OP         PIC X(1).
           02 PERM-FERIADOS-OP         PIC X(1).
           02 PERM-CLIENTES-OP         PIC X(1).
           02 PERM-LIMITE-OP           PIC X(1).
           02 PERM-COBRANZA-OP         PIC X(1).
           02 CAPACIDAD-COB-OP         PIC 9(3).

       FD  AUDIT-CENTRAL.
       01  REG-AUDIT-CEN.

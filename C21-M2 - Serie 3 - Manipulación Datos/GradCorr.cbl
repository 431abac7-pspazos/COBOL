           05 PERM-DISPUTAS-OP PIC X(1).
           05 PERM-FERIADOS-OP PIC X(1).
           05 PERM-CLIENTES-OP PIC X(1).
           05 PERM-LIMITE-OP PIC X(1).
           05 PERM-COBRANZA-OP PIC X(1).
           05 CAPACIDAD-COB-OP PIC 9(3).

       FD  CORR-LISTADO.
       01  LIN-LISTADO PIC X(80).

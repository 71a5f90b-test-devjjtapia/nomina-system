       01 DCLNOMOPE.
           05 OP-OPERADOR         PIC X(08).
           05 OP-NOMBRE           PIC X(30).
           05 OP-DEPTO            PIC X(03).

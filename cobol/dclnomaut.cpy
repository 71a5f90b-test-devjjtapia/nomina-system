           05 AU-OPERADOR         PIC X(08).
           05 AU-TRANSACCION      PIC X(04).
           05 AU-ACTIVO           PIC X(01).
           05 AU-EMPRESA          PIC X(03).

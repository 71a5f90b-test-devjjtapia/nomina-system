           05 AA-TRANSACCION      PIC X(04).
           05 AA-ACCION           PIC X(01).
           05 AA-FECHA            PIC X(26).
           05 AA-EMPRESA          PIC X(03).

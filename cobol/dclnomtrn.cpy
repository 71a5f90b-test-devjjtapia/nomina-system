           05 TX-FECHA-PAGO       PIC X(10).
           05 TX-FECHA-GEN        PIC X(26).
           05 TX-ESTADO           PIC X(01).
           05 TX-EMPRESA          PIC X(03).

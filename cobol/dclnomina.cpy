           05 FECHA-PAGO      PIC X(10).
           05 FECHA-PROCESO   PIC X(26).
           05 STATUS          PIC X(01).
           05 EMPRESA         PIC X(03).

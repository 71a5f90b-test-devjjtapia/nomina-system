       01 DCLNOMPCG.
           05 PG-FECHA-PAGO       PIC X(10).
           05 PG-PROCESO          PIC X(01).
           05 PG-PARTICION        PIC S9(04) COMP.
           05 PG-ESTADO           PIC X(01).
           05 PG-REG-CARGADOS     PIC S9(09) COMP.
           05 PG-REG-RECHAZADOS   PIC S9(09) COMP.
           05 PG-FECHA-INICIO     PIC X(26).
           05 PG-FECHA-FIN        PIC X(26).

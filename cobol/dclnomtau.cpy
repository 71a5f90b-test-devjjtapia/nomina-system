           05 TU-VALOR-NUEVO      PIC X(60).
           05 TU-ACCION           PIC X(01).
           05 TU-FECHA            PIC X(26).
           05 TU-EMPRESA          PIC X(03).

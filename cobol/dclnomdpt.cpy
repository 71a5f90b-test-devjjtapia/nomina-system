           05 DT-ACTIVO           PIC X(01).
           05 DT-CENTRO-COSTO     PIC X(10).
           05 DT-CTA-GASTO        PIC X(06).
           05 DT-RESPONSABLE      PIC X(08).
           05 DT-EMPRESA          PIC X(03).

       01 DCLNOMALE.
           05 AL-FECHA-PAGO       PIC X(10).
           05 AL-EMP-ID           PIC X(06).
           05 AL-REGLA            PIC X(03).
           05 AL-SEVERIDAD        PIC X(01).
           05 AL-DETALLE          PIC X(60).
           05 AL-OPERADOR         PIC X(08).
           05 AL-ESTADO           PIC X(01).
           05 AL-MOTIVO           PIC X(03).
           05 AL-REVISADO-POR     PIC X(08).
           05 AL-FECHA-REVISION   PIC X(26).
           05 AL-FECHA-DETECCION  PIC X(26).

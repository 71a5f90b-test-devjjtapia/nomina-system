           05 CT-MAX-PERIODO      PIC S9(07)V99 COMP-3.
           05 CT-CTA-GL           PIC X(06).
           05 CT-ACTIVO           PIC X(01).
           05 CT-CLAVE-SAT        PIC X(03).

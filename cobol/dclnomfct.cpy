       01 DCLNOMFCT.
           05 FC-CTL-ID           PIC X(01).
           05 FC-PCT-TOPE         PIC S9(03)V99 COMP-3.
           05 FC-PCT-IGUALA       PIC S9(03)V99 COMP-3.
           05 FC-TOPE-PERIODO     PIC S9(07)V99 COMP-3.
           05 FC-TASA-ANUAL       PIC S9(03)V99 COMP-3.
           05 FC-TOPE-EXENTO      PIC S9(07)V99 COMP-3.
           05 FC-ULT-MES-INTERES  PIC X(07).
           05 FC-CUENTA-BANCO     PIC X(18).
           05 FC-CTA-GL-BANCO     PIC X(06).
           05 FC-CTA-GL-FONDO     PIC X(06).
           05 FC-CTA-GL-GASTO     PIC X(06).

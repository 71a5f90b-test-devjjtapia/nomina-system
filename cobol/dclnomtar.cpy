           05 TA-PORCENTAJE       PIC S9(02)V99 COMP-3.
           05 TA-TOPE-ANUAL       PIC S9(09)V99 COMP-3.
           05 TA-ESTADO           PIC X(01).
           05 TA-EMPRESA          PIC X(03).

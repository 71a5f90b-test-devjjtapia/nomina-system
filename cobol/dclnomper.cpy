           05 PC-FECHA-CIERRE     PIC X(26).
           05 PC-REG-CARGADOS     PIC S9(09) COMP.
           05 PC-REG-RECHAZADOS   PIC S9(09) COMP.
           05 PC-REVISION         PIC X(01).

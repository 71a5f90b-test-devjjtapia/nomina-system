       01 DCLNOMCFD.
           05 CF-EMP-ID           PIC X(06).
           05 CF-FECHA-PAGO       PIC X(10).
           05 CF-TIPO             PIC X(01).
           05 CF-ESTADO           PIC X(01).
           05 CF-UUID             PIC X(36).
           05 CF-UUID-ANTERIOR    PIC X(36).
           05 CF-MOTIVO-RECHAZO   PIC X(60).
           05 CF-PERCEPCIONES     PIC S9(08)V99 COMP-3.
           05 CF-DEDUCCIONES      PIC S9(08)V99 COMP-3.
           05 CF-NETO             PIC S9(08)V99 COMP-3.
           05 CF-FECHA-GENERA     PIC X(26).
           05 CF-FECHA-RESPUESTA  PIC X(26).

       01 DCLNOMAFI.
           05 AF-EMP-ID           PIC X(06).
           05 AF-TIPO-MOV         PIC X(02).
           05 AF-FECHA-REGISTRO   PIC X(26).
           05 AF-FECHA-MOV        PIC X(10).
           05 AF-NSS              PIC X(11).
           05 AF-SDI              PIC S9(05)V99 COMP-3.
           05 AF-ESTADO           PIC X(01).
           05 AF-MOTIVO-RECHAZO   PIC X(60).
           05 AF-FECHA-ENVIO      PIC X(26).
           05 AF-FECHA-RESPUESTA  PIC X(26).

           05 EM-FECHA-ALTA       PIC X(10).
           05 EM-FECHA-BAJA       PIC X(10).
           05 EM-ESTADO           PIC X(01).
           05 EM-RFC              PIC X(13).
           05 EM-CURP             PIC X(18).
           05 EM-NSS              PIC X(11).
           05 EM-SDI              PIC S9(05)V99 COMP-3.
           05 EM-PCT-FONDO        PIC S9(03)V99 COMP-3.
           05 EM-EMPRESA          PIC X(03).

       01 DCLNOMEMR.
           05 ER-EMPRESA          PIC X(03).
           05 ER-RAZON-SOCIAL     PIC X(40).
           05 ER-RFC              PIC X(13).
           05 ER-REGISTRO-PATRONAL PIC X(11).
           05 ER-BANCO-ID-CIA     PIC X(08).
           05 ER-BANCO-RUTA       PIC X(09).
           05 ER-BANCO-CUENTA     PIC X(17).
           05 ER-ACTIVO           PIC X(01).

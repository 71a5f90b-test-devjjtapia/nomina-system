       01 DCLNOMSOD.
           05 SD-TRAN-1           PIC X(04).
           05 SD-TRAN-2           PIC X(04).
           05 SD-DESCRIPCION      PIC X(40).
           05 SD-ACTIVO           PIC X(01).

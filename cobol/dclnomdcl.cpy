       01 DCLNOMDCL.
           05 DL-MES              PIC X(07).
           05 DL-CONCEPTO         PIC X(03).
           05 DL-CUENTA-GL        PIC X(06).
           05 DL-SECUENCIA        PIC S9(04) COMP.
           05 DL-AUTORIDAD        PIC X(04).
           05 DL-MONTO            PIC S9(09)V99 COMP-3.
           05 DL-TIPO             PIC X(01).
           05 DL-FECHA-DECLARA    PIC X(26).
           05 DL-EMPRESA          PIC X(03).

       01 DCLNOMRCT.
           05 RT-CICLO            PIC X(06).
           05 RT-OPERADOR         PIC X(08).
           05 RT-TRANSACCION      PIC X(04).
           05 RT-DEPTO            PIC X(03).
           05 RT-ULTIMO-USO       PIC X(10).
           05 RT-SIN-USO          PIC X(01).
           05 RT-CONFLICTO        PIC X(04).
           05 RT-DECISION         PIC X(01).
           05 RT-DECIDIDO-POR     PIC X(08).
           05 RT-FECHA-DECISION   PIC X(26).
           05 RT-FECHA-GENERACION PIC X(26).

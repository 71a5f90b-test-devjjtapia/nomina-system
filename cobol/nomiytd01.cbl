       01  WS-EDITADOS.
           05 WS-ED-SALARIO-BASE  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-BONOS         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-PRIMA-VAC     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-DEDUCCIONES   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-SALARIO-NETO  PIC Z,ZZZ,ZZZ,ZZ9.99.

           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'BONOS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'PRIMA VACACIONAL'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'DEDUCCIONES'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'SALARIO NETO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-BONOS            PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PRIMA-VAC        PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DEDUCCIONES      PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SALARIO-NETO     PIC X(16).
          DECLARE C-NOMINA-YTD CURSOR FOR
             SELECT EMP_ID, ANIO, YTD_SALARIO_BASE, YTD_BONOS,
                    YTD_DEDUCCIONES, YTD_SALARIO_NETO,
                    ULTIMA_FECHA_PAGO, YTD_PRIMA_VAC
             FROM NOMINA_YTD
             ORDER BY EMP_ID, ANIO
       END-EXEC.
              FETCH C-NOMINA-YTD
              INTO :YT-EMP-ID, :YT-ANIO, :YT-SALARIO-BASE,
                   :YT-BONOS, :YT-DEDUCCIONES, :YT-SALARIO-NETO,
                   :YT-ULTIMA-FECHA-PAGO, :YT-PRIMA-VAC
           END-EXEC

           EVALUATE SQLCODE
           MOVE WS-ED-SALARIO-BASE  TO LD-SALARIO-BASE
           MOVE YT-BONOS            TO WS-ED-BONOS
           MOVE WS-ED-BONOS         TO LD-BONOS
           MOVE YT-PRIMA-VAC        TO WS-ED-PRIMA-VAC
           MOVE WS-ED-PRIMA-VAC     TO LD-PRIMA-VAC
           MOVE YT-DEDUCCIONES      TO WS-ED-DEDUCCIONES
           MOVE WS-ED-DEDUCCIONES   TO LD-DEDUCCIONES
           MOVE YT-SALARIO-NETO     TO WS-ED-SALARIO-NETO

      * cada empleado de la FECHA_PAGO recibida por PARM: el renglon  *
      * de NOMINA (base, bonos, deducciones, neto), el detalle por    *
      * codigo de NOMINA_DEDUCCIONES y el acumulado del año de        *
      * NOMINA_YTD, todo en la misma pagina por empleado. Si el reloj *
      * checador reporto el periodo, el recibo muestra tambien las    *
      * horas extra y los dias sin goce de NOMINA_ASISTENCIA.         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-ED-DEDUCCIONES   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-SALARIO-NETO  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-ED-DED-MONTO     PIC Z,ZZZ,ZZ9.99.
           05 WS-ED-HORAS         PIC ZZ9.99.
           05 WS-ED-DIAS          PIC Z9.

       01  LIN-SEPARADOR.
           05 FILLER              PIC X(72) VALUE ALL '='.
           05 FILLER              PIC X(12) VALUE '  NETO:'.
           05 LM-SALARIO-NETO     PIC X(17).

      * Soporte del reloj checador: de donde salio el tiempo extra
      * que viene en los bonos y el descuento de la base.
       01  LIN-ASI-EXTRA.
           05 FILLER              PIC X(18) VALUE 'TIEMPO EXTRA:'.
           05 LA-HORAS-DOBLES     PIC X(06).
           05 FILLER              PIC X(09) VALUE ' DOBLES'.
           05 LA-HORAS-TRIPLES    PIC X(06).
           05 FILLER              PIC X(10) VALUE ' TRIPLES'.
           05 FILLER              PIC X(09) VALUE 'IMPORTE:'.
           05 LA-IMPORTE-EXTRA    PIC X(14).

       01  LIN-ASI-FALTAS.
           05 FILLER              PIC X(18) VALUE 'DIAS SIN GOCE:'.
           05 LA-DIAS-FALTA       PIC X(02).
           05 FILLER              PIC X(13) VALUE ' FALTAS'.
           05 LA-DIAS-INCAP       PIC X(02).
           05 FILLER              PIC X(14) VALUE ' INCAPACIDAD'.
           05 FILLER              PIC X(11) VALUE 'DESCUENTO:'.
           05 LA-IMPORTE-FALTAS   PIC X(14).

       01  LIN-DED-TITULO.
           05 FILLER              PIC X(30) VALUE
              'DETALLE DE DEDUCCIONES:'.
       EXEC SQL INCLUDE DCLNOMYTD END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.

       EXEC SQL
          DECLARE C-NOMINA CURSOR FOR
           MOVE LIN-MONTOS-2 TO REC-LINE
           WRITE REC-LINE

           PERFORM 2150-IMPRIMIR-ASISTENCIA
           PERFORM 2200-IMPRIMIR-DEDUCCIONES
           PERFORM 2300-IMPRIMIR-YTD

           ADD 1 TO WS-RECIBOS-IMPRESOS.

      * Las lineas del reloj checador solo salen cuando hay renglon
      * de asistencia del periodo; un empleado sin checador (o un
      * periodo anterior a la interfaz) no lleva esas lineas.
       2150-IMPRIMIR-ASISTENCIA.
           MOVE EMP-ID             TO AS-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO AS-FECHA-PAGO

           EXEC SQL
              SELECT HORAS_DOBLES, HORAS_TRIPLES, IMPORTE_EXTRA,
                     DIAS_FALTA, DIAS_INCAPACIDAD, IMPORTE_FALTAS
              INTO :AS-HORAS-DOBLES, :AS-HORAS-TRIPLES,
                   :AS-IMPORTE-EXTRA, :AS-DIAS-FALTA,
                   :AS-DIAS-INCAPACIDAD, :AS-IMPORTE-FALTAS
              FROM NOMINA_ASISTENCIA
              WHERE EMP_ID = :AS-EMP-ID
                AND FECHA_PAGO = :AS-FECHA-PAGO
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 DISPLAY 'ERROR AL LEER ASISTENCIA: ' EMP-ID
                         ' SQLCODE: ' SQLCODE
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF AS-HORAS-DOBLES + AS-HORAS-TRIPLES > ZEROS
              MOVE AS-HORAS-DOBLES TO WS-ED-HORAS
              MOVE WS-ED-HORAS TO LA-HORAS-DOBLES
              MOVE AS-HORAS-TRIPLES TO WS-ED-HORAS
              MOVE WS-ED-HORAS TO LA-HORAS-TRIPLES
              MOVE AS-IMPORTE-EXTRA TO WS-ED-DED-MONTO
              MOVE WS-ED-DED-MONTO TO LA-IMPORTE-EXTRA
              MOVE LIN-ASI-EXTRA TO REC-LINE
              WRITE REC-LINE
           END-IF

           IF AS-DIAS-FALTA + AS-DIAS-INCAPACIDAD > ZEROS
              MOVE AS-DIAS-FALTA TO WS-ED-DIAS
              MOVE WS-ED-DIAS TO LA-DIAS-FALTA
              MOVE AS-DIAS-INCAPACIDAD TO WS-ED-DIAS
              MOVE WS-ED-DIAS TO LA-DIAS-INCAP
              MOVE AS-IMPORTE-FALTAS TO WS-ED-DED-MONTO
              MOVE WS-ED-DED-MONTO TO LA-IMPORTE-FALTAS
              MOVE LIN-ASI-FALTAS TO REC-LINE
              WRITE REC-LINE
           END-IF.

       2200-IMPRIMIR-DEDUCCIONES.
           MOVE LIN-DED-TITULO TO REC-LINE
           WRITE REC-LINE

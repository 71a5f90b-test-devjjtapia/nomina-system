       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMITIM01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch que carga el archivo de respuesta del          *
      * proveedor de certificacion a los recibos electronicos que     *
      * NOMICFD01 dejo enviados ('G') en NOMINA_CFDI: guarda el UUID  *
      * de cada recibo timbrado o el motivo de rechazo contra su      *
      * EMP_ID/FECHA_PAGO, y lista todos los recibos rechazados que   *
      * siguen sin corregir para que se resuelvan antes del plazo de  *
      * la declaracion. Una respuesta sin recibo enviado al cual      *
      * aplicarse sale al listado de excepciones.                     *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO TIMFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RSP-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO TIMRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por recibo contestado: 'T' timbrado con su UUID,
      * 'R' rechazado con el motivo del proveedor.
       FD  RESP-FILE
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS RSP-RECORD.
       01  RSP-RECORD.
           05 RS-EMP-ID           PIC X(06).
           05 RS-FECHA-PAGO       PIC X(10).
           05 RS-RESULTADO        PIC X(01).
              88 RS-TIMBRADO        VALUE 'T'.
              88 RS-RECHAZADO       VALUE 'R'.
           05 RS-UUID             PIC X(36).
           05 RS-FECHA-TIMBRADO   PIC X(19).
           05 RS-MOTIVO           PIC X(60).
           05 FILLER              PIC X(08).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 RSP-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-EOF-SW           PIC X VALUE 'N'.
              88 WS-EOF            VALUE 'Y'.
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-TIMBRADOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-RECHAZADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-RECIBO   PIC 9(05) VALUE ZEROS.
           05 WS-REG-ESTADO-MALO  PIC 9(05) VALUE ZEROS.
           05 WS-RECHAZOS-ABIERTOS PIC 9(05) VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'RESPUESTAS DEL PROVEEDOR SIN RECIBO ENVIADO'.
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO'.
           05 FILLER              PIC X(04) VALUE 'RES'.
           05 FILLER              PIC X(40) VALUE 'OBSERVACION'.

       01  LIN-EXCEPCION.
           05 LX-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-RESULTADO        PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LX-OBSERVACION      PIC X(40).

       01  LIN-ENCABEZADO-3.
           05 FILLER              PIC X(50) VALUE
              'RECIBOS RECHAZADOS PENDIENTES DE CORREGIR'.
       01  LIN-ENCABEZADO-4.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO'.
           05 FILLER              PIC X(05) VALUE 'TIPO'.
           05 FILLER              PIC X(18) VALUE 'NETO'.
           05 FILLER              PIC X(60) VALUE 'MOTIVO DE RECHAZO'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TIPO             PIC X(01).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LD-NETO             PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(60).

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              '    (SIN RECIBOS RECHAZADOS)'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMCFD END-EXEC.

      * Todos los recibos que siguen rechazados, de cualquier fecha;
      * NOMICFD01 los reenvia en su siguiente corrida una vez que se
      * corrija el maestro o el detalle.
       EXEC SQL
          DECLARE C-RECHAZADOS CURSOR FOR
             SELECT EMP_ID, FECHA_PAGO, TIPO, NETO, MOTIVO_RECHAZO
             FROM NOMINA_CFDI
             WHERE ESTADO = 'R'
             ORDER BY FECHA_PAGO, EMP_ID
       END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-ARCHIVO UNTIL WS-EOF
           PERFORM 2500-LISTAR-RECHAZADOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           OPEN INPUT RESP-FILE
           IF RSP-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR TIMFILE: ' RSP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR TIMRPT: ' RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              CONNECT TO PRODDB
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONEXION DB2: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE.

       2000-PROCESAR-ARCHIVO.
           READ RESP-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-APLICAR-RESPUESTA
           END-READ.

      * La respuesta solo se aplica a un recibo que sigue enviado
      * ('G'): un recibo ya contestado, o reemitido despues, no se
      * pisa con una respuesta vieja o duplicada.
       2100-APLICAR-RESPUESTA.
           MOVE RS-EMP-ID     TO CF-EMP-ID
           MOVE RS-FECHA-PAGO TO CF-FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO CF-FECHA-RESPUESTA

           EVALUATE TRUE
              WHEN RS-TIMBRADO
                 IF RS-UUID = SPACES
                    ADD 1 TO WS-REG-ESTADO-MALO
                    MOVE 'TIMBRADO SIN UUID' TO LX-OBSERVACION
                    PERFORM 2900-ESCRIBIR-EXCEPCION
                    EXIT PARAGRAPH
                 END-IF
                 MOVE 'T'       TO CF-ESTADO
                 MOVE RS-UUID   TO CF-UUID
                 MOVE SPACES    TO CF-MOTIVO-RECHAZO
              WHEN RS-RECHAZADO
                 MOVE 'R'       TO CF-ESTADO
                 MOVE SPACES    TO CF-UUID
                 MOVE RS-MOTIVO TO CF-MOTIVO-RECHAZO
              WHEN OTHER
                 ADD 1 TO WS-REG-ESTADO-MALO
                 MOVE 'RESULTADO NO RECONOCIDO' TO LX-OBSERVACION
                 PERFORM 2900-ESCRIBIR-EXCEPCION
                 EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
              UPDATE NOMINA_CFDI
                 SET ESTADO = :CF-ESTADO,
                     UUID = :CF-UUID,
                     MOTIVO_RECHAZO = :CF-MOTIVO-RECHAZO,
                     FECHA_RESPUESTA = :CF-FECHA-RESPUESTA
               WHERE EMP_ID = :CF-EMP-ID
                 AND FECHA_PAGO = :CF-FECHA-PAGO
                 AND ESTADO = 'G'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF RS-TIMBRADO
                    ADD 1 TO WS-REG-TIMBRADOS
                 ELSE
                    ADD 1 TO WS-REG-RECHAZADOS
                 END-IF
              WHEN 100
                 ADD 1 TO WS-REG-SIN-RECIBO
                 MOVE 'SIN RECIBO ENVIADO (G) AL CUAL APLICAR'
                      TO LX-OBSERVACION
                 PERFORM 2900-ESCRIBIR-EXCEPCION
              WHEN OTHER
                 DISPLAY 'ERROR AL ACTUALIZAR NOMINA_CFDI: ' RS-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 MOVE 'ERROR DB2 AL APLICAR RESPUESTA'
                      TO LX-OBSERVACION
                 PERFORM 2900-ESCRIBIR-EXCEPCION
           END-EVALUATE.

       2500-LISTAR-RECHAZADOS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-4 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-RECHAZADOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR RECHAZADOS: ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2510-LISTAR-UN-RECHAZO UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-RECHAZADOS
           END-EXEC

           IF WS-RECHAZOS-ABIERTOS = ZEROS
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2510-LISTAR-UN-RECHAZO.
           EXEC SQL
              FETCH C-RECHAZADOS
              INTO :CF-EMP-ID, :CF-FECHA-PAGO, :CF-TIPO, :CF-NETO,
                   :CF-MOTIVO-RECHAZO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-RECHAZOS-ABIERTOS
                 MOVE CF-EMP-ID         TO LD-EMP-ID
                 MOVE CF-FECHA-PAGO     TO LD-FECHA-PAGO
                 MOVE CF-TIPO           TO LD-TIPO
                 MOVE CF-NETO           TO WS-ED-MONTO
                 MOVE WS-ED-MONTO       TO LD-NETO
                 MOVE CF-MOTIVO-RECHAZO TO LD-MOTIVO
                 MOVE LIN-DETALLE TO RPT-LINE
                 WRITE RPT-LINE
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH RECHAZADOS: ' SQLCODE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2900-ESCRIBIR-EXCEPCION.
           MOVE RS-EMP-ID     TO LX-EMP-ID
           MOVE RS-FECHA-PAGO TO LX-FECHA-PAGO
           MOVE RS-RESULTADO  TO LX-RESULTADO
           MOVE LIN-EXCEPCION TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           CLOSE RESP-FILE

           EXEC SQL
              COMMIT WORK
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE CONTROL-REPORT

           DISPLAY 'RESPUESTAS LEIDAS: ' WS-REG-LEIDOS
           DISPLAY 'RECIBOS TIMBRADOS: ' WS-REG-TIMBRADOS
           DISPLAY 'RECIBOS RECHAZADOS: ' WS-REG-RECHAZADOS
           DISPLAY 'SIN RECIBO ENVIADO: ' WS-REG-SIN-RECIBO
           DISPLAY 'RESULTADO NO RECONOCIDO: ' WS-REG-ESTADO-MALO
           DISPLAY 'RECHAZOS PENDIENTES DE CORREGIR: '
                   WS-RECHAZOS-ABIERTOS

      * RC 4 avisa que hay recibos rechazados o respuestas sin casar,
      * para que el listado no pase inadvertido.
           IF WS-RECHAZOS-ABIERTOS > ZEROS
              OR WS-REG-SIN-RECIBO > ZEROS
              OR WS-REG-ESTADO-MALO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMITIM01.

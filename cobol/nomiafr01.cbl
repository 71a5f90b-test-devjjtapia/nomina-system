       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIAFR01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch que carga el archivo de aceptacion/rechazo que *
      * devuelve el seguro social por los movimientos afiliatorios    *
      * que NOMIAFI01 dejo enviados ('E') en NOMINA_AFIL_MOV: marca   *
      * cada movimiento aceptado ('A') o rechazado ('R') con su       *
      * motivo, contra la clave del trabajador (EMP_ID), el tipo y la *
      * fecha del movimiento. Una respuesta sin movimiento enviado al *
      * cual aplicarse sale al listado de excepciones, y al final se  *
      * listan todos los rechazos que siguen sin corregir.            *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO AFRFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RSP-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AFRRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por movimiento contestado: 'A' aceptado, 'R'
      * rechazado con el motivo de la autoridad. La fecha del
      * movimiento viene en DDMMAAAA, igual que se envio.
       FD  RESP-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RSP-RECORD.
       01  RSP-RECORD.
           05 RA-REG-PATRONAL     PIC X(11).
           05 RA-NSS              PIC X(11).
           05 RA-TIPO-MOV         PIC X(02).
           05 RA-FECHA-MOV.
              10 RA-FM-DIA        PIC X(02).
              10 RA-FM-MES        PIC X(02).
              10 RA-FM-ANIO       PIC X(04).
           05 RA-CLAVE-TRAB       PIC X(10).
           05 RA-RESULTADO        PIC X(01).
              88 RA-ACEPTADO        VALUE 'A'.
              88 RA-RECHAZADO       VALUE 'R'.
           05 RA-MOTIVO           PIC X(60).
           05 FILLER              PIC X(17).

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
           05 WS-REG-ACEPTADOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-RECHAZADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-MOVTO    PIC 9(05) VALUE ZEROS.
           05 WS-REG-ESTADO-MALO  PIC 9(05) VALUE ZEROS.
           05 WS-RECHAZOS-ABIERTOS PIC 9(05) VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-SDI           PIC ZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'RESPUESTAS DEL SEGURO SOCIAL SIN MOVIMIENTO'.
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(12) VALUE 'CLAVE TRAB'.
           05 FILLER              PIC X(04) VALUE 'MOV'.
           05 FILLER              PIC X(10) VALUE 'FECHA MOV'.
           05 FILLER              PIC X(13) VALUE 'NSS'.
           05 FILLER              PIC X(04) VALUE 'RES'.
           05 FILLER              PIC X(40) VALUE 'OBSERVACION'.

       01  LIN-EXCEPCION.
           05 LX-CLAVE-TRAB       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-TIPO-MOV         PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-FECHA-MOV        PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-NSS              PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LX-RESULTADO        PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LX-OBSERVACION      PIC X(40).

       01  LIN-ENCABEZADO-3.
           05 FILLER              PIC X(50) VALUE
              'MOVIMIENTOS RECHAZADOS PENDIENTES DE CORREGIR'.
       01  LIN-ENCABEZADO-4.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(04) VALUE 'MOV'.
           05 FILLER              PIC X(12) VALUE 'FECHA MOV'.
           05 FILLER              PIC X(13) VALUE 'NSS'.
           05 FILLER              PIC X(12) VALUE 'SDI'.
           05 FILLER              PIC X(60) VALUE 'MOTIVO DE RECHAZO'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TIPO-MOV         PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-FECHA-MOV        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NSS              PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SDI              PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(60).

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              '    (SIN MOVIMIENTOS RECHAZADOS)'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMAFI END-EXEC.

      * Todos los movimientos que siguen rechazados; NOMIAFI01 los
      * reenvia cuando se corrige el maestro del empleado.
       EXEC SQL
          DECLARE C-RECHAZADOS CURSOR FOR
             SELECT EMP_ID, TIPO_MOV, CHAR(FECHA_MOV), NSS, SDI,
                    MOTIVO_RECHAZO
             FROM NOMINA_AFIL_MOV
             WHERE ESTADO = 'R'
             ORDER BY FECHA_MOV, EMP_ID
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
              DISPLAY 'ERROR AL ABRIR AFRFILE: ' RSP-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AFRRPT: ' RPT-STATUS
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

      * La respuesta solo se aplica a un movimiento que sigue enviado
      * ('E'). Si hubiera mas de uno enviado con la misma clave, tipo
      * y fecha se contesta el registrado primero; el siguiente
      * renglon de respuesta contesta al otro.
       2100-APLICAR-RESPUESTA.
           MOVE RA-CLAVE-TRAB(1:6) TO AF-EMP-ID
           MOVE RA-TIPO-MOV        TO AF-TIPO-MOV
           MOVE RA-FM-ANIO         TO AF-FECHA-MOV(1:4)
           MOVE '-'                TO AF-FECHA-MOV(5:1)
           MOVE RA-FM-MES          TO AF-FECHA-MOV(6:2)
           MOVE '-'                TO AF-FECHA-MOV(8:1)
           MOVE RA-FM-DIA          TO AF-FECHA-MOV(9:2)
           MOVE FUNCTION CURRENT-TIMESTAMP TO AF-FECHA-RESPUESTA

           EVALUATE TRUE
              WHEN RA-ACEPTADO
                 MOVE 'A'       TO AF-ESTADO
                 MOVE SPACES    TO AF-MOTIVO-RECHAZO
              WHEN RA-RECHAZADO
                 MOVE 'R'       TO AF-ESTADO
                 MOVE RA-MOTIVO TO AF-MOTIVO-RECHAZO
              WHEN OTHER
                 ADD 1 TO WS-REG-ESTADO-MALO
                 MOVE 'RESULTADO NO RECONOCIDO' TO LX-OBSERVACION
                 PERFORM 2900-ESCRIBIR-EXCEPCION
                 EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
              UPDATE NOMINA_AFIL_MOV
                 SET ESTADO = :AF-ESTADO,
                     MOTIVO_RECHAZO = :AF-MOTIVO-RECHAZO,
                     FECHA_RESPUESTA = :AF-FECHA-RESPUESTA
               WHERE EMP_ID = :AF-EMP-ID
                 AND TIPO_MOV = :AF-TIPO-MOV
                 AND FECHA_MOV = :AF-FECHA-MOV
                 AND ESTADO = 'E'
                 AND FECHA_REGISTRO =
                     (SELECT MIN(M2.FECHA_REGISTRO)
                        FROM NOMINA_AFIL_MOV M2
                       WHERE M2.EMP_ID = :AF-EMP-ID
                         AND M2.TIPO_MOV = :AF-TIPO-MOV
                         AND M2.FECHA_MOV = :AF-FECHA-MOV
                         AND M2.ESTADO = 'E')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF RA-ACEPTADO
                    ADD 1 TO WS-REG-ACEPTADOS
                 ELSE
                    ADD 1 TO WS-REG-RECHAZADOS
                 END-IF
              WHEN 100
                 ADD 1 TO WS-REG-SIN-MOVTO
                 MOVE 'SIN MOVIMIENTO ENVIADO (E) AL CUAL APLICAR'
                      TO LX-OBSERVACION
                 PERFORM 2900-ESCRIBIR-EXCEPCION
              WHEN OTHER
                 DISPLAY 'ERROR AL ACTUALIZAR NOMINA_AFIL_MOV: '
                         RA-CLAVE-TRAB ' SQLCODE: ' SQLCODE
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
              INTO :AF-EMP-ID, :AF-TIPO-MOV, :AF-FECHA-MOV, :AF-NSS,
                   :AF-SDI, :AF-MOTIVO-RECHAZO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-RECHAZOS-ABIERTOS
                 MOVE AF-EMP-ID         TO LD-EMP-ID
                 MOVE AF-TIPO-MOV       TO LD-TIPO-MOV
                 MOVE AF-FECHA-MOV      TO LD-FECHA-MOV
                 MOVE AF-NSS            TO LD-NSS
                 MOVE AF-SDI            TO WS-ED-SDI
                 MOVE WS-ED-SDI         TO LD-SDI
                 MOVE AF-MOTIVO-RECHAZO TO LD-MOTIVO
                 MOVE LIN-DETALLE TO RPT-LINE
                 WRITE RPT-LINE
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH RECHAZADOS: ' SQLCODE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2900-ESCRIBIR-EXCEPCION.
           MOVE RA-CLAVE-TRAB TO LX-CLAVE-TRAB
           MOVE RA-TIPO-MOV   TO LX-TIPO-MOV
           MOVE RA-FECHA-MOV  TO LX-FECHA-MOV
           MOVE RA-NSS        TO LX-NSS
           MOVE RA-RESULTADO  TO LX-RESULTADO
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
           DISPLAY 'MOVIMIENTOS ACEPTADOS: ' WS-REG-ACEPTADOS
           DISPLAY 'MOVIMIENTOS RECHAZADOS: ' WS-REG-RECHAZADOS
           DISPLAY 'SIN MOVIMIENTO ENVIADO: ' WS-REG-SIN-MOVTO
           DISPLAY 'RESULTADO NO RECONOCIDO: ' WS-REG-ESTADO-MALO
           DISPLAY 'RECHAZOS PENDIENTES DE CORREGIR: '
                   WS-RECHAZOS-ABIERTOS

      * RC 4 avisa que hay movimientos rechazados o respuestas sin
      * casar, para que el listado no pase inadvertido.
           IF WS-RECHAZOS-ABIERTOS > ZEROS
              OR WS-REG-SIN-MOVTO > ZEROS
              OR WS-REG-ESTADO-MALO > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIAFR01.

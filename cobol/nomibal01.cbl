      * contra la suma de netos con cuenta bancaria. Termina con RC 8 *
      * y un reporte de discrepancias si algo no cuadra; se corre en  *
      * el stream entre la carga y la transmision al banco.           *
      * Corre una vez por empresa (EMPRESA en el PARM), contra el     *
      * archivo de banco de esa empresa, y cierra el reporte con los  *
      * totales de la empresa en el periodo.                          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
      * Mismo formato que escribe NOMIBAN01; aqui se lee de regreso
      * para totalizarlo contra DB2 antes de transmitirlo. El archivo
      * trae encabezado ('H'), registro del ordenante ('O') y trailer
      * ('T'); el cuadre verifica el trailer (cantidad, total y hash
      * de cuentas) contra el detalle realmente leido, para que un
      * archivo truncado no se transmita, y que el encabezado sea el
      * de la empresa del PARM.
       FD  BAN-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS BD-RECORD.
              88 WS-ERROR-CUADRE    VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMPRESA-PARM        PIC X(03).

       01  WS-CONTADORES.
           05 WS-REG-REVISADOS    PIC 9(05) VALUE ZEROS.
           05 WS-TR-CANT-CALC     PIC 9(06) VALUE ZEROS.
           05 WS-TR-HASH-CALC     PIC 9(16) VALUE ZEROS.
           05 WS-TR-SECUENCIA     PIC 9(06) VALUE ZEROS.
           05 WS-TR-COMPANIA      PIC X(08) VALUE SPACES.
           05 WS-CTA-ALFA         PIC X(17).
           05 WS-CTA-NUM REDEFINES WS-CTA-ALFA
                                  PIC 9(17).
           05 WS-CTA-HASH         PIC 9(16).

      * Totales de la empresa en el periodo, acumulados sobre los
      * mismos renglones que revisa el cuadre de detalle y neto.
       01  WS-TOTALES-EMPRESA.
           05 WS-TE-RENGLONES     PIC 9(07) VALUE ZEROS.
           05 WS-TE-BASE          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TE-BONOS         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TE-DEDUCCIONES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TE-NETO          PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-MONTO-1       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-ED-MONTO-2       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-ED-RENGLONES     PIC Z,ZZZ,ZZ9.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(42) VALUE
              'CUADRE DE FIN DE CICLO - DISCREPANCIAS'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LE-RAZON-SOCIAL     PIC X(40).

       01  LIN-TOTAL-EMPRESA.
           05 LT-LEYENDA          PIC X(34).
           05 LT-MONTO            PIC X(18).

       01  LIN-DISCREPANCIA.
           05 LD-TIPO             PIC X(08).
       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMINA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Cada renglon de NOMINA del periodo de la empresa con la suma
      * de su detalle (cero si no tiene renglones hijos), para cruzar
      * detalle contra total y rederivar el neto en una sola pasada.
       EXEC SQL
          DECLARE C-CUADRE-NOMINA CURSOR FOR
             SELECT N.EMP_ID, N.SALARIO_BASE, N.BONOS,
                     ON N.EMP_ID = D.EMP_ID
                    AND N.FECHA_PAGO = D.FECHA_PAGO
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMPRESA = :WS-EMPRESA-PARM
             GROUP BY N.EMP_ID, N.SALARIO_BASE, N.BONOS,
                      N.DEDUCCIONES, N.SALARIO_NETO
             ORDER BY N.EMP_ID
      * Acumulado YTD de cada empleado del periodo, para cruzarlo
      * contra la suma de sus renglones de NOMINA del año. La baja de
      * un empleado no reversa su YTD, por eso la suma se toma sin
      * filtrar STATUS. El YTD es del empleado, no de la empresa: si
      * cambio de empresa en el año, la suma toma todos sus renglones.
       EXEC SQL
          DECLARE C-CUADRE-YTD CURSOR FOR
             SELECT Y.EMP_ID, Y.YTD_SALARIO_BASE, Y.YTD_BONOS,
             WHERE Y.ANIO = :WS-CY-ANIO
               AND Y.EMP_ID IN
                  (SELECT EMP_ID FROM NOMINA
                    WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                      AND EMPRESA = :WS-EMPRESA-PARM)
             ORDER BY Y.EMP_ID
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-PAGO quede
      * alineado con el texto real del parametro. La empresa sigue a
      * la fecha y es obligatoria.
       LINKAGE SECTION.
       01  LK-PARM-FECHA-PAGO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-FECHA-PAGO.
       0000-MAIN.
              STOP RUN
           END-IF

           IF LK-PARM-LEN > 10
              MOVE LK-EMPRESA TO WS-EMPRESA-PARM
           ELSE
              MOVE SPACES TO WS-EMPRESA-PARM
           END-IF
           IF WS-EMPRESA-PARM = SPACES
              DISPLAY 'ERROR: EMPRESA NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT BAL-REPORT
           IF BAL-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR BALRPT: ' BAL-STATUS
              STOP RUN
           END-IF

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1100-VERIFICAR-PERIODO

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE WS-EMPRESA-PARM    TO LE-EMPRESA
           MOVE ER-RAZON-SOCIAL    TO LE-RAZON-SOCIAL
           MOVE LIN-ENCABEZADO-1 TO BAL-LINE
           WRITE BAL-LINE.

      * La empresa del PARM debe existir y estar activa; su
      * identificacion ante el banco es la que debe traer el
      * encabezado del archivo.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, BANCO_ID_CIA, ACTIVO
              INTO :ER-RAZON-SOCIAL, :ER-BANCO-ID-CIA, :ER-ACTIVO
              FROM NOMINA_EMPRESA
              WHERE EMPRESA = :ER-EMPRESA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF ER-ACTIVO NOT = 'Y'
                    DISPLAY 'ERROR: EMPRESA ' WS-EMPRESA-PARM
                            ' INACTIVA EN NOMINA_EMPRESA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 DISPLAY 'ERROR: EMPRESA ' WS-EMPRESA-PARM
                         ' NO EXISTE EN NOMINA_EMPRESA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER EMPRESA: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * El cuadre solo tiene sentido sobre un periodo que NOMINA01
      * dejo cargado completo ('L'), o ya cerrado ('C') cuando se
      * revisa despues de la transmision.

           EXEC SQL
              CLOSE C-CUADRE-NOMINA
           END-EXEC

           PERFORM 2200-IMPRIMIR-TOTALES.

       2100-REVISAR-RENGLON.
           EXEC SQL
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-REVISADOS
                 ADD 1 TO WS-TE-RENGLONES
                 ADD WS-CN-BASE        TO WS-TE-BASE
                 ADD WS-CN-BONOS       TO WS-TE-BONOS
                 ADD WS-CN-DEDUCCIONES TO WS-TE-DEDUCCIONES
                 ADD WS-CN-NETO        TO WS-TE-NETO
                 PERFORM 2110-REVISAR-DETALLE
                 PERFORM 2120-REVISAR-NETO
              WHEN 100
              PERFORM 8000-ESCRIBIR-DISCREPANCIA
           END-IF.

      * Totales de la empresa en el periodo al pie del cuadre, para
      * que Tesoreria y Contabilidad los tomen por razon social.
       2200-IMPRIMIR-TOTALES.
           MOVE 'RENGLONES DE LA EMPRESA' TO LT-LEYENDA
           MOVE WS-TE-RENGLONES TO WS-ED-RENGLONES
           MOVE WS-ED-RENGLONES TO LT-MONTO
           MOVE LIN-TOTAL-EMPRESA TO BAL-LINE
           WRITE BAL-LINE

           MOVE 'SALARIO BASE' TO LT-LEYENDA
           MOVE WS-TE-BASE TO WS-ED-MONTO-1
           MOVE WS-ED-MONTO-1 TO LT-MONTO
           MOVE LIN-TOTAL-EMPRESA TO BAL-LINE
           WRITE BAL-LINE

           MOVE 'BONOS' TO LT-LEYENDA
           MOVE WS-TE-BONOS TO WS-ED-MONTO-1
           MOVE WS-ED-MONTO-1 TO LT-MONTO
           MOVE LIN-TOTAL-EMPRESA TO BAL-LINE
           WRITE BAL-LINE

           MOVE 'DEDUCCIONES' TO LT-LEYENDA
           MOVE WS-TE-DEDUCCIONES TO WS-ED-MONTO-1
           MOVE WS-ED-MONTO-1 TO LT-MONTO
           MOVE LIN-TOTAL-EMPRESA TO BAL-LINE
           WRITE BAL-LINE

           MOVE 'NETO' TO LT-LEYENDA
           MOVE WS-TE-NETO TO WS-ED-MONTO-1
           MOVE WS-ED-MONTO-1 TO LT-MONTO
           MOVE LIN-TOTAL-EMPRESA TO BAL-LINE
           WRITE BAL-LINE.

      * Cruce 3: el acumulado YTD de cada empleado del periodo contra
      * la suma rederivada de sus renglones de NOMINA del año.
       3000-CUADRAR-YTD.
              INTO :WS-CB-REG-DB2, :WS-CB-TOT-DB2
              FROM NOMINA N
              WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.STATUS = 'A'
                AND EXISTS
                   (SELECT 1 FROM NOMINA_BANCO NB
                    WHEN 'H'
                       SET WS-ENC-ENCONTRADO TO TRUE
                       MOVE BH-SECUENCIA TO WS-TR-SECUENCIA
                       MOVE BH-COMPANIA  TO WS-TR-COMPANIA
                    WHEN 'O'
                       CONTINUE
                    WHEN 'T'
                       SET WS-TR-ENCONTRADO TO TRUE
                       MOVE BT-CANTIDAD TO WS-TR-CANTIDAD
              PERFORM 8000-ESCRIBIR-DISCREPANCIA
           END-IF

      * El archivo de otra empresa no cuadra contra los netos de esta
      * aunque los montos coincidieran por casualidad.
           IF WS-ENC-ENCONTRADO
              AND WS-TR-COMPANIA NOT = ER-BANCO-ID-CIA
              ADD 1 TO WS-DISC-TRAILER
              MOVE 'TRAILER'  TO LD-TIPO
              MOVE SPACES     TO LD-EMP-ID
              MOVE 'ENCABEZADO DE OTRA EMPRESA'
                   TO LD-DESCRIPCION
              MOVE ZEROS TO WS-ED-MONTO-1 WS-ED-MONTO-2
              PERFORM 8000-ESCRIBIR-DISCREPANCIA
              DISPLAY 'COMPANIA EN ENCABEZADO: ' WS-TR-COMPANIA
                      ' ESPERADA: ' ER-BANCO-ID-CIA
           END-IF

           IF NOT WS-TR-ENCONTRADO
              ADD 1 TO WS-DISC-TRAILER
              MOVE 'TRAILER'  TO LD-TIPO

      * mismo con el control de folios de NOMINA_CHEQUE_CTL (archivo  *
      * de impresion y pago positivo incluidos), igual que NOMICHE01. *
      * Hasta el pago urgente queda en YTD, en el GL y auditado.      *
      * Una solicitud que genero NOMIFIN01 es un finiquito: su        *
      * detalle de deducciones sale de NOMINA_FINIQUITO_DED, la prima *
      * vacacional va en BONOS, y al pagarse se liquidan los saldos   *
      * de prestamos y embargos, los atrasos y los dias del kardex    *
      * que el finiquito cubrio.                                      *
      * Una solicitud que trae calculo en NOMINA_FONDO_LIQ (la        *
      * liquidacion anual de NOMIFAL01 o el saldo del fondo que       *
      * NOMIFIN01 metio en el finiquito) descarga al pagarse ese      *
      * saldo del fondo de ahorro con un movimiento negativo en       *
      * NOMINA_FONDO_MOV.                                             *
      * Corre una vez por empresa (EMPRESA en el PARM), con el rango  *
      * de folios de cheque de esa empresa y solo las solicitudes de  *
      * sus empleados.                                                *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 WS-ERR-EXTRACTO    VALUE 'Y'.
           05 WS-RANGO-AGOTADO-SW PIC X VALUE 'N'.
              88 WS-RANGO-AGOTADO   VALUE 'Y'.
           05 WS-FINIQUITO-SW     PIC X VALUE 'N'.
              88 WS-ES-FINIQUITO    VALUE 'Y'.
           05 WS-FIN-FDD-SW       PIC X VALUE 'N'.
              88 WS-FIN-FDD         VALUE 'Y'.
           05 WS-FONDO-SW         PIC X VALUE 'N'.
              88 WS-ES-FONDO        VALUE 'Y'.

       01  WS-CONTADORES.
           05 WS-REG-EXTRAIDOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-CHEQUES      PIC 9(05) VALUE ZEROS.
           05 WS-REG-DEPOSITOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-ERRORES      PIC 9(05) VALUE ZEROS.
           05 WS-REG-FINIQUITOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-FONDO        PIC 9(05) VALUE ZEROS.
           05 WS-TOT-EXTRAIDO     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-TRABAJO.
           05 WS-DED-CODIGO       PIC X(03) OCCURS 3.
           05 WS-DED-MONTO        PIC S9(07)V99 COMP-3 OCCURS 3.
           05 WS-AUD-NETO-ED      PIC ZZZZZZZ9.99.
           05 WS-FIN-PRIMA        PIC S9(07)V99 COMP-3.

       01  WS-EMPRESA-PARM        PIC X(03).

       01  WS-RANGO-CHEQUES.
           05 WS-ULTIMO-CHEQUE    PIC S9(10) COMP-3.
       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'EXTRACTO DE PAGOS DE EMERGENCIA APROBADOS'.
           05 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LE-RAZON-SOCIAL     PIC X(40).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(06) VALUE 'EMP-ID'.
           05 FILLER              PIC X(02) VALUE SPACES.
       EXEC SQL INCLUDE DCLNOMCHQ END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMESP END-EXEC.
       EXEC SQL INCLUDE DCLNOMFIN END-EXEC.
       EXEC SQL INCLUDE DCLNOMFDD END-EXEC.
       EXEC SQL INCLUDE DCLNOMATM END-EXEC.
       EXEC SQL INCLUDE DCLNOMFLQ END-EXEC.
       EXEC SQL INCLUDE DCLNOMFMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Solicitudes aprobadas pendientes de extraer de los empleados
      * de la empresa del PARM.
       EXEC SQL
          DECLARE C-APROBADOS CURSOR FOR
             SELECT P.EMP_ID, P.FECHA_PAGO, P.BRUTO,
                    P.DED1_CODIGO, P.DED1_MONTO, P.DED2_CODIGO,
                    P.DED2_MONTO, P.DED3_CODIGO, P.DED3_MONTO,
                    P.NETO, P.VIA
             FROM NOMINA_PAGO_ESP P
             WHERE P.ESTADO = 'A'
               AND EXISTS
                  (SELECT 1 FROM NOMINA_EMPLEADO E
                    WHERE E.EMP_ID = P.EMP_ID
                      AND E.EMPRESA = :WS-EMPRESA-PARM)
             ORDER BY P.EMP_ID, P.FECHA_PAGO
       END-EXEC.

      * Detalle completo de deducciones del finiquito que se paga.
       EXEC SQL
          DECLARE C-FIN-DED CURSOR FOR
             SELECT DED_CODIGO, MONTO, MONTO_SALDO, MONTO_ATRASO,
                    LIQUIDA
             FROM NOMINA_FINIQUITO_DED
             WHERE EMP_ID = :PE-EMP-ID
               AND FECHA_PAGO = :PE-FECHA-PAGO
             ORDER BY DED_CODIGO
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-EMPRESA quede
      * alineado con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-EMPRESA.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-EMPRESA.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           STOP RUN.

       1000-INICIO.
           IF LK-PARM-LEN > 0
              MOVE LK-EMPRESA TO WS-EMPRESA-PARM
           ELSE
              MOVE SPACES TO WS-EMPRESA-PARM
           END-IF
           IF WS-EMPRESA-PARM = SPACES
              DISPLAY 'ERROR: EMPRESA NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CHEQUE-FILE
           OPEN OUTPUT POSPAY-FILE
           OPEN OUTPUT EXTRACTO-REPORT
              STOP RUN
           END-IF

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1200-LEER-RANGO-CHEQUES

           MOVE WS-EMPRESA-PARM TO LE-EMPRESA
           MOVE ER-RAZON-SOCIAL TO LE-RAZON-SOCIAL
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
              STOP RUN
           END-IF.

      * Mismo chequeo de la empresa del PARM que NOMICHE01.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, ACTIVO
              INTO :ER-RAZON-SOCIAL, :ER-ACTIVO
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

      * El talonario de la empresa del PARM, el mismo que usa
      * NOMICHE01 para ella.
       1200-LEER-RANGO-CHEQUES.
           EXEC SQL
              SELECT ULTIMO_CHEQUE, RANGO_HASTA
              INTO :WS-ULTIMO-CHEQUE, :WS-RANGO-HASTA
              FROM NOMINA_CHEQUE_CTL
              WHERE CTL_ID = 'C'
                AND EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: SIN RENGLON DE CONTROL DE CHEQUES '
                      'DE LA EMPRESA ' WS-EMPRESA-PARM
                      ' (SQLCODE: ' SQLCODE ')'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
              END-IF
           END-IF

           PERFORM 2105-BUSCAR-FINIQUITO
           IF WS-ERR-EXTRACTO
              EXIT PARAGRAPH
           END-IF
           PERFORM 2107-BUSCAR-FONDO
           IF WS-ERR-EXTRACTO
              EXIT PARAGRAPH
           END-IF

      * En el finiquito la prima vacacional va en BONOS, como la
      * paga NOMINA01 en el periodo, para que llegue a YTD_PRIMA_VAC
      * y al CFDI por separado del resto de las percepciones.
           MOVE SPACES TO DCLNOMINA
           MOVE PE-EMP-ID TO EMP-ID
           PERFORM 2110-BUSCAR-MAESTRO
           COMPUTE SALARIO-BASE = PE-BRUTO - WS-FIN-PRIMA
           MOVE WS-FIN-PRIMA TO BONOS
           COMPUTE DEDUCCIONES = PE-BRUTO - PE-NETO
           MOVE PE-NETO TO SALARIO-NETO
           MOVE PE-FECHA-PAGO TO FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FECHA-PROCESO
           MOVE 'A' TO STATUS
           MOVE WS-EMPRESA-PARM TO EMPRESA

           EXEC SQL
              INSERT INTO NOMINA
                 (EMP_ID, EMP_NOMBRE, EMP_DEPTO,
                  SALARIO_BASE, BONOS, DEDUCCIONES,
                  SALARIO_NETO, FECHA_PAGO,
                  FECHA_PROCESO, STATUS, EMPRESA)
              VALUES
                 (:EMP-ID, :EMP-NOMBRE, :EMP-DEPTO,
                  :SALARIO-BASE, :BONOS, :DEDUCCIONES,
                  :SALARIO-NETO, :FECHA-PAGO,
                  :FECHA-PROCESO, :STATUS, :EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0
           PERFORM 2130-ACTUALIZAR-YTD
           PERFORM 2140-REGISTRAR-AUDITORIA
           PERFORM 2150-REGISTRAR-DELTA
           IF WS-ES-FINIQUITO
              PERFORM 2160-LIQUIDAR-FINIQUITO
           END-IF
           IF WS-ES-FONDO
              PERFORM 2170-DESCARGAR-FONDO
           END-IF

           IF PE-VIA = 'C'
              PERFORM 2200-EMITIR-CHEQUE
           ADD PE-NETO TO WS-TOT-EXTRAIDO
           PERFORM 2900-ESCRIBIR-LISTADO.

      * La solicitud es finiquito si NOMIFIN01 dejo pendiente el
      * calculo de esa baja con la misma fecha de pago.
       2105-BUSCAR-FINIQUITO.
           MOVE 'N'   TO WS-FINIQUITO-SW
           MOVE ZEROS TO WS-FIN-PRIMA
           MOVE PE-EMP-ID     TO FN-EMP-ID
           MOVE PE-FECHA-PAGO TO FN-FECHA-PAGO

           EXEC SQL
              SELECT FECHA_BAJA, MONTO_PRIMA
              INTO :FN-FECHA-BAJA, :FN-MONTO-PRIMA
              FROM NOMINA_FINIQUITO
              WHERE EMP_ID = :FN-EMP-ID
                AND FECHA_PAGO = :FN-FECHA-PAGO
                AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-ES-FINIQUITO TO TRUE
                 MOVE FN-MONTO-PRIMA TO WS-FIN-PRIMA
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER FINIQUITO: ' PE-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-EXTRACTO TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * La solicitud paga saldo del fondo de ahorro si NOMIFAL01 o
      * NOMIFIN01 dejaron su calculo pendiente con la misma fecha.
       2107-BUSCAR-FONDO.
           MOVE 'N' TO WS-FONDO-SW
           MOVE PE-EMP-ID     TO FL-EMP-ID
           MOVE PE-FECHA-PAGO TO FL-FECHA-PAGO

           EXEC SQL
              SELECT TIPO, APORTE_EMPLEADO, APORTE_PATRON, INTERES
              INTO :FL-TIPO, :FL-APORTE-EMPLEADO, :FL-APORTE-PATRON,
                   :FL-INTERES
              FROM NOMINA_FONDO_LIQ
              WHERE EMP_ID = :FL-EMP-ID
                AND FECHA_PAGO = :FL-FECHA-PAGO
                AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-ES-FONDO TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER LIQUIDACION FONDO: ' PE-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-EXTRACTO TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Nombre y departamento oficiales del maestro; un EMP_ID sin
      * maestro (no deberia pasar: CICNOM10 lo valida) sale con los
      * campos en blanco pero el pago no se detiene.
              DISPLAY 'PAGO ESP SIN MAESTRO: ' PE-EMP-ID
           END-IF.

      * El finiquito trae su detalle completo en NOMINA_FINIQUITO_DED
      * (la solicitud solo guarda las tres primeras lineas); el pago
      * de emergencia ordinario usa las lineas de la solicitud.
       2120-CARGAR-DEDUCCIONES.
           IF WS-ES-FINIQUITO
              PERFORM 2122-CARGAR-DED-FINIQUITO
              EXIT PARAGRAPH
           END-IF

           MOVE PE-DED1-CODIGO TO WS-DED-CODIGO(1)
           MOVE PE-DED1-MONTO  TO WS-DED-MONTO(1)
           MOVE PE-DED2-CODIGO TO WS-DED-CODIGO(2)
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > 3
              IF WS-DED-CODIGO(WS-DED-IDX) NOT = SPACES
                 MOVE WS-DED-CODIGO(WS-DED-IDX) TO DD-DED-CODIGO
                 MOVE WS-DED-MONTO(WS-DED-IDX)  TO DD-DED-MONTO
                 PERFORM 2125-INSERTAR-DEDUCCION
              END-IF
           END-PERFORM.

       2122-CARGAR-DED-FINIQUITO.
           EXEC SQL
              OPEN C-FIN-DED
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR DETALLE FINIQUITO: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-FDD-SW
           PERFORM UNTIL WS-FIN-FDD
              EXEC SQL
                 FETCH C-FIN-DED
                 INTO :FX-DED-CODIGO, :FX-MONTO, :FX-MONTO-SALDO,
                      :FX-MONTO-ATRASO, :FX-LIQUIDA
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF FX-MONTO NOT = ZEROS
                       MOVE FX-DED-CODIGO TO DD-DED-CODIGO
                       MOVE FX-MONTO      TO DD-DED-MONTO
                       PERFORM 2125-INSERTAR-DEDUCCION
                    END-IF
                 WHEN 100
                    SET WS-FIN-FDD TO TRUE
                 WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DETALLE FINIQUITO: '
                            PE-EMP-ID ' SQLCODE: ' SQLCODE
                    SET WS-ERR-EXTRACTO TO TRUE
                    SET WS-FIN-FDD TO TRUE
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C-FIN-DED
           END-EXEC.

       2125-INSERTAR-DEDUCCION.
           MOVE EMP-ID     TO DD-EMP-ID
           MOVE FECHA-PAGO TO DD-FECHA-PAGO

           EXEC SQL
              INSERT INTO NOMINA_DEDUCCIONES
                 (EMP_ID, FECHA_PAGO, DED_CODIGO, DED_MONTO)
              VALUES
                 (:DD-EMP-ID, :DD-FECHA-PAGO, :DD-DED-CODIGO,
                  :DD-DED-MONTO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR DEDUCCION: ' EMP-ID
                      ' COD: ' DD-DED-CODIGO
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2130-ACTUALIZAR-YTD.
           MOVE EMP-ID         TO YT-EMP-ID
           MOVE FECHA-PAGO(1:4) TO YT-ANIO
                        + :DEDUCCIONES,
                     YTD_SALARIO_NETO = YTD_SALARIO_NETO
                        + :SALARIO-NETO,
                     YTD_PRIMA_VAC = YTD_PRIMA_VAC + :WS-FIN-PRIMA,
                     ULTIMA_FECHA_PAGO = :FECHA-PAGO
               WHERE EMP_ID = :YT-EMP-ID
                 AND ANIO = :YT-ANIO
                 MOVE DEDUCCIONES   TO YT-DEDUCCIONES
                 MOVE SALARIO-NETO  TO YT-SALARIO-NETO
                 MOVE FECHA-PAGO    TO YT-ULTIMA-FECHA-PAGO
                 MOVE WS-FIN-PRIMA  TO YT-PRIMA-VAC

                 EXEC SQL
                    INSERT INTO NOMINA_YTD
                       (EMP_ID, ANIO, YTD_SALARIO_BASE, YTD_BONOS,
                        YTD_DEDUCCIONES, YTD_SALARIO_NETO,
                        ULTIMA_FECHA_PAGO, YTD_PRIMA_VAC)
                    VALUES
                       (:YT-EMP-ID, :YT-ANIO, :YT-SALARIO-BASE,
                        :YT-BONOS, :YT-DEDUCCIONES,
                        :YT-SALARIO-NETO, :YT-ULTIMA-FECHA-PAGO,
                        :YT-PRIMA-VAC)
                 END-EXEC

                 IF SQLCODE NOT = 0
           MOVE FECHA-PAGO TO AJ-FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO AJ-FECHA-AJUSTE
           MOVE SALARIO-BASE TO AJ-DELTA-BASE
           MOVE BONOS        TO AJ-DELTA-BONOS
           MOVE DEDUCCIONES  TO AJ-DELTA-DEDUC
           MOVE SALARIO-NETO TO AJ-DELTA-NETO
           IF PE-VIA = 'D'
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * Al pagarse el finiquito se cobra lo que neteo: el saldo de
      * cada prestamo o embargo que cubrio completo queda liquidado
      * ('F') en vez de seguir activo sin nomina de donde cobrarse;
      * el atraso cobrado deja su movimiento como cualquier cobro de
      * NOMINA01; los dias no gozados se descargan del kardex y su
      * prima queda pagada; y el finiquito queda 'E'.
       2160-LIQUIDAR-FINIQUITO.
           EXEC SQL
              OPEN C-FIN-DED
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR DETALLE FINIQUITO: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-FDD-SW
           PERFORM UNTIL WS-FIN-FDD
              EXEC SQL
                 FETCH C-FIN-DED
                 INTO :FX-DED-CODIGO, :FX-MONTO, :FX-MONTO-SALDO,
                      :FX-MONTO-ATRASO, :FX-LIQUIDA
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF FX-MONTO-SALDO > ZEROS
                       PERFORM 2162-LIQUIDAR-SALDO
                    END-IF
                    IF FX-MONTO-ATRASO > ZEROS
                       PERFORM 2164-LIQUIDAR-ATRASO
                    END-IF
                 WHEN 100
                    SET WS-FIN-FDD TO TRUE
                 WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DETALLE FINIQUITO: '
                            PE-EMP-ID ' SQLCODE: ' SQLCODE
                    SET WS-ERR-EXTRACTO TO TRUE
                    SET WS-FIN-FDD TO TRUE
              END-EVALUATE
           END-PERFORM

           EXEC SQL
              CLOSE C-FIN-DED
           END-EXEC

           PERFORM 2166-DESCARGAR-VACACIONES

           EXEC SQL
              UPDATE NOMINA_FINIQUITO
                 SET ESTADO = 'E'
               WHERE EMP_ID = :FN-EMP-ID
                 AND FECHA_BAJA = :FN-FECHA-BAJA
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR FINIQUITO PAGADO: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
           END-IF

           ADD 1 TO WS-REG-FINIQUITOS.

       2162-LIQUIDAR-SALDO.
           EXEC SQL
              UPDATE NOMINA_DED_SALDOS
                 SET COBRADO_ACUM = COBRADO_ACUM + :FX-MONTO-SALDO,
                     SALDO_RESTANTE = SALDO_RESTANTE
                        - :FX-MONTO-SALDO,
                     ESTADO = CASE WHEN :FX-LIQUIDA = 'Y'
                                   THEN 'F' ELSE ESTADO END
               WHERE EMP_ID = :PE-EMP-ID
                 AND DED_CODIGO = :FX-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LIQUIDAR SALDO: ' PE-EMP-ID
                      ' COD: ' FX-DED-CODIGO ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
           END-IF.

       2164-LIQUIDAR-ATRASO.
           EXEC SQL
              UPDATE NOMINA_ATRASOS
                 SET COBRADO_ACUM = COBRADO_ACUM + :FX-MONTO-ATRASO,
                     SALDO_RESTANTE = SALDO_RESTANTE
                        - :FX-MONTO-ATRASO,
                     ESTADO = CASE WHEN SALDO_RESTANTE
                                        - :FX-MONTO-ATRASO <= 0
                                   THEN 'T' ELSE ESTADO END,
                     FECHA_ULT_MOV = :PE-FECHA-PAGO
               WHERE EMP_ID = :PE-EMP-ID
                 AND DED_CODIGO = :FX-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LIQUIDAR ATRASO: ' PE-EMP-ID
                      ' COD: ' FX-DED-CODIGO ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE PE-EMP-ID       TO AM-EMP-ID
           MOVE PE-FECHA-PAGO   TO AM-FECHA-PAGO
           MOVE FX-DED-CODIGO   TO AM-DED-CODIGO
           MOVE 'C'             TO AM-TIPO-MOV
           MOVE FX-MONTO-ATRASO TO AM-MONTO

           EXEC SQL
              INSERT INTO NOMINA_ATRASO_MOV
                 (EMP_ID, FECHA_PAGO, DED_CODIGO, TIPO_MOV, MONTO)
              VALUES
                 (:AM-EMP-ID, :AM-FECHA-PAGO, :AM-DED-CODIGO,
                  :AM-TIPO-MOV, :AM-MONTO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR MOV DE ATRASO: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
           END-IF.

       2166-DESCARGAR-VACACIONES.
           EXEC SQL
              UPDATE NOMINA_VACACIONES V
                 SET DIAS_TOMADOS = DIAS_TOMADOS +
                    (SELECT M.DIAS
                     FROM NOMINA_VAC_MOV M
                     WHERE M.EMP_ID = V.EMP_ID
                       AND M.ANIO_SERVICIO = V.ANIO_SERVICIO
                       AND M.FECHA_PAGO = :PE-FECHA-PAGO
                       AND M.ORIGEN = 'F'
                       AND M.ESTADO = 'P')
               WHERE V.EMP_ID = :PE-EMP-ID
                 AND EXISTS
                    (SELECT 1
                     FROM NOMINA_VAC_MOV M
                     WHERE M.EMP_ID = V.EMP_ID
                       AND M.ANIO_SERVICIO = V.ANIO_SERVICIO
                       AND M.FECHA_PAGO = :PE-FECHA-PAGO
                       AND M.ORIGEN = 'F'
                       AND M.ESTADO = 'P')
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL DESCARGAR VACACIONES: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              UPDATE NOMINA_VAC_MOV
                 SET ESTADO = 'G'
               WHERE EMP_ID = :PE-EMP-ID
                 AND FECHA_PAGO = :PE-FECHA-PAGO
                 AND ORIGEN = 'F'
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL PAGAR PRIMA VACACIONAL: ' PE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
           END-IF.

      * El saldo que se pago sale del fondo con un movimiento del
      * mismo tipo que la liquidacion ('L' anual / 'F' finiquito) por
      * exactamente lo que se liquido; lo aportado despues del
      * calculo queda como saldo nuevo. La liquidacion queda 'E'.
       2170-DESCARGAR-FONDO.
           MOVE PE-EMP-ID     TO FM-EMP-ID
           MOVE PE-FECHA-PAGO TO FM-FECHA-MOV
           MOVE FL-TIPO       TO FM-TIPO-MOV
           COMPUTE FM-MONTO-EMPLEADO = ZEROS - FL-APORTE-EMPLEADO
           COMPUTE FM-MONTO-PATRON   = ZEROS - FL-APORTE-PATRON
           COMPUTE FM-MONTO-INTERES  = ZEROS - FL-INTERES
           MOVE 'NOMIESP1'    TO FM-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FM-FECHA-REGISTRO

           EXEC SQL
              INSERT INTO NOMINA_FONDO_MOV
                 (EMP_ID, FECHA_MOV, TIPO_MOV, MONTO_EMPLEADO,
                  MONTO_PATRON, MONTO_INTERES, USUARIO,
                  FECHA_REGISTRO)
              VALUES
                 (:FM-EMP-ID, :FM-FECHA-MOV, :FM-TIPO-MOV,
                  :FM-MONTO-EMPLEADO, :FM-MONTO-PATRON,
                  :FM-MONTO-INTERES, :FM-USUARIO,
                  :FM-FECHA-REGISTRO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL DESCARGAR FONDO DE AHORRO: '
                      PE-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              UPDATE NOMINA_FONDO_LIQ
                 SET ESTADO = 'E'
               WHERE EMP_ID = :FL-EMP-ID
                 AND FECHA_PAGO = :FL-FECHA-PAGO
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR LIQUIDACION FONDO PAGADA: '
                      PE-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-EXTRACTO TO TRUE
           END-IF

           ADD 1 TO WS-REG-FONDO.

      * Folio del talonario controlado, igual que 2100-EMITIR-CHEQUE
      * de NOMICHE01. El rango ya se verifico al inicio de 2100,
      * antes de grabar nada; aqui solo se consume el folio.
           DISPLAY 'PAGOS EXTRAIDOS: ' WS-REG-EXTRAIDOS
           DISPLAY '   POR CHEQUE: ' WS-REG-CHEQUES
           DISPLAY '   POR DEPOSITO: ' WS-REG-DEPOSITOS
           DISPLAY '   FINIQUITOS: ' WS-REG-FINIQUITOS
           DISPLAY '   FONDO DE AHORRO: ' WS-REG-FONDO
           DISPLAY 'CON ERROR: ' WS-REG-ERRORES
           DISPLAY 'TOTAL EXTRAIDO: ' WS-TOT-EXTRAIDO

              UPDATE NOMINA_CHEQUE_CTL
                 SET ULTIMO_CHEQUE = :WS-ULTIMO-CHEQUE
               WHERE CTL_ID = 'C'
                 AND EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0

      * renglon de NOMINA (YTD, bitacora y GL incluidos) y lo paga    *
      * por el control de folios de cheques o como item               *
      * suplementario del banco: hasta el pago urgente deja rastro.   *
      * Captura, aprobacion y retiro se limitan a empleados de las    *
      * empresas que el operador tiene autorizadas.                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOMA:
      * capturar dinero urgente no es lo mismo que consultarlo. La
      * EMPRESA del renglon limita los empleados (en blanco, todas).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
              EXIT PARAGRAPH
           END-IF

           PERFORM 2900-VALIDAR-EMPRESA
           IF CA-ERROR
              MOVE CA-MENSAJE TO PAMSGO
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CAPTURAR
                 PERFORM 3000-CAPTURAR
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

      * Con el operador limitado a una empresa, el empleado debe ser
      * de esa empresa en el maestro (NOMINA_EMPLEADO); un EMP-ID que
      * no esta en el maestro tampoco pasa. Mismo chequeo que NOM2.
       2900-VALIDAR-EMPRESA.
           SET CA-OK TO TRUE
           IF AU-EMPRESA = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EM-EMP-ID

           EXEC SQL
              SELECT EMPRESA INTO :EM-EMPRESA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO EM-EMPRESA
           END-IF

           IF EM-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOMA OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

      * Captura: el empleado debe existir en el maestro (puede estar
      * dado de baja: el finiquito es justo para el), el detalle de
      * deducciones pasa por el catalogo y el neto debe quedar

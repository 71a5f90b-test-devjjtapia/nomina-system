      * en ceros durante un ciclo antes de que le llegue dinero       *
      * real, y mientras tanto el empleado cobra por su medio         *
      * anterior. Cada movimiento queda auditado en NOMINA_HIST.      *
      * Solo se tocan cuentas de empleados de las empresas que el     *
      * operador tiene autorizadas.                                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       EXEC SQL INCLUDE DCLNOMBAN END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.

      * Misma lista NOMINA_AUTORIZADOS que las demas transacciones,
      * con su propio codigo (NOM6): quien consulta o mantiene master
      * no por ello puede tocar cuentas bancarias. La EMPRESA del
      * renglon limita los empleados (en blanco, todas las empresas).
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
              MOVE CA-MENSAJE TO B6MSGO
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-ALTA
                 PERFORM 3000-VALIDAR-ALTA
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
              DISPLAY 'EMPRESA NO AUTORIZADA NOM6 OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

      * Ruta, cuenta y tipo validos son requisito comun de alta y
      * cambio; la baja no los necesita.
       2500-VALIDAR-DATOS-CUENTA.

      * Solo operadores con un renglon activo en NOMINA_AUTORIZADOS
      * para la transaccion NOM1 pueden consultar compensacion; quien
      * no este en la lista (o este desactivado) no llega a 3000-
      * CONSULTAR-DB2 en absoluto. La EMPRESA del renglon limita al
      * operador a los empleados de esa empresa (en blanco, todas).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
           EXEC SQL
              SELECT EMP_NOMBRE, EMP_DEPTO, SALARIO_BASE,
                     BONOS, DEDUCCIONES, SALARIO_NETO,
                     FECHA_PAGO, EMPRESA
              INTO :EMP-NOMBRE, :EMP-DEPTO, :SALARIO-BASE,
                   :BONOS, :DEDUCCIONES, :SALARIO-NETO,
                   :FECHA-PAGO, :EMPRESA
              FROM NOMINA
              WHERE EMP_ID = :EMP-ID
                AND STATUS = 'A'
                 MOVE SALARIO-NETO TO WS-SALARIO-NETO
                 MOVE FECHA-PAGO   TO WS-FECHA-PAGO
                 MOVE 'CONSULTA EXITOSA' TO CA-MENSAJE
                 PERFORM 3100-VALIDAR-EMPRESA

              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'EMPLEADO NO ENCONTRADO' TO CA-MENSAJE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * El empleado de una empresa que el operador no tiene
      * autorizada se trata como consulta negada: no se muestra ni
      * queda en la bitacora de consultas.
       3100-VALIDAR-EMPRESA.
           IF AU-EMPRESA NOT = SPACES
              AND EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM1 OPERADOR: '
                      WS-OPERADOR ' EMP: ' WS-EMP-ID
           END-IF.

       4000-MOSTRAR-RESULTADO.
           MOVE WS-EMP-NOMBRE   TO EMNOMBREO
           MOVE WS-EMP-DEPTO    TO EMDEPTOO

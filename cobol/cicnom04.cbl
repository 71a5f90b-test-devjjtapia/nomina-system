      * Programa CICS que regresa el resumen de nomina (headcount y   *
      * totales) de un departamento, sin tener que consultar renglon  *
      * por renglon como CICNOM03.                                    *
      * Igual que CICNOM03, el operador solo resume departamentos de  *
      * las empresas que tiene autorizadas.                           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      * Misma lista NOMINA_AUTORIZADOS que CICNOM01, con su propia
      * transaccion (NOM4), de forma que autorizar consultas puntuales
      * no autorice automaticamente totales departamentales. La
      * EMPRESA del renglon limita los departamentos (en blanco, todos).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID

           MOVE DSDEPTOI TO WS-EMP-DEPTO
           PERFORM 2500-BUSCAR-DESCRIPCION
           PERFORM 2600-VALIDAR-EMPRESA
           IF CA-ERROR
              MOVE CA-MENSAJE TO DSMSGO
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF
           PERFORM 3000-SUMARIZAR-DB2

           IF CA-OK
           MOVE WS-EMP-DEPTO TO DT-DEPTO

           EXEC SQL
              SELECT DESCRIPCION, EMPRESA
              INTO :DT-DESCRIPCION, :DT-EMPRESA
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '(DEPTO NO CATALOGADO)' TO DT-DESCRIPCION
              MOVE SPACES TO DT-EMPRESA
           END-IF.

      * Mismo chequeo de empresa que CICNOM03.
       2600-VALIDAR-EMPRESA.
           SET CA-OK TO TRUE
           IF AU-EMPRESA NOT = SPACES
              AND DT-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'DEPARTAMENTO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM4 OPERADOR: '
                      WS-OPERADOR ' DEPTO: ' WS-EMP-DEPTO
           END-IF.

      * Un renglon por EMP_ID (periodo mas reciente, activo), igual al

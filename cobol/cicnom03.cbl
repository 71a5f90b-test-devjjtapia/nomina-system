      *---------------------------------------------------------------*
      * Programa CICS para navegar (browse) los empleados activos de  *
      * un departamento, paginando con PF7 (anterior) / PF8 (sig).    *
      * Gateado con NOMINA_AUTORIZADOS (transaccion NOM3): el         *
      * operador solo navega departamentos de las empresas que tiene  *
      * autorizadas.                                                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-MSG-TEXTO        PIC X(60).
           05 WS-MSG-LONG         PIC S9(04) COMP.

       01  WS-SEGURIDAD.
           05 WS-OPERADOR         PIC X(08).
           05 WS-AUTORIZADO-SW    PIC X VALUE 'N'.
              88 WS-AUTORIZADO      VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMINA END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
                ERROR(8300-ERROR-CICS)
           END-EXEC

           PERFORM 1500-VALIDAR-SEGURIDAD

           IF NOT WS-AUTORIZADO
              PERFORM 8400-ACCESO-NEGADO
           ELSE
              IF EIBCALEN > 0
                 PERFORM 2000-PROCESAR-BROWSE
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS que las demas transacciones,
      * bajo su propio codigo NOM3; la EMPRESA del renglon limita los
      * departamentos que el operador puede navegar (en blanco, todos).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
           END-EXEC

           IF SQLCODE = 0 AND AU-ACTIVO = 'Y'
              SET WS-AUTORIZADO TO TRUE
           ELSE
              MOVE 'N' TO WS-AUTORIZADO-SW
              DISPLAY 'ACCESO NEGADO NOM3 OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       1000-PAGINA-ANTERIOR.

           MOVE DEPTOI TO CA-EMP-DEPTO
           PERFORM 2500-BUSCAR-DESCRIPCION
           PERFORM 2600-VALIDAR-EMPRESA
           IF CA-ERROR
              MOVE CA-MENSAJE TO DEPMSGO
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-SIGUIENTE
           MOVE CA-EMP-DEPTO TO DT-DEPTO

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

      * El operador limitado a una empresa solo navega departamentos
      * catalogados de esa empresa.
       2600-VALIDAR-EMPRESA.
           SET CA-OK TO TRUE
           IF AU-EMPRESA NOT = SPACES
              AND DT-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'DEPARTAMENTO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM3 OPERADOR: '
                      WS-OPERADOR ' DEPTO: ' CA-EMP-DEPTO
           END-IF.

      * Una fila por empleado (periodo mas reciente, activo).
           MOVE 'ERROR EN SISTEMA CICS' TO DEPMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA ESTA CONSULTA'
                TO DEPMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8500-MOSTRAR-ERROR.
           EXEC CICS SEND MAP(WS-MAP)
                MAPSET(WS-MAPSET)

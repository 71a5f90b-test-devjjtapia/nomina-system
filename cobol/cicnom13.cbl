       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICNOM13.
       AUTHOR. Javier J. Tapia
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa CICS de mantenimiento de la distribucion del costo   *
      * laboral por empleado en NOMINA_DISTRIB: el personal           *
      * compartido entre dos o mas areas lleva, por vigencia, el      *
      * porcentaje de su costo que se carga a cada departamento (y    *
      * con el a su centro de costo), hasta cinco renglones que deben *
      * sumar 100%. NOMIGL01 y NOMIDEV01 reparten con esos            *
      * porcentajes el salario, la prima vacacional y el costo        *
      * patronal del empleado, y el centavo del redondeo queda en su  *
      * departamento base (EM-DEPTO); sin distribucion vigente todo   *
      * va al departamento base como siempre. Una vigencia solo se    *
      * graba o se borra si ningun periodo cargado o cerrado cae en   *
      * ella, para que un extracto ya asentado se pueda regenerar     *
      * igual. Cada cambio de porcentaje queda en la bitacora         *
      * NOMINA_HIST con el operador que lo hizo.                      *
      * Los departamentos de la distribucion deben ser de la misma    *
      * empresa que el empleado, y el operador limitado a una empresa *
      * solo ve y mantiene empleados de esa empresa.                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAMPOS-CONTROL.
           05 WS-TRAN-ID          PIC X(04) VALUE 'NOMD'.
           05 WS-MAPSET           PIC X(08) VALUE 'NOMIMAPD'.
           05 WS-MAP              PIC X(08) VALUE 'NOMIMAPD'.
           05 WS-RESP             PIC S9(08) COMP.
           05 WS-RESP2            PIC S9(08) COMP.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).

       01  WS-SEGURIDAD.
           05 WS-OPERADOR         PIC X(08).
           05 WS-AUTORIZADO-SW    PIC X VALUE 'N'.
              88 WS-AUTORIZADO      VALUE 'Y'.

       01  WS-TRABAJO.
           05 WS-IDX              PIC 9(02).
           05 WS-IDX2             PIC 9(02).
           05 WS-PERIODOS-PAGADOS PIC S9(04) COMP.
           05 WS-TOTAL-PCT        PIC S9(05)V99 COMP-3.
           05 WS-AUD-PCT-ED       PIC ZZ9.99.
           05 WS-ED-PCT           PIC ZZ9.99.
           05 WS-FIN-DIS-SW       PIC X VALUE 'N'.
              88 WS-FIN-DIS         VALUE 'Y'.
           05 WS-ENCONTRADO-SW    PIC X VALUE 'N'.
              88 WS-ENCONTRADO      VALUE 'Y'.

      * Renglones de la vigencia como estaban antes de grabar o
      * borrar, para dejar en la bitacora el porcentaje anterior.
       01  WS-LISTA-ANTERIOR.
           05 WS-ANT-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-ANT-RENGLON OCCURS 5.
              10 WS-ANT-DEPTO     PIC X(03).
              10 WS-ANT-PCT       PIC S9(03)V99 COMP-3.

      * Centro de costo de cada renglon mostrado.
       01  WS-LISTA-CENTROS.
           05 WS-LISTA-CC         PIC X(10) OCCURS 5.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMDIS END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.

      * Distribucion del costo laboral por empleado y vigencia: un
      * renglon por departamento con el porcentaje de su costo que se
      * le carga. Los renglones de una vigencia suman 100 y rigen
      * desde VIGENCIA_DESDE hasta la siguiente vigencia del mismo
      * empleado. Sin renglones vigentes el costo es 100% de su
      * departamento base.
       EXEC SQL DECLARE NOMINA_DISTRIB TABLE
         (EMP_ID           CHAR(6)       NOT NULL,
          VIGENCIA_DESDE   DATE          NOT NULL,
          DEPTO            CHAR(3)       NOT NULL,
          PORCENTAJE       DECIMAL(5,2)  NOT NULL,
          CAPTURADO_POR    CHAR(8)       NOT NULL,
          FECHA_CAPTURA    TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, VIGENCIA_DESDE, DEPTO))
       END-EXEC.

      * Renglones de una vigencia, por departamento.
       EXEC SQL
          DECLARE C-DISTRIB CURSOR FOR
             SELECT DEPTO, PORCENTAJE
             FROM NOMINA_DISTRIB
             WHERE EMP_ID = :DI-EMP-ID
               AND VIGENCIA_DESDE = :DI-VIGENCIA-DESDE
             ORDER BY DEPTO
       END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMP-ID           PIC X(06).
          05 CA-VIGENCIA         PIC X(10).
          05 CA-ACCION           PIC X(01).
             88 CA-CONSULTAR     VALUE 'C'.
             88 CA-GRABAR        VALUE 'G'.
             88 CA-BORRAR        VALUE 'B'.
             88 CA-FIN           VALUE 'F'.
          05 CA-RENGLON OCCURS 5.
             10 CA-DEPTO         PIC X(03).
             10 CA-PCT           PIC 9(03)V99.
          05 CA-CANT             PIC 9(02).
          05 CA-DEPTO-BASE       PIC X(03).
          05 CA-RESPUESTA        PIC X(01).
             88 CA-OK            VALUE '0'.
             88 CA-ERROR         VALUE '1'.
          05 CA-MENSAJE          PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           EXEC CICS HANDLE AID
                PF3(9000-FIN)
                PF12(9000-FIN)
                ANYKEY(9100-KEY-ERROR)
           END-EXEC

           EXEC CICS HANDLE CONDITION
                MAPFAIL(8000-PRIMERA-VEZ)
                ERROR(8300-ERROR-CICS)
           END-EXEC

           PERFORM 1500-VALIDAR-SEGURIDAD

           IF NOT WS-AUTORIZADO
              PERFORM 8400-ACCESO-NEGADO
           ELSE
              IF EIBCALEN > 0
                 PERFORM 2000-PROCESAR-DISTRIBUCION
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOMD:
      * repartir el costo mueve gasto entre areas. La EMPRESA del
      * renglon limita los empleados (en blanco, todas).
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
              DISPLAY 'ACCESO NEGADO NOMD OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2000-PROCESAR-DISTRIBUCION.
           EXEC CICS RECEIVE MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8300-ERROR-CICS
              EXIT PARAGRAPH
           END-IF

           MOVE DIEMPIDI  TO CA-EMP-ID
           MOVE DIVIGI    TO CA-VIGENCIA
           MOVE DIACCI    TO CA-ACCION
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              MOVE DIDEPI(WS-IDX) TO CA-DEPTO(WS-IDX)
              MOVE DIPCTI(WS-IDX) TO CA-PCT(WS-IDX)
           END-PERFORM

           PERFORM 2100-VALIDAR-LLAVE
           IF CA-ERROR
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CONSULTAR
                 PERFORM 3000-CONSULTAR
              WHEN CA-GRABAR
                 PERFORM 3100-GRABAR
              WHEN CA-BORRAR
                 PERFORM 3200-BORRAR
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ACCION NO VALIDA (C/G/B)' TO CA-MENSAJE
           END-EVALUATE

           IF CA-OK
              PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

      * El empleado debe existir en el maestro (de ahi sale su
      * departamento base). La consulta acepta la vigencia en blanco
      * y muestra la que rige hoy; grabar y borrar la piden.
       2100-VALIDAR-LLAVE.
           SET CA-OK TO TRUE

           IF CA-EMP-ID = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'EMP-ID ES OBLIGATORIO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT DEPTO, ESTADO, FECHA_ALTA, EMPRESA
              INTO :EM-DEPTO, :EM-ESTADO, :EM-FECHA-ALTA,
                   :EM-EMPRESA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC
           IF SQLCODE = 100
              SET CA-ERROR TO TRUE
              MOVE 'EL EMPLEADO NO EXISTE EN EL MAESTRO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER EL MAESTRO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           MOVE EM-DEPTO TO CA-DEPTO-BASE

           IF AU-EMPRESA NOT = SPACES
              AND EM-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOMD OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
              EXIT PARAGRAPH
           END-IF

           IF CA-CONSULTAR AND CA-VIGENCIA = SPACES
              EXIT PARAGRAPH
           END-IF

           IF CA-VIGENCIA(5:1) NOT = '-'
              OR CA-VIGENCIA(8:1) NOT = '-'
              OR CA-VIGENCIA(1:4) NOT NUMERIC
              OR CA-VIGENCIA(6:2) NOT NUMERIC
              OR CA-VIGENCIA(9:2) NOT NUMERIC
              SET CA-ERROR TO TRUE
              MOVE 'VIGENCIA MAL FORMADA (AAAA-MM-DD)'
                   TO CA-MENSAJE
           END-IF.

      * Sin vigencia se muestra la que rige hoy; con vigencia, los
      * renglones de esa vigencia exacta.
       3000-CONSULTAR.
           MOVE CA-EMP-ID TO DI-EMP-ID

           IF CA-VIGENCIA = SPACES
              EXEC SQL
                 SELECT MAX(VIGENCIA_DESDE)
                 INTO :DI-VIGENCIA-DESDE
                 FROM NOMINA_DISTRIB
                 WHERE EMP_ID = :DI-EMP-ID
                   AND VIGENCIA_DESDE <= CURRENT DATE
                 HAVING COUNT(*) > 0
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE DI-VIGENCIA-DESDE TO CA-VIGENCIA
                 WHEN 100
                    SET CA-OK TO TRUE
                    MOVE ZEROS TO CA-CANT
                    MOVE 'SIN DISTRIBUCION: 100% AL DEPTO BASE'
                         TO CA-MENSAJE
                    EXIT PARAGRAPH
                 WHEN OTHER
                    SET CA-ERROR TO TRUE
                    MOVE 'ERROR DB2 AL LEER DISTRIBUCION'
                         TO CA-MENSAJE
                    MOVE SQLCODE TO WS-SQLCODE
                    DISPLAY 'ERROR DB2: ' WS-SQLCODE
                    EXIT PARAGRAPH
              END-EVALUATE
           ELSE
              MOVE CA-VIGENCIA TO DI-VIGENCIA-DESDE
           END-IF

           PERFORM 3500-LEER-VIGENCIA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CA-CANT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ANT-CANT
              ADD 1 TO CA-CANT
              MOVE WS-ANT-DEPTO(WS-IDX) TO CA-DEPTO(WS-IDX)
              MOVE WS-ANT-PCT(WS-IDX)   TO CA-PCT(WS-IDX)
           END-PERFORM

           IF CA-CANT = ZEROS
              MOVE 'VIGENCIA SIN RENGLONES DE DISTRIBUCION'
                   TO CA-MENSAJE
           ELSE
              MOVE 'DISTRIBUCION DE LA VIGENCIA' TO CA-MENSAJE
           END-IF.

      * Graba la vigencia completa: los renglones capturados
      * reemplazan a los que tuviera. Cada departamento debe estar en
      * el catalogo y activo, sin repetirse, y los porcentajes deben
      * sumar exactamente 100.
       3100-GRABAR.
           IF CA-VIGENCIA < EM-FECHA-ALTA
              SET CA-ERROR TO TRUE
              MOVE 'VIGENCIA ANTERIOR A LA FECHA DE ALTA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF EM-ESTADO NOT = 'A'
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DADO DE BAJA EN EL MAESTRO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           PERFORM 3400-VERIFICAR-PERIODOS
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CA-CANT WS-TOTAL-PCT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5 OR CA-ERROR
              IF CA-DEPTO(WS-IDX) NOT = SPACES
                 PERFORM 3110-VALIDAR-RENGLON
              END-IF
           END-PERFORM
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           IF CA-CANT = ZEROS
              SET CA-ERROR TO TRUE
              MOVE 'CAPTURE AL MENOS UN DEPARTAMENTO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-PCT NOT = 100
              SET CA-ERROR TO TRUE
              MOVE WS-TOTAL-PCT TO WS-ED-PCT
              MOVE SPACES TO CA-MENSAJE
              STRING 'LOS PORCENTAJES SUMAN ' WS-ED-PCT
                     ', DEBEN SUMAR 100' DELIMITED BY SIZE
                     INTO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID   TO DI-EMP-ID
           MOVE CA-VIGENCIA TO DI-VIGENCIA-DESDE
           PERFORM 3500-LEER-VIGENCIA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_DISTRIB
               WHERE EMP_ID = :DI-EMP-ID
                 AND VIGENCIA_DESDE = :DI-VIGENCIA-DESDE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL REEMPLAZAR DISTRIBUCION'
                   TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-OPERADOR TO DI-CAPTURADO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO DI-FECHA-CAPTURA
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5 OR CA-ERROR
              IF CA-DEPTO(WS-IDX) NOT = SPACES
                 PERFORM 3120-INSERTAR-RENGLON
              END-IF
           END-PERFORM
           IF CA-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

           PERFORM 3600-AUDITAR-CAMBIOS
           SET CA-OK TO TRUE
           MOVE 'DISTRIBUCION GRABADA' TO CA-MENSAJE.

       3110-VALIDAR-RENGLON.
           IF CA-PCT(WS-IDX) = ZEROS OR CA-PCT(WS-IDX) > 100
              SET CA-ERROR TO TRUE
              MOVE SPACES TO CA-MENSAJE
              STRING 'PORCENTAJE INVALIDO EN DEPTO '
                     CA-DEPTO(WS-IDX) DELIMITED BY SIZE
                     INTO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 >= WS-IDX
              IF CA-DEPTO(WS-IDX2) = CA-DEPTO(WS-IDX)
                 SET CA-ERROR TO TRUE
                 MOVE SPACES TO CA-MENSAJE
                 STRING 'DEPTO ' CA-DEPTO(WS-IDX) ' REPETIDO'
                        DELIMITED BY SIZE INTO CA-MENSAJE
              END-IF
           END-PERFORM
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE CA-DEPTO(WS-IDX) TO DT-DEPTO
           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :DT-ACTIVO, :DT-EMPRESA
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC
           IF SQLCODE = 100
              OR (SQLCODE = 0 AND DT-ACTIVO NOT = 'Y')
              SET CA-ERROR TO TRUE
              MOVE SPACES TO CA-MENSAJE
              STRING 'DEPTO ' CA-DEPTO(WS-IDX)
                     ' NO EXISTE O INACTIVO EN EL CATALOGO'
                     DELIMITED BY SIZE INTO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER CATALOGO DEPTO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

      * El costo repartido se asienta en el GL de la empresa del
      * empleado (NOMIGL01): un departamento de otra empresa no
      * puede recibirlo.
           IF DT-EMPRESA NOT = EM-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE SPACES TO CA-MENSAJE
              STRING 'DEPTO ' CA-DEPTO(WS-IDX)
                     ' ES DE OTRA EMPRESA'
                     DELIMITED BY SIZE INTO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO CA-CANT
           ADD CA-PCT(WS-IDX) TO WS-TOTAL-PCT.

       3120-INSERTAR-RENGLON.
           MOVE CA-DEPTO(WS-IDX) TO DI-DEPTO
           MOVE CA-PCT(WS-IDX)   TO DI-PORCENTAJE

           EXEC SQL
              INSERT INTO NOMINA_DISTRIB
                 (EMP_ID, VIGENCIA_DESDE, DEPTO, PORCENTAJE,
                  CAPTURADO_POR, FECHA_CAPTURA)
              VALUES
                 (:DI-EMP-ID, :DI-VIGENCIA-DESDE, :DI-DEPTO,
                  :DI-PORCENTAJE, :DI-CAPTURADO-POR,
                  :DI-FECHA-CAPTURA)
           END-EXEC

           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL GRABAR DISTRIBUCION' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-IF.

      * Borra una vigencia completa; el costo vuelve a la vigencia
      * anterior del empleado, o al 100% de su departamento base.
       3200-BORRAR.
           PERFORM 3400-VERIFICAR-PERIODOS
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID   TO DI-EMP-ID
           MOVE CA-VIGENCIA TO DI-VIGENCIA-DESDE
           PERFORM 3500-LEER-VIGENCIA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF
           IF WS-ANT-CANT = ZEROS
              SET CA-ERROR TO TRUE
              MOVE 'NO HAY DISTRIBUCION EN ESA VIGENCIA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_DISTRIB
               WHERE EMP_ID = :DI-EMP-ID
                 AND VIGENCIA_DESDE = :DI-VIGENCIA-DESDE
           END-EXEC

           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL BORRAR DISTRIBUCION' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CA-CANT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              MOVE SPACES TO CA-DEPTO(WS-IDX)
              MOVE ZEROS  TO CA-PCT(WS-IDX)
           END-PERFORM
           PERFORM 3600-AUDITAR-CAMBIOS
           SET CA-OK TO TRUE
           MOVE 'VIGENCIA DE DISTRIBUCION BORRADA' TO CA-MENSAJE.

      * Un periodo ya cargado ('L') o cerrado ('C') en o despues de la
      * vigencia ya se asento con la distribucion anterior: la
      * vigencia se captura a partir del siguiente periodo abierto.
       3400-VERIFICAR-PERIODOS.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-PERIODOS-PAGADOS
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO >= :CA-VIGENCIA
                AND ESTADO IN ('L', 'C')
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER CALENDARIO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           IF WS-PERIODOS-PAGADOS > 0
              SET CA-ERROR TO TRUE
              MOVE 'VIGENCIA CAE EN PERIODOS YA CARGADOS O CERRADOS'
                   TO CA-MENSAJE
           END-IF.

      * Renglones actuales de la vigencia en DI-EMP-ID /
      * DI-VIGENCIA-DESDE, con el centro de costo de cada uno.
       3500-LEER-VIGENCIA.
           MOVE ZEROS TO WS-ANT-CANT
           MOVE 'N' TO WS-FIN-DIS-SW

           EXEC SQL
              OPEN C-DISTRIB
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER DISTRIBUCION' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 3510-LEER-RENGLON UNTIL WS-FIN-DIS

           EXEC SQL
              CLOSE C-DISTRIB
           END-EXEC.

       3510-LEER-RENGLON.
           EXEC SQL
              FETCH C-DISTRIB
              INTO :DI-DEPTO, :DI-PORCENTAJE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-ANT-CANT < 5
                    ADD 1 TO WS-ANT-CANT
                    MOVE DI-DEPTO      TO WS-ANT-DEPTO(WS-ANT-CANT)
                    MOVE DI-PORCENTAJE TO WS-ANT-PCT(WS-ANT-CANT)
                 END-IF
              WHEN 100
                 SET WS-FIN-DIS TO TRUE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER DISTRIBUCION' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
                 SET WS-FIN-DIS TO TRUE
           END-EVALUATE.

      * Un renglon de bitacora por departamento cuyo porcentaje
      * cambio: los que ya estaban (con su porcentaje nuevo, o cero si
      * se quitaron) y los que se agregaron.
       3600-AUDITAR-CAMBIOS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ANT-CANT
              MOVE 'N' TO WS-ENCONTRADO-SW
              MOVE ZEROS TO DI-PORCENTAJE
              PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 5
                 IF CA-DEPTO(WS-IDX2) = WS-ANT-DEPTO(WS-IDX)
                    SET WS-ENCONTRADO TO TRUE
                    MOVE CA-PCT(WS-IDX2) TO DI-PORCENTAJE
                 END-IF
              END-PERFORM
              IF DI-PORCENTAJE NOT = WS-ANT-PCT(WS-IDX)
                 MOVE WS-ANT-DEPTO(WS-IDX) TO DI-DEPTO
                 PERFORM 6900-INSERTAR-AUDITORIA
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 5
              IF CA-DEPTO(WS-IDX2) NOT = SPACES
                 MOVE 'N' TO WS-ENCONTRADO-SW
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > WS-ANT-CANT
                    IF WS-ANT-DEPTO(WS-IDX) = CA-DEPTO(WS-IDX2)
                       SET WS-ENCONTRADO TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-ENCONTRADO
                    MOVE CA-DEPTO(WS-IDX2) TO DI-DEPTO
                    MOVE CA-PCT(WS-IDX2)   TO DI-PORCENTAJE
                    COMPUTE WS-IDX = WS-ANT-CANT + 1
                    PERFORM 6900-INSERTAR-AUDITORIA
                 END-IF
              END-IF
           END-PERFORM.

       4000-MOSTRAR-RESULTADO.
           MOVE CA-EMP-ID     TO DIEMPO
           MOVE CA-VIGENCIA   TO DIVIGO
           MOVE CA-DEPTO-BASE TO DIBASEO
           MOVE CA-MENSAJE    TO DIMSGO

           MOVE ZEROS TO WS-TOTAL-PCT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              IF CA-DEPTO(WS-IDX) NOT = SPACES
                 AND WS-IDX <= CA-CANT
                 MOVE CA-DEPTO(WS-IDX) TO DIDEPO(WS-IDX) DT-DEPTO
                 MOVE CA-PCT(WS-IDX)   TO WS-ED-PCT
                 MOVE WS-ED-PCT        TO DIPCTO(WS-IDX)
                 ADD CA-PCT(WS-IDX)    TO WS-TOTAL-PCT
                 PERFORM 4100-LEER-CENTRO
                 MOVE WS-LISTA-CC(WS-IDX) TO DICCO(WS-IDX)
              ELSE
                 MOVE SPACES TO DIDEPO(WS-IDX)
                 MOVE SPACES TO DIPCTO(WS-IDX)
                 MOVE SPACES TO DICCO(WS-IDX)
              END-IF
           END-PERFORM
           MOVE WS-TOTAL-PCT TO WS-ED-PCT
           MOVE WS-ED-PCT    TO DITOTO

           EXEC CICS SEND MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                ERASE
                RESP(WS-RESP)
           END-EXEC

           EXEC CICS RETURN
                TRANSID(WS-TRAN-ID)
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       4100-LEER-CENTRO.
           EXEC SQL
              SELECT CENTRO_COSTO INTO :DT-CENTRO-COSTO
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC

           IF SQLCODE = 0
              MOVE DT-CENTRO-COSTO TO WS-LISTA-CC(WS-IDX)
           ELSE
              MOVE SPACES TO WS-LISTA-CC(WS-IDX)
           END-IF.

      * La bitacora guarda la vigencia con el porcentaje anterior y
      * con el nuevo del departamento en DI-DEPTO; WS-IDX apunta a su
      * renglon anterior, o queda fuera de la lista si es nuevo.
       6900-INSERTAR-AUDITORIA.
           MOVE CA-EMP-ID TO NH-EMP-ID
           MOVE SPACES TO NH-CAMPO-CAMBIADO
           STRING 'DISTRIB ' DI-DEPTO
                  DELIMITED BY SIZE INTO NH-CAMPO-CAMBIADO

           IF WS-IDX > WS-ANT-CANT
              MOVE ZEROS TO WS-AUD-PCT-ED
           ELSE
              MOVE WS-ANT-PCT(WS-IDX) TO WS-AUD-PCT-ED
           END-IF
           MOVE SPACES TO NH-VALOR-ANTERIOR
           STRING CA-VIGENCIA ' ' WS-AUD-PCT-ED
                  DELIMITED BY SIZE INTO NH-VALOR-ANTERIOR

           MOVE DI-PORCENTAJE TO WS-AUD-PCT-ED
           MOVE SPACES TO NH-VALOR-NUEVO
           IF CA-BORRAR
              STRING CA-VIGENCIA ' BORRADA'
                     DELIMITED BY SIZE INTO NH-VALOR-NUEVO
           ELSE
              STRING CA-VIGENCIA ' ' WS-AUD-PCT-ED
                     DELIMITED BY SIZE INTO NH-VALOR-NUEVO
           END-IF
           MOVE FUNCTION CURRENT-TIMESTAMP TO NH-FECHA-CAMBIO
           MOVE EIBOPID TO NH-USUARIO

           EXEC SQL
              INSERT INTO NOMINA_HIST
                 (EMP_ID, CAMPO_CAMBIADO, VALOR_ANTERIOR,
                  VALOR_NUEVO, FECHA_CAMBIO, USUARIO)
              VALUES
                 (:NH-EMP-ID, :NH-CAMPO-CAMBIADO, :NH-VALOR-ANTERIOR,
                  :NH-VALOR-NUEVO, :NH-FECHA-CAMBIO, :NH-USUARIO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR AUDITORIA: ' SQLCODE
           END-IF.

       8000-PRIMERA-VEZ.
           EXEC CICS SEND MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                ERASE
                RESP(WS-RESP)
           END-EXEC

           EXEC CICS RETURN
                TRANSID(WS-TRAN-ID)
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       8300-ERROR-CICS.
           MOVE 'ERROR EN SISTEMA CICS' TO DIMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA DISTRIBUCION (NOMD)'
                TO DIMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8500-MOSTRAR-ERROR.
           EXEC CICS SEND MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                ERASE
                RESP(WS-RESP)
           END-EXEC

           EXEC CICS RETURN
                TRANSID(WS-TRAN-ID)
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       9000-FIN.
           EXEC CICS SEND TEXT
                FROM('PROGRAMA FINALIZADO')
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN END-EXEC.

       9100-KEY-ERROR.
           MOVE 'TECLA NO VALIDA' TO DIMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       END PROGRAM CICNOM13.

      * usa para los otorgamientos de NOM2, y cada captura,           *
      * aprobacion o retiro queda en la bitacora NOMINA_TARIFA_AUD    *
      * con quien cambio que y cuando.                                *
      * La cuota patronal y el impuesto sobre nomina ('P' y 'N')      *
      * pueden capturarse para una empresa (legal) en particular; sin *
      * empresa es la tarifa general. Un operador limitado a una      *
      * empresa solo mantiene las tarifas propias de esa empresa.     *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Bitacora del mantenimiento de tarifas: un renglon por cada
      * captura ('C'), aprobacion ('A') y retiro ('R'), con el
      * administrador que lo hizo y los valores capturados en texto.
      * EMPRESA en blanco es la tarifa general.
       EXEC SQL DECLARE NOMINA_TARIFA_AUD TABLE
         (ADMIN           CHAR(8)      NOT NULL,
          TIPO            CHAR(1)      NOT NULL,
          TRAMO           SMALLINT     NOT NULL,
          VALOR_NUEVO     VARCHAR(60)  NOT NULL,
          ACCION          CHAR(1)      NOT NULL,
          FECHA           TIMESTAMP    NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT)
       END-EXEC.

       LINKAGE SECTION.
             88 CA-TIPO-SEGURO   VALUE 'S'.
             88 CA-TIPO-PATRON   VALUE 'P'.
             88 CA-TIPO-IMPNOM   VALUE 'N'.
          05 CA-EMPRESA          PIC X(03).
          05 CA-VIGENCIA         PIC X(10).
          05 CA-TRAMO            PIC 9(01).
          05 CA-LIM-INF          PIC 9(08)V99.

      * Misma lista NOMINA_AUTORIZADOS que las demas transacciones,
      * bajo su propio codigo NOM8: quien consulta compensacion no
      * por ello puede tocar las tarifas de ley. La EMPRESA del
      * renglon limita las tarifas que mantiene (en blanco, todas,
      * incluida la general).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID

           MOVE A8ACCI  TO CA-ACCION
           MOVE A8TIPOI TO CA-TIPO
           MOVE A8EMPRI TO CA-EMPRESA
           MOVE A8VIGI  TO CA-VIGENCIA
           MOVE A8TRAMI TO CA-TRAMO
           MOVE A8LIMI  TO CA-LIM-INF
              IF CA-TRAMO < 1 OR CA-TRAMO > 5
                 SET CA-ERROR TO TRUE
                 MOVE 'EL ISR LLEVA TRAMO 1 A 5' TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF CA-TRAMO NOT = ZEROS
                 SET CA-ERROR TO TRUE
                 MOVE 'SOLO EL ISR LLEVA TRAMO' TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM 2200-VALIDAR-EMPRESA.

      * El ISR y el seguro del empleado son de ley para todos y solo
      * tienen tarifa general; las tarifas patronales pueden ser de
      * una empresa, que debe existir en NOMINA_EMPRESA. El operador
      * limitado a una empresa no toca la tarifa general ni la de
      * otra empresa.
       2200-VALIDAR-EMPRESA.
           IF AU-EMPRESA NOT = SPACES
              AND CA-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'SOLO PUEDE MANTENER TARIFAS DE SU EMPRESA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM8 OPERADOR: '
                      WS-OPERADOR ' EMPRESA: ' CA-EMPRESA
              EXIT PARAGRAPH
           END-IF

           IF CA-EMPRESA = SPACES
              EXIT PARAGRAPH
           END-IF

           IF NOT CA-TIPO-PATRON AND NOT CA-TIPO-IMPNOM
              SET CA-ERROR TO TRUE
              MOVE 'SOLO TARIFAS P Y N PUEDEN SER DE UNA EMPRESA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMPRESA TO ER-EMPRESA

           EXEC SQL
              SELECT ACTIVO INTO :ER-ACTIVO
              FROM NOMINA_EMPRESA
              WHERE EMPRESA = :ER-EMPRESA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF ER-ACTIVO NOT = 'Y'
                    SET CA-ERROR TO TRUE
                    MOVE 'EMPRESA INACTIVA' TO CA-MENSAJE
                 END-IF
              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'EMPRESA NO EXISTE' TO CA-MENSAJE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER EMPRESA' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * Captura un renglon de la version nueva, en 'P' (pendiente):
      * el porcentaje es obligatorio; el tope anual solo aplica al
           END-IF

           MOVE CA-TIPO       TO TA-TIPO
           MOVE CA-EMPRESA    TO TA-EMPRESA
           MOVE CA-VIGENCIA   TO TA-VIGENCIA-DESDE
           MOVE CA-TRAMO      TO TA-TRAMO
           MOVE CA-LIM-INF    TO TA-LIM-INF
           EXEC SQL
              INSERT INTO NOMINA_TARIFAS
                 (TIPO, VIGENCIA_DESDE, TRAMO, LIM_INF,
                  CUOTA_FIJA, PORCENTAJE, TOPE_ANUAL, ESTADO,
                  EMPRESA)
              VALUES
                 (:TA-TIPO, :TA-VIGENCIA-DESDE, :TA-TRAMO,
                  :TA-LIM-INF, :TA-CUOTA-FIJA, :TA-PORCENTAJE,
                  :TA-TOPE-ANUAL, :TA-ESTADO, :TA-EMPRESA)
           END-EXEC

      * Recapturar un renglon que sigue pendiente lo corrige; uno ya
                        PORCENTAJE = :TA-PORCENTAJE,
                        TOPE_ANUAL = :TA-TOPE-ANUAL
                  WHERE TIPO = :TA-TIPO
                    AND EMPRESA = :TA-EMPRESA
                    AND VIGENCIA_DESDE = :TA-VIGENCIA-DESDE
                    AND TRAMO = :TA-TRAMO
                    AND ESTADO = 'P'
      * capturo esa version segun la bitacora.
       3100-APROBAR.
           MOVE CA-TIPO     TO TU-TIPO
           MOVE CA-EMPRESA  TO TU-EMPRESA
           MOVE CA-VIGENCIA TO TU-VIGENCIA-DESDE

           EXEC SQL
              SELECT ADMIN INTO :WS-ULTIMO-CAPTURISTA
              FROM NOMINA_TARIFA_AUD
              WHERE TIPO = :TU-TIPO
                AND EMPRESA = :TU-EMPRESA
                AND VIGENCIA_DESDE = :TU-VIGENCIA-DESDE
                AND ACCION = 'C'
              ORDER BY FECHA DESC
           END-IF

           MOVE CA-TIPO     TO TA-TIPO
           MOVE CA-EMPRESA  TO TA-EMPRESA
           MOVE CA-VIGENCIA TO TA-VIGENCIA-DESDE

      * Una version de ISR se captura tramo por tramo: aprobarla a
                 SELECT COUNT(*) INTO :WS-TRAMOS-PEND
                 FROM NOMINA_TARIFAS
                 WHERE TIPO = :TA-TIPO
                   AND EMPRESA = :TA-EMPRESA
                   AND VIGENCIA_DESDE = :TA-VIGENCIA-DESDE
                   AND ESTADO = 'P'
              END-EXEC
              UPDATE NOMINA_TARIFAS
                 SET ESTADO = 'A'
               WHERE TIPO = :TA-TIPO
                 AND EMPRESA = :TA-EMPRESA
                 AND VIGENCIA_DESDE = :TA-VIGENCIA-DESDE
                 AND ESTADO = 'P'
           END-EXEC
      * lo aprobado no se borra desde aqui.
       3200-RETIRAR.
           MOVE CA-TIPO     TO TA-TIPO
           MOVE CA-EMPRESA  TO TA-EMPRESA
           MOVE CA-VIGENCIA TO TA-VIGENCIA-DESDE

           EXEC SQL
              DELETE FROM NOMINA_TARIFAS
               WHERE TIPO = :TA-TIPO
                 AND EMPRESA = :TA-EMPRESA
                 AND VIGENCIA_DESDE = :TA-VIGENCIA-DESDE
                 AND ESTADO = 'P'
           END-EXEC

       4000-MOSTRAR-RESULTADO.
           MOVE CA-TIPO     TO A8TIPOO
           MOVE CA-EMPRESA  TO A8EMPRO
           MOVE CA-VIGENCIA TO A8VIGO
           MOVE CA-MENSAJE  TO A8MSGO

       6900-INSERTAR-AUDITORIA.
           MOVE WS-OPERADOR TO TU-ADMIN
           MOVE CA-TIPO     TO TU-TIPO
           MOVE CA-EMPRESA  TO TU-EMPRESA
           MOVE CA-VIGENCIA TO TU-VIGENCIA-DESDE
           MOVE CA-TRAMO    TO TU-TRAMO
           MOVE FUNCTION CURRENT-TIMESTAMP TO TU-FECHA
           EXEC SQL
              INSERT INTO NOMINA_TARIFA_AUD
                 (ADMIN, TIPO, VIGENCIA_DESDE, TRAMO,
                  VALOR_NUEVO, ACCION, FECHA, EMPRESA)
              VALUES
                 (:TU-ADMIN, :TU-TIPO, :TU-VIGENCIA-DESDE,
                  :TU-TRAMO, :TU-VALOR-NUEVO, :TU-ACCION,
                  :TU-FECHA, :TU-EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0

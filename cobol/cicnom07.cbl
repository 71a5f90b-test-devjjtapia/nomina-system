      * administrador distinto lo aprueba: el doble control que pidio *
      * la auditoria. Ninguna validacion de seguridad acepta 'P',     *
      * solo 'Y'.                                                     *
      * Cada otorgamiento lleva la empresa (legal) a la que queda     *
      * limitado el operador; en blanco, todas. Un administrador      *
      * limitado a una empresa solo otorga, revoca y aprueba accesos  *
      * de esa empresa.                                               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-OPERADOR         PIC X(08).
           05 WS-AUTORIZADO-SW    PIC X VALUE 'N'.
              88 WS-AUTORIZADO      VALUE 'Y'.
           05 WS-EMPRESA-ADMIN    PIC X(03).

       01  WS-ULTIMO-GRANTOR      PIC X(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Bitacora de administracion de accesos: un renglon por cada
      * otorgamiento ('G'), revocacion ('R') y aprobacion de segundo
      * administrador ('A'), con el administrador que lo hizo y la
      * empresa del acceso (en blanco, todas las empresas).
       EXEC SQL DECLARE NOMINA_AUT_AUD TABLE
         (ADMIN           CHAR(8)      NOT NULL,
          OPERADOR        CHAR(8)      NOT NULL,
          TRANSACCION     CHAR(4)      NOT NULL,
          ACCION          CHAR(1)      NOT NULL,
          FECHA           TIMESTAMP    NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT ' ')
       END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-OPERADOR         PIC X(08).
          05 CA-TRANSACCION      PIC X(04).
          05 CA-EMPRESA          PIC X(03).
          05 CA-ACCION           PIC X(01).
             88 CA-OTORGAR       VALUE 'G'.
             88 CA-REVOCAR       VALUE 'R'.

      * Solo administradores de seguridad: la misma tabla que protege
      * las demas transacciones protege esta, bajo su propio codigo
      * NOM9. La EMPRESA de su renglon limita los accesos que el
      * administrador puede tocar (en blanco, todas las empresas).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
           END-EXEC

           MOVE AU-EMPRESA TO WS-EMPRESA-ADMIN

           IF SQLCODE = 0 AND AU-ACTIVO = 'Y'
              SET WS-AUTORIZADO TO TRUE
           ELSE

           MOVE A7OPERI TO CA-OPERADOR
           MOVE A7TRANI TO CA-TRANSACCION
           MOVE A7EMPRI TO CA-EMPRESA
           MOVE A7ACCI  TO CA-ACCION

           IF CA-OPERADOR = SPACES OR CA-TRANSACCION = SPACES
      * Otorga el acceso: a NOM2 entra pendiente ('P') hasta el
      * segundo aprobador; a cualquier otra transaccion entra activo
      * ('Y') de inmediato. Si el renglon ya existia (revocado antes,
      * o pendiente), se reactiva por el mismo camino, con la empresa
      * que se capture ahora.
       3000-OTORGAR.
           PERFORM 3050-VALIDAR-EMPRESA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE CA-OPERADOR    TO AU-OPERADOR
           MOVE CA-TRANSACCION TO AU-TRANSACCION
           MOVE CA-EMPRESA     TO AU-EMPRESA
           IF CA-TRANSACCION = 'NOM2'
              MOVE 'P' TO AU-ACTIVO
           ELSE

           EXEC SQL
              INSERT INTO NOMINA_AUTORIZADOS
                 (OPERADOR, TRANSACCION, ACTIVO, EMPRESA)
              VALUES
                 (:AU-OPERADOR, :AU-TRANSACCION, :AU-ACTIVO,
                  :AU-EMPRESA)
           END-EXEC

      * El renglon existente solo se reactiva si ya era de la empresa
      * del administrador; uno de otra empresa queda como estaba.
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_AUTORIZADOS
                    SET ACTIVO = :AU-ACTIVO,
                        EMPRESA = :AU-EMPRESA
                  WHERE OPERADOR = :AU-OPERADOR
                    AND TRANSACCION = :AU-TRANSACCION
                    AND (:WS-EMPRESA-ADMIN = ' '
                         OR EMPRESA = :WS-EMPRESA-ADMIN)
              END-EXEC
              IF SQLCODE = 100
                 SET CA-ERROR TO TRUE
                 MOVE 'EL ACCESO EXISTENTE ES DE OTRA EMPRESA'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF SQLCODE = 0
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-IF.

      * La empresa capturada debe existir en NOMINA_EMPRESA; el
      * administrador limitado a una empresa no puede otorgar otra ni
      * otorgar todas (empresa en blanco).
       3050-VALIDAR-EMPRESA.
           SET CA-OK TO TRUE

           IF WS-EMPRESA-ADMIN NOT = SPACES
              AND CA-EMPRESA NOT = WS-EMPRESA-ADMIN
              SET CA-ERROR TO TRUE
              MOVE 'SOLO PUEDE OTORGAR ACCESOS DE SU EMPRESA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM9 OPERADOR: '
                      WS-OPERADOR ' EMPRESA: ' CA-EMPRESA
              EXIT PARAGRAPH
           END-IF

           IF CA-EMPRESA = SPACES
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

      * Revoca sin borrar el renglon, para conservar el historial de
      * quien estuvo autorizado.
       3100-REVOCAR.
                 SET ACTIVO = 'N'
               WHERE OPERADOR = :AU-OPERADOR
                 AND TRANSACCION = :AU-TRANSACCION
                 AND (:WS-EMPRESA-ADMIN = ' '
                      OR EMPRESA = :WS-EMPRESA-ADMIN)
           END-EXEC

           EVALUATE SQLCODE
                 PERFORM 6900-INSERTAR-AUDITORIA
              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'EL OPERADOR NO TIENE ESE ACCESO EN SU EMPRESA'
                      TO CA-MENSAJE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
               WHERE OPERADOR = :AU-OPERADOR
                 AND TRANSACCION = :AU-TRANSACCION
                 AND ACTIVO = 'P'
                 AND (:WS-EMPRESA-ADMIN = ' '
                      OR EMPRESA = :WS-EMPRESA-ADMIN)
           END-EXEC

           EVALUATE SQLCODE
       4000-MOSTRAR-RESULTADO.
           MOVE CA-OPERADOR    TO A7OPERO
           MOVE CA-TRANSACCION TO A7TRANO
           MOVE CA-EMPRESA     TO A7EMPRO
           MOVE CA-MENSAJE     TO A7MSGO

           EXEC CICS SEND MAP(WS-MAP)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

      * La revocacion y la aprobacion registran la empresa que tiene
      * el renglon, no la que se haya tecleado en la pantalla.
       6900-INSERTAR-AUDITORIA.
           MOVE WS-OPERADOR    TO AA-ADMIN
           MOVE CA-OPERADOR    TO AA-OPERADOR
           MOVE CA-TRANSACCION TO AA-TRANSACCION
           MOVE FUNCTION CURRENT-TIMESTAMP TO AA-FECHA

           IF CA-OTORGAR
              MOVE CA-EMPRESA TO AA-EMPRESA
           ELSE
              EXEC SQL
                 SELECT EMPRESA INTO :AA-EMPRESA
                 FROM NOMINA_AUTORIZADOS
                 WHERE OPERADOR = :AA-OPERADOR
                   AND TRANSACCION = :AA-TRANSACCION
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO AA-EMPRESA
              END-IF
           END-IF

           EXEC SQL
              INSERT INTO NOMINA_AUT_AUD
                 (ADMIN, OPERADOR, TRANSACCION, ACCION, FECHA,
                  EMPRESA)
              VALUES
                 (:AA-ADMIN, :AA-OPERADOR, :AA-TRANSACCION,
                  :AA-ACCION, :AA-FECHA, :AA-EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICNOM15.
       AUTHOR. Javier J. Tapia
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa CICS de certificacion trimestral de accesos. El      *
      * gerente responsable de un departamento (RESPONSABLE de        *
      * NOMINA_DEPTO) consulta los accesos de sus operadores que      *
      * NOMICER01 dejo en NOMINA_RECERT para el ciclo, con su ultimo  *
      * uso, la marca de sin uso y el conflicto de funciones, y       *
      * decide cada uno: 'C' certifica que el acceso sigue siendo     *
      * necesario, 'R' lo revoca. La revocacion se aplica en          *
      * NOMINA_AUTORIZADOS por el mismo camino auditado que usa       *
      * CICNOM07 (ACTIVO 'N' y renglon 'R' en NOMINA_AUT_AUD con el   *
      * gerente como administrador). Nadie decide sobre sus propios   *
      * accesos, y un acceso revocado no se vuelve a certificar: se   *
      * otorga de nuevo en CICNOM07.                                  *
      * El gerente limitado a una empresa solo ve y decide accesos de *
      * departamentos de esa empresa.                                 *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAMPOS-CONTROL.
           05 WS-TRAN-ID          PIC X(04) VALUE 'NOMF'.
           05 WS-MAPSET           PIC X(08) VALUE 'NOMIMAPF'.
           05 WS-MAP              PIC X(08) VALUE 'NOMIMAPF'.
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
           05 WS-PENDIENTES       PIC S9(09) COMP.
           05 WS-ED-PENDIENTES    PIC ZZZ9.
           05 WS-RESPONSABLE      PIC X(08).
           05 WS-EMPRESA-DEPTO    PIC X(03).
           05 WS-FIN-RCT-SW       PIC X VALUE 'N'.
              88 WS-FIN-RCT         VALUE 'Y'.
           05 WS-YA-REVOCADO-SW   PIC X VALUE 'N'.
              88 WS-YA-REVOCADO     VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMRCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUA END-EXEC.

      * Accesos del ciclo en los departamentos del gerente, de un
      * operador o de todos (OPERADOR en blanco): primero los que
      * faltan por decidir.
       EXEC SQL
          DECLARE C-RECERT CURSOR FOR
             SELECT R.OPERADOR, R.TRANSACCION, R.ULTIMO_USO,
                    R.SIN_USO, R.CONFLICTO, R.DECISION,
                    R.DECIDIDO_POR
             FROM NOMINA_RECERT R, NOMINA_DEPTO D
             WHERE R.CICLO = :RT-CICLO
               AND D.DEPTO = R.DEPTO
               AND D.RESPONSABLE = :WS-OPERADOR
               AND (:AU-EMPRESA = ' ' OR D.EMPRESA = :AU-EMPRESA)
               AND (R.OPERADOR = :RT-OPERADOR OR :RT-OPERADOR = ' ')
             ORDER BY R.DECISION, R.OPERADOR, R.TRANSACCION
       END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-CICLO            PIC X(06).
          05 CA-OPERADOR         PIC X(08).
          05 CA-TRANSACCION      PIC X(04).
          05 CA-ACCION           PIC X(01).
             88 CA-CONSULTAR     VALUE 'C'.
             88 CA-DECIDIR       VALUE 'D'.
             88 CA-FIN           VALUE 'F'.
          05 CA-DECISION         PIC X(01).
             88 CA-CERTIFICAR    VALUE 'C'.
             88 CA-REVOCAR       VALUE 'R'.
          05 CA-ACCESO OCCURS 6.
             10 CA-AC-OPERADOR   PIC X(08).
             10 CA-AC-TRANSACCION PIC X(04).
             10 CA-AC-ULTIMO-USO PIC X(10).
             10 CA-AC-SIN-USO    PIC X(01).
             10 CA-AC-CONFLICTO  PIC X(04).
             10 CA-AC-DECISION   PIC X(01).
             10 CA-AC-DECIDIDO-POR PIC X(08).
          05 CA-CANT             PIC 9(02).
          05 CA-PENDIENTES       PIC 9(04).
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
                 PERFORM 2000-PROCESAR-CERTIFICACION
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOMF.
      * Ademas del codigo, cada decision exige ser el RESPONSABLE del
      * departamento del acceso (3100-DECIDIR), y la EMPRESA del
      * renglon limita los departamentos (en blanco, todos).
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
              DISPLAY 'ACCESO NEGADO NOMF OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2000-PROCESAR-CERTIFICACION.
           EXEC CICS RECEIVE MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8300-ERROR-CICS
              EXIT PARAGRAPH
           END-IF

           MOVE RCCICI TO CA-CICLO
           MOVE RCOPEI TO CA-OPERADOR
           MOVE RCTRAI TO CA-TRANSACCION
           MOVE RCACCI TO CA-ACCION
           MOVE RCDECI TO CA-DECISION

           PERFORM 2100-VALIDAR-LLAVE
           IF CA-ERROR
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CONSULTAR
                 PERFORM 3000-CONSULTAR
              WHEN CA-DECIDIR
                 PERFORM 3100-DECIDIR
                 IF CA-OK
                    MOVE SPACES TO CA-OPERADOR
                    PERFORM 3000-CONSULTAR
                 END-IF
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ACCION NO VALIDA (C/D)' TO CA-MENSAJE
           END-EVALUATE

           IF CA-OK
              PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

      * Sin ciclo se toma el mas reciente que genero NOMICER01.
      * Decidir pide ademas el operador, la transaccion y la decision.
       2100-VALIDAR-LLAVE.
           SET CA-OK TO TRUE

           IF CA-CICLO = SPACES
              EXEC SQL
                 SELECT COALESCE(MAX(CICLO), ' ')
                 INTO :RT-CICLO
                 FROM NOMINA_RECERT
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER CICLOS' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
                 EXIT PARAGRAPH
              END-IF
              IF RT-CICLO = SPACES
                 SET CA-ERROR TO TRUE
                 MOVE 'NO HAY CICLOS DE RECERTIFICACION (NOMICER01)'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
              MOVE RT-CICLO TO CA-CICLO
           END-IF

           IF NOT CA-DECIDIR
              EXIT PARAGRAPH
           END-IF

           IF CA-OPERADOR = SPACES OR CA-TRANSACCION = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'OPERADOR Y TRANSACCION SON OBLIGATORIOS'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF NOT CA-CERTIFICAR AND NOT CA-REVOCAR
              SET CA-ERROR TO TRUE
              MOVE 'DECISION NO VALIDA (C/R)' TO CA-MENSAJE
           END-IF.

       3000-CONSULTAR.
           MOVE CA-CICLO    TO RT-CICLO
           MOVE CA-OPERADOR TO RT-OPERADOR
           MOVE ZEROS TO CA-CANT
           MOVE 'N' TO WS-FIN-RCT-SW

           EXEC SQL
              OPEN C-RECERT
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER ACCESOS DEL CICLO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 3010-LEER-ACCESO UNTIL WS-FIN-RCT

           EXEC SQL
              CLOSE C-RECERT
           END-EXEC
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM 3300-CONTAR-PENDIENTES
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           IF CA-MENSAJE = SPACES OR CA-CONSULTAR
              IF CA-CANT = ZEROS
                 MOVE 'SIN ACCESOS A SU CARGO EN ESE CICLO'
                      TO CA-MENSAJE
              ELSE
                 MOVE 'ACCESOS A CERTIFICAR DEL CICLO' TO CA-MENSAJE
              END-IF
           END-IF.

       3010-LEER-ACCESO.
           EXEC SQL
              FETCH C-RECERT
              INTO :RT-OPERADOR, :RT-TRANSACCION, :RT-ULTIMO-USO,
                   :RT-SIN-USO, :RT-CONFLICTO, :RT-DECISION,
                   :RT-DECIDIDO-POR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF CA-CANT < 6
                    ADD 1 TO CA-CANT
                    MOVE RT-OPERADOR     TO CA-AC-OPERADOR(CA-CANT)
                    MOVE RT-TRANSACCION  TO CA-AC-TRANSACCION(CA-CANT)
                    MOVE RT-ULTIMO-USO   TO CA-AC-ULTIMO-USO(CA-CANT)
                    MOVE RT-SIN-USO      TO CA-AC-SIN-USO(CA-CANT)
                    MOVE RT-CONFLICTO    TO CA-AC-CONFLICTO(CA-CANT)
                    MOVE RT-DECISION     TO CA-AC-DECISION(CA-CANT)
                    MOVE RT-DECIDIDO-POR
                         TO CA-AC-DECIDIDO-POR(CA-CANT)
                 ELSE
                    SET WS-FIN-RCT TO TRUE
                 END-IF
              WHEN 100
                 SET WS-FIN-RCT TO TRUE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER ACCESOS DEL CICLO'
                      TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
                 SET WS-FIN-RCT TO TRUE
           END-EVALUATE.

      * Decide un acceso del ciclo. Solo el gerente del departamento
      * del acceso decide, nunca sobre sus propios accesos. Un acceso
      * certificado todavia se puede revocar en el mismo ciclo; uno
      * revocado ya no se toca.
       3100-DECIDIR.
           MOVE CA-CICLO       TO RT-CICLO
           MOVE CA-OPERADOR    TO RT-OPERADOR
           MOVE CA-TRANSACCION TO RT-TRANSACCION
           EXEC SQL
              SELECT R.DECISION, COALESCE(D.RESPONSABLE, ' '),
                     COALESCE(D.EMPRESA, ' ')
              INTO :RT-DECISION, :WS-RESPONSABLE, :WS-EMPRESA-DEPTO
              FROM NOMINA_RECERT R
                   LEFT OUTER JOIN NOMINA_DEPTO D
                      ON D.DEPTO = R.DEPTO
              WHERE R.CICLO = :RT-CICLO
                AND R.OPERADOR = :RT-OPERADOR
                AND R.TRANSACCION = :RT-TRANSACCION
           END-EXEC
           IF SQLCODE = 100
              SET CA-ERROR TO TRUE
              MOVE 'ESE ACCESO NO ESTA EN EL CICLO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER EL ACCESO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF WS-RESPONSABLE NOT = WS-OPERADOR
              SET CA-ERROR TO TRUE
              MOVE 'NO ES EL GERENTE RESPONSABLE DE ESE DEPARTAMENTO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF AU-EMPRESA NOT = SPACES
              AND WS-EMPRESA-DEPTO NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'DEPARTAMENTO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOMF OPERADOR: '
                      WS-OPERADOR ' ACCESO DE: ' CA-OPERADOR
              EXIT PARAGRAPH
           END-IF
           IF CA-OPERADOR = WS-OPERADOR
              SET CA-ERROR TO TRUE
              MOVE 'NO PUEDE DECIDIR SOBRE SUS PROPIOS ACCESOS'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF RT-DECISION = 'R'
              SET CA-ERROR TO TRUE
              MOVE 'EL ACCESO YA FUE REVOCADO EN ESTE CICLO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF RT-DECISION = 'C' AND CA-CERTIFICAR
              SET CA-ERROR TO TRUE
              MOVE 'EL ACCESO YA ESTA CERTIFICADO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           IF CA-REVOCAR
              PERFORM 3200-REVOCAR
              IF CA-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 EXIT PARAGRAPH
              END-IF
           END-IF

           MOVE CA-DECISION TO RT-DECISION
           MOVE WS-OPERADOR TO RT-DECIDIDO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO RT-FECHA-DECISION
           EXEC SQL
              UPDATE NOMINA_RECERT
                 SET DECISION = :RT-DECISION,
                     DECIDIDO_POR = :RT-DECIDIDO-POR,
                     FECHA_DECISION = :RT-FECHA-DECISION
               WHERE CICLO = :RT-CICLO
                 AND OPERADOR = :RT-OPERADOR
                 AND TRANSACCION = :RT-TRANSACCION
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL GRABAR LA DECISION' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

           IF CA-REVOCAR
              IF WS-YA-REVOCADO
                 MOVE 'ACCESO YA REVOCADO' TO CA-MENSAJE
              ELSE
                 MOVE 'ACCESO REVOCADO' TO CA-MENSAJE
              END-IF
           ELSE
              MOVE 'ACCESO CERTIFICADO' TO CA-MENSAJE
           END-IF.

      * Mismo camino que 3100-REVOCAR de CICNOM07: el renglon no se
      * borra, pasa a ACTIVO 'N', y la bitacora NOMINA_AUT_AUD registra
      * la revocacion con el gerente como administrador. Si el acceso
      * ya no estaba activo (revocado por NOM9 mientras el ciclo
      * seguia pendiente) la linea del ciclo se da por decidida sin
      * repetir la revocacion en la bitacora.
       3200-REVOCAR.
           MOVE 'N' TO WS-YA-REVOCADO-SW
           MOVE CA-OPERADOR    TO AU-OPERADOR
           MOVE CA-TRANSACCION TO AU-TRANSACCION

           EXEC SQL
              UPDATE NOMINA_AUTORIZADOS
                 SET ACTIVO = 'N'
               WHERE OPERADOR = :AU-OPERADOR
                 AND TRANSACCION = :AU-TRANSACCION
                 AND ACTIVO <> 'N'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'R' TO AA-ACCION
                 PERFORM 6900-INSERTAR-AUDITORIA
              WHEN 100
                 SET WS-YA-REVOCADO TO TRUE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL REVOCAR ACCESO' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

       3300-CONTAR-PENDIENTES.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-PENDIENTES
              FROM NOMINA_RECERT R, NOMINA_DEPTO D
              WHERE R.CICLO = :RT-CICLO
                AND D.DEPTO = R.DEPTO
                AND D.RESPONSABLE = :WS-OPERADOR
                AND (:AU-EMPRESA = ' ' OR D.EMPRESA = :AU-EMPRESA)
                AND R.DECISION = ' '
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL CONTAR PENDIENTES' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-PENDIENTES TO CA-PENDIENTES.

       4000-MOSTRAR-RESULTADO.
           MOVE CA-CICLO      TO RCCICO
           MOVE CA-OPERADOR   TO RCOPEO
           MOVE CA-PENDIENTES TO WS-ED-PENDIENTES
           MOVE WS-ED-PENDIENTES TO RCPENO
           MOVE CA-MENSAJE    TO RCMSGO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
              IF WS-IDX <= CA-CANT
                 MOVE CA-AC-OPERADOR(WS-IDX)    TO RCLOPO(WS-IDX)
                 MOVE CA-AC-TRANSACCION(WS-IDX) TO RCLTRO(WS-IDX)
                 MOVE CA-AC-ULTIMO-USO(WS-IDX)  TO RCLUSO(WS-IDX)
                 MOVE CA-AC-SIN-USO(WS-IDX)     TO RCLSNO(WS-IDX)
                 MOVE CA-AC-CONFLICTO(WS-IDX)   TO RCLCFO(WS-IDX)
                 MOVE CA-AC-DECISION(WS-IDX)    TO RCLDCO(WS-IDX)
                 MOVE CA-AC-DECIDIDO-POR(WS-IDX) TO RCLDPO(WS-IDX)
              ELSE
                 MOVE SPACES TO RCLOPO(WS-IDX) RCLTRO(WS-IDX)
                                RCLUSO(WS-IDX) RCLSNO(WS-IDX)
                                RCLCFO(WS-IDX) RCLDCO(WS-IDX)
                                RCLDPO(WS-IDX)
              END-IF
           END-PERFORM

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

      * Misma bitacora que 6900-INSERTAR-AUDITORIA de CICNOM07, con
      * la empresa que tiene el renglon revocado.
       6900-INSERTAR-AUDITORIA.
           MOVE WS-OPERADOR    TO AA-ADMIN
           MOVE CA-OPERADOR    TO AA-OPERADOR
           MOVE CA-TRANSACCION TO AA-TRANSACCION
           MOVE FUNCTION CURRENT-TIMESTAMP TO AA-FECHA

           EXEC SQL
              SELECT EMPRESA INTO :AA-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :AA-OPERADOR
                AND TRANSACCION = :AA-TRANSACCION
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO AA-EMPRESA
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
              DISPLAY 'ERROR AL GRABAR BITACORA DE ACCESOS: '
                      SQLCODE
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
           MOVE 'ERROR EN SISTEMA CICS' TO RCMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA CERTIFICACION (NOMF)'
                TO RCMSGO
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
           MOVE 'TECLA NO VALIDA' TO RCMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       END PROGRAM CICNOM15.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICNOM14.
       AUTHOR. Javier J. Tapia
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa CICS de revision de los hallazgos de la revision     *
      * antifraude (NOMIFRA01) guardados en NOMINA_ALERTA. Consulta   *
      * los hallazgos de una FECHA_PAGO, de todo el periodo o de un   *
      * empleado, con su severidad, estado y detalle, y libera un     *
      * hallazgo pendiente con un motivo del catalogo fijo: VER       *
      * verificado con el empleado, DOC documentacion de soporte      *
      * recibida, FAM cuenta o nombre compartido legitimo (familiar,  *
      * homonimo), ERR falso positivo aclarado, COR dato corregido    *
      * antes del pago. Nadie libera un hallazgo en el que el mismo   *
      * intervino (el OPERADOR que cambio la cuenta o aprobo el       *
      * pago). Cada liberacion queda en la bitacora NOMINA_HIST, y al *
      * liberar el ultimo hallazgo de severidad alta del periodo la   *
      * marca REVISION de NOMINA_PERIODO_CTL pasa de 'R' (retenido) a *
      * 'V' (revisado) y NOMIBAN01 ya puede generar el archivo del    *
      * banco.                                                        *
      * El operador limitado a una empresa solo ve y libera hallazgos *
      * de empleados de esa empresa; la retencion del periodo sigue   *
      * siendo una sola para todas las empresas.                      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAMPOS-CONTROL.
           05 WS-TRAN-ID          PIC X(04) VALUE 'NOME'.
           05 WS-MAPSET           PIC X(08) VALUE 'NOMIMAPE'.
           05 WS-MAP              PIC X(08) VALUE 'NOMIMAPE'.
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
           05 WS-ALTA-PENDIENTES  PIC S9(09) COMP.
           05 WS-ED-PENDIENTES    PIC ZZZ9.
           05 WS-FIN-ALE-SW       PIC X VALUE 'N'.
              88 WS-FIN-ALE         VALUE 'Y'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMALE END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.

      * Hallazgos del periodo, de un empleado o de todos (EMP_ID en
      * blanco): primero los pendientes, y de ellos los de severidad
      * alta. Con el operador limitado a una empresa, solo los de
      * empleados de esa empresa.
       EXEC SQL
          DECLARE C-ALERTAS CURSOR FOR
             SELECT EMP_ID, REGLA, SEVERIDAD, ESTADO, MOTIVO,
                    DETALLE, OPERADOR
             FROM NOMINA_ALERTA
             WHERE FECHA_PAGO = :AL-FECHA-PAGO
               AND (EMP_ID = :AL-EMP-ID OR :AL-EMP-ID = ' ')
               AND (:AU-EMPRESA = ' '
                    OR EMP_ID IN
                       (SELECT E.EMP_ID FROM NOMINA_EMPLEADO E
                         WHERE E.EMPRESA = :AU-EMPRESA))
             ORDER BY ESTADO DESC, SEVERIDAD, EMP_ID, REGLA
       END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-FECHA-PAGO       PIC X(10).
          05 CA-EMP-ID           PIC X(06).
          05 CA-ACCION           PIC X(01).
             88 CA-CONSULTAR     VALUE 'C'.
             88 CA-LIBERAR       VALUE 'L'.
             88 CA-FIN           VALUE 'F'.
          05 CA-REGLA            PIC X(03).
          05 CA-MOTIVO           PIC X(03).
             88 CA-MOTIVO-VALIDO VALUE 'VER' 'DOC' 'FAM' 'ERR' 'COR'.
          05 CA-HALLAZGO OCCURS 6.
             10 CA-HZ-EMP-ID     PIC X(06).
             10 CA-HZ-REGLA      PIC X(03).
             10 CA-HZ-SEVERIDAD  PIC X(01).
             10 CA-HZ-ESTADO     PIC X(01).
             10 CA-HZ-MOTIVO     PIC X(03).
             10 CA-HZ-DETALLE    PIC X(60).
             10 CA-HZ-OPERADOR   PIC X(08).
          05 CA-CANT             PIC 9(02).
          05 CA-REVISION         PIC X(01).
          05 CA-ALTA-PEND        PIC 9(04).
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
                 PERFORM 2000-PROCESAR-HALLAZGOS
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOME:
      * liberar un hallazgo suelta el pago del periodo. La EMPRESA
      * del renglon limita los empleados (en blanco, todas).
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
              DISPLAY 'ACCESO NEGADO NOME OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2000-PROCESAR-HALLAZGOS.
           EXEC CICS RECEIVE MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8300-ERROR-CICS
              EXIT PARAGRAPH
           END-IF

           MOVE ALFECI TO CA-FECHA-PAGO
           MOVE ALEMPI TO CA-EMP-ID
           MOVE ALACCI TO CA-ACCION
           MOVE ALREGI TO CA-REGLA
           MOVE ALMOTI TO CA-MOTIVO

           PERFORM 2100-VALIDAR-LLAVE
           IF CA-ERROR
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CONSULTAR
                 PERFORM 3000-CONSULTAR
              WHEN CA-LIBERAR
                 PERFORM 3100-LIBERAR
                 IF CA-OK
                    MOVE SPACES TO CA-EMP-ID
                    PERFORM 3000-CONSULTAR
                 END-IF
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ACCION NO VALIDA (C/L)' TO CA-MENSAJE
           END-EVALUATE

           IF CA-OK
              PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

      * La FECHA_PAGO debe ser un periodo del calendario; de ahi sale
      * la marca de revision que se muestra. Liberar pide ademas el
      * empleado, la regla y el motivo.
       2100-VALIDAR-LLAVE.
           SET CA-OK TO TRUE

           IF CA-FECHA-PAGO = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'FECHA DE PAGO ES OBLIGATORIA' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-FECHA-PAGO TO PC-FECHA-PAGO
           EXEC SQL
              SELECT ESTADO, REVISION
              INTO :PC-ESTADO, :PC-REVISION
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC
           IF SQLCODE = 100
              SET CA-ERROR TO TRUE
              MOVE 'EL PERIODO NO EXISTE EN EL CALENDARIO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER CALENDARIO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           MOVE PC-REVISION TO CA-REVISION

           IF NOT CA-LIBERAR
              EXIT PARAGRAPH
           END-IF

           IF CA-EMP-ID = SPACES OR CA-REGLA = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'EMP-ID Y REGLA SON OBLIGATORIOS PARA LIBERAR'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2900-VALIDAR-EMPRESA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF
           IF NOT CA-MOTIVO-VALIDO
              SET CA-ERROR TO TRUE
              MOVE 'MOTIVO NO VALIDO (VER/DOC/FAM/ERR/COR)'
                   TO CA-MENSAJE
           END-IF.

      * Con el operador limitado a una empresa, el empleado debe ser
      * de esa empresa en el maestro (NOMINA_EMPLEADO); un EMP-ID que
      * no esta en el maestro tampoco pasa. Mismo chequeo que NOM2.
       2900-VALIDAR-EMPRESA.
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
              DISPLAY 'EMPRESA NO AUTORIZADA NOME OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

       3000-CONSULTAR.
           MOVE CA-FECHA-PAGO TO AL-FECHA-PAGO
           MOVE CA-EMP-ID     TO AL-EMP-ID
           MOVE ZEROS TO CA-CANT
           MOVE 'N' TO WS-FIN-ALE-SW

           EXEC SQL
              OPEN C-ALERTAS
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER HALLAZGOS' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 3010-LEER-HALLAZGO UNTIL WS-FIN-ALE

           EXEC SQL
              CLOSE C-ALERTAS
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
                 MOVE 'SIN HALLAZGOS PARA ESA CONSULTA' TO CA-MENSAJE
              ELSE
                 MOVE 'HALLAZGOS DEL PERIODO' TO CA-MENSAJE
              END-IF
           END-IF.

       3010-LEER-HALLAZGO.
           EXEC SQL
              FETCH C-ALERTAS
              INTO :AL-EMP-ID, :AL-REGLA, :AL-SEVERIDAD, :AL-ESTADO,
                   :AL-MOTIVO, :AL-DETALLE, :AL-OPERADOR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF CA-CANT < 6
                    ADD 1 TO CA-CANT
                    MOVE AL-EMP-ID    TO CA-HZ-EMP-ID(CA-CANT)
                    MOVE AL-REGLA     TO CA-HZ-REGLA(CA-CANT)
                    MOVE AL-SEVERIDAD TO CA-HZ-SEVERIDAD(CA-CANT)
                    MOVE AL-ESTADO    TO CA-HZ-ESTADO(CA-CANT)
                    MOVE AL-MOTIVO    TO CA-HZ-MOTIVO(CA-CANT)
                    MOVE AL-DETALLE   TO CA-HZ-DETALLE(CA-CANT)
                    MOVE AL-OPERADOR  TO CA-HZ-OPERADOR(CA-CANT)
                 ELSE
                    SET WS-FIN-ALE TO TRUE
                 END-IF
              WHEN 100
                 SET WS-FIN-ALE TO TRUE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER HALLAZGOS' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
                 SET WS-FIN-ALE TO TRUE
           END-EVALUATE.

      * Libera un hallazgo pendiente mientras el periodo siga en 'L':
      * ya cerrado, el archivo del banco salio y la liberacion no
      * cambiaria nada. El revisor no puede ser el operador que
      * intervino en el hallazgo.
       3100-LIBERAR.
           IF PC-ESTADO NOT = 'L'
              SET CA-ERROR TO TRUE
              MOVE 'EL PERIODO NO ESTA CARGADO (L), NADA QUE LIBERAR'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-FECHA-PAGO TO AL-FECHA-PAGO
           MOVE CA-EMP-ID     TO AL-EMP-ID
           MOVE CA-REGLA      TO AL-REGLA
           EXEC SQL
              SELECT SEVERIDAD, ESTADO, OPERADOR
              INTO :AL-SEVERIDAD, :AL-ESTADO, :AL-OPERADOR
              FROM NOMINA_ALERTA
              WHERE FECHA_PAGO = :AL-FECHA-PAGO
                AND EMP_ID = :AL-EMP-ID
                AND REGLA = :AL-REGLA
           END-EXEC
           IF SQLCODE = 100
              SET CA-ERROR TO TRUE
              MOVE 'NO EXISTE ESE HALLAZGO EN EL PERIODO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER HALLAZGO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF AL-ESTADO NOT = 'P'
              SET CA-ERROR TO TRUE
              MOVE 'EL HALLAZGO YA ESTA LIBERADO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF AL-OPERADOR = WS-OPERADOR
              SET CA-ERROR TO TRUE
              MOVE 'NO PUEDE LIBERAR UN HALLAZGO EN EL QUE INTERVINO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-MOTIVO   TO AL-MOTIVO
           MOVE WS-OPERADOR TO AL-REVISADO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO AL-FECHA-REVISION
           EXEC SQL
              UPDATE NOMINA_ALERTA
                 SET ESTADO = 'L',
                     MOTIVO = :AL-MOTIVO,
                     REVISADO_POR = :AL-REVISADO-POR,
                     FECHA_REVISION = :AL-FECHA-REVISION
               WHERE FECHA_PAGO = :AL-FECHA-PAGO
                 AND EMP_ID = :AL-EMP-ID
                 AND REGLA = :AL-REGLA
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LIBERAR HALLAZGO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM 6900-INSERTAR-AUDITORIA

           PERFORM 3300-CONTAR-PENDIENTES
           IF CA-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

           IF WS-ALTA-PENDIENTES = ZEROS AND PC-REVISION = 'R'
              PERFORM 3200-SOLTAR-PERIODO
              IF CA-ERROR
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 EXIT PARAGRAPH
              END-IF
              MOVE 'HALLAZGO LIBERADO, PERIODO LIBRE PARA PAGO'
                   TO CA-MENSAJE
           ELSE
              MOVE WS-ALTA-PENDIENTES TO WS-ED-PENDIENTES
              MOVE SPACES TO CA-MENSAJE
              STRING 'HALLAZGO LIBERADO, QUEDAN ' WS-ED-PENDIENTES
                     ' DE SEVERIDAD ALTA' DELIMITED BY SIZE
                     INTO CA-MENSAJE
           END-IF.

      * Sin hallazgos de severidad alta pendientes el periodo pasa de
      * retenido a revisado. Solo se toca la marca si sigue en 'R':
      * una corrida de NOMIRES01 que la regreso a 'P' pide primero
      * repetir la revision.
       3200-SOLTAR-PERIODO.
           EXEC SQL
              UPDATE NOMINA_PERIODO_CTL
                 SET REVISION = 'V'
               WHERE FECHA_PAGO = :PC-FECHA-PAGO
                 AND REVISION = 'R'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL MARCAR EL PERIODO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE = 0
              MOVE 'V' TO PC-REVISION CA-REVISION
           END-IF.

       3300-CONTAR-PENDIENTES.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-ALTA-PENDIENTES
              FROM NOMINA_ALERTA
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
                AND SEVERIDAD = 'A'
                AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL CONTAR HALLAZGOS' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-ALTA-PENDIENTES TO CA-ALTA-PEND.

       4000-MOSTRAR-RESULTADO.
           MOVE CA-FECHA-PAGO TO ALFECO
           MOVE CA-EMP-ID     TO ALEMPO
           MOVE CA-REVISION   TO ALREVO
           MOVE CA-ALTA-PEND  TO WS-ED-PENDIENTES
           MOVE WS-ED-PENDIENTES TO ALPENO
           MOVE CA-MENSAJE    TO ALMSGO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
              IF WS-IDX <= CA-CANT
                 MOVE CA-HZ-EMP-ID(WS-IDX)    TO ALLEMO(WS-IDX)
                 MOVE CA-HZ-REGLA(WS-IDX)     TO ALLRGO(WS-IDX)
                 MOVE CA-HZ-SEVERIDAD(WS-IDX) TO ALLSVO(WS-IDX)
                 MOVE CA-HZ-ESTADO(WS-IDX)    TO ALLSTO(WS-IDX)
                 MOVE CA-HZ-MOTIVO(WS-IDX)    TO ALLMTO(WS-IDX)
                 MOVE CA-HZ-DETALLE(WS-IDX)   TO ALLDTO(WS-IDX)
                 MOVE CA-HZ-OPERADOR(WS-IDX)  TO ALLOPO(WS-IDX)
              ELSE
                 MOVE SPACES TO ALLEMO(WS-IDX) ALLRGO(WS-IDX)
                                ALLSVO(WS-IDX) ALLSTO(WS-IDX)
                                ALLMTO(WS-IDX) ALLDTO(WS-IDX)
                                ALLOPO(WS-IDX)
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

      * La bitacora guarda la regla del hallazgo, su estado anterior
      * y el motivo con que se libero.
       6900-INSERTAR-AUDITORIA.
           MOVE CA-EMP-ID TO NH-EMP-ID
           MOVE SPACES TO NH-CAMPO-CAMBIADO
           STRING 'ALERTA ' CA-REGLA
                  DELIMITED BY SIZE INTO NH-CAMPO-CAMBIADO
           MOVE SPACES TO NH-VALOR-ANTERIOR
           STRING CA-FECHA-PAGO ' PENDIENTE'
                  DELIMITED BY SIZE INTO NH-VALOR-ANTERIOR
           MOVE SPACES TO NH-VALOR-NUEVO
           STRING CA-FECHA-PAGO ' LIBERADA ' CA-MOTIVO
                  DELIMITED BY SIZE INTO NH-VALOR-NUEVO
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
           MOVE 'ERROR EN SISTEMA CICS' TO ALMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA REVISION (NOME)'
                TO ALMSGO
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
           MOVE 'TECLA NO VALIDA' TO ALMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       END PROGRAM CICNOM14.

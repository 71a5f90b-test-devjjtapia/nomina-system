       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICNOM11.
       AUTHOR. Javier J. Tapia
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa CICS de mantenimiento del salario autorizado por     *
      * empleado en NOMINA_SALARIO_AUT: HR captura la base por        *
      * periodo de un EMP_ID con su fecha de vigencia, y la captura   *
      * queda en 'P' (pendiente) hasta que un SEGUNDO operador        *
      * autorizado y distinto del capturista la aprueba ('A'). Es el  *
      * mismo doble control de CICNOM08 y CICNOM10. NOMINA01 y        *
      * NOMIRES01 comparan la base de cada registro del proveedor     *
      * contra el salario aprobado vigente en la fecha de pago; una   *
      * vigencia aprobada que cae en periodos ya pagados queda        *
      * marcada para que NOMIRET01 genere su retroactivo. Cada        *
      * captura, aprobacion o retiro queda en la bitacora NOMINA_HIST *
      * con el operador que lo hizo. El operador limitado a una       *
      * empresa solo mantiene salarios de empleados de esa empresa.   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAMPOS-CONTROL.
           05 WS-TRAN-ID          PIC X(04) VALUE 'NOMB'.
           05 WS-MAPSET           PIC X(08) VALUE 'NOMIMAPB'.
           05 WS-MAP              PIC X(08) VALUE 'NOMIMAPB'.
           05 WS-RESP             PIC S9(08) COMP.
           05 WS-RESP2            PIC S9(08) COMP.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).

       01  WS-SEGURIDAD.
           05 WS-OPERADOR         PIC X(08).
           05 WS-AUTORIZADO-SW    PIC X VALUE 'N'.
              88 WS-AUTORIZADO      VALUE 'Y'.

       01  WS-TRABAJO.
           05 WS-PERIODOS-PAGADOS PIC S9(04) COMP.
           05 WS-AUD-SALARIO-ED   PIC ZZZZZZZ9.99.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.

      * Salario autorizado por empleado y vigencia: la base de un
      * periodo completo (quincena) que HR aprobo. ESTADO 'P'
      * capturado pendiente de aprobacion, 'A' aprobado (el unico que
      * ven los batch). RETRO 'P' marca una vigencia aprobada que cae
      * en periodos ya cargados, pendiente de que NOMIRET01 genere su
      * ajuste retroactivo; 'G' ya generado, 'N' no aplica. Mientras
      * no hay aprobacion la FECHA_APROBACION lleva el timestamp
      * centinela minimo.
       EXEC SQL DECLARE NOMINA_SALARIO_AUT TABLE
         (EMP_ID           CHAR(6)       NOT NULL,
          VIGENCIA_DESDE   DATE          NOT NULL,
          SALARIO_BASE     DECIMAL(10,2) NOT NULL,
          ESTADO           CHAR(1)       NOT NULL,
          RETRO            CHAR(1)       NOT NULL,
          CAPTURADO_POR    CHAR(8)       NOT NULL,
          APROBADO_POR     CHAR(8)       NOT NULL,
          FECHA_CAPTURA    TIMESTAMP     NOT NULL,
          FECHA_APROBACION TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, VIGENCIA_DESDE))
       END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMP-ID           PIC X(06).
          05 CA-VIGENCIA         PIC X(10).
          05 CA-ACCION           PIC X(01).
             88 CA-CAPTURAR      VALUE 'C'.
             88 CA-APROBAR       VALUE 'A'.
             88 CA-RETIRAR       VALUE 'R'.
             88 CA-FIN           VALUE 'F'.
          05 CA-SALARIO-BASE     PIC 9(08)V99.
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
                 PERFORM 2000-PROCESAR-SALARIO
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOMB:
      * quien mantiene el maestro no por ello autoriza sueldos. La
      * EMPRESA del renglon limita los empleados (en blanco, todas).
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
              DISPLAY 'ACCESO NEGADO NOMB OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2000-PROCESAR-SALARIO.
           EXEC CICS RECEIVE MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8300-ERROR-CICS
              EXIT PARAGRAPH
           END-IF

           MOVE SBEMPIDI  TO CA-EMP-ID
           MOVE SBVIGI    TO CA-VIGENCIA
           MOVE SBACCI    TO CA-ACCION
           MOVE SBSALI    TO CA-SALARIO-BASE

           PERFORM 2100-VALIDAR-LLAVE
           IF CA-ERROR
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CAPTURAR
                 PERFORM 3000-CAPTURAR
              WHEN CA-APROBAR
                 PERFORM 3100-APROBAR
              WHEN CA-RETIRAR
                 PERFORM 3200-RETIRAR
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ACCION NO VALIDA (C/A/R)' TO CA-MENSAJE
           END-EVALUATE

           IF CA-OK
              PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

       2100-VALIDAR-LLAVE.
           SET CA-OK TO TRUE

           IF CA-EMP-ID = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'EMP-ID ES OBLIGATORIO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2900-VALIDAR-EMPRESA
           IF CA-ERROR
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
              DISPLAY 'EMPRESA NO AUTORIZADA NOMB OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

      * Captura: el empleado debe existir en el maestro y estar
      * vigente, la base debe ser positiva y la vigencia no puede ser
      * anterior a su contratacion. Una vigencia anterior a hoy SI se
      * acepta: es el aumento firmado retroactivo. La captura nace
      * 'P' y ningun batch la ve hasta la segunda firma.
       3000-CAPTURAR.
           IF CA-SALARIO-BASE = ZEROS
              SET CA-ERROR TO TRUE
              MOVE 'SALARIO BASE DEBE SER MAYOR QUE CERO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT ESTADO, FECHA_ALTA
              INTO :EM-ESTADO, :EM-FECHA-ALTA
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
           IF EM-ESTADO NOT = 'A'
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DADO DE BAJA EN EL MAESTRO'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF CA-VIGENCIA < EM-FECHA-ALTA
              SET CA-ERROR TO TRUE
              MOVE 'VIGENCIA ANTERIOR A LA FECHA DE ALTA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID        TO SU-EMP-ID
           MOVE CA-VIGENCIA      TO SU-VIGENCIA-DESDE
           MOVE CA-SALARIO-BASE  TO SU-SALARIO-BASE
           MOVE 'P'              TO SU-ESTADO
           MOVE 'N'              TO SU-RETRO
           MOVE WS-OPERADOR      TO SU-CAPTURADO-POR
           MOVE SPACES           TO SU-APROBADO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO SU-FECHA-CAPTURA
           MOVE '0001-01-01-00.00.00.000000'
                TO SU-FECHA-APROBACION

           EXEC SQL
              INSERT INTO NOMINA_SALARIO_AUT
                 (EMP_ID, VIGENCIA_DESDE, SALARIO_BASE, ESTADO,
                  RETRO, CAPTURADO_POR, APROBADO_POR,
                  FECHA_CAPTURA, FECHA_APROBACION)
              VALUES
                 (:SU-EMP-ID, :SU-VIGENCIA-DESDE, :SU-SALARIO-BASE,
                  :SU-ESTADO, :SU-RETRO, :SU-CAPTURADO-POR,
                  :SU-APROBADO-POR, :SU-FECHA-CAPTURA,
                  :SU-FECHA-APROBACION)
           END-EXEC

      * Recapturar una vigencia que sigue pendiente la corrige (y el
      * recapturista pasa a ser el capturista); una ya aprobada no se
      * toca desde aqui: se captura una vigencia nueva.
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_SALARIO_AUT
                    SET SALARIO_BASE = :SU-SALARIO-BASE,
                        CAPTURADO_POR = :SU-CAPTURADO-POR,
                        FECHA_CAPTURA = :SU-FECHA-CAPTURA
                  WHERE EMP_ID = :SU-EMP-ID
                    AND VIGENCIA_DESDE = :SU-VIGENCIA-DESDE
                    AND ESTADO = 'P'
              END-EXEC
              IF SQLCODE = 100
                 SET CA-ERROR TO TRUE
                 MOVE 'VIGENCIA YA APROBADA: CAPTURE VIGENCIA NUEVA'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF SQLCODE = 0
              SET CA-OK TO TRUE
              MOVE 'SALARIO CAPTURADO, PENDIENTE DE APROBACION'
                   TO CA-MENSAJE
              MOVE 'SALARIO AUT CAP' TO NH-CAMPO-CAMBIADO
              PERFORM 6900-INSERTAR-AUDITORIA
           ELSE
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL CAPTURAR SALARIO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-IF.

      * Segunda firma: solo sobre capturas en 'P' y por un operador
      * distinto del que capturo. Si la vigencia cae en periodos ya
      * cargados o cerrados, esos periodos se pagaron con la base
      * anterior y la vigencia queda marcada para el retroactivo.
       3100-APROBAR.
           MOVE CA-EMP-ID   TO SU-EMP-ID
           MOVE CA-VIGENCIA TO SU-VIGENCIA-DESDE

           EXEC SQL
              SELECT COUNT(*) INTO :WS-PERIODOS-PAGADOS
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO >= :SU-VIGENCIA-DESDE
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
              MOVE 'P' TO SU-RETRO
           ELSE
              MOVE 'N' TO SU-RETRO
           END-IF
           MOVE WS-OPERADOR TO SU-APROBADO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO SU-FECHA-APROBACION

           EXEC SQL
              UPDATE NOMINA_SALARIO_AUT
                 SET ESTADO = 'A',
                     RETRO = :SU-RETRO,
                     APROBADO_POR = :SU-APROBADO-POR,
                     FECHA_APROBACION = :SU-FECHA-APROBACION
               WHERE EMP_ID = :SU-EMP-ID
                 AND VIGENCIA_DESDE = :SU-VIGENCIA-DESDE
                 AND ESTADO = 'P'
                 AND CAPTURADO_POR <> :SU-APROBADO-POR
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET CA-OK TO TRUE
                 IF SU-RETRO = 'P'
                    MOVE 'SALARIO APROBADO: PENDIENTE RETROACTIVO'
                         TO CA-MENSAJE
                 ELSE
                    MOVE 'SALARIO APROBADO: RIGE DESDE SU VIGENCIA'
                         TO CA-MENSAJE
                 END-IF
                 MOVE 'SALARIO AUT APR' TO NH-CAMPO-CAMBIADO
                 PERFORM 6900-INSERTAR-AUDITORIA
              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'SIN CAPTURA PENDIENTE O APROBADOR IGUAL'
                      TO CA-MENSAJE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL APROBAR SALARIO' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * Retira una captura que siga pendiente; lo aprobado no se
      * borra desde aqui (se reemplaza con una vigencia nueva). La
      * bitacora conserva lo que se capturo y quien lo retiro.
       3200-RETIRAR.
           MOVE CA-EMP-ID   TO SU-EMP-ID
           MOVE CA-VIGENCIA TO SU-VIGENCIA-DESDE

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND VIGENCIA_DESDE = :SU-VIGENCIA-DESDE
                AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM NOMINA_SALARIO_AUT
                  WHERE EMP_ID = :SU-EMP-ID
                    AND VIGENCIA_DESDE = :SU-VIGENCIA-DESDE
                    AND ESTADO = 'P'
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 SET CA-OK TO TRUE
                 MOVE 'CAPTURA PENDIENTE RETIRADA' TO CA-MENSAJE
                 MOVE SU-SALARIO-BASE TO CA-SALARIO-BASE
                 MOVE 'SALARIO AUT RET' TO NH-CAMPO-CAMBIADO
                 PERFORM 6900-INSERTAR-AUDITORIA
              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'NO HAY CAPTURA PENDIENTE QUE RETIRAR'
                      TO CA-MENSAJE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL RETIRAR CAPTURA' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

       4000-MOSTRAR-RESULTADO.
           MOVE CA-EMP-ID       TO SBEMPO
           MOVE CA-VIGENCIA     TO SBVIGO
           MOVE CA-SALARIO-BASE TO WS-AUD-SALARIO-ED
           MOVE WS-AUD-SALARIO-ED TO SBSALO
           MOVE CA-MENSAJE      TO SBMSGO

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

      * La base se lee del renglon recien grabado o actualizado: en
      * la aprobacion el operador solo teclea la llave, y la
      * bitacora debe decir que cifra firmo.
       6900-INSERTAR-AUDITORIA.
           IF NOT CA-RETIRAR
              MOVE CA-EMP-ID   TO SU-EMP-ID
              MOVE CA-VIGENCIA TO SU-VIGENCIA-DESDE

              EXEC SQL
                 SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
                 FROM NOMINA_SALARIO_AUT
                 WHERE EMP_ID = :SU-EMP-ID
                   AND VIGENCIA_DESDE = :SU-VIGENCIA-DESDE
              END-EXEC

              IF SQLCODE = 0
                 MOVE SU-SALARIO-BASE TO CA-SALARIO-BASE
              ELSE
                 DISPLAY 'BITACORA SIN RENGLON DE SALARIO: '
                         CA-EMP-ID ' SQLCODE: ' SQLCODE
              END-IF
           END-IF

           MOVE CA-EMP-ID TO NH-EMP-ID
           MOVE CA-VIGENCIA TO NH-VALOR-ANTERIOR
           MOVE CA-SALARIO-BASE TO WS-AUD-SALARIO-ED
           MOVE WS-AUD-SALARIO-ED TO NH-VALOR-NUEVO
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
           MOVE 'ERROR EN SISTEMA CICS' TO SBMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA SALARIOS (NOMB)'
                TO SBMSGO
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
           MOVE 'TECLA NO VALIDA' TO SBMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       END PROGRAM CICNOM11.

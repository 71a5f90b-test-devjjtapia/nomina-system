       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICNOM12.
       AUTHOR. Javier J. Tapia
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa CICS del kardex de vacaciones por empleado. La       *
      * consulta muestra, por cada aniversario vigente de             *
      * NOMINA_VACACIONES, los dias otorgados, los gozados, el saldo  *
      * y la fecha en que el saldo no gozado vence, con los totales   *
      * del empleado. HR tambien captura aqui los dias gozados que no *
      * pasan por el reloj checador: se descargan del aniversario     *
      * mas antiguo al mas reciente, igual que en NOMIVAC01, y dejan  *
      * en NOMINA_VAC_MOV la prima vacacional que NOMINA01 pagara en  *
      * la fecha de pago capturada. Una captura cuya prima todavia no *
      * se paga se puede retirar y el saldo regresa al kardex. Cada   *
      * captura o retiro queda en la bitacora NOMINA_HIST con el      *
      * operador que lo hizo. El operador limitado a una empresa solo *
      * consulta y captura empleados de esa empresa.                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CAMPOS-CONTROL.
           05 WS-TRAN-ID          PIC X(04) VALUE 'NOMC'.
           05 WS-MAPSET           PIC X(08) VALUE 'NOMIMAPC'.
           05 WS-MAP              PIC X(08) VALUE 'NOMIMAPC'.
           05 WS-RESP             PIC S9(08) COMP.
           05 WS-RESP2            PIC S9(08) COMP.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).

       01  WS-SEGURIDAD.
           05 WS-OPERADOR         PIC X(08).
           05 WS-AUTORIZADO-SW    PIC X VALUE 'N'.
              88 WS-AUTORIZADO      VALUE 'Y'.

      * Mismas reglas que NOMIVAC01 usa para pagar la prima.
       01  WS-REGLAS-VACACIONES.
           05 WS-VAC-PCT-PRIMA    PIC 9(01)V99 VALUE 0.25.
           05 WS-VAC-DIAS-QUINCENA PIC 9(02) VALUE 15.

       01  WS-TRABAJO.
           05 WS-IDX              PIC 9(02).
           05 WS-DIAS-PEDIDOS     PIC S9(04) COMP.
           05 WS-SALDO-TOTAL      PIC S9(04) COMP.
           05 WS-SALARIO-DIARIO   PIC S9(07)V99 COMP-3.
           05 WS-PRIMA-TOTAL      PIC S9(07)V99 COMP-3.
           05 WS-AUD-DIAS-ED      PIC Z9.
           05 WS-AUD-PRIMA-ED     PIC ZZZZZZ9.99.
           05 WS-ED-DIAS          PIC ZZ9.

      * Aniversarios vigentes del empleado, del mas antiguo al mas
      * reciente; la pantalla muestra hasta cinco.
       01  WS-LISTA-KARDEX.
           05 WS-LISTA-ANIO       PIC S9(04) COMP OCCURS 5.
           05 WS-LISTA-OTORGADOS  PIC S9(04) COMP OCCURS 5.
           05 WS-LISTA-TOMADOS    PIC S9(04) COMP OCCURS 5.
           05 WS-LISTA-VENCE      PIC X(10) OCCURS 5.
           05 WS-LISTA-CANT       PIC 9(02) VALUE ZEROS.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMVAC END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-EMP-ID           PIC X(06).
          05 CA-FECHA-PAGO       PIC X(10).
          05 CA-ACCION           PIC X(01).
             88 CA-CONSULTAR     VALUE 'C'.
             88 CA-TOMAR         VALUE 'T'.
             88 CA-RETIRAR       VALUE 'R'.
             88 CA-FIN           VALUE 'F'.
          05 CA-DIAS             PIC 9(02).
          05 CA-SALDO            PIC 9(03).
          05 CA-TOMADOS          PIC 9(03).
          05 CA-PROXIMO-VENCE    PIC X(10).
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
                 PERFORM 2000-PROCESAR-VACACIONES
              ELSE
                 PERFORM 8000-PRIMERA-VEZ
              END-IF
           END-IF.

      * Misma lista NOMINA_AUTORIZADOS, bajo su propio codigo NOMC:
      * el kardex deja ver la antiguedad y genera prima a pagar. La
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
              DISPLAY 'ACCESO NEGADO NOMC OPERADOR: ' WS-OPERADOR
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2000-PROCESAR-VACACIONES.
           EXEC CICS RECEIVE MAP(WS-MAP)
                MAPSET(WS-MAPSET)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 8300-ERROR-CICS
              EXIT PARAGRAPH
           END-IF

           MOVE VCEMPIDI  TO CA-EMP-ID
           MOVE VCFPAGI   TO CA-FECHA-PAGO
           MOVE VCACCI    TO CA-ACCION
           MOVE VCDIASI   TO CA-DIAS

           PERFORM 2100-VALIDAR-LLAVE
           IF CA-ERROR
              PERFORM 8500-MOSTRAR-ERROR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN CA-CONSULTAR
                 SET CA-OK TO TRUE
                 MOVE 'KARDEX DE VACACIONES VIGENTE' TO CA-MENSAJE
              WHEN CA-TOMAR
                 PERFORM 3000-TOMAR-DIAS
              WHEN CA-RETIRAR
                 PERFORM 3200-RETIRAR
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ACCION NO VALIDA (C/T/R)' TO CA-MENSAJE
           END-EVALUATE

           IF CA-OK
              PERFORM 2500-LEER-KARDEX
           END-IF

           IF CA-OK
              PERFORM 4000-MOSTRAR-RESULTADO
           ELSE
              PERFORM 8500-MOSTRAR-ERROR
           END-IF.

      * La consulta solo pide el empleado; capturar o retirar dias
      * pide ademas la fecha de pago en que se paga la prima, y esa
      * fecha debe seguir abierta: sobre un periodo ya cargado ('L')
      * o cerrado ('C') la prima ya no tendria donde pagarse.
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

           IF CA-CONSULTAR
              EXIT PARAGRAPH
           END-IF

           IF CA-FECHA-PAGO(5:1) NOT = '-'
              OR CA-FECHA-PAGO(8:1) NOT = '-'
              OR CA-FECHA-PAGO(1:4) NOT NUMERIC
              OR CA-FECHA-PAGO(6:2) NOT NUMERIC
              OR CA-FECHA-PAGO(9:2) NOT NUMERIC
              SET CA-ERROR TO TRUE
              MOVE 'FECHA DE PAGO MAL FORMADA (AAAA-MM-DD)'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-FECHA-PAGO TO PC-FECHA-PAGO
           EXEC SQL
              SELECT ESTADO INTO :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF PC-ESTADO = 'L' OR PC-ESTADO = 'C'
                    SET CA-ERROR TO TRUE
                    MOVE 'PERIODO YA CARGADO O CERRADO' TO CA-MENSAJE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL LEER CALENDARIO' TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * Lee los aniversarios vigentes del empleado para la pantalla y
      * suma su saldo, sus dias gozados y el vencimiento mas proximo
      * de lo que queda por gozar.
       2500-LEER-KARDEX.
           MOVE ZEROS TO WS-LISTA-CANT CA-SALDO CA-TOMADOS
           MOVE SPACES TO CA-PROXIMO-VENCE
           MOVE CA-EMP-ID TO VA-EMP-ID

           EXEC SQL
              DECLARE C-KARDEX CURSOR FOR
                 SELECT ANIO_SERVICIO, DIAS_OTORGADOS,
                        DIAS_TOMADOS, FECHA_VENCE
                 FROM NOMINA_VACACIONES
                 WHERE EMP_ID = :VA-EMP-ID
                   AND ESTADO = 'V'
                 ORDER BY ANIO_SERVICIO
                 FETCH FIRST 5 ROWS ONLY
           END-EXEC

           EXEC SQL
              OPEN C-KARDEX
           END-EXEC

           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR AL ABRIR CURSOR' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           PERFORM WITH TEST AFTER
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL SQLCODE NOT = 0 OR WS-IDX > 5
              EXEC SQL
                 FETCH C-KARDEX
                 INTO :VA-ANIO-SERVICIO, :VA-DIAS-OTORGADOS,
                      :VA-DIAS-TOMADOS, :VA-FECHA-VENCE
              END-EXEC
              IF SQLCODE = 0
                 MOVE VA-ANIO-SERVICIO  TO WS-LISTA-ANIO(WS-IDX)
                 MOVE VA-DIAS-OTORGADOS TO WS-LISTA-OTORGADOS(WS-IDX)
                 MOVE VA-DIAS-TOMADOS   TO WS-LISTA-TOMADOS(WS-IDX)
                 MOVE VA-FECHA-VENCE    TO WS-LISTA-VENCE(WS-IDX)
                 ADD 1 TO WS-LISTA-CANT
                 ADD VA-DIAS-TOMADOS TO CA-TOMADOS
                 IF VA-DIAS-OTORGADOS > VA-DIAS-TOMADOS
                    COMPUTE CA-SALDO = CA-SALDO
                            + VA-DIAS-OTORGADOS - VA-DIAS-TOMADOS
                    IF CA-PROXIMO-VENCE = SPACES
                       MOVE VA-FECHA-VENCE TO CA-PROXIMO-VENCE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL
              CLOSE C-KARDEX
           END-EXEC

           IF WS-LISTA-CANT = 0 AND CA-CONSULTAR
              MOVE 'EMPLEADO SIN ANIVERSARIOS VIGENTES' TO CA-MENSAJE
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
              DISPLAY 'EMPRESA NO AUTORIZADA NOMC OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

      * Captura de dias gozados fuera del reloj checador: el empleado
      * debe estar vigente, tener saldo suficiente y salario
      * autorizado para valuar la prima. Los dias se descargan del
      * aniversario mas antiguo al mas reciente.
       3000-TOMAR-DIAS.
           IF CA-DIAS = ZEROS
              SET CA-ERROR TO TRUE
              MOVE 'DIAS DEBE SER MAYOR QUE CERO' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT ESTADO INTO :EM-ESTADO
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

           MOVE CA-EMP-ID TO SU-EMP-ID
           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :CA-FECHA-PAGO
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 100
              SET CA-ERROR TO TRUE
              MOVE 'SIN SALARIO AUTORIZADO VIGENTE' TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL LEER SALARIO AUTORIZADO'
                   TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   SU-SALARIO-BASE / WS-VAC-DIAS-QUINCENA

           PERFORM 2500-LEER-KARDEX
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF
           IF CA-SALDO < CA-DIAS
              SET CA-ERROR TO TRUE
              MOVE CA-SALDO TO WS-ED-DIAS
              STRING 'SALDO INSUFICIENTE, DISPONIBLE: ' WS-ED-DIAS
                     DELIMITED BY SIZE INTO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           MOVE CA-DIAS TO WS-DIAS-PEDIDOS
           MOVE ZEROS TO WS-PRIMA-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LISTA-CANT
                      OR WS-DIAS-PEDIDOS = ZEROS
                      OR CA-ERROR
              IF WS-LISTA-OTORGADOS(WS-IDX)
                 > WS-LISTA-TOMADOS(WS-IDX)
                 PERFORM 3100-APLICAR-ANIVERSARIO
              END-IF
           END-PERFORM

           IF CA-ERROR
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              EXIT PARAGRAPH
           END-IF

           SET CA-OK TO TRUE
           MOVE 'DIAS REGISTRADOS, PRIMA PENDIENTE DE PAGO'
                TO CA-MENSAJE
           MOVE 'VACACIONES CAP' TO NH-CAMPO-CAMBIADO
           PERFORM 6900-INSERTAR-AUDITORIA.

       3100-APLICAR-ANIVERSARIO.
           COMPUTE VM-DIAS = WS-LISTA-OTORGADOS(WS-IDX)
                           - WS-LISTA-TOMADOS(WS-IDX)
           IF VM-DIAS > WS-DIAS-PEDIDOS
              MOVE WS-DIAS-PEDIDOS TO VM-DIAS
           END-IF
           SUBTRACT VM-DIAS FROM WS-DIAS-PEDIDOS

           MOVE CA-EMP-ID              TO VM-EMP-ID
           MOVE CA-FECHA-PAGO          TO VM-FECHA-PAGO
           MOVE 'C'                    TO VM-ORIGEN
           MOVE WS-LISTA-ANIO(WS-IDX)  TO VM-ANIO-SERVICIO
           MOVE WS-SALARIO-DIARIO      TO VM-SALARIO-DIARIO
           COMPUTE VM-PRIMA-MONTO ROUNDED =
                   VM-DIAS * WS-SALARIO-DIARIO * WS-VAC-PCT-PRIMA
           MOVE 'P'                    TO VM-ESTADO
           MOVE WS-OPERADOR            TO VM-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO VM-FECHA-CAPTURA

           EXEC SQL
              UPDATE NOMINA_VACACIONES
                 SET DIAS_TOMADOS = DIAS_TOMADOS + :VM-DIAS
               WHERE EMP_ID = :VM-EMP-ID
                 AND ANIO_SERVICIO = :VM-ANIO-SERVICIO
                 AND ESTADO = 'V'
           END-EXEC
           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL DESCARGAR EL KARDEX' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              INSERT INTO NOMINA_VAC_MOV
                 (EMP_ID, FECHA_PAGO, ORIGEN, ANIO_SERVICIO, DIAS,
                  SALARIO_DIARIO, PRIMA_MONTO, ESTADO, USUARIO,
                  FECHA_CAPTURA)
              VALUES
                 (:VM-EMP-ID, :VM-FECHA-PAGO, :VM-ORIGEN,
                  :VM-ANIO-SERVICIO, :VM-DIAS, :VM-SALARIO-DIARIO,
                  :VM-PRIMA-MONTO, :VM-ESTADO, :VM-USUARIO,
                  :VM-FECHA-CAPTURA)
           END-EXEC

      * Una segunda captura del mismo periodo contra el mismo
      * aniversario se acumula en el movimiento pendiente.
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_VAC_MOV
                    SET DIAS = DIAS + :VM-DIAS,
                        PRIMA_MONTO = PRIMA_MONTO + :VM-PRIMA-MONTO,
                        USUARIO = :VM-USUARIO,
                        FECHA_CAPTURA = :VM-FECHA-CAPTURA
                  WHERE EMP_ID = :VM-EMP-ID
                    AND FECHA_PAGO = :VM-FECHA-PAGO
                    AND ORIGEN = :VM-ORIGEN
                    AND ANIO_SERVICIO = :VM-ANIO-SERVICIO
                    AND ESTADO = 'P'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              SET CA-ERROR TO TRUE
              MOVE 'ERROR DB2 AL GRABAR MOVIMIENTO' TO CA-MENSAJE
              MOVE SQLCODE TO WS-SQLCODE
              DISPLAY 'ERROR DB2: ' WS-SQLCODE
              EXIT PARAGRAPH
           END-IF

           ADD VM-PRIMA-MONTO TO WS-PRIMA-TOTAL.

      * Retira las capturas en linea del periodo cuya prima todavia no
      * se paga: los dias regresan al aniversario del que salieron.
      * Lo que vino del reloj checador se corrige en la asistencia y
      * se vuelve a correr NOMIVAC01.
       3200-RETIRAR.
           MOVE CA-EMP-ID     TO VM-EMP-ID
           MOVE CA-FECHA-PAGO TO VM-FECHA-PAGO

           EXEC SQL
              SELECT SUM(DIAS), SUM(PRIMA_MONTO)
              INTO :VM-DIAS, :VM-PRIMA-MONTO
              FROM NOMINA_VAC_MOV
              WHERE EMP_ID = :VM-EMP-ID
                AND FECHA_PAGO = :VM-FECHA-PAGO
                AND ORIGEN = 'C'
                AND ESTADO = 'P'
              HAVING COUNT(*) > 0
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE NOMINA_VACACIONES V
                    SET DIAS_TOMADOS = DIAS_TOMADOS -
                        (SELECT M.DIAS
                           FROM NOMINA_VAC_MOV M
                          WHERE M.EMP_ID = V.EMP_ID
                            AND M.ANIO_SERVICIO = V.ANIO_SERVICIO
                            AND M.FECHA_PAGO = :VM-FECHA-PAGO
                            AND M.ORIGEN = 'C'
                            AND M.ESTADO = 'P')
                  WHERE V.EMP_ID = :VM-EMP-ID
                    AND EXISTS
                        (SELECT 1
                           FROM NOMINA_VAC_MOV M
                          WHERE M.EMP_ID = V.EMP_ID
                            AND M.ANIO_SERVICIO = V.ANIO_SERVICIO
                            AND M.FECHA_PAGO = :VM-FECHA-PAGO
                            AND M.ORIGEN = 'C'
                            AND M.ESTADO = 'P')
              END-EXEC
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                 DELETE FROM NOMINA_VAC_MOV
                  WHERE EMP_ID = :VM-EMP-ID
                    AND FECHA_PAGO = :VM-FECHA-PAGO
                    AND ORIGEN = 'C'
                    AND ESTADO = 'P'
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 SET CA-OK TO TRUE
                 MOVE 'CAPTURA RETIRADA, DIAS DEVUELTOS AL SALDO'
                      TO CA-MENSAJE
                 MOVE VM-DIAS TO CA-DIAS
                 MOVE VM-PRIMA-MONTO TO WS-PRIMA-TOTAL
                 MOVE 'VACACIONES RET' TO NH-CAMPO-CAMBIADO
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
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-EVALUATE.

       4000-MOSTRAR-RESULTADO.
           MOVE CA-EMP-ID        TO VCEMPO
           MOVE CA-FECHA-PAGO    TO VCFPAGO
           MOVE CA-SALDO         TO VCSALDOO
           MOVE CA-TOMADOS       TO VCTOMO
           MOVE CA-PROXIMO-VENCE TO VCVENCEO
           MOVE CA-MENSAJE       TO VCMSGO

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              IF WS-IDX <= WS-LISTA-CANT
                 MOVE WS-LISTA-ANIO(WS-IDX)      TO VCANIOO(WS-IDX)
                 MOVE WS-LISTA-OTORGADOS(WS-IDX) TO VCOTOO(WS-IDX)
                 MOVE WS-LISTA-TOMADOS(WS-IDX)   TO VCGOZO(WS-IDX)
                 MOVE WS-LISTA-VENCE(WS-IDX)     TO VCVENO(WS-IDX)
              ELSE
                 MOVE SPACES TO VCANIOO(WS-IDX)
                 MOVE SPACES TO VCOTOO(WS-IDX)
                 MOVE SPACES TO VCGOZO(WS-IDX)
                 MOVE SPACES TO VCVENO(WS-IDX)
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

      * La bitacora guarda la fecha de pago como valor anterior y los
      * dias con su prima como valor nuevo.
       6900-INSERTAR-AUDITORIA.
           MOVE CA-EMP-ID TO NH-EMP-ID
           MOVE CA-FECHA-PAGO TO NH-VALOR-ANTERIOR
           MOVE CA-DIAS TO WS-AUD-DIAS-ED
           MOVE WS-PRIMA-TOTAL TO WS-AUD-PRIMA-ED
           MOVE SPACES TO NH-VALOR-NUEVO
           STRING 'DIAS ' WS-AUD-DIAS-ED ' PRIMA ' WS-AUD-PRIMA-ED
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
           MOVE 'ERROR EN SISTEMA CICS' TO VCMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       8400-ACCESO-NEGADO.
           MOVE 'OPERADOR NO AUTORIZADO PARA VACACIONES (NOMC)'
                TO VCMSGO
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
           MOVE 'TECLA NO VALIDA' TO VCMSGO
           PERFORM 8500-MOSTRAR-ERROR.

       END PROGRAM CICNOM12.

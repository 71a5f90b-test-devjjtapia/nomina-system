      * pendientes de extraerse al banco o al GL. Es la respuesta a   *
      * "donde va la corrida de anoche" sin pedirle un SPUFI al DBA.  *
      * Gatea con NOMINA_AUTORIZADOS (transaccion NOM7) como las      *
      * demas consultas. Con el operador limitado a una empresa, los  *
      * renglones, depositos, cheques y ajustes son solo los de esa   *
      * empresa; el calendario y sus contadores son del periodo.      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      * Misma lista NOMINA_AUTORIZADOS que las demas transacciones,
      * con su propio codigo (NOM7): el turno de la mañana consulta
      * estatus, no compensacion. La EMPRESA del renglon limita los
      * conteos a esa empresa (en blanco, todas).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
              INTO :WS-ES-RENGLONES
              FROM NOMINA
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
                AND (:AU-EMPRESA = ' ' OR EMPRESA = :AU-EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0
                   :WS-ES-DEP-RETORNADOS, :WS-ES-DEP-MONTO
              FROM NOMINA_DEPOSITO
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
                AND (:AU-EMPRESA = ' '
                     OR EMP_ID IN
                        (SELECT N.EMP_ID FROM NOMINA N
                          WHERE N.FECHA_PAGO = :PC-FECHA-PAGO
                            AND N.EMPRESA = :AU-EMPRESA))
           END-EXEC

           IF SQLCODE NOT = 0
              INTO :WS-ES-CHQ-CANT, :WS-ES-CHQ-MONTO
              FROM NOMINA_CHEQUES
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
                AND (:AU-EMPRESA = ' '
                     OR EMP_ID IN
                        (SELECT N.EMP_ID FROM NOMINA N
                          WHERE N.FECHA_PAGO = :PC-FECHA-PAGO
                            AND N.EMPRESA = :AU-EMPRESA))
           END-EXEC

           IF SQLCODE NOT = 0
              FROM NOMINA_AJUSTES
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
                AND (ESTADO_BANCO = 'P' OR ESTADO_GL = 'P')
                AND (:AU-EMPRESA = ' '
                     OR EMP_ID IN
                        (SELECT N.EMP_ID FROM NOMINA N
                          WHERE N.FECHA_PAGO = :PC-FECHA-PAGO
                            AND N.EMPRESA = :AU-EMPRESA))
           END-EXEC

           IF SQLCODE NOT = 0

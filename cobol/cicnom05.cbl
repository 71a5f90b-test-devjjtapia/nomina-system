      * mas antiguo, pagina con PF7 (mas recientes) / PF8 (mas        *
      * antiguos) igual que CICNOM03, y al capturar una fecha de la   *
      * lista muestra el detalle de NOMINA_DEDUCCIONES de ese         *
      * periodo, junto con las horas extra y los dias sin goce que el *
      * reloj checador reporto (NOMINA_ASISTENCIA).                   *
      * Expone la misma compensacion que NOM1, por eso gatea          *
      * con NOMINA_AUTORIZADOS (transaccion NOM5) y escribe cada      *
      * consulta en NOMINA_CONSULTA_AUD.                              *
      * El operador limitado a una empresa solo ve los periodos que   *
      * el empleado cobro en esa empresa (NOMINA.EMPRESA).            *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMCON END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA.

      * Misma lista NOMINA_AUTORIZADOS que NOM1, con su propia
      * transaccion (NOM5): el historial expone la misma compensacion
      * que la consulta puntual. La EMPRESA del renglon limita los
      * periodos visibles (en blanco, todas las empresas).
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
      * Una fecha capturada en el campo de seleccion abre el detalle
      * de deducciones de ese periodo en vez de paginar el historial.
           IF H5SELFI NOT = SPACES AND H5SELFI NOT = LOW-VALUES
              PERFORM 3250-VALIDAR-EMPRESA-PERIODO
              IF CA-ERROR
                 MOVE CA-MENSAJE TO H5MSGO
                 PERFORM 8500-MOSTRAR-ERROR
                 EXIT PARAGRAPH
              END-IF
              PERFORM 3300-CONSULTAR-DEDUCCIONES
              IF CA-OK
                 PERFORM 3500-REGISTRAR-AUDITORIA-CONSULTA
                 FROM NOMINA
                 WHERE EMP_ID = :EMP-ID
                   AND FECHA_PAGO < :CA-ANCLA-ULTIMA
                   AND (:AU-EMPRESA = ' ' OR EMPRESA = :AU-EMPRESA)
                 ORDER BY FECHA_PAGO DESC
                 FETCH FIRST 10 ROWS ONLY
           END-EXEC
                 FROM NOMINA
                 WHERE EMP_ID = :EMP-ID
                   AND FECHA_PAGO > :CA-ANCLA-PRIMERA
                   AND (:AU-EMPRESA = ' ' OR EMPRESA = :AU-EMPRESA)
                 ORDER BY FECHA_PAGO ASC
                 FETCH FIRST 10 ROWS ONLY
           END-EXEC
              END-PERFORM
           END-IF.

      * El detalle de un periodo tecleado a mano pasa por el mismo
      * filtro de empresa que la lista: el renglon de NOMINA de ese
      * periodo debe ser de una empresa autorizada al operador. Un
      * periodo inexistente sigue mostrando el detalle vacio.
       3250-VALIDAR-EMPRESA-PERIODO.
           SET CA-OK TO TRUE
           IF AU-EMPRESA = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EMP-ID
           MOVE H5SELFI   TO FECHA-PAGO

           EXEC SQL
              SELECT EMPRESA INTO :EMPRESA
              FROM NOMINA
              WHERE EMP_ID = :EMP-ID
                AND FECHA_PAGO = :FECHA-PAGO
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0 AND EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'PERIODO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM5 OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
           END-IF.

      * Detalle de deducciones del periodo seleccionado, con la
      * descripcion del catalogo (en blanco si el codigo es anterior
      * al catalogo).
              CLOSE C-DED-PERIODO
           END-EXEC

           PERFORM 3400-CONSULTAR-ASISTENCIA

           SET CA-OK TO TRUE
           IF WS-DED-CANT = 0
              MOVE 'EL PERIODO NO TIENE DETALLE DE DEDUCCIONES'
                   TO CA-MENSAJE
           END-IF.

      * Horas del reloj checador del periodo seleccionado: de ahi
      * salen el tiempo extra de los bonos y el descuento de la base.
      * Un periodo sin renglon de asistencia muestra ceros.
       3400-CONSULTAR-ASISTENCIA.
           MOVE CA-EMP-ID TO AS-EMP-ID
           MOVE H5SELFI   TO AS-FECHA-PAGO

           EXEC SQL
              SELECT HORAS_TRABAJADAS, HORAS_DOBLES, HORAS_TRIPLES,
                     IMPORTE_EXTRA, DIAS_FALTA, DIAS_INCAPACIDAD,
                     IMPORTE_FALTAS
              INTO :AS-HORAS-TRABAJADAS, :AS-HORAS-DOBLES,
                   :AS-HORAS-TRIPLES, :AS-IMPORTE-EXTRA,
                   :AS-DIAS-FALTA, :AS-DIAS-INCAPACIDAD,
                   :AS-IMPORTE-FALTAS
              FROM NOMINA_ASISTENCIA
              WHERE EMP_ID = :AS-EMP-ID
                AND FECHA_PAGO = :AS-FECHA-PAGO
           END-EXEC

           IF SQLCODE NOT = 0
              IF SQLCODE NOT = 100
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2 ASISTENCIA: ' WS-SQLCODE
              END-IF
              MOVE ZEROS TO AS-HORAS-TRABAJADAS AS-HORAS-DOBLES
                            AS-HORAS-TRIPLES AS-IMPORTE-EXTRA
                            AS-DIAS-FALTA AS-DIAS-INCAPACIDAD
                            AS-IMPORTE-FALTAS
           END-IF.

       4000-MOSTRAR-PAGINA.
           IF WS-LISTA-CANT > 0
              MOVE WS-LISTA-FECHA(1) TO CA-ANCLA-PRIMERA
       4100-MOSTRAR-DEDUCCIONES.
           MOVE CA-EMP-ID  TO H5EMPO
           MOVE CA-MENSAJE TO H5MSGO
           MOVE AS-HORAS-TRABAJADAS TO H5HTRO
           MOVE AS-HORAS-DOBLES     TO H5HDBO
           MOVE AS-HORAS-TRIPLES    TO H5HTPO
           MOVE AS-IMPORTE-EXTRA    TO H5IEXO
           MOVE AS-DIAS-FALTA       TO H5DFAO
           MOVE AS-DIAS-INCAPACIDAD TO H5DINO
           MOVE AS-IMPORTE-FALTAS   TO H5IFAO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 10

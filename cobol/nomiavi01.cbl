       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIAVI01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch que carga los avisos de retencion que mandan   *
      * el instituto de vivienda (Infonavit), el de credito al        *
      * consumo (Fonacot) y los juzgados (pension alimenticia y       *
      * embargos), y que Nomina capturaba a mano en NOMINA_DED_SALDOS *
      * y NOMINA_DED_BENEF. Cada aviso se casa con un empleado activo *
      * de NOMINA_EMPLEADO por su NSS (o por RFC si el NSS no viene o *
      * no aparece): el alta abre la cuenta de saldo decreciente y el *
      * beneficiario al que NOMIREM01 remite lo retenido; la          *
      * modificacion cambia el descuento por periodo; la suspension   *
      * deja la cuenta en 'S' para que NOMINA01 y NOMIRES01 anulen la *
      * deduccion entrante; y la liquidacion la termina ('T'). Los    *
      * avisos de un trabajador desconocido o dado de baja, con       *
      * codigo no valido o que no corresponden al credito registrado  *
      * salen al reporte de excepciones y no se aplican. Todo aviso   *
      * aplicado queda en NOMINA_HIST.                                *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISO-FILE ASSIGN TO AVIFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AVI-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AVIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por aviso. ORIGEN: 'I' Infonavit, 'F' Fonacot,
      * 'J' juzgado. TIPO: 'A' alta (o reinicio) del credito, 'M'
      * modificacion del descuento, 'S' suspension, 'L' credito
      * liquidado. El codigo de deduccion es opcional: en blanco se
      * toma el del origen (WS-AVI-PARAMETROS). MONTO-ORIGINAL en
      * ceros es una orden sin tope (pension alimenticia): se registra
      * el beneficiario pero no se abre cuenta de saldo. El descuento
      * por periodo ya viene calculado por el instituto o el juzgado.
       FD  AVISO-FILE
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS AVI-RECORD.
       01  AVI-RECORD.
           05 AV-ORIGEN           PIC X(01).
              88 AV-INFONAVIT       VALUE 'I'.
              88 AV-FONACOT         VALUE 'F'.
              88 AV-JUZGADO         VALUE 'J'.
           05 AV-TIPO             PIC X(01).
              88 AV-ALTA            VALUE 'A'.
              88 AV-MODIFICACION    VALUE 'M'.
              88 AV-SUSPENSION      VALUE 'S'.
              88 AV-LIQUIDACION     VALUE 'L'.
           05 AV-NSS              PIC X(11).
           05 AV-RFC              PIC X(13).
           05 AV-NUM-CREDITO      PIC X(15).
           05 AV-FECHA-AVISO      PIC X(10).
           05 AV-DED-CODIGO       PIC X(03).
           05 AV-MONTO-ORIGINAL   PIC 9(07)V99.
           05 AV-MONTO-PERIODO    PIC 9(07)V99.
           05 AV-BENEF-NOMBRE     PIC X(30).
           05 AV-BANCO-RUTA       PIC X(09).
           05 AV-CUENTA           PIC X(17).
           05 AV-DIRECCION        PIC X(40).
           05 FILLER              PIC X(02).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 AVI-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-EOF-SW           PIC X VALUE 'N'.
              88 WS-EOF            VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-AVISO-SW         PIC X VALUE 'Y'.
              88 WS-AVISO-OK        VALUE 'Y'.
              88 WS-AVISO-RECHAZADO VALUE 'N'.
           05 WS-SALDO-SW         PIC X VALUE 'N'.
              88 WS-HAY-SALDO       VALUE 'Y'.
           05 WS-BENEF-SW         PIC X VALUE 'N'.
              88 WS-HAY-BENEF       VALUE 'Y'.
           05 WS-CASO-SW          PIC X VALUE 'N'.
              88 WS-CASO-COINCIDE   VALUE 'Y'.

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-AVI-ALTAS        PIC 9(05) VALUE ZEROS.
           05 WS-AVI-MODIFICADOS  PIC 9(05) VALUE ZEROS.
           05 WS-AVI-SUSPENDIDOS  PIC 9(05) VALUE ZEROS.
           05 WS-AVI-LIQUIDADOS   PIC 9(05) VALUE ZEROS.
           05 WS-AVI-EXCEPCIONES  PIC 9(05) VALUE ZEROS.

       01  WS-AVI-USUARIO         PIC X(08) VALUE 'NOMIAVI1'.

      * Aviso en proceso: codigo con que se carga, estado de la
      * cuenta antes y despues del aviso (para la auditoria) y lo que
      * sale en la observacion del reporte.
       01  WS-AVISO.
           05 WS-DED-CODIGO       PIC X(03).
           05 WS-ESTADO-ANT       PIC X(01).
           05 WS-PERIODO-ANT      PIC S9(07)V99 COMP-3.
           05 WS-CASO-ANT         PIC X(15).
           05 WS-ESTADO-NVO       PIC X(01).
           05 WS-CUENTA-BAJAS     PIC S9(04) COMP.
           05 WS-OBSERVACION      PIC X(40).
           05 WS-ERR-OPERACION    PIC X(30).
           05 WS-AUD-ED           PIC ZZZZZZ9.99.

      * Mismos parametros de los avisos que usa NOMIAVP01.
           COPY NOMTARIF.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(60) VALUE
              'AVISOS DE RETENCION - INFONAVIT / FONACOT / JUZGADOS'.
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(03) VALUE 'O'.
           05 FILLER              PIC X(04) VALUE 'T'.
           05 FILLER              PIC X(13) VALUE 'NSS'.
           05 FILLER              PIC X(15) VALUE 'RFC'.
           05 FILLER              PIC X(17) VALUE 'NUM. CREDITO'.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(05) VALUE 'COD'.
           05 FILLER              PIC X(14) VALUE '  DESC.PERIODO'.
           05 FILLER              PIC X(10) VALUE 'RESULTADO'.
           05 FILLER              PIC X(40) VALUE 'OBSERVACION'.

       01  LIN-DETALLE.
           05 LD-ORIGEN           PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TIPO             PIC X(01).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LD-NSS              PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-RFC              PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NUM-CREDITO      PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DED-CODIGO       PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PERIODO          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-RESULTADO        PIC X(09).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(40).

       01  LIN-TOTAL.
           05 FILLER              PIC X(16) VALUE 'AVISOS LEIDOS: '.
           05 LT-LEIDOS           PIC ZZ,ZZ9.
           05 FILLER              PIC X(14) VALUE '   APLICADOS: '.
           05 LT-APLICADOS        PIC ZZ,ZZ9.
           05 FILLER              PIC X(16) VALUE '   EXCEPCIONES: '.
           05 LT-EXCEPCIONES      PIC ZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAL END-EXEC.
       EXEC SQL INCLUDE DCLNOMBNF END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-ARCHIVO UNTIL WS-EOF
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           OPEN INPUT AVISO-FILE
           IF AVI-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AVIFILE: ' AVI-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AVIRPT: ' RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              CONNECT TO PRODDB
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR CONEXION DB2: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE.

       2000-PROCESAR-ARCHIVO.
           READ AVISO-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-APLICAR-AVISO
           END-READ.

      * Cada aviso se valida, se casa con su empleado y con la cuenta
      * que ya exista, y solo entonces se aplica. Un error de DB2
      * detiene la corrida: 3000 deshace todo y el archivo completo
      * se vuelve a cargar.
       2100-APLICAR-AVISO.
           SET WS-AVISO-OK TO TRUE
           MOVE SPACES TO WS-OBSERVACION LD-EMP-ID
           MOVE SPACES TO WS-ESTADO-NVO

           PERFORM 2110-VALIDAR-AVISO

           IF WS-AVISO-OK
              PERFORM 2120-BUSCAR-EMPLEADO
           END-IF

           IF WS-AVISO-OK
              PERFORM 2130-VALIDAR-CODIGO
           END-IF

           IF WS-AVISO-OK
              PERFORM 2140-LEER-CUENTA
           END-IF

           IF WS-AVISO-OK
              EVALUATE TRUE
                 WHEN AV-ALTA
                    PERFORM 2200-APLICAR-ALTA
                 WHEN AV-MODIFICACION
                    PERFORM 2300-APLICAR-MODIFICACION
                 WHEN AV-SUSPENSION
                    PERFORM 2400-APLICAR-SUSPENSION
                 WHEN AV-LIQUIDACION
                    PERFORM 2500-APLICAR-LIQUIDACION
              END-EVALUATE
           END-IF

           IF WS-AVISO-OK
              PERFORM 2800-REGISTRAR-AUDITORIA
           END-IF

           IF WS-AVISO-OK
              EVALUATE TRUE
                 WHEN AV-ALTA
                    ADD 1 TO WS-AVI-ALTAS
                 WHEN AV-MODIFICACION
                    ADD 1 TO WS-AVI-MODIFICADOS
                 WHEN AV-SUSPENSION
                    ADD 1 TO WS-AVI-SUSPENDIDOS
                 WHEN AV-LIQUIDACION
                    ADD 1 TO WS-AVI-LIQUIDADOS
              END-EVALUATE
              MOVE 'APLICADO' TO LD-RESULTADO
           ELSE
              ADD 1 TO WS-AVI-EXCEPCIONES
              MOVE 'EXCEPCION' TO LD-RESULTADO
           END-IF

           PERFORM 2900-IMPRIMIR-AVISO.

      * Origen, tipo, numero de credito e importes. El codigo de
      * deduccion en blanco se toma del origen del aviso.
       2110-VALIDAR-AVISO.
           EVALUATE TRUE
              WHEN NOT AV-INFONAVIT AND NOT AV-FONACOT
                   AND NOT AV-JUZGADO
                 MOVE 'ORIGEN DEL AVISO NO RECONOCIDO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN NOT AV-ALTA AND NOT AV-MODIFICACION
                   AND NOT AV-SUSPENSION AND NOT AV-LIQUIDACION
                 MOVE 'TIPO DE AVISO NO RECONOCIDO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN AV-NUM-CREDITO = SPACES
                 MOVE 'AVISO SIN NUMERO DE CREDITO O DE CASO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN AV-NSS = SPACES AND AV-RFC = SPACES
                 MOVE 'AVISO SIN NSS NI RFC DEL TRABAJADOR'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN AV-MONTO-ORIGINAL NOT NUMERIC
                OR AV-MONTO-PERIODO NOT NUMERIC
                 MOVE 'IMPORTE DEL AVISO NO NUMERICO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN (AV-ALTA OR AV-MODIFICACION)
               AND AV-MONTO-PERIODO = ZEROS
                 MOVE 'AVISO SIN DESCUENTO POR PERIODO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
           END-EVALUATE

           IF AV-DED-CODIGO NOT = SPACES
              MOVE AV-DED-CODIGO TO WS-DED-CODIGO
           ELSE
              EVALUATE TRUE
                 WHEN AV-INFONAVIT
                    MOVE WS-AVI-COD-INFONAVIT TO WS-DED-CODIGO
                 WHEN AV-FONACOT
                    MOVE WS-AVI-COD-FONACOT TO WS-DED-CODIGO
                 WHEN OTHER
                    MOVE WS-AVI-COD-JUZGADO TO WS-DED-CODIGO
              END-EVALUATE
           END-IF.

      * El aviso se casa con un empleado ACTIVO, por NSS y, si no se
      * encuentra, por RFC. Si solo aparece dado de baja (o en un
      * reingreso ya cerrado) el aviso sale como excepcion para que
      * Nomina conteste al instituto o al juzgado.
       2120-BUSCAR-EMPLEADO.
           MOVE 100 TO SQLCODE

           IF AV-NSS NOT = SPACES
              MOVE AV-NSS TO EM-NSS
              EXEC SQL
                 SELECT EMP_ID, NOMBRE, ESTADO
                 INTO :EM-EMP-ID, :EM-NOMBRE, :EM-ESTADO
                 FROM NOMINA_EMPLEADO
                 WHERE NSS = :EM-NSS
                   AND ESTADO = 'A'
              END-EXEC
           END-IF

           IF SQLCODE = 100 AND AV-RFC NOT = SPACES
              MOVE AV-RFC TO EM-RFC
              EXEC SQL
                 SELECT EMP_ID, NOMBRE, ESTADO
                 INTO :EM-EMP-ID, :EM-NOMBRE, :EM-ESTADO
                 FROM NOMINA_EMPLEADO
                 WHERE RFC = :EM-RFC
                   AND ESTADO = 'A'
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 MOVE EM-EMP-ID TO LD-EMP-ID
              WHEN 100
                 PERFORM 2125-BUSCAR-BAJA
              WHEN -811
                 MOVE 'NSS O RFC REPETIDO ENTRE EMPLEADOS ACTIVOS'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN OTHER
                 MOVE 'SELECT NOMINA_EMPLEADO' TO WS-ERR-OPERACION
                 PERFORM 2950-ERROR-DB2
           END-EVALUATE.

       2125-BUSCAR-BAJA.
           MOVE AV-NSS TO EM-NSS
           MOVE AV-RFC TO EM-RFC

           EXEC SQL
              SELECT COUNT(*) INTO :WS-CUENTA-BAJAS
              FROM NOMINA_EMPLEADO
              WHERE (NSS = :EM-NSS AND NSS <> ' ')
                 OR (RFC = :EM-RFC AND RFC <> ' ')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'SELECT NOMINA_EMPLEADO BAJAS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
              EXIT PARAGRAPH
           END-IF

           IF WS-CUENTA-BAJAS > ZEROS
              MOVE 'TRABAJADOR DADO DE BAJA' TO WS-OBSERVACION
           ELSE
              MOVE 'TRABAJADOR NO ENCONTRADO EN EL MAESTRO'
                   TO WS-OBSERVACION
           END-IF
           SET WS-AVISO-RECHAZADO TO TRUE.

      * Solo prestamos ('P') y embargos ('G') activos del catalogo:
      * son las categorias que lleva NOMINA_DED_SALDOS y las que
      * NOMIREM01 remite al beneficiario.
       2130-VALIDAR-CODIGO.
           MOVE WS-DED-CODIGO TO CT-DED-CODIGO

           EXEC SQL
              SELECT CATEGORIA, ACTIVO
              INTO :CT-CATEGORIA, :CT-ACTIVO
              FROM NOMINA_DED_CATALOGO
              WHERE DED_CODIGO = :CT-DED-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF CT-ACTIVO NOT = 'Y'
                    OR (CT-CATEGORIA NOT = 'P'
                        AND CT-CATEGORIA NOT = 'G')
                    MOVE 'CODIGO DE DEDUCCION NO VALIDO PARA AVISO'
                         TO WS-OBSERVACION
                    SET WS-AVISO-RECHAZADO TO TRUE
                 END-IF
              WHEN 100
                 MOVE 'CODIGO DE DEDUCCION NO EXISTE EN CATALOGO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN OTHER
                 MOVE 'SELECT NOMINA_DED_CATALOGO' TO WS-ERR-OPERACION
                 PERFORM 2950-ERROR-DB2
           END-EVALUATE.

      * Cuenta de saldo y beneficiario que ya existan para el
      * EMP_ID/DED_CODIGO. El numero del aviso coincide cuando es el
      * mismo caso del beneficiario registrado, o cuando la cuenta se
      * capturo a mano sin beneficiario.
       2140-LEER-CUENTA.
           MOVE 'N' TO WS-SALDO-SW
           MOVE 'N' TO WS-BENEF-SW
           MOVE 'N' TO WS-CASO-SW
           MOVE SPACES TO WS-ESTADO-ANT WS-CASO-ANT
           MOVE ZEROS TO WS-PERIODO-ANT

           MOVE EM-EMP-ID     TO SL-EMP-ID
           MOVE WS-DED-CODIGO TO SL-DED-CODIGO

           EXEC SQL
              SELECT MONTO_ORIGINAL, MONTO_PERIODO, COBRADO_ACUM,
                     SALDO_RESTANTE, ESTADO
              INTO :SL-MONTO-ORIGINAL, :SL-MONTO-PERIODO,
                   :SL-COBRADO-ACUM, :SL-SALDO-RESTANTE, :SL-ESTADO
              FROM NOMINA_DED_SALDOS
              WHERE EMP_ID = :SL-EMP-ID
                AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-HAY-SALDO TO TRUE
                 MOVE SL-ESTADO        TO WS-ESTADO-ANT
                 MOVE SL-MONTO-PERIODO TO WS-PERIODO-ANT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'SELECT NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
                 PERFORM 2950-ERROR-DB2
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE EM-EMP-ID     TO BF-EMP-ID
           MOVE WS-DED-CODIGO TO BF-DED-CODIGO

           EXEC SQL
              SELECT NUM_CASO, ACTIVO
              INTO :BF-NUM-CASO, :BF-ACTIVO
              FROM NOMINA_DED_BENEF
              WHERE EMP_ID = :BF-EMP-ID
                AND DED_CODIGO = :BF-DED-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-HAY-BENEF TO TRUE
                 MOVE BF-NUM-CASO TO WS-CASO-ANT
                 IF BF-NUM-CASO = AV-NUM-CREDITO
                    SET WS-CASO-COINCIDE TO TRUE
                 END-IF
              WHEN 100
                 SET WS-CASO-COINCIDE TO TRUE
              WHEN OTHER
                 MOVE 'SELECT NOMINA_DED_BENEF' TO WS-ERR-OPERACION
                 PERFORM 2950-ERROR-DB2
           END-EVALUATE.

      * Modificacion, suspension y liquidacion solo se aplican al
      * credito registrado con el mismo numero del aviso.
       2190-VERIFICAR-CREDITO.
           EVALUATE TRUE
              WHEN NOT WS-CASO-COINCIDE
                 MOVE 'NUMERO NO CORRESPONDE AL CREDITO REGISTRADO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
              WHEN NOT WS-HAY-SALDO AND NOT WS-HAY-BENEF
                 MOVE 'SIN CREDITO REGISTRADO PARA EL TRABAJADOR'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
           END-EVALUATE.

      * Alta de credito. Un credito vigente con otro numero no se
      * reemplaza: lo tiene que terminar primero su propio aviso. El
      * alta de un credito ya vigente con el mismo numero solo
      * actualiza el descuento, y la de uno suspendido lo reactiva
      * conservando lo ya cobrado. Cualquier otra alta abre la cuenta
      * desde cero sobre la terminada que hubiera.
       2200-APLICAR-ALTA.
           EVALUATE TRUE
              WHEN NOT WS-CASO-COINCIDE
               AND ((WS-HAY-SALDO AND WS-ESTADO-ANT = 'A')
                 OR (NOT WS-HAY-SALDO AND BF-ACTIVO = 'Y'))
                 MOVE 'CREDITO VIGENTE CON OTRO NUMERO DE CASO'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
                 EXIT PARAGRAPH
              WHEN WS-HAY-SALDO AND WS-ESTADO-ANT = 'A'
               AND WS-CASO-COINCIDE
                 MOVE 'A' TO WS-ESTADO-NVO
                 PERFORM 2310-CAMBIAR-DESCUENTO
                 MOVE 'ALTA DE CREDITO YA VIGENTE: DESCUENTO'
                      TO WS-OBSERVACION
              WHEN WS-HAY-SALDO AND WS-ESTADO-ANT = 'S'
               AND WS-CASO-COINCIDE
                 PERFORM 2210-REACTIVAR-SALDO
                 MOVE 'CREDITO REACTIVADO' TO WS-OBSERVACION
              WHEN AV-MONTO-ORIGINAL > ZEROS
                 MOVE 'A' TO WS-ESTADO-NVO
                 PERFORM 2220-ABRIR-SALDO
                 MOVE 'ALTA DE CREDITO' TO WS-OBSERVACION
              WHEN OTHER
                 PERFORM 2230-QUITAR-SALDO
                 MOVE 'ALTA DE ORDEN SIN TOPE DE SALDO'
                      TO WS-OBSERVACION
           END-EVALUATE

           IF WS-AVISO-OK
              PERFORM 2250-GRABAR-BENEF
           END-IF.

      * Una orden sin tope se suspendio con un renglon en ceros; al
      * reactivarla se quita para que NOMINA01 no la tome como cuenta
      * liquidada.
       2210-REACTIVAR-SALDO.
           IF SL-MONTO-ORIGINAL = ZEROS
              PERFORM 2230-QUITAR-SALDO
              EXIT PARAGRAPH
           END-IF

           MOVE 'A'              TO WS-ESTADO-NVO
           MOVE AV-MONTO-PERIODO TO SL-MONTO-PERIODO

           EXEC SQL
              UPDATE NOMINA_DED_SALDOS
                 SET ESTADO = 'A',
                     MONTO_PERIODO = :SL-MONTO-PERIODO
               WHERE EMP_ID = :SL-EMP-ID
                 AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'UPDATE NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

       2220-ABRIR-SALDO.
           MOVE AV-MONTO-ORIGINAL TO SL-MONTO-ORIGINAL
                                     SL-SALDO-RESTANTE
           MOVE AV-MONTO-PERIODO  TO SL-MONTO-PERIODO
           MOVE ZEROS             TO SL-COBRADO-ACUM
           MOVE 'A'               TO SL-ESTADO

           EXEC SQL
              INSERT INTO NOMINA_DED_SALDOS
                 (EMP_ID, DED_CODIGO, MONTO_ORIGINAL, MONTO_PERIODO,
                  COBRADO_ACUM, SALDO_RESTANTE, ESTADO)
              VALUES
                 (:SL-EMP-ID, :SL-DED-CODIGO, :SL-MONTO-ORIGINAL,
                  :SL-MONTO-PERIODO, :SL-COBRADO-ACUM,
                  :SL-SALDO-RESTANTE, :SL-ESTADO)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_DED_SALDOS
                    SET MONTO_ORIGINAL = :SL-MONTO-ORIGINAL,
                        MONTO_PERIODO = :SL-MONTO-PERIODO,
                        COBRADO_ACUM = :SL-COBRADO-ACUM,
                        SALDO_RESTANTE = :SL-SALDO-RESTANTE,
                        ESTADO = :SL-ESTADO
                  WHERE EMP_ID = :SL-EMP-ID
                    AND DED_CODIGO = :SL-DED-CODIGO
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'INSERT NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

       2230-QUITAR-SALDO.
           MOVE SPACES TO WS-ESTADO-NVO

           IF NOT WS-HAY-SALDO
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_DED_SALDOS
               WHERE EMP_ID = :SL-EMP-ID
                 AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'DELETE NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

      * Beneficiario del credito con los datos del aviso; el instituto
      * es el beneficiario cuando el aviso no trae otro.
       2250-GRABAR-BENEF.
           MOVE EM-EMP-ID       TO BF-EMP-ID
           MOVE WS-DED-CODIGO   TO BF-DED-CODIGO
           MOVE AV-BENEF-NOMBRE TO BF-BENEF-NOMBRE
           MOVE AV-BANCO-RUTA   TO BF-BANCO-RUTA
           MOVE AV-CUENTA       TO BF-CUENTA
           MOVE AV-NUM-CREDITO  TO BF-NUM-CASO
           MOVE AV-DIRECCION    TO BF-DIRECCION
           MOVE 'Y'             TO BF-ACTIVO

           IF BF-BENEF-NOMBRE = SPACES
              EVALUATE TRUE
                 WHEN AV-INFONAVIT
                    MOVE WS-AVI-BENEF-INFONAVIT TO BF-BENEF-NOMBRE
                 WHEN AV-FONACOT
                    MOVE WS-AVI-BENEF-FONACOT TO BF-BENEF-NOMBRE
              END-EVALUATE
           END-IF

           EXEC SQL
              INSERT INTO NOMINA_DED_BENEF
                 (EMP_ID, DED_CODIGO, BENEF_NOMBRE, BANCO_RUTA,
                  CUENTA, NUM_CASO, DIRECCION, ACTIVO)
              VALUES
                 (:BF-EMP-ID, :BF-DED-CODIGO, :BF-BENEF-NOMBRE,
                  :BF-BANCO-RUTA, :BF-CUENTA, :BF-NUM-CASO,
                  :BF-DIRECCION, :BF-ACTIVO)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_DED_BENEF
                    SET BENEF_NOMBRE = :BF-BENEF-NOMBRE,
                        BANCO_RUTA = :BF-BANCO-RUTA,
                        CUENTA = :BF-CUENTA,
                        NUM_CASO = :BF-NUM-CASO,
                        DIRECCION = :BF-DIRECCION,
                        ACTIVO = :BF-ACTIVO
                  WHERE EMP_ID = :BF-EMP-ID
                    AND DED_CODIGO = :BF-DED-CODIGO
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'INSERT NOMINA_DED_BENEF' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

       2260-GRABAR-SALDO-CERO.
           MOVE ZEROS         TO SL-MONTO-ORIGINAL SL-MONTO-PERIODO
                                 SL-COBRADO-ACUM SL-SALDO-RESTANTE
           MOVE WS-ESTADO-NVO TO SL-ESTADO

           EXEC SQL
              INSERT INTO NOMINA_DED_SALDOS
                 (EMP_ID, DED_CODIGO, MONTO_ORIGINAL, MONTO_PERIODO,
                  COBRADO_ACUM, SALDO_RESTANTE, ESTADO)
              VALUES
                 (:SL-EMP-ID, :SL-DED-CODIGO, :SL-MONTO-ORIGINAL,
                  :SL-MONTO-PERIODO, :SL-COBRADO-ACUM,
                  :SL-SALDO-RESTANTE, :SL-ESTADO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'INSERT NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

       2270-CAMBIAR-ESTADO.
           MOVE WS-ESTADO-NVO TO SL-ESTADO

           EXEC SQL
              UPDATE NOMINA_DED_SALDOS
                 SET ESTADO = :SL-ESTADO
               WHERE EMP_ID = :SL-EMP-ID
                 AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'UPDATE NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

      * Cambio del factor de descuento. Una cuenta suspendida sigue
      * suspendida con el nuevo descuento; una orden sin tope no
      * tiene cuenta donde guardarlo y solo queda en la auditoria.
       2300-APLICAR-MODIFICACION.
           PERFORM 2190-VERIFICAR-CREDITO
           IF WS-AVISO-RECHAZADO
              EXIT PARAGRAPH
           END-IF

           IF NOT WS-HAY-SALDO
              MOVE 'CAMBIO DE DESCUENTO, ORDEN SIN TOPE'
                   TO WS-OBSERVACION
              EXIT PARAGRAPH
           END-IF

           IF WS-ESTADO-ANT = 'T' OR WS-ESTADO-ANT = 'F'
              MOVE 'CREDITO YA TERMINADO, NO SE MODIFICA'
                   TO WS-OBSERVACION
              SET WS-AVISO-RECHAZADO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE WS-ESTADO-ANT TO WS-ESTADO-NVO
           PERFORM 2310-CAMBIAR-DESCUENTO
           MOVE 'CAMBIO DE DESCUENTO POR PERIODO' TO WS-OBSERVACION.

       2310-CAMBIAR-DESCUENTO.
           MOVE AV-MONTO-PERIODO TO SL-MONTO-PERIODO

           EXEC SQL
              UPDATE NOMINA_DED_SALDOS
                 SET MONTO_PERIODO = :SL-MONTO-PERIODO
               WHERE EMP_ID = :SL-EMP-ID
                 AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'UPDATE NOMINA_DED_SALDOS' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

      * Suspension: la cuenta pasa a 'S' y NOMINA01/NOMIRES01 anulan
      * la deduccion entrante (y no cobran atrasos del codigo) hasta
      * que un alta la reactive. Una orden sin tope se suspende con
      * un renglon en ceros. El beneficiario sigue activo para que
      * NOMIREM01 remita lo ya retenido.
       2400-APLICAR-SUSPENSION.
           PERFORM 2190-VERIFICAR-CREDITO
           IF WS-AVISO-RECHAZADO
              EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-ESTADO-NVO

           IF NOT WS-HAY-SALDO
              PERFORM 2260-GRABAR-SALDO-CERO
              MOVE 'DESCUENTO SUSPENDIDO' TO WS-OBSERVACION
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ESTADO-ANT
              WHEN 'A'
                 PERFORM 2270-CAMBIAR-ESTADO
                 MOVE 'DESCUENTO SUSPENDIDO' TO WS-OBSERVACION
              WHEN 'S'
                 MOVE 'DESCUENTO YA ESTABA SUSPENDIDO'
                      TO WS-OBSERVACION
              WHEN OTHER
                 MOVE 'CREDITO YA TERMINADO, NO SE SUSPENDE'
                      TO WS-OBSERVACION
                 SET WS-AVISO-RECHAZADO TO TRUE
           END-EVALUATE.

      * Liquidacion del credito: la cuenta se termina ('T') con lo
      * cobrado a la fecha, y NOMINA01 anula cualquier deduccion que
      * el proveedor siga mandando del codigo.
       2500-APLICAR-LIQUIDACION.
           PERFORM 2190-VERIFICAR-CREDITO
           IF WS-AVISO-RECHAZADO
              EXIT PARAGRAPH
           END-IF

           MOVE 'T' TO WS-ESTADO-NVO

           IF NOT WS-HAY-SALDO
              PERFORM 2260-GRABAR-SALDO-CERO
              MOVE 'ORDEN TERMINADA' TO WS-OBSERVACION
              EXIT PARAGRAPH
           END-IF

           IF WS-ESTADO-ANT = 'T' OR WS-ESTADO-ANT = 'F'
              MOVE WS-ESTADO-ANT TO WS-ESTADO-NVO
              MOVE 'CREDITO YA ESTABA TERMINADO' TO WS-OBSERVACION
           ELSE
              PERFORM 2270-CAMBIAR-ESTADO
              MOVE 'CREDITO LIQUIDADO, CUENTA TERMINADA'
                   TO WS-OBSERVACION
           END-IF.

      * Constancia del aviso aplicado: caso, estado y descuento de la
      * cuenta antes y despues.
       2800-REGISTRAR-AUDITORIA.
           MOVE EM-EMP-ID TO NH-EMP-ID
           MOVE SPACES    TO NH-CAMPO-CAMBIADO NH-VALOR-ANTERIOR
                             NH-VALOR-NUEVO
           STRING 'AVISO ' WS-DED-CODIGO ' ' AV-TIPO
                  DELIMITED BY SIZE INTO NH-CAMPO-CAMBIADO
           END-STRING

           MOVE WS-PERIODO-ANT TO WS-AUD-ED
           STRING WS-CASO-ANT ' ' WS-ESTADO-ANT ' ' WS-AUD-ED
                  DELIMITED BY SIZE INTO NH-VALOR-ANTERIOR
           END-STRING

           IF AV-ALTA OR AV-MODIFICACION
              MOVE AV-MONTO-PERIODO TO WS-AUD-ED
           ELSE
              MOVE WS-PERIODO-ANT TO WS-AUD-ED
           END-IF
           STRING AV-NUM-CREDITO ' ' WS-ESTADO-NVO ' ' WS-AUD-ED
                  DELIMITED BY SIZE INTO NH-VALOR-NUEVO
           END-STRING

           MOVE FUNCTION CURRENT-TIMESTAMP TO NH-FECHA-CAMBIO
           MOVE WS-AVI-USUARIO TO NH-USUARIO

           EXEC SQL
              INSERT INTO NOMINA_HIST
                 (EMP_ID, CAMPO_CAMBIADO, VALOR_ANTERIOR,
                  VALOR_NUEVO, FECHA_CAMBIO, USUARIO)
              VALUES
                 (:NH-EMP-ID, :NH-CAMPO-CAMBIADO, :NH-VALOR-ANTERIOR,
                  :NH-VALOR-NUEVO, :NH-FECHA-CAMBIO, :NH-USUARIO)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'INSERT NOMINA_HIST' TO WS-ERR-OPERACION
              PERFORM 2950-ERROR-DB2
           END-IF.

       2900-IMPRIMIR-AVISO.
           MOVE AV-ORIGEN      TO LD-ORIGEN
           MOVE AV-TIPO        TO LD-TIPO
           MOVE AV-NSS         TO LD-NSS
           MOVE AV-RFC         TO LD-RFC
           MOVE AV-NUM-CREDITO TO LD-NUM-CREDITO
           MOVE WS-DED-CODIGO  TO LD-DED-CODIGO
           IF AV-MONTO-PERIODO NUMERIC
              MOVE AV-MONTO-PERIODO TO LD-PERIODO
           ELSE
              MOVE ZEROS TO LD-PERIODO
           END-IF
           MOVE WS-OBSERVACION TO LD-OBSERVACION
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

      * Un error de DB2 deja sin aplicar el aviso y detiene la lectura;
      * 3000 deshace lo aplicado en la corrida.
       2950-ERROR-DB2.
           DISPLAY 'ERROR DB2 EN ' WS-ERR-OPERACION
                   ' EMP: ' EM-EMP-ID ' COD: ' WS-DED-CODIGO
                   ' SQLCODE: ' SQLCODE
           MOVE 'ERROR DB2 AL APLICAR EL AVISO' TO WS-OBSERVACION
           SET WS-AVISO-RECHAZADO TO TRUE
           SET WS-ERR-DB2 TO TRUE
           SET WS-EOF TO TRUE.

       3000-FINALIZAR.
           CLOSE AVISO-FILE

           IF WS-ERR-DB2
              EXEC SQL
                 ROLLBACK WORK
              END-EXEC
           ELSE
              EXEC SQL
                 COMMIT WORK
              END-EXEC
           END-IF

           EXEC SQL
              CONNECT RESET
           END-EXEC

           MOVE WS-REG-LEIDOS TO LT-LEIDOS
           COMPUTE LT-APLICADOS = WS-AVI-ALTAS + WS-AVI-MODIFICADOS
                                + WS-AVI-SUSPENDIDOS
                                + WS-AVI-LIQUIDADOS
           MOVE WS-AVI-EXCEPCIONES TO LT-EXCEPCIONES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-TOTAL TO RPT-LINE
           WRITE RPT-LINE

           CLOSE CONTROL-REPORT

           DISPLAY 'AVISOS LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'ALTAS APLICADAS: ' WS-AVI-ALTAS
           DISPLAY 'MODIFICACIONES APLICADAS: ' WS-AVI-MODIFICADOS
           DISPLAY 'SUSPENSIONES APLICADAS: ' WS-AVI-SUSPENDIDOS
           DISPLAY 'LIQUIDACIONES APLICADAS: ' WS-AVI-LIQUIDADOS
           DISPLAY 'AVISOS EN EXCEPCION: ' WS-AVI-EXCEPCIONES

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'AVISOS NO APLICADOS: REPETIR LA CORRIDA'
           ELSE
              IF WS-AVI-EXCEPCIONES > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIAVI01.

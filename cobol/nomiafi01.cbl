       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIAFI01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch diario de movimientos afiliatorios al seguro   *
      * social: toma de la bitacora NOMINA_HIST las altas ('ALTA      *
      * MAESTRO'), las bajas ('BAJA MAESTRO', con su FECHA_BAJA) y    *
      * las modificaciones del salario diario integrado ('SDI') que   *
      * CICNOM02 registro en el maestro NOMINA_EMPLEADO, y escribe el *
      * archivo de movimientos en el formato fijo de la autoridad.    *
      * Cada movimiento enviado queda en NOMINA_AFIL_MOV ('E') hasta  *
      * que NOMIAFR01 carga la respuesta; uno rechazado se reenvia    *
      * solo despues de que alguien corrija el maestro. El reporte    *
      * lista lo enviado (marcando lo que ya iba fuera de plazo) y    *
      * los movimientos sin enviar o rechazados que ya pasaron los    *
      * cinco dias habiles que da la ley.                             *
      * Una corrida por registro patronal: solo van los empleados de  *
      * las empresas que tienen ese registro en NOMINA_EMPRESA.       *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVTO-FILE ASSIGN TO AFIFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MOV-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AFIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por movimiento: '08' alta o reingreso, '02' baja,
      * '07' modificacion de salario. Fechas en DDMMAAAA y SDI con dos
      * decimales implicitos, como los pide la autoridad; la clave
      * del trabajador lleva el EMP_ID y regresa en la respuesta.
       FD  MOVTO-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS MOV-RECORD.
       01  MOV-RECORD.
           05 MV-REG-PATRONAL     PIC X(11).
           05 MV-NSS              PIC X(11).
           05 MV-CURP             PIC X(18).
           05 MV-NOMBRE           PIC X(30).
           05 MV-SDI              PIC 9(04)V99.
           05 MV-TIPO-TRABAJADOR  PIC X(01).
           05 MV-TIPO-SALARIO     PIC X(01).
           05 MV-FECHA-MOV        PIC X(08).
           05 MV-TIPO-MOV         PIC X(02).
           05 MV-CAUSA-BAJA       PIC X(01).
           05 MV-CLAVE-TRAB       PIC X(10).
           05 MV-IDENTIFICADOR    PIC X(01).
           05 FILLER              PIC X(20).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 MOV-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

       01  WS-REGISTRO-PATRONAL   PIC X(11).
       01  WS-EMPRESAS-REG        PIC S9(09) COMP.
       01  WS-FECHA-ARRANQUE      PIC X(10).

      * Valores fijos del movimiento: trabajador permanente, salario
      * fijo, causa de baja 'otras' (el maestro no guarda la causa),
      * y el identificador de formato del archivo.
       01  WS-CONSTANTES.
           05 WS-TIPO-TRABAJADOR  PIC X(01) VALUE '1'.
           05 WS-TIPO-SALARIO     PIC X(01) VALUE '0'.
           05 WS-CAUSA-BAJA       PIC X(01) VALUE '6'.
           05 WS-IDENTIFICADOR    PIC X(01) VALUE '9'.
           05 WS-DIAS-PLAZO       PIC 9(02) VALUE 5.

      * Fecha de hoy y la fecha limite: cinco dias habiles (lunes a
      * viernes) antes de hoy. Un movimiento con fecha anterior a la
      * limite ya esta fuera del plazo legal.
       01  WS-FECHAS.
           05 WS-FECHA-ACTUAL.
              10 WS-ANIO          PIC 9(04).
              10 WS-MES           PIC 9(02).
              10 WS-DIA           PIC 9(02).
           05 WS-FECHA-NUM REDEFINES WS-FECHA-ACTUAL PIC 9(08).
           05 WS-FECHA-LIMITE     PIC X(10).
           05 WS-LIMITE-NUM       PIC 9(08).
           05 WS-LIMITE-R REDEFINES WS-LIMITE-NUM.
              10 WS-LIM-ANIO      PIC 9(04).
              10 WS-LIM-MES       PIC 9(02).
              10 WS-LIM-DIA       PIC 9(02).
           05 WS-DIA-INT          PIC 9(07).
           05 WS-DIA-AUX          PIC 9(07).
           05 WS-DIA-SEMANA       PIC 9(01).
           05 WS-COCIENTE         PIC 9(07).
           05 WS-HABILES          PIC 9(02).

      * Renglon de la bitacora en proceso con los datos del maestro.
       01  WS-MOVIMIENTO.
           05 WS-MV-CAMPO         PIC X(15).
           05 WS-MV-VALOR-NUEVO   PIC X(30).
           05 WS-MV-NOMBRE        PIC X(30).
           05 WS-MV-CURP          PIC X(18).
           05 WS-MV-NSS           PIC X(11).
           05 WS-MV-SDI-MAESTRO   PIC S9(05)V99 COMP-3.
           05 WS-MV-FECHA-ALTA    PIC X(10).
           05 WS-MV-FUERA-PLAZO-SW PIC X VALUE 'N'.
              88 WS-MV-FUERA-PLAZO  VALUE 'Y'.
           05 WS-MV-MOTIVO        PIC X(40).

      * El SDI de una modificacion viene en el VALOR_NUEVO de la
      * bitacora como 99999.99; se des-edita por aqui.
       01  WS-SDI-EDITADO         PIC 9(05).99.
       01  WS-SDI-TEXTO REDEFINES WS-SDI-EDITADO PIC X(08).

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-ENVIADOS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-REENVIADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-TARDIOS      PIC 9(05) VALUE ZEROS.
           05 WS-REG-NO-ENVIADOS  PIC 9(05) VALUE ZEROS.
           05 WS-REG-VENCIDOS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-RECHAZOS     PIC 9(05) VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-SDI           PIC ZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'MOVIMIENTOS AFILIATORIOS AL SEGURO SOCIAL'.
           05 FILLER              PIC X(18) VALUE 'FECHA LIMITE: '.
           05 LE-FECHA-LIMITE     PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(04) VALUE 'MOV'.
           05 FILLER              PIC X(12) VALUE 'FECHA MOV'.
           05 FILLER              PIC X(13) VALUE 'NSS'.
           05 FILLER              PIC X(12) VALUE 'SDI'.
           05 FILLER              PIC X(40) VALUE 'OBSERVACION'.
       01  LIN-SECCION.
           05 LS-TITULO           PIC X(60).

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TIPO-MOV         PIC X(02).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-FECHA-MOV        PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NSS              PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SDI              PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAFI END-EXEC.

      * Constancia de cada movimiento afiliatorio enviado, uno por
      * renglon de bitacora que lo origino (EMP_ID, TIPO_MOV y el
      * FECHA_CAMBIO de NOMINA_HIST en FECHA_REGISTRO). ESTADO 'E'
      * enviado, 'A' aceptado, 'R' rechazado por la autoridad con su
      * motivo. FECHA_RESPUESTA lleva el timestamp centinela minimo
      * mientras no haya respuesta.
       EXEC SQL DECLARE NOMINA_AFIL_MOV TABLE
         (EMP_ID          CHAR(6)      NOT NULL,
          TIPO_MOV        CHAR(2)      NOT NULL,
          FECHA_REGISTRO  TIMESTAMP    NOT NULL,
          FECHA_MOV       DATE         NOT NULL,
          NSS             CHAR(11)     NOT NULL,
          SDI             DECIMAL(7,2) NOT NULL,
          ESTADO          CHAR(1)      NOT NULL,
          MOTIVO_RECHAZO  VARCHAR(60)  NOT NULL,
          FECHA_ENVIO     TIMESTAMP    NOT NULL,
          FECHA_RESPUESTA TIMESTAMP    NOT NULL,
          PRIMARY KEY (EMP_ID, TIPO_MOV, FECHA_REGISTRO))
       END-EXEC.

      * Renglones de bitacora que originan movimiento, desde la fecha
      * de arranque de la interfaz, que no tienen constancia; o cuya
      * constancia quedo rechazada y el empleado tuvo una correccion
      * en el maestro despues de la respuesta.
       EXEC SQL
          DECLARE C-MOVIMIENTOS CURSOR FOR
             SELECT H.EMP_ID, H.CAMPO_CAMBIADO, H.VALOR_NUEVO,
                    H.FECHA_CAMBIO, E.NOMBRE, E.CURP, E.NSS, E.SDI,
                    CHAR(E.FECHA_ALTA)
             FROM NOMINA_HIST H, NOMINA_EMPLEADO E
             WHERE H.CAMPO_CAMBIADO IN
                      ('ALTA MAESTRO', 'BAJA MAESTRO', 'SDI')
               AND H.FECHA_CAMBIO >= TIMESTAMP(:WS-FECHA-ARRANQUE,
                                               '00.00.00')
               AND E.EMP_ID = H.EMP_ID
               AND E.EMPRESA IN
                  (SELECT R.EMPRESA FROM NOMINA_EMPRESA R
                    WHERE R.REGISTRO_PATRONAL = :WS-REGISTRO-PATRONAL)
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_AFIL_MOV M
                    WHERE M.EMP_ID = H.EMP_ID
                      AND M.FECHA_REGISTRO = H.FECHA_CAMBIO
                      AND M.TIPO_MOV =
                          CASE H.CAMPO_CAMBIADO
                             WHEN 'ALTA MAESTRO' THEN '08'
                             WHEN 'BAJA MAESTRO' THEN '02'
                             ELSE '07'
                          END
                      AND (M.ESTADO <> 'R'
                           OR NOT EXISTS
                              (SELECT 1 FROM NOMINA_HIST H2
                                WHERE H2.EMP_ID = M.EMP_ID
                                  AND H2.FECHA_CAMBIO >
                                      M.FECHA_RESPUESTA)))
             ORDER BY H.FECHA_CAMBIO
       END-EXEC.

      * Rechazos abiertos: los que siguen en 'R' sin correccion, de
      * los empleados del registro patronal del PARM.
       EXEC SQL
          DECLARE C-RECHAZOS CURSOR FOR
             SELECT EMP_ID, TIPO_MOV, CHAR(FECHA_MOV), NSS, SDI,
                    MOTIVO_RECHAZO
             FROM NOMINA_AFIL_MOV
             WHERE ESTADO = 'R'
               AND EXISTS
                  (SELECT 1 FROM NOMINA_EMPLEADO E, NOMINA_EMPRESA R
                    WHERE E.EMP_ID = NOMINA_AFIL_MOV.EMP_ID
                      AND R.EMPRESA = E.EMPRESA
                      AND R.REGISTRO_PATRONAL = :WS-REGISTRO-PATRONAL)
             ORDER BY FECHA_MOV, EMP_ID
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que los campos queden
      * alineados con el texto real del parametro: el registro
      * patronal y la fecha de arranque de la interfaz (AAAA-MM-DD),
      * que es fija en el JCL y evita mandar de golpe toda la
      * historia del maestro.
       LINKAGE SECTION.
       01  LK-PARM-AFILIACION.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-REGISTRO-PATRONAL PIC X(11).
           05 LK-FECHA-ARRANQUE    PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-AFILIACION.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2500-LISTAR-RECHAZOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-REGISTRO-PATRONAL TO WS-REGISTRO-PATRONAL
           MOVE LK-FECHA-ARRANQUE    TO WS-FECHA-ARRANQUE

           IF WS-REGISTRO-PATRONAL = SPACES
              OR WS-FECHA-ARRANQUE = SPACES
              OR WS-FECHA-ARRANQUE(5:1) NOT = '-'
              OR WS-FECHA-ARRANQUE(8:1) NOT = '-'
              DISPLAY 'ERROR: PARM REQUIERE REGISTRO PATRONAL Y FECHA '
                      'DE ARRANQUE (AAAA-MM-DD)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-CALCULAR-LIMITE

           OPEN OUTPUT MOVTO-FILE
           IF MOV-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AFIFILE: ' MOV-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AFIRPT: ' RPT-STATUS
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

           PERFORM 1050-VALIDAR-REGISTRO

           MOVE WS-FECHA-LIMITE TO LE-FECHA-LIMITE
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MOVIMIENTOS DE LA CORRIDA' TO LS-TITULO
           MOVE LIN-SECCION TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-MOVIMIENTOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * El registro patronal del PARM debe ser el de alguna empresa
      * de NOMINA_EMPRESA: solo los empleados de esas empresas van en
      * el archivo de ese registro.
       1050-VALIDAR-REGISTRO.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-EMPRESAS-REG
              FROM NOMINA_EMPRESA
              WHERE REGISTRO_PATRONAL = :WS-REGISTRO-PATRONAL
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER EMPRESAS DEL REGISTRO: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-EMPRESAS-REG = ZEROS
              DISPLAY 'ERROR: REGISTRO PATRONAL ' WS-REGISTRO-PATRONAL
                      ' SIN EMPRESA EN NOMINA_EMPRESA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Cuenta hacia atras desde hoy cinco dias de lunes a viernes.
      * El dia 1 del calendario entero (01/01/1601) fue lunes, asi que
      * el residuo de (dia - 1) entre 7 da 0 lunes ... 5 sabado y 6
      * domingo. Los feriados oficiales no se descuentan: el plazo
      * que se reporta es el mas estricto.
       1100-CALCULAR-LIMITE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           MOVE ZEROS TO WS-HABILES

           PERFORM UNTIL WS-HABILES >= WS-DIAS-PLAZO
              SUBTRACT 1 FROM WS-DIA-INT
              COMPUTE WS-DIA-AUX = WS-DIA-INT - 1
              DIVIDE WS-DIA-AUX BY 7 GIVING WS-COCIENTE
                     REMAINDER WS-DIA-SEMANA
              IF WS-DIA-SEMANA < 5
                 ADD 1 TO WS-HABILES
              END-IF
           END-PERFORM

           COMPUTE WS-LIMITE-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-LIM-ANIO TO WS-FECHA-LIMITE(1:4)
           MOVE '-'         TO WS-FECHA-LIMITE(5:1)
           MOVE WS-LIM-MES  TO WS-FECHA-LIMITE(6:2)
           MOVE '-'         TO WS-FECHA-LIMITE(8:1)
           MOVE WS-LIM-DIA  TO WS-FECHA-LIMITE(9:2).

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-MOVIMIENTOS
              INTO :NH-EMP-ID, :WS-MV-CAMPO, :WS-MV-VALOR-NUEVO,
                   :NH-FECHA-CAMBIO, :WS-MV-NOMBRE, :WS-MV-CURP,
                   :WS-MV-NSS, :WS-MV-SDI-MAESTRO, :WS-MV-FECHA-ALTA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-PROCESAR-MOVIMIENTO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Tipo, fecha de efecto y SDI del movimiento segun el renglon
      * de bitacora: el alta toma la fecha de contratacion del
      * maestro, la baja la FECHA_BAJA capturada (VALOR_NUEVO) y la
      * modificacion de salario el dia del cambio con el SDI nuevo.
       2100-PROCESAR-MOVIMIENTO.
           MOVE NH-EMP-ID       TO AF-EMP-ID
           MOVE NH-FECHA-CAMBIO TO AF-FECHA-REGISTRO
           MOVE WS-MV-NSS       TO AF-NSS
           MOVE WS-MV-SDI-MAESTRO TO AF-SDI

           EVALUATE WS-MV-CAMPO
              WHEN 'ALTA MAESTRO'
                 MOVE '08'              TO AF-TIPO-MOV
                 MOVE WS-MV-FECHA-ALTA  TO AF-FECHA-MOV
              WHEN 'BAJA MAESTRO'
                 MOVE '02'              TO AF-TIPO-MOV
                 MOVE WS-MV-VALOR-NUEVO(1:10) TO AF-FECHA-MOV
              WHEN OTHER
                 MOVE '07'              TO AF-TIPO-MOV
                 MOVE NH-FECHA-CAMBIO(1:10) TO AF-FECHA-MOV
                 MOVE WS-MV-VALOR-NUEVO(1:8) TO WS-SDI-TEXTO
                 MOVE WS-SDI-EDITADO    TO AF-SDI
           END-EVALUATE

           IF AF-FECHA-MOV < WS-FECHA-LIMITE
              SET WS-MV-FUERA-PLAZO TO TRUE
           ELSE
              MOVE 'N' TO WS-MV-FUERA-PLAZO-SW
           END-IF

      * Sin NSS valido o sin SDI la autoridad no recibe el aviso: el
      * movimiento se queda sin constancia y vuelve a salir en la
      * siguiente corrida, ya con el maestro corregido.
           MOVE SPACES TO WS-MV-MOTIVO
           EVALUATE TRUE
              WHEN AF-NSS = SPACES OR AF-NSS IS NOT NUMERIC
                 MOVE 'NO ENVIADO: NSS FALTANTE O INVALIDO'
                      TO WS-MV-MOTIVO
              WHEN AF-SDI NOT > ZEROS AND AF-TIPO-MOV NOT = '02'
                 MOVE 'NO ENVIADO: SDI EN CEROS EN EL MAESTRO'
                      TO WS-MV-MOTIVO
           END-EVALUATE

           IF WS-MV-MOTIVO NOT = SPACES
              ADD 1 TO WS-REG-NO-ENVIADOS
              IF WS-MV-FUERA-PLAZO
                 ADD 1 TO WS-REG-VENCIDOS
                 MOVE WS-MV-MOTIVO TO LD-OBSERVACION
                 MOVE 'FUERA DE PLAZO SIN ENVIAR' TO LD-OBSERVACION(42:)
              ELSE
                 MOVE WS-MV-MOTIVO TO LD-OBSERVACION
              END-IF
              PERFORM 2900-ESCRIBIR-LISTADO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2200-ESCRIBIR-MOVIMIENTO.

       2200-ESCRIBIR-MOVIMIENTO.
           MOVE SPACES TO MOV-RECORD
           MOVE WS-REGISTRO-PATRONAL TO MV-REG-PATRONAL
           MOVE AF-NSS               TO MV-NSS
           MOVE WS-MV-CURP           TO MV-CURP
           MOVE WS-MV-NOMBRE         TO MV-NOMBRE
           MOVE AF-SDI               TO MV-SDI
           MOVE WS-TIPO-TRABAJADOR   TO MV-TIPO-TRABAJADOR
           MOVE WS-TIPO-SALARIO      TO MV-TIPO-SALARIO
           MOVE AF-FECHA-MOV(9:2)    TO MV-FECHA-MOV(1:2)
           MOVE AF-FECHA-MOV(6:2)    TO MV-FECHA-MOV(3:2)
           MOVE AF-FECHA-MOV(1:4)    TO MV-FECHA-MOV(5:4)
           MOVE AF-TIPO-MOV          TO MV-TIPO-MOV
           IF AF-TIPO-MOV = '02'
              MOVE WS-CAUSA-BAJA     TO MV-CAUSA-BAJA
           END-IF
           MOVE AF-EMP-ID            TO MV-CLAVE-TRAB
           MOVE WS-IDENTIFICADOR     TO MV-IDENTIFICADOR
           WRITE MOV-RECORD

           MOVE 'E' TO AF-ESTADO
           MOVE SPACES TO AF-MOTIVO-RECHAZO
           MOVE FUNCTION CURRENT-TIMESTAMP TO AF-FECHA-ENVIO
           MOVE '0001-01-01-00.00.00.000000' TO AF-FECHA-RESPUESTA

           EXEC SQL
              INSERT INTO NOMINA_AFIL_MOV
                 (EMP_ID, TIPO_MOV, FECHA_REGISTRO, FECHA_MOV, NSS,
                  SDI, ESTADO, MOTIVO_RECHAZO, FECHA_ENVIO,
                  FECHA_RESPUESTA)
              VALUES
                 (:AF-EMP-ID, :AF-TIPO-MOV, :AF-FECHA-REGISTRO,
                  :AF-FECHA-MOV, :AF-NSS, :AF-SDI, :AF-ESTADO,
                  :AF-MOTIVO-RECHAZO, :AF-FECHA-ENVIO,
                  :AF-FECHA-RESPUESTA)
           END-EXEC

      * -803: es el reenvio de un rechazado ya corregido.
           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_AFIL_MOV
                    SET FECHA_MOV = :AF-FECHA-MOV,
                        NSS = :AF-NSS,
                        SDI = :AF-SDI,
                        ESTADO = :AF-ESTADO,
                        MOTIVO_RECHAZO = :AF-MOTIVO-RECHAZO,
                        FECHA_ENVIO = :AF-FECHA-ENVIO,
                        FECHA_RESPUESTA = :AF-FECHA-RESPUESTA
                  WHERE EMP_ID = :AF-EMP-ID
                    AND TIPO_MOV = :AF-TIPO-MOV
                    AND FECHA_REGISTRO = :AF-FECHA-REGISTRO
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-REG-REENVIADOS
              END-IF
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR NOMINA_AFIL_MOV: ' AF-EMP-ID
                      ' MOV: ' AF-TIPO-MOV ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              MOVE 'ENVIADO SIN CONSTANCIA: REVISAR' TO LD-OBSERVACION
           ELSE
              ADD 1 TO WS-REG-ENVIADOS
              IF WS-MV-FUERA-PLAZO
                 ADD 1 TO WS-REG-TARDIOS
                 MOVE 'ENVIADO FUERA DE PLAZO' TO LD-OBSERVACION
              ELSE
                 MOVE 'ENVIADO' TO LD-OBSERVACION
              END-IF
           END-IF

           PERFORM 2900-ESCRIBIR-LISTADO.

      * Rechazos de la autoridad que nadie ha corregido: los que ya
      * pasaron el plazo se marcan, porque cada dia mas es recargo.
       2500-LISTAR-RECHAZOS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'MOVIMIENTOS RECHAZADOS SIN CORREGIR' TO LS-TITULO
           MOVE LIN-SECCION TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-RECHAZOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR RECHAZOS: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2510-LISTAR-UN-RECHAZO UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-RECHAZOS
           END-EXEC.

       2510-LISTAR-UN-RECHAZO.
           EXEC SQL
              FETCH C-RECHAZOS
              INTO :AF-EMP-ID, :AF-TIPO-MOV, :AF-FECHA-MOV, :AF-NSS,
                   :AF-SDI, :AF-MOTIVO-RECHAZO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-RECHAZOS
                 MOVE AF-MOTIVO-RECHAZO TO LD-OBSERVACION
                 IF AF-FECHA-MOV < WS-FECHA-LIMITE
                    ADD 1 TO WS-REG-VENCIDOS
                    MOVE '* VENCIDO *' TO LD-OBSERVACION(50:)
                 END-IF
                 PERFORM 2900-ESCRIBIR-LISTADO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH RECHAZOS: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2900-ESCRIBIR-LISTADO.
           MOVE AF-EMP-ID    TO LD-EMP-ID
           MOVE AF-TIPO-MOV  TO LD-TIPO-MOV
           MOVE AF-FECHA-MOV TO LD-FECHA-MOV
           MOVE AF-NSS       TO LD-NSS
           MOVE AF-SDI       TO WS-ED-SDI
           MOVE WS-ED-SDI    TO LD-SDI

           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO LD-OBSERVACION.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-MOVIMIENTOS
           END-EXEC

           EXEC SQL
              COMMIT WORK
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE MOVTO-FILE
           CLOSE CONTROL-REPORT

           DISPLAY 'RENGLONES DE BITACORA LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'MOVIMIENTOS ENVIADOS: ' WS-REG-ENVIADOS
           DISPLAY 'REENVIOS DE RECHAZADOS: ' WS-REG-REENVIADOS
           DISPLAY 'ENVIADOS FUERA DE PLAZO: ' WS-REG-TARDIOS
           DISPLAY 'NO ENVIADOS (MAESTRO INCOMPLETO): '
                   WS-REG-NO-ENVIADOS
           DISPLAY 'RECHAZOS SIN CORREGIR: ' WS-REG-RECHAZOS
           DISPLAY 'VENCIDOS SIN ENVIAR O RECHAZADOS: ' WS-REG-VENCIDOS

           EVALUATE TRUE
              WHEN WS-ERR-CURSOR
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REG-VENCIDOS > ZEROS
                 OR WS-REG-NO-ENVIADOS > ZEROS
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIAFI01.

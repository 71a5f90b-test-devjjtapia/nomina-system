      * Programa CICS de mantenimiento del maestro de empleados       *
      * NOMINA_EMPLEADO: alta (con fecha de contratacion y puesto),   *
      * correccion de nombre/departamento/puesto y baja (fecha de     *
      * terminacion), y los identificadores fiscales del empleado     *
      * (RFC, CURP y numero de seguridad social) que lleva el recibo  *
      * electronico, y el salario diario integrado con el que el      *
      * empleado esta afiliado al seguro social (NOMIAFI01 genera los *
      * movimientos de alta, baja y modificacion de salario a partir  *
      * de esta bitacora), y el porcentaje del salario base con que   *
      * el empleado aporta al fondo de ahorro, sobre el que NOMINA01  *
      * calcula la iguala del patron. Los renglones por periodo de    *
      * NOMINA son historia inmutable y ya no se parchan desde aqui:  *
      * el nombre y el departamento oficiales viven en el maestro,    *
      * NOMINA01 valida cada registro del proveedor contra el, y un   *
      * empleado dado de baja deja de recibir pago. Cada movimiento   *
      * queda auditado en NOMINA_HIST.                                *
      * La empresa del empleado es la de su departamento, y el        *
      * operador solo da mantenimiento a empleados de las empresas    *
      * que tiene autorizadas en NOMINA_AUTORIZADOS.                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           05 WS-ANT-NOMBRE       PIC X(30).
           05 WS-ANT-DEPTO        PIC X(03).
           05 WS-ANT-PUESTO       PIC X(20).
           05 WS-ANT-RFC          PIC X(13).
           05 WS-ANT-CURP         PIC X(18).
           05 WS-ANT-NSS          PIC X(11).
           05 WS-ANT-SDI          PIC S9(05)V99 COMP-3.
           05 WS-ANT-PCT-FONDO    PIC S9(03)V99 COMP-3.
           05 WS-ANT-EMPRESA      PIC X(03).

      * El SDI va a la bitacora sin signo ni comas (99999.99) para que
      * NOMIAFI01 lo lea de regreso del VALOR_NUEVO.
       01  WS-SDI-EDITADO         PIC 9(05).99.
       01  WS-PCT-EDITADO         PIC 9(02).99.

       01  WS-MENSAJES.
           05 WS-MSG-TEXTO        PIC X(60).
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.

      * Maestro real de empleados, separado de los renglones por
      * periodo de NOMINA: aqui viven el nombre y departamento
      * oficiales, la fecha de contratacion, el puesto y la fecha de
      * terminacion. ESTADO 'A' activo / 'B' dado de baja; mientras
      * el empleado este activo FECHA_BAJA lleva la fecha centinela
      * maxima, para no manejar nulos en los programas. RFC, CURP y
      * NSS son los identificadores que exige el recibo electronico
      * de nomina; los empleados anteriores a su captura los traen en
      * blanco hasta que se corrijan por CAMBIO. SDI es el salario
      * diario integrado de la afiliacion al seguro social.
      * PCT_FONDO es el porcentaje del salario base que el empleado
      * aporta al fondo de ahorro (cero: no inscrito). EMPRESA es el
      * patron del empleado (NOMINA_EMPRESA), siempre la misma que la
      * de su departamento; un cambio a un departamento de otra
      * empresa es el traspaso del empleado a esa empresa.
       EXEC SQL DECLARE NOMINA_EMPLEADO TABLE
         (EMP_ID         CHAR(6)     NOT NULL,
          NOMBRE         VARCHAR(30) NOT NULL,
          FECHA_ALTA     DATE        NOT NULL,
          FECHA_BAJA     DATE        NOT NULL,
          ESTADO         CHAR(1)     NOT NULL,
          RFC            CHAR(13)    NOT NULL,
          CURP           CHAR(18)    NOT NULL,
          NSS            CHAR(11)    NOT NULL,
          SDI            DECIMAL(7,2) NOT NULL,
          PCT_FONDO      DECIMAL(5,2) NOT NULL WITH DEFAULT,
          EMPRESA        CHAR(3)     NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (EMP_ID))
       END-EXEC.

          05 CA-PUESTO           PIC X(20).
          05 CA-FECHA-ALTA       PIC X(10).
          05 CA-FECHA-BAJA       PIC X(10).
          05 CA-RFC              PIC X(13).
          05 CA-CURP             PIC X(18).
          05 CA-NSS              PIC X(11).
          05 CA-SDI              PIC 9(05)V99.
      * Porcentaje de aportacion al fondo de ahorro en 4 digitos
      * (0500 = 5.00%): en blanco conserva el actual, 0000 da de baja
      * al empleado del fondo.
          05 CA-PCT-FONDO        PIC X(04).
          05 CA-PCT-FONDO-N REDEFINES CA-PCT-FONDO
                                 PIC 9(02)V99.
          05 CA-RESPUESTA        PIC X(01).
             88 CA-OK            VALUE '0'.
             88 CA-ERROR         VALUE '1'.

      * Misma lista NOMINA_AUTORIZADOS que CICNOM01/CICNOM04, con su
      * propia transaccion (NOM2), de forma que autorizar consultas no
      * autorice automaticamente el mantenimiento del maestro. La
      * EMPRESA del renglon la valida 2900 contra cada empleado.
       1500-VALIDAR-SEGURIDAD.
           MOVE EIBOPID TO WS-OPERADOR

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :AU-ACTIVO, :AU-EMPRESA
              FROM NOMINA_AUTORIZADOS
              WHERE OPERADOR = :WS-OPERADOR
                AND TRANSACCION = :WS-TRAN-ID
           MOVE EMPUESTOI   TO CA-PUESTO
           MOVE EMFALTAI    TO CA-FECHA-ALTA
           MOVE EMFBAJAI    TO CA-FECHA-BAJA
           MOVE EMRFCI      TO CA-RFC
           MOVE EMCURPI     TO CA-CURP
           MOVE EMNSSI      TO CA-NSS
           MOVE EMSDII      TO CA-SDI
           MOVE EMPFONDOI   TO CA-PCT-FONDO

           IF CA-EMP-ID = SPACES
              SET CA-ERROR TO TRUE
      * departamento fantasma convertiria en aviso cada registro del
      * proveedor de ese empleado, y los archivos que NOMIAGU01 y
      * NOMIESP01 generan con el departamento del maestro se
      * rechazarian en la carga. La EMPRESA del departamento es la que
      * toma el empleado.
       2600-VALIDAR-DEPTO.
           MOVE CA-DEPTO TO DT-DEPTO

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :DT-ACTIVO, :DT-EMPRESA
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * Forma de los identificadores fiscales capturados (solo los
      * que vienen en pantalla): RFC de persona fisica de 13
      * posiciones con la fecha de nacimiento AAMMDD en 5-10, CURP de
      * 18 con la misma fecha en 5-10, y NSS de 11 digitos. Si vienen
      * RFC y CURP juntos, la fecha de nacimiento de ambos debe
      * coincidir: es el error de captura mas comun.
       2700-VALIDAR-IDENTIFICACION.
           IF CA-RFC NOT = SPACES
              IF CA-RFC(13:1) = SPACE
                 OR CA-RFC(5:6) IS NOT NUMERIC
                 SET CA-ERROR TO TRUE
                 MOVE 'RFC MAL FORMADO (13 POSICIONES, AAAAAAMMDDXXX)'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF CA-CURP NOT = SPACES
              IF CA-CURP(18:1) = SPACE
                 OR CA-CURP(5:6) IS NOT NUMERIC
                 SET CA-ERROR TO TRUE
                 MOVE 'CURP MAL FORMADA (18 POSICIONES)'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF CA-RFC NOT = SPACES AND CA-CURP NOT = SPACES
              IF CA-RFC(5:6) NOT = CA-CURP(5:6)
                 SET CA-ERROR TO TRUE
                 MOVE 'RFC Y CURP CON DISTINTA FECHA DE NACIMIENTO'
                      TO CA-MENSAJE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF CA-NSS NOT = SPACES
              IF CA-NSS IS NOT NUMERIC
                 SET CA-ERROR TO TRUE
                 MOVE 'NSS MAL FORMADO (11 DIGITOS)' TO CA-MENSAJE
              END-IF
           END-IF.

      * El porcentaje del fondo de ahorro (solo si viene en
      * pantalla) debe ser numerico y no rebasar el porcentaje maximo
      * de aportacion que Tesoreria fija en NOMINA_FONDO_CTL; cero da
      * de baja al empleado del fondo.
       2800-VALIDAR-PCT-FONDO.
           IF CA-PCT-FONDO = SPACES
              EXIT PARAGRAPH
           END-IF

           IF CA-PCT-FONDO IS NOT NUMERIC
              SET CA-ERROR TO TRUE
              MOVE 'PCT FONDO MAL FORMADO (4 DIGITOS, 0500 = 5.00%)'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT PCT_TOPE INTO :FC-PCT-TOPE
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF CA-PCT-FONDO-N > FC-PCT-TOPE
                    SET CA-ERROR TO TRUE
                    MOVE 'PCT FONDO MAYOR AL MAXIMO DEL FONDO DE AHORRO'
                         TO CA-MENSAJE
                 END-IF
              WHEN 100
                 IF CA-PCT-FONDO-N > ZEROS
                    SET CA-ERROR TO TRUE
                    MOVE 'FONDO DE AHORRO SIN RENGLON DE CONTROL'
                         TO CA-MENSAJE
                 END-IF
              WHEN OTHER
                 SET CA-ERROR TO TRUE
                 MOVE 'ERROR DB2 AL CONSULTAR CONTROL DEL FONDO'
                      TO CA-MENSAJE
                 MOVE SQLCODE TO WS-SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * El operador con EMPRESA en su renglon de NOMINA_AUTORIZADOS
      * solo da mantenimiento a empleados de esa empresa (en blanco,
      * a todas).
       2900-VALIDAR-EMPRESA.
           IF AU-EMPRESA NOT = SPACES
              AND EM-EMPRESA NOT = AU-EMPRESA
              SET CA-ERROR TO TRUE
              MOVE 'EMPLEADO DE UNA EMPRESA NO AUTORIZADA'
                   TO CA-MENSAJE
              DISPLAY 'EMPRESA NO AUTORIZADA NOM2 OPERADOR: '
                      WS-OPERADOR ' EMP: ' CA-EMP-ID
                      ' EMPRESA: ' EM-EMPRESA
           END-IF.

      * Alta en el maestro: nombre, departamento, puesto y la fecha
      * de contratacion; el empleado nace activo y sin fecha de baja.
      * Los tres identificadores fiscales son obligatorios desde el
      * alta: sin ellos el primer pago no puede timbrarse.
      * Los renglones de NOMINA los crea solo la carga batch cuando
      * llega su primer periodo del proveedor.
       3000-VALIDAR-ALTA.
              EXIT PARAGRAPH
           END-IF

           IF CA-RFC = SPACES OR CA-CURP = SPACES OR CA-NSS = SPACES
              SET CA-ERROR TO TRUE
              MOVE 'RFC, CURP Y NSS OBLIGATORIOS EN EL ALTA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

      * Sin salario diario integrado no hay aviso de alta que mandar.
           IF CA-SDI = ZEROS
              SET CA-ERROR TO TRUE
              MOVE 'SALARIO DIARIO INTEGRADO OBLIGATORIO EN EL ALTA'
                   TO CA-MENSAJE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2700-VALIDAR-IDENTIFICACION
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM 2600-VALIDAR-DEPTO
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE DT-EMPRESA TO EM-EMPRESA
           PERFORM 2900-VALIDAR-EMPRESA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM 2800-VALIDAR-PCT-FONDO
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           IF CA-FECHA-ALTA(5:1) NOT = '-'
              OR CA-FECHA-ALTA(8:1) NOT = '-'
              SET CA-ERROR TO TRUE
           MOVE CA-FECHA-ALTA TO EM-FECHA-ALTA
           MOVE WS-SIN-BAJA   TO EM-FECHA-BAJA
           MOVE 'A'           TO EM-ESTADO
           MOVE CA-RFC        TO EM-RFC
           MOVE CA-CURP       TO EM-CURP
           MOVE CA-NSS        TO EM-NSS
           MOVE CA-SDI        TO EM-SDI
           MOVE ZEROS         TO EM-PCT-FONDO
           IF CA-PCT-FONDO NOT = SPACES
              MOVE CA-PCT-FONDO-N TO EM-PCT-FONDO
           END-IF

           EXEC SQL
              INSERT INTO NOMINA_EMPLEADO
                 (EMP_ID, NOMBRE, DEPTO, PUESTO,
                  FECHA_ALTA, FECHA_BAJA, ESTADO,
                  RFC, CURP, NSS, SDI, PCT_FONDO, EMPRESA)
              VALUES
                 (:EM-EMP-ID, :EM-NOMBRE, :EM-DEPTO, :EM-PUESTO,
                  :EM-FECHA-ALTA, :EM-FECHA-BAJA, :EM-ESTADO,
                  :EM-RFC, :EM-CURP, :EM-NSS, :EM-SDI,
                  :EM-PCT-FONDO, :EM-EMPRESA)
           END-EXEC

           EVALUATE SQLCODE
                 DISPLAY 'ERROR DB2: ' WS-SQLCODE
           END-EVALUATE.

      * Correccion del maestro: nombre, departamento, puesto, los
      * identificadores fiscales y/o el SDI; los campos en blanco (o
      * el SDI en ceros) de la pantalla conservan el valor actual. Un
      * SDI nuevo es una modificacion de salario ante el seguro
      * social, con fecha de efecto el dia del cambio. El porcentaje
      * del fondo de ahorro en blanco conserva el actual. Un
      * departamento de otra empresa traspasa al empleado a esa
      * empresa, y el operador necesita autorizacion en ambas.
       3100-VALIDAR-CAMBIO.
           PERFORM 2700-VALIDAR-IDENTIFICACION
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           PERFORM 2800-VALIDAR-PCT-FONDO
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE CA-EMP-ID TO EM-EMP-ID

           EXEC SQL
              SELECT NOMBRE, DEPTO, PUESTO, ESTADO,
                     RFC, CURP, NSS, SDI, PCT_FONDO, EMPRESA
              INTO :EM-NOMBRE, :EM-DEPTO, :EM-PUESTO, :EM-ESTADO,
                   :EM-RFC, :EM-CURP, :EM-NSS, :EM-SDI,
                   :EM-PCT-FONDO, :EM-EMPRESA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC
              EXIT PARAGRAPH
           END-IF

           PERFORM 2900-VALIDAR-EMPRESA
           IF CA-ERROR
              EXIT PARAGRAPH
           END-IF

           MOVE EM-NOMBRE TO WS-ANT-NOMBRE
           MOVE EM-DEPTO  TO WS-ANT-DEPTO
           MOVE EM-PUESTO TO WS-ANT-PUESTO
           MOVE EM-RFC    TO WS-ANT-RFC
           MOVE EM-CURP   TO WS-ANT-CURP
           MOVE EM-NSS    TO WS-ANT-NSS
           MOVE EM-SDI    TO WS-ANT-SDI
           MOVE EM-PCT-FONDO TO WS-ANT-PCT-FONDO
           MOVE EM-EMPRESA TO WS-ANT-EMPRESA

           IF CA-NOMBRE NOT = SPACES
              MOVE CA-NOMBRE TO EM-NOMBRE
              IF CA-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE DT-EMPRESA TO EM-EMPRESA
              PERFORM 2900-VALIDAR-EMPRESA
              IF CA-ERROR
                 EXIT PARAGRAPH
              END-IF
              MOVE CA-DEPTO TO EM-DEPTO
           END-IF
           IF CA-PUESTO NOT = SPACES
              MOVE CA-PUESTO TO EM-PUESTO
           END-IF
           IF CA-RFC NOT = SPACES
              MOVE CA-RFC TO EM-RFC
           END-IF
           IF CA-CURP NOT = SPACES
              MOVE CA-CURP TO EM-CURP
           END-IF
           IF CA-NSS NOT = SPACES
              MOVE CA-NSS TO EM-NSS
           END-IF
           IF CA-SDI NOT = ZEROS
              MOVE CA-SDI TO EM-SDI
           END-IF
           IF CA-PCT-FONDO NOT = SPACES
              MOVE CA-PCT-FONDO-N TO EM-PCT-FONDO
           END-IF

           EXEC SQL
              UPDATE NOMINA_EMPLEADO
                 SET NOMBRE = :EM-NOMBRE,
                     DEPTO = :EM-DEPTO,
                     PUESTO = :EM-PUESTO,
                     RFC = :EM-RFC,
                     CURP = :EM-CURP,
                     NSS = :EM-NSS,
                     SDI = :EM-SDI,
                     PCT_FONDO = :EM-PCT-FONDO,
                     EMPRESA = :EM-EMPRESA
               WHERE EMP_ID = :EM-EMP-ID
           END-EXEC

      * Baja: el empleado queda terminado en el maestro con su fecha
      * de baja (la de pantalla, que permite capturar una terminacion
      * a futuro o retroactiva); desde el siguiente ciclo NOMINA01
      * rechaza cualquier pago del proveedor para el. Solo se da de
      * baja a un empleado de una empresa autorizada al operador.
       3200-VALIDAR-BAJA.
           IF CA-FECHA-BAJA = SPACES
              OR CA-FECHA-BAJA(5:1) NOT = '-'
                     FECHA_BAJA = :EM-FECHA-BAJA
               WHERE EMP_ID = :EM-EMP-ID
                 AND ESTADO = 'A'
                 AND (:AU-EMPRESA = ' ' OR EMPRESA = :AU-EMPRESA)
           END-EXEC

           EVALUATE SQLCODE
                 PERFORM 6200-AUDITAR-BAJA
              WHEN 100
                 SET CA-ERROR TO TRUE
                 MOVE 'NO ENCONTRADO, YA DADO DE BAJA O DE OTRA EMPRESA'
                      TO CA-MENSAJE
              WHEN OTHER
                 SET CA-ERROR TO TRUE
           MOVE EM-PUESTO     TO EMPUESTOO
           MOVE EM-FECHA-ALTA TO EMFALTAO
           MOVE EM-FECHA-BAJA TO EMFBAJAO
           MOVE EM-RFC        TO EMRFCO
           MOVE EM-CURP       TO EMCURPO
           MOVE EM-NSS        TO EMNSSO
           MOVE EM-SDI        TO WS-SDI-EDITADO
           MOVE WS-SDI-EDITADO TO EMSDIO
           MOVE EM-PCT-FONDO  TO WS-PCT-EDITADO
           MOVE WS-PCT-EDITADO TO EMPFONDOO
           MOVE CA-MENSAJE    TO EMMENSAJEO

           EXEC CICS SEND MAP(WS-MAP)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

      * Todo CAMPO_CAMBIADO que se agregue en estos parrafos va
      * tambien en NOMCAMAE: NOMIFRA01 y NOMICER01 buscan el rastro del
      * maestro con esa lista.
       6000-AUDITAR-ALTA.
           MOVE EM-EMP-ID         TO NH-EMP-ID
           MOVE 'ALTA MAESTRO'    TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-PUESTO TO NH-VALOR-ANTERIOR
              MOVE EM-PUESTO     TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-RFC NOT = EM-RFC
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'RFC'         TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-RFC    TO NH-VALOR-ANTERIOR
              MOVE EM-RFC        TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-CURP NOT = EM-CURP
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'CURP'        TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-CURP   TO NH-VALOR-ANTERIOR
              MOVE EM-CURP       TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-NSS NOT = EM-NSS
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'NSS'         TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-NSS    TO NH-VALOR-ANTERIOR
              MOVE EM-NSS        TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-SDI NOT = EM-SDI
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'SDI'         TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-SDI    TO WS-SDI-EDITADO
              MOVE WS-SDI-EDITADO TO NH-VALOR-ANTERIOR
              MOVE EM-SDI        TO WS-SDI-EDITADO
              MOVE WS-SDI-EDITADO TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-PCT-FONDO NOT = EM-PCT-FONDO
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'PCT FONDO'   TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-PCT-FONDO TO WS-PCT-EDITADO
              MOVE WS-PCT-EDITADO TO NH-VALOR-ANTERIOR
              MOVE EM-PCT-FONDO  TO WS-PCT-EDITADO
              MOVE WS-PCT-EDITADO TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF

           IF WS-ANT-EMPRESA NOT = EM-EMPRESA
              MOVE EM-EMP-ID     TO NH-EMP-ID
              MOVE 'EMPRESA'     TO NH-CAMPO-CAMBIADO
              MOVE WS-ANT-EMPRESA TO NH-VALOR-ANTERIOR
              MOVE EM-EMPRESA    TO NH-VALOR-NUEVO
              PERFORM 6900-INSERTAR-AUDITORIA
           END-IF.

       6200-AUDITAR-BAJA.

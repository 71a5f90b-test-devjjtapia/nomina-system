       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMICER01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Recertificacion trimestral de accesos de NOMINA_AUTORIZADOS.  *
      * Para la fecha de corte del PARM (el trimestre de esa fecha es *
      * el ciclo, p.ej. 2026T3) lista cada acceso activo ('Y') por    *
      * departamento del operador (NOMINA_OPERADOR) y gerente         *
      * responsable (RESPONSABLE de NOMINA_DEPTO), con su historia de *
      * otorgamientos y revocaciones de NOMINA_AUT_AUD y la ultima    *
      * vez que el operador uso de verdad esa transaccion segun la    *
      * bitacora que la transaccion deja: NOMINA_CONSULTA_AUD (NOM1,  *
      * NOM5), NOMINA_HIST (NOM2, NOM6, NOMB, NOMC, NOMD, NOME),      *
      * NOMINA_TARIFA_AUD (NOM8), NOMINA_AUT_AUD (NOM9), los campos   *
      * de captura y aprobacion de NOMINA_PAGO_ESP (NOMA) y las       *
      * decisiones de NOMINA_RECERT (NOMF). Marca el acceso sin uso   *
      * en 90 dias (si tampoco se otorgo en ese lapso) y las          *
      * combinaciones en conflicto de la tabla configurable           *
      * NOMINA_SOD_REGLA (p.ej. NOM6 con NOMA, NOM2 con NOM8). Cada   *
      * acceso queda en NOMINA_RECERT para que el gerente del         *
      * departamento lo certifique o lo revoque en CICNOM15; una      *
      * segunda corrida del mismo ciclo refresca los datos de lo que  *
      * falta decidir y muestra lo ya decidido.                       *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CER-REPORT ASSIGN TO CERRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CER-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS CER-LINE.
       01  CER-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 CER-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-FIN-HIST-SW      PIC X VALUE 'N'.
              88 WS-FIN-HIST        VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

       01  WS-FECHA-CORTE-PARM    PIC X(10).
       01  WS-CICLO               PIC X(06).
       01  WS-TRIMESTRE           PIC 9(01).
       01  WS-FECHA-LIMITE        PIC X(10).

      * Dias sin uso a partir de los cuales un acceso se marca para
      * revocarse.
       01  WS-PARAMETROS.
           05 WS-DIAS-SIN-USO     PIC S9(04) COMP VALUE 90.

      * Fecha de corte menos los dias sin uso, en dias enteros.
       01  WS-CALCULO-FECHA.
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-NUM-R REDEFINES WS-FECHA-NUM.
              10 WS-FN-ANIO       PIC 9(04).
              10 WS-FN-MES        PIC 9(02).
              10 WS-FN-DIA        PIC 9(02).
           05 WS-DIA-INT          PIC S9(09) COMP.
           05 WS-LIMITE-NUM       PIC 9(08).
           05 WS-LIMITE-NUM-R REDEFINES WS-LIMITE-NUM.
              10 WS-LIM-ANIO      PIC 9(04).
              10 WS-LIM-MES       PIC 9(02).
              10 WS-LIM-DIA       PIC 9(02).

       01  WS-CONTADORES.
           05 WS-REG-ACCESOS      PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-USO      PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-BITACORA PIC 9(05) VALUE ZEROS.
           05 WS-REG-CONFLICTOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-RESP     PIC 9(05) VALUE ZEROS.
           05 WS-REG-PENDIENTES   PIC 9(05) VALUE ZEROS.
           05 WS-REG-CERTIFICADOS PIC 9(05) VALUE ZEROS.
           05 WS-REG-REVOCADOS    PIC 9(05) VALUE ZEROS.

      * Acceso en proceso.
       01  WS-ACCESO.
           05 WS-AC-OPERADOR      PIC X(08).
           05 WS-AC-TRANSACCION   PIC X(04).
           05 WS-AC-NOMBRE        PIC X(30).
           05 WS-AC-DEPTO         PIC X(03).
           05 WS-AC-RESPONSABLE   PIC X(08).
           05 WS-AC-ULTIMO-USO    PIC X(10).
           05 WS-AC-USO-AUX       PIC X(10).
           05 WS-AC-ULTIMO-OTORGA PIC X(10).
           05 WS-AC-SIN-USO       PIC X(01).
              88 WS-AC-USADO        VALUE 'N'.
              88 WS-AC-NO-USADO     VALUE 'Y'.
              88 WS-AC-SIN-BITACORA VALUE 'X'.
           05 WS-AC-CONFLICTO     PIC X(04).
           05 WS-AC-CONF-DESC     PIC X(40).

       01  WS-CORTE-DEPTO.
           05 WS-DEPTO-ANTERIOR   PIC X(03) VALUE SPACES.
           05 WS-PRIMERA-VEZ-SW   PIC X VALUE 'Y'.
              88 WS-PRIMERA-VEZ    VALUE 'Y'.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(40) VALUE
              'RECERTIFICACION DE ACCESOS DE NOMINA'.
           05 FILLER              PIC X(07) VALUE 'CICLO: '.
           05 LE-CICLO            PIC X(06).
           05 FILLER              PIC X(09) VALUE '  CORTE: '.
           05 LE-CORTE            PIC X(10).
           05 FILLER              PIC X(20) VALUE
              '  SIN USO DESDE: '.
           05 LE-LIMITE           PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'OPERADOR'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'NOMBRE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE 'TRAN'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'ULTIMO USO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'USO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(41) VALUE
              'CONFLICTO DE FUNCIONES'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(21) VALUE 'DECISION'.

       01  LIN-DEPTO.
           05 FILLER              PIC X(06) VALUE 'DEPTO '.
           05 LP-DEPTO            PIC X(03).
           05 FILLER              PIC X(16) VALUE '  RESPONSABLE: '.
           05 LP-RESPONSABLE      PIC X(40).

       01  LIN-DETALLE.
           05 LD-OPERADOR         PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NOMBRE           PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TRANSACCION      PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-ULTIMO-USO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-USO              PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-CONFLICTO        PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-CONF-DESC        PIC X(36).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DECISION         PIC X(21).

      * Renglon de la historia del acceso en NOMINA_AUT_AUD.
       01  LIN-HISTORIA.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 LH-ACCION           PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LH-FECHA            PIC X(19).
           05 FILLER              PIC X(05) VALUE ' POR '.
           05 LH-ADMIN            PIC X(08).

       01  LIN-RESUMEN.
           05 LR-TEXTO            PIC X(40).
           05 LR-CANTIDAD         PIC ZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUA END-EXEC.
       EXEC SQL INCLUDE DCLNOMOPE END-EXEC.
       EXEC SQL INCLUDE DCLNOMSOD END-EXEC.
       EXEC SQL INCLUDE DCLNOMRCT END-EXEC.
       EXEC SQL INCLUDE NOMCAMAE END-EXEC.

      * Operadores de CICS con su departamento: de ahi sale el gerente
      * (RESPONSABLE de NOMINA_DEPTO) que certifica sus accesos.
       EXEC SQL DECLARE NOMINA_OPERADOR TABLE
         (OPERADOR        CHAR(8)      NOT NULL,
          NOMBRE          VARCHAR(30)  NOT NULL,
          DEPTO           CHAR(3)      NOT NULL,
          PRIMARY KEY (OPERADOR))
       END-EXEC.

      * Reglas de segregacion de funciones: un operador no debe tener
      * activas a la vez TRAN_1 y TRAN_2 (el orden no importa). Se
      * prenden y apagan con ACTIVO sin tocar el programa.
       EXEC SQL DECLARE NOMINA_SOD_REGLA TABLE
         (TRAN_1          CHAR(4)      NOT NULL,
          TRAN_2          CHAR(4)      NOT NULL,
          DESCRIPCION     VARCHAR(40)  NOT NULL,
          ACTIVO          CHAR(1)      NOT NULL,
          PRIMARY KEY (TRAN_1, TRAN_2))
       END-EXEC.

      * Un renglon por acceso activo y ciclo trimestral ('AAAATn').
      * ULTIMO_USO '0001-01-01' es nunca usado; SIN_USO 'Y' sin uso en
      * el plazo, 'N' usado, 'X' transaccion sin bitacora de uso.
      * CONFLICTO es la otra transaccion de la regla de segregacion
      * que rompe. DECISION ' ' pendiente, 'C' certificado o 'R'
      * revocado, con el gerente que decidio y cuando.
       EXEC SQL DECLARE NOMINA_RECERT TABLE
         (CICLO           CHAR(6)      NOT NULL,
          OPERADOR        CHAR(8)      NOT NULL,
          TRANSACCION     CHAR(4)      NOT NULL,
          DEPTO           CHAR(3)      NOT NULL,
          ULTIMO_USO      DATE         NOT NULL,
          SIN_USO         CHAR(1)      NOT NULL,
          CONFLICTO       CHAR(4)      NOT NULL,
          DECISION        CHAR(1)      NOT NULL,
          DECIDIDO_POR    CHAR(8)      NOT NULL,
          FECHA_DECISION  TIMESTAMP,
          FECHA_GENERACION TIMESTAMP   NOT NULL,
          PRIMARY KEY (CICLO, OPERADOR, TRANSACCION))
       END-EXEC.

      * Accesos activos con el departamento del operador y su gerente
      * (en blanco si el operador o el departamento no estan dados de
      * alta), en orden de departamento para el corte.
       EXEC SQL
          DECLARE C-ACCESOS CURSOR FOR
             SELECT A.OPERADOR, A.TRANSACCION,
                    COALESCE(O.NOMBRE, ' '), COALESCE(O.DEPTO, ' '),
                    COALESCE(D.RESPONSABLE, ' ')
             FROM NOMINA_AUTORIZADOS A
                  LEFT OUTER JOIN NOMINA_OPERADOR O
                     ON O.OPERADOR = A.OPERADOR
                  LEFT OUTER JOIN NOMINA_DEPTO D
                     ON D.DEPTO = O.DEPTO
             WHERE A.ACTIVO = 'Y'
             ORDER BY 4, 1, 2
       END-EXEC.

      * Historia del acceso: cada otorgamiento, aprobacion y
      * revocacion, del mas viejo al mas reciente.
       EXEC SQL
          DECLARE C-HISTORIA CURSOR FOR
             SELECT ADMIN, ACCION, FECHA
             FROM NOMINA_AUT_AUD
             WHERE OPERADOR = :WS-AC-OPERADOR
               AND TRANSACCION = :WS-AC-TRANSACCION
             ORDER BY FECHA
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-CORTE quede
      * alineado con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-CORTE.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-CORTE       PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-CORTE.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-ACCESOS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-CORTE TO WS-FECHA-CORTE-PARM

           IF WS-FECHA-CORTE-PARM(5:1) NOT = '-'
              OR WS-FECHA-CORTE-PARM(8:1) NOT = '-'
              OR WS-FECHA-CORTE-PARM(1:4) NOT NUMERIC
              OR WS-FECHA-CORTE-PARM(6:2) NOT NUMERIC
              OR WS-FECHA-CORTE-PARM(9:2) NOT NUMERIC
              DISPLAY 'ERROR: FECHA DE CORTE INVALIDA EN PARM: '
                      WS-FECHA-CORTE-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-CALCULAR-CICLO

           OPEN OUTPUT CER-REPORT
           IF CER-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CERRPT: ' CER-STATUS
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

           MOVE WS-CICLO            TO LE-CICLO
           MOVE WS-FECHA-CORTE-PARM TO LE-CORTE
           MOVE WS-FECHA-LIMITE     TO LE-LIMITE
           MOVE LIN-ENCABEZADO-1 TO CER-LINE
           WRITE CER-LINE
           MOVE LIN-ENCABEZADO-2 TO CER-LINE
           WRITE CER-LINE.

      * El ciclo es el trimestre de la fecha de corte; la fecha
      * limite de uso es el corte menos WS-DIAS-SIN-USO dias.
       1100-CALCULAR-CICLO.
           MOVE WS-FECHA-CORTE-PARM(1:4) TO WS-FN-ANIO
           MOVE WS-FECHA-CORTE-PARM(6:2) TO WS-FN-MES
           MOVE WS-FECHA-CORTE-PARM(9:2) TO WS-FN-DIA

           COMPUTE WS-TRIMESTRE = (WS-FN-MES - 1) / 3 + 1
           MOVE SPACES TO WS-CICLO
           STRING WS-FECHA-CORTE-PARM(1:4) 'T' WS-TRIMESTRE
                  DELIMITED BY SIZE INTO WS-CICLO

           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                              - WS-DIAS-SIN-USO
           COMPUTE WS-LIMITE-NUM = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-LIM-ANIO TO WS-FECHA-LIMITE(1:4)
           MOVE '-'         TO WS-FECHA-LIMITE(5:1)
           MOVE WS-LIM-MES  TO WS-FECHA-LIMITE(6:2)
           MOVE '-'         TO WS-FECHA-LIMITE(8:1)
           MOVE WS-LIM-DIA  TO WS-FECHA-LIMITE(9:2).

       2000-REVISAR-ACCESOS.
           EXEC SQL
              OPEN C-ACCESOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-REVISAR-ACCESO UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-ACCESOS
           END-EXEC.

       2100-REVISAR-ACCESO.
           EXEC SQL
              FETCH C-ACCESOS
              INTO :WS-AC-OPERADOR, :WS-AC-TRANSACCION,
                   :WS-AC-NOMBRE, :WS-AC-DEPTO, :WS-AC-RESPONSABLE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-ACCESOS
                 IF WS-PRIMERA-VEZ
                    OR WS-AC-DEPTO NOT = WS-DEPTO-ANTERIOR
                    PERFORM 2150-IMPRIMIR-DEPTO
                 END-IF
                 PERFORM 2200-ULTIMO-USO
                 PERFORM 2300-ULTIMO-OTORGAMIENTO
                 PERFORM 2400-BUSCAR-CONFLICTO
                 PERFORM 2500-GRABAR-RECERT
                 PERFORM 2600-ESCRIBIR-ACCESO
                 PERFORM 2700-LISTAR-HISTORIA
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Encabezado del departamento con su gerente. Sin departamento
      * o sin gerente nadie puede certificar esos accesos: se listan
      * para que Seguridad complete NOMINA_OPERADOR / NOMINA_DEPTO y
      * se vuelva a correr el ciclo.
       2150-IMPRIMIR-DEPTO.
           MOVE 'N' TO WS-PRIMERA-VEZ-SW
           MOVE WS-AC-DEPTO TO WS-DEPTO-ANTERIOR

           MOVE SPACES TO CER-LINE
           WRITE CER-LINE
           MOVE WS-AC-DEPTO TO LP-DEPTO
           EVALUATE TRUE
              WHEN WS-AC-DEPTO = SPACES
                 MOVE 'OPERADOR SIN ALTA EN NOMINA_OPERADOR'
                      TO LP-RESPONSABLE
              WHEN WS-AC-RESPONSABLE = SPACES
                 MOVE 'DEPARTAMENTO SIN GERENTE RESPONSABLE'
                      TO LP-RESPONSABLE
              WHEN OTHER
                 MOVE WS-AC-RESPONSABLE TO LP-RESPONSABLE
           END-EVALUATE
           MOVE LIN-DEPTO TO CER-LINE
           WRITE CER-LINE.

      * Ultimo uso segun la bitacora que deja cada transaccion.
      * NOMINA_CONSULTA_AUD no distingue NOM1 de NOM5, asi que a las
      * dos les vale cualquier consulta del operador. NOM3, NOM4 y
      * NOM7 son consultas que no dejan bitacora: su uso no se puede
      * medir y se listan como SIN BITACORA para que el gerente
      * decida sin ese dato.
       2200-ULTIMO-USO.
           MOVE '0001-01-01' TO WS-AC-ULTIMO-USO
           MOVE 'N' TO WS-AC-SIN-USO

           EVALUATE WS-AC-TRANSACCION
              WHEN 'NOM1'
              WHEN 'NOM5'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CONSULTA)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_CONSULTA_AUD
                    WHERE OPERADOR = :WS-AC-OPERADOR
                 END-EXEC
              WHEN 'NOM2'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO IN
                          (:WS-CM-CAMPO-01, :WS-CM-CAMPO-02,
                           :WS-CM-CAMPO-03, :WS-CM-CAMPO-04,
                           :WS-CM-CAMPO-05, :WS-CM-CAMPO-06,
                           :WS-CM-CAMPO-07, :WS-CM-CAMPO-08,
                           :WS-CM-CAMPO-09, :WS-CM-CAMPO-10,
                           :WS-CM-CAMPO-11, :WS-CM-CAMPO-12,
                           :WS-CM-CAMPO-13, :WS-CM-CAMPO-14,
                           :WS-CM-CAMPO-15)
                 END-EXEC
              WHEN 'NOM6'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO LIKE 'CTA BCO%'
                 END-EXEC
              WHEN 'NOMB'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO LIKE 'SALARIO AUT%'
                 END-EXEC
              WHEN 'NOMC'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO LIKE 'VACACIONES%'
                 END-EXEC
              WHEN 'NOMD'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO LIKE 'DISTRIB%'
                 END-EXEC
              WHEN 'NOME'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_CAMBIO)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_HIST
                    WHERE USUARIO = :WS-AC-OPERADOR
                      AND CAMPO_CAMBIADO LIKE 'ALERTA%'
                 END-EXEC
              WHEN 'NOM8'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA)), '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_TARIFA_AUD
                    WHERE ADMIN = :WS-AC-OPERADOR
                 END-EXEC
              WHEN 'NOM9'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA)), '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_AUT_AUD
                    WHERE ADMIN = :WS-AC-OPERADOR
                 END-EXEC
              WHEN 'NOMF'
                 EXEC SQL
                    SELECT COALESCE(MAX(DATE(FECHA_DECISION)),
                                    '0001-01-01')
                    INTO :WS-AC-ULTIMO-USO
                    FROM NOMINA_RECERT
                    WHERE DECIDIDO_POR = :WS-AC-OPERADOR
                 END-EXEC
              WHEN 'NOMA'
                 PERFORM 2210-ULTIMO-USO-PAGO-ESP
              WHEN OTHER
                 SET WS-AC-SIN-BITACORA TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL BUSCAR ULTIMO USO: ' WS-AC-OPERADOR
                      ' ' WS-AC-TRANSACCION ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
           END-IF.

      * CICNOM10 deja en la solicitud quien la capturo y quien la
      * aprobo: el uso de NOMA es la mas reciente de las dos.
       2210-ULTIMO-USO-PAGO-ESP.
           EXEC SQL
              SELECT COALESCE(MAX(DATE(FECHA_CAPTURA)), '0001-01-01')
              INTO :WS-AC-ULTIMO-USO
              FROM NOMINA_PAGO_ESP
              WHERE CAPTURADO_POR = :WS-AC-OPERADOR
           END-EXEC
           IF SQLCODE NOT = 0
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(DATE(FECHA_APROBACION)),
                              '0001-01-01')
              INTO :WS-AC-USO-AUX
              FROM NOMINA_PAGO_ESP
              WHERE APROBADO_POR = :WS-AC-OPERADOR
           END-EXEC
           IF SQLCODE = 0 AND WS-AC-USO-AUX > WS-AC-ULTIMO-USO
              MOVE WS-AC-USO-AUX TO WS-AC-ULTIMO-USO
           END-IF.

      * Un acceso otorgado (o aprobado) dentro del plazo todavia no
      * ha tenido tiempo de usarse y no se marca.
       2300-ULTIMO-OTORGAMIENTO.
           EXEC SQL
              SELECT COALESCE(MAX(DATE(FECHA)), '0001-01-01')
              INTO :WS-AC-ULTIMO-OTORGA
              FROM NOMINA_AUT_AUD
              WHERE OPERADOR = :WS-AC-OPERADOR
                AND TRANSACCION = :WS-AC-TRANSACCION
                AND ACCION IN ('G', 'A')
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL BUSCAR OTORGAMIENTO: ' WS-AC-OPERADOR
                      ' ' WS-AC-TRANSACCION ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-AC-USADO
              AND WS-AC-ULTIMO-USO < WS-FECHA-LIMITE
              AND WS-AC-ULTIMO-OTORGA < WS-FECHA-LIMITE
              SET WS-AC-NO-USADO TO TRUE
           END-IF.

      * Primera regla activa de NOMINA_SOD_REGLA que el operador
      * rompe con este acceso y otro de sus accesos activos.
       2400-BUSCAR-CONFLICTO.
           MOVE SPACES TO WS-AC-CONFLICTO WS-AC-CONF-DESC

           EXEC SQL
              SELECT CASE WHEN R.TRAN_1 = :WS-AC-TRANSACCION
                          THEN R.TRAN_2 ELSE R.TRAN_1 END,
                     R.DESCRIPCION
              INTO :WS-AC-CONFLICTO, :WS-AC-CONF-DESC
              FROM NOMINA_SOD_REGLA R, NOMINA_AUTORIZADOS A2
              WHERE R.ACTIVO = 'Y'
                AND A2.OPERADOR = :WS-AC-OPERADOR
                AND A2.ACTIVO = 'Y'
                AND ((R.TRAN_1 = :WS-AC-TRANSACCION
                      AND A2.TRANSACCION = R.TRAN_2)
                  OR (R.TRAN_2 = :WS-AC-TRANSACCION
                      AND A2.TRANSACCION = R.TRAN_1))
              ORDER BY 1
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-CONFLICTOS
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL BUSCAR CONFLICTO: ' WS-AC-OPERADOR
                         ' ' WS-AC-TRANSACCION ' SQLCODE: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
           END-EVALUATE.

      * Alta del acceso en el ciclo. Si ya estaba (segunda corrida),
      * solo se refrescan los datos de lo que falta decidir; lo ya
      * certificado o revocado queda como el gerente lo dejo.
       2500-GRABAR-RECERT.
           MOVE WS-CICLO            TO RT-CICLO
           MOVE WS-AC-OPERADOR      TO RT-OPERADOR
           MOVE WS-AC-TRANSACCION   TO RT-TRANSACCION
           MOVE WS-AC-DEPTO         TO RT-DEPTO
           MOVE WS-AC-ULTIMO-USO    TO RT-ULTIMO-USO
           MOVE WS-AC-SIN-USO       TO RT-SIN-USO
           MOVE WS-AC-CONFLICTO     TO RT-CONFLICTO
           MOVE SPACES              TO RT-DECISION RT-DECIDIDO-POR
           MOVE FUNCTION CURRENT-TIMESTAMP TO RT-FECHA-GENERACION

           EXEC SQL
              INSERT INTO NOMINA_RECERT
                 (CICLO, OPERADOR, TRANSACCION, DEPTO, ULTIMO_USO,
                  SIN_USO, CONFLICTO, DECISION, DECIDIDO_POR,
                  FECHA_GENERACION)
              VALUES
                 (:RT-CICLO, :RT-OPERADOR, :RT-TRANSACCION,
                  :RT-DEPTO, :RT-ULTIMO-USO, :RT-SIN-USO,
                  :RT-CONFLICTO, :RT-DECISION, :RT-DECIDIDO-POR,
                  :RT-FECHA-GENERACION)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 PERFORM 2510-REFRESCAR-RECERT
              WHEN OTHER
                 DISPLAY 'ERROR AL GRABAR RECERTIFICACION: '
                         WS-AC-OPERADOR ' ' WS-AC-TRANSACCION
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
           END-EVALUATE.

       2510-REFRESCAR-RECERT.
           EXEC SQL
              UPDATE NOMINA_RECERT
                 SET DEPTO = :RT-DEPTO,
                     ULTIMO_USO = :RT-ULTIMO-USO,
                     SIN_USO = :RT-SIN-USO,
                     CONFLICTO = :RT-CONFLICTO,
                     FECHA_GENERACION = :RT-FECHA-GENERACION
               WHERE CICLO = :RT-CICLO
                 AND OPERADOR = :RT-OPERADOR
                 AND TRANSACCION = :RT-TRANSACCION
                 AND DECISION = ' '
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL REFRESCAR RECERTIFICACION: '
                      WS-AC-OPERADOR ' ' WS-AC-TRANSACCION
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT DECISION, DECIDIDO_POR
              INTO :RT-DECISION, :RT-DECIDIDO-POR
              FROM NOMINA_RECERT
              WHERE CICLO = :RT-CICLO
                AND OPERADOR = :RT-OPERADOR
                AND TRANSACCION = :RT-TRANSACCION
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER RECERTIFICACION: '
                      WS-AC-OPERADOR ' ' WS-AC-TRANSACCION
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
           END-IF.

       2600-ESCRIBIR-ACCESO.
           MOVE WS-AC-OPERADOR    TO LD-OPERADOR
           MOVE WS-AC-NOMBRE      TO LD-NOMBRE
           MOVE WS-AC-TRANSACCION TO LD-TRANSACCION

           EVALUATE TRUE
              WHEN WS-AC-SIN-BITACORA
                 MOVE SPACES TO LD-ULTIMO-USO
                 MOVE 'SIN BITACORA' TO LD-USO
                 ADD 1 TO WS-REG-SIN-BITACORA
              WHEN WS-AC-ULTIMO-USO = '0001-01-01'
                 MOVE 'NUNCA' TO LD-ULTIMO-USO
              WHEN OTHER
                 MOVE WS-AC-ULTIMO-USO TO LD-ULTIMO-USO
           END-EVALUATE
           IF WS-AC-NO-USADO
              MOVE 'SIN USO 90D' TO LD-USO
              ADD 1 TO WS-REG-SIN-USO
           END-IF
           IF WS-AC-USADO
              MOVE SPACES TO LD-USO
           END-IF

           MOVE WS-AC-CONFLICTO TO LD-CONFLICTO
           MOVE WS-AC-CONF-DESC TO LD-CONF-DESC

           MOVE SPACES TO LD-DECISION
           EVALUATE RT-DECISION
              WHEN 'C'
                 ADD 1 TO WS-REG-CERTIFICADOS
                 STRING 'CERTIFICADO ' RT-DECIDIDO-POR
                        DELIMITED BY SIZE INTO LD-DECISION
              WHEN 'R'
                 ADD 1 TO WS-REG-REVOCADOS
                 STRING 'REVOCADO ' RT-DECIDIDO-POR
                        DELIMITED BY SIZE INTO LD-DECISION
              WHEN OTHER
                 ADD 1 TO WS-REG-PENDIENTES
                 MOVE 'PENDIENTE' TO LD-DECISION
           END-EVALUATE
           IF WS-AC-RESPONSABLE = SPACES
              ADD 1 TO WS-REG-SIN-RESP
           END-IF

           MOVE LIN-DETALLE TO CER-LINE
           WRITE CER-LINE.

       2700-LISTAR-HISTORIA.
           EXEC SQL
              OPEN C-HISTORIA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR HISTORIA: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-HIST-SW
           PERFORM 2710-LEER-HISTORIA UNTIL WS-FIN-HIST

           EXEC SQL
              CLOSE C-HISTORIA
           END-EXEC.

       2710-LEER-HISTORIA.
           EXEC SQL
              FETCH C-HISTORIA
              INTO :AA-ADMIN, :AA-ACCION, :AA-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE AA-ACCION
                    WHEN 'G'
                       MOVE 'OTORGADA' TO LH-ACCION
                    WHEN 'R'
                       MOVE 'REVOCADA' TO LH-ACCION
                    WHEN 'A'
                       MOVE 'APROBADA' TO LH-ACCION
                    WHEN OTHER
                       MOVE AA-ACCION  TO LH-ACCION
                 END-EVALUATE
                 MOVE AA-FECHA(1:19) TO LH-FECHA
                 MOVE AA-ADMIN       TO LH-ADMIN
                 MOVE LIN-HISTORIA TO CER-LINE
                 WRITE CER-LINE
              WHEN 100
                 SET WS-FIN-HIST TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH HISTORIA: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-HIST TO TRUE
           END-EVALUATE.

       3000-FINALIZAR.
           IF WS-ERR-CURSOR
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

           MOVE SPACES TO CER-LINE
           WRITE CER-LINE
           MOVE 'ACCESOS ACTIVOS:' TO LR-TEXTO
           MOVE WS-REG-ACCESOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'SIN USO EN EL PLAZO:' TO LR-TEXTO
           MOVE WS-REG-SIN-USO TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'SIN BITACORA DE USO:' TO LR-TEXTO
           MOVE WS-REG-SIN-BITACORA TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'CON CONFLICTO DE FUNCIONES:' TO LR-TEXTO
           MOVE WS-REG-CONFLICTOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'SIN GERENTE RESPONSABLE:' TO LR-TEXTO
           MOVE WS-REG-SIN-RESP TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'PENDIENTES DE DECISION:' TO LR-TEXTO
           MOVE WS-REG-PENDIENTES TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE
           MOVE 'CERTIFICADOS:' TO LR-TEXTO
           MOVE WS-REG-CERTIFICADOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO CER-LINE
           WRITE CER-LINE

           CLOSE CER-REPORT

           DISPLAY 'CICLO DE RECERTIFICACION: ' WS-CICLO
           DISPLAY 'ACCESOS ACTIVOS: ' WS-REG-ACCESOS
           DISPLAY 'SIN USO EN EL PLAZO: ' WS-REG-SIN-USO
           DISPLAY 'CON CONFLICTO: ' WS-REG-CONFLICTOS
           DISPLAY 'PENDIENTES DE DECISION: ' WS-REG-PENDIENTES

      * RC 4 mientras haya accesos marcados o sin decision: el ciclo
      * no esta cerrado para Auditoria. Una corrida con error deshace
      * lo grabado y sale con RC 8.
           EVALUATE TRUE
              WHEN WS-ERR-CURSOR
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'REPORTE INCOMPLETO: REPETIR LA CORRIDA'
              WHEN WS-REG-PENDIENTES > ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'HAY ACCESOS SIN CERTIFICAR EN EL CICLO'
              WHEN OTHER
                 DISPLAY 'CICLO COMPLETO: TODOS LOS ACCESOS DECIDIDOS'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMICER01.

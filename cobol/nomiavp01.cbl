       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIAVP01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch que arma el archivo mensual de detalle de      *
      * pagos que piden el instituto de vivienda (Infonavit) y el de  *
      * credito al consumo (Fonacot) para acreditar lo descontado a   *
      * cada trabajador. Se construye solo con lo que NOMIREM01       *
      * realmente les remitio en el mes del PARM (NOMINA_REMESAS), un *
      * renglon por credito con el numero de periodos y el importe    *
      * pagado, el NSS y RFC del trabajador y el estado de su cuenta  *
      * en NOMINA_DED_SALDOS (para que el instituto vea aplicadas sus *
      * suspensiones y liquidaciones). El listado lleva el total por  *
      * instituto, y avisa si en el mes quedo algo retenido de esos   *
      * codigos que todavia no se remite.                             *
      * Una corrida por registro patronal: solo van los trabajadores  *
      * de las empresas que tienen ese registro en NOMINA_EMPRESA.    *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGO-FILE ASSIGN TO AVPFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAG-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO AVPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por credito pagado en el mes. ORIGEN 'I' Infonavit,
      * 'F' Fonacot; MES en AAAAMM. ESTADO es el de la cuenta de saldo
      * ('A' vigente, 'S' suspendida, 'T' liquidada, 'F' liquidada en
      * el finiquito; en blanco si no lleva cuenta de saldo).
       FD  PAGO-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS PAG-RECORD.
       01  PAG-RECORD.
           05 AP-ORIGEN           PIC X(01).
           05 AP-REG-PATRONAL     PIC X(11).
           05 AP-MES              PIC X(06).
           05 AP-NSS              PIC X(11).
           05 AP-RFC              PIC X(13).
           05 AP-NUM-CREDITO      PIC X(15).
           05 AP-NOMBRE           PIC X(30).
           05 AP-PERIODOS         PIC 9(02).
           05 AP-MONTO            PIC 9(09)V99.
           05 AP-ESTADO           PIC X(01).
           05 AP-SALDO            PIC 9(09)V99.
           05 FILLER              PIC X(08).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 PAG-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.

       01  WS-MES-PARM            PIC X(07).
       01  WS-REGISTRO-PATRONAL   PIC X(11).
       01  WS-EMPRESAS-REG        PIC S9(09) COMP.

       01  WS-CONTADORES.
           05 WS-REG-CREDITOS     PIC 9(05) VALUE ZEROS.
           05 WS-CRED-INSTITUTO   PIC 9(05) VALUE ZEROS.
           05 WS-TOT-INSTITUTO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-GENERAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-PEND-RENGLONES   PIC S9(09) COMP VALUE ZEROS.
           05 WS-PEND-MONTO       PIC S9(09)V99 COMP-3 VALUE ZEROS.

      * Fechas del mes en proceso, igual que el cierre NOMIFAH01.
       01  WS-FECHAS-MES.
           05 WS-FECHA-INICIO     PIC X(10).
           05 WS-FECHA-CIERRE     PIC X(10).
           05 WS-ANIO-NUM         PIC 9(04).
           05 WS-MES-NUM          PIC 9(02).
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-INT        PIC 9(07).
           05 WS-FECHA-CONV       PIC X(08).

      * Credito en proceso, ya sumado por el cursor.
       01  WS-CREDITO.
           05 WS-CR-PERIODOS      PIC S9(04) COMP.
           05 WS-CR-MONTO         PIC S9(09)V99 COMP-3.
           05 WS-CODIGO-ANT       PIC X(03) VALUE SPACES.

      * Codigos de cada instituto, los mismos con que NOMIAVI01 carga
      * los avisos.
           COPY NOMTARIF.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'DETALLE MENSUAL DE PAGOS A INFONAVIT Y FONACOT'.
           05 FILLER              PIC X(05) VALUE 'MES: '.
           05 LE-MES              PIC X(07).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(18) VALUE 'REG. PATRONAL: '.
           05 LE-REG-PATRONAL     PIC X(11).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(05) VALUE 'COD'.
           05 FILLER              PIC X(17) VALUE 'NUM. CREDITO'.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(13) VALUE 'NSS'.
           05 FILLER              PIC X(15) VALUE 'RFC'.
           05 FILLER              PIC X(27) VALUE 'NOMBRE'.
           05 FILLER              PIC X(05) VALUE 'PER'.
           05 FILLER              PIC X(14) VALUE '      PAGADO'.
           05 FILLER              PIC X(03) VALUE 'E'.
           05 FILLER              PIC X(12) VALUE '       SALDO'.

       01  LIN-DETALLE.
           05 LD-DED-CODIGO       PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NUM-CREDITO      PIC X(15).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NSS              PIC X(11).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-RFC              PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NOMBRE           PIC X(25).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PERIODOS         PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MONTO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-ESTADO           PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SALDO            PIC Z,ZZZ,ZZ9.99.

       01  LIN-SUBTOTAL.
           05 FILLER              PIC X(10) VALUE 'TOTAL COD '.
           05 LS-DED-CODIGO       PIC X(03).
           05 FILLER              PIC X(12) VALUE '  CREDITOS: '.
           05 LS-CREDITOS         PIC ZZ,ZZ9.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 LS-MONTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  LIN-TOTAL.
           05 FILLER              PIC X(25) VALUE
              'TOTAL PAGADO DEL MES:'.
           05 LT-CREDITOS         PIC ZZ,ZZ9.
           05 FILLER              PIC X(54) VALUE SPACES.
           05 LT-MONTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              '    (SIN PAGOS REMITIDOS EN EL MES)'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMREM END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAL END-EXEC.

      * Lo remitido en el mes a cada instituto, sumado por credito
      * (numero de caso con que se remitio) y trabajador.
       EXEC SQL
          DECLARE C-REMITIDO CURSOR FOR
             SELECT R.DED_CODIGO, R.NUM_CASO, R.EMP_ID,
                    E.NSS, E.RFC, E.NOMBRE,
                    COUNT(*), SUM(R.MONTO)
             FROM NOMINA_REMESAS R, NOMINA_EMPLEADO E
             WHERE R.EMP_ID = E.EMP_ID
               AND E.EMPRESA IN
                  (SELECT X.EMPRESA FROM NOMINA_EMPRESA X
                    WHERE X.REGISTRO_PATRONAL = :WS-REGISTRO-PATRONAL)
               AND R.DED_CODIGO IN (:WS-AVI-COD-INFONAVIT,
                                    :WS-AVI-COD-FONACOT)
               AND R.FECHA_PAGO >= :WS-FECHA-INICIO
               AND R.FECHA_PAGO <= :WS-FECHA-CIERRE
             GROUP BY R.DED_CODIGO, R.NUM_CASO, R.EMP_ID,
                      E.NSS, E.RFC, E.NOMBRE
             ORDER BY R.DED_CODIGO, R.NUM_CASO, R.EMP_ID
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que los campos queden
      * alineados con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-PAGOS.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-MES               PIC X(07).
           05 LK-REGISTRO-PATRONAL PIC X(11).

       PROCEDURE DIVISION USING LK-PARM-PAGOS.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2500-VERIFICAR-PENDIENTES
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-MES               TO WS-MES-PARM
           MOVE LK-REGISTRO-PATRONAL TO WS-REGISTRO-PATRONAL

           IF WS-MES-PARM(1:4) IS NOT NUMERIC
              OR WS-MES-PARM(5:1) NOT = '-'
              OR WS-MES-PARM(6:2) IS NOT NUMERIC
              OR WS-REGISTRO-PATRONAL = SPACES
              DISPLAY 'ERROR: PARM REQUIERE MES (AAAA-MM) Y REGISTRO '
                      'PATRONAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-MES-PARM(1:4) TO WS-ANIO-NUM
           MOVE WS-MES-PARM(6:2) TO WS-MES-NUM
           IF WS-MES-NUM < 1 OR WS-MES-NUM > 12
              DISPLAY 'ERROR: MES INVALIDO EN PARM: ' WS-MES-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-FECHAS-DEL-MES

           OPEN OUTPUT PAGO-FILE
           IF PAG-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AVPFILE: ' PAG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR AVPRPT: ' RPT-STATUS
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

           MOVE WS-MES-PARM          TO LE-MES
           MOVE WS-REGISTRO-PATRONAL TO LE-REG-PATRONAL
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-REMITIDO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Mismo chequeo del registro patronal del PARM que NOMIAFI01.
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

       1100-FECHAS-DEL-MES.
           MOVE WS-MES-PARM TO WS-FECHA-INICIO(1:7)
           MOVE '-01'       TO WS-FECHA-INICIO(8:3)

           IF WS-MES-NUM = 12
              COMPUTE WS-FECHA-NUM = (WS-ANIO-NUM + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-NUM =
                 WS-ANIO-NUM * 10000 + (WS-MES-NUM + 1) * 100 + 1
           END-IF
           COMPUTE WS-FECHA-INT =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
           MOVE WS-FECHA-NUM TO WS-FECHA-CONV
           STRING WS-FECHA-CONV(1:4) '-' WS-FECHA-CONV(5:2) '-'
                  WS-FECHA-CONV(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CIERRE.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-REMITIDO
              INTO :RM-DED-CODIGO, :RM-NUM-CASO, :RM-EMP-ID,
                   :EM-NSS, :EM-RFC, :EM-NOMBRE,
                   :WS-CR-PERIODOS, :WS-CR-MONTO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF RM-DED-CODIGO NOT = WS-CODIGO-ANT
                    PERFORM 2300-CORTE-INSTITUTO
                 END-IF
                 ADD 1 TO WS-REG-CREDITOS
                 PERFORM 2100-LEER-SALDO
                 PERFORM 2200-ESCRIBIR-CREDITO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Estado actual de la cuenta de saldo del credito; una orden
      * sin cuenta de saldo sale con estado y saldo en blanco.
       2100-LEER-SALDO.
           MOVE RM-EMP-ID     TO SL-EMP-ID
           MOVE RM-DED-CODIGO TO SL-DED-CODIGO

           EXEC SQL
              SELECT SALDO_RESTANTE, ESTADO
              INTO :SL-SALDO-RESTANTE, :SL-ESTADO
              FROM NOMINA_DED_SALDOS
              WHERE EMP_ID = :SL-EMP-ID
                AND DED_CODIGO = :SL-DED-CODIGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE SPACES TO SL-ESTADO
                 MOVE ZEROS  TO SL-SALDO-RESTANTE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER SALDO: ' RM-EMP-ID
                         ' COD: ' RM-DED-CODIGO
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 MOVE SPACES TO SL-ESTADO
                 MOVE ZEROS  TO SL-SALDO-RESTANTE
           END-EVALUATE.

       2200-ESCRIBIR-CREDITO.
           IF RM-DED-CODIGO = WS-AVI-COD-INFONAVIT
              MOVE 'I' TO AP-ORIGEN
           ELSE
              MOVE 'F' TO AP-ORIGEN
           END-IF
           MOVE WS-REGISTRO-PATRONAL TO AP-REG-PATRONAL
           MOVE WS-MES-PARM(1:4)     TO AP-MES(1:4)
           MOVE WS-MES-PARM(6:2)     TO AP-MES(5:2)
           MOVE EM-NSS               TO AP-NSS
           MOVE EM-RFC               TO AP-RFC
           MOVE RM-NUM-CASO          TO AP-NUM-CREDITO
           MOVE EM-NOMBRE            TO AP-NOMBRE
           MOVE WS-CR-PERIODOS       TO AP-PERIODOS
           MOVE WS-CR-MONTO          TO AP-MONTO
           MOVE SL-ESTADO            TO AP-ESTADO
           MOVE SL-SALDO-RESTANTE    TO AP-SALDO
           WRITE PAG-RECORD

           ADD 1 TO WS-CRED-INSTITUTO
           ADD WS-CR-MONTO TO WS-TOT-INSTITUTO
           ADD WS-CR-MONTO TO WS-TOT-GENERAL

           MOVE RM-DED-CODIGO     TO LD-DED-CODIGO
           MOVE RM-NUM-CASO       TO LD-NUM-CREDITO
           MOVE RM-EMP-ID         TO LD-EMP-ID
           MOVE EM-NSS            TO LD-NSS
           MOVE EM-RFC            TO LD-RFC
           MOVE EM-NOMBRE         TO LD-NOMBRE
           MOVE WS-CR-PERIODOS    TO LD-PERIODOS
           MOVE WS-CR-MONTO       TO LD-MONTO
           MOVE SL-ESTADO         TO LD-ESTADO
           MOVE SL-SALDO-RESTANTE TO LD-SALDO
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

      * Al cambiar de instituto (y al final) sale el total del que
      * termina.
       2300-CORTE-INSTITUTO.
           IF WS-CODIGO-ANT NOT = SPACES
              MOVE WS-CODIGO-ANT     TO LS-DED-CODIGO
              MOVE WS-CRED-INSTITUTO TO LS-CREDITOS
              MOVE WS-TOT-INSTITUTO  TO LS-MONTO
              MOVE LIN-SUBTOTAL TO RPT-LINE
              WRITE RPT-LINE
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           MOVE RM-DED-CODIGO TO WS-CODIGO-ANT
           MOVE ZEROS TO WS-CRED-INSTITUTO WS-TOT-INSTITUTO.

      * Lo retenido en el mes de esos codigos en renglones activos de
      * NOMINA que NOMIREM01 todavia no remite (por ejemplo, sin
      * beneficiario capturado) no va en el archivo: se avisa para
      * remitirlo y repetir la corrida.
       2500-VERIFICAR-PENDIENTES.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(D.DED_MONTO), 0)
              INTO :WS-PEND-RENGLONES, :WS-PEND-MONTO
              FROM NOMINA_DEDUCCIONES D, NOMINA N
              WHERE D.DED_CODIGO IN (:WS-AVI-COD-INFONAVIT,
                                     :WS-AVI-COD-FONACOT)
                AND D.FECHA_PAGO >= :WS-FECHA-INICIO
                AND D.FECHA_PAGO <= :WS-FECHA-CIERRE
                AND D.DED_MONTO > 0
                AND N.EMP_ID = D.EMP_ID
                AND N.FECHA_PAGO = D.FECHA_PAGO
                AND N.STATUS = 'A'
                AND N.EMPRESA IN
                   (SELECT X.EMPRESA FROM NOMINA_EMPRESA X
                     WHERE X.REGISTRO_PATRONAL = :WS-REGISTRO-PATRONAL)
                AND NOT EXISTS
                   (SELECT 1 FROM NOMINA_REMESAS R
                     WHERE R.EMP_ID = D.EMP_ID
                       AND R.FECHA_PAGO = D.FECHA_PAGO
                       AND R.DED_CODIGO = D.DED_CODIGO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL VERIFICAR PENDIENTES: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-REMITIDO
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           IF WS-REG-CREDITOS = ZEROS
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 2300-CORTE-INSTITUTO
              MOVE WS-REG-CREDITOS TO LT-CREDITOS
              MOVE WS-TOT-GENERAL  TO LT-MONTO
              MOVE LIN-TOTAL TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           CLOSE PAGO-FILE
           CLOSE CONTROL-REPORT

           DISPLAY 'CREDITOS EN EL ARCHIVO: ' WS-REG-CREDITOS
           DISPLAY 'TOTAL PAGADO: ' WS-TOT-GENERAL
           DISPLAY 'RETENCIONES SIN REMITIR: ' WS-PEND-RENGLONES
           DISPLAY 'MONTO SIN REMITIR: ' WS-PEND-MONTO

           EVALUATE TRUE
              WHEN WS-ERR-DB2
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'ARCHIVO INCOMPLETO: REPETIR LA CORRIDA'
              WHEN WS-PEND-RENGLONES > ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'HAY RETENCIONES DEL MES SIN REMITIR: '
                         'CORRER NOMIREM01 Y REPETIR'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIAVP01.

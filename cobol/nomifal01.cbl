       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIFAL01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Liquidacion anual del fondo de ahorro, que Tesoreria armaba   *
      * en hojas de calculo. Por cada empleado activo con saldo en    *
      * NOMINA_FONDO_MOV a la fecha de pago del PARM, liquida el      *
      * saldo completo: lo aportado por el empleado, la iguala del    *
      * patron y los intereses. La aportacion del empleado es su      *
      * propio dinero y no causa ISR; de la iguala mas los intereses  *
      * se exenta hasta el TOPE_EXENTO de NOMINA_FONDO_CTL y el       *
      * excedente paga ISR con la tarifa vigente. El calculo queda en *
      * NOMINA_FONDO_LIQ y la solicitud de pago en NOMINA_PAGO_ESP en *
      * estado 'P', igual que un finiquito: la segunda firma en       *
      * CICNOM10 (NOMA) y el extracto NOMIESP01 la pagan por deposito *
      * o cheque, y es NOMIESP01 quien al pagarla descarga el saldo   *
      * del fondo y deja el pago para que NOMIGL01 lo asiente contra  *
      * el pasivo del fondo. Los empleados dados de baja no entran:   *
      * su saldo se liquida en el finiquito (NOMIFIN01). Una          *
      * liquidacion cuya solicitud sigue pendiente o fue retirada se  *
      * recalcula completa en la siguiente corrida.                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACION-REPORT ASSIGN TO FALRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDACION-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-EMP-OK-SW        PIC X VALUE 'Y'.
              88 WS-EMP-OK          VALUE 'Y'.
              88 WS-EMP-OMITIDO     VALUE 'N'.
           05 WS-PREVIO-SW        PIC X VALUE 'N'.
              88 WS-HAY-PREVIO      VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMP-ID-PARM         PIC X(06).
       01  WS-ANIO-PARM           PIC X(04).

       01  WS-CONTADORES.
           05 WS-EMP-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-LIQ-CALCULADAS   PIC 9(05) VALUE ZEROS.
           05 WS-LIQ-RECALCULADAS PIC 9(05) VALUE ZEROS.
           05 WS-LIQ-OMITIDAS     PIC 9(05) VALUE ZEROS.
           05 WS-LIQ-EXCEPCIONES  PIC 9(05) VALUE ZEROS.
           05 WS-TOT-LIQUIDADO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-EXENTO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ISR          PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-FAL-USUARIO         PIC X(08) VALUE 'NOMIFAL1'.

      * Calculo del empleado en proceso.
       01  WS-CALCULO.
           05 WS-PE-ESTADO-ANT    PIC X(01).
           05 WS-FECHA-PAGO-ANT   PIC X(10).
           05 WS-CUENTAS-ACT      PIC S9(04) COMP.
           05 WS-LIQ-PREVIAS      PIC S9(04) COMP.
           05 WS-AUD-NETO-ED      PIC ZZZZZZZ9.99.

      * Mismas tablas de tarifas que NOMINA01/NOMIRES01/NOMIFIN01,
      * cargadas desde NOMINA_TARIFAS en 1050: la solicitud debe
      * llevar el ISR de la parte gravada ya calculado.
           COPY NOMTARIF.

       01  WS-CALC-RETENCIONES.
           05 WS-RET-VER          PIC 9(02).
           05 WS-RET-VER-ISR      PIC 9(02).
           05 WS-RET-IDX          PIC 9(02).
           05 WS-RET-BRUTO        PIC 9(08)V99 COMP-3.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'LIQUIDACION ANUAL DEL FONDO DE AHORRO'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'TOPE EXENTO: '.
           05 LE-TOPE-EXENTO      PIC Z,ZZZ,ZZ9.99.
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(16) VALUE 'NOMBRE'.
           05 FILLER              PIC X(13) VALUE '     EMPLEADO'.
           05 FILLER              PIC X(13) VALUE '       PATRON'.
           05 FILLER              PIC X(13) VALUE '    INTERESES'.
           05 FILLER              PIC X(13) VALUE '        TOTAL'.
           05 FILLER              PIC X(13) VALUE '       EXENTO'.
           05 FILLER              PIC X(13) VALUE '      GRAVADO'.
           05 FILLER              PIC X(13) VALUE '          ISR'.
           05 FILLER              PIC X(13) VALUE '         NETO'.
           05 FILLER              PIC X(04) VALUE ' VIA'.

       01  LIN-LIQUIDACION.
           05 LL-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LL-NOMBRE           PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-EMPLEADO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-PATRON           PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-INTERES          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-TOTAL            PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-EXENTO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-GRAVADO          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-ISR              PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LL-NETO             PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03) VALUE SPACES.
           05 LL-VIA              PIC X(01).

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(43).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DATO             PIC X(40).

       01  LIN-TOTAL.
           05 FILLER              PIC X(31) VALUE
              'TOTAL LIQUIDADO'.
           05 FILLER              PIC X(33) VALUE SPACES.
           05 LT-TOTAL            PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-EXENTO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(14) VALUE SPACES.
           05 LT-ISR              PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-NETO             PIC Z,ZZZ,ZZ9.99.

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              'SIN SALDOS DEL FONDO POR LIQUIDAR'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMESP END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFLQ END-EXEC.

      * Liquidaciones del fondo de ahorro por empleado y fecha de la
      * solicitud de pago (EMP_ID/FECHA_PAGO de NOMINA_PAGO_ESP).
      * TIPO 'L' liquidacion anual (este programa) / 'F' saldo pagado
      * en el finiquito (NOMIFIN01). El saldo se separa en lo que
      * aporto el empleado, la iguala del patron y los intereses;
      * EXENTO y GRAVADO son la parte de iguala mas intereses dentro
      * y fuera del tope exento. ESTADO 'P' calculada pendiente de
      * pago / 'E' pagada por NOMIESP01, que en ese momento descarga
      * el saldo con un movimiento negativo en NOMINA_FONDO_MOV.
       EXEC SQL DECLARE NOMINA_FONDO_LIQ TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          FECHA_PAGO        DATE          NOT NULL,
          TIPO              CHAR(1)       NOT NULL,
          APORTE_EMPLEADO   DECIMAL(9,2)  NOT NULL,
          APORTE_PATRON     DECIMAL(9,2)  NOT NULL,
          INTERES           DECIMAL(9,2)  NOT NULL,
          TOTAL             DECIMAL(9,2)  NOT NULL,
          EXENTO            DECIMAL(9,2)  NOT NULL,
          GRAVADO           DECIMAL(9,2)  NOT NULL,
          ISR               DECIMAL(9,2)  NOT NULL,
          NETO              DECIMAL(9,2)  NOT NULL,
          ESTADO            CHAR(1)       NOT NULL,
          USUARIO           CHAR(8)       NOT NULL,
          FECHA_CALCULO     TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_PAGO))
       END-EXEC.

      * Tarifas aprobadas, en orden de tipo, vigencia y tramo, para
      * acomodarse en las tablas en memoria de NOMTARIF.
       EXEC SQL
          DECLARE C-TARIFAS CURSOR FOR
             SELECT TIPO, VIGENCIA_DESDE, TRAMO, LIM_INF,
                    CUOTA_FIJA, PORCENTAJE, TOPE_ANUAL
             FROM NOMINA_TARIFAS
             WHERE ESTADO = 'A'
             ORDER BY TIPO, VIGENCIA_DESDE, TRAMO
       END-EXEC.

      * Empleados activos con saldo en el fondo a la fecha de pago,
      * separado por origen del dinero: el EMP_ID del PARM, o todos.
      * Quien ya cobro su liquidacion anual del mismo año no vuelve a
      * entrar aunque haya aportado despues.
       EXEC SQL
          DECLARE C-FONDO CURSOR FOR
             SELECT E.EMP_ID, E.NOMBRE,
                    SUM(M.MONTO_EMPLEADO), SUM(M.MONTO_PATRON),
                    SUM(M.MONTO_INTERES)
             FROM NOMINA_EMPLEADO E, NOMINA_FONDO_MOV M
             WHERE E.ESTADO = 'A'
               AND M.EMP_ID = E.EMP_ID
               AND M.FECHA_MOV <= :WS-FECHA-PAGO-PARM
               AND (:WS-EMP-ID-PARM = ' '
                    OR E.EMP_ID = :WS-EMP-ID-PARM)
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_FONDO_LIQ L
                   WHERE L.EMP_ID = E.EMP_ID
                     AND L.TIPO = 'L'
                     AND L.ESTADO = 'E'
                     AND YEAR(L.FECHA_PAGO) =
                         YEAR(DATE(:WS-FECHA-PAGO-PARM)))
             GROUP BY E.EMP_ID, E.NOMBRE
             HAVING SUM(M.MONTO_EMPLEADO + M.MONTO_PATRON
                        + M.MONTO_INTERES) > 0
             ORDER BY E.EMP_ID
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-PAGO y
      * LK-EMP-ID queden alineados con el texto real. El EMP_ID es
      * opcional: con PARM de 10 posiciones no se lee.
       LINKAGE SECTION.
       01  LK-PARM-LIQUIDACION.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-EMP-ID            PIC X(06).

       PROCEDURE DIVISION USING LK-PARM-LIQUIDACION.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM
           IF LK-PARM-LEN < 16
              MOVE SPACES TO WS-EMP-ID-PARM
           ELSE
              MOVE LK-EMP-ID TO WS-EMP-ID-PARM
           END-IF

           IF WS-FECHA-PAGO-PARM(5:1) NOT = '-'
              OR WS-FECHA-PAGO-PARM(8:1) NOT = '-'
              OR WS-FECHA-PAGO-PARM(1:4) NOT NUMERIC
              OR WS-FECHA-PAGO-PARM(6:2) NOT NUMERIC
              OR WS-FECHA-PAGO-PARM(9:2) NOT NUMERIC
              DISPLAY 'ERROR: FECHA DE PAGO INVALIDA EN PARM: '
                      WS-FECHA-PAGO-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FECHA-PAGO-PARM(1:4) TO WS-ANIO-PARM

           OPEN OUTPUT LIQUIDACION-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FALRPT: ' RPT-STATUS
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

           PERFORM 1050-CARGAR-TARIFAS
           PERFORM 1100-LEER-CONTROL

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE FC-TOPE-EXENTO     TO LE-TOPE-EXENTO
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-FONDO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Carga las tarifas de ley desde NOMINA_TARIFAS (solo las
      * versiones aprobadas) a las tablas en memoria del copybook
      * NOMTARIF. Sin tarifas aprobadas no hay calculo que sustentar
      * y el job se detiene antes de tocar nada.
       1050-CARGAR-TARIFAS.
           MOVE ZEROS TO WS-ISR-CANT WS-SEG-CANT WS-PAT-CANT

           EXEC SQL
              OPEN C-TARIFAS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR TARIFAS: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-TARIFAS
                 INTO :TA-TIPO, :TA-VIGENCIA-DESDE, :TA-TRAMO,
                      :TA-LIM-INF, :TA-CUOTA-FIJA, :TA-PORCENTAJE,
                      :TA-TOPE-ANUAL
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-ACOMODAR-TARIFA
              END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'ERROR EN FETCH TARIFAS: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              CLOSE C-TARIFAS
           END-EXEC

           IF WS-ISR-CANT = ZEROS
              DISPLAY 'ERROR: SIN TARIFAS APROBADAS EN '
                      'NOMINA_TARIFAS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Solo se usa la tarifa de ISR: la liquidacion del fondo no es
      * base del seguro social.
       1060-ACOMODAR-TARIFA.
           IF TA-TIPO NOT = 'I'
              EXIT PARAGRAPH
           END-IF

           IF WS-ISR-CANT = ZEROS
              PERFORM 1070-ABRIR-VERSION-ISR
           ELSE
              IF WS-ISR-VIGENCIA(WS-ISR-CANT) NOT = TA-VIGENCIA-DESDE
                 PERFORM 1070-ABRIR-VERSION-ISR
              END-IF
           END-IF
           IF TA-TRAMO >= 1 AND TA-TRAMO <= 5
              MOVE TA-LIM-INF
                TO WS-ISR-LIM-INF(WS-ISR-CANT, TA-TRAMO)
              MOVE TA-CUOTA-FIJA
                TO WS-ISR-CUOTA-FIJA(WS-ISR-CANT, TA-TRAMO)
              MOVE TA-PORCENTAJE
                TO WS-ISR-PORCENTAJE(WS-ISR-CANT, TA-TRAMO)
           ELSE
              DISPLAY 'TARIFA ISR CON TRAMO INVALIDO: '
                      TA-TRAMO ' VIGENCIA: ' TA-VIGENCIA-DESDE
           END-IF.

       1070-ABRIR-VERSION-ISR.
           IF WS-ISR-CANT >= 12
              DISPLAY 'ERROR: MAS DE 12 VIGENCIAS DE ISR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ISR-CANT
           MOVE TA-VIGENCIA-DESDE TO WS-ISR-VIGENCIA(WS-ISR-CANT)
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > 5
              MOVE ZEROS TO WS-ISR-LIM-INF(WS-ISR-CANT, WS-TAR-IDX)
                            WS-ISR-CUOTA-FIJA
                               (WS-ISR-CANT, WS-TAR-IDX)
                            WS-ISR-PORCENTAJE
                               (WS-ISR-CANT, WS-TAR-IDX)
           END-PERFORM.

      * El tope exento sale del renglon de control del fondo; sin
      * control no hay con que separar lo exento de lo gravado.
       1100-LEER-CONTROL.
           EXEC SQL
              SELECT TOPE_EXENTO INTO :FC-TOPE-EXENTO
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER NOMINA_FONDO_CTL: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-FONDO
              INTO :EM-EMP-ID, :EM-NOMBRE, :FL-APORTE-EMPLEADO,
                   :FL-APORTE-PATRON, :FL-INTERES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-EMP-LEIDOS
                 PERFORM 2100-LIQUIDAR-EMPLEADO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * El calculo se hace en memoria y solo se graba si el empleado
      * pasa completo.
       2100-LIQUIDAR-EMPLEADO.
           SET WS-EMP-OK TO TRUE
           MOVE EM-EMP-ID          TO FL-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO FL-FECHA-PAGO
           MOVE 'L'                TO FL-TIPO

           PERFORM 2110-VERIFICAR-PREVIO
           IF WS-EMP-OK
              PERFORM 2120-CALCULAR-LIQUIDACION
           END-IF
           IF WS-EMP-OK
              PERFORM 2130-ELEGIR-VIA
              PERFORM 2200-GRABAR-LIQUIDACION
           END-IF
           IF WS-EMP-OK
              PERFORM 2300-IMPRIMIR-LIQUIDACION
              ADD FL-TOTAL  TO WS-TOT-LIQUIDADO
              ADD FL-EXENTO TO WS-TOT-EXENTO
              ADD FL-ISR    TO WS-TOT-ISR
              ADD FL-NETO   TO WS-TOT-NETO
              IF WS-HAY-PREVIO
                 ADD 1 TO WS-LIQ-RECALCULADAS
              ELSE
                 ADD 1 TO WS-LIQ-CALCULADAS
              END-IF
           END-IF.

      * Una liquidacion anterior del empleado todavia sin pagar: si
      * su solicitud sigue pendiente ('P') o fue retirada ('R') se
      * recalcula encima; si ya tiene la segunda firma ('A') o ya se
      * extrajo ('E') no se toca.
       2110-VERIFICAR-PREVIO.
           MOVE 'N' TO WS-PREVIO-SW

           EXEC SQL
              SELECT FECHA_PAGO INTO :WS-FECHA-PAGO-ANT
              FROM NOMINA_FONDO_LIQ
              WHERE EMP_ID = :FL-EMP-ID
                AND TIPO = 'L'
                AND ESTADO = 'P'
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-HAY-PREVIO TO TRUE
              WHEN 100
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER LIQUIDACION PREVIA: '
                         EM-EMP-ID ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE EM-EMP-ID         TO PE-EMP-ID
           MOVE WS-FECHA-PAGO-ANT TO PE-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO INTO :WS-PE-ESTADO-ANT
              FROM NOMINA_PAGO_ESP
              WHERE EMP_ID = :PE-EMP-ID
                AND FECHA_PAGO = :PE-FECHA-PAGO
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'R' TO WS-PE-ESTADO-ANT
              WHEN SQLCODE NOT = 0
                 DISPLAY 'ERROR AL LEER PAGO ESP PREVIO: '
                         EM-EMP-ID ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
              WHEN WS-PE-ESTADO-ANT = 'A' OR WS-PE-ESTADO-ANT = 'E'
                 ADD 1 TO WS-LIQ-OMITIDAS
                 SET WS-EMP-OMITIDO TO TRUE
                 MOVE EM-EMP-ID TO LD-EMP-ID
                 MOVE 'LIQUIDACION YA APROBADA, NO SE RECALCULA'
                      TO LD-MOTIVO
                 MOVE WS-FECHA-PAGO-ANT TO LD-DATO
                 PERFORM 2900-ESCRIBIR-LINEA
           END-EVALUATE.

      * El saldo completo se liquida. Lo aportado por el empleado no
      * causa ISR; la iguala mas los intereses exentan hasta el tope
      * y el excedente paga ISR con la tarifa vigente a la fecha de
      * pago.
       2120-CALCULAR-LIQUIDACION.
           COMPUTE FL-TOTAL = FL-APORTE-EMPLEADO + FL-APORTE-PATRON
                            + FL-INTERES

           COMPUTE FL-EXENTO = FL-APORTE-PATRON + FL-INTERES
           IF FL-EXENTO > FC-TOPE-EXENTO
              MOVE FC-TOPE-EXENTO TO FL-EXENTO
           END-IF
           IF FL-EXENTO < ZEROS
              MOVE ZEROS TO FL-EXENTO
           END-IF
           COMPUTE FL-GRAVADO =
              FL-APORTE-PATRON + FL-INTERES - FL-EXENTO
           IF FL-GRAVADO < ZEROS
              MOVE ZEROS TO FL-GRAVADO
           END-IF

           MOVE ZEROS TO WS-RET-VER-ISR
           PERFORM VARYING WS-RET-VER FROM 1 BY 1
                   UNTIL WS-RET-VER > WS-ISR-CANT
              IF WS-ISR-VIGENCIA(WS-RET-VER) NOT > WS-FECHA-PAGO-PARM
                 MOVE WS-RET-VER TO WS-RET-VER-ISR
              END-IF
           END-PERFORM

           IF WS-RET-VER-ISR = ZEROS
              DISPLAY 'SIN TARIFA VIGENTE PARA ' WS-FECHA-PAGO-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FL-GRAVADO TO WS-RET-BRUTO
           MOVE ZEROS TO FL-ISR
           IF WS-RET-BRUTO > ZEROS
              PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                      UNTIL WS-RET-IDX > 5
                 IF WS-ISR-LIM-INF(WS-RET-VER-ISR, WS-RET-IDX)
                    NOT > WS-RET-BRUTO
                    COMPUTE FL-ISR ROUNDED =
                       WS-ISR-CUOTA-FIJA(WS-RET-VER-ISR, WS-RET-IDX)
                       + ((WS-RET-BRUTO
                           - WS-ISR-LIM-INF(WS-RET-VER-ISR, WS-RET-IDX))
                          * WS-ISR-PORCENTAJE(WS-RET-VER-ISR,
                                              WS-RET-IDX)
                          / 100)
                 END-IF
              END-PERFORM
           END-IF

           COMPUTE FL-NETO = FL-TOTAL - FL-ISR
           IF FL-NETO <= ZEROS
              MOVE 'ISR ABSORBE LA LIQUIDACION DEL FONDO' TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2190-EXCEPCION
           END-IF.

      * Deposito si el empleado tiene cuenta activa, si no cheque,
      * igual que el finiquito.
       2130-ELEGIR-VIA.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-CUENTAS-ACT
              FROM NOMINA_BANCO
              WHERE EMP_ID = :EM-EMP-ID
                AND ESTADO = 'A'
           END-EXEC

           IF SQLCODE = 0 AND WS-CUENTAS-ACT > 0
              MOVE 'D' TO PE-VIA
           ELSE
              MOVE 'C' TO PE-VIA
           END-IF.

       2190-EXCEPCION.
           ADD 1 TO WS-LIQ-EXCEPCIONES
           SET WS-EMP-OMITIDO TO TRUE
           MOVE EM-EMP-ID TO LD-EMP-ID
           PERFORM 2900-ESCRIBIR-LINEA.

      * Graba la liquidacion y su solicitud. Una liquidacion previa
      * pendiente con otra fecha de pago se borra y su solicitud se
      * retira; con la misma fecha se reemplaza.
       2200-GRABAR-LIQUIDACION.
           IF WS-HAY-PREVIO
              PERFORM 2210-DESHACER-PREVIO
           END-IF

           MOVE 'P'            TO FL-ESTADO
           MOVE WS-FAL-USUARIO TO FL-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FL-FECHA-CALCULO

           EXEC SQL
              INSERT INTO NOMINA_FONDO_LIQ
                 (EMP_ID, FECHA_PAGO, TIPO, APORTE_EMPLEADO,
                  APORTE_PATRON, INTERES, TOTAL, EXENTO, GRAVADO,
                  ISR, NETO, ESTADO, USUARIO, FECHA_CALCULO)
              VALUES
                 (:FL-EMP-ID, :FL-FECHA-PAGO, :FL-TIPO,
                  :FL-APORTE-EMPLEADO, :FL-APORTE-PATRON,
                  :FL-INTERES, :FL-TOTAL, :FL-EXENTO, :FL-GRAVADO,
                  :FL-ISR, :FL-NETO, :FL-ESTADO, :FL-USUARIO,
                  :FL-FECHA-CALCULO)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_FONDO_LIQ
                    SET TIPO = :FL-TIPO,
                        APORTE_EMPLEADO = :FL-APORTE-EMPLEADO,
                        APORTE_PATRON = :FL-APORTE-PATRON,
                        INTERES = :FL-INTERES,
                        TOTAL = :FL-TOTAL,
                        EXENTO = :FL-EXENTO,
                        GRAVADO = :FL-GRAVADO,
                        ISR = :FL-ISR,
                        NETO = :FL-NETO,
                        USUARIO = :FL-USUARIO,
                        FECHA_CALCULO = :FL-FECHA-CALCULO
                  WHERE EMP_ID = :FL-EMP-ID
                    AND FECHA_PAGO = :FL-FECHA-PAGO
                    AND ESTADO = 'P'
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'FECHA DE PAGO YA USADA POR OTRA LIQUIDACION'
                   TO LD-MOTIVO
              MOVE WS-FECHA-PAGO-PARM TO LD-DATO
              PERFORM 2190-EXCEPCION
              DISPLAY 'ERROR AL GRABAR LIQUIDACION FONDO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2240-GRABAR-SOLICITUD
           IF WS-EMP-OK
              PERFORM 2250-REGISTRAR-AUDITORIA
           END-IF.

       2210-DESHACER-PREVIO.
           IF WS-FECHA-PAGO-ANT = WS-FECHA-PAGO-PARM
              EXIT PARAGRAPH
           END-IF

           MOVE EM-EMP-ID TO FL-EMP-ID
           EXEC SQL
              DELETE FROM NOMINA_FONDO_LIQ
               WHERE EMP_ID = :FL-EMP-ID
                 AND FECHA_PAGO = :WS-FECHA-PAGO-ANT
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR LIQUIDACION PREVIA: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF

           IF WS-PE-ESTADO-ANT = 'P'
              MOVE EM-EMP-ID         TO PE-EMP-ID
              MOVE WS-FECHA-PAGO-ANT TO PE-FECHA-PAGO
              EXEC SQL
                 UPDATE NOMINA_PAGO_ESP
                    SET ESTADO = 'R'
                  WHERE EMP_ID = :PE-EMP-ID
                    AND FECHA_PAGO = :PE-FECHA-PAGO
                    AND ESTADO = 'P'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'ERROR AL RETIRAR SOLICITUD PREVIA: '
                         EM-EMP-ID ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
              END-IF
           END-IF.

      * La solicitud nace 'P' con el total del fondo como bruto y el
      * ISR de la parte gravada como unica deduccion.
       2240-GRABAR-SOLICITUD.
           MOVE EM-EMP-ID          TO PE-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO PE-FECHA-PAGO
           MOVE FL-TOTAL           TO PE-BRUTO
           MOVE WS-RET-COD-ISR     TO PE-DED1-CODIGO
           MOVE FL-ISR             TO PE-DED1-MONTO
           MOVE SPACES             TO PE-DED2-CODIGO PE-DED3-CODIGO
           MOVE ZEROS              TO PE-DED2-MONTO PE-DED3-MONTO
           MOVE FL-NETO            TO PE-NETO
           MOVE SPACES             TO PE-MOTIVO
           STRING 'LIQUIDACION ANUAL FONDO DE AHORRO ' WS-ANIO-PARM
                  DELIMITED BY SIZE INTO PE-MOTIVO
           MOVE 'P'                TO PE-ESTADO
           MOVE WS-FAL-USUARIO     TO PE-CAPTURADO-POR
           MOVE SPACES             TO PE-APROBADO-POR
           MOVE FL-FECHA-CALCULO   TO PE-FECHA-CAPTURA
           MOVE '0001-01-01-00.00.00.000000'
                TO PE-FECHA-APROBACION

           EXEC SQL
              INSERT INTO NOMINA_PAGO_ESP
                 (EMP_ID, FECHA_PAGO, BRUTO,
                  DED1_CODIGO, DED1_MONTO, DED2_CODIGO, DED2_MONTO,
                  DED3_CODIGO, DED3_MONTO, NETO, VIA, MOTIVO,
                  ESTADO, CAPTURADO_POR, APROBADO_POR,
                  FECHA_CAPTURA, FECHA_APROBACION)
              VALUES
                 (:PE-EMP-ID, :PE-FECHA-PAGO, :PE-BRUTO,
                  :PE-DED1-CODIGO, :PE-DED1-MONTO,
                  :PE-DED2-CODIGO, :PE-DED2-MONTO,
                  :PE-DED3-CODIGO, :PE-DED3-MONTO,
                  :PE-NETO, :PE-VIA, :PE-MOTIVO,
                  :PE-ESTADO, :PE-CAPTURADO-POR, :PE-APROBADO-POR,
                  :PE-FECHA-CAPTURA, :PE-FECHA-APROBACION)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN -803
                 PERFORM 2245-REEMPLAZAR-SOLICITUD
              WHEN OTHER
                 DISPLAY 'ERROR AL GRABAR SOLICITUD: ' EM-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
           END-EVALUATE.

       2245-REEMPLAZAR-SOLICITUD.
           EXEC SQL
              UPDATE NOMINA_PAGO_ESP
                 SET BRUTO = :PE-BRUTO,
                     DED1_CODIGO = :PE-DED1-CODIGO,
                     DED1_MONTO = :PE-DED1-MONTO,
                     DED2_CODIGO = :PE-DED2-CODIGO,
                     DED2_MONTO = :PE-DED2-MONTO,
                     DED3_CODIGO = :PE-DED3-CODIGO,
                     DED3_MONTO = :PE-DED3-MONTO,
                     NETO = :PE-NETO,
                     VIA = :PE-VIA,
                     MOTIVO = :PE-MOTIVO,
                     ESTADO = 'P',
                     CAPTURADO_POR = :PE-CAPTURADO-POR,
                     APROBADO_POR = :PE-APROBADO-POR,
                     FECHA_CAPTURA = :PE-FECHA-CAPTURA,
                     FECHA_APROBACION = :PE-FECHA-APROBACION
               WHERE EMP_ID = :PE-EMP-ID
                 AND FECHA_PAGO = :PE-FECHA-PAGO
                 AND ESTADO IN ('P', 'R')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
      * La fecha ya la ocupa otro pago especial aprobado o pagado:
      * lo grabado de la liquidacion se deshace con el resto de la
      * corrida y el empleado sale como excepcion.
                 MOVE 'FECHA DE PAGO YA USADA POR OTRO PAGO ESPECIAL'
                      TO LD-MOTIVO
                 MOVE WS-FECHA-PAGO-PARM TO LD-DATO
                 PERFORM 2190-EXCEPCION
                 SET WS-ERR-DB2 TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR AL REEMPLAZAR SOLICITUD: ' EM-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
           END-EVALUATE.

      * Misma bitacora que deja CICNOM10 al capturar una solicitud.
       2250-REGISTRAR-AUDITORIA.
           MOVE EM-EMP-ID          TO NH-EMP-ID
           MOVE 'FONDO LIQ CALC'   TO NH-CAMPO-CAMBIADO
           MOVE WS-FECHA-PAGO-PARM TO NH-VALOR-ANTERIOR
           MOVE FL-NETO            TO WS-AUD-NETO-ED
           MOVE WS-AUD-NETO-ED     TO NH-VALOR-NUEVO
           MOVE FL-FECHA-CALCULO   TO NH-FECHA-CAMBIO
           MOVE WS-FAL-USUARIO     TO NH-USUARIO

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

       2300-IMPRIMIR-LIQUIDACION.
           MOVE EM-EMP-ID          TO LL-EMP-ID
           MOVE EM-NOMBRE          TO LL-NOMBRE
           MOVE FL-APORTE-EMPLEADO TO LL-EMPLEADO
           MOVE FL-APORTE-PATRON   TO LL-PATRON
           MOVE FL-INTERES         TO LL-INTERES
           MOVE FL-TOTAL           TO LL-TOTAL
           MOVE FL-EXENTO          TO LL-EXENTO
           MOVE FL-GRAVADO         TO LL-GRAVADO
           MOVE FL-ISR             TO LL-ISR
           MOVE FL-NETO            TO LL-NETO
           MOVE PE-VIA             TO LL-VIA
           MOVE LIN-LIQUIDACION TO RPT-LINE
           WRITE RPT-LINE.

       2900-ESCRIBIR-LINEA.
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-FONDO
           END-EXEC

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

           IF WS-EMP-LEIDOS = ZEROS
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE WS-TOT-LIQUIDADO TO LT-TOTAL
              MOVE WS-TOT-EXENTO    TO LT-EXENTO
              MOVE WS-TOT-ISR       TO LT-ISR
              MOVE WS-TOT-NETO      TO LT-NETO
              MOVE LIN-TOTAL TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           CLOSE LIQUIDACION-REPORT

           DISPLAY 'EMPLEADOS CON SALDO: ' WS-EMP-LEIDOS
           DISPLAY 'LIQUIDACIONES CALCULADAS: ' WS-LIQ-CALCULADAS
           DISPLAY 'LIQUIDACIONES RECALCULADAS: ' WS-LIQ-RECALCULADAS
           DISPLAY 'YA APROBADAS, SIN CAMBIO: ' WS-LIQ-OMITIDAS
           DISPLAY 'EXCEPCIONES: ' WS-LIQ-EXCEPCIONES
           DISPLAY 'TOTAL LIQUIDADO: ' WS-TOT-LIQUIDADO
           DISPLAY 'TOTAL ISR: ' WS-TOT-ISR
           DISPLAY 'TOTAL NETO: ' WS-TOT-NETO

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'LIQUIDACIONES NO GRABADAS: REPETIR LA CORRIDA'
           ELSE
              IF WS-LIQ-EXCEPCIONES > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIFAL01.

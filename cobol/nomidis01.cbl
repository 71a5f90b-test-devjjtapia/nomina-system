       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIDIS01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Reporte de distribucion del costo laboral por centro de costo *
      * de la nomina de la FECHA_PAGO recibida por PARM. El salario y *
      * bonos y el costo patronal de cada renglon vigente se reparten *
      * entre departamentos con la distribucion de NOMINA_DISTRIB que *
      * rige a la FECHA_PAGO (sin distribucion, todo al EMP_DEPTO del *
      * renglon), con el mismo redondeo que NOMIGL01: cada destino    *
      * recibe su porcentaje al centavo y el resto queda en el        *
      * EMP_DEPTO. Se imprime por centro de costo (CENTRO_COSTO de    *
      * NOMINA_DEPTO) y departamento, con subtotal por centro, y al   *
      * final se cuadra contra el total de SALARIO_BASE mas BONOS que *
      * imprime NOMIREG01 para el mismo periodo; una diferencia       *
      * termina con RC 4.                                             *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIS-REPORT ASSIGN TO DISRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DIS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIS-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS DIS-LINE.
       01  DIS-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 DIS-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-FIN-PCT-SW       PIC X VALUE 'N'.
              88 WS-FIN-PCT         VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-DISTRIBUIDOS PIC 9(05) VALUE ZEROS.
           05 WS-REG-NO-VIGENTES  PIC 9(05) VALUE ZEROS.

      * Renglon del cursor por empleado y los porcentajes de su
      * distribucion vigente.
       01  WS-EMPLEADO.
           05 WS-EP-EMP-ID        PIC X(06).
           05 WS-EP-DEPTO         PIC X(03).
           05 WS-EP-STATUS        PIC X(01).
           05 WS-EP-SALARIO       PIC S9(09)V99 COMP-3.
           05 WS-EP-PATRONAL      PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-SAL     PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-PAT     PIC S9(09)V99 COMP-3.
           05 WS-DS-CANT          PIC 9(02) VALUE ZEROS.
           05 WS-DS-IDX           PIC 9(02).
           05 WS-DS-RENGLON OCCURS 10.
              10 WS-DS-DEPTO      PIC X(03).
              10 WS-DS-PCT        PIC S9(03)V99 COMP-3.

      * Costo repartido por centro de costo y departamento, en orden
      * de la llave para imprimirlo con cortes por centro.
       01  WS-TABLA-DEPTOS.
           05 WS-TD-CANT          PIC 9(03) VALUE ZEROS.
           05 WS-TD-IDX           PIC 9(03).
           05 WS-TD-IDX2          PIC 9(03).
           05 WS-TD-ENT OCCURS 100.
              10 WS-TD-LLAVE.
                 15 WS-TD-CENTRO  PIC X(10).
                 15 WS-TD-DEPTO   PIC X(03).
              10 WS-TD-DESCRIPCION PIC X(30).
              10 WS-TD-SALARIO    PIC S9(11)V99 COMP-3.
              10 WS-TD-PATRONAL   PIC S9(11)V99 COMP-3.
           05 WS-TD-BUS-LLAVE.
              10 WS-TD-BUS-CENTRO PIC X(10).
              10 WS-TD-BUS-DEPTO  PIC X(03).
           05 WS-TD-BUS-DESC      PIC X(30).

       01  WS-CENTRO-ANTERIOR     PIC X(10) VALUE SPACES.

       01  WS-SUBTOTALES.
           05 WS-SUB-SALARIO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-SUB-PATRONAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-TOTALES-GENERALES.
           05 WS-TOT-SALARIO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-PATRONAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-NO-VIGENTE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-REG-BASE     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-REG-BONOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-REGISTRO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DIFERENCIA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-LINEA        PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'DISTRIBUCION DEL COSTO LABORAL POR CENTRO DE COSTO'.
           05 FILLER              PIC X(13) VALUE '  FECHA PAGO '.
           05 LE-FECHA-PAGO       PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(12) VALUE 'CENTRO'.
           05 FILLER              PIC X(07) VALUE 'DEPTO'.
           05 FILLER              PIC X(32) VALUE 'DESCRIPCION'.
           05 FILLER              PIC X(18) VALUE
              '   SALARIO+BONOS'.
           05 FILLER              PIC X(18) VALUE
              '        PATRONAL'.
           05 FILLER              PIC X(18) VALUE
              '           TOTAL'.

       01  LIN-DETALLE.
           05 LD-CENTRO           PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DEPTO            PIC X(03).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LD-DESCRIPCION      PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SALARIO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PATRONAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-SUBTOTAL.
           05 FILLER              PIC X(19) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'SUBTOTAL '.
           05 LS-CENTRO           PIC X(10).
           05 FILLER              PIC X(15) VALUE SPACES.
           05 LS-SALARIO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LS-PATRONAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LS-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-TOTAL-GENERAL.
           05 FILLER              PIC X(53) VALUE
              'TOTAL DISTRIBUIDO'.
           05 LT-SALARIO          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-PATRONAL         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-TOTAL            PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Cuadre contra el registro de nomina: lo distribuido mas los
      * renglones no vigentes (que NOMIREG01 imprime y el GL no
      * asienta) debe dar el SALARIO_BASE mas BONOS del registro.
       01  LIN-CUADRE.
           05 LC-CONCEPTO         PIC X(53).
           05 LC-MONTO            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-SIN-DIFERENCIA.
           05 FILLER              PIC X(50) VALUE
              '    (CUADRA CON EL REGISTRO DE NOMINA)'.
       01  LIN-CON-DIFERENCIA.
           05 FILLER              PIC X(50) VALUE
              '    *** NO CUADRA CON EL REGISTRO DE NOMINA ***'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMDIS END-EXEC.

      * Todos los renglones del periodo, como los lee NOMIREG01; los
      * que no estan vigentes solo cuentan para el cuadre.
       EXEC SQL
          DECLARE C-EMPLEADOS CURSOR FOR
             SELECT N.EMP_ID, N.EMP_DEPTO, N.STATUS,
                    N.SALARIO_BASE + N.BONOS,
                    COALESCE(P.APORTE_SEGURO + P.IMPUESTO_NOMINA
                             + P.APORTE_FONDO, 0)
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_PATRONAL P
                     ON P.EMP_ID = N.EMP_ID
                    AND P.FECHA_PAGO = N.FECHA_PAGO
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
             ORDER BY N.EMP_ID
       END-EXEC.

      * Porcentajes de la vigencia que rige a la FECHA_PAGO, mismo
      * criterio que NOMIGL01.
       EXEC SQL
          DECLARE C-DISTRIB-PCT CURSOR FOR
             SELECT D.DEPTO, D.PORCENTAJE
             FROM NOMINA_DISTRIB D
             WHERE D.EMP_ID = :WS-EP-EMP-ID
               AND D.VIGENCIA_DESDE =
                   (SELECT MAX(X.VIGENCIA_DESDE)
                      FROM NOMINA_DISTRIB X
                     WHERE X.EMP_ID = D.EMP_ID
                       AND X.VIGENCIA_DESDE <= :WS-FECHA-PAGO-PARM)
             ORDER BY D.DEPTO
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-PAGO quede
      * alineado con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-FECHA-PAGO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-PAGO        PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-FECHA-PAGO.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2500-IMPRIMIR-DEPTO
                   VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT
           IF WS-TD-CANT > ZEROS
              PERFORM 2600-IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM 2700-IMPRIMIR-CUADRE
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM

           IF WS-FECHA-PAGO-PARM = SPACES
              DISPLAY 'ERROR: FECHA_PAGO NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT DIS-REPORT
           IF DIS-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DISRPT: ' DIS-STATUS
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

           PERFORM 1100-VERIFICAR-PERIODO

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE LIN-ENCABEZADO-1 TO DIS-LINE
           WRITE DIS-LINE
           MOVE LIN-ENCABEZADO-2 TO DIS-LINE
           WRITE DIS-LINE

           EXEC SQL
              OPEN C-EMPLEADOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Mismo criterio que el registro de nomina: solo un periodo
      * cargado completo ('L') o ya cerrado ('C').
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO INTO :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF PC-ESTADO NOT = 'L' AND PC-ESTADO NOT = 'C'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' EN ESTADO ' PC-ESTADO
                            ', SE REQUIERE CARGA COMPLETA (L)'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                         ' NO EXISTE EN NOMINA_PERIODO_CTL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-EMPLEADOS
              INTO :WS-EP-EMP-ID, :WS-EP-DEPTO, :WS-EP-STATUS,
                   :WS-EP-SALARIO, :WS-EP-PATRONAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-LEIDOS
                 IF WS-EP-STATUS = 'A'
                    ADD 1 TO WS-REG-DISTRIBUIDOS
                    PERFORM 2100-LEER-PORCENTAJES
                    PERFORM 2200-REPARTIR-EMPLEADO
                 ELSE
                    ADD 1 TO WS-REG-NO-VIGENTES
                    ADD WS-EP-SALARIO TO WS-TOT-NO-VIGENTE
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2100-LEER-PORCENTAJES.
           MOVE ZEROS TO WS-DS-CANT
           MOVE 'N' TO WS-FIN-PCT-SW

           EXEC SQL
              OPEN C-DISTRIB-PCT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR PORCENTAJES DE ' WS-EP-EMP-ID
                      ': ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2110-LEER-PORCENTAJE UNTIL WS-FIN-PCT

           EXEC SQL
              CLOSE C-DISTRIB-PCT
           END-EXEC.

       2110-LEER-PORCENTAJE.
           EXEC SQL
              FETCH C-DISTRIB-PCT
              INTO :DI-DEPTO, :DI-PORCENTAJE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DS-CANT < 10
                    ADD 1 TO WS-DS-CANT
                    MOVE DI-DEPTO      TO WS-DS-DEPTO(WS-DS-CANT)
                    MOVE DI-PORCENTAJE TO WS-DS-PCT(WS-DS-CANT)
                 END-IF
              WHEN 100
                 SET WS-FIN-PCT TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH PORCENTAJES: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-PCT TO TRUE
           END-EVALUATE.

      * Mismo reparto que 2740 de NOMIGL01: cada destino recibe su
      * porcentaje redondeado al centavo y el resto se queda en el
      * EMP_DEPTO del renglon.
       2200-REPARTIR-EMPLEADO.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-CANT
              IF WS-DS-DEPTO(WS-DS-IDX) NOT = WS-EP-DEPTO
                 COMPUTE WS-EP-PARTE-SAL ROUNDED =
                    WS-EP-SALARIO * WS-DS-PCT(WS-DS-IDX) / 100
                 COMPUTE WS-EP-PARTE-PAT ROUNDED =
                    WS-EP-PATRONAL * WS-DS-PCT(WS-DS-IDX) / 100
                 SUBTRACT WS-EP-PARTE-SAL FROM WS-EP-SALARIO
                 SUBTRACT WS-EP-PARTE-PAT FROM WS-EP-PATRONAL
                 MOVE WS-DS-DEPTO(WS-DS-IDX) TO WS-TD-BUS-DEPTO
                 PERFORM 2300-SUMAR-DEPTO
              END-IF
           END-PERFORM

           MOVE WS-EP-SALARIO  TO WS-EP-PARTE-SAL
           MOVE WS-EP-PATRONAL TO WS-EP-PARTE-PAT
           MOVE WS-EP-DEPTO    TO WS-TD-BUS-DEPTO
           PERFORM 2300-SUMAR-DEPTO.

      * Suma la parte al renglon del departamento en WS-TD-BUS-DEPTO,
      * con la llave de su centro de costo; un renglon nuevo se
      * inserta en su lugar para que la tabla quede en orden.
       2300-SUMAR-DEPTO.
           PERFORM 2310-LEER-CENTRO

           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT
                      OR WS-TD-LLAVE(WS-TD-IDX) >= WS-TD-BUS-LLAVE
              CONTINUE
           END-PERFORM

           IF WS-TD-IDX > WS-TD-CANT
              OR WS-TD-LLAVE(WS-TD-IDX) NOT = WS-TD-BUS-LLAVE
              IF WS-TD-CANT NOT < 100
                 DISPLAY 'TABLA DE DEPARTAMENTOS LLENA EN '
                         WS-TD-BUS-DEPTO
                 SET WS-ERR-DB2 TO TRUE
                 EXIT PARAGRAPH
              END-IF
              PERFORM VARYING WS-TD-IDX2 FROM WS-TD-CANT BY -1
                      UNTIL WS-TD-IDX2 < WS-TD-IDX
                 MOVE WS-TD-ENT(WS-TD-IDX2)
                   TO WS-TD-ENT(WS-TD-IDX2 + 1)
              END-PERFORM
              ADD 1 TO WS-TD-CANT
              MOVE WS-TD-BUS-LLAVE TO WS-TD-LLAVE(WS-TD-IDX)
              MOVE WS-TD-BUS-DESC  TO WS-TD-DESCRIPCION(WS-TD-IDX)
              MOVE ZEROS TO WS-TD-SALARIO(WS-TD-IDX)
                            WS-TD-PATRONAL(WS-TD-IDX)
           END-IF

           ADD WS-EP-PARTE-SAL TO WS-TD-SALARIO(WS-TD-IDX)
           ADD WS-EP-PARTE-PAT TO WS-TD-PATRONAL(WS-TD-IDX).

      * Centro de costo del catalogo; un departamento sin catalogo o
      * sin centro capturado se agrupa bajo SIN CENTRO.
       2310-LEER-CENTRO.
           MOVE WS-TD-BUS-DEPTO TO DT-DEPTO

           EXEC SQL
              SELECT DESCRIPCION, CENTRO_COSTO
              INTO :DT-DESCRIPCION, :DT-CENTRO-COSTO
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE DT-DESCRIPCION  TO WS-TD-BUS-DESC
                 MOVE DT-CENTRO-COSTO TO WS-TD-BUS-CENTRO
              WHEN 100
                 MOVE 'NO EXISTE EN CATALOGO' TO WS-TD-BUS-DESC
                 MOVE SPACES TO WS-TD-BUS-CENTRO
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER CATALOGO DEPTO: ' DT-DEPTO
                         ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 MOVE SPACES TO WS-TD-BUS-DESC WS-TD-BUS-CENTRO
           END-EVALUATE

           IF WS-TD-BUS-CENTRO = SPACES
              MOVE 'SIN CENTRO' TO WS-TD-BUS-CENTRO
           END-IF.

       2500-IMPRIMIR-DEPTO.
           IF WS-TD-IDX > 1
              AND WS-TD-CENTRO(WS-TD-IDX) NOT = WS-CENTRO-ANTERIOR
              PERFORM 2600-IMPRIMIR-SUBTOTAL
           END-IF
           MOVE WS-TD-CENTRO(WS-TD-IDX) TO WS-CENTRO-ANTERIOR

           COMPUTE WS-TOT-LINEA = WS-TD-SALARIO(WS-TD-IDX)
                                + WS-TD-PATRONAL(WS-TD-IDX)
           MOVE WS-TD-CENTRO(WS-TD-IDX)      TO LD-CENTRO
           MOVE WS-TD-DEPTO(WS-TD-IDX)       TO LD-DEPTO
           MOVE WS-TD-DESCRIPCION(WS-TD-IDX) TO LD-DESCRIPCION
           MOVE WS-TD-SALARIO(WS-TD-IDX)     TO LD-SALARIO
           MOVE WS-TD-PATRONAL(WS-TD-IDX)    TO LD-PATRONAL
           MOVE WS-TOT-LINEA                 TO LD-TOTAL
           MOVE LIN-DETALLE TO DIS-LINE
           WRITE DIS-LINE

           ADD WS-TD-SALARIO(WS-TD-IDX)  TO WS-SUB-SALARIO
                                            WS-TOT-SALARIO
           ADD WS-TD-PATRONAL(WS-TD-IDX) TO WS-SUB-PATRONAL
                                            WS-TOT-PATRONAL.

       2600-IMPRIMIR-SUBTOTAL.
           COMPUTE WS-TOT-LINEA = WS-SUB-SALARIO + WS-SUB-PATRONAL
           MOVE WS-CENTRO-ANTERIOR TO LS-CENTRO
           MOVE WS-SUB-SALARIO     TO LS-SALARIO
           MOVE WS-SUB-PATRONAL    TO LS-PATRONAL
           MOVE WS-TOT-LINEA       TO LS-TOTAL
           MOVE LIN-SUBTOTAL TO DIS-LINE
           WRITE DIS-LINE
           MOVE SPACES TO DIS-LINE
           WRITE DIS-LINE

           MOVE ZEROS TO WS-SUB-SALARIO WS-SUB-PATRONAL.

      * Total distribuido y cuadre contra el SALARIO_BASE mas BONOS
      * del registro de nomina del mismo periodo.
       2700-IMPRIMIR-CUADRE.
           COMPUTE WS-TOT-LINEA = WS-TOT-SALARIO + WS-TOT-PATRONAL
           MOVE WS-TOT-SALARIO  TO LT-SALARIO
           MOVE WS-TOT-PATRONAL TO LT-PATRONAL
           MOVE WS-TOT-LINEA    TO LT-TOTAL
           MOVE LIN-TOTAL-GENERAL TO DIS-LINE
           WRITE DIS-LINE
           MOVE SPACES TO DIS-LINE
           WRITE DIS-LINE

           EXEC SQL
              SELECT COALESCE(SUM(SALARIO_BASE), 0),
                     COALESCE(SUM(BONOS), 0)
              INTO :WS-TOT-REG-BASE, :WS-TOT-REG-BONOS
              FROM NOMINA
              WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR EL REGISTRO: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOT-REGISTRO = WS-TOT-REG-BASE + WS-TOT-REG-BONOS
           COMPUTE WS-TOT-DIFERENCIA = WS-TOT-SALARIO
                   + WS-TOT-NO-VIGENTE - WS-TOT-REGISTRO

           MOVE 'SALARIO+BONOS DISTRIBUIDO' TO LC-CONCEPTO
           MOVE WS-TOT-SALARIO TO LC-MONTO
           MOVE LIN-CUADRE TO DIS-LINE
           WRITE DIS-LINE
           MOVE 'RENGLONES NO VIGENTES (NO ASENTADOS EN GL)'
                TO LC-CONCEPTO
           MOVE WS-TOT-NO-VIGENTE TO LC-MONTO
           MOVE LIN-CUADRE TO DIS-LINE
           WRITE DIS-LINE
           MOVE 'REGISTRO DE NOMINA (SALARIO BASE + BONOS)'
                TO LC-CONCEPTO
           MOVE WS-TOT-REGISTRO TO LC-MONTO
           MOVE LIN-CUADRE TO DIS-LINE
           WRITE DIS-LINE
           MOVE 'DIFERENCIA' TO LC-CONCEPTO
           MOVE WS-TOT-DIFERENCIA TO LC-MONTO
           MOVE LIN-CUADRE TO DIS-LINE
           WRITE DIS-LINE

           IF WS-TOT-DIFERENCIA = ZEROS
              MOVE LIN-SIN-DIFERENCIA TO DIS-LINE
           ELSE
              MOVE LIN-CON-DIFERENCIA TO DIS-LINE
           END-IF
           WRITE DIS-LINE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-EMPLEADOS
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE DIS-REPORT

           DISPLAY 'RENGLONES LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'RENGLONES DISTRIBUIDOS: ' WS-REG-DISTRIBUIDOS
           DISPLAY 'RENGLONES NO VIGENTES: ' WS-REG-NO-VIGENTES
           DISPLAY 'DEPARTAMENTOS: ' WS-TD-CANT
           DISPLAY 'TOTAL DISTRIBUIDO: ' WS-TOT-SALARIO
           DISPLAY 'DIFERENCIA CONTRA REGISTRO: ' WS-TOT-DIFERENCIA

           EVALUATE TRUE
              WHEN WS-ERR-DB2
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'REPORTE INCOMPLETO: REPETIR EL PROCESO'
              WHEN WS-TOT-DIFERENCIA NOT = ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'LA DISTRIBUCION NO CUADRA CON EL REGISTRO'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIDIS01.

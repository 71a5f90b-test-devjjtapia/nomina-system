       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIFAH01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Cierre mensual del fondo de ahorro. El fondo ya no vive en    *
      * las hojas de Tesoreria: la aportacion del empleado (codigo    *
      * FAH) y la iguala del patron las deja NOMINA01 en              *
      * NOMINA_FONDO_MOV con cada periodo, y los retiros los deja     *
      * NOMIESP01 al pagar la liquidacion anual (NOMIFAL01) o el      *
      * finiquito (NOMIFIN01). Este programa recibe el mes AAAA-MM    *
      * por PARM, abona a cada empleado el interes del mes sobre su   *
      * saldo al cierre con la tasa anual de NOMINA_FONDO_CTL,        *
      * imprime el estado de cuenta del mes por empleado (saldo       *
      * inicial, aportaciones, retiros, interes y saldo final         *
      * separado en dinero del empleado, del patron e intereses) y    *
      * genera el asiento del interes para el GL: cargo a la cuenta   *
      * de bancos del fondo y abono al pasivo del fondo. Volver a     *
      * correr el ultimo mes cerrado recalcula su interes en lugar de *
      * duplicarlo; un mes anterior al ultimo cerrado ya no se toca.  *
      * Corre una vez por empresa (EMPRESA en el PARM, despues del    *
      * mes) sobre los empleados de esa empresa en NOMINA_EMPLEADO;   *
      * el ultimo mes cerrado se lleva por empresa y el asiento sale  *
      * con las cuentas de su catalogo segun NOMINA_EMPRESA_CTA.      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTADO-REPORT ASSIGN TO FAHRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

           SELECT GL-FILE ASSIGN TO GLFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTADO-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

      * Mismo formato de renglon que el extracto de NOMIGL01.
       FD  GL-FILE
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS GL-LINE.
       01  GL-LINE.
           05 GL-CUENTA           PIC X(06).
           05 GL-DEPTO            PIC X(03).
           05 GL-TIPO             PIC X(01).
           05 GL-MONTO            PIC 9(09)V99.
           05 GL-FECHA            PIC X(10).
           05 GL-DESCRIPCION      PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 RPT-STATUS          PIC XX.
           05 GL-STATUS           PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-REPROCESO-SW     PIC X VALUE 'N'.
              88 WS-ES-REPROCESO    VALUE 'Y'.

       01  WS-MES-PARM            PIC X(07).
       01  WS-EMPRESA-PARM        PIC X(03).

      * Ultimo interes abonado a empleados de la empresa: el ultimo
      * mes que la empresa cerro.
       01  WS-ULT-INTERES-EMP     PIC X(10).
       01  WS-ULT-MES-EMPRESA     PIC X(07).

       01  WS-CONTADORES.
           05 WS-EMP-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-EMP-INTERES      PIC 9(05) VALUE ZEROS.
           05 WS-EMP-SIN-SALDO    PIC 9(05) VALUE ZEROS.
           05 WS-REG-GL           PIC 9(05) VALUE ZEROS.
           05 WS-TOT-INICIAL      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-APORTE-EMP   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-APORTE-PAT   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-RETIROS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-INTERES      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-FINAL        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Usuario con el que el cierre deja sus movimientos.
       01  WS-FAH-USUARIO         PIC X(08) VALUE 'NOMIFAH1'.

      * Fechas del mes en proceso: primer dia y ultimo dia (fecha del
      * movimiento de interes y del asiento).
       01  WS-FECHAS-MES.
           05 WS-FECHA-INICIO     PIC X(10).
           05 WS-FECHA-CIERRE     PIC X(10).
           05 WS-ANIO-NUM         PIC 9(04).
           05 WS-MES-NUM          PIC 9(02).
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-INT        PIC 9(07).
           05 WS-FECHA-CONV       PIC X(08).

      * Saldo del empleado en proceso, tal como lo regresa el cursor.
       01  WS-SALDO-EMPLEADO.
           05 WS-SE-EMP-ID        PIC X(06).
           05 WS-SE-INICIAL       PIC S9(09)V99 COMP-3.
           05 WS-SE-APORTE-EMP    PIC S9(09)V99 COMP-3.
           05 WS-SE-APORTE-PAT    PIC S9(09)V99 COMP-3.
           05 WS-SE-RETIROS       PIC S9(09)V99 COMP-3.
           05 WS-SE-ACUM-EMP      PIC S9(09)V99 COMP-3.
           05 WS-SE-ACUM-PAT      PIC S9(09)V99 COMP-3.
           05 WS-SE-ACUM-INT      PIC S9(09)V99 COMP-3.
           05 WS-SE-SALDO-BASE    PIC S9(09)V99 COMP-3.
           05 WS-SE-INTERES       PIC S9(07)V99 COMP-3.
           05 WS-SE-FINAL         PIC S9(09)V99 COMP-3.

      * Interes del mes acumulado por departamento del empleado para
      * el asiento contable.
       01  WS-INT-DEPTOS.
           05 WS-IDEP-CANT        PIC 9(03) VALUE ZEROS.
           05 WS-IDEP-IDX         PIC 9(03).
           05 WS-IDEP-ENT OCCURS 50.
              10 WS-IDEP-COD      PIC X(03).
              10 WS-IDEP-MONTO    PIC S9(11)V99 COMP-3.

       01  WS-GL-TRABAJO.
           05 WS-GLA-CUENTA       PIC X(06).
           05 WS-GLA-DEPTO        PIC X(03).
           05 WS-GLA-TIPO         PIC X(01).
           05 WS-GLA-MONTO        PIC S9(11)V99 COMP-3.
           05 WS-GLA-DESC         PIC X(30).

      * Cuentas propias de la empresa: mismo mapeo que NOMIGL01. El
      * asiento se arma con las cuentas del catalogo comun y cada
      * renglon se traduce a la cuenta de la empresa al escribirse.
       01  WS-MAPEO-CTAS.
           05 WS-MC-CANT           PIC 9(03) VALUE ZEROS.
           05 WS-MC-IDX            PIC 9(03).
           05 WS-MC-ENT OCCURS 200.
              10 WS-MC-CUENTA      PIC X(06).
              10 WS-MC-CUENTA-EMP  PIC X(06).
           05 WS-MC-FETCH-CUENTA   PIC X(06).
           05 WS-MC-FETCH-CTA-EMP  PIC X(06).
           05 WS-FIN-MAPEO-SW      PIC X VALUE 'N'.
              88 WS-FIN-MAPEO       VALUE 'Y'.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZ9.99-.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'FONDO DE AHORRO - ESTADO DE CUENTA MENSUAL'.
           05 FILLER              PIC X(05) VALUE 'MES: '.
           05 LE-MES              PIC X(07).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE 'TASA ANUAL: '.
           05 LE-TASA             PIC ZZ9.99.
           05 FILLER              PIC X(11) VALUE '  EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(26) VALUE 'NOMBRE'.
           05 FILLER              PIC X(15) VALUE '  SALDO INICIAL'.
           05 FILLER              PIC X(15) VALUE '  APORT EMPLEAD'.
           05 FILLER              PIC X(15) VALUE '   APORT PATRON'.
           05 FILLER              PIC X(15) VALUE '        RETIROS'.
           05 FILLER              PIC X(15) VALUE '        INTERES'.
           05 FILLER              PIC X(15) VALUE '    SALDO FINAL'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-NOMBRE           PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-INICIAL          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-APORTE-EMP       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-APORTE-PAT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-RETIROS          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-INTERES          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-FINAL            PIC Z,ZZZ,ZZ9.99-.

      * Segundo renglon del estado de cuenta: de quien es el saldo.
       01  LIN-DETALLE-2.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(22) VALUE
              'SALDO FINAL EMPLEADO:'.
           05 LD2-EMPLEADO        PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(10) VALUE '  PATRON:'.
           05 LD2-PATRON          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(12) VALUE '  INTERESES:'.
           05 LD2-INTERES         PIC Z,ZZZ,ZZ9.99-.

       01  LIN-TOTAL.
           05 FILLER              PIC X(34) VALUE
              'TOTAL DEL FONDO'.
           05 LT-INICIAL          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-APORTE-EMP       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-APORTE-PAT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-RETIROS          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-INTERES          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-FINAL            PIC Z,ZZZ,ZZ9.99-.

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              'SIN SALDOS EN EL FONDO DE AHORRO'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Control del fondo de ahorro, un solo renglon (CTL_ID 'F')
      * mantenido por Tesoreria: porcentaje maximo de aportacion del
      * empleado sobre su salario base, porcentaje de iguala del
      * patron sobre lo aportado, tope de iguala por periodo, tasa de
      * interes anual que se abona cada mes, monto anual exento de
      * ISR en la liquidacion, ultimo mes con interes abonado, cuenta
      * bancaria donde esta el dinero del fondo y las cuentas
      * contables de bancos, pasivo del fondo y gasto de la iguala.
       EXEC SQL DECLARE NOMINA_FONDO_CTL TABLE
         (CTL_ID             CHAR(1)       NOT NULL,
          PCT_TOPE           DECIMAL(5,2)  NOT NULL,
          PCT_IGUALA         DECIMAL(5,2)  NOT NULL,
          TOPE_PERIODO       DECIMAL(9,2)  NOT NULL,
          TASA_ANUAL         DECIMAL(5,2)  NOT NULL,
          TOPE_EXENTO        DECIMAL(9,2)  NOT NULL,
          ULTIMO_MES_INTERES CHAR(7)       NOT NULL,
          CUENTA_BANCO       CHAR(18)      NOT NULL,
          CTA_GL_BANCO       CHAR(6)       NOT NULL,
          CTA_GL_FONDO       CHAR(6)       NOT NULL,
          CTA_GL_GASTO       CHAR(6)       NOT NULL,
          PRIMARY KEY (CTL_ID))
       END-EXEC.

      * Movimientos del fondo de ahorro por empleado; el saldo es la
      * suma de movimientos, separada en dinero del empleado, del
      * patron e intereses. TIPO_MOV 'A' aportacion del periodo
      * (NOMINA01/NOMIRES01, fechada en el pago), 'I' interes del mes
      * (este programa, fechado el ultimo dia del mes), 'L'
      * liquidacion anual y 'F' finiquito (NOMIESP01 al pagarlos, en
      * negativo).
       EXEC SQL DECLARE NOMINA_FONDO_MOV TABLE
         (EMP_ID             CHAR(6)       NOT NULL,
          FECHA_MOV          DATE          NOT NULL,
          TIPO_MOV           CHAR(1)       NOT NULL,
          MONTO_EMPLEADO     DECIMAL(9,2)  NOT NULL,
          MONTO_PATRON       DECIMAL(9,2)  NOT NULL,
          MONTO_INTERES      DECIMAL(9,2)  NOT NULL,
          USUARIO            CHAR(8)       NOT NULL,
          FECHA_REGISTRO     TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_MOV, TIPO_MOV))
       END-EXEC.

      * Saldo de cada empleado de la empresa al cierre del mes, sin
      * el interes que este mismo cierre haya abonado en una corrida
      * anterior (se recalcula): saldo al inicio del mes, aportaciones
      * y retiros del mes, y lo acumulado por origen del dinero.
       EXEC SQL
          DECLARE C-SALDOS CURSOR FOR
             SELECT M.EMP_ID,
                    SUM(CASE WHEN M.FECHA_MOV < :WS-FECHA-INICIO
                             THEN M.MONTO_EMPLEADO + M.MONTO_PATRON
                                  + M.MONTO_INTERES
                             ELSE 0 END),
                    SUM(CASE WHEN M.FECHA_MOV >= :WS-FECHA-INICIO
                              AND M.TIPO_MOV = 'A'
                             THEN M.MONTO_EMPLEADO
                             ELSE 0 END),
                    SUM(CASE WHEN M.FECHA_MOV >= :WS-FECHA-INICIO
                              AND M.TIPO_MOV = 'A'
                             THEN M.MONTO_PATRON
                             ELSE 0 END),
                    SUM(CASE WHEN M.FECHA_MOV >= :WS-FECHA-INICIO
                              AND M.TIPO_MOV IN ('L', 'F')
                             THEN M.MONTO_EMPLEADO + M.MONTO_PATRON
                                  + M.MONTO_INTERES
                             ELSE 0 END),
                    SUM(M.MONTO_EMPLEADO), SUM(M.MONTO_PATRON),
                    SUM(M.MONTO_INTERES)
             FROM NOMINA_FONDO_MOV M
             WHERE M.FECHA_MOV <= :WS-FECHA-CIERRE
               AND NOT (M.TIPO_MOV = 'I'
                        AND M.FECHA_MOV = :WS-FECHA-CIERRE)
               AND M.EMP_ID IN
                   (SELECT E.EMP_ID FROM NOMINA_EMPLEADO E
                     WHERE E.EMPRESA = :WS-EMPRESA-PARM)
             GROUP BY M.EMP_ID
             ORDER BY M.EMP_ID
       END-EXEC.

      * Cuentas mapeadas de la empresa del PARM (NOMINA_EMPRESA_CTA,
      * declarada en NOMIGL01).
       EXEC SQL
          DECLARE C-CUENTAS-EMPRESA CURSOR FOR
             SELECT CUENTA, CUENTA_EMPRESA
             FROM NOMINA_EMPRESA_CTA
             WHERE EMPRESA = :WS-EMPRESA-PARM
             ORDER BY CUENTA
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-MES quede
      * alineado con el texto real del parametro. La empresa sigue al
      * mes y es obligatoria.
       LINKAGE SECTION.
       01  LK-PARM-MES.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-MES               PIC X(07).
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-MES.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2500-ASENTAR-INTERES
           PERFORM 2600-CERRAR-MES
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-MES TO WS-MES-PARM

           IF WS-MES-PARM(1:4) IS NOT NUMERIC
              OR WS-MES-PARM(5:1) NOT = '-'
              OR WS-MES-PARM(6:2) IS NOT NUMERIC
              DISPLAY 'ERROR: MES AAAA-MM NO FUE RECIBIDO POR PARM'
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

           IF LK-PARM-LEN > 7
              MOVE LK-EMPRESA TO WS-EMPRESA-PARM
           ELSE
              MOVE SPACES TO WS-EMPRESA-PARM
           END-IF
           IF WS-EMPRESA-PARM = SPACES
              DISPLAY 'ERROR: EMPRESA NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-FECHAS-DEL-MES

           OPEN OUTPUT ESTADO-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FAHRPT: ' RPT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR GLFILE: ' GL-STATUS
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

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1200-LEER-CONTROL
           PERFORM 1300-CARGAR-CTAS-EMPRESA

           MOVE WS-MES-PARM  TO LE-MES
           MOVE FC-TASA-ANUAL TO LE-TASA
           MOVE WS-EMPRESA-PARM TO LE-EMPRESA
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-SALDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Mismo chequeo de la empresa del PARM que NOMICHE01.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT ACTIVO INTO :ER-ACTIVO
              FROM NOMINA_EMPRESA
              WHERE EMPRESA = :ER-EMPRESA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF ER-ACTIVO NOT = 'Y'
                    DISPLAY 'ERROR: EMPRESA ' WS-EMPRESA-PARM
                            ' INACTIVA EN NOMINA_EMPRESA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 DISPLAY 'ERROR: EMPRESA ' WS-EMPRESA-PARM
                         ' NO EXISTE EN NOMINA_EMPRESA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER EMPRESA: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * Primer dia del mes del PARM, y ultimo dia como el dia
      * anterior al primero del mes siguiente.
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

      * Sin renglon de control no hay tasa que abonar. Un mes anterior
      * al ultimo que la empresa ya cerro no se vuelve a abrir: el
      * interes de los meses siguientes ya se calculo sobre su saldo.
      * El mismo mes del ultimo cierre es un reproceso y recalcula su
      * interes. El ultimo cierre de la empresa es el interes mas
      * reciente abonado a sus empleados; ULTIMO_MES_INTERES del
      * control queda como el mas reciente de todas las empresas.
       1200-LEER-CONTROL.
           EXEC SQL
              SELECT TASA_ANUAL, ULTIMO_MES_INTERES, CTA_GL_BANCO,
                     CTA_GL_FONDO
              INTO :FC-TASA-ANUAL, :FC-ULT-MES-INTERES,
                   :FC-CTA-GL-BANCO, :FC-CTA-GL-FONDO
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'ERROR: SIN CONTROL EN NOMINA_FONDO_CTL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_FONDO_CTL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           EXEC SQL
              SELECT COALESCE(MAX(M.FECHA_MOV), '0001-01-01')
              INTO :WS-ULT-INTERES-EMP
              FROM NOMINA_FONDO_MOV M, NOMINA_EMPLEADO E
              WHERE M.TIPO_MOV = 'I'
                AND E.EMP_ID = M.EMP_ID
                AND E.EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER ULTIMO CIERRE DE LA EMPRESA: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-ULT-INTERES-EMP = '0001-01-01'
              MOVE SPACES TO WS-ULT-MES-EMPRESA
           ELSE
              MOVE WS-ULT-INTERES-EMP(1:7) TO WS-ULT-MES-EMPRESA
           END-IF

           IF WS-ULT-MES-EMPRESA NOT = SPACES
              IF WS-MES-PARM < WS-ULT-MES-EMPRESA
                 DISPLAY 'ERROR: MES ' WS-MES-PARM
                         ' ANTERIOR AL ULTIMO CIERRE '
                         WS-ULT-MES-EMPRESA ' DE LA EMPRESA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-MES-PARM = WS-ULT-MES-EMPRESA
                 SET WS-ES-REPROCESO TO TRUE
                 DISPLAY 'REPROCESO DEL MES ' WS-MES-PARM
                         ': SE RECALCULA EL INTERES'
              END-IF
           END-IF.

      * Mapeo de cuentas de la empresa a memoria, como en NOMIGL01:
      * un mapeo incompleto detiene el cierre antes de asentar nada
      * contra una cuenta equivocada del libro de la empresa.
       1300-CARGAR-CTAS-EMPRESA.
           EXEC SQL
              OPEN C-CUENTAS-EMPRESA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUENTAS EMPRESA: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1310-LEER-CTA-EMPRESA UNTIL WS-FIN-MAPEO

           EXEC SQL
              CLOSE C-CUENTAS-EMPRESA
           END-EXEC

           DISPLAY 'CUENTAS MAPEADAS DE LA EMPRESA: ' WS-MC-CANT.

       1310-LEER-CTA-EMPRESA.
           EXEC SQL
              FETCH C-CUENTAS-EMPRESA
              INTO :WS-MC-FETCH-CUENTA, :WS-MC-FETCH-CTA-EMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-MC-CANT < 200
                    ADD 1 TO WS-MC-CANT
                    MOVE WS-MC-FETCH-CUENTA
                      TO WS-MC-CUENTA(WS-MC-CANT)
                    MOVE WS-MC-FETCH-CTA-EMP
                      TO WS-MC-CUENTA-EMP(WS-MC-CANT)
                 ELSE
                    DISPLAY 'ERROR: TABLA DE CUENTAS DE EMPRESA LLENA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 SET WS-FIN-MAPEO TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH CUENTAS EMPRESA: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-SALDOS
              INTO :WS-SE-EMP-ID, :WS-SE-INICIAL, :WS-SE-APORTE-EMP,
                   :WS-SE-APORTE-PAT, :WS-SE-RETIROS,
                   :WS-SE-ACUM-EMP, :WS-SE-ACUM-PAT, :WS-SE-ACUM-INT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-EMP-LEIDOS
                 PERFORM 2100-CERRAR-EMPLEADO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH SALDOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Interes del mes sobre el saldo al cierre, y el estado de
      * cuenta del empleado. Un empleado sin saldo ni movimientos en
      * el mes (ya liquidado en meses anteriores) no aparece.
       2100-CERRAR-EMPLEADO.
           COMPUTE WS-SE-SALDO-BASE =
              WS-SE-ACUM-EMP + WS-SE-ACUM-PAT + WS-SE-ACUM-INT
           MOVE ZEROS TO WS-SE-INTERES

           IF WS-SE-SALDO-BASE > ZEROS
              COMPUTE WS-SE-INTERES ROUNDED =
                 WS-SE-SALDO-BASE * FC-TASA-ANUAL / 1200
           END-IF

           IF WS-SE-INTERES > ZEROS
              PERFORM 2110-ABONAR-INTERES
           ELSE
              PERFORM 2115-BORRAR-INTERES
           END-IF
           IF WS-ERR-DB2
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SE-FINAL = WS-SE-SALDO-BASE + WS-SE-INTERES
           ADD WS-SE-INTERES TO WS-SE-ACUM-INT

           IF WS-SE-FINAL = ZEROS AND WS-SE-INICIAL = ZEROS
              AND WS-SE-APORTE-EMP = ZEROS AND WS-SE-RETIROS = ZEROS
              ADD 1 TO WS-EMP-SIN-SALDO
              EXIT PARAGRAPH
           END-IF

           MOVE WS-SE-EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT NOMBRE, DEPTO
              INTO :EM-NOMBRE, :EM-DEPTO
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE '*** NO ESTA EN EL MAESTRO ***' TO EM-NOMBRE
              MOVE SPACES TO EM-DEPTO
           END-IF

           IF WS-SE-INTERES > ZEROS
              PERFORM 2120-ACUMULAR-DEPTO
           END-IF

           PERFORM 2300-ESCRIBIR-ESTADO

           ADD WS-SE-INICIAL    TO WS-TOT-INICIAL
           ADD WS-SE-APORTE-EMP TO WS-TOT-APORTE-EMP
           ADD WS-SE-APORTE-PAT TO WS-TOT-APORTE-PAT
           ADD WS-SE-RETIROS    TO WS-TOT-RETIROS
           ADD WS-SE-INTERES    TO WS-TOT-INTERES
           ADD WS-SE-FINAL      TO WS-TOT-FINAL.

      * Movimiento 'I' fechado el ultimo dia del mes; en el reproceso
      * del mismo mes el -803 lo reemplaza con el interes recalculado.
       2110-ABONAR-INTERES.
           MOVE WS-SE-EMP-ID    TO FM-EMP-ID
           MOVE WS-FECHA-CIERRE TO FM-FECHA-MOV
           MOVE 'I'             TO FM-TIPO-MOV
           MOVE ZEROS           TO FM-MONTO-EMPLEADO FM-MONTO-PATRON
           MOVE WS-SE-INTERES   TO FM-MONTO-INTERES
           MOVE WS-FAH-USUARIO  TO FM-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FM-FECHA-REGISTRO

           EXEC SQL
              INSERT INTO NOMINA_FONDO_MOV
                 (EMP_ID, FECHA_MOV, TIPO_MOV, MONTO_EMPLEADO,
                  MONTO_PATRON, MONTO_INTERES, USUARIO,
                  FECHA_REGISTRO)
              VALUES
                 (:FM-EMP-ID, :FM-FECHA-MOV, :FM-TIPO-MOV,
                  :FM-MONTO-EMPLEADO, :FM-MONTO-PATRON,
                  :FM-MONTO-INTERES, :FM-USUARIO,
                  :FM-FECHA-REGISTRO)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_FONDO_MOV
                    SET MONTO_INTERES = :FM-MONTO-INTERES,
                        USUARIO = :FM-USUARIO,
                        FECHA_REGISTRO = :FM-FECHA-REGISTRO
                  WHERE EMP_ID = :FM-EMP-ID
                    AND FECHA_MOV = :FM-FECHA-MOV
                    AND TIPO_MOV = :FM-TIPO-MOV
              END-EXEC
           END-IF

           IF SQLCODE = 0
              ADD 1 TO WS-EMP-INTERES
           ELSE
              DISPLAY 'ERROR AL ABONAR INTERES: ' WS-SE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-FIN-CURSOR TO TRUE
           END-IF.

      * Sin interes en el mes no queda movimiento 'I': en el
      * reproceso se borra el que haya dejado la corrida anterior
      * (tasa corregida a cero, saldo que quedo en cero), que de otro
      * modo seguiria sumando al saldo del fondo.
       2115-BORRAR-INTERES.
           MOVE WS-SE-EMP-ID    TO FM-EMP-ID
           MOVE WS-FECHA-CIERRE TO FM-FECHA-MOV
           MOVE 'I'             TO FM-TIPO-MOV

           EXEC SQL
              DELETE FROM NOMINA_FONDO_MOV
               WHERE EMP_ID = :FM-EMP-ID
                 AND FECHA_MOV = :FM-FECHA-MOV
                 AND TIPO_MOV = :FM-TIPO-MOV
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR INTERES: ' WS-SE-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-FIN-CURSOR TO TRUE
           END-IF.

      * Suma el interes del empleado a su departamento para el
      * asiento contable.
       2120-ACUMULAR-DEPTO.
           PERFORM VARYING WS-IDEP-IDX FROM 1 BY 1
                   UNTIL WS-IDEP-IDX > WS-IDEP-CANT
                      OR WS-IDEP-COD(WS-IDEP-IDX) = EM-DEPTO
              CONTINUE
           END-PERFORM

           IF WS-IDEP-IDX > WS-IDEP-CANT
              IF WS-IDEP-CANT >= 50
                 DISPLAY 'AVISO: MAS DE 50 DEPTOS, INTERES DE '
                         WS-SE-EMP-ID ' AL ULTIMO'
                 MOVE WS-IDEP-CANT TO WS-IDEP-IDX
              ELSE
                 ADD 1 TO WS-IDEP-CANT
                 MOVE WS-IDEP-CANT TO WS-IDEP-IDX
                 MOVE EM-DEPTO TO WS-IDEP-COD(WS-IDEP-IDX)
                 MOVE ZEROS TO WS-IDEP-MONTO(WS-IDEP-IDX)
              END-IF
           END-IF

           ADD WS-SE-INTERES TO WS-IDEP-MONTO(WS-IDEP-IDX).

       2300-ESCRIBIR-ESTADO.
           MOVE WS-SE-EMP-ID     TO LD-EMP-ID
           MOVE EM-NOMBRE        TO LD-NOMBRE
           MOVE WS-SE-INICIAL    TO LD-INICIAL
           MOVE WS-SE-APORTE-EMP TO LD-APORTE-EMP
           MOVE WS-SE-APORTE-PAT TO LD-APORTE-PAT
           MOVE WS-SE-RETIROS    TO LD-RETIROS
           MOVE WS-SE-INTERES    TO LD-INTERES
           MOVE WS-SE-FINAL      TO LD-FINAL
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-SE-ACUM-EMP   TO LD2-EMPLEADO
           MOVE WS-SE-ACUM-PAT   TO LD2-PATRON
           MOVE WS-SE-ACUM-INT   TO LD2-INTERES
           MOVE LIN-DETALLE-2 TO RPT-LINE
           WRITE RPT-LINE.

      * Asiento del interes del mes por departamento: cargo a bancos
      * del fondo (el rendimiento que paga la cuenta) y abono al
      * pasivo del fondo con los empleados. Con error de DB2 el
      * archivo no se genera completo y no se escribe nada.
       2500-ASENTAR-INTERES.
           IF WS-ERR-DB2
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IDEP-IDX FROM 1 BY 1
                   UNTIL WS-IDEP-IDX > WS-IDEP-CANT
              MOVE WS-IDEP-COD(WS-IDEP-IDX)   TO WS-GLA-DEPTO
              MOVE WS-IDEP-MONTO(WS-IDEP-IDX) TO WS-GLA-MONTO

              MOVE FC-CTA-GL-BANCO TO WS-GLA-CUENTA
              MOVE 'D' TO WS-GLA-TIPO
              MOVE 'INTERES FONDO DE AHORRO' TO WS-GLA-DESC
              PERFORM 2900-ESCRIBIR-LINEA-GL

              MOVE FC-CTA-GL-FONDO TO WS-GLA-CUENTA
              MOVE 'C' TO WS-GLA-TIPO
              MOVE 'INTERES ABONADO AL FONDO' TO WS-GLA-DESC
              PERFORM 2900-ESCRIBIR-LINEA-GL
           END-PERFORM.

      * Deja el mes como ultimo cierre con interes abonado, solo si es
      * posterior al que ya tiene: otra empresa pudo cerrar antes un
      * mes mas reciente.
       2600-CERRAR-MES.
           IF WS-ERR-DB2
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              UPDATE NOMINA_FONDO_CTL
                 SET ULTIMO_MES_INTERES = :WS-MES-PARM
               WHERE CTL_ID = 'F'
                 AND ULTIMO_MES_INTERES < :WS-MES-PARM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL CERRAR MES DEL FONDO: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF.

       2900-ESCRIBIR-LINEA-GL.
           IF WS-GLA-MONTO = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-GLA-CUENTA   TO GL-CUENTA
           MOVE WS-GLA-DEPTO    TO GL-DEPTO
           MOVE WS-GLA-TIPO     TO GL-TIPO
           MOVE WS-GLA-MONTO    TO GL-MONTO
           MOVE WS-FECHA-CIERRE TO GL-FECHA
           MOVE WS-GLA-DESC     TO GL-DESCRIPCION
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-GL.

      * Mismo mapeo de cuentas que NOMIGL01: cuenta del catalogo comun
      * a la cuenta de la empresa, si tiene renglon de mapeo.
       2950-MAPEAR-CUENTA.
           PERFORM VARYING WS-MC-IDX FROM 1 BY 1
                   UNTIL WS-MC-IDX > WS-MC-CANT
                      OR WS-MC-CUENTA(WS-MC-IDX) = GL-CUENTA
              CONTINUE
           END-PERFORM

           IF WS-MC-IDX NOT > WS-MC-CANT
              MOVE WS-MC-CUENTA-EMP(WS-MC-IDX) TO GL-CUENTA
           END-IF.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-SALDOS
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

           IF WS-EMP-LEIDOS = WS-EMP-SIN-SALDO
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE WS-TOT-INICIAL    TO LT-INICIAL
              MOVE WS-TOT-APORTE-EMP TO LT-APORTE-EMP
              MOVE WS-TOT-APORTE-PAT TO LT-APORTE-PAT
              MOVE WS-TOT-RETIROS    TO LT-RETIROS
              MOVE WS-TOT-INTERES    TO LT-INTERES
              MOVE WS-TOT-FINAL      TO LT-FINAL
              MOVE LIN-TOTAL TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           CLOSE ESTADO-REPORT
           CLOSE GL-FILE

           DISPLAY 'EMPLEADOS CON MOVIMIENTOS: ' WS-EMP-LEIDOS
           DISPLAY 'EMPLEADOS CON INTERES: ' WS-EMP-INTERES
           DISPLAY 'EMPLEADOS SIN SALDO: ' WS-EMP-SIN-SALDO
           DISPLAY 'INTERES ABONADO: ' WS-TOT-INTERES
           DISPLAY 'SALDO FINAL DEL FONDO: ' WS-TOT-FINAL
           DISPLAY 'RENGLONES GL: ' WS-REG-GL

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'CIERRE DEL FONDO NO APLICADO: REPETIR LA '
                      'CORRIDA Y DESCARTAR GLFILE'
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIFAH01.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIDEC01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch de declaracion y entero mensual de las         *
      * retenciones de ley y las contribuciones patronales del mes    *
      * (AAAA-MM) recibido por PARM: el ISR retenido ('I') y la       *
      * cuota obrera del seguro social ('S') de NOMINA_DEDUCCIONES,   *
      * mas la cuota patronal y el impuesto sobre nomina de           *
      * NOMINA_PATRONAL, sumados sobre TODAS las FECHA_PAGO del mes   *
      * (quincenas, corridas fuera de ciclo y pagos de emergencia)    *
      * por autoridad y concepto. Lo que Fiscal armaba a mano desde   *
      * el extracto de NOMIGL01: genera el archivo de declaracion y   *
      * pago, el asiento que salda los pasivos 200000/220000/230000   *
      * contra bancos, y deja constancia en NOMINA_DECLARACION para   *
      * que un mes no se entere dos veces. Una corrida repetida solo  *
      * declara la diferencia contra lo ya enterado (complementaria): *
      * el ajuste fuera de ciclo tardio sale como diferencia en el    *
      * reporte de control en vez de perderse.                        *
      * Corre una vez por empresa (EMPRESA en el PARM, despues del    *
      * mes): cada patron declara y entera lo suyo, y el asiento sale *
      * con las cuentas de su catalogo segun NOMINA_EMPRESA_CTA.      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARA-FILE ASSIGN TO DECFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DEC-STATUS.

           SELECT GL-FILE ASSIGN TO DECGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO DECRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por autoridad/concepto/cuenta a enterar: 'N'
      * declaracion normal del mes, 'C' complementaria por la
      * diferencia que dejaron ajustes posteriores al primer entero.
       FD  DECLARA-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DEC-RECORD.
       01  DEC-RECORD.
           05 DE-TIPO             PIC X(01).
           05 DE-AUTORIDAD        PIC X(04).
           05 DE-CONCEPTO         PIC X(03).
           05 DE-PERIODO          PIC X(06).
           05 DE-CUENTA-GL        PIC X(06).
           05 DE-MONTO            PIC 9(11)V99.
           05 DE-SECUENCIA        PIC 9(03).
           05 DE-FECHA-GEN        PIC X(08).
           05 DE-EMPRESA          PIC X(03).
           05 FILLER              PIC X(13).

      * Mismo renglon de 61 posiciones que NOMIGL01 entrega al
      * cargador de GL.
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

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 DEC-STATUS          PIC XX.
           05 GL-STATUS           PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

      * Mes a declarar y el rango de fechas que cubre: del dia
      * primero del mes al dia primero del mes siguiente (exclusivo),
      * para no depender de cuantos dias trae el mes.
       01  WS-MES-PARM.
           05 WS-MES-ANIO         PIC 9(04).
           05 WS-MES-GUION        PIC X(01).
           05 WS-MES-MES          PIC 9(02).
       01  WS-MES-TEXTO REDEFINES WS-MES-PARM PIC X(07).
       01  WS-RANGO-FECHAS.
           05 WS-FECHA-DESDE      PIC X(10).
           05 WS-FECHA-HASTA      PIC X(10).
           05 WS-SIG-ANIO         PIC 9(04).
           05 WS-SIG-MES          PIC 9(02).

       01  WS-FECHA-ACTUAL.
           05 WS-ANIO             PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).
       01  WS-FECHA-HOY           PIC X(10).
       01  WS-EMPRESA-PARM        PIC X(03).

      * Cuentas del asiento de entero: cada pasivo se salda contra
      * la cuenta de bancos de la que sale el pago a la autoridad.
      * Los pasivos patronales son fijos (los mismos de NOMIGL01);
      * el de retenciones es la CTA_GL del catalogo de cada codigo.
       01  WS-CUENTAS-GL.
           05 WS-CTA-RETENCIONES   PIC X(06) VALUE '200000'.
           05 WS-CTA-PATRON-PAGAR  PIC X(06) VALUE '220000'.
           05 WS-CTA-IMPNOM-PAGAR  PIC X(06) VALUE '230000'.
           05 WS-CTA-BANCOS        PIC X(06) VALUE '100000'.
           05 WS-DEPTO-GL          PIC X(03) VALUE '000'.

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

      * Conceptos del mes por cuenta de pasivo: lo que dicen hoy las
      * tablas, lo ya enterado en corridas anteriores y lo que esta
      * corrida entera (la diferencia).
       01  WS-CONCEPTOS.
           05 WS-CON-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-CON-IDX          PIC 9(02).
           05 WS-CON-ENT OCCURS 20.
              10 WS-CON-CODIGO    PIC X(03).
              10 WS-CON-AUTORIDAD PIC X(04).
              10 WS-CON-CUENTA    PIC X(06).
              10 WS-CON-TOTAL     PIC S9(11)V99 COMP-3.
              10 WS-CON-ANTERIOR  PIC S9(11)V99 COMP-3.
              10 WS-CON-DECLARAR  PIC S9(11)V99 COMP-3.
              10 WS-CON-SECUENCIA PIC S9(04) COMP.

      * Renglon de los cursores de totales.
       01  WS-TOTAL-CURSOR.
           05 WS-TC-CATEGORIA     PIC X(01).
           05 WS-TC-CUENTA        PIC X(06).
           05 WS-TC-MONTO         PIC S9(11)V99 COMP-3.
           05 WS-TC-APORTE-SEG    PIC S9(11)V99 COMP-3.
           05 WS-TC-IMP-NOMINA    PIC S9(11)V99 COMP-3.
           05 WS-TC-CODIGO        PIC X(03).
           05 WS-TC-AUTORIDAD     PIC X(04).

      * Totales por FECHA_PAGO del mes para el detalle del reporte.
       01  WS-TOTAL-FECHA.
           05 WS-TF-FECHA-PAGO    PIC X(10).
           05 WS-TF-ISR           PIC S9(11)V99 COMP-3.
           05 WS-TF-SEGURO        PIC S9(11)V99 COMP-3.
           05 WS-TF-APORTE-SEG    PIC S9(11)V99 COMP-3.
           05 WS-TF-IMP-NOMINA    PIC S9(11)V99 COMP-3.
           05 WS-FIN-FECHAS-SW    PIC X VALUE 'N'.
              88 WS-FIN-FECHAS      VALUE 'Y'.

       01  WS-CONTADORES.
           05 WS-PERIODOS-MES     PIC S9(04) COMP.
           05 WS-PERIODOS-ABIERTOS PIC S9(04) COMP.
           05 WS-REG-DECLARADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-A-FAVOR      PIC 9(05) VALUE ZEROS.
           05 WS-REG-GL           PIC 9(05) VALUE ZEROS.
           05 WS-TOT-TABLAS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ANTERIOR     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DECLARADO    PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DEBITOS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-CREDITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(52) VALUE
              'DECLARACION MENSUAL DE RETENCIONES Y CONTRIBUCIONES'.
           05 FILLER              PIC X(05) VALUE 'MES: '.
           05 LE-MES              PIC X(07).
           05 FILLER              PIC X(11) VALUE '  EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(04) VALUE 'CON'.
           05 FILLER              PIC X(06) VALUE 'AUTOR'.
           05 FILLER              PIC X(08) VALUE 'CUENTA'.
           05 FILLER              PIC X(19) VALUE
              'TOTAL TABLAS'.
           05 FILLER              PIC X(19) VALUE
              'ENTERADO ANTES'.
           05 FILLER              PIC X(19) VALUE
              'ESTA DECLARACION'.
           05 FILLER              PIC X(30) VALUE 'OBSERVACION'.

       01  LIN-DETALLE.
           05 LD-CONCEPTO         PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-AUTORIDAD        PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-CUENTA           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TOTAL            PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-ANTERIOR         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DECLARAR         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(30).

       01  LIN-ENCABEZADO-3.
           05 FILLER              PIC X(40) VALUE
              'DETALLE POR FECHA DE PAGO DEL MES'.
       01  LIN-ENCABEZADO-4.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO'.
           05 FILLER              PIC X(19) VALUE 'ISR RETENIDO'.
           05 FILLER              PIC X(19) VALUE 'CUOTA OBRERA'.
           05 FILLER              PIC X(19) VALUE 'CUOTA PATRONAL'.
           05 FILLER              PIC X(19) VALUE 'IMP. S/NOMINA'.

       01  LIN-FECHA.
           05 LF-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LF-ISR              PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LF-SEGURO           PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LF-APORTE-SEG       PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LF-IMP-NOMINA       PIC X(17).

       01  LIN-TOTAL.
           05 FILLER              PIC X(18) VALUE 'TOTALES DEL MES:'.
           05 LT-TOTAL            PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-ANTERIOR         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-DECLARAR         PIC X(17).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-OBSERVACION      PIC X(30).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMDCL END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Constancia de cada entero a la autoridad, por empresa, mes,
      * concepto y cuenta de pasivo. La SECUENCIA 1 es la
      * declaracion normal; las siguientes son complementarias por
      * diferencias que ajustes posteriores dejaron en las tablas.
      * La suma de MONTO por empresa/mes/concepto/cuenta es lo ya
      * enterado: lo que la siguiente corrida de esa empresa NO
      * vuelve a pagar.
       EXEC SQL DECLARE NOMINA_DECLARACION TABLE
         (EMPRESA         CHAR(3)       NOT NULL,
          MES             CHAR(7)       NOT NULL,
          CONCEPTO        CHAR(3)       NOT NULL,
          CUENTA_GL       CHAR(6)       NOT NULL,
          SECUENCIA       SMALLINT      NOT NULL,
          AUTORIDAD       CHAR(4)       NOT NULL,
          MONTO           DECIMAL(11,2) NOT NULL,
          TIPO            CHAR(1)       NOT NULL,
          FECHA_DECLARA   TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMPRESA, MES, CONCEPTO, CUENTA_GL,
                       SECUENCIA))
       END-EXEC.

      * Retenciones de ley del mes por categoria y cuenta de pasivo
      * del catalogo, solo de renglones activos de NOMINA de la
      * empresa del PARM: el ISR ('I') y la cuota obrera del seguro
      * social ('S').
       EXEC SQL
          DECLARE C-RETENCIONES CURSOR FOR
             SELECT C.CATEGORIA, C.CTA_GL, SUM(D.DED_MONTO)
             FROM NOMINA_DEDUCCIONES D, NOMINA_DED_CATALOGO C,
                  NOMINA N
             WHERE D.DED_CODIGO = C.DED_CODIGO
               AND C.CATEGORIA IN ('I', 'S')
               AND D.FECHA_PAGO >= :WS-FECHA-DESDE
               AND D.FECHA_PAGO < :WS-FECHA-HASTA
               AND N.EMP_ID = D.EMP_ID
               AND N.FECHA_PAGO = D.FECHA_PAGO
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
             GROUP BY C.CATEGORIA, C.CTA_GL
             ORDER BY 1, 2
       END-EXEC.

      * Fechas de pago del mes con renglones activos de la empresa,
      * para el detalle del reporte de control.
       EXEC SQL
          DECLARE C-FECHAS CURSOR FOR
             SELECT DISTINCT FECHA_PAGO
             FROM NOMINA
             WHERE FECHA_PAGO >= :WS-FECHA-DESDE
               AND FECHA_PAGO < :WS-FECHA-HASTA
               AND EMPRESA = :WS-EMPRESA-PARM
               AND STATUS = 'A'
             ORDER BY FECHA_PAGO
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
      * LK-PARM-LEN absorbe ese halfword para que LK-MES-DECLARAR
      * quede alineado con el texto real del parametro. La empresa
      * sigue al mes y es obligatoria.
       LINKAGE SECTION.
       01  LK-PARM-MES.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-MES-DECLARAR      PIC X(07).
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-MES.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-TOTALIZAR-RETENCIONES
           PERFORM 2200-TOTALIZAR-PATRONAL
           PERFORM 2400-DECLARAR-CONCEPTOS
           PERFORM 2600-DETALLE-FECHAS
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-MES-DECLARAR TO WS-MES-TEXTO

           IF WS-MES-ANIO NOT NUMERIC OR WS-MES-MES NOT NUMERIC
              OR WS-MES-GUION NOT = '-'
              OR WS-MES-MES < 1 OR WS-MES-MES > 12
              DISPLAY 'ERROR: MES A DECLARAR AUSENTE O INVALIDO '
                      '(AAAA-MM): ' LK-MES-DECLARAR
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

           MOVE WS-MES-TEXTO TO WS-FECHA-DESDE(1:7)
           MOVE '-01'        TO WS-FECHA-DESDE(8:3)
           IF WS-MES-MES = 12
              COMPUTE WS-SIG-ANIO = WS-MES-ANIO + 1
              MOVE 1 TO WS-SIG-MES
           ELSE
              MOVE WS-MES-ANIO TO WS-SIG-ANIO
              COMPUTE WS-SIG-MES = WS-MES-MES + 1
           END-IF
           MOVE WS-SIG-ANIO TO WS-FECHA-HASTA(1:4)
           MOVE '-'         TO WS-FECHA-HASTA(5:1)
           MOVE WS-SIG-MES  TO WS-FECHA-HASTA(6:2)
           MOVE '-01'       TO WS-FECHA-HASTA(8:3)

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL
           MOVE WS-ANIO TO WS-FECHA-HOY(1:4)
           MOVE '-'     TO WS-FECHA-HOY(5:1)
           MOVE WS-MES  TO WS-FECHA-HOY(6:2)
           MOVE '-'     TO WS-FECHA-HOY(8:1)
           MOVE WS-DIA  TO WS-FECHA-HOY(9:2)

           OPEN OUTPUT DECLARA-FILE
           IF DEC-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DECFILE: ' DEC-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DECGL: ' GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DECRPT: ' RPT-STATUS
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
           PERFORM 1100-VERIFICAR-PERIODOS
           PERFORM 1300-CARGAR-CTAS-EMPRESA

           MOVE WS-MES-TEXTO TO LE-MES
           MOVE WS-EMPRESA-PARM TO LE-EMPRESA
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE.

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

      * Solo se entera lo retenido en cargas completas: ningun
      * periodo del calendario que caiga en el mes puede seguir
      * abierto ('A'). Un mes sin periodos en el calendario no es
      * error (puede traer solo pagos de emergencia), pero se avisa.
       1100-VERIFICAR-PERIODOS.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN ESTADO NOT IN ('L', 'C')
                                       THEN 1 ELSE 0 END), 0)
              INTO :WS-PERIODOS-MES, :WS-PERIODOS-ABIERTOS
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO >= :WS-FECHA-DESDE
                AND FECHA_PAGO < :WS-FECHA-HASTA
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-PERIODOS-ABIERTOS > 0
              DISPLAY 'ERROR: EL MES ' WS-MES-TEXTO ' TIENE '
                      WS-PERIODOS-ABIERTOS
                      ' PERIODO(S) SIN CARGA COMPLETA (L)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-PERIODOS-MES = 0
              DISPLAY 'AVISO: EL MES ' WS-MES-TEXTO
                      ' NO TIENE PERIODOS EN EL CALENDARIO'
           END-IF.

      * Mapeo de cuentas de la empresa a memoria, como en NOMIGL01:
      * un mapeo incompleto detiene la declaracion antes de enterar
      * nada contra una cuenta equivocada del libro de la empresa.
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

      * Retenciones del mes: un concepto por categoria y cuenta de
      * pasivo del catalogo ('I' ISR al SAT, 'S' cuota obrera al
      * IMSS).
       2000-TOTALIZAR-RETENCIONES.
           EXEC SQL
              OPEN C-RETENCIONES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR RETENCIONES: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C-RETENCIONES
                 INTO :WS-TC-CATEGORIA, :WS-TC-CUENTA, :WS-TC-MONTO
              END-EXEC
              IF SQLCODE = 0
                 IF WS-TC-CATEGORIA = 'I'
                    MOVE 'ISR'  TO WS-TC-CODIGO
                    MOVE 'SAT ' TO WS-TC-AUTORIDAD
                 ELSE
                    MOVE 'SSO'  TO WS-TC-CODIGO
                    MOVE 'IMSS' TO WS-TC-AUTORIDAD
                 END-IF
                 PERFORM 2050-AGREGAR-CONCEPTO
              END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY 'ERROR EN FETCH RETENCIONES: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              CLOSE C-RETENCIONES
           END-EXEC.

       2050-AGREGAR-CONCEPTO.
           IF WS-CON-CANT >= 20
              DISPLAY 'ERROR: MAS DE 20 CONCEPTOS EN EL MES'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CON-CANT
           MOVE WS-TC-CODIGO    TO WS-CON-CODIGO(WS-CON-CANT)
           MOVE WS-TC-AUTORIDAD TO WS-CON-AUTORIDAD(WS-CON-CANT)
           MOVE WS-TC-CUENTA    TO WS-CON-CUENTA(WS-CON-CANT)
           MOVE WS-TC-MONTO     TO WS-CON-TOTAL(WS-CON-CANT)
           MOVE ZEROS TO WS-CON-ANTERIOR(WS-CON-CANT)
                         WS-CON-DECLARAR(WS-CON-CANT)
                         WS-CON-SECUENCIA(WS-CON-CANT).

      * Contribuciones patronales del mes: la cuota patronal del
      * seguro social al IMSS y el impuesto sobre nomina a la
      * tesoreria estatal, de los renglones activos de NOMINA de la
      * empresa.
       2200-TOTALIZAR-PATRONAL.
           EXEC SQL
              SELECT COALESCE(SUM(P.APORTE_SEGURO), 0),
                     COALESCE(SUM(P.IMPUESTO_NOMINA), 0)
              INTO :WS-TC-APORTE-SEG, :WS-TC-IMP-NOMINA
              FROM NOMINA_PATRONAL P, NOMINA N
              WHERE P.FECHA_PAGO >= :WS-FECHA-DESDE
                AND P.FECHA_PAGO < :WS-FECHA-HASTA
                AND N.EMP_ID = P.EMP_ID
                AND N.FECHA_PAGO = P.FECHA_PAGO
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL TOTALIZAR PATRONAL: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'CPT'               TO WS-TC-CODIGO
           MOVE 'IMSS'              TO WS-TC-AUTORIDAD
           MOVE WS-CTA-PATRON-PAGAR TO WS-TC-CUENTA
           MOVE WS-TC-APORTE-SEG    TO WS-TC-MONTO
           PERFORM 2050-AGREGAR-CONCEPTO

           MOVE 'ISN'               TO WS-TC-CODIGO
           MOVE 'ESTA'              TO WS-TC-AUTORIDAD
           MOVE WS-CTA-IMPNOM-PAGAR TO WS-TC-CUENTA
           MOVE WS-TC-IMP-NOMINA    TO WS-TC-MONTO
           PERFORM 2050-AGREGAR-CONCEPTO.

      * Por cada concepto: lo ya enterado en corridas anteriores
      * sale de la constancia; la diferencia contra las tablas es lo
      * que se entera hoy. Sin diferencia no sale nada (el mes ya
      * quedo pagado); una diferencia negativa es saldo a favor que
      * Fiscal compensa a mano, y solo se reporta.
       2400-DECLARAR-CONCEPTOS.
           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
                   UNTIL WS-CON-IDX > WS-CON-CANT
              PERFORM 2410-DECLARAR-UN-CONCEPTO
           END-PERFORM.

       2410-DECLARAR-UN-CONCEPTO.
           MOVE WS-EMPRESA-PARM            TO DL-EMPRESA
           MOVE WS-MES-TEXTO               TO DL-MES
           MOVE WS-CON-CODIGO(WS-CON-IDX)  TO DL-CONCEPTO
           MOVE WS-CON-CUENTA(WS-CON-IDX)  TO DL-CUENTA-GL

           EXEC SQL
              SELECT COALESCE(SUM(MONTO), 0),
                     COALESCE(MAX(SECUENCIA), 0)
              INTO :DL-MONTO, :DL-SECUENCIA
              FROM NOMINA_DECLARACION
              WHERE EMPRESA = :DL-EMPRESA
                AND MES = :DL-MES
                AND CONCEPTO = :DL-CONCEPTO
                AND CUENTA_GL = :DL-CUENTA-GL
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER CONSTANCIA: ' DL-CONCEPTO
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              MOVE 'ERROR AL LEER CONSTANCIA' TO LD-OBSERVACION
              PERFORM 2900-ESCRIBIR-LISTADO
              EXIT PARAGRAPH
           END-IF

           MOVE DL-MONTO     TO WS-CON-ANTERIOR(WS-CON-IDX)
           MOVE DL-SECUENCIA TO WS-CON-SECUENCIA(WS-CON-IDX)
           COMPUTE WS-CON-DECLARAR(WS-CON-IDX) =
              WS-CON-TOTAL(WS-CON-IDX) - WS-CON-ANTERIOR(WS-CON-IDX)

           EVALUATE TRUE
              WHEN WS-CON-DECLARAR(WS-CON-IDX) = ZEROS
                 IF WS-CON-ANTERIOR(WS-CON-IDX) = ZEROS
                    MOVE 'SIN MONTO EN EL MES' TO LD-OBSERVACION
                 ELSE
                    MOVE 'YA ENTERADO, SIN DIFERENCIA'
                         TO LD-OBSERVACION
                 END-IF
              WHEN WS-CON-DECLARAR(WS-CON-IDX) < ZEROS
                 ADD 1 TO WS-REG-A-FAVOR
                 MOVE 'SALDO A FAVOR: COMPENSAR A MANO'
                      TO LD-OBSERVACION
              WHEN OTHER
                 PERFORM 2450-ENTERAR-CONCEPTO
           END-EVALUATE

           PERFORM 2900-ESCRIBIR-LISTADO.

      * Renglon del archivo de declaracion, constancia y asiento.
      * La constancia va primero: si no se graba, el concepto no
      * sale al archivo ni al GL y la siguiente corrida lo retoma.
       2450-ENTERAR-CONCEPTO.
           ADD 1 TO WS-CON-SECUENCIA(WS-CON-IDX)
           MOVE WS-CON-SECUENCIA(WS-CON-IDX)  TO DL-SECUENCIA
           MOVE WS-CON-AUTORIDAD(WS-CON-IDX)  TO DL-AUTORIDAD
           MOVE WS-CON-DECLARAR(WS-CON-IDX)   TO DL-MONTO
           IF DL-SECUENCIA = 1
              MOVE 'N' TO DL-TIPO
           ELSE
              MOVE 'C' TO DL-TIPO
           END-IF
           MOVE FUNCTION CURRENT-TIMESTAMP TO DL-FECHA-DECLARA

           EXEC SQL
              INSERT INTO NOMINA_DECLARACION
                 (EMPRESA, MES, CONCEPTO, CUENTA_GL, SECUENCIA,
                  AUTORIDAD, MONTO, TIPO, FECHA_DECLARA)
              VALUES
                 (:DL-EMPRESA, :DL-MES, :DL-CONCEPTO, :DL-CUENTA-GL,
                  :DL-SECUENCIA, :DL-AUTORIDAD, :DL-MONTO,
                  :DL-TIPO, :DL-FECHA-DECLARA)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR CONSTANCIA: ' DL-CONCEPTO
                      ' CUENTA: ' DL-CUENTA-GL
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              MOVE 'ERROR AL GRABAR CONSTANCIA' TO LD-OBSERVACION
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES                 TO DEC-RECORD
           MOVE DL-TIPO                TO DE-TIPO
           MOVE DL-AUTORIDAD           TO DE-AUTORIDAD
           MOVE DL-CONCEPTO            TO DE-CONCEPTO
           MOVE WS-MES-TEXTO(1:4)      TO DE-PERIODO(1:4)
           MOVE WS-MES-TEXTO(6:2)      TO DE-PERIODO(5:2)
           MOVE DL-CUENTA-GL           TO DE-CUENTA-GL
           MOVE DL-MONTO               TO DE-MONTO
           MOVE DL-SECUENCIA           TO DE-SECUENCIA
           MOVE WS-FECHA-ACTUAL        TO DE-FECHA-GEN
           MOVE DL-EMPRESA             TO DE-EMPRESA
           WRITE DEC-RECORD

      * Debito al pasivo que se salda, credito a bancos.
           MOVE DL-CUENTA-GL  TO GL-CUENTA
           MOVE 'D'           TO GL-TIPO
           PERFORM 2460-ESCRIBIR-LINEA-GL
           MOVE WS-CTA-BANCOS TO GL-CUENTA
           MOVE 'C'           TO GL-TIPO
           PERFORM 2460-ESCRIBIR-LINEA-GL

           ADD 1 TO WS-REG-DECLARADOS
           IF DL-TIPO = 'N'
              MOVE 'DECLARACION NORMAL' TO LD-OBSERVACION
           ELSE
              MOVE 'COMPLEMENTARIA POR DIFERENCIA' TO LD-OBSERVACION
           END-IF.

       2460-ESCRIBIR-LINEA-GL.
           MOVE WS-DEPTO-GL  TO GL-DEPTO
           MOVE DL-MONTO     TO GL-MONTO
           MOVE WS-FECHA-HOY TO GL-FECHA
           MOVE SPACES       TO GL-DESCRIPCION
           STRING 'ENTERO ' DELIMITED BY SIZE
                  DL-CONCEPTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DL-AUTORIDAD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MES-TEXTO DELIMITED BY SIZE
             INTO GL-DESCRIPCION
           END-STRING
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-GL
           IF GL-TIPO = 'D'
              ADD DL-MONTO TO WS-TOT-DEBITOS
           ELSE
              ADD DL-MONTO TO WS-TOT-CREDITOS
           END-IF.

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

      * Detalle por FECHA_PAGO: de donde sale cada total del mes, para
      * que Fiscal ubique que periodo (o que ajuste fuera de ciclo)
      * movio una cifra ya enterada.
       2600-DETALLE-FECHAS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-4 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-FECHAS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR FECHAS: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2610-PROCESAR-FECHA UNTIL WS-FIN-FECHAS

           EXEC SQL
              CLOSE C-FECHAS
           END-EXEC.

       2610-PROCESAR-FECHA.
           EXEC SQL
              FETCH C-FECHAS INTO :WS-TF-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2620-TOTALES-FECHA
              WHEN 100
                 SET WS-FIN-FECHAS TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH FECHAS: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-FECHAS TO TRUE
           END-EVALUATE.

       2620-TOTALES-FECHA.
           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN C.CATEGORIA = 'I'
                                       THEN D.DED_MONTO ELSE 0 END),
                              0),
                     COALESCE(SUM(CASE WHEN C.CATEGORIA = 'S'
                                       THEN D.DED_MONTO ELSE 0 END),
                              0)
              INTO :WS-TF-ISR, :WS-TF-SEGURO
              FROM NOMINA_DEDUCCIONES D, NOMINA_DED_CATALOGO C,
                   NOMINA N
              WHERE D.DED_CODIGO = C.DED_CODIGO
                AND D.FECHA_PAGO = :WS-TF-FECHA-PAGO
                AND N.EMP_ID = D.EMP_ID
                AND N.FECHA_PAGO = D.FECHA_PAGO
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL TOTALIZAR FECHA: ' WS-TF-FECHA-PAGO
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-TF-ISR WS-TF-SEGURO
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(P.APORTE_SEGURO), 0),
                     COALESCE(SUM(P.IMPUESTO_NOMINA), 0)
              INTO :WS-TF-APORTE-SEG, :WS-TF-IMP-NOMINA
              FROM NOMINA_PATRONAL P, NOMINA N
              WHERE P.FECHA_PAGO = :WS-TF-FECHA-PAGO
                AND N.EMP_ID = P.EMP_ID
                AND N.FECHA_PAGO = P.FECHA_PAGO
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL TOTALIZAR FECHA: ' WS-TF-FECHA-PAGO
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-TF-APORTE-SEG WS-TF-IMP-NOMINA
           END-IF

           MOVE WS-TF-FECHA-PAGO TO LF-FECHA-PAGO
           MOVE WS-TF-ISR        TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LF-ISR
           MOVE WS-TF-SEGURO     TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LF-SEGURO
           MOVE WS-TF-APORTE-SEG TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LF-APORTE-SEG
           MOVE WS-TF-IMP-NOMINA TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LF-IMP-NOMINA
           MOVE LIN-FECHA TO RPT-LINE
           WRITE RPT-LINE.

       2900-ESCRIBIR-LISTADO.
           MOVE WS-CON-CODIGO(WS-CON-IDX)    TO LD-CONCEPTO
           MOVE WS-CON-AUTORIDAD(WS-CON-IDX) TO LD-AUTORIDAD
           MOVE WS-CON-CUENTA(WS-CON-IDX)    TO LD-CUENTA
           MOVE WS-CON-TOTAL(WS-CON-IDX)     TO WS-ED-MONTO
           MOVE WS-ED-MONTO                  TO LD-TOTAL
           MOVE WS-CON-ANTERIOR(WS-CON-IDX)  TO WS-ED-MONTO
           MOVE WS-ED-MONTO                  TO LD-ANTERIOR
           MOVE WS-CON-DECLARAR(WS-CON-IDX)  TO WS-ED-MONTO
           MOVE WS-ED-MONTO                  TO LD-DECLARAR

           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE

           ADD WS-CON-TOTAL(WS-CON-IDX)    TO WS-TOT-TABLAS
           ADD WS-CON-ANTERIOR(WS-CON-IDX) TO WS-TOT-ANTERIOR
           IF WS-CON-DECLARAR(WS-CON-IDX) > ZEROS
              ADD WS-CON-DECLARAR(WS-CON-IDX) TO WS-TOT-DECLARADO
           END-IF.

      * El total del reporte amarra contra NOMINA_DEDUCCIONES y
      * NOMINA_PATRONAL: tablas = enterado antes + esta declaracion,
      * salvo los saldos a favor, que quedan como diferencia visible.
       3000-FINALIZAR.
           MOVE WS-TOT-TABLAS    TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LT-TOTAL
           MOVE WS-TOT-ANTERIOR  TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LT-ANTERIOR
           MOVE WS-TOT-DECLARADO TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LT-DECLARAR
           IF WS-TOT-TABLAS = WS-TOT-ANTERIOR + WS-TOT-DECLARADO
              MOVE 'CUADRA CONTRA LAS TABLAS' TO LT-OBSERVACION
           ELSE
              MOVE 'DIFERENCIA: VER SALDOS A FAVOR' TO LT-OBSERVACION
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-TOTAL TO RPT-LINE
           WRITE RPT-LINE

      * Con error en la constancia nada se confirma: el archivo y el
      * asiento de esta corrida se tiran y la repeticion los rehace.
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

           CLOSE DECLARA-FILE
           CLOSE GL-FILE
           CLOSE CONTROL-REPORT

           DISPLAY 'CONCEPTOS DEL MES: ' WS-CON-CANT
           DISPLAY 'CONCEPTOS ENTERADOS: ' WS-REG-DECLARADOS
           DISPLAY 'CONCEPTOS CON SALDO A FAVOR: ' WS-REG-A-FAVOR
           DISPLAY 'RENGLONES GL: ' WS-REG-GL
           DISPLAY 'TOTAL ENTERADO: ' WS-TOT-DECLARADO
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
              DISPLAY 'ADVERTENCIA: EL ASIENTO NO CUADRA'
           END-IF

           EVALUATE TRUE
              WHEN WS-ERR-CURSOR
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'DECLARACION INCOMPLETA: NADA SE CONFIRMO, '
                         'REPETIR LA CORRIDA'
              WHEN WS-REG-A-FAVOR > ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'HAY SALDOS A FAVOR: REVISAR CON FISCAL'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIDEC01.

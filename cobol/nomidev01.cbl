       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIDEV01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Devengo de nomina de fin de mes con reversa automatica, que   *
      * Finanzas asentaba a mano cada mes. NOMIGL01 asienta el gasto  *
      * solo en la FECHA_PAGO, asi que los dias ya trabajados del mes *
      * que todavia no cubre ningun periodo cargado quedan fuera de   *
      * los libros del mes. Con el ultimo periodo quincenal cargado   *
      * del calendario NOMINA_PERIODO_CTL al cierre del mes del PARM, *
      * este programa estima por departamento el salario devengado no *
      * pagado (a prorrata de los dias), el costo patronal de         *
      * NOMINA_PATRONAL en la misma proporcion y las provisiones de   *
      * prima vacacional y aguinaldo sobre ese salario; escribe los   *
      * asientos balanceados en el mismo layout de 61 bytes de GL-    *
      * LINE fechados el ultimo dia del mes, cada uno con su reversa  *
      * fechada el primer dia del mes siguiente, y guarda el devengo  *
      * en NOMINA_DEVENGO. El reporte de control lista el devengo del *
      * mes por departamento y, para el devengo del mes anterior, lo  *
      * real que lo reemplazo: la parte del periodo que ya se cargo   *
      * correspondiente a los mismos dias. El costo de cada empleado  *
      * se reparte entre departamentos con su distribucion vigente de *
      * NOMINA_DISTRIB, igual que en NOMIGL01.                        *
      * Corre una vez por empresa (EMPRESA en el PARM, despues del    *
      * mes): solo toma los renglones de NOMINA de esa empresa, su    *
      * devengo queda aparte en NOMINA_DEVENGO y el asiento sale con  *
      * las cuentas de su catalogo segun NOMINA_EMPRESA_CTA.          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO DEVGL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GL-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO DEVRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mismo renglon de debito o credito que el extracto de NOMIGL01,
      * para que el cargador de GL lo tome sin cambios.
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
           05 GL-STATUS           PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-SIN-DEVENGO-SW   PIC X VALUE 'N'.
              88 WS-SIN-DEVENGO     VALUE 'Y'.
           05 WS-FIN-ANTERIOR-SW  PIC X VALUE 'N'.
              88 WS-FIN-ANTERIOR    VALUE 'Y'.
           05 WS-REEMPLAZO-SW     PIC X VALUE ' '.
              88 WS-REEMPLAZO-BUSCADO  VALUE 'B' 'C'.
              88 WS-REEMPLAZO-CARGADO  VALUE 'C'.

       01  WS-MES-PARM            PIC X(07).
       01  WS-EMPRESA-PARM        PIC X(03).

      * Cuentas contables del devengo. Gasto de salario, patronal,
      * impuesto sobre nomina y fondo de ahorro son las mismas que
      * usa NOMIGL01 (la de salario es la CTA_GASTO del departamento,
      * la de prima la del codigo PVA y las del fondo las de
      * NOMINA_FONDO_CTL); el salario devengado y las provisiones de
      * vacaciones y aguinaldo llevan sus propias cuentas de pasivo.
       01  WS-CUENTAS-GL.
           05 WS-CTA-GASTO-SALARIO PIC X(06) VALUE '500000'.
           05 WS-CTA-GASTO-DEPTO   PIC X(06).
           05 WS-CTA-SALARIO-DEVEN PIC X(06) VALUE '215000'.
           05 WS-CTA-GASTO-PATRON  PIC X(06) VALUE '510000'.
           05 WS-CTA-PATRON-PAGAR  PIC X(06) VALUE '220000'.
           05 WS-CTA-GASTO-IMPNOM  PIC X(06) VALUE '520000'.
           05 WS-CTA-IMPNOM-PAGAR  PIC X(06) VALUE '230000'.
           05 WS-CTA-GASTO-FONDO   PIC X(06) VALUE '540000'.
           05 WS-CTA-FONDO-PAGAR   PIC X(06) VALUE '240000'.
           05 WS-CTA-GASTO-PRIMA   PIC X(06) VALUE '530000'.
           05 WS-COD-PRIMA-VAC     PIC X(03) VALUE 'PVA'.
           05 WS-CTA-PROV-VACAC    PIC X(06) VALUE '260000'.
           05 WS-CTA-GASTO-AGUIN   PIC X(06) VALUE '550000'.
           05 WS-CTA-PROV-AGUIN    PIC X(06) VALUE '250000'.

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

      * Provisiones sobre el salario devengado: aguinaldo de 15 dias
      * por anio (las mismas reglas de NOMIAGU01 y NOMIFIN01) y prima
      * vacacional del 25% sobre los 12 dias del primer anio de la
      * escala legal, ambos sobre anio de 360 dias.
       01  WS-REGLAS-DEVENGO.
           05 WS-DEV-DIAS-AGUINALDO PIC 9(03) VALUE 15.
           05 WS-DEV-DIAS-VACACIONES PIC 9(03) VALUE 12.
           05 WS-DEV-DIAS-BASE-ANIO PIC 9(03) VALUE 360.
           05 WS-DEV-PCT-PRIMA      PIC 9(01)V99 VALUE 0.25.

       01  WS-CONTADORES.
           05 WS-REG-DEPTOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-ESCRITOS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-REEMPLAZADOS PIC 9(05) VALUE ZEROS.
           05 WS-REG-PENDIENTES   PIC 9(05) VALUE ZEROS.
           05 WS-REG-ANTERIOR     PIC 9(05) VALUE ZEROS.
           05 WS-TOT-DEBITOS      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-CREDITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-SALARIO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-PATRONAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-PROV-VACAC   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-PROV-AGUIN   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-DEVENGO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ANT-DEVENGO  PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ANT-REAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-ANT-DIFER    PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Fechas del mes en proceso: primer y ultimo dia, el primer dia
      * del mes siguiente (fecha de la reversa) y el mes anterior.
       01  WS-FECHAS-MES.
           05 WS-FECHA-INICIO     PIC X(10).
           05 WS-FECHA-CIERRE     PIC X(10).
           05 WS-FECHA-REVERSA    PIC X(10).
           05 WS-MES-ANTERIOR     PIC X(07).
           05 WS-ANIO-NUM         PIC 9(04).
           05 WS-MES-NUM          PIC 9(02).
           05 WS-ANIO-ANT         PIC 9(04).
           05 WS-MES-ANT          PIC 9(02).
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-INT        PIC 9(07).
           05 WS-INT-CIERRE       PIC 9(07).
           05 WS-FECHA-CONV       PIC X(08).

      * Periodo base (el ultimo quincenal cargado al cierre), hasta
      * donde cubre, y los dias del mes que quedan por devengar.
       01  WS-PERIODO-BASE.
           05 WS-FECHA-BASE       PIC X(10).
           05 WS-FECHA-CUBRE      PIC X(10).
           05 WS-DIAS-BASE        PIC S9(04) COMP.
           05 WS-DIAS-DEVENGO     PIC S9(04) COMP.
           05 WS-FECHA-SIGUIENTE  PIC X(10) VALUE SPACES.
           05 WS-ESTADO-SIGUIENTE PIC X(01) VALUE SPACES.
           05 WS-CNT-REEMPLAZADOS PIC S9(09) COMP.

      * Periodo que reemplazo el devengo del mes anterior.
       01  WS-PERIODO-REEMPLAZO.
           05 WS-FECHA-REEMPLAZO  PIC X(10) VALUE SPACES.
           05 WS-DIAS-REEMPLAZO   PIC S9(04) COMP.
           05 WS-RL-SALARIO       PIC S9(11)V99 COMP-3.
           05 WS-RL-PATRONAL      PIC S9(11)V99 COMP-3.
           05 WS-RL-DEVENGO       PIC S9(11)V99 COMP-3.
           05 WS-RL-REAL          PIC S9(11)V99 COMP-3.

      * Quincena que contiene WS-QNA-FECHA (del 1 al 15, o del 16 al
      * fin de mes), con la misma regla que 2114 de NOMINA01.
       01  WS-QUINCENA.
           05 WS-QNA-FECHA        PIC X(10).
           05 WS-QNA-FECHA-CONV   PIC X(10).
           05 WS-QNA-FECHA-NUM    PIC 9(08).
           05 WS-QNA-INT-INICIO   PIC 9(07).
           05 WS-QNA-INT-FIN      PIC 9(07).
           05 WS-QNA-DIAS         PIC S9(04) COMP.

      * Renglon del cursor del periodo por empleado y los porcentajes
      * de su distribucion vigente.
       01  WS-EMPLEADO-PERIODO.
           05 WS-FECHA-CARGA      PIC X(10).
           05 WS-FECHA-VIGENCIA   PIC X(10).
           05 WS-EP-EMP-ID        PIC X(06).
           05 WS-EP-DEPTO         PIC X(03).
           05 WS-EP-SALARIO       PIC S9(09)V99 COMP-3.
           05 WS-EP-SEGURO        PIC S9(09)V99 COMP-3.
           05 WS-EP-IMPNOM        PIC S9(09)V99 COMP-3.
           05 WS-EP-FONDO         PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-SAL     PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-SEG     PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-IMP     PIC S9(09)V99 COMP-3.
           05 WS-EP-PARTE-FON     PIC S9(09)V99 COMP-3.
           05 WS-FIN-EMPLEADOS-SW PIC X VALUE 'N'.
              88 WS-FIN-EMPLEADOS   VALUE 'Y'.
           05 WS-FIN-PCT-SW       PIC X VALUE 'N'.
              88 WS-FIN-PCT         VALUE 'Y'.
           05 WS-DS-CANT          PIC 9(02) VALUE ZEROS.
           05 WS-DS-IDX           PIC 9(02).
           05 WS-DS-RENGLON OCCURS 10.
              10 WS-DS-DEPTO      PIC X(03).
              10 WS-DS-PCT        PIC S9(03)V99 COMP-3.

      * Periodo repartido por departamento, en orden de departamento:
      * cada empleado suma a su EMP_DEPTO o, con distribucion, a cada
      * departamento su porcentaje, y el resto con los centavos del
      * redondeo a su EMP_DEPTO.
       01  WS-TABLA-DEPTOS.
           05 WS-TD-CANT          PIC 9(03) VALUE ZEROS.
           05 WS-TD-IDX           PIC 9(03).
           05 WS-TD-IDX2          PIC 9(03).
           05 WS-TD-ENT OCCURS 100.
              10 WS-TD-DEPTO      PIC X(03).
              10 WS-TD-SALARIO    PIC S9(11)V99 COMP-3.
              10 WS-TD-SEGURO     PIC S9(11)V99 COMP-3.
              10 WS-TD-IMPNOM     PIC S9(11)V99 COMP-3.
              10 WS-TD-FONDO      PIC S9(11)V99 COMP-3.
           05 WS-TD-BUS-DEPTO     PIC X(03).

      * Departamento del periodo base en proceso.
       01  WS-DEPTO-BASE.
           05 WS-DB-DEPTO         PIC X(03).
           05 WS-DB-SALARIO       PIC S9(11)V99 COMP-3.
           05 WS-DB-SEGURO        PIC S9(11)V99 COMP-3.
           05 WS-DB-IMPNOM        PIC S9(11)V99 COMP-3.
           05 WS-DB-FONDO         PIC S9(11)V99 COMP-3.
           05 WS-DV-SEGURO        PIC S9(11)V99 COMP-3.
           05 WS-DV-IMPNOM        PIC S9(11)V99 COMP-3.
           05 WS-DV-FONDO         PIC S9(11)V99 COMP-3.
           05 WS-DV-TOTAL         PIC S9(11)V99 COMP-3.

      * Par de asiento en proceso: el cargo y el abono por el mismo
      * monto, que 2350 escribe al cierre y otra vez invertido como
      * reversa del mes siguiente.
       01  WS-PAR-GL.
           05 WS-PAR-MONTO        PIC S9(11)V99 COMP-3.
           05 WS-PAR-CTA-DEBE     PIC X(06).
           05 WS-PAR-CTA-HABER    PIC X(06).
           05 WS-PAR-DESC-DEBE    PIC X(22).
           05 WS-PAR-DESC-HABER   PIC X(22).

       01  WS-LINEA-GL.
           05 WS-GLA-DEPTO        PIC X(03).
           05 WS-GLA-MONTO        PIC S9(11)V99 COMP-3.
           05 WS-GLA-CUENTA       PIC X(06).
           05 WS-GLA-NAT-POS      PIC X(01).
           05 WS-GLA-FECHA        PIC X(10).
           05 WS-GLA-DESC         PIC X(30).

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'DEVENGO DE NOMINA DE FIN DE MES'.
           05 FILLER              PIC X(05) VALUE 'MES: '.
           05 LE-MES              PIC X(07).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'REVERSA: '.
           05 LE-FECHA-REVERSA    PIC X(10).
           05 FILLER              PIC X(11) VALUE '  EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(15) VALUE 'PERIODO BASE: '.
           05 LE-FECHA-BASE       PIC X(10).
           05 FILLER              PIC X(15) VALUE '  CUBRE HASTA: '.
           05 LE-FECHA-CUBRE      PIC X(10).
           05 FILLER              PIC X(16) VALUE '  DIAS DEVENGO: '.
           05 LE-DIAS             PIC -ZZ9.
           05 FILLER              PIC X(21) VALUE
              '  SIGUIENTE PERIODO: '.
           05 LE-FECHA-SIGUIENTE  PIC X(10).
           05 FILLER              PIC X(10) VALUE '  ESTADO: '.
           05 LE-ESTADO-SIGUIENTE PIC X(01).
       01  LIN-ENCABEZADO-3.
           05 FILLER              PIC X(07) VALUE 'DEPTO'.
           05 FILLER              PIC X(05) VALUE 'DIAS'.
           05 FILLER              PIC X(14) VALUE '     SALARIO'.
           05 FILLER              PIC X(14) VALUE '    PATRONAL'.
           05 FILLER              PIC X(14) VALUE '  PROV VACAC'.
           05 FILLER              PIC X(14) VALUE '  PROV AGUIN'.
           05 FILLER              PIC X(14) VALUE '       TOTAL'.

       01  LIN-DETALLE.
           05 LD-DEPTO            PIC X(03).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LD-DIAS             PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SALARIO          PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PATRONAL         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PROV-VACAC       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-PROV-AGUIN       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TOTAL            PIC Z,ZZZ,ZZ9.99.

       01  LIN-TOTAL.
           05 FILLER              PIC X(07) VALUE 'TOTAL'.
           05 LT-DEPTOS           PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-SALARIO          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-PATRONAL         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-PROV-VACAC       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-PROV-AGUIN       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LT-TOTAL            PIC ZZ,ZZZ,ZZ9.99.

       01  LIN-SIN-DEVENGO.
           05 FILLER              PIC X(60) VALUE
              '    (EL PERIODO BASE CUBRE TODO EL MES, SIN DEVENGO)'.

       01  LIN-ANTERIOR-1.
           05 FILLER              PIC X(25) VALUE
              'DEVENGO DEL MES ANTERIOR '.
           05 LA-MES              PIC X(07).
           05 FILLER              PIC X(31) VALUE
              ' CONTRA LO REAL DEL PERIODO '.
           05 LA-FECHA-REEMPLAZO  PIC X(10).
       01  LIN-ANTERIOR-2.
           05 FILLER              PIC X(07) VALUE 'DEPTO'.
           05 FILLER              PIC X(05) VALUE 'DIAS'.
           05 FILLER              PIC X(14) VALUE '  DEV SALARIO'.
           05 FILLER              PIC X(14) VALUE ' REAL SALARIO'.
           05 FILLER              PIC X(14) VALUE ' DEV PATRONAL'.
           05 FILLER              PIC X(14) VALUE 'REAL PATRONAL'.
           05 FILLER              PIC X(15) VALUE '    DIFERENCIA'.
           05 FILLER              PIC X(10) VALUE 'NOTA'.

       01  LIN-COMPARA.
           05 LC-DEPTO            PIC X(03).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LC-DIAS             PIC ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-DEV-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-REAL-SALARIO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-DEV-PATRONAL     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-REAL-PATRONAL    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-DIFERENCIA       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-NOTA             PIC X(10).

       01  LIN-TOTAL-COMPARA.
           05 FILLER              PIC X(26) VALUE
              'TOTAL DEVENGADO:'.
           05 LTC-DEVENGO         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(10) VALUE '   REAL: '.
           05 LTC-REAL            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(16) VALUE '   DIFERENCIA: '.
           05 LTC-DIFERENCIA      PIC -ZZ,ZZZ,ZZ9.99.

       01  LIN-SIN-ANTERIOR.
           05 FILLER              PIC X(50) VALUE
              '    (SIN DEVENGO REGISTRADO EN EL MES ANTERIOR)'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMDEV END-EXEC.
       EXEC SQL INCLUDE DCLNOMDIS END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Devengo de fin de mes, un renglon por empresa, mes (AAAA-MM)
      * y departamento. FECHA_BASE es el periodo del que salio la
      * estimacion y DIAS los dias devengados. Al cargarse el periodo
      * que lo reemplaza, la corrida del mes siguiente llena REAL_* con
      * la parte de ese periodo que toca a los mismos dias, FECHA_REAL
      * con su FECHA_PAGO y pasa ESTADO de 'D' (devengado) a 'R'
      * (reemplazado); antes de eso FECHA_REAL lleva '0001-01-01'.
       EXEC SQL DECLARE NOMINA_DEVENGO TABLE
         (EMPRESA           CHAR(3)       NOT NULL,
          MES               CHAR(7)       NOT NULL,
          DEPTO             CHAR(3)       NOT NULL,
          FECHA_BASE        DATE          NOT NULL,
          DIAS              SMALLINT      NOT NULL,
          SALARIO           DECIMAL(11,2) NOT NULL,
          PATRONAL          DECIMAL(11,2) NOT NULL,
          PROV_VACACIONES   DECIMAL(11,2) NOT NULL,
          PROV_AGUINALDO    DECIMAL(11,2) NOT NULL,
          FECHA_REAL        DATE          NOT NULL,
          REAL_SALARIO      DECIMAL(11,2) NOT NULL,
          REAL_PATRONAL     DECIMAL(11,2) NOT NULL,
          ESTADO            CHAR(1)       NOT NULL,
          FECHA_CALCULO     TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMPRESA, MES, DEPTO))
       END-EXEC.

      * Salario base y costo patronal del periodo por empleado, de
      * los renglones vigentes de la empresa, para repartirlo por
      * departamento.
       EXEC SQL
          DECLARE C-DEVENGO CURSOR FOR
             SELECT N.EMP_ID, N.EMP_DEPTO, N.SALARIO_BASE,
                    COALESCE(P.APORTE_SEGURO, 0),
                    COALESCE(P.IMPUESTO_NOMINA, 0),
                    COALESCE(P.APORTE_FONDO, 0)
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_PATRONAL P
                     ON P.EMP_ID = N.EMP_ID
                    AND P.FECHA_PAGO = N.FECHA_PAGO
             WHERE N.FECHA_PAGO = :WS-FECHA-CARGA
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
             ORDER BY N.EMP_ID
       END-EXEC.

      * Porcentajes de la vigencia de distribucion del empleado que
      * rige a WS-FECHA-VIGENCIA, mismo criterio que NOMIGL01.
       EXEC SQL
          DECLARE C-DISTRIB-PCT CURSOR FOR
             SELECT D.DEPTO, D.PORCENTAJE
             FROM NOMINA_DISTRIB D
             WHERE D.EMP_ID = :WS-EP-EMP-ID
               AND D.VIGENCIA_DESDE =
                   (SELECT MAX(X.VIGENCIA_DESDE)
                      FROM NOMINA_DISTRIB X
                     WHERE X.EMP_ID = D.EMP_ID
                       AND X.VIGENCIA_DESDE <= :WS-FECHA-VIGENCIA)
             ORDER BY D.DEPTO
       END-EXEC.

      * Devengo de la empresa que quedo registrado el mes anterior.
       EXEC SQL
          DECLARE C-ANTERIOR CURSOR FOR
             SELECT DEPTO, FECHA_BASE, DIAS, SALARIO, PATRONAL,
                    FECHA_REAL, REAL_SALARIO, REAL_PATRONAL, ESTADO
             FROM NOMINA_DEVENGO
             WHERE EMPRESA = :WS-EMPRESA-PARM
               AND MES = :WS-MES-ANTERIOR
             ORDER BY DEPTO
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
           IF WS-SIN-DEVENGO
              MOVE LIN-SIN-DEVENGO TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 2000-PROCESAR-DEPTO
                      VARYING WS-TD-IDX FROM 1 BY 1
                      UNTIL WS-TD-IDX > WS-TD-CANT
              PERFORM 2450-ESCRIBIR-TOTAL
           END-IF
           PERFORM 2500-COMPARAR-MES-ANTERIOR
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-MES TO WS-MES-PARM

           IF WS-MES-PARM(1:4) IS NOT NUMERIC
              OR WS-MES-PARM(5:1) NOT = '-'
              OR WS-MES-PARM(6:2) IS NOT NUMERIC
              DISPLAY 'ERROR: PARM REQUIERE MES (AAAA-MM)'
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

           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEVGL: ' GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR DEVRPT: ' RPT-STATUS
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
           PERFORM 1200-LEER-CTA-PRIMA
           PERFORM 1210-LEER-CTAS-FONDO
           PERFORM 1220-CARGAR-CTAS-EMPRESA
           PERFORM 1300-BUSCAR-PERIODO-BASE
           PERFORM 1400-PREPARAR-MES

           MOVE WS-MES-PARM         TO LE-MES
           MOVE WS-FECHA-REVERSA    TO LE-FECHA-REVERSA
           MOVE WS-EMPRESA-PARM     TO LE-EMPRESA
           MOVE WS-FECHA-BASE       TO LE-FECHA-BASE
           MOVE WS-FECHA-CUBRE      TO LE-FECHA-CUBRE
           MOVE WS-DIAS-DEVENGO     TO LE-DIAS
           MOVE WS-FECHA-SIGUIENTE  TO LE-FECHA-SIGUIENTE
           MOVE WS-ESTADO-SIGUIENTE TO LE-ESTADO-SIGUIENTE
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-3 TO RPT-LINE
           WRITE RPT-LINE

           IF WS-SIN-DEVENGO
              EXIT PARAGRAPH
           END-IF

      * El devengo es costo del mes: se reparte con la distribucion
      * que rige al cierre.
           MOVE WS-FECHA-BASE   TO WS-FECHA-CARGA
           MOVE WS-FECHA-CIERRE TO WS-FECHA-VIGENCIA
           PERFORM 1600-CARGAR-PERIODO
           IF WS-ERR-DB2
              DISPLAY 'ERROR AL LEER EL PERIODO BASE ' WS-FECHA-BASE
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

       1100-FECHAS-DEL-MES.
           MOVE WS-MES-PARM TO WS-FECHA-INICIO(1:7)
           MOVE '-01'       TO WS-FECHA-INICIO(8:3)

           IF WS-MES-NUM = 12
              COMPUTE WS-FECHA-NUM = (WS-ANIO-NUM + 1) * 10000 + 101
           ELSE
              COMPUTE WS-FECHA-NUM =
                 WS-ANIO-NUM * 10000 + (WS-MES-NUM + 1) * 100 + 1
           END-IF
           MOVE WS-FECHA-NUM TO WS-FECHA-CONV
           STRING WS-FECHA-CONV(1:4) '-' WS-FECHA-CONV(5:2) '-'
                  WS-FECHA-CONV(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-REVERSA

           COMPUTE WS-FECHA-INT =
              FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1
           MOVE WS-FECHA-INT TO WS-INT-CIERRE
           COMPUTE WS-FECHA-NUM = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
           MOVE WS-FECHA-NUM TO WS-FECHA-CONV
           STRING WS-FECHA-CONV(1:4) '-' WS-FECHA-CONV(5:2) '-'
                  WS-FECHA-CONV(7:2)
                  DELIMITED BY SIZE INTO WS-FECHA-CIERRE

           IF WS-MES-NUM = 1
              COMPUTE WS-ANIO-ANT = WS-ANIO-NUM - 1
              MOVE 12 TO WS-MES-ANT
           ELSE
              MOVE WS-ANIO-NUM TO WS-ANIO-ANT
              COMPUTE WS-MES-ANT = WS-MES-NUM - 1
           END-IF
           STRING WS-ANIO-ANT '-' WS-MES-ANT
                  DELIMITED BY SIZE INTO WS-MES-ANTERIOR.

      * Cuenta de gasto de la prima vacacional segun el catalogo.
       1200-LEER-CTA-PRIMA.
           MOVE WS-COD-PRIMA-VAC TO CT-DED-CODIGO

           EXEC SQL
              SELECT CTA_GL INTO :CT-CTA-GL
              FROM NOMINA_DED_CATALOGO
              WHERE DED_CODIGO = :CT-DED-CODIGO
           END-EXEC

           IF SQLCODE = 0
              MOVE CT-CTA-GL TO WS-CTA-GASTO-PRIMA
           ELSE
              IF SQLCODE NOT = 100
                 DISPLAY 'ERROR AL LEER CUENTA DE PRIMA VAC: '
                         SQLCODE
              END-IF
           END-IF.

      * Cuentas del fondo de ahorro segun su renglon de control.
       1210-LEER-CTAS-FONDO.
           EXEC SQL
              SELECT CTA_GL_GASTO, CTA_GL_FONDO
              INTO :FC-CTA-GL-GASTO, :FC-CTA-GL-FONDO
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           IF SQLCODE = 0
              MOVE FC-CTA-GL-GASTO TO WS-CTA-GASTO-FONDO
              MOVE FC-CTA-GL-FONDO TO WS-CTA-FONDO-PAGAR
           ELSE
              IF SQLCODE NOT = 100
                 DISPLAY 'ERROR AL LEER CUENTAS DEL FONDO: '
                         SQLCODE
              END-IF
           END-IF.

      * Mapeo de cuentas de la empresa a memoria, como en NOMIGL01:
      * un mapeo incompleto detiene el devengo antes de asentar nada
      * contra una cuenta equivocada del libro de la empresa.
       1220-CARGAR-CTAS-EMPRESA.
           EXEC SQL
              OPEN C-CUENTAS-EMPRESA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CUENTAS EMPRESA: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1230-LEER-CTA-EMPRESA UNTIL WS-FIN-MAPEO

           EXEC SQL
              CLOSE C-CUENTAS-EMPRESA
           END-EXEC

           DISPLAY 'CUENTAS MAPEADAS DE LA EMPRESA: ' WS-MC-CANT.

       1230-LEER-CTA-EMPRESA.
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

      * Periodo base: el ultimo periodo quincenal del calendario con
      * FECHA_PAGO hasta el cierre que NOMINA01 ya dejo cargado ('L')
      * o que ya se cerro ('C'); los fuera de ciclo no cuentan. Los
      * dias por devengar van del dia siguiente a su quincena al fin
      * de mes; si su quincena llega al fin de mes no hay devengo.
      * Tambien se busca el periodo del calendario que lo sigue, que
      * es el que va a reemplazar el devengo.
       1300-BUSCAR-PERIODO-BASE.
           EXEC SQL
              SELECT FECHA_PAGO INTO :WS-FECHA-BASE
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO =
                    (SELECT MAX(FECHA_PAGO) FROM NOMINA_PERIODO_CTL
                      WHERE ESTADO IN ('L', 'C')
                        AND TIPO_PERIODO <> 'O'
                        AND FECHA_PAGO <= :WS-FECHA-CIERRE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'ERROR: NO HAY PERIODO CARGADO AL CIERRE '
                         WS-FECHA-CIERRE ' EN NOMINA_PERIODO_CTL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE WS-FECHA-BASE TO WS-QNA-FECHA
           PERFORM 1500-QUINCENA-DEL-PERIODO
           MOVE WS-QNA-DIAS TO WS-DIAS-BASE
           COMPUTE WS-DIAS-DEVENGO = WS-INT-CIERRE - WS-QNA-INT-FIN
           COMPUTE WS-QNA-FECHA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-QNA-INT-FIN)
           PERFORM 1520-FECHA-TEXTO
           MOVE WS-QNA-FECHA-CONV TO WS-FECHA-CUBRE
           IF WS-DIAS-DEVENGO NOT > ZEROS
              SET WS-SIN-DEVENGO TO TRUE
           END-IF

           EXEC SQL
              SELECT FECHA_PAGO, ESTADO
              INTO :PC-FECHA-PAGO, :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO =
                    (SELECT MIN(FECHA_PAGO) FROM NOMINA_PERIODO_CTL
                      WHERE TIPO_PERIODO <> 'O'
                        AND FECHA_PAGO > :WS-FECHA-BASE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PC-FECHA-PAGO TO WS-FECHA-SIGUIENTE
                 MOVE PC-ESTADO     TO WS-ESTADO-SIGUIENTE
              WHEN 100
                 MOVE 'SIN ABRIR' TO WS-FECHA-SIGUIENTE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO SIGUIENTE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
           END-EVALUATE.

      * El devengo de un mes de la empresa se puede recalcular (por
      * ejemplo si se cargo otro periodo antes del cierre) mientras no
      * se haya comparado contra lo real; se borra y se vuelve a
      * grabar. Ya reemplazado, la reversa ya se asento con el, asi
      * que no se repite.
       1400-PREPARAR-MES.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-CNT-REEMPLAZADOS
              FROM NOMINA_DEVENGO
              WHERE EMPRESA = :WS-EMPRESA-PARM
                AND MES = :WS-MES-PARM
                AND ESTADO = 'R'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER NOMINA_DEVENGO: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-CNT-REEMPLAZADOS > ZEROS
              DISPLAY 'ERROR: EL DEVENGO DEL MES ' WS-MES-PARM
                      ' YA FUE REEMPLAZADO POR LO REAL, NO SE REPITE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_DEVENGO
              WHERE EMPRESA = :WS-EMPRESA-PARM
                AND MES = :WS-MES-PARM
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR DEVENGO ANTERIOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Inicio, fin y dias de la quincena que contiene WS-QNA-FECHA:
      * del 1 al 15, o del 16 al fin de mes (del dia 28 se brinca al
      * mes siguiente, se toma su dia 1 y se retrocede un dia).
       1500-QUINCENA-DEL-PERIODO.
           MOVE WS-QNA-FECHA TO WS-QNA-FECHA-CONV
           IF WS-QNA-FECHA(9:2) NOT > '15'
              MOVE '01' TO WS-QNA-FECHA-CONV(9:2)
              PERFORM 1510-FECHA-NUMERICA
              COMPUTE WS-QNA-INT-INICIO =
                      FUNCTION INTEGER-OF-DATE(WS-QNA-FECHA-NUM)
              COMPUTE WS-QNA-INT-FIN = WS-QNA-INT-INICIO + 14
           ELSE
              MOVE '16' TO WS-QNA-FECHA-CONV(9:2)
              PERFORM 1510-FECHA-NUMERICA
              COMPUTE WS-QNA-INT-INICIO =
                      FUNCTION INTEGER-OF-DATE(WS-QNA-FECHA-NUM)
              MOVE '28' TO WS-QNA-FECHA-CONV(9:2)
              PERFORM 1510-FECHA-NUMERICA
              COMPUTE WS-QNA-INT-FIN =
                      FUNCTION INTEGER-OF-DATE(WS-QNA-FECHA-NUM) + 4
              COMPUTE WS-QNA-FECHA-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-QNA-INT-FIN)
              MOVE '01' TO WS-QNA-FECHA-NUM(7:2)
              COMPUTE WS-QNA-INT-FIN =
                      FUNCTION INTEGER-OF-DATE(WS-QNA-FECHA-NUM) - 1
           END-IF

           COMPUTE WS-QNA-DIAS =
                   WS-QNA-INT-FIN - WS-QNA-INT-INICIO + 1.

      * AAAA-MM-DD de WS-QNA-FECHA-CONV a AAAAMMDD numerico en
      * WS-QNA-FECHA-NUM, para las funciones de fecha.
       1510-FECHA-NUMERICA.
           MOVE WS-QNA-FECHA-CONV(1:4) TO WS-QNA-FECHA-NUM(1:4)
           MOVE WS-QNA-FECHA-CONV(6:2) TO WS-QNA-FECHA-NUM(5:2)
           MOVE WS-QNA-FECHA-CONV(9:2) TO WS-QNA-FECHA-NUM(7:2).

      * Y de regreso: AAAAMMDD de WS-QNA-FECHA-NUM a AAAA-MM-DD.
       1520-FECHA-TEXTO.
           MOVE SPACES TO WS-QNA-FECHA-CONV
           STRING WS-QNA-FECHA-NUM(1:4) '-' WS-QNA-FECHA-NUM(5:2) '-'
                  WS-QNA-FECHA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-QNA-FECHA-CONV.

      * Carga en WS-TABLA-DEPTOS el periodo WS-FECHA-CARGA repartido
      * por departamento con la distribucion que rige a
      * WS-FECHA-VIGENCIA.
       1600-CARGAR-PERIODO.
           MOVE ZEROS TO WS-TD-CANT
           MOVE 'N' TO WS-FIN-EMPLEADOS-SW

           EXEC SQL
              OPEN C-DEVENGO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 1610-PROCESAR-EMPLEADO UNTIL WS-FIN-EMPLEADOS

           EXEC SQL
              CLOSE C-DEVENGO
           END-EXEC.

       1610-PROCESAR-EMPLEADO.
           EXEC SQL
              FETCH C-DEVENGO
              INTO :WS-EP-EMP-ID, :WS-EP-DEPTO, :WS-EP-SALARIO,
                   :WS-EP-SEGURO, :WS-EP-IMPNOM, :WS-EP-FONDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 1620-LEER-PORCENTAJES
                 PERFORM 1640-REPARTIR-EMPLEADO
              WHEN 100
                 SET WS-FIN-EMPLEADOS TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-EMPLEADOS TO TRUE
           END-EVALUATE.

       1620-LEER-PORCENTAJES.
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

           PERFORM 1630-LEER-PORCENTAJE UNTIL WS-FIN-PCT

           EXEC SQL
              CLOSE C-DISTRIB-PCT
           END-EXEC.

       1630-LEER-PORCENTAJE.
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

      * Cada departamento destino recibe su porcentaje redondeado al
      * centavo; lo que sobra se queda en el EMP_DEPTO del renglon.
       1640-REPARTIR-EMPLEADO.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-CANT
              IF WS-DS-DEPTO(WS-DS-IDX) NOT = WS-EP-DEPTO
                 COMPUTE WS-EP-PARTE-SAL ROUNDED =
                    WS-EP-SALARIO * WS-DS-PCT(WS-DS-IDX) / 100
                 COMPUTE WS-EP-PARTE-SEG ROUNDED =
                    WS-EP-SEGURO * WS-DS-PCT(WS-DS-IDX) / 100
                 COMPUTE WS-EP-PARTE-IMP ROUNDED =
                    WS-EP-IMPNOM * WS-DS-PCT(WS-DS-IDX) / 100
                 COMPUTE WS-EP-PARTE-FON ROUNDED =
                    WS-EP-FONDO * WS-DS-PCT(WS-DS-IDX) / 100
                 SUBTRACT WS-EP-PARTE-SAL FROM WS-EP-SALARIO
                 SUBTRACT WS-EP-PARTE-SEG FROM WS-EP-SEGURO
                 SUBTRACT WS-EP-PARTE-IMP FROM WS-EP-IMPNOM
                 SUBTRACT WS-EP-PARTE-FON FROM WS-EP-FONDO
                 MOVE WS-DS-DEPTO(WS-DS-IDX) TO WS-TD-BUS-DEPTO
                 PERFORM 1650-SUMAR-DEPTO
              END-IF
           END-PERFORM

           MOVE WS-EP-SALARIO TO WS-EP-PARTE-SAL
           MOVE WS-EP-SEGURO  TO WS-EP-PARTE-SEG
           MOVE WS-EP-IMPNOM  TO WS-EP-PARTE-IMP
           MOVE WS-EP-FONDO   TO WS-EP-PARTE-FON
           MOVE WS-EP-DEPTO   TO WS-TD-BUS-DEPTO
           PERFORM 1650-SUMAR-DEPTO.

      * Suma WS-EP-PARTE-* al renglon de WS-TD-BUS-DEPTO; un
      * departamento nuevo se inserta en su lugar para que la tabla
      * quede en orden.
       1650-SUMAR-DEPTO.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT
                      OR WS-TD-DEPTO(WS-TD-IDX) >= WS-TD-BUS-DEPTO
              CONTINUE
           END-PERFORM

           IF WS-TD-IDX > WS-TD-CANT
              OR WS-TD-DEPTO(WS-TD-IDX) NOT = WS-TD-BUS-DEPTO
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
              MOVE WS-TD-BUS-DEPTO TO WS-TD-DEPTO(WS-TD-IDX)
              MOVE ZEROS TO WS-TD-SALARIO(WS-TD-IDX)
                            WS-TD-SEGURO(WS-TD-IDX)
                            WS-TD-IMPNOM(WS-TD-IDX)
                            WS-TD-FONDO(WS-TD-IDX)
           END-IF

           ADD WS-EP-PARTE-SAL TO WS-TD-SALARIO(WS-TD-IDX)
           ADD WS-EP-PARTE-SEG TO WS-TD-SEGURO(WS-TD-IDX)
           ADD WS-EP-PARTE-IMP TO WS-TD-IMPNOM(WS-TD-IDX)
           ADD WS-EP-PARTE-FON TO WS-TD-FONDO(WS-TD-IDX).

       2000-PROCESAR-DEPTO.
           MOVE WS-TD-DEPTO(WS-TD-IDX)   TO WS-DB-DEPTO
           MOVE WS-TD-SALARIO(WS-TD-IDX) TO WS-DB-SALARIO
           MOVE WS-TD-SEGURO(WS-TD-IDX)  TO WS-DB-SEGURO
           MOVE WS-TD-IMPNOM(WS-TD-IDX)  TO WS-DB-IMPNOM
           MOVE WS-TD-FONDO(WS-TD-IDX)   TO WS-DB-FONDO

           ADD 1 TO WS-REG-DEPTOS
           PERFORM 2100-CALCULAR-DEVENGO
           PERFORM 2200-GRABAR-DEVENGO
           PERFORM 2300-ESCRIBIR-ASIENTO-DEPTO
           PERFORM 2400-ESCRIBIR-DETALLE.

      * Lo del periodo base a prorrata de los dias por devengar entre
      * los dias de su quincena; las provisiones sobre el salario
      * devengado.
       2100-CALCULAR-DEVENGO.
           COMPUTE DV-SALARIO ROUNDED =
                   WS-DB-SALARIO * WS-DIAS-DEVENGO / WS-DIAS-BASE
           COMPUTE WS-DV-SEGURO ROUNDED =
                   WS-DB-SEGURO * WS-DIAS-DEVENGO / WS-DIAS-BASE
           COMPUTE WS-DV-IMPNOM ROUNDED =
                   WS-DB-IMPNOM * WS-DIAS-DEVENGO / WS-DIAS-BASE
           COMPUTE WS-DV-FONDO ROUNDED =
                   WS-DB-FONDO * WS-DIAS-DEVENGO / WS-DIAS-BASE
           COMPUTE DV-PATRONAL =
                   WS-DV-SEGURO + WS-DV-IMPNOM + WS-DV-FONDO

           COMPUTE DV-PROV-AGUINALDO ROUNDED =
                   DV-SALARIO * WS-DEV-DIAS-AGUINALDO
                   / WS-DEV-DIAS-BASE-ANIO
           COMPUTE DV-PROV-VACACIONES ROUNDED =
                   DV-SALARIO * WS-DEV-DIAS-VACACIONES
                   * WS-DEV-PCT-PRIMA / WS-DEV-DIAS-BASE-ANIO

           COMPUTE WS-DV-TOTAL = DV-SALARIO + DV-PATRONAL
                   + DV-PROV-VACACIONES + DV-PROV-AGUINALDO.

       2200-GRABAR-DEVENGO.
           MOVE WS-EMPRESA-PARM TO DV-EMPRESA
           MOVE WS-MES-PARM     TO DV-MES
           MOVE WS-DB-DEPTO     TO DV-DEPTO
           MOVE WS-FECHA-BASE   TO DV-FECHA-BASE
           MOVE WS-DIAS-DEVENGO TO DV-DIAS
           MOVE '0001-01-01'    TO DV-FECHA-REAL
           MOVE ZEROS           TO DV-REAL-SALARIO DV-REAL-PATRONAL
           MOVE 'D'             TO DV-ESTADO
           MOVE FUNCTION CURRENT-TIMESTAMP TO DV-FECHA-CALCULO

           EXEC SQL
              INSERT INTO NOMINA_DEVENGO
                 (EMPRESA, MES, DEPTO, FECHA_BASE, DIAS, SALARIO,
                  PATRONAL, PROV_VACACIONES, PROV_AGUINALDO,
                  FECHA_REAL, REAL_SALARIO, REAL_PATRONAL, ESTADO,
                  FECHA_CALCULO)
              VALUES
                 (:DV-EMPRESA, :DV-MES, :DV-DEPTO, :DV-FECHA-BASE,
                  :DV-DIAS, :DV-SALARIO, :DV-PATRONAL,
                  :DV-PROV-VACACIONES, :DV-PROV-AGUINALDO,
                  :DV-FECHA-REAL,
                  :DV-REAL-SALARIO, :DV-REAL-PATRONAL, :DV-ESTADO,
                  :DV-FECHA-CALCULO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR DEVENGO DEPTO: ' DV-DEPTO
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF.

      * Seis pares por departamento, cada uno gasto contra pasivo por
      * el mismo monto y con su reversa, asi que el extracto cuadra.
       2300-ESCRIBIR-ASIENTO-DEPTO.
           MOVE WS-DB-DEPTO TO WS-GLA-DEPTO DT-DEPTO
           PERFORM 2310-BUSCAR-CTA-DEPTO

           MOVE DV-SALARIO           TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-DEPTO   TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-SALARIO-DEVEN TO WS-PAR-CTA-HABER
           MOVE 'DEVENGO SALARIO'    TO WS-PAR-DESC-DEBE
           MOVE 'SALARIO DEVENGADO'  TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR

           MOVE WS-DV-SEGURO         TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-PATRON  TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-PATRON-PAGAR  TO WS-PAR-CTA-HABER
           MOVE 'DEVENGO APORTE PATRON' TO WS-PAR-DESC-DEBE
           MOVE 'APORTES PATRON DEVENG' TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR

           MOVE WS-DV-IMPNOM         TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-IMPNOM  TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-IMPNOM-PAGAR  TO WS-PAR-CTA-HABER
           MOVE 'DEVENGO IMP S/NOMINA' TO WS-PAR-DESC-DEBE
           MOVE 'IMP S/NOMINA DEVENG' TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR

           MOVE WS-DV-FONDO          TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-FONDO   TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-FONDO-PAGAR   TO WS-PAR-CTA-HABER
           MOVE 'DEVENGO IGUALA FONDO' TO WS-PAR-DESC-DEBE
           MOVE 'FONDO AHORRO DEVENG' TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR

           MOVE DV-PROV-VACACIONES   TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-PRIMA   TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-PROV-VACAC    TO WS-PAR-CTA-HABER
           MOVE 'GASTO PROV PRIMA VAC' TO WS-PAR-DESC-DEBE
           MOVE 'PROVISION PRIMA VAC' TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR

           MOVE DV-PROV-AGUINALDO    TO WS-PAR-MONTO
           MOVE WS-CTA-GASTO-AGUIN   TO WS-PAR-CTA-DEBE
           MOVE WS-CTA-PROV-AGUIN    TO WS-PAR-CTA-HABER
           MOVE 'GASTO PROV AGUINALDO' TO WS-PAR-DESC-DEBE
           MOVE 'PROVISION AGUINALDO' TO WS-PAR-DESC-HABER
           PERFORM 2350-ESCRIBIR-PAR.

      * Cuenta de gasto del departamento segun el catalogo, con el
      * mismo respaldo que NOMIGL01.
       2310-BUSCAR-CTA-DEPTO.
           EXEC SQL
              SELECT CTA_GASTO INTO :DT-CTA-GASTO
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC

           IF SQLCODE = 0
              MOVE DT-CTA-GASTO TO WS-CTA-GASTO-DEPTO
           ELSE
              IF SQLCODE NOT = 100
                 DISPLAY 'ERROR AL LEER CATALOGO DEPTO: ' DT-DEPTO
                         ' SQLCODE: ' SQLCODE
              END-IF
              MOVE WS-CTA-GASTO-SALARIO TO WS-CTA-GASTO-DEPTO
           END-IF.

      * Cargo y abono al ultimo dia del mes, y la reversa (abono al
      * gasto, cargo al pasivo) el primer dia del mes siguiente.
       2350-ESCRIBIR-PAR.
           MOVE WS-FECHA-CIERRE TO WS-GLA-FECHA
           MOVE WS-PAR-MONTO TO WS-GLA-MONTO
           MOVE WS-PAR-CTA-DEBE TO WS-GLA-CUENTA
           MOVE 'D' TO WS-GLA-NAT-POS
           MOVE WS-PAR-DESC-DEBE TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL

           MOVE WS-PAR-MONTO TO WS-GLA-MONTO
           MOVE WS-PAR-CTA-HABER TO WS-GLA-CUENTA
           MOVE 'C' TO WS-GLA-NAT-POS
           MOVE WS-PAR-DESC-HABER TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL

           MOVE WS-FECHA-REVERSA TO WS-GLA-FECHA
           MOVE WS-PAR-MONTO TO WS-GLA-MONTO
           MOVE WS-PAR-CTA-DEBE TO WS-GLA-CUENTA
           MOVE 'C' TO WS-GLA-NAT-POS
           MOVE SPACES TO WS-GLA-DESC
           STRING 'REVERSA ' WS-PAR-DESC-DEBE
                  DELIMITED BY SIZE INTO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL

           MOVE WS-PAR-MONTO TO WS-GLA-MONTO
           MOVE WS-PAR-CTA-HABER TO WS-GLA-CUENTA
           MOVE 'D' TO WS-GLA-NAT-POS
           MOVE SPACES TO WS-GLA-DESC
           STRING 'REVERSA ' WS-PAR-DESC-HABER
                  DELIMITED BY SIZE INTO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL.

       2400-ESCRIBIR-DETALLE.
           ADD DV-SALARIO         TO WS-TOT-SALARIO
           ADD DV-PATRONAL        TO WS-TOT-PATRONAL
           ADD DV-PROV-VACACIONES TO WS-TOT-PROV-VACAC
           ADD DV-PROV-AGUINALDO  TO WS-TOT-PROV-AGUIN
           ADD WS-DV-TOTAL        TO WS-TOT-DEVENGO

           MOVE WS-DB-DEPTO        TO LD-DEPTO
           MOVE WS-DIAS-DEVENGO    TO LD-DIAS
           MOVE DV-SALARIO         TO LD-SALARIO
           MOVE DV-PATRONAL        TO LD-PATRONAL
           MOVE DV-PROV-VACACIONES TO LD-PROV-VACAC
           MOVE DV-PROV-AGUINALDO  TO LD-PROV-AGUIN
           MOVE WS-DV-TOTAL        TO LD-TOTAL
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       2450-ESCRIBIR-TOTAL.
           MOVE WS-REG-DEPTOS     TO LT-DEPTOS
           MOVE WS-TOT-SALARIO    TO LT-SALARIO
           MOVE WS-TOT-PATRONAL   TO LT-PATRONAL
           MOVE WS-TOT-PROV-VACAC TO LT-PROV-VACAC
           MOVE WS-TOT-PROV-AGUIN TO LT-PROV-AGUIN
           MOVE WS-TOT-DEVENGO    TO LT-TOTAL
           MOVE LIN-TOTAL TO RPT-LINE
           WRITE RPT-LINE.

      * Segunda parte del reporte: el devengo del mes anterior contra
      * lo real que lo reemplazo. Lo real es lo que el siguiente
      * periodo quincenal despues de su periodo base trae para el
      * departamento (salario base y costo patronal), a prorrata de
      * los mismos dias devengados entre los dias de su quincena. Se
      * graba en el renglon del devengo la primera vez que ese periodo
      * aparece cargado; si todavia no se carga queda pendiente.
       2500-COMPARAR-MES-ANTERIOR.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-ANTERIOR
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR ANTERIOR: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2510-PROCESAR-ANTERIOR UNTIL WS-FIN-ANTERIOR

           EXEC SQL
              CLOSE C-ANTERIOR
           END-EXEC

           IF WS-REG-ANTERIOR = ZEROS
              MOVE WS-MES-ANTERIOR TO LA-MES
              MOVE SPACES TO LA-FECHA-REEMPLAZO
              MOVE LIN-ANTERIOR-1 TO RPT-LINE
              WRITE RPT-LINE
              MOVE LIN-SIN-ANTERIOR TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              MOVE WS-TOT-ANT-DEVENGO TO LTC-DEVENGO
              MOVE WS-TOT-ANT-REAL    TO LTC-REAL
              MOVE WS-TOT-ANT-DIFER   TO LTC-DIFERENCIA
              MOVE LIN-TOTAL-COMPARA TO RPT-LINE
              WRITE RPT-LINE
           END-IF.

       2510-PROCESAR-ANTERIOR.
           EXEC SQL
              FETCH C-ANTERIOR
              INTO :DV-DEPTO, :DV-FECHA-BASE, :DV-DIAS, :DV-SALARIO,
                   :DV-PATRONAL, :DV-FECHA-REAL, :DV-REAL-SALARIO,
                   :DV-REAL-PATRONAL, :DV-ESTADO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-ANTERIOR
                 IF NOT WS-REEMPLAZO-BUSCADO
                    PERFORM 2520-BUSCAR-REEMPLAZO
                 END-IF
                 IF DV-ESTADO = 'D' AND WS-REEMPLAZO-CARGADO
                    PERFORM 2530-GRABAR-REAL
                 END-IF
                 PERFORM 2540-ESCRIBIR-COMPARA
              WHEN 100
                 SET WS-FIN-ANTERIOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH ANTERIOR: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-ANTERIOR TO TRUE
           END-EVALUATE.

      * Todos los renglones de un mes salen del mismo periodo base, asi
      * que el periodo que los reemplaza se busca una sola vez, con el
      * primero, y encabeza la seccion.
       2520-BUSCAR-REEMPLAZO.
           MOVE 'B' TO WS-REEMPLAZO-SW
           MOVE SPACES TO WS-FECHA-REEMPLAZO

           EXEC SQL
              SELECT FECHA_PAGO, ESTADO
              INTO :PC-FECHA-PAGO, :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO =
                    (SELECT MIN(FECHA_PAGO) FROM NOMINA_PERIODO_CTL
                      WHERE TIPO_PERIODO <> 'O'
                        AND FECHA_PAGO > :DV-FECHA-BASE)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE PC-FECHA-PAGO TO WS-FECHA-REEMPLAZO
                 IF PC-ESTADO = 'L' OR PC-ESTADO = 'C'
                    SET WS-REEMPLAZO-CARGADO TO TRUE
                    MOVE PC-FECHA-PAGO TO WS-QNA-FECHA
                    PERFORM 1500-QUINCENA-DEL-PERIODO
                    MOVE WS-QNA-DIAS TO WS-DIAS-REEMPLAZO
                    MOVE PC-FECHA-PAGO TO WS-FECHA-CARGA
                                          WS-FECHA-VIGENCIA
                    PERFORM 1600-CARGAR-PERIODO
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO DE REEMPLAZO: '
                         SQLCODE
                 SET WS-ERR-DB2 TO TRUE
           END-EVALUATE

           MOVE WS-MES-ANTERIOR    TO LA-MES
           MOVE WS-FECHA-REEMPLAZO TO LA-FECHA-REEMPLAZO
           MOVE LIN-ANTERIOR-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ANTERIOR-2 TO RPT-LINE
           WRITE RPT-LINE.

      * Lo real del departamento sale del periodo de reemplazo ya
      * repartido por 1600 con la distribucion que rigio en el, la
      * misma con la que NOMIGL01 lo asento.
       2530-GRABAR-REAL.
           MOVE ZEROS TO WS-RL-SALARIO WS-RL-PATRONAL
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
                   UNTIL WS-TD-IDX > WS-TD-CANT
              IF WS-TD-DEPTO(WS-TD-IDX) = DV-DEPTO
                 MOVE WS-TD-SALARIO(WS-TD-IDX) TO WS-RL-SALARIO
                 COMPUTE WS-RL-PATRONAL = WS-TD-SEGURO(WS-TD-IDX)
                         + WS-TD-IMPNOM(WS-TD-IDX)
                         + WS-TD-FONDO(WS-TD-IDX)
              END-IF
           END-PERFORM

           COMPUTE DV-REAL-SALARIO ROUNDED =
                   WS-RL-SALARIO * DV-DIAS / WS-DIAS-REEMPLAZO
           COMPUTE DV-REAL-PATRONAL ROUNDED =
                   WS-RL-PATRONAL * DV-DIAS / WS-DIAS-REEMPLAZO
           MOVE WS-FECHA-REEMPLAZO TO DV-FECHA-REAL
           MOVE 'R' TO DV-ESTADO

           EXEC SQL
              UPDATE NOMINA_DEVENGO
                 SET REAL_SALARIO  = :DV-REAL-SALARIO,
                     REAL_PATRONAL = :DV-REAL-PATRONAL,
                     FECHA_REAL    = :DV-FECHA-REAL,
                     ESTADO        = :DV-ESTADO
               WHERE EMPRESA = :WS-EMPRESA-PARM
                 AND MES = :WS-MES-ANTERIOR
                 AND DEPTO = :DV-DEPTO
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-REG-REEMPLAZADOS
           ELSE
              DISPLAY 'ERROR AL GRABAR LO REAL DEPTO: ' DV-DEPTO
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              MOVE 'D' TO DV-ESTADO
           END-IF.

       2540-ESCRIBIR-COMPARA.
           COMPUTE WS-RL-DEVENGO = DV-SALARIO + DV-PATRONAL
           ADD WS-RL-DEVENGO TO WS-TOT-ANT-DEVENGO

           MOVE DV-DEPTO    TO LC-DEPTO
           MOVE DV-DIAS     TO LC-DIAS
           MOVE DV-SALARIO  TO LC-DEV-SALARIO
           MOVE DV-PATRONAL TO LC-DEV-PATRONAL

           IF DV-ESTADO = 'R'
              COMPUTE WS-RL-REAL = DV-REAL-SALARIO + DV-REAL-PATRONAL
              ADD WS-RL-REAL TO WS-TOT-ANT-REAL
              COMPUTE WS-RL-DEVENGO = WS-RL-REAL - WS-RL-DEVENGO
              ADD WS-RL-DEVENGO TO WS-TOT-ANT-DIFER
              MOVE DV-REAL-SALARIO  TO LC-REAL-SALARIO
              MOVE DV-REAL-PATRONAL TO LC-REAL-PATRONAL
              MOVE WS-RL-DEVENGO    TO LC-DIFERENCIA
              MOVE SPACES           TO LC-NOTA
           ELSE
              ADD 1 TO WS-REG-PENDIENTES
              MOVE ZEROS       TO LC-REAL-SALARIO LC-REAL-PATRONAL
                                  LC-DIFERENCIA
              MOVE 'PENDIENTE' TO LC-NOTA
           END-IF

           MOVE LIN-COMPARA TO RPT-LINE
           WRITE RPT-LINE.

      * Un monto en cero no produce renglon.
       2900-ESCRIBIR-LINEA-GL.
           IF WS-GLA-MONTO = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-GLA-CUENTA TO GL-CUENTA
           MOVE WS-GLA-DEPTO  TO GL-DEPTO
           IF WS-GLA-MONTO > ZEROS
              MOVE WS-GLA-NAT-POS TO GL-TIPO
           ELSE
              IF WS-GLA-NAT-POS = 'D'
                 MOVE 'C' TO GL-TIPO
              ELSE
                 MOVE 'D' TO GL-TIPO
              END-IF
              COMPUTE WS-GLA-MONTO = ZEROS - WS-GLA-MONTO
           END-IF
           MOVE WS-GLA-MONTO TO GL-MONTO
           MOVE WS-GLA-FECHA TO GL-FECHA
           MOVE WS-GLA-DESC  TO GL-DESCRIPCION
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-ESCRITOS

           IF GL-TIPO = 'D'
              ADD WS-GLA-MONTO TO WS-TOT-DEBITOS
           ELSE
              ADD WS-GLA-MONTO TO WS-TOT-CREDITOS
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

       3000-FINALIZAR.
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

           CLOSE GL-FILE
           CLOSE CONTROL-REPORT

           DISPLAY 'DEPARTAMENTOS DEVENGADOS: ' WS-REG-DEPTOS
           DISPLAY 'RENGLONES ESCRITOS: ' WS-REG-ESCRITOS
           DISPLAY 'TOTAL DEVENGADO: ' WS-TOT-DEVENGO
           DISPLAY 'TOTAL DEBITOS: ' WS-TOT-DEBITOS
           DISPLAY 'TOTAL CREDITOS: ' WS-TOT-CREDITOS
           DISPLAY 'MES ANTERIOR REEMPLAZADOS: ' WS-REG-REEMPLAZADOS
           DISPLAY 'MES ANTERIOR PENDIENTES: ' WS-REG-PENDIENTES
           IF WS-TOT-DEBITOS NOT = WS-TOT-CREDITOS
              DISPLAY 'ADVERTENCIA: EL ASIENTO NO CUADRA'
           END-IF

           EVALUATE TRUE
              WHEN WS-ERR-DB2
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'DEVENGO NO GRABADO: REGENERAR EL ARCHIVO'
              WHEN WS-REG-PENDIENTES > ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'DEVENGO DEL MES ANTERIOR SIN PERIODO REAL '
                         'CARGADO'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIDEV01.

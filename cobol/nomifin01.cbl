       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIFIN01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Calculo del finiquito de los empleados que CICNOM02 dio de    *
      * baja, que Payroll armaba a mano y tecleaba en CICNOM10. Por   *
      * cada baja sin finiquito pagado calcula los dias trabajados    *
      * desde la ultima FECHA_PAGO del calendario, el aguinaldo       *
      * proporcional a la fecha de baja (mismas reglas de NOMIAGU01), *
      * las vacaciones no gozadas del kardex con su prima, el ISR y   *
      * el seguro social del total, y neta los saldos de prestamos y  *
      * embargos de NOMINA_DED_SALDOS y los atrasos de                *
      * NOMINA_ATRASOS hasta donde alcanza el neto. Imprime la hoja   *
      * de finiquito que firma el empleado, guarda el calculo en      *
      * NOMINA_FINIQUITO con su detalle de deducciones completo, y    *
      * deja la solicitud en NOMINA_PAGO_ESP en estado 'P' con el     *
      * detalle ya capturado: la segunda firma en CICNOM10 (NOMA) y   *
      * el extracto NOMIESP01 la pagan, y es NOMIESP01 quien al       *
      * pagarla liquida los saldos, los atrasos y los dias del        *
      * kardex. Un finiquito cuya solicitud sigue pendiente o fue     *
      * retirada se recalcula completo en la siguiente corrida.       *
      * El saldo del fondo de ahorro en NOMINA_FONDO_MOV tambien se   *
      * paga en el finiquito: lo aportado por el empleado no causa    *
      * ISR, la iguala mas intereses exenta hasta el TOPE_EXENTO de   *
      * NOMINA_FONDO_CTL, y el calculo queda en NOMINA_FONDO_LIQ tipo *
      * 'F' para que NOMIESP01 descargue el saldo al pagar. Una       *
      * liquidacion anual del fondo aun sin segunda firma se retira.  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINIQUITO-REPORT ASSIGN TO FINRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FINIQUITO-REPORT
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
           05 WS-FIN-VAC-SW       PIC X VALUE 'N'.
              88 WS-FIN-VAC         VALUE 'Y'.
           05 WS-FIN-ADE-SW       PIC X VALUE 'N'.
              88 WS-FIN-ADE         VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-EMP-OK-SW        PIC X VALUE 'Y'.
              88 WS-EMP-OK          VALUE 'Y'.
              88 WS-EMP-OMITIDO     VALUE 'N'.
           05 WS-PREVIO-SW        PIC X VALUE 'N'.
              88 WS-HAY-PREVIO      VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMP-ID-PARM         PIC X(06).

       01  WS-CONTADORES.
           05 WS-EMP-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-FIN-CALCULADOS   PIC 9(05) VALUE ZEROS.
           05 WS-FIN-RECALCULADOS PIC 9(05) VALUE ZEROS.
           05 WS-FIN-OMITIDOS     PIC 9(05) VALUE ZEROS.
           05 WS-FIN-EXCEPCIONES  PIC 9(05) VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Reglas del calculo: la quincena autorizada entre 15 da el
      * salario diario; el aguinaldo de ley son 15 dias por año en
      * base comercial de 360 (NOMIAGU01); la prima vacacional es el
      * 25% de los dias no gozados (NOMIVAC01). Sin EMP_ID en el
      * PARM se toman las bajas de los ultimos 90 dias; una baja
      * mas vieja sin finiquito se corre con su EMP_ID en el PARM.
       01  WS-REGLAS-FINIQUITO.
           05 WS-FIN-DIAS-QUINCENA PIC 9(02) VALUE 15.
           05 WS-FIN-DIAS-AGUINALDO PIC 9(03) VALUE 15.
           05 WS-FIN-DIAS-BASE-ANIO PIC 9(03) VALUE 360.
           05 WS-FIN-PCT-PRIMA    PIC 9(01)V99 VALUE 0.25.
           05 WS-FIN-DIAS-VENTANA PIC S9(04) COMP VALUE 90.
           05 WS-FIN-USUARIO      PIC X(08) VALUE 'NOMIFIN1'.

      * Calculo del empleado en proceso.
       01  WS-CALCULO.
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-INT-BAJA         PIC 9(07).
           05 WS-INT-ULT-PAGO     PIC 9(07).
           05 WS-ANIO-BAJA        PIC X(04).
           05 WS-FECHA-DESDE      PIC X(10).
           05 WS-ALTA-MES         PIC 9(02).
           05 WS-ALTA-DIA         PIC 9(02).
           05 WS-BAJA-MES         PIC 9(02).
           05 WS-BAJA-DIA         PIC 9(02).
           05 WS-AG-PERIODOS      PIC S9(04) COMP.
           05 WS-AG-BASE-ANUAL    PIC S9(11)V99 COMP-3.
           05 WS-AG-SAL-DIARIO    PIC S9(07)V99 COMP-3.
           05 WS-NETO-DISPONIBLE  PIC S9(08)V99 COMP-3.
           05 WS-ADEUDO           PIC S9(08)V99 COMP-3.
           05 WS-PE-ESTADO-ANT    PIC X(01).
           05 WS-FECHA-PAGO-ANT   PIC X(10).
           05 WS-CUENTAS-ACT      PIC S9(04) COMP.
           05 WS-AUD-NETO-ED      PIC ZZZZZZZ9.99.

      * Saldo del fondo de ahorro a la fecha de pago, sin lo que ya
      * cubre una liquidacion anual con segunda firma; la parte de
      * iguala mas intereses arriba del tope exento es gravable.
       01  WS-FONDO-FIN.
           05 WS-FFQ-EMPLEADO     PIC S9(07)V99 COMP-3.
           05 WS-FFQ-PATRON       PIC S9(07)V99 COMP-3.
           05 WS-FFQ-INTERES      PIC S9(07)V99 COMP-3.
           05 WS-FFQ-LIQ-EMPLEADO PIC S9(07)V99 COMP-3.
           05 WS-FFQ-LIQ-PATRON   PIC S9(07)V99 COMP-3.
           05 WS-FFQ-LIQ-INTERES  PIC S9(07)V99 COMP-3.
           05 WS-FFQ-EXENTO       PIC S9(07)V99 COMP-3.
           05 WS-FFQ-GRAVADO      PIC S9(07)V99 COMP-3.

      * Saldos de vacaciones no gozados a la fecha de baja, por
      * aniversario: cada uno se liquida con su propio renglon
      * ORIGEN 'F' en NOMINA_VAC_MOV.
       01  WS-VACACIONES-FIN.
           05 WS-VFQ-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-VFQ-IDX          PIC 9(02).
           05 WS-VFQ-ENT OCCURS 10.
              10 WS-VFQ-ANIO      PIC S9(04) COMP.
              10 WS-VFQ-DIAS      PIC S9(04) COMP.
              10 WS-VFQ-MONTO     PIC S9(07)V99 COMP-3.
              10 WS-VFQ-PRIMA     PIC S9(07)V99 COMP-3.

      * Adeudos del empleado por codigo (saldo decreciente y atraso
      * juntos), en orden de prioridad de cobro: embargos 'G', luego
      * prestamos 'P', luego lo demas. Las dos primeras lineas de la
      * hoja son siempre ISR y seguro social.
       01  WS-ADEUDOS-FIN.
           05 WS-ADE-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-ADE-IDX          PIC 9(02).
           05 WS-ADE-ENT OCCURS 10.
              10 WS-ADE-CODIGO    PIC X(03).
              10 WS-ADE-CATEGORIA PIC X(01).
              10 WS-ADE-DESCRIPCION PIC X(30).
              10 WS-ADE-SALDO     PIC S9(07)V99 COMP-3.
              10 WS-ADE-ATRASO    PIC S9(07)V99 COMP-3.
              10 WS-ADE-COB-SALDO PIC S9(07)V99 COMP-3.
              10 WS-ADE-COB-ATRASO PIC S9(07)V99 COMP-3.
              10 WS-ADE-LIQUIDA   PIC X(01).

      * Mismas tablas de tarifas que NOMINA01/NOMIRES01/NOMIAGU01,
      * cargadas desde NOMINA_TARIFAS en 1050: la solicitud debe
      * llevar el ISR y el seguro del finiquito ya calculados.
           COPY NOMTARIF.

       01  WS-CALC-RETENCIONES.
           05 WS-RET-VER          PIC 9(02).
           05 WS-RET-VER-ISR      PIC 9(02).
           05 WS-RET-VER-SEG      PIC 9(02).
           05 WS-RET-IDX          PIC 9(02).
           05 WS-RET-BRUTO        PIC 9(08)V99 COMP-3.
           05 WS-RET-YTD-BRUTO    PIC S9(11)V99 COMP-3.
           05 WS-RET-BASE-SEG     PIC S9(11)V99 COMP-3.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZ9.99.
           05 WS-ED-DIAS          PIC ZZZ9.
           05 WS-ED-NOTA          PIC Z,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'CALCULO DE FINIQUITOS - HOJAS PARA FIRMA'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).

       01  LIN-SEPARADOR.
           05 FILLER              PIC X(100) VALUE ALL '-'.

       01  LIN-HOJA-TITULO.
           05 FILLER              PIC X(60) VALUE
              'FINIQUITO POR TERMINACION DE LA RELACION DE TRABAJO'.

       01  LIN-HOJA-EMPLEADO.
           05 FILLER              PIC X(10) VALUE 'EMPLEADO: '.
           05 LH-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LH-NOMBRE           PIC X(30).
           05 FILLER              PIC X(09) VALUE '  DEPTO: '.
           05 LH-DEPTO            PIC X(03).
           05 FILLER              PIC X(10) VALUE '  PUESTO: '.
           05 LH-PUESTO           PIC X(20).

       01  LIN-HOJA-FECHAS.
           05 FILLER              PIC X(12) VALUE 'FECHA ALTA: '.
           05 LH-FECHA-ALTA       PIC X(10).
           05 FILLER              PIC X(14) VALUE '  FECHA BAJA: '.
           05 LH-FECHA-BAJA       PIC X(10).
           05 FILLER              PIC X(14) VALUE '  FECHA PAGO: '.
           05 LH-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(18) VALUE
              '  SALARIO DIARIO: '.
           05 LH-SAL-DIARIO       PIC X(12).

       01  LIN-HOJA-SECCION.
           05 LH-SECCION          PIC X(40).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE 'DIAS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE '     IMPORTE'.

       01  LIN-HOJA-CONCEPTO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LH-CONCEPTO         PIC X(42).
           05 LH-DIAS             PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LH-MONTO            PIC X(12).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LH-NOTA             PIC X(40).

       01  LIN-HOJA-LEYENDA.
           05 LH-LEYENDA          PIC X(100).

       01  LIN-HOJA-FIRMA.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE ALL '_'.
       01  LIN-HOJA-NOMBRE.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 LH-NOMBRE-FIRMA     PIC X(30).

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(43).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DATO             PIC X(40).

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              'SIN BAJAS PENDIENTES DE FINIQUITO'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMYTD END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMVAC END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAL END-EXEC.
       EXEC SQL INCLUDE DCLNOMATR END-EXEC.
       EXEC SQL INCLUDE DCLNOMESP END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMFIN END-EXEC.
       EXEC SQL INCLUDE DCLNOMFDD END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFLQ END-EXEC.

      * Finiquito calculado por baja: los conceptos de la hoja que
      * firmo el empleado y la solicitud de pago especial que genero
      * (EMP_ID/FECHA_PAGO de NOMINA_PAGO_ESP). ESTADO 'P' solicitud
      * generada pendiente de pago / 'E' pagado por NOMIESP01, que
      * en ese momento liquida saldos, atrasos y vacaciones.
       EXEC SQL DECLARE NOMINA_FINIQUITO TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          FECHA_BAJA        DATE          NOT NULL,
          FECHA_PAGO        DATE          NOT NULL,
          FECHA_ULT_PAGO    DATE          NOT NULL,
          SALARIO_DIARIO    DECIMAL(9,2)  NOT NULL,
          DIAS_PENDIENTES   SMALLINT      NOT NULL,
          MONTO_DIAS        DECIMAL(9,2)  NOT NULL,
          DIAS_AGUINALDO    SMALLINT      NOT NULL,
          MONTO_AGUINALDO   DECIMAL(9,2)  NOT NULL,
          DIAS_VACACIONES   SMALLINT      NOT NULL,
          MONTO_VACACIONES  DECIMAL(9,2)  NOT NULL,
          MONTO_PRIMA       DECIMAL(9,2)  NOT NULL,
          MONTO_FONDO       DECIMAL(9,2)  NOT NULL WITH DEFAULT,
          BRUTO             DECIMAL(9,2)  NOT NULL,
          ISR               DECIMAL(9,2)  NOT NULL,
          SEGURO            DECIMAL(9,2)  NOT NULL,
          OTRAS_DEDUC       DECIMAL(9,2)  NOT NULL,
          NETO              DECIMAL(9,2)  NOT NULL,
          VIA               CHAR(1)       NOT NULL,
          ESTADO            CHAR(1)       NOT NULL,
          USUARIO           CHAR(8)       NOT NULL,
          FECHA_CALCULO     TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_BAJA))
       END-EXEC.

      * Detalle completo de deducciones del finiquito (la solicitud
      * de NOMINA_PAGO_ESP solo tiene tres lineas): ISR, seguro
      * social y un renglon por codigo adeudado, con lo que se cobra
      * del saldo decreciente y lo que se cobra del atraso. LIQUIDA
      * 'Y' el adeudo queda saldado / 'N' el neto no alcanzo y queda
      * saldo por cobrar. NOMIESP01 carga de aqui NOMINA_DEDUCCIONES.
       EXEC SQL DECLARE NOMINA_FINIQUITO_DED TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          FECHA_PAGO        DATE          NOT NULL,
          DED_CODIGO        CHAR(3)       NOT NULL,
          MONTO             DECIMAL(9,2)  NOT NULL,
          MONTO_SALDO       DECIMAL(9,2)  NOT NULL,
          MONTO_ATRASO      DECIMAL(9,2)  NOT NULL,
          LIQUIDA           CHAR(1)       NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_PAGO, DED_CODIGO))
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

      * Bajas sin finiquito pagado cuya FECHA_BAJA no rebasa la fecha
      * de pago: el EMP_ID del PARM, o todas las de la ventana.
       EXEC SQL
          DECLARE C-BAJAS CURSOR FOR
             SELECT E.EMP_ID, E.NOMBRE, E.DEPTO, E.PUESTO,
                    E.FECHA_ALTA, E.FECHA_BAJA
             FROM NOMINA_EMPLEADO E
             WHERE E.ESTADO = 'B'
               AND E.FECHA_BAJA <= :WS-FECHA-PAGO-PARM
               AND ((:WS-EMP-ID-PARM <> ' '
                     AND E.EMP_ID = :WS-EMP-ID-PARM)
                 OR (:WS-EMP-ID-PARM = ' '
                     AND E.FECHA_BAJA > DATE(:WS-FECHA-PAGO-PARM)
                                        - :WS-FIN-DIAS-VENTANA DAYS))
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_FINIQUITO F
                   WHERE F.EMP_ID = E.EMP_ID
                     AND F.FECHA_BAJA = E.FECHA_BAJA
                     AND F.ESTADO = 'E')
             ORDER BY E.EMP_ID
       END-EXEC.

      * Dias de vacaciones vigentes a la fecha de baja.
       EXEC SQL
          DECLARE C-VAC-FIN CURSOR FOR
             SELECT ANIO_SERVICIO, DIAS_OTORGADOS - DIAS_TOMADOS
             FROM NOMINA_VACACIONES
             WHERE EMP_ID = :VA-EMP-ID
               AND ESTADO = 'V'
               AND DIAS_OTORGADOS > DIAS_TOMADOS
               AND FECHA_VENCE >= :EM-FECHA-BAJA
             ORDER BY ANIO_SERVICIO
       END-EXEC.

      * Adeudos vivos del empleado por codigo: el saldo decreciente
      * activo y el atraso activo del mismo codigo se juntan en una
      * sola linea de deduccion.
       EXEC SQL
          DECLARE C-ADEUDOS CURSOR FOR
             SELECT X.DED_CODIGO,
                    COALESCE(C.CATEGORIA, '?'),
                    COALESCE(C.DESCRIPCION, ' '),
                    SUM(X.SALDO), SUM(X.ATRASO)
             FROM (SELECT DED_CODIGO, SALDO_RESTANTE AS SALDO,
                          0 AS ATRASO
                   FROM NOMINA_DED_SALDOS
                   WHERE EMP_ID = :EM-EMP-ID
                     AND ESTADO = 'A'
                     AND SALDO_RESTANTE > 0
                   UNION ALL
                   SELECT DED_CODIGO, 0 AS SALDO,
                          SALDO_RESTANTE AS ATRASO
                   FROM NOMINA_ATRASOS
                   WHERE EMP_ID = :EM-EMP-ID
                     AND ESTADO = 'A'
                     AND SALDO_RESTANTE > 0) X
                  LEFT OUTER JOIN NOMINA_DED_CATALOGO C
                    ON C.DED_CODIGO = X.DED_CODIGO
             GROUP BY X.DED_CODIGO, C.CATEGORIA, C.DESCRIPCION
             ORDER BY CASE C.CATEGORIA WHEN 'G' THEN 1
                                       WHEN 'P' THEN 2
                                       ELSE 3 END,
                      X.DED_CODIGO
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-PAGO y
      * LK-EMP-ID queden alineados con el texto real. El EMP_ID es
      * opcional: con PARM de 10 posiciones no se lee.
       LINKAGE SECTION.
       01  LK-PARM-FINIQUITO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-EMP-ID            PIC X(06).

       PROCEDURE DIVISION USING LK-PARM-FINIQUITO.
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

           OPEN OUTPUT FINIQUITO-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FINRPT: ' RPT-STATUS
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
           PERFORM 1100-LEER-CONTROL-FONDO

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-BAJAS
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

           IF WS-ISR-CANT = ZEROS OR WS-SEG-CANT = ZEROS
              DISPLAY 'ERROR: SIN TARIFAS APROBADAS EN '
                      'NOMINA_TARIFAS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Acomoda un renglon de tarifa en su tabla, con los mismos
      * controles que el cargador de NOMIAGU01: rebasar las 12
      * vigencias detiene el job y un tramo de ISR fuera de 1-5 sale
      * al log. Las tarifas patronales no se usan aqui.
       1060-ACOMODAR-TARIFA.
           EVALUATE TA-TIPO
              WHEN 'I'
                 IF WS-ISR-CANT = ZEROS
                    PERFORM 1070-ABRIR-VERSION-ISR
                 ELSE
                    IF WS-ISR-VIGENCIA(WS-ISR-CANT)
                       NOT = TA-VIGENCIA-DESDE
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
                 END-IF
              WHEN 'S'
                 IF WS-SEG-CANT >= 12
                    DISPLAY 'ERROR: MAS DE 12 VIGENCIAS DE SEGURO'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SEG-CANT
                 MOVE TA-VIGENCIA-DESDE
                   TO WS-SEG-VIGENCIA(WS-SEG-CANT)
                 MOVE TA-PORCENTAJE
                   TO WS-SEG-PORCENTAJE(WS-SEG-CANT)
                 MOVE TA-TOPE-ANUAL
                   TO WS-SEG-TOPE-ANUAL(WS-SEG-CANT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

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

      * Tope exento del fondo de ahorro. Sin renglon de control no
      * hay fondo que pagar exento: el tope queda en cero.
       1100-LEER-CONTROL-FONDO.
           EXEC SQL
              SELECT TOPE_EXENTO INTO :FC-TOPE-EXENTO
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE ZEROS TO FC-TOPE-EXENTO
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_FONDO_CTL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-BAJAS
              INTO :EM-EMP-ID, :EM-NOMBRE, :EM-DEPTO, :EM-PUESTO,
                   :EM-FECHA-ALTA, :EM-FECHA-BAJA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-EMP-LEIDOS
                 PERFORM 2100-CALCULAR-FINIQUITO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Todo el calculo se hace en memoria; solo si el empleado pasa
      * completo (salario autorizado, adeudos que caben, neto a
      * pagar) se graban el finiquito, su detalle, los dias del
      * kardex y la solicitud, y se imprime su hoja.
       2100-CALCULAR-FINIQUITO.
           SET WS-EMP-OK TO TRUE
           INITIALIZE DCLNOMFIN
           MOVE EM-EMP-ID          TO FN-EMP-ID
           MOVE EM-FECHA-BAJA      TO FN-FECHA-BAJA
           MOVE WS-FECHA-PAGO-PARM TO FN-FECHA-PAGO

           PERFORM 2110-VERIFICAR-PREVIO
           IF WS-EMP-OK
              PERFORM 2120-LEER-SALARIO-DIARIO
           END-IF
           IF WS-EMP-OK
              PERFORM 2130-CALCULAR-DIAS-PENDIENTES
              PERFORM 2140-CALCULAR-AGUINALDO
              PERFORM 2150-CARGAR-VACACIONES
           END-IF
           IF WS-EMP-OK
              PERFORM 2157-CARGAR-FONDO
           END-IF
           IF WS-EMP-OK
              COMPUTE FN-BRUTO = FN-MONTO-DIAS + FN-MONTO-AGUINALDO
                               + FN-MONTO-VACACIONES + FN-MONTO-PRIMA
                               + FN-MONTO-FONDO
              IF FN-BRUTO <= ZEROS
                 MOVE 'FINIQUITO SIN PERCEPCIONES A PAGAR'
                      TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 PERFORM 2190-EXCEPCION
              END-IF
           END-IF
           IF WS-EMP-OK
              PERFORM 2160-CALCULAR-RETENCIONES
              PERFORM 2170-CARGAR-ADEUDOS
           END-IF
           IF WS-EMP-OK
              PERFORM 2180-NETEAR-ADEUDOS
           END-IF
           IF WS-EMP-OK
              PERFORM 2185-ELEGIR-VIA
              PERFORM 2200-GRABAR-FINIQUITO
           END-IF
           IF WS-EMP-OK
              PERFORM 2300-IMPRIMIR-HOJA
              ADD FN-BRUTO TO WS-TOT-BRUTO
              ADD FN-NETO  TO WS-TOT-NETO
              IF WS-HAY-PREVIO
                 ADD 1 TO WS-FIN-RECALCULADOS
              ELSE
                 ADD 1 TO WS-FIN-CALCULADOS
              END-IF
           END-IF.

      * Un finiquito anterior de la misma baja todavia sin pagar: si
      * su solicitud sigue pendiente ('P') o fue retirada ('R') se
      * recalcula encima; si ya tiene la segunda firma ('A') o ya se
      * extrajo ('E') no se toca.
       2110-VERIFICAR-PREVIO.
           MOVE 'N' TO WS-PREVIO-SW

           EXEC SQL
              SELECT FECHA_PAGO INTO :WS-FECHA-PAGO-ANT
              FROM NOMINA_FINIQUITO
              WHERE EMP_ID = :FN-EMP-ID
                AND FECHA_BAJA = :FN-FECHA-BAJA
                AND ESTADO = 'P'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-HAY-PREVIO TO TRUE
              WHEN 100
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER FINIQUITO PREVIO: '
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
                 ADD 1 TO WS-FIN-OMITIDOS
                 SET WS-EMP-OMITIDO TO TRUE
                 MOVE EM-EMP-ID TO LD-EMP-ID
                 MOVE 'FINIQUITO YA APROBADO, NO SE RECALCULA'
                      TO LD-MOTIVO
                 MOVE WS-FECHA-PAGO-ANT TO LD-DATO
                 PERFORM 2900-ESCRIBIR-LINEA
           END-EVALUATE.

      * Salario diario del salario autorizado vigente a la fecha de
      * baja (quincena entre 15); sin salario aprobado no hay con que
      * valuar el finiquito.
       2120-LEER-SALARIO-DIARIO.
           MOVE EM-EMP-ID TO SU-EMP-ID

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :EM-FECHA-BAJA
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE FN-SALARIO-DIARIO ROUNDED =
                         SU-SALARIO-BASE / WS-FIN-DIAS-QUINCENA
              WHEN 100
                 MOVE 'SIN SALARIO AUTORIZADO A LA FECHA DE BAJA'
                      TO LD-MOTIVO
                 MOVE EM-FECHA-BAJA TO LD-DATO
                 PERFORM 2190-EXCEPCION
              WHEN OTHER
                 DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                         ' EMP: ' EM-EMP-ID
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
           END-EVALUATE.

      * Dias trabajados y no pagados: de la ultima FECHA_PAGO del
      * calendario que el empleado cobro (no posterior a la baja) a
      * la fecha de baja. Quien nunca cobro un periodo los cuenta
      * desde su FECHA_ALTA inclusive.
       2130-CALCULAR-DIAS-PENDIENTES.
           EXEC SQL
              SELECT COALESCE(MAX(N.FECHA_PAGO),
                              DATE(:EM-FECHA-ALTA) - 1 DAY)
              INTO :FN-FECHA-ULT-PAGO
              FROM NOMINA N
              WHERE N.EMP_ID = :EM-EMP-ID
                AND N.STATUS = 'A'
                AND N.FECHA_PAGO <= :EM-FECHA-BAJA
                AND N.FECHA_PAGO IN
                    (SELECT P.FECHA_PAGO FROM NOMINA_PERIODO_CTL P)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER ULTIMO PAGO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE EM-FECHA-BAJA(1:4) TO WS-FECHA-NUM(1:4)
           MOVE EM-FECHA-BAJA(6:2) TO WS-FECHA-NUM(5:2)
           MOVE EM-FECHA-BAJA(9:2) TO WS-FECHA-NUM(7:2)
           COMPUTE WS-INT-BAJA = FUNCTION INTEGER-OF-DATE
                                    (WS-FECHA-NUM)
           MOVE FN-FECHA-ULT-PAGO(1:4) TO WS-FECHA-NUM(1:4)
           MOVE FN-FECHA-ULT-PAGO(6:2) TO WS-FECHA-NUM(5:2)
           MOVE FN-FECHA-ULT-PAGO(9:2) TO WS-FECHA-NUM(7:2)
           COMPUTE WS-INT-ULT-PAGO = FUNCTION INTEGER-OF-DATE
                                        (WS-FECHA-NUM)

           IF WS-INT-BAJA > WS-INT-ULT-PAGO
              COMPUTE FN-DIAS-PENDIENTES =
                      WS-INT-BAJA - WS-INT-ULT-PAGO
           ELSE
              MOVE ZEROS TO FN-DIAS-PENDIENTES
           END-IF

           COMPUTE FN-MONTO-DIAS ROUNDED =
                   FN-SALARIO-DIARIO * FN-DIAS-PENDIENTES.

      * Aguinaldo proporcional con las reglas de NOMIAGU01, cortado a
      * la fecha de baja: salario diario como lo pagado en el año
      * entre los dias pagados (una quincena por renglon), 15 dias
      * de aguinaldo por los dias trabajados del año en base
      * comercial de 360. Sin renglones en el año se usa el salario
      * diario autorizado.
       2140-CALCULAR-AGUINALDO.
           MOVE EM-FECHA-BAJA(1:4) TO WS-ANIO-BAJA
           MOVE WS-ANIO-BAJA       TO WS-FECHA-DESDE(1:4)
           MOVE '-01-01'           TO WS-FECHA-DESDE(5:6)

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(SALARIO_BASE), 0)
              INTO :WS-AG-PERIODOS, :WS-AG-BASE-ANUAL
              FROM NOMINA
              WHERE EMP_ID = :EM-EMP-ID
                AND FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                   AND :EM-FECHA-BAJA
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR NOMINA DEL ANIO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-AG-PERIODOS = ZEROS
              MOVE FN-SALARIO-DIARIO TO WS-AG-SAL-DIARIO
           ELSE
              COMPUTE WS-AG-SAL-DIARIO ROUNDED =
                 WS-AG-BASE-ANUAL
                 / (WS-AG-PERIODOS * WS-FIN-DIAS-QUINCENA)
           END-IF

           MOVE EM-FECHA-BAJA(6:2) TO WS-BAJA-MES
           MOVE EM-FECHA-BAJA(9:2) TO WS-BAJA-DIA
           IF WS-BAJA-DIA > 30
              MOVE 30 TO WS-BAJA-DIA
           END-IF

           IF EM-FECHA-ALTA(1:4) < WS-ANIO-BAJA
              COMPUTE FN-DIAS-AGUINALDO =
                 (WS-BAJA-MES - 1) * 30 + WS-BAJA-DIA
           ELSE
              MOVE EM-FECHA-ALTA(6:2) TO WS-ALTA-MES
              MOVE EM-FECHA-ALTA(9:2) TO WS-ALTA-DIA
              IF WS-ALTA-DIA > 30
                 MOVE 30 TO WS-ALTA-DIA
              END-IF
              COMPUTE FN-DIAS-AGUINALDO =
                 (WS-BAJA-MES - WS-ALTA-MES) * 30
                 + (WS-BAJA-DIA - WS-ALTA-DIA + 1)
           END-IF
           IF FN-DIAS-AGUINALDO < ZEROS
              MOVE ZEROS TO FN-DIAS-AGUINALDO
           END-IF

           COMPUTE FN-MONTO-AGUINALDO ROUNDED =
              WS-AG-SAL-DIARIO * WS-FIN-DIAS-AGUINALDO
              * FN-DIAS-AGUINALDO / WS-FIN-DIAS-BASE-ANIO.

      * Dias de vacaciones no gozados y no vencidos a la fecha de
      * baja, por aniversario, valuados al salario diario con su
      * prima del 25%.
       2150-CARGAR-VACACIONES.
           MOVE ZEROS TO WS-VFQ-CANT
           MOVE EM-EMP-ID TO VA-EMP-ID

           EXEC SQL
              OPEN C-VAC-FIN
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR VACACIONES: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-VAC-SW
           PERFORM 2155-LEER-VACACION UNTIL WS-FIN-VAC

           EXEC SQL
              CLOSE C-VAC-FIN
           END-EXEC.

       2155-LEER-VACACION.
           EXEC SQL
              FETCH C-VAC-FIN
              INTO :VA-ANIO-SERVICIO, :VA-DIAS-OTORGADOS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-VFQ-CANT < 10
                    ADD 1 TO WS-VFQ-CANT
                    MOVE VA-ANIO-SERVICIO
                      TO WS-VFQ-ANIO(WS-VFQ-CANT)
                    MOVE VA-DIAS-OTORGADOS
                      TO WS-VFQ-DIAS(WS-VFQ-CANT)
                    COMPUTE WS-VFQ-MONTO(WS-VFQ-CANT) ROUNDED =
                            FN-SALARIO-DIARIO * VA-DIAS-OTORGADOS
                    COMPUTE WS-VFQ-PRIMA(WS-VFQ-CANT) ROUNDED =
                            WS-VFQ-MONTO(WS-VFQ-CANT)
                            * WS-FIN-PCT-PRIMA
                    ADD VA-DIAS-OTORGADOS TO FN-DIAS-VACACIONES
                    ADD WS-VFQ-MONTO(WS-VFQ-CANT)
                     TO FN-MONTO-VACACIONES
                    ADD WS-VFQ-PRIMA(WS-VFQ-CANT) TO FN-MONTO-PRIMA
                 END-IF
              WHEN 100
                 SET WS-FIN-VAC TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH VACACIONES: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
                 SET WS-FIN-VAC TO TRUE
           END-EVALUATE.

      * ISR y seguro social del finiquito con las tarifas vigentes a
      * la fecha de pago, igual que 2120 de NOMIAGU01: el tope anual
      * del seguro se mide contra el acumulado YTD del año.
       2160-CALCULAR-RETENCIONES.
           COMPUTE WS-RET-BRUTO =
              FN-BRUTO - FN-MONTO-FONDO + WS-FFQ-GRAVADO

           MOVE ZEROS TO WS-RET-VER-ISR WS-RET-VER-SEG
           PERFORM VARYING WS-RET-VER FROM 1 BY 1
                   UNTIL WS-RET-VER > 12
              IF WS-RET-VER NOT > WS-ISR-CANT
                 AND WS-ISR-VIGENCIA(WS-RET-VER)
                     NOT > WS-FECHA-PAGO-PARM
                 MOVE WS-RET-VER TO WS-RET-VER-ISR
              END-IF
              IF WS-RET-VER NOT > WS-SEG-CANT
                 AND WS-SEG-VIGENCIA(WS-RET-VER)
                     NOT > WS-FECHA-PAGO-PARM
                 MOVE WS-RET-VER TO WS-RET-VER-SEG
              END-IF
           END-PERFORM

           IF WS-RET-VER-ISR = ZEROS OR WS-RET-VER-SEG = ZEROS
              DISPLAY 'SIN TARIFA VIGENTE PARA ' WS-FECHA-PAGO-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE ZEROS TO FN-ISR
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > 5
              IF WS-ISR-LIM-INF(WS-RET-VER-ISR, WS-RET-IDX)
                 NOT > WS-RET-BRUTO
                 COMPUTE FN-ISR ROUNDED =
                    WS-ISR-CUOTA-FIJA(WS-RET-VER-ISR, WS-RET-IDX)
                    + ((WS-RET-BRUTO
                        - WS-ISR-LIM-INF(WS-RET-VER-ISR, WS-RET-IDX))
                       * WS-ISR-PORCENTAJE(WS-RET-VER-ISR, WS-RET-IDX)
                       / 100)
              END-IF
           END-PERFORM

      * El fondo de ahorro no es base del seguro social.
           COMPUTE WS-RET-BRUTO = FN-BRUTO - FN-MONTO-FONDO

           MOVE EM-EMP-ID               TO YT-EMP-ID
           MOVE WS-FECHA-PAGO-PARM(1:4) TO YT-ANIO

           EXEC SQL
              SELECT YTD_SALARIO_BASE + YTD_BONOS
              INTO :WS-RET-YTD-BRUTO
              FROM NOMINA_YTD
              WHERE EMP_ID = :YT-EMP-ID
                AND ANIO = :YT-ANIO
           END-EXEC

           IF SQLCODE = 100
              MOVE ZEROS TO WS-RET-YTD-BRUTO
           ELSE
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL LEER YTD PARA SEGURO: '
                         EM-EMP-ID ' SQLCODE: ' SQLCODE
                 MOVE ZEROS TO WS-RET-YTD-BRUTO
              END-IF
           END-IF

           COMPUTE WS-RET-BASE-SEG =
              WS-SEG-TOPE-ANUAL(WS-RET-VER-SEG) - WS-RET-YTD-BRUTO
           IF WS-RET-BASE-SEG > WS-RET-BRUTO
              MOVE WS-RET-BRUTO TO WS-RET-BASE-SEG
           END-IF
           IF WS-RET-BASE-SEG < ZEROS
              MOVE ZEROS TO WS-RET-BASE-SEG
           END-IF

           COMPUTE FN-SEGURO ROUNDED =
              WS-RET-BASE-SEG
              * WS-SEG-PORCENTAJE(WS-RET-VER-SEG) / 100

           COMPUTE WS-NETO-DISPONIBLE = FN-BRUTO - FN-ISR - FN-SEGURO
           IF WS-NETO-DISPONIBLE <= ZEROS
              MOVE 'RETENCIONES DE LEY ABSORBEN EL FINIQUITO'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2190-EXCEPCION
           END-IF.

      * Saldo del fondo de ahorro a la fecha de pago. Lo que ya
      * cubre una liquidacion anual con segunda firma ('A') lo paga
      * esa solicitud y no entra otra vez; una pendiente de firma se
      * retira en 2215 y su saldo se paga aqui.
       2157-CARGAR-FONDO.
           MOVE ZEROS TO FN-MONTO-FONDO WS-FFQ-EXENTO WS-FFQ-GRAVADO

           EXEC SQL
              SELECT COALESCE(SUM(MONTO_EMPLEADO), 0),
                     COALESCE(SUM(MONTO_PATRON), 0),
                     COALESCE(SUM(MONTO_INTERES), 0)
              INTO :WS-FFQ-EMPLEADO, :WS-FFQ-PATRON, :WS-FFQ-INTERES
              FROM NOMINA_FONDO_MOV
              WHERE EMP_ID = :EM-EMP-ID
                AND FECHA_MOV <= :WS-FECHA-PAGO-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER FONDO DE AHORRO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(L.APORTE_EMPLEADO), 0),
                     COALESCE(SUM(L.APORTE_PATRON), 0),
                     COALESCE(SUM(L.INTERES), 0)
              INTO :WS-FFQ-LIQ-EMPLEADO, :WS-FFQ-LIQ-PATRON,
                   :WS-FFQ-LIQ-INTERES
              FROM NOMINA_FONDO_LIQ L, NOMINA_PAGO_ESP P
              WHERE L.EMP_ID = :EM-EMP-ID
                AND L.TIPO = 'L'
                AND L.ESTADO = 'P'
                AND P.EMP_ID = L.EMP_ID
                AND P.FECHA_PAGO = L.FECHA_PAGO
                AND P.ESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER LIQUIDACION ANUAL FONDO: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-FFQ-LIQ-EMPLEADO FROM WS-FFQ-EMPLEADO
           SUBTRACT WS-FFQ-LIQ-PATRON   FROM WS-FFQ-PATRON
           SUBTRACT WS-FFQ-LIQ-INTERES  FROM WS-FFQ-INTERES

           COMPUTE FN-MONTO-FONDO =
              WS-FFQ-EMPLEADO + WS-FFQ-PATRON + WS-FFQ-INTERES
           IF FN-MONTO-FONDO <= ZEROS
              MOVE ZEROS TO FN-MONTO-FONDO
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FFQ-EXENTO = WS-FFQ-PATRON + WS-FFQ-INTERES
           IF WS-FFQ-EXENTO > FC-TOPE-EXENTO
              MOVE FC-TOPE-EXENTO TO WS-FFQ-EXENTO
           END-IF
           IF WS-FFQ-EXENTO < ZEROS
              MOVE ZEROS TO WS-FFQ-EXENTO
           END-IF
           COMPUTE WS-FFQ-GRAVADO =
              WS-FFQ-PATRON + WS-FFQ-INTERES - WS-FFQ-EXENTO
           IF WS-FFQ-GRAVADO < ZEROS
              MOVE ZEROS TO WS-FFQ-GRAVADO
           END-IF.

       2170-CARGAR-ADEUDOS.
           MOVE ZEROS TO WS-ADE-CANT

           EXEC SQL
              OPEN C-ADEUDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR ADEUDOS: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-ADE-SW
           PERFORM 2175-LEER-ADEUDO UNTIL WS-FIN-ADE

           EXEC SQL
              CLOSE C-ADEUDOS
           END-EXEC.

       2175-LEER-ADEUDO.
           EXEC SQL
              FETCH C-ADEUDOS
              INTO :CT-DED-CODIGO, :CT-CATEGORIA, :CT-DESCRIPCION,
                   :SL-SALDO-RESTANTE, :AT-SALDO-RESTANTE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-ADE-CANT >= 10
                    MOVE 'MAS DE 10 CODIGOS ADEUDADOS, CAPTURA MANUAL'
                         TO LD-MOTIVO
                    MOVE SPACES TO LD-DATO
                    PERFORM 2190-EXCEPCION
                    SET WS-FIN-ADE TO TRUE
                 ELSE
                    ADD 1 TO WS-ADE-CANT
                    MOVE CT-DED-CODIGO
                      TO WS-ADE-CODIGO(WS-ADE-CANT)
                    MOVE CT-CATEGORIA
                      TO WS-ADE-CATEGORIA(WS-ADE-CANT)
                    MOVE CT-DESCRIPCION
                      TO WS-ADE-DESCRIPCION(WS-ADE-CANT)
                    MOVE SL-SALDO-RESTANTE
                      TO WS-ADE-SALDO(WS-ADE-CANT)
                    MOVE AT-SALDO-RESTANTE
                      TO WS-ADE-ATRASO(WS-ADE-CANT)
                 END-IF
              WHEN 100
                 SET WS-FIN-ADE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH ADEUDOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-EMP-OMITIDO TO TRUE
                 SET WS-FIN-ADE TO TRUE
           END-EVALUATE.

      * Cobra los adeudos en orden de prioridad contra el neto que
      * dejaron las retenciones de ley: primero el saldo decreciente
      * y luego el atraso de cada codigo. Lo que no alcanza queda
      * como saldo por cobrar (LIQUIDA 'N') y asi se imprime en la
      * hoja. Si los adeudos se llevan todo el neto no hay pago que
      * generar: el caso sale como excepcion para captura manual.
       2180-NETEAR-ADEUDOS.
           MOVE ZEROS TO FN-OTRAS-DEDUC
           PERFORM VARYING WS-ADE-IDX FROM 1 BY 1
                   UNTIL WS-ADE-IDX > WS-ADE-CANT
              MOVE WS-ADE-SALDO(WS-ADE-IDX) TO WS-ADEUDO
              IF WS-ADEUDO > WS-NETO-DISPONIBLE
                 MOVE WS-NETO-DISPONIBLE TO WS-ADEUDO
              END-IF
              MOVE WS-ADEUDO TO WS-ADE-COB-SALDO(WS-ADE-IDX)
              SUBTRACT WS-ADEUDO FROM WS-NETO-DISPONIBLE

              MOVE WS-ADE-ATRASO(WS-ADE-IDX) TO WS-ADEUDO
              IF WS-ADEUDO > WS-NETO-DISPONIBLE
                 MOVE WS-NETO-DISPONIBLE TO WS-ADEUDO
              END-IF
              MOVE WS-ADEUDO TO WS-ADE-COB-ATRASO(WS-ADE-IDX)
              SUBTRACT WS-ADEUDO FROM WS-NETO-DISPONIBLE

              IF WS-ADE-COB-SALDO(WS-ADE-IDX)
                 = WS-ADE-SALDO(WS-ADE-IDX)
                 AND WS-ADE-COB-ATRASO(WS-ADE-IDX)
                     = WS-ADE-ATRASO(WS-ADE-IDX)
                 MOVE 'Y' TO WS-ADE-LIQUIDA(WS-ADE-IDX)
              ELSE
                 MOVE 'N' TO WS-ADE-LIQUIDA(WS-ADE-IDX)
              END-IF
              ADD WS-ADE-COB-SALDO(WS-ADE-IDX)
                  WS-ADE-COB-ATRASO(WS-ADE-IDX) TO FN-OTRAS-DEDUC
           END-PERFORM

           COMPUTE FN-NETO = FN-BRUTO - FN-ISR - FN-SEGURO
                           - FN-OTRAS-DEDUC
           IF FN-NETO <= ZEROS
              MOVE 'ADEUDOS ABSORBEN EL NETO, CAPTURA MANUAL'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2190-EXCEPCION
           END-IF.

      * Deposito si el empleado aun tiene cuenta activa; el dado de
      * baja tipico ya no la tiene y su finiquito va por cheque.
       2185-ELEGIR-VIA.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-CUENTAS-ACT
              FROM NOMINA_BANCO
              WHERE EMP_ID = :EM-EMP-ID
                AND ESTADO = 'A'
           END-EXEC

           IF SQLCODE = 0 AND WS-CUENTAS-ACT > 0
              MOVE 'D' TO FN-VIA
           ELSE
              MOVE 'C' TO FN-VIA
           END-IF.

       2190-EXCEPCION.
           ADD 1 TO WS-FIN-EXCEPCIONES
           SET WS-EMP-OMITIDO TO TRUE
           MOVE EM-EMP-ID TO LD-EMP-ID
           PERFORM 2900-ESCRIBIR-LINEA.

      * Graba el finiquito completo. Un calculo previo de la misma
      * baja se deshace primero: su detalle de deducciones y sus
      * dias del kardex sin pagar se borran, y su solicitud (si
      * quedo con otra fecha de pago) se retira.
       2200-GRABAR-FINIQUITO.
           IF WS-HAY-PREVIO
              PERFORM 2210-DESHACER-PREVIO
           END-IF

           MOVE 'P'            TO FN-ESTADO
           MOVE WS-FIN-USUARIO TO FN-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FN-FECHA-CALCULO

           IF WS-HAY-PREVIO
              EXEC SQL
                 UPDATE NOMINA_FINIQUITO
                    SET FECHA_PAGO = :FN-FECHA-PAGO,
                        FECHA_ULT_PAGO = :FN-FECHA-ULT-PAGO,
                        SALARIO_DIARIO = :FN-SALARIO-DIARIO,
                        DIAS_PENDIENTES = :FN-DIAS-PENDIENTES,
                        MONTO_DIAS = :FN-MONTO-DIAS,
                        DIAS_AGUINALDO = :FN-DIAS-AGUINALDO,
                        MONTO_AGUINALDO = :FN-MONTO-AGUINALDO,
                        DIAS_VACACIONES = :FN-DIAS-VACACIONES,
                        MONTO_VACACIONES = :FN-MONTO-VACACIONES,
                        MONTO_PRIMA = :FN-MONTO-PRIMA,
                        MONTO_FONDO = :FN-MONTO-FONDO,
                        BRUTO = :FN-BRUTO,
                        ISR = :FN-ISR,
                        SEGURO = :FN-SEGURO,
                        OTRAS_DEDUC = :FN-OTRAS-DEDUC,
                        NETO = :FN-NETO,
                        VIA = :FN-VIA,
                        USUARIO = :FN-USUARIO,
                        FECHA_CALCULO = :FN-FECHA-CALCULO
                  WHERE EMP_ID = :FN-EMP-ID
                    AND FECHA_BAJA = :FN-FECHA-BAJA
                    AND ESTADO = 'P'
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO NOMINA_FINIQUITO
                    (EMP_ID, FECHA_BAJA, FECHA_PAGO, FECHA_ULT_PAGO,
                     SALARIO_DIARIO, DIAS_PENDIENTES, MONTO_DIAS,
                     DIAS_AGUINALDO, MONTO_AGUINALDO,
                     DIAS_VACACIONES, MONTO_VACACIONES, MONTO_PRIMA,
                     MONTO_FONDO, BRUTO, ISR, SEGURO, OTRAS_DEDUC,
                     NETO, VIA,
                     ESTADO, USUARIO, FECHA_CALCULO)
                 VALUES
                    (:FN-EMP-ID, :FN-FECHA-BAJA, :FN-FECHA-PAGO,
                     :FN-FECHA-ULT-PAGO, :FN-SALARIO-DIARIO,
                     :FN-DIAS-PENDIENTES, :FN-MONTO-DIAS,
                     :FN-DIAS-AGUINALDO, :FN-MONTO-AGUINALDO,
                     :FN-DIAS-VACACIONES, :FN-MONTO-VACACIONES,
                     :FN-MONTO-PRIMA, :FN-MONTO-FONDO, :FN-BRUTO,
                     :FN-ISR,
                     :FN-SEGURO, :FN-OTRAS-DEDUC, :FN-NETO, :FN-VIA,
                     :FN-ESTADO, :FN-USUARIO, :FN-FECHA-CALCULO)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR FINIQUITO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2215-RETIRAR-LIQ-ANUAL
           PERFORM 2220-GRABAR-DEDUCCIONES
           PERFORM 2230-GRABAR-VACACIONES
           PERFORM 2235-GRABAR-FONDO
           PERFORM 2240-GRABAR-SOLICITUD
           IF WS-EMP-OK
              PERFORM 2250-REGISTRAR-AUDITORIA
           END-IF.

       2210-DESHACER-PREVIO.
           MOVE EM-EMP-ID         TO FX-EMP-ID
           MOVE WS-FECHA-PAGO-ANT TO FX-FECHA-PAGO

           EXEC SQL
              DELETE FROM NOMINA_FINIQUITO_DED
               WHERE EMP_ID = :FX-EMP-ID
                 AND FECHA_PAGO = :FX-FECHA-PAGO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR DETALLE PREVIO: ' EM-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_VAC_MOV
               WHERE EMP_ID = :FX-EMP-ID
                 AND FECHA_PAGO = :FX-FECHA-PAGO
                 AND ORIGEN = 'F'
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR VACACIONES PREVIAS: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_FONDO_LIQ
               WHERE EMP_ID = :FX-EMP-ID
                 AND FECHA_PAGO = :FX-FECHA-PAGO
                 AND TIPO = 'F'
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR FONDO PREVIO: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF

           IF WS-FECHA-PAGO-ANT NOT = WS-FECHA-PAGO-PARM
              AND WS-PE-ESTADO-ANT = 'P'
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

      * Una liquidacion anual del fondo que todavia no tiene segunda
      * firma ya no se paga: su solicitud se retira y su calculo se
      * borra, porque el saldo va completo en el finiquito.
       2215-RETIRAR-LIQ-ANUAL.
           EXEC SQL
              UPDATE NOMINA_PAGO_ESP
                 SET ESTADO = 'R'
               WHERE EMP_ID = :EM-EMP-ID
                 AND ESTADO = 'P'
                 AND FECHA_PAGO IN
                    (SELECT L.FECHA_PAGO
                     FROM NOMINA_FONDO_LIQ L
                     WHERE L.EMP_ID = :EM-EMP-ID
                       AND L.TIPO = 'L'
                       AND L.ESTADO = 'P')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL RETIRAR LIQUIDACION ANUAL: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              DELETE FROM NOMINA_FONDO_LIQ L
               WHERE L.EMP_ID = :EM-EMP-ID
                 AND L.TIPO = 'L'
                 AND L.ESTADO = 'P'
                 AND NOT EXISTS
                    (SELECT 1 FROM NOMINA_PAGO_ESP P
                     WHERE P.EMP_ID = L.EMP_ID
                       AND P.FECHA_PAGO = L.FECHA_PAGO
                       AND P.ESTADO = 'A')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL BORRAR LIQUIDACION ANUAL: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF.

      * ISR y seguro social siempre, y un renglon por cada codigo
      * adeudado que se cobra aunque sea en parte.
       2220-GRABAR-DEDUCCIONES.
           MOVE EM-EMP-ID          TO FX-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO FX-FECHA-PAGO
           MOVE ZEROS              TO FX-MONTO-SALDO FX-MONTO-ATRASO
           MOVE 'Y'                TO FX-LIQUIDA

           MOVE WS-RET-COD-ISR     TO FX-DED-CODIGO
           MOVE FN-ISR             TO FX-MONTO
           PERFORM 2225-INSERTAR-DEDUCCION
           MOVE WS-RET-COD-SEGURO  TO FX-DED-CODIGO
           MOVE FN-SEGURO          TO FX-MONTO
           PERFORM 2225-INSERTAR-DEDUCCION

           PERFORM VARYING WS-ADE-IDX FROM 1 BY 1
                   UNTIL WS-ADE-IDX > WS-ADE-CANT
              IF WS-ADE-COB-SALDO(WS-ADE-IDX)
                 + WS-ADE-COB-ATRASO(WS-ADE-IDX) > ZEROS
                 MOVE WS-ADE-CODIGO(WS-ADE-IDX)    TO FX-DED-CODIGO
                 MOVE WS-ADE-COB-SALDO(WS-ADE-IDX) TO FX-MONTO-SALDO
                 MOVE WS-ADE-COB-ATRASO(WS-ADE-IDX)
                   TO FX-MONTO-ATRASO
                 COMPUTE FX-MONTO = FX-MONTO-SALDO + FX-MONTO-ATRASO
                 MOVE WS-ADE-LIQUIDA(WS-ADE-IDX)   TO FX-LIQUIDA
                 PERFORM 2225-INSERTAR-DEDUCCION
              END-IF
           END-PERFORM.

       2225-INSERTAR-DEDUCCION.
           EXEC SQL
              INSERT INTO NOMINA_FINIQUITO_DED
                 (EMP_ID, FECHA_PAGO, DED_CODIGO, MONTO,
                  MONTO_SALDO, MONTO_ATRASO, LIQUIDA)
              VALUES
                 (:FX-EMP-ID, :FX-FECHA-PAGO, :FX-DED-CODIGO,
                  :FX-MONTO, :FX-MONTO-SALDO, :FX-MONTO-ATRASO,
                  :FX-LIQUIDA)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR DEDUCCION FINIQUITO: '
                      EM-EMP-ID ' COD: ' FX-DED-CODIGO
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
           END-IF.

      * Los dias no gozados quedan en NOMINA_VAC_MOV con ORIGEN 'F'
      * y la prima pendiente ('P'); el kardex no se descarga sino
      * hasta que NOMIESP01 paga el finiquito.
       2230-GRABAR-VACACIONES.
           PERFORM VARYING WS-VFQ-IDX FROM 1 BY 1
                   UNTIL WS-VFQ-IDX > WS-VFQ-CANT
              MOVE EM-EMP-ID          TO VM-EMP-ID
              MOVE WS-FECHA-PAGO-PARM TO VM-FECHA-PAGO
              MOVE 'F'                TO VM-ORIGEN
              MOVE WS-VFQ-ANIO(WS-VFQ-IDX)  TO VM-ANIO-SERVICIO
              MOVE WS-VFQ-DIAS(WS-VFQ-IDX)  TO VM-DIAS
              MOVE FN-SALARIO-DIARIO  TO VM-SALARIO-DIARIO
              MOVE WS-VFQ-PRIMA(WS-VFQ-IDX) TO VM-PRIMA-MONTO
              MOVE 'P'                TO VM-ESTADO
              MOVE WS-FIN-USUARIO     TO VM-USUARIO
              MOVE FN-FECHA-CALCULO   TO VM-FECHA-CAPTURA

              EXEC SQL
                 INSERT INTO NOMINA_VAC_MOV
                    (EMP_ID, FECHA_PAGO, ORIGEN, ANIO_SERVICIO,
                     DIAS, SALARIO_DIARIO, PRIMA_MONTO, ESTADO,
                     USUARIO, FECHA_CAPTURA)
                 VALUES
                    (:VM-EMP-ID, :VM-FECHA-PAGO, :VM-ORIGEN,
                     :VM-ANIO-SERVICIO, :VM-DIAS,
                     :VM-SALARIO-DIARIO, :VM-PRIMA-MONTO,
                     :VM-ESTADO, :VM-USUARIO, :VM-FECHA-CAPTURA)
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL GRABAR VACACIONES FINIQUITO: '
                         EM-EMP-ID ' SQLCODE: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
              END-IF
           END-PERFORM.

      * El saldo del fondo pagado en el finiquito queda como
      * liquidacion tipo 'F' con la fecha de pago de la solicitud;
      * el ISR de su parte gravada va dentro del ISR del finiquito.
       2235-GRABAR-FONDO.
           IF FN-MONTO-FONDO = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE EM-EMP-ID          TO FL-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO FL-FECHA-PAGO
           MOVE 'F'                TO FL-TIPO
           MOVE WS-FFQ-EMPLEADO    TO FL-APORTE-EMPLEADO
           MOVE WS-FFQ-PATRON      TO FL-APORTE-PATRON
           MOVE WS-FFQ-INTERES     TO FL-INTERES
           MOVE FN-MONTO-FONDO     TO FL-TOTAL FL-NETO
           MOVE WS-FFQ-EXENTO      TO FL-EXENTO
           MOVE WS-FFQ-GRAVADO     TO FL-GRAVADO
           MOVE ZEROS              TO FL-ISR
           MOVE 'P'                TO FL-ESTADO
           MOVE WS-FIN-USUARIO     TO FL-USUARIO
           MOVE FN-FECHA-CALCULO   TO FL-FECHA-CALCULO

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

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR FONDO DEL FINIQUITO: '
                      EM-EMP-ID ' SQLCODE: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              SET WS-EMP-OMITIDO TO TRUE
           END-IF.

      * La solicitud nace 'P' con las tres primeras lineas del
      * detalle (ISR, seguro y el primer adeudo); el detalle completo
      * esta en NOMINA_FINIQUITO_DED. Si la misma fecha ya tenia una
      * solicitud pendiente o retirada se reemplaza; cualquier otra
      * solicitud en esa fecha deja al empleado como excepcion.
       2240-GRABAR-SOLICITUD.
           MOVE EM-EMP-ID          TO PE-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO PE-FECHA-PAGO
           MOVE FN-BRUTO           TO PE-BRUTO
           MOVE WS-RET-COD-ISR     TO PE-DED1-CODIGO
           MOVE FN-ISR             TO PE-DED1-MONTO
           MOVE WS-RET-COD-SEGURO  TO PE-DED2-CODIGO
           MOVE FN-SEGURO          TO PE-DED2-MONTO
           MOVE SPACES             TO PE-DED3-CODIGO
           MOVE ZEROS              TO PE-DED3-MONTO
           PERFORM VARYING WS-ADE-IDX FROM 1 BY 1
                   UNTIL WS-ADE-IDX > WS-ADE-CANT
                      OR PE-DED3-CODIGO NOT = SPACES
              IF WS-ADE-COB-SALDO(WS-ADE-IDX)
                 + WS-ADE-COB-ATRASO(WS-ADE-IDX) > ZEROS
                 MOVE WS-ADE-CODIGO(WS-ADE-IDX) TO PE-DED3-CODIGO
                 COMPUTE PE-DED3-MONTO =
                         WS-ADE-COB-SALDO(WS-ADE-IDX)
                         + WS-ADE-COB-ATRASO(WS-ADE-IDX)
              END-IF
           END-PERFORM
           MOVE FN-NETO            TO PE-NETO
           MOVE FN-VIA             TO PE-VIA
           MOVE SPACES             TO PE-MOTIVO
           STRING 'FINIQUITO POR BAJA DEL ' EM-FECHA-BAJA
                  DELIMITED BY SIZE INTO PE-MOTIVO
           MOVE 'P'                TO PE-ESTADO
           MOVE WS-FIN-USUARIO     TO PE-CAPTURADO-POR
           MOVE SPACES             TO PE-APROBADO-POR
           MOVE FN-FECHA-CALCULO   TO PE-FECHA-CAPTURA
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
      * lo grabado del finiquito se deshace con el resto de la
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
           MOVE 'FINIQUITO CALC'   TO NH-CAMPO-CAMBIADO
           MOVE WS-FECHA-PAGO-PARM TO NH-VALOR-ANTERIOR
           MOVE FN-NETO            TO WS-AUD-NETO-ED
           MOVE WS-AUD-NETO-ED     TO NH-VALOR-NUEVO
           MOVE FN-FECHA-CALCULO   TO NH-FECHA-CAMBIO
           MOVE WS-FIN-USUARIO     TO NH-USUARIO

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

      * Hoja de finiquito para firma del empleado: datos de la
      * relacion, percepciones, deducciones con lo que queda por
      * cobrar, neto, leyenda de conformidad y linea de firma.
       2300-IMPRIMIR-HOJA.
           MOVE LIN-SEPARADOR TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-HOJA-TITULO TO RPT-LINE
           WRITE RPT-LINE

           MOVE EM-EMP-ID      TO LH-EMP-ID
           MOVE EM-NOMBRE      TO LH-NOMBRE
           MOVE EM-DEPTO       TO LH-DEPTO
           MOVE EM-PUESTO      TO LH-PUESTO
           MOVE LIN-HOJA-EMPLEADO TO RPT-LINE
           WRITE RPT-LINE

           MOVE EM-FECHA-ALTA  TO LH-FECHA-ALTA
           MOVE EM-FECHA-BAJA  TO LH-FECHA-BAJA
           MOVE WS-FECHA-PAGO-PARM TO LH-FECHA-PAGO
           MOVE FN-SALARIO-DIARIO TO WS-ED-MONTO
           MOVE WS-ED-MONTO    TO LH-SAL-DIARIO
           MOVE LIN-HOJA-FECHAS TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PERCEPCIONES' TO LH-SECCION
           MOVE LIN-HOJA-SECCION TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO LH-CONCEPTO
           STRING 'SALARIO DEVENGADO DESDE ' FN-FECHA-ULT-PAGO
                  DELIMITED BY SIZE INTO LH-CONCEPTO
           MOVE FN-DIAS-PENDIENTES TO WS-ED-DIAS
           MOVE WS-ED-DIAS     TO LH-DIAS
           MOVE FN-MONTO-DIAS  TO WS-ED-MONTO
           MOVE SPACES         TO LH-NOTA
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE 'AGUINALDO PROPORCIONAL' TO LH-CONCEPTO
           MOVE FN-DIAS-AGUINALDO TO WS-ED-DIAS
           MOVE WS-ED-DIAS     TO LH-DIAS
           MOVE FN-MONTO-AGUINALDO TO WS-ED-MONTO
           MOVE 'DIAS TRABAJADOS DEL ANIO, BASE 360' TO LH-NOTA
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE 'VACACIONES NO GOZADAS' TO LH-CONCEPTO
           MOVE FN-DIAS-VACACIONES TO WS-ED-DIAS
           MOVE WS-ED-DIAS     TO LH-DIAS
           MOVE FN-MONTO-VACACIONES TO WS-ED-MONTO
           MOVE SPACES         TO LH-NOTA
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE 'PRIMA VACACIONAL 25%' TO LH-CONCEPTO
           MOVE SPACES         TO LH-DIAS
           MOVE FN-MONTO-PRIMA TO WS-ED-MONTO
           PERFORM 2310-ESCRIBIR-CONCEPTO

           IF FN-MONTO-FONDO > ZEROS
              MOVE 'FONDO DE AHORRO' TO LH-CONCEPTO
              MOVE FN-MONTO-FONDO TO WS-ED-MONTO
              MOVE WS-FFQ-EXENTO  TO WS-ED-NOTA
              MOVE SPACES         TO LH-NOTA
              STRING 'EXENTO ' WS-ED-NOTA
                     DELIMITED BY SIZE INTO LH-NOTA
              PERFORM 2310-ESCRIBIR-CONCEPTO
              MOVE SPACES         TO LH-NOTA
           END-IF

           MOVE 'TOTAL PERCEPCIONES' TO LH-CONCEPTO
           MOVE FN-BRUTO       TO WS-ED-MONTO
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEDUCCIONES' TO LH-SECCION
           MOVE LIN-HOJA-SECCION TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'ISR' TO LH-CONCEPTO
           MOVE FN-ISR         TO WS-ED-MONTO
           PERFORM 2310-ESCRIBIR-CONCEPTO
           MOVE 'SEGURO SOCIAL' TO LH-CONCEPTO
           MOVE FN-SEGURO      TO WS-ED-MONTO
           PERFORM 2310-ESCRIBIR-CONCEPTO

           PERFORM VARYING WS-ADE-IDX FROM 1 BY 1
                   UNTIL WS-ADE-IDX > WS-ADE-CANT
              MOVE SPACES TO LH-CONCEPTO
              STRING WS-ADE-CODIGO(WS-ADE-IDX) ' '
                     WS-ADE-DESCRIPCION(WS-ADE-IDX)
                     DELIMITED BY SIZE INTO LH-CONCEPTO
              COMPUTE WS-ADEUDO = WS-ADE-COB-SALDO(WS-ADE-IDX)
                                + WS-ADE-COB-ATRASO(WS-ADE-IDX)
              MOVE WS-ADEUDO TO WS-ED-MONTO
              IF WS-ADE-LIQUIDA(WS-ADE-IDX) = 'Y'
                 MOVE 'ADEUDO LIQUIDADO' TO LH-NOTA
              ELSE
                 COMPUTE WS-ADEUDO = WS-ADE-SALDO(WS-ADE-IDX)
                                   + WS-ADE-ATRASO(WS-ADE-IDX)
                                   - WS-ADEUDO
                 MOVE WS-ADEUDO TO WS-ED-MONTO
                 MOVE SPACES TO LH-NOTA
                 STRING 'QUEDA POR COBRAR: ' WS-ED-MONTO
                        DELIMITED BY SIZE INTO LH-NOTA
                 COMPUTE WS-ED-MONTO = WS-ADE-COB-SALDO(WS-ADE-IDX)
                                     + WS-ADE-COB-ATRASO(WS-ADE-IDX)
              END-IF
              PERFORM 2310-ESCRIBIR-CONCEPTO
           END-PERFORM

           COMPUTE WS-ADEUDO = FN-ISR + FN-SEGURO + FN-OTRAS-DEDUC
           MOVE 'TOTAL DEDUCCIONES' TO LH-CONCEPTO
           MOVE WS-ADEUDO      TO WS-ED-MONTO
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NETO A PAGAR' TO LH-CONCEPTO
           MOVE FN-NETO        TO WS-ED-MONTO
           IF FN-VIA = 'D'
              MOVE 'POR DEPOSITO A LA CUENTA REGISTRADA' TO LH-NOTA
           ELSE
              MOVE 'POR CHEQUE' TO LH-NOTA
           END-IF
           PERFORM 2310-ESCRIBIR-CONCEPTO

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE FN-NETO TO WS-ED-MONTO
           MOVE SPACES TO LH-LEYENDA
           STRING 'RECIBI LA CANTIDAD DE $' WS-ED-MONTO
                  ' POR CONCEPTO DE FINIQUITO DE LA RELACION DE'
                  ' TRABAJO,'
                  DELIMITED BY SIZE INTO LH-LEYENDA
           MOVE LIN-HOJA-LEYENDA TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO LH-LEYENDA
           STRING 'SIN RESERVARME ACCION NI DERECHO ALGUNO'
                  ' QUE EJERCER EN CONTRA DE LA EMPRESA.'
                  DELIMITED BY SIZE INTO LH-LEYENDA
           MOVE LIN-HOJA-LEYENDA TO RPT-LINE
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-HOJA-FIRMA TO RPT-LINE
           WRITE RPT-LINE
           MOVE EM-NOMBRE TO LH-NOMBRE-FIRMA
           MOVE LIN-HOJA-NOMBRE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       2310-ESCRIBIR-CONCEPTO.
           MOVE WS-ED-MONTO TO LH-MONTO
           MOVE LIN-HOJA-CONCEPTO TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO LH-DIAS LH-NOTA.

       2900-ESCRIBIR-LINEA.
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-BAJAS
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
           END-IF

           CLOSE FINIQUITO-REPORT

           DISPLAY 'BAJAS REVISADAS: ' WS-EMP-LEIDOS
           DISPLAY 'FINIQUITOS CALCULADOS: ' WS-FIN-CALCULADOS
           DISPLAY 'FINIQUITOS RECALCULADOS: ' WS-FIN-RECALCULADOS
           DISPLAY 'YA APROBADOS, SIN CAMBIO: ' WS-FIN-OMITIDOS
           DISPLAY 'EXCEPCIONES: ' WS-FIN-EXCEPCIONES
           DISPLAY 'TOTAL BRUTO: ' WS-TOT-BRUTO
           DISPLAY 'TOTAL NETO: ' WS-TOT-NETO

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'FINIQUITOS NO GRABADOS: REPETIR LA CORRIDA'
           ELSE
              IF WS-FIN-EXCEPCIONES > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIFIN01.

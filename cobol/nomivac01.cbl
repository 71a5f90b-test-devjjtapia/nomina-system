       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIVAC01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch del kardex de vacaciones, corre por periodo    *
      * despues de NOMIASI01 y antes de NOMINA01. Otorga los dias de  *
      * vacaciones de cada aniversario cumplido segun la tabla de     *
      * antiguedad de ley, tomando la FECHA_ALTA de NOMINA_EMPLEADO;  *
      * vence los dias no gozados cuyo plazo ya paso; y descarga del  *
      * saldo los dias gozados que trae NOMINA_ASISTENCIA del         *
      * periodo, del aniversario mas antiguo al mas reciente. Por     *
      * cada descarga deja en NOMINA_VAC_MOV la prima vacacional a    *
      * pagar, que NOMINA01 suma a los bonos del renglon bajo su      *
      * propio codigo en vez de que el proveedor la meta revuelta en  *
      * NV-BONOS. Los dias capturados en linea (NOMC) llegan a la     *
      * misma tabla por CICNOM12. El reporte lista lo otorgado, lo    *
      * vencido, lo gozado y las excepciones del periodo.             *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACACION-REPORT ASSIGN TO VACRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VACACION-REPORT
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
           05 WS-FIN-VENC-SW      PIC X VALUE 'N'.
              88 WS-FIN-VENC        VALUE 'Y'.
           05 WS-FIN-MOV-SW       PIC X VALUE 'N'.
              88 WS-FIN-MOV         VALUE 'Y'.
           05 WS-FIN-ASI-SW       PIC X VALUE 'N'.
              88 WS-FIN-ASI         VALUE 'Y'.
           05 WS-FIN-SDO-SW       PIC X VALUE 'N'.
              88 WS-FIN-SDO         VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).

       01  WS-CONTADORES.
           05 WS-EMP-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-ANIV-OTORGADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-VENCIDOS     PIC 9(05) VALUE ZEROS.
           05 WS-MOV-REVERSADOS   PIC 9(05) VALUE ZEROS.
           05 WS-ASI-CARGADAS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-SALDO    PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-SALARIO  PIC 9(05) VALUE ZEROS.
           05 WS-TOT-DIAS-OTORGADOS PIC 9(07) VALUE ZEROS.
           05 WS-TOT-DIAS-VENCIDOS PIC 9(07) VALUE ZEROS.
           05 WS-TOT-DIAS-TOMADOS PIC 9(07) VALUE ZEROS.
           05 WS-TOT-PRIMA        PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Reglas de ley de vacaciones: la prima vacacional es el 25% del
      * salario de los dias gozados; el salario diario es el salario
      * autorizado de la quincena entre 15; y los dias de cada
      * aniversario se pueden gozar en los seis meses siguientes mas
      * el año de prescripcion, 18 meses en total desde el
      * aniversario.
       01  WS-REGLAS-VACACIONES.
           05 WS-VAC-PCT-PRIMA    PIC 9(01)V99 VALUE 0.25.
           05 WS-VAC-DIAS-QUINCENA PIC 9(02) VALUE 15.
           05 WS-VAC-MESES-VIGENCIA PIC 9(02) VALUE 18.

      * Calculo del empleado en proceso.
       01  WS-CALCULO.
           05 WS-ANIO-PARM        PIC 9(04).
           05 WS-ANIO-ALTA        PIC 9(04).
           05 WS-ANIOS-SERVICIO   PIC S9(04) COMP.
           05 WS-ANIO-DESDE       PIC S9(04) COMP.
           05 WS-ANIO-OTORGAR     PIC S9(04) COMP.
           05 WS-QUINQUENIOS      PIC 9(02).
           05 WS-DIAS-LEY         PIC 9(03).
           05 WS-FECHA-ANIV       PIC X(10).
           05 WS-FECHA-VENCE      PIC X(10).
           05 WS-ANIO-NUM         PIC 9(04).
           05 WS-MES-NUM          PIC 9(02).
           05 WS-DIA-NUM          PIC 9(02).
           05 WS-MESES-TOTAL      PIC 9(06).
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-INT        PIC 9(07).
           05 WS-DIAS-PEDIDOS     PIC S9(04) COMP.
           05 WS-DIAS-APLICAR     PIC S9(04) COMP.
           05 WS-SALDO-TOTAL      PIC S9(04) COMP.
           05 WS-SALARIO-DIARIO   PIC S9(07)V99 COMP-3.
           05 WS-PRIMA-EMPLEADO   PIC S9(07)V99 COMP-3.

      * Saldos vigentes del empleado en proceso, del aniversario mas
      * antiguo al mas reciente; nunca hay mas de dos o tres vivos a
      * la vez porque cada uno vence a los 18 meses.
       01  WS-SALDOS-EMPLEADO.
           05 WS-SDO-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-SDO-IDX          PIC 9(02).
           05 WS-SDO-ENT OCCURS 10.
              10 WS-SDO-ANIO      PIC S9(04) COMP.
              10 WS-SDO-DIAS      PIC S9(04) COMP.

       01  WS-EDITADOS.
           05 WS-ED-DIAS          PIC ZZ9.
           05 WS-ED-ANIO          PIC Z9.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'KARDEX DE VACACIONES - MOVIMIENTOS'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(45) VALUE 'MOVIMIENTO'.
           05 FILLER              PIC X(20) VALUE 'DATO'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(43).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DATO             PIC X(40).

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              'SIN MOVIMIENTOS EN EL PERIODO'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.
       EXEC SQL INCLUDE DCLNOMVAC END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.

      * Kardex de vacaciones: un renglon por empleado y año de
      * servicio cumplido, con los dias que la ley le otorga en ese
      * aniversario, los dias ya gozados contra ese aniversario y la
      * fecha en que los no gozados prescriben. ESTADO 'V' vigente /
      * 'X' vencido (lo no gozado al vencer se pierde y ya no cuenta
      * en el saldo ni en el pasivo).
       EXEC SQL DECLARE NOMINA_VACACIONES TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          ANIO_SERVICIO     SMALLINT      NOT NULL,
          FECHA_ANIVERSARIO DATE          NOT NULL,
          DIAS_OTORGADOS    SMALLINT      NOT NULL,
          DIAS_TOMADOS      SMALLINT      NOT NULL,
          FECHA_VENCE       DATE          NOT NULL,
          ESTADO            CHAR(1)       NOT NULL,
          FECHA_OTORGA      TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, ANIO_SERVICIO))
       END-EXEC.

      * Dias gozados por periodo de pago y por aniversario contra el
      * que se descargaron, con la prima vacacional que generaron.
      * ORIGEN 'A' del reloj checador (NOMIVAC01), 'C' capturado en
      * linea (CICNOM12), 'F' dias no gozados liquidados en el
      * finiquito (NOMIFIN01). ESTADO 'P' prima pendiente / 'G' prima
      * ya pagada en el renglon de NOMINA del periodo (la marca
      * NOMINA01 al cargarlo, o NOMIESP01 al pagar el finiquito).
       EXEC SQL DECLARE NOMINA_VAC_MOV TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          FECHA_PAGO        DATE          NOT NULL,
          ORIGEN            CHAR(1)       NOT NULL,
          ANIO_SERVICIO     SMALLINT      NOT NULL,
          DIAS              SMALLINT      NOT NULL,
          SALARIO_DIARIO    DECIMAL(9,2)  NOT NULL,
          PRIMA_MONTO       DECIMAL(9,2)  NOT NULL,
          ESTADO            CHAR(1)       NOT NULL,
          USUARIO           CHAR(8)       NOT NULL,
          FECHA_CAPTURA     TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_PAGO, ORIGEN, ANIO_SERVICIO))
       END-EXEC.

      * Empleados vigentes que ya estaban de alta en la fecha de pago:
      * los candidatos a cumplir aniversario.
       EXEC SQL
          DECLARE C-EMPLEADOS CURSOR FOR
             SELECT EMP_ID, FECHA_ALTA, FECHA_BAJA
             FROM NOMINA_EMPLEADO
             WHERE ESTADO = 'A'
               AND FECHA_ALTA <= :WS-FECHA-PAGO-PARM
             ORDER BY EMP_ID
       END-EXEC.

      * Aniversarios vigentes cuyo plazo ya paso a la fecha de pago.
       EXEC SQL
          DECLARE C-VENCIDOS CURSOR FOR
             SELECT EMP_ID, ANIO_SERVICIO,
                    DIAS_OTORGADOS, DIAS_TOMADOS, FECHA_VENCE
             FROM NOMINA_VACACIONES
             WHERE ESTADO = 'V'
               AND FECHA_VENCE < :WS-FECHA-PAGO-PARM
             ORDER BY EMP_ID, ANIO_SERVICIO
             FOR UPDATE OF ESTADO
       END-EXEC.

      * Descargas del reloj checador de una corrida anterior del mismo
      * periodo cuya prima todavia no se paga: se reversan para que
      * volver a correr el periodo no descargue los dias dos veces.
       EXEC SQL
          DECLARE C-MOV-ASISTENCIA CURSOR FOR
             SELECT EMP_ID, ANIO_SERVICIO, DIAS
             FROM NOMINA_VAC_MOV
             WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND ORIGEN = 'A'
               AND ESTADO = 'P'
       END-EXEC.

       EXEC SQL
          DECLARE C-ASISTENCIA CURSOR FOR
             SELECT EMP_ID, DIAS_VACACIONES
             FROM NOMINA_ASISTENCIA
             WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND DIAS_VACACIONES > 0
             ORDER BY EMP_ID
       END-EXEC.

      * Saldos vivos del empleado, del aniversario mas antiguo al mas
      * reciente: los dias se descargan primero de lo que vence antes.
       EXEC SQL
          DECLARE C-SALDOS CURSOR FOR
             SELECT ANIO_SERVICIO, DIAS_OTORGADOS - DIAS_TOMADOS
             FROM NOMINA_VACACIONES
             WHERE EMP_ID = :VA-EMP-ID
               AND ESTADO = 'V'
               AND DIAS_OTORGADOS > DIAS_TOMADOS
             ORDER BY ANIO_SERVICIO
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
           PERFORM 2400-VENCER-SALDOS
           PERFORM 2500-REVERSAR-ASISTENCIA
           PERFORM 2600-CARGAR-ASISTENCIA
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM

           IF WS-FECHA-PAGO-PARM = SPACES
              DISPLAY 'ERROR: FECHA_PAGO NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT VACACION-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR VACRPT: ' RPT-STATUS
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
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FECHA-PAGO-PARM(1:4) TO WS-ANIO-PARM

           EXEC SQL
              OPEN C-EMPLEADOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * La prima de los dias gozados se paga en el renglon del
      * periodo, asi que el kardex se corre mientras el periodo no
      * exista todavia o siga abierto ('A'); sobre un periodo ya
      * cargado ('L') o cerrado ('C') la prima ya no tendria donde
      * pagarse.
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO INTO :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF PC-ESTADO = 'L' OR PC-ESTADO = 'C'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' YA ESTA EN ESTADO ' PC-ESTADO
                            ', EL KARDEX VA ANTES DE LA CARGA'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-EMPLEADOS
              INTO :EM-EMP-ID, :EM-FECHA-ALTA, :EM-FECHA-BAJA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-EMP-LEIDOS
                 PERFORM 2100-OTORGAR-EMPLEADO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH EMPLEADOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Años de servicio cumplidos a la fecha de pago. Se revisan el
      * ultimo aniversario y el anterior: en la operacion normal el
      * anterior ya existe (-803) y solo el ultimo puede ser nuevo,
      * pero la primera corrida tambien da de alta el aniversario
      * anterior si todavia no vence.
       2100-OTORGAR-EMPLEADO.
           MOVE EM-FECHA-ALTA(1:4) TO WS-ANIO-ALTA
           COMPUTE WS-ANIOS-SERVICIO = WS-ANIO-PARM - WS-ANIO-ALTA
           IF WS-FECHA-PAGO-PARM(6:5) < EM-FECHA-ALTA(6:5)
              SUBTRACT 1 FROM WS-ANIOS-SERVICIO
           END-IF
           IF WS-ANIOS-SERVICIO < 1
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ANIO-DESDE = WS-ANIOS-SERVICIO - 1
           PERFORM VARYING WS-ANIO-OTORGAR FROM WS-ANIO-DESDE BY 1
                   UNTIL WS-ANIO-OTORGAR > WS-ANIOS-SERVICIO
              IF WS-ANIO-OTORGAR > ZEROS
                 PERFORM 2110-OTORGAR-ANIO
              END-IF
           END-PERFORM.

       2110-OTORGAR-ANIO.
           PERFORM 2120-FECHA-ANIVERSARIO

      *    Quien se dio de baja antes de cumplir el aniversario no lo
      *    alcanza a generar.
           IF EM-FECHA-BAJA < WS-FECHA-ANIV
              EXIT PARAGRAPH
           END-IF

           PERFORM 2130-DIAS-DE-LEY
           PERFORM 2140-FECHA-VENCIMIENTO
           IF WS-FECHA-VENCE < WS-FECHA-PAGO-PARM
              EXIT PARAGRAPH
           END-IF

           MOVE EM-EMP-ID       TO VA-EMP-ID
           MOVE WS-ANIO-OTORGAR TO VA-ANIO-SERVICIO
           MOVE WS-FECHA-ANIV   TO VA-FECHA-ANIVERSARIO
           MOVE WS-DIAS-LEY     TO VA-DIAS-OTORGADOS
           MOVE ZEROS           TO VA-DIAS-TOMADOS
           MOVE WS-FECHA-VENCE  TO VA-FECHA-VENCE
           MOVE 'V'             TO VA-ESTADO
           MOVE FUNCTION CURRENT-TIMESTAMP TO VA-FECHA-OTORGA

           EXEC SQL
              INSERT INTO NOMINA_VACACIONES
                 (EMP_ID, ANIO_SERVICIO, FECHA_ANIVERSARIO,
                  DIAS_OTORGADOS, DIAS_TOMADOS, FECHA_VENCE,
                  ESTADO, FECHA_OTORGA)
              VALUES
                 (:VA-EMP-ID, :VA-ANIO-SERVICIO,
                  :VA-FECHA-ANIVERSARIO, :VA-DIAS-OTORGADOS,
                  :VA-DIAS-TOMADOS, :VA-FECHA-VENCE,
                  :VA-ESTADO, :VA-FECHA-OTORGA)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ANIV-OTORGADOS
                 ADD WS-DIAS-LEY TO WS-TOT-DIAS-OTORGADOS
                 MOVE EM-EMP-ID TO LD-EMP-ID
                 MOVE 'ANIVERSARIO: DIAS DE VACACIONES OTORGADOS'
                      TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 MOVE WS-ANIO-OTORGAR TO WS-ED-ANIO
                 MOVE WS-DIAS-LEY TO WS-ED-DIAS
                 STRING 'AÑO ' WS-ED-ANIO ' DIAS ' WS-ED-DIAS
                        ' VENCE ' WS-FECHA-VENCE
                        DELIMITED BY SIZE INTO LD-DATO
                 PERFORM 2900-ESCRIBIR-LINEA
              WHEN -803
                 CONTINUE
              WHEN OTHER
                 SET WS-ERR-DB2 TO TRUE
                 DISPLAY 'ERROR AL OTORGAR VACACIONES: ' SQLCODE
                         ' EMP: ' EM-EMP-ID
           END-EVALUATE.

      * El aniversario cae en el mismo dia y mes del alta; el alta
      * de un 29 de febrero cumple el 28 en los años no bisiestos.
       2120-FECHA-ANIVERSARIO.
           COMPUTE WS-ANIO-NUM = WS-ANIO-ALTA + WS-ANIO-OTORGAR
           MOVE EM-FECHA-ALTA TO WS-FECHA-ANIV
           MOVE WS-ANIO-NUM   TO WS-FECHA-ANIV(1:4)
           IF WS-FECHA-ANIV(6:5) = '02-29'
              IF FUNCTION MOD(WS-ANIO-NUM, 4) NOT = ZEROS
                 OR (FUNCTION MOD(WS-ANIO-NUM, 100) = ZEROS
                     AND FUNCTION MOD(WS-ANIO-NUM, 400) NOT = ZEROS)
                 MOVE '28' TO WS-FECHA-ANIV(9:2)
              END-IF
           END-IF.

      * Tabla de antiguedad de ley: 12 dias el primer año y dos mas
      * por cada año hasta 20 en el quinto; del sexto en adelante,
      * dos dias mas por cada cinco años de servicio (22 del sexto al
      * decimo, 24 del undecimo al decimoquinto, etc.).
       2130-DIAS-DE-LEY.
           IF WS-ANIO-OTORGAR NOT > 5
              COMPUTE WS-DIAS-LEY = 10 + (2 * WS-ANIO-OTORGAR)
           ELSE
              DIVIDE 5 INTO WS-ANIO-OTORGAR
                 GIVING WS-QUINQUENIOS
              IF FUNCTION MOD(WS-ANIO-OTORGAR, 5) = ZEROS
                 SUBTRACT 1 FROM WS-QUINQUENIOS
              END-IF
              COMPUTE WS-DIAS-LEY = 20 + (2 * WS-QUINQUENIOS)
           END-IF.

      * Vencimiento: 18 meses despues del aniversario. Si el dia no
      * existe en el mes de vencimiento (31 en un mes de 30, 29 a 31
      * en febrero) vence el ultimo dia de ese mes.
       2140-FECHA-VENCIMIENTO.
           MOVE WS-FECHA-ANIV(1:4) TO WS-ANIO-NUM
           MOVE WS-FECHA-ANIV(6:2) TO WS-MES-NUM
           MOVE WS-FECHA-ANIV(9:2) TO WS-DIA-NUM
           COMPUTE WS-MESES-TOTAL = (WS-ANIO-NUM * 12)
                                  + (WS-MES-NUM - 1)
                                  + WS-VAC-MESES-VIGENCIA
           DIVIDE 12 INTO WS-MESES-TOTAL
              GIVING WS-ANIO-NUM REMAINDER WS-MES-NUM
           ADD 1 TO WS-MES-NUM

           IF WS-DIA-NUM > 28
      *       Ultimo dia del mes: del dia 28 se brinca al mes
      *       siguiente, se toma su dia 1 y se retrocede un dia.
              COMPUTE WS-FECHA-NUM = (WS-ANIO-NUM * 10000)
                                   + (WS-MES-NUM * 100) + 28
              COMPUTE WS-FECHA-INT =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) + 4
              COMPUTE WS-FECHA-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
              MOVE '01' TO WS-FECHA-NUM(7:2)
              COMPUTE WS-FECHA-INT =
                      FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1
              COMPUTE WS-FECHA-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
              IF WS-DIA-NUM > WS-FECHA-NUM(7:2)
                 MOVE WS-FECHA-NUM(7:2) TO WS-DIA-NUM
              END-IF
           END-IF

           MOVE WS-FECHA-ANIV TO WS-FECHA-VENCE
           MOVE WS-ANIO-NUM   TO WS-FECHA-VENCE(1:4)
           MOVE WS-MES-NUM    TO WS-FECHA-VENCE(6:2)
           MOVE WS-DIA-NUM    TO WS-FECHA-VENCE(9:2).

      * Vence los aniversarios cuyo plazo ya paso: lo no gozado se
      * pierde y sale en el reporte para que HR lo vea.
       2400-VENCER-SALDOS.
           EXEC SQL
              OPEN C-VENCIDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR VENCIDOS: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2410-VENCER-ANIVERSARIO UNTIL WS-FIN-VENC

           EXEC SQL
              CLOSE C-VENCIDOS
           END-EXEC.

       2410-VENCER-ANIVERSARIO.
           EXEC SQL
              FETCH C-VENCIDOS
              INTO :VA-EMP-ID, :VA-ANIO-SERVICIO,
                   :VA-DIAS-OTORGADOS, :VA-DIAS-TOMADOS,
                   :VA-FECHA-VENCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-FIN-VENC TO TRUE
                 EXIT PARAGRAPH
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH VENCIDOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-VENC TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
              UPDATE NOMINA_VACACIONES
                 SET ESTADO = 'X'
               WHERE CURRENT OF C-VENCIDOS
           END-EXEC

           IF SQLCODE NOT = 0
              SET WS-ERR-DB2 TO TRUE
              DISPLAY 'ERROR AL VENCER VACACIONES: ' SQLCODE
                      ' EMP: ' VA-EMP-ID
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REG-VENCIDOS
           IF VA-DIAS-OTORGADOS > VA-DIAS-TOMADOS
              COMPUTE WS-DIAS-APLICAR =
                      VA-DIAS-OTORGADOS - VA-DIAS-TOMADOS
              ADD WS-DIAS-APLICAR TO WS-TOT-DIAS-VENCIDOS
              MOVE VA-EMP-ID TO LD-EMP-ID
              MOVE 'DIAS DE VACACIONES VENCIDOS SIN GOZAR'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              MOVE VA-ANIO-SERVICIO TO WS-ED-ANIO
              MOVE WS-DIAS-APLICAR TO WS-ED-DIAS
              STRING 'AÑO ' WS-ED-ANIO ' DIAS ' WS-ED-DIAS
                     ' VENCIO ' VA-FECHA-VENCE
                     DELIMITED BY SIZE INTO LD-DATO
              PERFORM 2900-ESCRIBIR-LINEA
           END-IF.

      * Devuelve al kardex lo que una corrida anterior del mismo
      * periodo ya habia descargado del reloj checador, y borra esas
      * descargas; 2600 las vuelve a generar con la asistencia
      * vigente. Las capturadas en linea no se tocan.
       2500-REVERSAR-ASISTENCIA.
           EXEC SQL
              OPEN C-MOV-ASISTENCIA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR MOVIMIENTOS: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2510-REVERSAR-MOVIMIENTO UNTIL WS-FIN-MOV

           EXEC SQL
              CLOSE C-MOV-ASISTENCIA
           END-EXEC

           EXEC SQL
              DELETE FROM NOMINA_VAC_MOV
               WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                 AND ORIGEN = 'A'
                 AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET WS-ERR-DB2 TO TRUE
              DISPLAY 'ERROR AL BORRAR MOVIMIENTOS: ' SQLCODE
           END-IF.

       2510-REVERSAR-MOVIMIENTO.
           EXEC SQL
              FETCH C-MOV-ASISTENCIA
              INTO :VM-EMP-ID, :VM-ANIO-SERVICIO, :VM-DIAS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EXEC SQL
                    UPDATE NOMINA_VACACIONES
                       SET DIAS_TOMADOS = DIAS_TOMADOS - :VM-DIAS
                     WHERE EMP_ID = :VM-EMP-ID
                       AND ANIO_SERVICIO = :VM-ANIO-SERVICIO
                 END-EXEC
                 IF SQLCODE = 0
                    ADD 1 TO WS-MOV-REVERSADOS
                 ELSE
                    SET WS-ERR-DB2 TO TRUE
                    DISPLAY 'ERROR AL REVERSAR DIAS: ' SQLCODE
                            ' EMP: ' VM-EMP-ID
                 END-IF
              WHEN 100
                 SET WS-FIN-MOV TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH MOVIMIENTOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-MOV TO TRUE
           END-EVALUATE.

      * Dias gozados del periodo segun el reloj checador.
       2600-CARGAR-ASISTENCIA.
           EXEC SQL
              OPEN C-ASISTENCIA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR ASISTENCIA: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2610-PROCESAR-ASISTENCIA UNTIL WS-FIN-ASI

           EXEC SQL
              CLOSE C-ASISTENCIA
           END-EXEC.

       2610-PROCESAR-ASISTENCIA.
           EXEC SQL
              FETCH C-ASISTENCIA
              INTO :AS-EMP-ID, :AS-DIAS-VACACIONES
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE AS-EMP-ID          TO VM-EMP-ID
                 MOVE AS-DIAS-VACACIONES TO WS-DIAS-PEDIDOS
                 MOVE 'A'                TO VM-ORIGEN
                 MOVE 'NOMIVAC1'         TO VM-USUARIO
                 PERFORM 2700-REGISTRAR-DIAS
              WHEN 100
                 SET WS-FIN-ASI TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH ASISTENCIA: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-ASI TO TRUE
           END-EVALUATE.

      * Descarga WS-DIAS-PEDIDOS dias del empleado VM-EMP-ID contra
      * sus aniversarios vivos, del mas antiguo al mas reciente, y
      * deja un movimiento por aniversario tocado con su prima. Si el
      * saldo no alcanza no se descarga nada: gozar dias que no se
      * tienen es un error de captura que HR debe corregir.
       2700-REGISTRAR-DIAS.
           PERFORM 2710-LEER-SALARIO-DIARIO
           IF WS-SALARIO-DIARIO = ZEROS
              EXIT PARAGRAPH
           END-IF

           PERFORM 2720-CARGAR-SALDOS
           IF WS-SALDO-TOTAL < WS-DIAS-PEDIDOS
              ADD 1 TO WS-REG-SIN-SALDO
              MOVE VM-EMP-ID TO LD-EMP-ID
              MOVE 'DIAS GOZADOS SIN SALDO SUFICIENTE' TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              MOVE WS-DIAS-PEDIDOS TO WS-ED-DIAS
              STRING 'GOZADOS ' WS-ED-DIAS
                     DELIMITED BY SIZE INTO LD-DATO
              MOVE WS-SALDO-TOTAL TO WS-ED-DIAS
              MOVE WS-ED-DIAS TO LD-DATO(20:3)
              MOVE 'SALDO' TO LD-DATO(14:5)
              PERFORM 2900-ESCRIBIR-LINEA
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-PRIMA-EMPLEADO
           MOVE WS-DIAS-PEDIDOS TO WS-DIAS-APLICAR
           PERFORM VARYING WS-SDO-IDX FROM 1 BY 1
                   UNTIL WS-SDO-IDX > WS-SDO-CANT
                      OR WS-DIAS-PEDIDOS = ZEROS
              PERFORM 2730-APLICAR-ANIVERSARIO
           END-PERFORM

           ADD 1 TO WS-ASI-CARGADAS
           ADD WS-DIAS-APLICAR TO WS-TOT-DIAS-TOMADOS
           ADD WS-PRIMA-EMPLEADO TO WS-TOT-PRIMA
           MOVE VM-EMP-ID TO LD-EMP-ID
           MOVE 'DIAS DE VACACIONES GOZADOS' TO LD-MOTIVO
           MOVE SPACES TO LD-DATO
           MOVE WS-DIAS-APLICAR TO WS-ED-DIAS
           MOVE WS-PRIMA-EMPLEADO TO WS-ED-MONTO
           STRING 'DIAS ' WS-ED-DIAS ' PRIMA ' WS-ED-MONTO
                  DELIMITED BY SIZE INTO LD-DATO
           PERFORM 2900-ESCRIBIR-LINEA.

      * Salario diario del salario autorizado vigente en la fecha de
      * pago; sin salario aprobado no hay con que valuar la prima y
      * los dias esperan a la siguiente corrida.
       2710-LEER-SALARIO-DIARIO.
           MOVE ZEROS TO WS-SALARIO-DIARIO
           MOVE VM-EMP-ID TO SU-EMP-ID

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :WS-FECHA-PAGO-PARM
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-SALARIO-DIARIO ROUNDED =
                         SU-SALARIO-BASE / WS-VAC-DIAS-QUINCENA
              WHEN 100
                 ADD 1 TO WS-REG-SIN-SALARIO
                 MOVE VM-EMP-ID TO LD-EMP-ID
                 MOVE 'SIN SALARIO AUTORIZADO VIGENTE' TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 PERFORM 2900-ESCRIBIR-LINEA
              WHEN OTHER
                 SET WS-ERR-DB2 TO TRUE
                 DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                         ' EMP: ' VM-EMP-ID
           END-EVALUATE.

       2720-CARGAR-SALDOS.
           MOVE ZEROS TO WS-SDO-CANT WS-SALDO-TOTAL
           MOVE VM-EMP-ID TO VA-EMP-ID

           EXEC SQL
              OPEN C-SALDOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR SALDOS: ' SQLCODE
              SET WS-ERR-DB2 TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-SDO-SW
           PERFORM 2725-LEER-SALDO UNTIL WS-FIN-SDO

           EXEC SQL
              CLOSE C-SALDOS
           END-EXEC.

       2725-LEER-SALDO.
           EXEC SQL
              FETCH C-SALDOS
              INTO :VA-ANIO-SERVICIO, :VA-DIAS-TOMADOS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-SDO-CANT < 10
                    ADD 1 TO WS-SDO-CANT
                    MOVE VA-ANIO-SERVICIO
                      TO WS-SDO-ANIO(WS-SDO-CANT)
                    MOVE VA-DIAS-TOMADOS
                      TO WS-SDO-DIAS(WS-SDO-CANT)
                    ADD VA-DIAS-TOMADOS TO WS-SALDO-TOTAL
                 END-IF
              WHEN 100
                 SET WS-FIN-SDO TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH SALDOS: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-SDO TO TRUE
           END-EVALUATE.

       2730-APLICAR-ANIVERSARIO.
           IF WS-SDO-DIAS(WS-SDO-IDX) < WS-DIAS-PEDIDOS
              MOVE WS-SDO-DIAS(WS-SDO-IDX) TO VM-DIAS
           ELSE
              MOVE WS-DIAS-PEDIDOS TO VM-DIAS
           END-IF
           SUBTRACT VM-DIAS FROM WS-DIAS-PEDIDOS

           MOVE WS-SDO-ANIO(WS-SDO-IDX) TO VM-ANIO-SERVICIO
           MOVE WS-FECHA-PAGO-PARM TO VM-FECHA-PAGO
           MOVE WS-SALARIO-DIARIO  TO VM-SALARIO-DIARIO
           COMPUTE VM-PRIMA-MONTO ROUNDED =
                   VM-DIAS * WS-SALARIO-DIARIO * WS-VAC-PCT-PRIMA
           MOVE 'P' TO VM-ESTADO
           MOVE FUNCTION CURRENT-TIMESTAMP TO VM-FECHA-CAPTURA

           EXEC SQL
              UPDATE NOMINA_VACACIONES
                 SET DIAS_TOMADOS = DIAS_TOMADOS + :VM-DIAS
               WHERE EMP_ID = :VM-EMP-ID
                 AND ANIO_SERVICIO = :VM-ANIO-SERVICIO
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-ERR-DB2 TO TRUE
              DISPLAY 'ERROR AL DESCARGAR DIAS: ' SQLCODE
                      ' EMP: ' VM-EMP-ID
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              INSERT INTO NOMINA_VAC_MOV
                 (EMP_ID, FECHA_PAGO, ORIGEN, ANIO_SERVICIO, DIAS,
                  SALARIO_DIARIO, PRIMA_MONTO, ESTADO, USUARIO,
                  FECHA_CAPTURA)
              VALUES
                 (:VM-EMP-ID, :VM-FECHA-PAGO, :VM-ORIGEN,
                  :VM-ANIO-SERVICIO, :VM-DIAS, :VM-SALARIO-DIARIO,
                  :VM-PRIMA-MONTO, :VM-ESTADO, :VM-USUARIO,
                  :VM-FECHA-CAPTURA)
           END-EXEC
           IF SQLCODE NOT = 0
              SET WS-ERR-DB2 TO TRUE
              DISPLAY 'ERROR AL GRABAR MOVIMIENTO: ' SQLCODE
                      ' EMP: ' VM-EMP-ID
              EXIT PARAGRAPH
           END-IF

           ADD VM-PRIMA-MONTO TO WS-PRIMA-EMPLEADO.

       2900-ESCRIBIR-LINEA.
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-EMPLEADOS
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

           IF WS-ANIV-OTORGADOS + WS-REG-VENCIDOS + WS-ASI-CARGADAS
              + WS-REG-SIN-SALDO + WS-REG-SIN-SALARIO = ZEROS
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           CLOSE VACACION-REPORT

           DISPLAY 'EMPLEADOS REVISADOS: ' WS-EMP-LEIDOS
           DISPLAY 'ANIVERSARIOS OTORGADOS: ' WS-ANIV-OTORGADOS
           DISPLAY 'DIAS OTORGADOS: ' WS-TOT-DIAS-OTORGADOS
           DISPLAY 'ANIVERSARIOS VENCIDOS: ' WS-REG-VENCIDOS
           DISPLAY 'DIAS VENCIDOS SIN GOZAR: ' WS-TOT-DIAS-VENCIDOS
           DISPLAY 'DESCARGAS REVERSADAS: ' WS-MOV-REVERSADOS
           DISPLAY 'EMPLEADOS CON DIAS GOZADOS: ' WS-ASI-CARGADAS
           DISPLAY 'DIAS GOZADOS: ' WS-TOT-DIAS-TOMADOS
           DISPLAY 'PRIMA VACACIONAL A PAGAR: ' WS-TOT-PRIMA
           DISPLAY 'SIN SALDO SUFICIENTE: ' WS-REG-SIN-SALDO
           DISPLAY 'SIN SALARIO AUTORIZADO: ' WS-REG-SIN-SALARIO

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'KARDEX NO ACTUALIZADO: REPETIR LA CORRIDA'
           ELSE
              IF WS-REG-SIN-SALDO + WS-REG-SIN-SALARIO > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIVAC01.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIVLI01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch de cierre de mes que imprime el pasivo por     *
      * vacaciones no gozadas a una fecha de corte: por empleado, los *
      * dias vigentes del kardex de vacaciones (NOMINA_VACACIONES)    *
      * valuados al salario diario autorizado vigente, mas la prima   *
      * vacacional que se pagara al gozarlos, con subtotales por      *
      * departamento y un total general para contabilidad.            *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASIVO-REPORT ASSIGN TO VLIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PASIVO-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR     VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.

       01  WS-FECHA-CORTE-PARM    PIC X(10).

       01  WS-CONTADORES.
           05 WS-REG-IMPRESOS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-SALARIO  PIC 9(05) VALUE ZEROS.

      * Mismas reglas que NOMIVAC01 usa para pagar la prima.
       01  WS-REGLAS-VACACIONES.
           05 WS-VAC-PCT-PRIMA    PIC 9(01)V99 VALUE 0.25.
           05 WS-VAC-DIAS-QUINCENA PIC 9(02) VALUE 15.

       01  WS-DEPTO-ANTERIOR      PIC X(03) VALUE SPACES.
       01  WS-PRIMERA-VEZ-SW      PIC X VALUE 'Y'.
           88 WS-PRIMERA-VEZ        VALUE 'Y'.

       01  WS-CALCULO.
           05 WS-DIAS-SALDO       PIC S9(04) COMP.
           05 WS-PROXIMO-VENCE    PIC X(10).
           05 WS-SALARIO-DIARIO   PIC S9(07)V99 COMP-3.
           05 WS-IMPORTE-DIAS     PIC S9(09)V99 COMP-3.
           05 WS-IMPORTE-PRIMA    PIC S9(09)V99 COMP-3.

       01  WS-SUBTOTALES.
           05 WS-SUB-DIAS         PIC S9(07) COMP-3 VALUE ZEROS.
           05 WS-SUB-IMPORTE-DIAS PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WS-SUB-IMPORTE-PRIMA PIC S9(10)V99 COMP-3 VALUE ZEROS.

       01  WS-TOTALES-GENERALES.
           05 WS-TOT-DIAS         PIC S9(07) COMP-3 VALUE ZEROS.
           05 WS-TOT-IMPORTE-DIAS PIC S9(10)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-IMPORTE-PRIMA PIC S9(10)V99 COMP-3 VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-DIAS          PIC Z,ZZZ,ZZ9.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'PASIVO POR VACACIONES NO GOZADAS'.
           05 FILLER              PIC X(13) VALUE 'FECHA CORTE: '.
           05 LE-FECHA-CORTE      PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(06) VALUE 'EMP-ID'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE 'NOMBRE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'DEPTO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE '     DIAS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'VENCE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'SALARIO DIARIO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'IMPORTE DIAS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'PRIMA VACACIONAL'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-EMP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-EMP-DEPTO        PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DIAS             PIC X(09).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-VENCE            PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-SALARIO-DIARIO   PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-IMPORTE-DIAS     PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-IMPORTE-PRIMA    PIC X(16).

       01  LIN-SUBTOTAL.
           05 FILLER              PIC X(38) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'SUBTOTAL '.
           05 LS-DEPTO            PIC X(03).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LS-DIAS             PIC X(09).
           05 FILLER              PIC X(32) VALUE SPACES.
           05 LS-IMPORTE-DIAS     PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LS-IMPORTE-PRIMA    PIC X(16).

       01  LIN-TOTAL-GENERAL.
           05 FILLER              PIC X(52) VALUE
              'TOTAL GENERAL'.
           05 LT-DIAS             PIC X(09).
           05 FILLER              PIC X(32) VALUE SPACES.
           05 LT-IMPORTE-DIAS     PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LT-IMPORTE-PRIMA    PIC X(16).

       01  LIN-TOTAL-PASIVO.
           05 FILLER              PIC X(52) VALUE
              'PASIVO TOTAL (DIAS + PRIMA)'.
           05 FILLER              PIC X(41) VALUE SPACES.
           05 LP-PASIVO           PIC X(16).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMVAC END-EXEC.

      * Saldo vigente por empleado a la fecha de corte: aniversarios
      * ya cumplidos, no vencidos y con dias por gozar. Incluye a los
      * dados de baja mientras el finiquito no los liquide.
       EXEC SQL
          DECLARE C-PASIVO CURSOR FOR
             SELECT E.EMP_ID, E.NOMBRE, E.DEPTO,
                    SUM(V.DIAS_OTORGADOS - V.DIAS_TOMADOS),
                    MIN(V.FECHA_VENCE)
             FROM NOMINA_VACACIONES V, NOMINA_EMPLEADO E
             WHERE V.EMP_ID = E.EMP_ID
               AND V.ESTADO = 'V'
               AND V.DIAS_OTORGADOS > V.DIAS_TOMADOS
               AND V.FECHA_ANIVERSARIO <= :WS-FECHA-CORTE-PARM
               AND V.FECHA_VENCE >= :WS-FECHA-CORTE-PARM
             GROUP BY E.DEPTO, E.EMP_ID, E.NOMBRE
             ORDER BY E.DEPTO, E.EMP_ID
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-CORTE quede
      * alineado con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-FECHA-CORTE.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-CORTE       PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-FECHA-CORTE.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-CORTE TO WS-FECHA-CORTE-PARM

           IF WS-FECHA-CORTE-PARM = SPACES
              DISPLAY 'ERROR: FECHA DE CORTE NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PASIVO-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR VLIRPT: ' RPT-STATUS
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

           MOVE WS-FECHA-CORTE-PARM TO LE-FECHA-CORTE
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-PASIVO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-PASIVO
              INTO :EM-EMP-ID, :EM-NOMBRE, :EM-DEPTO,
                   :WS-DIAS-SALDO, :WS-PROXIMO-VENCE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2100-IMPRIMIR-DETALLE
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
                 PERFORM 2200-IMPRIMIR-ULTIMO-SUBTOTAL
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-DB2 TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2100-IMPRIMIR-DETALLE.
           IF NOT WS-PRIMERA-VEZ
              AND EM-DEPTO NOT = WS-DEPTO-ANTERIOR
              PERFORM 2300-IMPRIMIR-SUBTOTAL
           END-IF

           MOVE 'N' TO WS-PRIMERA-VEZ-SW
           MOVE EM-DEPTO TO WS-DEPTO-ANTERIOR

           PERFORM 2110-LEER-SALARIO-DIARIO
           COMPUTE WS-IMPORTE-DIAS ROUNDED =
                   WS-DIAS-SALDO * WS-SALARIO-DIARIO
           COMPUTE WS-IMPORTE-PRIMA ROUNDED =
                   WS-IMPORTE-DIAS * WS-VAC-PCT-PRIMA

           MOVE EM-EMP-ID        TO LD-EMP-ID
           MOVE EM-NOMBRE        TO LD-EMP-NOMBRE
           MOVE EM-DEPTO         TO LD-EMP-DEPTO
           MOVE WS-DIAS-SALDO    TO WS-ED-DIAS
           MOVE WS-ED-DIAS       TO LD-DIAS
           MOVE WS-PROXIMO-VENCE TO LD-VENCE
           IF WS-SALARIO-DIARIO = ZEROS
              MOVE 'SIN SALARIO AUT' TO LD-SALARIO-DIARIO
           ELSE
              MOVE WS-SALARIO-DIARIO TO WS-ED-MONTO
              MOVE WS-ED-MONTO  TO LD-SALARIO-DIARIO
           END-IF
           MOVE WS-IMPORTE-DIAS  TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LD-IMPORTE-DIAS
           MOVE WS-IMPORTE-PRIMA TO WS-ED-MONTO
           MOVE WS-ED-MONTO      TO LD-IMPORTE-PRIMA

           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-REG-IMPRESOS

           ADD WS-DIAS-SALDO    TO WS-SUB-DIAS
                                   WS-TOT-DIAS
           ADD WS-IMPORTE-DIAS  TO WS-SUB-IMPORTE-DIAS
                                   WS-TOT-IMPORTE-DIAS
           ADD WS-IMPORTE-PRIMA TO WS-SUB-IMPORTE-PRIMA
                                   WS-TOT-IMPORTE-PRIMA.

      * Salario diario del salario autorizado vigente a la fecha de
      * corte; sin salario aprobado el renglon sale en ceros para que
      * HR lo revise, los dias si se suman.
       2110-LEER-SALARIO-DIARIO.
           MOVE ZEROS TO WS-SALARIO-DIARIO
           MOVE EM-EMP-ID TO SU-EMP-ID

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :WS-FECHA-CORTE-PARM
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-SALARIO-DIARIO ROUNDED =
                         SU-SALARIO-BASE / WS-VAC-DIAS-QUINCENA
              WHEN 100
                 ADD 1 TO WS-REG-SIN-SALARIO
              WHEN OTHER
                 SET WS-ERR-DB2 TO TRUE
                 DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                         ' EMP: ' EM-EMP-ID
           END-EVALUATE.

       2200-IMPRIMIR-ULTIMO-SUBTOTAL.
           IF NOT WS-PRIMERA-VEZ
              PERFORM 2300-IMPRIMIR-SUBTOTAL
           END-IF
           PERFORM 2400-IMPRIMIR-TOTAL-GENERAL.

       2300-IMPRIMIR-SUBTOTAL.
           MOVE WS-DEPTO-ANTERIOR    TO LS-DEPTO
           MOVE WS-SUB-DIAS          TO WS-ED-DIAS
           MOVE WS-ED-DIAS           TO LS-DIAS
           MOVE WS-SUB-IMPORTE-DIAS  TO WS-ED-MONTO
           MOVE WS-ED-MONTO          TO LS-IMPORTE-DIAS
           MOVE WS-SUB-IMPORTE-PRIMA TO WS-ED-MONTO
           MOVE WS-ED-MONTO          TO LS-IMPORTE-PRIMA

           MOVE LIN-SUBTOTAL TO RPT-LINE
           WRITE RPT-LINE

           MOVE ZEROS TO WS-SUB-DIAS WS-SUB-IMPORTE-DIAS
                          WS-SUB-IMPORTE-PRIMA.

       2400-IMPRIMIR-TOTAL-GENERAL.
           MOVE WS-TOT-DIAS          TO WS-ED-DIAS
           MOVE WS-ED-DIAS           TO LT-DIAS
           MOVE WS-TOT-IMPORTE-DIAS  TO WS-ED-MONTO
           MOVE WS-ED-MONTO          TO LT-IMPORTE-DIAS
           MOVE WS-TOT-IMPORTE-PRIMA TO WS-ED-MONTO
           MOVE WS-ED-MONTO          TO LT-IMPORTE-PRIMA

           MOVE LIN-TOTAL-GENERAL TO RPT-LINE
           WRITE RPT-LINE

           COMPUTE WS-SUB-IMPORTE-DIAS =
                   WS-TOT-IMPORTE-DIAS + WS-TOT-IMPORTE-PRIMA
           MOVE WS-SUB-IMPORTE-DIAS  TO WS-ED-MONTO
           MOVE WS-ED-MONTO          TO LP-PASIVO
           MOVE LIN-TOTAL-PASIVO TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-PASIVO
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE PASIVO-REPORT

           DISPLAY 'EMPLEADOS CON SALDO: ' WS-REG-IMPRESOS
           DISPLAY 'SIN SALARIO AUTORIZADO: ' WS-REG-SIN-SALARIO
           DISPLAY 'DIAS NO GOZADOS: ' WS-TOT-DIAS
           DISPLAY 'IMPORTE DIAS: ' WS-TOT-IMPORTE-DIAS
           DISPLAY 'IMPORTE PRIMA: ' WS-TOT-IMPORTE-PRIMA

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REG-SIN-SALARIO > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIVLI01.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIFCO01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Conciliacion mensual del fondo de ahorro contra la cuenta     *
      * bancaria que guarda el dinero. Recibe el mes AAAA-MM por PARM *
      * y lee el estado de cuenta del banco de esa cuenta (encabezado *
      * con saldos inicial y final, y un renglon por movimiento).     *
      * Del lado del fondo suma NOMINA_FONDO_MOV del mes: saldo       *
      * inicial, aportaciones de empleado y patron, intereses         *
      * abonados por NOMIFAH01, retiros pagados por NOMIESP01         *
      * (liquidacion anual y finiquito) y saldo final. Imprime los    *
      * dos lados concepto por concepto con su diferencia, verifica   *
      * que la cuenta del estado sea la de NOMINA_FONDO_CTL y que el  *
      * estado cuadre consigo mismo, y lista los cargos del banco que *
      * el fondo no tiene (comisiones). Una diferencia sale con RC 4  *
      * para que Tesoreria la aclare antes del cierre contable.       *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-FILE ASSIGN TO FCOBCO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BCO-STATUS.

           SELECT CONCILIA-REPORT ASSIGN TO FCORPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Estado de cuenta del banco: un renglon 'H' de encabezado con
      * la cuenta, el mes y los saldos, y un renglon 'D' por
      * movimiento: 'D' deposito de aportaciones, 'I' interes pagado
      * por el banco, 'R' retiro para pagar liquidaciones y
      * finiquitos, 'C' comision o cargo del banco. Los importes
      * vienen siempre positivos; el concepto da el sentido.
       FD  BANCO-FILE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS BCO-RECORD.
       01  BCO-RECORD.
           05 BC-TIPO-REG         PIC X(01).
              88 BC-ENCABEZADO      VALUE 'H'.
              88 BC-DETALLE         VALUE 'D'.
           05 BC-DATOS            PIC X(59).
           05 BC-ENC REDEFINES BC-DATOS.
              10 BC-CUENTA        PIC X(18).
              10 BC-MES           PIC X(07).
              10 BC-SALDO-INICIAL PIC S9(11)V99.
              10 BC-SALDO-FINAL   PIC S9(11)V99.
              10 FILLER           PIC X(08).
           05 BC-DET REDEFINES BC-DATOS.
              10 BC-FECHA         PIC X(10).
              10 BC-CONCEPTO      PIC X(01).
                 88 BC-DEPOSITO     VALUE 'D'.
                 88 BC-INTERES      VALUE 'I'.
                 88 BC-RETIRO       VALUE 'R'.
                 88 BC-CARGO        VALUE 'C'.
              10 BC-MONTO         PIC 9(11)V99.
              10 BC-REFERENCIA    PIC X(20).
              10 FILLER           PIC X(15).

       FD  CONCILIA-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 BCO-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-EOF-SW           PIC X VALUE 'N'.
              88 WS-EOF             VALUE 'Y'.
           05 WS-ENCABEZADO-SW    PIC X VALUE 'N'.
              88 WS-HAY-ENCABEZADO  VALUE 'Y'.
           05 WS-DIFERENCIA-SW    PIC X VALUE 'N'.
              88 WS-HAY-DIFERENCIA  VALUE 'Y'.

       01  WS-MES-PARM            PIC X(07).

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-MOVIMIENTOS  PIC 9(05) VALUE ZEROS.
           05 WS-REG-CARGOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-RECHAZADOS   PIC 9(05) VALUE ZEROS.
           05 WS-REG-DIFERENCIAS  PIC 9(05) VALUE ZEROS.

      * Fechas del mes en proceso, igual que el cierre NOMIFAH01.
       01  WS-FECHAS-MES.
           05 WS-FECHA-INICIO     PIC X(10).
           05 WS-FECHA-CIERRE     PIC X(10).
           05 WS-ANIO-NUM         PIC 9(04).
           05 WS-MES-NUM          PIC 9(02).
           05 WS-FECHA-NUM        PIC 9(08).
           05 WS-FECHA-INT        PIC 9(07).
           05 WS-FECHA-CONV       PIC X(08).

      * Lado del fondo, sumado de NOMINA_FONDO_MOV.
       01  WS-LADO-FONDO.
           05 WS-FO-INICIAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-FO-APORTACIONES  PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-FO-INTERESES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-FO-RETIROS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-FO-FINAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Lado del banco, sumado del estado de cuenta.
       01  WS-LADO-BANCO.
           05 WS-BA-INICIAL       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-DEPOSITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-INTERESES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-RETIROS       PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-CARGOS        PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-FINAL         PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-BA-CALCULADO     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-COMPARA.
           05 WS-CMP-CONCEPTO     PIC X(30).
           05 WS-CMP-FONDO        PIC S9(11)V99 COMP-3.
           05 WS-CMP-BANCO        PIC S9(11)V99 COMP-3.
           05 WS-CMP-DIFERENCIA   PIC S9(11)V99 COMP-3.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'FONDO DE AHORRO - CONCILIACION BANCARIA'.
           05 FILLER              PIC X(05) VALUE 'MES: '.
           05 LE-MES              PIC X(07).
           05 FILLER              PIC X(05) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'CUENTA: '.
           05 LE-CUENTA           PIC X(18).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(32) VALUE 'CONCEPTO'.
           05 FILLER              PIC X(18) VALUE
              '            FONDO '.
           05 FILLER              PIC X(18) VALUE
              '            BANCO '.
           05 FILLER              PIC X(18) VALUE
              '       DIFERENCIA '.

       01  LIN-CONCEPTO.
           05 LC-CONCEPTO         PIC X(30).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-FONDO            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 LC-BANCO            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 LC-DIFERENCIA       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LC-NOTA             PIC X(30).

       01  LIN-ENCABEZADO-3.
           05 FILLER              PIC X(60) VALUE
              'RENGLONES DEL BANCO SIN MOVIMIENTO EN EL FONDO'.

       01  LIN-DETALLE.
           05 LD-FECHA            PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-CONCEPTO         PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MONTO            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-REFERENCIA       PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(40).

       01  LIN-RESULTADO.
           05 LR-RESULTADO        PIC X(60).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-MES quede
      * alineado con el texto real del parametro.
       LINKAGE SECTION.
       01  LK-PARM-MES.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-MES               PIC X(07).

       PROCEDURE DIVISION USING LK-PARM-MES.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-PROCESAR-ARCHIVO UNTIL WS-EOF
           PERFORM 2500-SUMAR-FONDO
           PERFORM 2600-COMPARAR
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

           PERFORM 1100-FECHAS-DEL-MES

           OPEN INPUT BANCO-FILE
           IF BCO-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FCOBCO: ' BCO-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONCILIA-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FCORPT: ' RPT-STATUS
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

           PERFORM 1200-LEER-CONTROL

           MOVE WS-MES-PARM     TO LE-MES
           MOVE FC-CUENTA-BANCO TO LE-CUENTA
           MOVE LIN-ENCABEZADO-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LIN-ENCABEZADO-3 TO RPT-LINE
           WRITE RPT-LINE.

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

      * La cuenta del fondo sale del renglon de control. Si el mes
      * todavia no tiene su interes abonado el lado del fondo va
      * incompleto: se avisa pero se concilia lo que hay.
       1200-LEER-CONTROL.
           EXEC SQL
              SELECT CUENTA_BANCO, ULTIMO_MES_INTERES
              INTO :FC-CUENTA-BANCO, :FC-ULT-MES-INTERES
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

           IF FC-ULT-MES-INTERES = SPACES
              OR FC-ULT-MES-INTERES < WS-MES-PARM
              DISPLAY 'AVISO: MES ' WS-MES-PARM
                      ' SIN CIERRE DE INTERESES EN NOMIFAH01'
           END-IF.

       2000-PROCESAR-ARCHIVO.
           READ BANCO-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-ACUMULAR-BANCO
           END-READ.

      * El encabezado trae los saldos; cada detalle suma a su
      * concepto. Un cargo del banco no tiene contraparte en el fondo
      * y se lista para que Tesoreria lo reclame o lo reponga.
       2100-ACUMULAR-BANCO.
           EVALUATE TRUE
              WHEN BC-ENCABEZADO
                 PERFORM 2110-LEER-ENCABEZADO
              WHEN BC-DETALLE AND BC-DEPOSITO
                 ADD 1 TO WS-REG-MOVIMIENTOS
                 ADD BC-MONTO TO WS-BA-DEPOSITOS
              WHEN BC-DETALLE AND BC-INTERES
                 ADD 1 TO WS-REG-MOVIMIENTOS
                 ADD BC-MONTO TO WS-BA-INTERESES
              WHEN BC-DETALLE AND BC-RETIRO
                 ADD 1 TO WS-REG-MOVIMIENTOS
                 ADD BC-MONTO TO WS-BA-RETIROS
              WHEN BC-DETALLE AND BC-CARGO
                 ADD 1 TO WS-REG-MOVIMIENTOS
                 ADD 1 TO WS-REG-CARGOS
                 ADD BC-MONTO TO WS-BA-CARGOS
                 MOVE 'CARGO DEL BANCO: RECLAMAR O REPONER'
                      TO LD-OBSERVACION
                 PERFORM 2900-ESCRIBIR-DETALLE
              WHEN OTHER
                 ADD 1 TO WS-REG-RECHAZADOS
                 MOVE 'RENGLON NO RECONOCIDO, NO SE SUMA'
                      TO LD-OBSERVACION
                 PERFORM 2900-ESCRIBIR-DETALLE
           END-EVALUATE.

      * Un estado de cuenta de otra cuenta o de otro mes no se
      * concilia: el job se detiene antes de comparar nada.
       2110-LEER-ENCABEZADO.
           IF WS-HAY-ENCABEZADO
              DISPLAY 'ERROR: MAS DE UN ENCABEZADO EN FCOBCO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-HAY-ENCABEZADO TO TRUE

           IF BC-CUENTA NOT = FC-CUENTA-BANCO
              DISPLAY 'ERROR: ESTADO DE LA CUENTA ' BC-CUENTA
                      ' Y EL FONDO ESTA EN ' FC-CUENTA-BANCO
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF BC-MES NOT = WS-MES-PARM
              DISPLAY 'ERROR: ESTADO DEL MES ' BC-MES
                      ' Y EL PARM ES ' WS-MES-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE BC-SALDO-INICIAL TO WS-BA-INICIAL
           MOVE BC-SALDO-FINAL   TO WS-BA-FINAL.

      * Lado del fondo: saldo antes del mes, movimientos del mes por
      * tipo y saldo al cierre. Los retiros se guardan en negativo;
      * aqui se voltean para compararlos con el banco.
       2500-SUMAR-FONDO.
           IF NOT WS-HAY-ENCABEZADO
              DISPLAY 'ERROR: FCOBCO SIN RENGLON DE ENCABEZADO'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(CASE WHEN FECHA_MOV
                                            < :WS-FECHA-INICIO
                                  THEN MONTO_EMPLEADO + MONTO_PATRON
                                       + MONTO_INTERES
                                  ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN FECHA_MOV
                                            >= :WS-FECHA-INICIO
                                        AND TIPO_MOV = 'A'
                                  THEN MONTO_EMPLEADO + MONTO_PATRON
                                  ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN FECHA_MOV
                                            >= :WS-FECHA-INICIO
                                        AND TIPO_MOV = 'I'
                                  THEN MONTO_INTERES
                                  ELSE 0 END), 0),
                     COALESCE(SUM(CASE WHEN FECHA_MOV
                                            >= :WS-FECHA-INICIO
                                        AND TIPO_MOV IN ('L', 'F')
                                  THEN 0 - (MONTO_EMPLEADO
                                       + MONTO_PATRON + MONTO_INTERES)
                                  ELSE 0 END), 0),
                     COALESCE(SUM(MONTO_EMPLEADO + MONTO_PATRON
                                  + MONTO_INTERES), 0)
              INTO :WS-FO-INICIAL, :WS-FO-APORTACIONES,
                   :WS-FO-INTERESES, :WS-FO-RETIROS, :WS-FO-FINAL
              FROM NOMINA_FONDO_MOV
              WHERE FECHA_MOV <= :WS-FECHA-CIERRE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR NOMINA_FONDO_MOV: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Concepto por concepto. Las comisiones del banco no tienen
      * renglon en el fondo, asi que el saldo final se compara
      * contra el del banco mas los cargos del mes: la diferencia de
      * saldo que queda es la que no explica ningun movimiento.
       2600-COMPARAR.
           MOVE LIN-ENCABEZADO-2 TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'SALDO INICIAL'   TO WS-CMP-CONCEPTO
           MOVE WS-FO-INICIAL     TO WS-CMP-FONDO
           MOVE WS-BA-INICIAL     TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE 'APORTACIONES / DEPOSITOS' TO WS-CMP-CONCEPTO
           MOVE WS-FO-APORTACIONES TO WS-CMP-FONDO
           MOVE WS-BA-DEPOSITOS    TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE 'INTERESES'       TO WS-CMP-CONCEPTO
           MOVE WS-FO-INTERESES   TO WS-CMP-FONDO
           MOVE WS-BA-INTERESES   TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE 'LIQUIDACIONES / RETIROS' TO WS-CMP-CONCEPTO
           MOVE WS-FO-RETIROS     TO WS-CMP-FONDO
           MOVE WS-BA-RETIROS     TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE 'CARGOS DEL BANCO' TO WS-CMP-CONCEPTO
           MOVE ZEROS             TO WS-CMP-FONDO
           MOVE WS-BA-CARGOS      TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE 'SALDO FINAL + CARGOS' TO WS-CMP-CONCEPTO
           MOVE WS-FO-FINAL       TO WS-CMP-FONDO
           COMPUTE WS-CMP-BANCO = WS-BA-FINAL + WS-BA-CARGOS
           PERFORM 2610-ESCRIBIR-CONCEPTO

      * El estado tambien debe cuadrar consigo mismo: saldo inicial
      * mas depositos e intereses menos retiros y cargos.
           COMPUTE WS-BA-CALCULADO = WS-BA-INICIAL + WS-BA-DEPOSITOS
                                   + WS-BA-INTERESES - WS-BA-RETIROS
                                   - WS-BA-CARGOS
           MOVE 'ESTADO: SALDO FINAL CALCULADO' TO WS-CMP-CONCEPTO
           MOVE WS-BA-CALCULADO   TO WS-CMP-FONDO
           MOVE WS-BA-FINAL       TO WS-CMP-BANCO
           PERFORM 2610-ESCRIBIR-CONCEPTO

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-HAY-DIFERENCIA
              MOVE 'EL FONDO NO CONCILIA CON EL BANCO: ACLARAR'
                   TO LR-RESULTADO
           ELSE
              MOVE 'FONDO CONCILIADO CON EL BANCO' TO LR-RESULTADO
           END-IF
           MOVE LIN-RESULTADO TO RPT-LINE
           WRITE RPT-LINE.

      * Los cargos del banco son partida de conciliacion, no
      * diferencia: solo se anota cuando los hay.
       2610-ESCRIBIR-CONCEPTO.
           COMPUTE WS-CMP-DIFERENCIA = WS-CMP-FONDO - WS-CMP-BANCO
           MOVE WS-CMP-CONCEPTO   TO LC-CONCEPTO
           MOVE WS-CMP-FONDO      TO LC-FONDO
           MOVE WS-CMP-BANCO      TO LC-BANCO
           MOVE WS-CMP-DIFERENCIA TO LC-DIFERENCIA
           MOVE SPACES            TO LC-NOTA

           EVALUATE TRUE
              WHEN WS-CMP-DIFERENCIA = ZEROS
                 CONTINUE
              WHEN WS-CMP-CONCEPTO = 'CARGOS DEL BANCO'
                 MOVE 'PARTIDA EN CONCILIACION' TO LC-NOTA
              WHEN OTHER
                 ADD 1 TO WS-REG-DIFERENCIAS
                 SET WS-HAY-DIFERENCIA TO TRUE
                 MOVE '*** DIFERENCIA ***' TO LC-NOTA
           END-EVALUATE

           MOVE LIN-CONCEPTO TO RPT-LINE
           WRITE RPT-LINE.

       2900-ESCRIBIR-DETALLE.
           MOVE BC-FECHA       TO LD-FECHA
           MOVE BC-CONCEPTO    TO LD-CONCEPTO
           MOVE BC-MONTO       TO LD-MONTO
           MOVE BC-REFERENCIA  TO LD-REFERENCIA
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           CLOSE BANCO-FILE

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE CONCILIA-REPORT

           DISPLAY 'RENGLONES DEL BANCO LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'MOVIMIENTOS DEL BANCO: ' WS-REG-MOVIMIENTOS
           DISPLAY 'CARGOS DEL BANCO: ' WS-REG-CARGOS
           DISPLAY 'RENGLONES NO RECONOCIDOS: ' WS-REG-RECHAZADOS
           DISPLAY 'CONCEPTOS CON DIFERENCIA: ' WS-REG-DIFERENCIAS
           DISPLAY 'SALDO FONDO: ' WS-FO-FINAL
           DISPLAY 'SALDO BANCO: ' WS-BA-FINAL

      * RC 4 avisa al operador que el fondo no concilia, o que el
      * estado trajo renglones que no se pudieron sumar.
           IF WS-HAY-DIFERENCIA OR WS-REG-RECHAZADOS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIFCO01.

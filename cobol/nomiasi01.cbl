       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIASI01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch de la interfaz del reloj checador: recibe el   *
      * archivo del periodo (EMP_ID, FECHA_PAGO, horas trabajadas,    *
      * horas extra por semana, dias de falta injustificada, dias de  *
      * incapacidad y dias de vacaciones gozados) y aplica las reglas *
      * de ley ANTES de que corra NOMINA01: las primeras nueve horas  *
      * extra de cada semana se pagan dobles y las que pasan de nueve *
      * triples, y los dias de falta y de incapacidad se descuentan   *
      * de la base (la incapacidad la paga el seguro social, no el    *
      * patron). Los dias de vacaciones son dias pagados: no tocan la *
      * base, solo se guardan para que NOMIVAC01 los cargue al kardex *
      * de vacaciones del empleado. El detalle de horas e importes    *
      * queda por empleado y periodo en NOMINA_ASISTENCIA, de donde   *
      * lo toman la validacion de salario autorizado de               *
      * NOMINA01/NOMIRES01, el recibo (NOMIREC01) y el historial en   *
      * linea (NOM5). Cada registro se valida ademas contra el del    *
      * proveedor en el VSAM de entrada de NOMINA01: la base debe     *
      * venir ya sin los dias sin goce y los bonos deben cubrir el    *
      * tiempo extra. El reporte de excepciones lista quien rebaso el *
      * limite semanal de horas extra, los registros sin empleado     *
      * activo y las diferencias contra el proveedor.                 *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASISTENCIA-FILE ASSIGN TO ASIFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ASI-STATUS.

           SELECT NOMINA-VSAM ASSIGN TO NOMVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NV-EMP-ID
                  FILE STATUS IS VSAM-STATUS.

           SELECT EXCEPCION-REPORT ASSIGN TO ASIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un renglon por empleado y periodo del reloj checador. Las
      * horas extra vienen totales y repartidas en las (hasta) tres
      * semanas que toca la quincena, porque el limite de nueve horas
      * dobles es semanal; el total debe cuadrar con la suma. Los dias
      * de vacaciones gozados en la quincena van al final.
       FD  ASISTENCIA-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS ASI-RECORD.
       01  ASI-RECORD.
           05 AI-EMP-ID           PIC X(06).
           05 AI-FECHA-PAGO       PIC X(10).
           05 AI-HORAS-TRABAJADAS PIC 9(03)V99.
           05 AI-HORAS-EXTRA      PIC 9(03)V99.
           05 AI-EXTRA-SEMANA     PIC 9(02)V99 OCCURS 3 TIMES.
           05 AI-DIAS-FALTA       PIC 9(02).
           05 AI-DIAS-INCAPACIDAD PIC 9(02).
           05 AI-DIAS-VACACIONES  PIC 9(02).
           05 FILLER              PIC X(06).

      * El mismo VSAM del proveedor que carga NOMINA01 (ver su FD
      * NOMINA-VSAM), leido aqui por llave solo para comparar.
       FD  NOMINA-VSAM
           RECORD CONTAINS 115 CHARACTERS
           DATA RECORD IS NOMINA-RECORD.
       01  NOMINA-RECORD.
           05 NV-EMP-ID           PIC X(06).
           05 NV-EMP-NOMBRE       PIC X(30).
           05 NV-EMP-DEPTO        PIC X(03).
           05 NV-SALARIO-BASE     PIC S9(08)V99.
           05 NV-BONOS            PIC 9(08)V99.
           05 NV-DEDUCCIONES      PIC 9(08)V99.
           05 NV-FECHA-PAGO       PIC X(10).
           05 NV-DEDUCCION-DET    OCCURS 3 TIMES.
              10 NV-DED-CODIGO    PIC X(03).
              10 NV-DED-MONTO     PIC 9(07)V99.

       FD  EXCEPCION-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 ASI-STATUS          PIC XX.
           05 VSAM-STATUS         PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-EOF-SW           PIC X VALUE 'N'.
              88 WS-EOF            VALUE 'Y'.
           05 WS-ERR-DB2-SW       PIC X VALUE 'N'.
              88 WS-ERR-DB2         VALUE 'Y'.
           05 WS-REG-OK-SW        PIC X VALUE 'Y'.
              88 WS-REG-OK          VALUE 'Y'.
              88 WS-REG-EXCLUIDO    VALUE 'N'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-REG-GRABADOS     PIC 9(05) VALUE ZEROS.
           05 WS-REG-INVALIDOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-EMPLEADO PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-SALARIO  PIC 9(05) VALUE ZEROS.
           05 WS-REG-SOBRE-LIMITE PIC 9(05) VALUE ZEROS.
           05 WS-REG-DIF-PROVEEDOR PIC 9(05) VALUE ZEROS.
           05 WS-TOT-IMPORTE-EXTRA PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-TOT-IMPORTE-FALTAS PIC S9(11)V99 COMP-3 VALUE ZEROS.

      * Reglas de ley del tiempo extra: jornada de ocho horas para
      * sacar el salario por hora, y las primeras nueve horas extra
      * de cada semana dobles; lo que pasa de nueve es triple y ademas
      * rebasa el limite legal, por lo que sale en excepciones.
       01  WS-REGLAS-ASISTENCIA.
           05 WS-HORAS-JORNADA    PIC 9(02) VALUE 8.
           05 WS-LIMITE-SEMANAL   PIC 9(02)V99 VALUE 9.00.
           05 WS-MAX-DIAS-SIN-GOCE PIC 9(02) VALUE 16.

      * Calculo del registro en proceso.
       01  WS-CALCULO.
           05 WS-SEM-IDX          PIC 9(01).
           05 WS-SUMA-SEMANAS     PIC 9(03)V99.
           05 WS-SEMANA-EXCEDIDA  PIC 9(01).
           05 WS-BASE-COMPLETA    PIC S9(08)V99 COMP-3.
           05 WS-DIFERENCIA       PIC S9(08)V99 COMP-3.

      * Mismos campos de salario autorizado y prorrateo que usan
      * NOMINA01 y NOMIRES01 (2114): la base que aqui se espera del
      * proveedor es exactamente la que la carga va a validar.
           COPY NOMTARIF.

       01  WS-EDITADOS.
           05 WS-ED-HORAS         PIC ZZ9.99.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'RELOJ CHECADOR - EXCEPCIONES DEL PERIODO'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(45) VALUE 'EXCEPCION'.
           05 FILLER              PIC X(20) VALUE 'DATO'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-MOTIVO           PIC X(43).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DATO             PIC X(40).

       01  LIN-NINGUNO.
           05 FILLER              PIC X(40) VALUE
              'SIN EXCEPCIONES EN EL PERIODO'.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.

      * Detalle de asistencia por empleado y periodo: horas
      * trabajadas, horas extra (total y su reparto en dobles y
      * triples), dias de falta injustificada y de incapacidad, el
      * salario por hora con que se valuaron y los importes que
      * resultaron (tiempo extra a pagar, descuento por dias sin
      * goce). Es el soporte de donde salio el dinero para el recibo
      * y la consulta en linea. DIAS_VACACIONES son los dias gozados
      * del periodo, que NOMIVAC01 descarga del saldo de vacaciones.
       EXEC SQL DECLARE NOMINA_ASISTENCIA TABLE
         (EMP_ID            CHAR(6)       NOT NULL,
          FECHA_PAGO        DATE          NOT NULL,
          HORAS_TRABAJADAS  DECIMAL(5,2)  NOT NULL,
          HORAS_EXTRA       DECIMAL(5,2)  NOT NULL,
          HORAS_DOBLES      DECIMAL(5,2)  NOT NULL,
          HORAS_TRIPLES     DECIMAL(5,2)  NOT NULL,
          DIAS_FALTA        SMALLINT      NOT NULL,
          DIAS_INCAPACIDAD  SMALLINT      NOT NULL,
          SALARIO_HORA      DECIMAL(8,2)  NOT NULL,
          IMPORTE_EXTRA     DECIMAL(10,2) NOT NULL,
          IMPORTE_FALTAS    DECIMAL(10,2) NOT NULL,
          FECHA_CARGA       TIMESTAMP     NOT NULL,
          DIAS_VACACIONES   SMALLINT      NOT NULL WITH DEFAULT,
          PRIMARY KEY (EMP_ID, FECHA_PAGO))
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
           PERFORM 2000-PROCESAR-ARCHIVO UNTIL WS-EOF
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM

           IF WS-FECHA-PAGO-PARM = SPACES
              DISPLAY 'ERROR: FECHA_PAGO NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT ASISTENCIA-FILE
           IF ASI-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR ASIFILE: ' ASI-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT NOMINA-VSAM
           IF VSAM-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR NOMVSAM: ' VSAM-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT EXCEPCION-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR ASIRPT: ' RPT-STATUS
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
           WRITE RPT-LINE.

      * La asistencia alimenta la validacion de la carga: se acepta
      * mientras el periodo no exista todavia o siga abierto ('A'),
      * nunca sobre un periodo ya cargado ('L') o cerrado ('C'),
      * porque los dias sin goce cambiarian la base ya validada.
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
                            ', LA ASISTENCIA VA ANTES DE LA CARGA'
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

       2000-PROCESAR-ARCHIVO.
           READ ASISTENCIA-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-PROCESAR-REGISTRO
           END-READ.

       2100-PROCESAR-REGISTRO.
           SET WS-REG-OK TO TRUE

           PERFORM 2110-VALIDAR-REGISTRO
           IF WS-REG-EXCLUIDO
              ADD 1 TO WS-REG-INVALIDOS
              EXIT PARAGRAPH
           END-IF

           PERFORM 2120-VALIDAR-EMPLEADO
           IF WS-REG-EXCLUIDO
              ADD 1 TO WS-REG-SIN-EMPLEADO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2130-CALCULAR-IMPORTES
           IF WS-REG-EXCLUIDO
              ADD 1 TO WS-REG-SIN-SALARIO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2140-GRABAR-ASISTENCIA
           IF WS-REG-EXCLUIDO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2150-VALIDAR-PROVEEDOR.

      * El registro debe ser del periodo del PARM, traer montos
      * numericos, y el total de horas extra debe cuadrar con su
      * reparto por semana.
       2110-VALIDAR-REGISTRO.
           IF AI-FECHA-PAGO NOT = WS-FECHA-PAGO-PARM
              SET WS-REG-EXCLUIDO TO TRUE
              MOVE 'FECHA DE PAGO DISTINTA AL PERIODO' TO LD-MOTIVO
              MOVE AI-FECHA-PAGO TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF

           IF AI-HORAS-TRABAJADAS NOT NUMERIC
              OR AI-HORAS-EXTRA NOT NUMERIC
              OR AI-EXTRA-SEMANA(1) NOT NUMERIC
              OR AI-EXTRA-SEMANA(2) NOT NUMERIC
              OR AI-EXTRA-SEMANA(3) NOT NUMERIC
              OR AI-DIAS-FALTA NOT NUMERIC
              OR AI-DIAS-INCAPACIDAD NOT NUMERIC
              OR AI-DIAS-VACACIONES NOT NUMERIC
              SET WS-REG-EXCLUIDO TO TRUE
              MOVE 'REGISTRO CON CAMPOS NO NUMERICOS' TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SUMA-SEMANAS = AI-EXTRA-SEMANA(1)
                                   + AI-EXTRA-SEMANA(2)
                                   + AI-EXTRA-SEMANA(3)
           IF WS-SUMA-SEMANAS NOT = AI-HORAS-EXTRA
              SET WS-REG-EXCLUIDO TO TRUE
              MOVE 'HORAS EXTRA NO CUADRAN CON LAS SEMANAS'
                   TO LD-MOTIVO
              MOVE AI-HORAS-EXTRA TO WS-ED-HORAS
              MOVE WS-ED-HORAS TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF

           IF AI-DIAS-FALTA + AI-DIAS-INCAPACIDAD
              > WS-MAX-DIAS-SIN-GOCE
              SET WS-REG-EXCLUIDO TO TRUE
              MOVE 'DIAS SIN GOCE EXCEDEN LA QUINCENA' TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF

      * Un dia no puede ser a la vez falta, incapacidad y vacacion:
      * entre los tres no pueden pasar de los dias de la quincena.
           IF AI-DIAS-FALTA + AI-DIAS-INCAPACIDAD + AI-DIAS-VACACIONES
              > WS-MAX-DIAS-SIN-GOCE
              SET WS-REG-EXCLUIDO TO TRUE
              MOVE 'DIAS DE AUSENCIA EXCEDEN LA QUINCENA' TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
           END-IF.

      * Solo se registra asistencia de un empleado vigente del
      * maestro en la fecha de pago; las fechas de alta y baja se
      * quedan para el prorrateo.
       2120-VALIDAR-EMPLEADO.
           MOVE AI-EMP-ID TO EM-EMP-ID

           EXEC SQL
              SELECT ESTADO, FECHA_ALTA, FECHA_BAJA
              INTO :EM-ESTADO, :EM-FECHA-ALTA, :EM-FECHA-BAJA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF EM-ESTADO NOT = 'A'
                    OR EM-FECHA-BAJA < WS-FECHA-PAGO-PARM
                    SET WS-REG-EXCLUIDO TO TRUE
                    MOVE 'SIN EMPLEADO ACTIVO: DADO DE BAJA'
                         TO LD-MOTIVO
                    MOVE EM-FECHA-BAJA TO LD-DATO
                    PERFORM 2900-ESCRIBIR-EXCEPCION
                 END-IF
              WHEN 100
                 SET WS-REG-EXCLUIDO TO TRUE
                 MOVE 'SIN EMPLEADO ACTIVO: NO EXISTE EN MAESTRO'
                      TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 PERFORM 2900-ESCRIBIR-EXCEPCION
              WHEN OTHER
                 SET WS-REG-EXCLUIDO TO TRUE
                 SET WS-ERR-DB2 TO TRUE
                 DISPLAY 'ERROR MAESTRO DB2: ' SQLCODE
                         ' EMP: ' AI-EMP-ID
           END-EVALUATE.

      * Salario por hora: el salario autorizado de la quincena entre
      * sus dias y entre la jornada. Cada semana paga dobles sus
      * primeras nueve horas extra y triples el resto; el descuento
      * por faltas e incapacidad es lo que baja la base prorrateada
      * al quitarle esos dias.
       2130-CALCULAR-IMPORTES.
           MOVE AI-EMP-ID          TO SU-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO WS-SAL-FECHA-PAGO

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :WS-SAL-FECHA-PAGO
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SU-SALARIO-BASE TO WS-SAL-AUTORIZADO
              WHEN 100
                 SET WS-REG-EXCLUIDO TO TRUE
                 MOVE 'SIN SALARIO AUTORIZADO VIGENTE' TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 PERFORM 2900-ESCRIBIR-EXCEPCION
                 EXIT PARAGRAPH
              WHEN OTHER
                 SET WS-REG-EXCLUIDO TO TRUE
                 SET WS-ERR-DB2 TO TRUE
                 DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                         ' EMP: ' AI-EMP-ID
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE ZEROS TO WS-SAL-DIAS-DESCUENTO
           PERFORM 2114-PRORRATEAR-SALARIO
           MOVE WS-SAL-ESPERADO TO WS-BASE-COMPLETA

           COMPUTE AS-SALARIO-HORA ROUNDED =
                   WS-SAL-AUTORIZADO / WS-SAL-DIAS-PERIODO
                   / WS-HORAS-JORNADA

           MOVE ZEROS TO AS-HORAS-DOBLES AS-HORAS-TRIPLES
           MOVE ZEROS TO WS-SEMANA-EXCEDIDA
           PERFORM VARYING WS-SEM-IDX FROM 1 BY 1
                   UNTIL WS-SEM-IDX > 3
              IF AI-EXTRA-SEMANA(WS-SEM-IDX) > WS-LIMITE-SEMANAL
                 ADD WS-LIMITE-SEMANAL TO AS-HORAS-DOBLES
                 COMPUTE AS-HORAS-TRIPLES = AS-HORAS-TRIPLES
                    + AI-EXTRA-SEMANA(WS-SEM-IDX) - WS-LIMITE-SEMANAL
                 IF WS-SEMANA-EXCEDIDA = ZEROS
                    MOVE WS-SEM-IDX TO WS-SEMANA-EXCEDIDA
                 END-IF
              ELSE
                 ADD AI-EXTRA-SEMANA(WS-SEM-IDX) TO AS-HORAS-DOBLES
              END-IF
           END-PERFORM

           COMPUTE AS-IMPORTE-EXTRA ROUNDED =
                   AS-SALARIO-HORA * (AS-HORAS-DOBLES * 2
                                    + AS-HORAS-TRIPLES * 3)

           COMPUTE WS-SAL-DIAS-DESCUENTO =
                   AI-DIAS-FALTA + AI-DIAS-INCAPACIDAD
           PERFORM 2114-PRORRATEAR-SALARIO
           COMPUTE AS-IMPORTE-FALTAS =
                   WS-BASE-COMPLETA - WS-SAL-ESPERADO

      * Rebasar nueve horas extra en una semana se paga (triple) pero
      * queda en excepciones: es el limite legal.
           IF WS-SEMANA-EXCEDIDA NOT = ZEROS
              ADD 1 TO WS-REG-SOBRE-LIMITE
              MOVE 'TIEMPO EXTRA SOBRE EL LIMITE SEMANAL'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              MOVE AI-EXTRA-SEMANA(WS-SEMANA-EXCEDIDA) TO WS-ED-HORAS
              STRING 'SEMANA ' WS-SEMANA-EXCEDIDA ' CON '
                     WS-ED-HORAS ' HORAS EXTRA'
                     DELIMITED BY SIZE INTO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
           END-IF.

      * Base esperada de la quincena que contiene WS-SAL-FECHA-PAGO
      * (del 1 al 15, o del 16 al fin de mes): el salario autorizado
      * completo si el empleado estuvo de alta toda la quincena, o
      * proporcional a los dias entre su alta y su baja si entro o
      * salio a media quincena, menos los dias sin goce del periodo.
      * Espera WS-SAL-AUTORIZADO, WS-SAL-DIAS-DESCUENTO y las fechas
      * EM-FECHA-ALTA / EM-FECHA-BAJA del maestro. Mismo calculo que
      * 2114 de NOMINA01.
       2114-PRORRATEAR-SALARIO.
           MOVE WS-SAL-FECHA-PAGO TO WS-SAL-INICIO
           MOVE WS-SAL-FECHA-PAGO TO WS-SAL-FIN
           IF WS-SAL-FECHA-PAGO(9:2) NOT > '15'
              MOVE '01' TO WS-SAL-INICIO(9:2)
              MOVE '15' TO WS-SAL-FIN(9:2)
              MOVE WS-SAL-FIN TO WS-SAL-FECHA-CONV
              PERFORM 2117-FECHA-NUMERICA
              COMPUTE WS-SAL-INT-FIN =
                      FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM)
           ELSE
              MOVE '16' TO WS-SAL-INICIO(9:2)
      *       Fin de mes: del dia 28 se brinca al mes siguiente, se
      *       toma su dia 1 y se retrocede un dia.
              MOVE WS-SAL-FECHA-PAGO TO WS-SAL-FECHA-CONV
              MOVE '28' TO WS-SAL-FECHA-CONV(9:2)
              PERFORM 2117-FECHA-NUMERICA
              COMPUTE WS-SAL-INT-FIN =
                      FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM) + 4
              COMPUTE WS-SAL-FECHA-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-SAL-INT-FIN)
              MOVE '01' TO WS-SAL-FECHA-NUM(7:2)
              COMPUTE WS-SAL-INT-FIN =
                      FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM) - 1
              COMPUTE WS-SAL-FECHA-NUM =
                      FUNCTION DATE-OF-INTEGER(WS-SAL-INT-FIN)
              MOVE WS-SAL-FECHA-NUM(7:2) TO WS-SAL-FIN(9:2)
           END-IF

           MOVE WS-SAL-INICIO TO WS-SAL-FECHA-CONV
           PERFORM 2117-FECHA-NUMERICA
           COMPUTE WS-SAL-INT-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM)
           COMPUTE WS-SAL-DIAS-PERIODO =
                   WS-SAL-INT-FIN - WS-SAL-INT-INICIO + 1

           MOVE WS-SAL-INICIO TO WS-SAL-DESDE
           IF EM-FECHA-ALTA > WS-SAL-DESDE
              MOVE EM-FECHA-ALTA TO WS-SAL-DESDE
           END-IF
           MOVE WS-SAL-FIN TO WS-SAL-HASTA
           IF EM-FECHA-BAJA < WS-SAL-HASTA
              MOVE EM-FECHA-BAJA TO WS-SAL-HASTA
           END-IF

           IF WS-SAL-DESDE = WS-SAL-INICIO
              AND WS-SAL-HASTA = WS-SAL-FIN
              AND WS-SAL-DIAS-DESCUENTO = ZEROS
              MOVE WS-SAL-DIAS-PERIODO TO WS-SAL-DIAS-PAGO
              MOVE WS-SAL-AUTORIZADO TO WS-SAL-ESPERADO
              EXIT PARAGRAPH
           END-IF

           IF WS-SAL-HASTA < WS-SAL-DESDE
              MOVE ZEROS TO WS-SAL-DIAS-PAGO
              MOVE ZEROS TO WS-SAL-ESPERADO
              EXIT PARAGRAPH
           END-IF

           MOVE WS-SAL-DESDE TO WS-SAL-FECHA-CONV
           PERFORM 2117-FECHA-NUMERICA
           COMPUTE WS-SAL-INT-DESDE =
                   FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM)
           MOVE WS-SAL-HASTA TO WS-SAL-FECHA-CONV
           PERFORM 2117-FECHA-NUMERICA
           COMPUTE WS-SAL-INT-HASTA =
                   FUNCTION INTEGER-OF-DATE(WS-SAL-FECHA-NUM)
           COMPUTE WS-SAL-DIAS-PAGO =
                   WS-SAL-INT-HASTA - WS-SAL-INT-DESDE + 1
           IF WS-SAL-DIAS-DESCUENTO NOT < WS-SAL-DIAS-PAGO
              MOVE ZEROS TO WS-SAL-DIAS-PAGO
           ELSE
              SUBTRACT WS-SAL-DIAS-DESCUENTO FROM WS-SAL-DIAS-PAGO
           END-IF

           COMPUTE WS-SAL-ESPERADO ROUNDED =
                   WS-SAL-AUTORIZADO * WS-SAL-DIAS-PAGO
                   / WS-SAL-DIAS-PERIODO.

      * AAAA-MM-DD de WS-SAL-FECHA-CONV a AAAAMMDD numerico en
      * WS-SAL-FECHA-NUM, para las funciones de fecha.
       2117-FECHA-NUMERICA.
           MOVE WS-SAL-FECHA-CONV(1:4) TO WS-SAL-FECHA-NUM(1:4)
           MOVE WS-SAL-FECHA-CONV(6:2) TO WS-SAL-FECHA-NUM(5:2)
           MOVE WS-SAL-FECHA-CONV(9:2) TO WS-SAL-FECHA-NUM(7:2).

      * Un renglon por empleado y periodo; volver a correr el mismo
      * periodo (archivo del reloj corregido) lo reemplaza.
       2140-GRABAR-ASISTENCIA.
           MOVE AI-EMP-ID           TO AS-EMP-ID
           MOVE WS-FECHA-PAGO-PARM  TO AS-FECHA-PAGO
           MOVE AI-HORAS-TRABAJADAS TO AS-HORAS-TRABAJADAS
           MOVE AI-HORAS-EXTRA      TO AS-HORAS-EXTRA
           MOVE AI-DIAS-FALTA       TO AS-DIAS-FALTA
           MOVE AI-DIAS-INCAPACIDAD TO AS-DIAS-INCAPACIDAD
           MOVE AI-DIAS-VACACIONES  TO AS-DIAS-VACACIONES
           MOVE FUNCTION CURRENT-TIMESTAMP TO AS-FECHA-CARGA

           EXEC SQL
              INSERT INTO NOMINA_ASISTENCIA
                 (EMP_ID, FECHA_PAGO, HORAS_TRABAJADAS, HORAS_EXTRA,
                  HORAS_DOBLES, HORAS_TRIPLES, DIAS_FALTA,
                  DIAS_INCAPACIDAD, SALARIO_HORA, IMPORTE_EXTRA,
                  IMPORTE_FALTAS, FECHA_CARGA, DIAS_VACACIONES)
              VALUES
                 (:AS-EMP-ID, :AS-FECHA-PAGO, :AS-HORAS-TRABAJADAS,
                  :AS-HORAS-EXTRA, :AS-HORAS-DOBLES,
                  :AS-HORAS-TRIPLES, :AS-DIAS-FALTA,
                  :AS-DIAS-INCAPACIDAD, :AS-SALARIO-HORA,
                  :AS-IMPORTE-EXTRA, :AS-IMPORTE-FALTAS,
                  :AS-FECHA-CARGA, :AS-DIAS-VACACIONES)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_ASISTENCIA
                    SET HORAS_TRABAJADAS = :AS-HORAS-TRABAJADAS,
                        HORAS_EXTRA      = :AS-HORAS-EXTRA,
                        HORAS_DOBLES     = :AS-HORAS-DOBLES,
                        HORAS_TRIPLES    = :AS-HORAS-TRIPLES,
                        DIAS_FALTA       = :AS-DIAS-FALTA,
                        DIAS_INCAPACIDAD = :AS-DIAS-INCAPACIDAD,
                        SALARIO_HORA     = :AS-SALARIO-HORA,
                        IMPORTE_EXTRA    = :AS-IMPORTE-EXTRA,
                        IMPORTE_FALTAS   = :AS-IMPORTE-FALTAS,
                        FECHA_CARGA      = :AS-FECHA-CARGA,
                        DIAS_VACACIONES  = :AS-DIAS-VACACIONES
                  WHERE EMP_ID = :AS-EMP-ID
                    AND FECHA_PAGO = :AS-FECHA-PAGO
              END-EXEC
           END-IF

           IF SQLCODE = 0
              ADD 1 TO WS-REG-GRABADOS
              ADD AS-IMPORTE-EXTRA  TO WS-TOT-IMPORTE-EXTRA
              ADD AS-IMPORTE-FALTAS TO WS-TOT-IMPORTE-FALTAS
           ELSE
              SET WS-REG-EXCLUIDO TO TRUE
              SET WS-ERR-DB2 TO TRUE
              DISPLAY 'ERROR AL GRABAR ASISTENCIA: ' SQLCODE
                      ' EMP: ' AI-EMP-ID
           END-IF.

      * Compara contra el registro del proveedor: la base debe venir
      * ya sin los dias sin goce (es la que NOMINA01 va a validar) y
      * los bonos deben alcanzar para el tiempo extra calculado. Las
      * diferencias solo se reportan: la carga es la que rechaza.
       2150-VALIDAR-PROVEEDOR.
           MOVE AI-EMP-ID TO NV-EMP-ID

           READ NOMINA-VSAM
              INVALID KEY
                 ADD 1 TO WS-REG-DIF-PROVEEDOR
                 MOVE 'SIN REGISTRO DEL PROVEEDOR' TO LD-MOTIVO
                 MOVE SPACES TO LD-DATO
                 PERFORM 2900-ESCRIBIR-EXCEPCION
                 EXIT PARAGRAPH
           END-READ

           IF NV-FECHA-PAGO NOT = WS-FECHA-PAGO-PARM
              ADD 1 TO WS-REG-DIF-PROVEEDOR
              MOVE 'PROVEEDOR CON OTRA FECHA DE PAGO' TO LD-MOTIVO
              MOVE NV-FECHA-PAGO TO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFERENCIA = NV-SALARIO-BASE - WS-SAL-ESPERADO
           IF WS-DIFERENCIA < ZEROS
              COMPUTE WS-DIFERENCIA = ZEROS - WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-SAL-TOLERANCIA
              ADD 1 TO WS-REG-DIF-PROVEEDOR
              MOVE 'BASE DEL PROVEEDOR NO REFLEJA DIAS SIN GOCE'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              MOVE WS-SAL-ESPERADO TO WS-ED-MONTO
              STRING 'ESPERADA ' WS-ED-MONTO
                     DELIMITED BY SIZE INTO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
           END-IF

           IF NV-BONOS + WS-SAL-TOLERANCIA < AS-IMPORTE-EXTRA
              ADD 1 TO WS-REG-DIF-PROVEEDOR
              MOVE 'BONOS DEL PROVEEDOR NO CUBREN TIEMPO EXTRA'
                   TO LD-MOTIVO
              MOVE SPACES TO LD-DATO
              MOVE AS-IMPORTE-EXTRA TO WS-ED-MONTO
              STRING 'EXTRA ' WS-ED-MONTO
                     DELIMITED BY SIZE INTO LD-DATO
              PERFORM 2900-ESCRIBIR-EXCEPCION
           END-IF.

       2900-ESCRIBIR-EXCEPCION.
           MOVE AI-EMP-ID TO LD-EMP-ID
           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

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

           IF WS-REG-INVALIDOS + WS-REG-SIN-EMPLEADO
              + WS-REG-SIN-SALARIO + WS-REG-SOBRE-LIMITE
              + WS-REG-DIF-PROVEEDOR = ZEROS
              MOVE LIN-NINGUNO TO RPT-LINE
              WRITE RPT-LINE
           END-IF

           CLOSE ASISTENCIA-FILE
           CLOSE NOMINA-VSAM
           CLOSE EXCEPCION-REPORT

           DISPLAY 'REGISTROS LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'ASISTENCIAS GRABADAS: ' WS-REG-GRABADOS
           DISPLAY 'REGISTROS INVALIDOS: ' WS-REG-INVALIDOS
           DISPLAY 'SIN EMPLEADO ACTIVO: ' WS-REG-SIN-EMPLEADO
           DISPLAY 'SIN SALARIO AUTORIZADO: ' WS-REG-SIN-SALARIO
           DISPLAY 'SOBRE LIMITE DE TIEMPO EXTRA: '
                   WS-REG-SOBRE-LIMITE
           DISPLAY 'DIFERENCIAS CONTRA PROVEEDOR: '
                   WS-REG-DIF-PROVEEDOR
           DISPLAY 'TOTAL TIEMPO EXTRA: ' WS-TOT-IMPORTE-EXTRA
           DISPLAY 'TOTAL DESCUENTO SIN GOCE: ' WS-TOT-IMPORTE-FALTAS

           IF WS-ERR-DB2
              MOVE 8 TO RETURN-CODE
              DISPLAY 'ASISTENCIA NO GRABADA: REPETIR LA CORRIDA'
           ELSE
              IF WS-REG-INVALIDOS + WS-REG-SIN-EMPLEADO
                 + WS-REG-SIN-SALARIO + WS-REG-SOBRE-LIMITE
                 + WS-REG-DIF-PROVEEDOR > ZEROS
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIASI01.

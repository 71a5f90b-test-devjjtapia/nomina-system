      * layout de presentacion de la autoridad fiscal, y el reporte  *
      * de control con totales y conteo de empleados con el que se   *
      * cuadra la presentacion.                                      *
      * Cada patron emite su propia constancia: el empleado que     *
      * cobro en mas de una empresa en el año recibe una constancia  *
      * (y un renglon del archivo fiscal) por cada una, con solo los *
      * renglones de NOMINA de esa empresa y su razon social, RFC y  *
      * registro patronal. Con EMPRESA en el PARM la presentacion es *
      * solo de esa empresa; sin ella sale la de todas.              *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DATA RECORD IS CONS-LINE.
       01  CONS-LINE              PIC X(133).

      * Un renglon por empleado y patron en el layout fijo de
      * presentacion de la autoridad fiscal: identificacion, año y los
      * seis montos anuales, todos con dos decimales implicitos,
      * seguidos del RFC y registro patronal del patron que emite la
      * constancia.
       FD  FISCAL-FILE
           RECORD CONTAINS 112 CHARACTERS
           DATA RECORD IS FIS-RECORD.
       01  FIS-RECORD.
           05 FI-EMP-ID           PIC X(06).
           05 FI-RET-SEGURO       PIC 9(11)V99.
           05 FI-OTRAS-DEDUC      PIC 9(11)V99.
           05 FI-NETO-ANUAL       PIC 9(11)V99.
           05 FI-RFC-PATRON       PIC X(13).
           05 FI-REG-PATRONAL     PIC X(11).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-FIN-CAT-SW       PIC X VALUE 'N'.
              88 WS-FIN-CAT         VALUE 'Y'.
           05 WS-FIN-EMPRESAS-SW  PIC X VALUE 'N'.
              88 WS-FIN-EMPRESAS    VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

       01  WS-ANIO-PARM           PIC X(04).
       01  WS-EMPRESA-PARM        PIC X(03).
       01  WS-FECHA-DESDE         PIC X(10).
       01  WS-FECHA-HASTA         PIC X(10).

      * Montos anuales del empleado en proceso en la empresa en
      * proceso: lo que le pago la empresa, compensacion total, base
      * gravable y las retenciones por categoria del catalogo ('I'
      * impuesto, 'S' seguro social; el resto se agrupa como otras
      * deducciones).
       01  WS-CONSTANCIA.
           05 WS-CO-TOTAL-COMP    PIC S9(11)V99 COMP-3.
           05 WS-CO-BASE-GRAVABLE PIC S9(11)V99 COMP-3.
           05 WS-CO-MONTO-CAT     PIC S9(11)V99 COMP-3.
           05 WS-CO-EMP-NOMBRE    PIC X(30).
           05 WS-CO-PATRONAL      PIC S9(11)V99 COMP-3.
           05 WS-CO-PAGOS         PIC S9(07) COMP-3.
           05 WS-CO-TIMBRADOS     PIC S9(07) COMP-3.
           05 WS-CO-SIN-TIMBRAR   PIC S9(07) COMP-3.
           05 WS-CO-EMPRESA       PIC X(03).
           05 WS-CO-SALARIO-BASE  PIC S9(11)V99 COMP-3.
           05 WS-CO-BONOS         PIC S9(11)V99 COMP-3.
           05 WS-CO-NETO-ANUAL    PIC S9(11)V99 COMP-3.
           05 WS-CO-PRIMA-VAC     PIC S9(11)V99 COMP-3.
           05 WS-CO-EMPRESAS      PIC S9(04) COMP.
           05 WS-CO-SIN-NOMINA-SW PIC X(01).
              88 WS-CO-SIN-NOMINA   VALUE 'Y'.

       01  WS-TOTALES-CONTROL.
           05 WS-TC-EMPLEADOS     PIC 9(07) VALUE ZEROS.
           05 WS-TC-OTRAS-DEDUC   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-TC-NETO-ANUAL    PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-TC-PATRONAL      PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-TC-PRIMA-VAC     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-TC-TIMBRADOS     PIC 9(07) VALUE ZEROS.
           05 WS-TC-SIN-TIMBRAR   PIC 9(07) VALUE ZEROS.
           05 WS-TC-OTRA-EMPRESA  PIC 9(07) VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LE-EMP-NOMBRE       PIC X(30).

       01  LIN-PATRON.
           05 FILLER              PIC X(08) VALUE 'PATRON: '.
           05 LP-RAZON-SOCIAL     PIC X(40).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'RFC: '.
           05 LP-RFC              PIC X(13).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE 'REG. PATRONAL: '.
           05 LP-REG-PATRONAL     PIC X(11).

       01  LIN-MONTO.
           05 LM-LEYENDA          PIC X(34).
           05 LM-MONTO            PIC X(18).
              'REPORTE DE CONTROL - PRESENTACION ANUAL'.
           05 FILLER              PIC X(06) VALUE 'ANIO: '.
           05 LC-ANIO             PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           05 LC-EMPRESA          PIC X(03).

       01  LIN-CTL-MONTO.
           05 LC-LEYENDA          PIC X(34).
       EXEC SQL INCLUDE DCLNOMYTD END-EXEC.
       EXEC SQL INCLUDE DCLNOMDED END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

       EXEC SQL
          DECLARE C-YTD-ANIO CURSOR FOR
             SELECT EMP_ID, YTD_SALARIO_BASE, YTD_BONOS,
                    YTD_DEDUCCIONES, YTD_SALARIO_NETO,
                    YTD_PRIMA_VAC
             FROM NOMINA_YTD
             WHERE ANIO = :WS-ANIO-PARM
             ORDER BY EMP_ID
       END-EXEC.

      * Lo que cada empresa le pago al empleado en el año, una fila
      * por empresa. Igual que el YTD, la suma se toma sin filtrar
      * STATUS: la baja de un empleado no reversa lo que ya cobro.
       EXEC SQL
          DECLARE C-EMPRESAS-EMP CURSOR FOR
             SELECT EMPRESA, SUM(SALARIO_BASE), SUM(BONOS),
                    SUM(SALARIO_NETO)
             FROM NOMINA
             WHERE EMP_ID = :YT-EMP-ID
               AND FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                  AND :WS-FECHA-HASTA
             GROUP BY EMPRESA
             ORDER BY EMPRESA
       END-EXEC.

      * Montos anuales del empleado por categoria del catalogo,
      * sumados sobre las fechas de pago del año en que cobro en la
      * empresa en proceso; un codigo sin catalogo cae en la
      * categoria '?' y se agrupa como otras deducciones. Si sus
      * renglones de NOMINA ya se depuraron no hay empresa contra que
      * cruzar y se toman todas sus fechas de pago.
       EXEC SQL
          DECLARE C-CATEGORIAS CURSOR FOR
             SELECT COALESCE(C.CATEGORIA, '?'),
             WHERE D.EMP_ID = :YT-EMP-ID
               AND D.FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                    AND :WS-FECHA-HASTA
               AND (:WS-CO-SIN-NOMINA-SW = 'Y'
                    OR EXISTS
                      (SELECT 1 FROM NOMINA N
                        WHERE N.EMP_ID = D.EMP_ID
                          AND N.FECHA_PAGO = D.FECHA_PAGO
                          AND N.EMPRESA = :WS-CO-EMPRESA))
             GROUP BY C.CATEGORIA
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-ANIO quede
      * alineado con el texto real del parametro. La empresa que
      * sigue al año es opcional.
       LINKAGE SECTION.
       01  LK-PARM-ANIO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-ANIO              PIC X(04).
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-ANIO.
       0000-MAIN.
              STOP RUN
           END-IF

           IF LK-PARM-LEN > 4
              MOVE LK-EMPRESA TO WS-EMPRESA-PARM
           ELSE
              MOVE SPACES TO WS-EMPRESA-PARM
           END-IF

           MOVE WS-ANIO-PARM TO WS-FECHA-DESDE(1:4)
           MOVE '-01-01'     TO WS-FECHA-DESDE(5:6)
           MOVE WS-ANIO-PARM TO WS-FECHA-HASTA(1:4)
              STOP RUN
           END-IF

           MOVE SPACES TO DCLNOMEMR
           IF WS-EMPRESA-PARM NOT = SPACES
              PERFORM 1050-VALIDAR-EMPRESA
           END-IF

           EXEC SQL
              OPEN C-YTD-ANIO
           END-EXEC
              STOP RUN
           END-IF.

      * La empresa del PARM debe existir; una empresa ya inactiva
      * todavia presenta la constancia del año en que tuvo nomina.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, RFC, REGISTRO_PATRONAL
              INTO :ER-RAZON-SOCIAL, :ER-RFC, :ER-REGISTRO-PATRONAL
              FROM NOMINA_EMPRESA
              WHERE EMPRESA = :ER-EMPRESA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
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

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-YTD-ANIO
              INTO :YT-EMP-ID, :YT-SALARIO-BASE, :YT-BONOS,
                   :YT-DEDUCCIONES, :YT-SALARIO-NETO,
                   :YT-PRIMA-VAC
           END-EXEC

           EVALUATE SQLCODE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Una constancia por cada empresa que le pago al empleado en el
      * año. Si sus renglones de NOMINA ya se depuraron, sale una sola
      * con el acumulado de NOMINA_YTD bajo la empresa que tenga hoy.
       2100-GENERAR-CONSTANCIA.
           PERFORM 2300-BUSCAR-NOMBRE
           MOVE 'N'   TO WS-CO-SIN-NOMINA-SW
           MOVE ZEROS TO WS-CO-EMPRESAS

           EXEC SQL
              OPEN C-EMPRESAS-EMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR EMPRESAS: ' YT-EMP-ID
                      ' SQLCODE: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-EMPRESAS-SW
           PERFORM 2110-LEER-EMPRESA UNTIL WS-FIN-EMPRESAS

           EXEC SQL
              CLOSE C-EMPRESAS-EMP
           END-EXEC

      * Un error de FETCH deja WS-CO-EMPRESAS en -1 para que no se
      * confunda con el empleado sin renglones.
           IF WS-CO-EMPRESAS = ZEROS
              SET WS-CO-SIN-NOMINA TO TRUE
              PERFORM 2310-BUSCAR-EMPRESA-ACTUAL
              MOVE YT-SALARIO-BASE TO WS-CO-SALARIO-BASE
              MOVE YT-BONOS        TO WS-CO-BONOS
              MOVE YT-SALARIO-NETO TO WS-CO-NETO-ANUAL
              MOVE YT-PRIMA-VAC    TO WS-CO-PRIMA-VAC
              PERFORM 2120-CONSTANCIA-EMPRESA
           END-IF.

       2110-LEER-EMPRESA.
           EXEC SQL
              FETCH C-EMPRESAS-EMP
              INTO :WS-CO-EMPRESA, :WS-CO-SALARIO-BASE,
                   :WS-CO-BONOS, :WS-CO-NETO-ANUAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-CO-EMPRESAS
                 PERFORM 2120-CONSTANCIA-EMPRESA
              WHEN 100
                 SET WS-FIN-EMPRESAS TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH EMPRESAS: ' YT-EMP-ID
                         ' SQLCODE: ' SQLCODE
                 MOVE -1 TO WS-CO-EMPRESAS
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-EMPRESAS TO TRUE
           END-EVALUATE.

      * La constancia de otra empresa no entra en la presentacion de
      * la empresa del PARM; se cuenta aparte en el reporte de
      * control.
       2120-CONSTANCIA-EMPRESA.
           IF WS-EMPRESA-PARM NOT = SPACES
              AND WS-CO-EMPRESA NOT = WS-EMPRESA-PARM
              ADD 1 TO WS-TC-OTRA-EMPRESA
              EXIT PARAGRAPH
           END-IF
           PERFORM 2350-BUSCAR-PATRON

           COMPUTE WS-CO-TOTAL-COMP = WS-CO-SALARIO-BASE + WS-CO-BONOS
      * La base gravable anual es la compensacion total; las
      * deducciones personales no la reducen en esta presentacion.
           MOVE WS-CO-TOTAL-COMP TO WS-CO-BASE-GRAVABLE

           PERFORM 2200-SUMAR-CATEGORIAS
           PERFORM 2250-SUMAR-PATRONAL
           PERFORM 2260-CONTAR-RECIBOS
           IF NOT WS-CO-SIN-NOMINA
              PERFORM 2270-SUMAR-PRIMA-VAC
           END-IF
           PERFORM 2400-IMPRIMIR-CONSTANCIA
           PERFORM 2500-ESCRIBIR-FISCAL

           ADD WS-CO-RET-IMPUESTO TO WS-TC-RET-IMPUESTO
           ADD WS-CO-RET-SEGURO   TO WS-TC-RET-SEGURO
           ADD WS-CO-OTRAS-DEDUC  TO WS-TC-OTRAS-DEDUC
           ADD WS-CO-NETO-ANUAL   TO WS-TC-NETO-ANUAL
           ADD WS-CO-PRIMA-VAC    TO WS-TC-PRIMA-VAC
           ADD WS-CO-PATRONAL     TO WS-TC-PATRONAL
           ADD WS-CO-TIMBRADOS    TO WS-TC-TIMBRADOS
           ADD WS-CO-SIN-TIMBRAR  TO WS-TC-SIN-TIMBRAR.

       2200-SUMAR-CATEGORIAS.
           MOVE ZEROS TO WS-CO-RET-IMPUESTO WS-CO-RET-SEGURO
                 SET WS-FIN-CAT TO TRUE
           END-EVALUATE.

      * Costo patronal total del año del empleado en la empresa, de
      * los renglones que la carga dejo en NOMINA_PATRONAL; los
      * periodos cargados antes de que existiera el calculo patronal
      * suman cero. Mismo cruce por empresa que C-CATEGORIAS.
       2250-SUMAR-PATRONAL.
           EXEC SQL
              SELECT COALESCE(SUM(P.TOTAL_PATRONAL), 0)
              INTO :WS-CO-PATRONAL
              FROM NOMINA_PATRONAL P
              WHERE P.EMP_ID = :YT-EMP-ID
                AND P.FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                     AND :WS-FECHA-HASTA
                AND (:WS-CO-SIN-NOMINA-SW = 'Y'
                     OR EXISTS
                       (SELECT 1 FROM NOMINA N
                         WHERE N.EMP_ID = P.EMP_ID
                           AND N.FECHA_PAGO = P.FECHA_PAGO
                           AND N.EMPRESA = :WS-CO-EMPRESA))
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE ZEROS TO WS-CO-PATRONAL
           END-IF.

      * Pagos del año del empleado en la empresa contra sus recibos
      * electronicos
      * timbrados en NOMINA_CFDI: la constancia anual solo ampara lo
      * que el empleado tiene en recibos timbrados, y cada pago sin
      * timbrar es una diferencia que Fiscal debe resolver antes de
      * presentar.
       2260-CONTAR-RECIBOS.
           EXEC SQL
              SELECT COUNT(*),
                     COALESCE(SUM(CASE WHEN F.ESTADO = 'T'
                                       THEN 1 ELSE 0 END), 0)
              INTO :WS-CO-PAGOS, :WS-CO-TIMBRADOS
              FROM NOMINA N
                   LEFT OUTER JOIN NOMINA_CFDI F
                      ON F.EMP_ID = N.EMP_ID
                     AND F.FECHA_PAGO = N.FECHA_PAGO
              WHERE N.EMP_ID = :YT-EMP-ID
                AND N.FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                     AND :WS-FECHA-HASTA
                AND N.STATUS = 'A'
                AND N.EMPRESA = :WS-CO-EMPRESA
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CONTAR RECIBOS: ' YT-EMP-ID
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-CO-PAGOS WS-CO-TIMBRADOS
           END-IF

           COMPUTE WS-CO-SIN-TIMBRAR = WS-CO-PAGOS - WS-CO-TIMBRADOS.

      * Prima vacacional que la empresa le pago en el año ('G' en
      * NOMINA_VAC_MOV, de NOMINA01 o del finiquito), tomada de las
      * fechas de pago en que cobro en esa empresa.
       2270-SUMAR-PRIMA-VAC.
           EXEC SQL
              SELECT COALESCE(SUM(M.PRIMA_MONTO), 0)
              INTO :WS-CO-PRIMA-VAC
              FROM NOMINA_VAC_MOV M
              WHERE M.EMP_ID = :YT-EMP-ID
                AND M.FECHA_PAGO BETWEEN :WS-FECHA-DESDE
                                     AND :WS-FECHA-HASTA
                AND M.ESTADO = 'G'
                AND EXISTS
                   (SELECT 1 FROM NOMINA N
                     WHERE N.EMP_ID = M.EMP_ID
                       AND N.FECHA_PAGO = M.FECHA_PAGO
                       AND N.EMPRESA = :WS-CO-EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR PRIMA VACACIONAL: ' YT-EMP-ID
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-CO-PRIMA-VAC
           END-IF.

      * El nombre sale del renglon de NOMINA del ultimo periodo del
      * año del empleado; si ya no hay renglones (purga), la
      * constancia sale con el nombre en blanco.
           MOVE SPACES TO WS-CO-EMP-NOMBRE

           EXEC SQL
              SELECT EMP_NOMBRE
              INTO :EMP-NOMBRE
              FROM NOMINA
              WHERE EMP_ID = :YT-EMP-ID
                AND FECHA_PAGO =
                                          AND :WS-FECHA-HASTA)
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE EMP-NOMBRE TO WS-CO-EMP-NOMBRE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMBRE: ' YT-EMP-ID
                         ' SQLCODE: ' SQLCODE
           END-EVALUATE.

      * Sin renglones de NOMINA en el año la empresa es la que el
      * empleado tenga hoy en NOMINA_EMPLEADO.
       2310-BUSCAR-EMPRESA-ACTUAL.
           MOVE SPACES TO WS-CO-EMPRESA

           EXEC SQL
              SELECT EMPRESA INTO :EM-EMPRESA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :YT-EMP-ID
           END-EXEC

           IF SQLCODE = 0
              MOVE EM-EMPRESA TO WS-CO-EMPRESA
           ELSE
              DISPLAY 'EMPLEADO SIN EMPRESA: ' YT-EMP-ID
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * Razon social, RFC y registro patronal de la empresa; los
      * empleados vienen en orden de EMP_ID y no de empresa, asi que
      * solo se relee cuando la empresa cambia.
       2350-BUSCAR-PATRON.
           IF WS-CO-EMPRESA = ER-EMPRESA
              EXIT PARAGRAPH
           END-IF

           MOVE WS-CO-EMPRESA TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, RFC, REGISTRO_PATRONAL
              INTO :ER-RAZON-SOCIAL, :ER-RFC, :ER-REGISTRO-PATRONAL
              FROM NOMINA_EMPRESA
              WHERE EMPRESA = :ER-EMPRESA
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER EMPRESA: ' ER-EMPRESA
                      ' EMP: ' YT-EMP-ID ' SQLCODE: ' SQLCODE
              MOVE SPACES TO ER-RAZON-SOCIAL ER-RFC
                             ER-REGISTRO-PATRONAL
              SET WS-ERR-CURSOR TO TRUE
           END-IF.

       2400-IMPRIMIR-CONSTANCIA.
           MOVE LIN-EMPLEADO TO CONS-LINE
           WRITE CONS-LINE

           MOVE ER-RAZON-SOCIAL      TO LP-RAZON-SOCIAL
           MOVE ER-RFC               TO LP-RFC
           MOVE ER-REGISTRO-PATRONAL TO LP-REG-PATRONAL
           MOVE LIN-PATRON TO CONS-LINE
           WRITE CONS-LINE

           MOVE 'COMPENSACION TOTAL DEL ANIO' TO LM-LEYENDA
           MOVE WS-CO-TOTAL-COMP TO WS-ED-MONTO
           MOVE WS-ED-MONTO TO LM-MONTO
           MOVE LIN-MONTO TO CONS-LINE
           WRITE CONS-LINE

      * La prima vacacional ya viene dentro de la compensacion total;
      * se desglosa para que el empleado la vea por separado.
           MOVE '  INCLUYE PRIMA VACACIONAL' TO LM-LEYENDA
           MOVE WS-CO-PRIMA-VAC TO WS-ED-MONTO
           MOVE WS-ED-MONTO TO LM-MONTO
           MOVE LIN-MONTO TO CONS-LINE
           WRITE CONS-LINE

           MOVE 'BASE GRAVABLE' TO LM-LEYENDA
           MOVE WS-CO-BASE-GRAVABLE TO WS-ED-MONTO
           MOVE WS-ED-MONTO TO LM-MONTO
           WRITE CONS-LINE

           MOVE 'NETO PAGADO EN EL ANIO' TO LM-LEYENDA
           MOVE WS-CO-NETO-ANUAL TO WS-ED-MONTO
           MOVE WS-ED-MONTO TO LM-MONTO
           MOVE LIN-MONTO TO CONS-LINE
           WRITE CONS-LINE
           MOVE WS-CO-PATRONAL TO WS-ED-MONTO
           MOVE WS-ED-MONTO TO LM-MONTO
           MOVE LIN-MONTO TO CONS-LINE
           WRITE CONS-LINE

           MOVE 'RECIBOS ELECTRONICOS TIMBRADOS' TO LM-LEYENDA
           MOVE WS-CO-TIMBRADOS TO WS-ED-EMPLEADOS
           MOVE WS-ED-EMPLEADOS TO LM-MONTO
           MOVE LIN-MONTO TO CONS-LINE
           WRITE CONS-LINE

           IF WS-CO-SIN-TIMBRAR > ZEROS
              MOVE 'PAGOS SIN RECIBO TIMBRADO' TO LM-LEYENDA
              MOVE WS-CO-SIN-TIMBRAR TO WS-ED-EMPLEADOS
              MOVE WS-ED-EMPLEADOS TO LM-MONTO
              MOVE LIN-MONTO TO CONS-LINE
              WRITE CONS-LINE
           END-IF.

       2500-ESCRIBIR-FISCAL.
           MOVE YT-EMP-ID          TO FI-EMP-ID
           MOVE WS-CO-RET-IMPUESTO TO FI-RET-IMPUESTO
           MOVE WS-CO-RET-SEGURO   TO FI-RET-SEGURO
           MOVE WS-CO-OTRAS-DEDUC  TO FI-OTRAS-DEDUC
           MOVE WS-CO-NETO-ANUAL   TO FI-NETO-ANUAL
           MOVE ER-RFC             TO FI-RFC-PATRON
           MOVE ER-REGISTRO-PATRONAL TO FI-REG-PATRONAL
           WRITE FIS-RECORD.

       3000-FINALIZAR.

       3100-ESCRIBIR-CONTROL.
           MOVE WS-ANIO-PARM TO LC-ANIO
           IF WS-EMPRESA-PARM = SPACES
              MOVE '***' TO LC-EMPRESA
           ELSE
              MOVE WS-EMPRESA-PARM TO LC-EMPRESA
           END-IF
           MOVE LIN-CTL-TITULO TO CTL-LINE
           WRITE CTL-LINE

           MOVE 'CONSTANCIAS EN LA PRESENTACION' TO LC-LEYENDA
           MOVE WS-TC-EMPLEADOS TO WS-ED-EMPLEADOS
           MOVE WS-ED-EMPLEADOS TO LC-MONTO
           MOVE LIN-CTL-MONTO TO CTL-LINE
           MOVE LIN-CTL-MONTO TO CTL-LINE
           WRITE CTL-LINE

           MOVE '  INCLUYE PRIMA VACACIONAL' TO LC-LEYENDA
           MOVE WS-TC-PRIMA-VAC TO WS-ED-MONTO-GDE
           MOVE WS-ED-MONTO-GDE TO LC-MONTO
           MOVE LIN-CTL-MONTO TO CTL-LINE
           WRITE CTL-LINE

           MOVE 'IMPUESTO RETENIDO' TO LC-LEYENDA
           MOVE WS-TC-RET-IMPUESTO TO WS-ED-MONTO-GDE
           MOVE WS-ED-MONTO-GDE TO LC-MONTO
           MOVE WS-TC-PATRONAL TO WS-ED-MONTO-GDE
           MOVE WS-ED-MONTO-GDE TO LC-MONTO
           MOVE LIN-CTL-MONTO TO CTL-LINE
           WRITE CTL-LINE

           MOVE 'RECIBOS ELECTRONICOS TIMBRADOS' TO LC-LEYENDA
           MOVE WS-TC-TIMBRADOS TO WS-ED-EMPLEADOS
           MOVE WS-ED-EMPLEADOS TO LC-MONTO
           MOVE LIN-CTL-MONTO TO CTL-LINE
           WRITE CTL-LINE

           MOVE 'PAGOS SIN RECIBO TIMBRADO' TO LC-LEYENDA
           MOVE WS-TC-SIN-TIMBRAR TO WS-ED-EMPLEADOS
           MOVE WS-ED-EMPLEADOS TO LC-MONTO
           MOVE LIN-CTL-MONTO TO CTL-LINE
           WRITE CTL-LINE

           IF WS-EMPRESA-PARM NOT = SPACES
              MOVE 'CONSTANCIAS DE OTRA EMPRESA' TO LC-LEYENDA
              MOVE WS-TC-OTRA-EMPRESA TO WS-ED-EMPLEADOS
              MOVE WS-ED-EMPLEADOS TO LC-MONTO
              MOVE LIN-CTL-MONTO TO CTL-LINE
              WRITE CTL-LINE
           END-IF.

       END PROGRAM NOMIANU01.

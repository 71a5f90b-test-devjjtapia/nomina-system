      * (GL) de la nomina de la FECHA_PAGO recibida por PARM,          *
      * resumiendo SALARIO_BASE/BONOS/DEDUCCIONES/SALARIO_NETO por     *
      * EMP_DEPTO en renglones de debito/credito balanceados.          *
      * Incluye el costo patronal (con la iguala del fondo de ahorro), *
      * el reparto del costo de los empleados compartidos entre        *
      * departamentos (NOMINA_DISTRIB) y los ajustes fuera de ciclo    *
      * pendientes.                                                    *
      * Corre una vez por empresa (EMPRESA en el PARM): solo toma los  *
      * renglones de esa empresa y escribe las cuentas de su propio    *
      * catalogo segun NOMINA_EMPRESA_CTA.                             *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-CTA-PATRON-PAGAR  PIC X(06) VALUE '220000'.
           05 WS-CTA-GASTO-IMPNOM  PIC X(06) VALUE '520000'.
           05 WS-CTA-IMPNOM-PAGAR  PIC X(06) VALUE '230000'.
      * La prima vacacional se paga dentro de BONOS pero se carga a su
      * propia cuenta de gasto: la CTA_GL del codigo PVA del catalogo
      * de deducciones, o esta fija si el codigo no esta dado de alta.
           05 WS-CTA-GASTO-PRIMA   PIC X(06) VALUE '530000'.
           05 WS-COD-PRIMA-VAC     PIC X(03) VALUE 'PVA'.
      * Fondo de ahorro: la iguala del patron es gasto contra el
      * pasivo del fondo, y lo que el fondo le devuelve al empleado
      * (liquidacion anual o finiquito) sale del pasivo y no del gasto
      * de salario. Las cuentas vienen de NOMINA_FONDO_CTL; estas
      * fijas son el respaldo si el control no existe.
           05 WS-CTA-GASTO-FONDO   PIC X(06) VALUE '540000'.
           05 WS-CTA-FONDO-PAGAR   PIC X(06) VALUE '240000'.

       01  WS-CONTADORES.
           05 WS-REG-ESCRITOS     PIC 9(05) VALUE ZEROS.
           05 WS-TOT-CREDITOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMPRESA-PARM        PIC X(03).

      * Cuentas propias de la empresa: el asiento se arma con las
      * cuentas del catalogo comun y cada renglon se traduce a la
      * cuenta de la empresa al escribirse. Una cuenta sin renglon de
      * mapeo sale tal cual (la empresa comparte esa cuenta).
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

       01  WS-SUM-DEPTO.
           05 WS-SUM-DEPTO-COD     PIC X(03).
           05 WS-SUM-BONOS         PIC S9(09)V99 COMP-3.
           05 WS-SUM-DEDUCCIONES   PIC S9(09)V99 COMP-3.
           05 WS-SUM-SALARIO-NETO  PIC S9(09)V99 COMP-3.
           05 WS-SUM-PRIMA-VAC     PIC S9(09)V99 COMP-3.

      * Totales de deducciones por departamento tomados del cursor
      * principal; a cada uno se le van restando los abonos por cuenta
           05 WS-PD-DEPTO          PIC X(03).
           05 WS-PD-APORTE-SEG     PIC S9(11)V99 COMP-3.
           05 WS-PD-IMP-NOMINA     PIC S9(11)V99 COMP-3.
           05 WS-PD-APORTE-FONDO   PIC S9(11)V99 COMP-3.
           05 WS-FIN-PAT-SW        PIC X VALUE 'N'.
              88 WS-FIN-PAT         VALUE 'Y'.

              88 WS-FIN-AJUSTES    VALUE 'Y'.
           05 WS-ERR-AJUSTES-SW   PIC X VALUE 'N'.
              88 WS-ERR-AJUSTES    VALUE 'Y'.
           05 WS-GLA-RETIRO-FONDO PIC S9(11)V99 COMP-3.
           05 WS-FIN-RETIROS-SW   PIC X VALUE 'N'.
              88 WS-FIN-RETIROS    VALUE 'Y'.

      * Reparto del costo de los empleados con distribucion vigente
      * (NOMINA_DISTRIB): el renglon del cursor, los porcentajes de
      * su vigencia y el monto de cada clase de costo que se mueve del
      * departamento base a cada departamento destino.
       01  WS-DISTRIBUCION.
           05 WS-DS-EMP-ID         PIC X(06).
           05 WS-DS-DEPTO-BASE     PIC X(03).
           05 WS-DS-CTA-BASE       PIC X(06).
           05 WS-DS-CTA-DESTINO    PIC X(06).
           05 WS-DS-CTA-ORIGEN     PIC X(06).
           05 WS-DS-SALARIO        PIC S9(09)V99 COMP-3.
           05 WS-DS-PRIMA          PIC S9(09)V99 COMP-3.
           05 WS-DS-SEGURO         PIC S9(09)V99 COMP-3.
           05 WS-DS-IMPNOM         PIC S9(09)V99 COMP-3.
           05 WS-DS-FONDO          PIC S9(09)V99 COMP-3.
           05 WS-DS-PARTE          PIC S9(09)V99 COMP-3.
           05 WS-DS-CANT           PIC 9(02) VALUE ZEROS.
           05 WS-DS-IDX            PIC 9(02).
           05 WS-DS-RENGLON OCCURS 10.
              10 WS-DS-DEPTO       PIC X(03).
              10 WS-DS-PCT         PIC S9(03)V99 COMP-3.
           05 WS-DS-EMPLEADOS      PIC 9(05) VALUE ZEROS.
           05 WS-FIN-DISTRIB-SW    PIC X VALUE 'N'.
              88 WS-FIN-DISTRIB     VALUE 'Y'.
           05 WS-FIN-PCT-SW        PIC X VALUE 'N'.
              88 WS-FIN-PCT         VALUE 'Y'.

      * Neto de la reclasificacion por cuenta y departamento: lo que
      * entra a los destinos sale del departamento base, asi que la
      * suma de la tabla es cero y el extracto sigue cuadrando.
       01  WS-RECLASIFICACION.
           05 WS-RC-CANT           PIC 9(03) VALUE ZEROS.
           05 WS-RC-IDX            PIC 9(03).
           05 WS-RC-ENT OCCURS 300.
              10 WS-RC-CUENTA      PIC X(06).
              10 WS-RC-DEPTO       PIC X(03).
              10 WS-RC-MONTO       PIC S9(11)V99 COMP-3.
           05 WS-RC-BUS-CUENTA     PIC X(06).
           05 WS-RC-BUS-DEPTO      PIC X(03).
           05 WS-RC-BUS-MONTO      PIC S9(11)V99 COMP-3.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMINA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMAJ END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMDIS END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Mapeo de cuentas del catalogo comun (CUENTA) a las del
      * catalogo de cada empresa (CUENTA_EMPRESA), mantenido por
      * Contabilidad. Solo llevan renglon las cuentas que difieren.
       EXEC SQL DECLARE NOMINA_EMPRESA_CTA TABLE
         (EMPRESA         CHAR(3)      NOT NULL,
          CUENTA          CHAR(6)      NOT NULL,
          CUENTA_EMPRESA  CHAR(6)      NOT NULL,
          PRIMARY KEY (EMPRESA, CUENTA))
       END-EXEC.

      * Cuentas mapeadas de la empresa del PARM.
       EXEC SQL
          DECLARE C-CUENTAS-EMPRESA CURSOR FOR
             SELECT CUENTA, CUENTA_EMPRESA
             FROM NOMINA_EMPRESA_CTA
             WHERE EMPRESA = :WS-EMPRESA-PARM
             ORDER BY CUENTA
       END-EXEC.

       EXEC SQL
          DECLARE C-RESUMEN-DEPTO CURSOR FOR
                    SUM(DEDUCCIONES), SUM(SALARIO_NETO)
             FROM NOMINA
             WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND EMPRESA = :WS-EMPRESA-PARM
               AND STATUS = 'A'
             GROUP BY EMP_DEPTO
             ORDER BY EMP_DEPTO
                  LEFT OUTER JOIN NOMINA_DED_CATALOGO C
                     ON D.DED_CODIGO = C.DED_CODIGO
             WHERE D.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
             GROUP BY N.EMP_DEPTO, C.CTA_GL
             ORDER BY 1, 2
      * Costo patronal del periodo por departamento: el devengo que
      * Finance tecleaba a mano. Solo el periodo del PARM: sin el
      * filtro de FECHA_PAGO cada corrida volveria a asentar todos
      * los periodos pasados. Cada grupo produce tres pares
      * balanceados: gasto patronal contra aportes por pagar, gasto
      * de impuesto sobre nomina contra su pasivo, y la iguala del
      * fondo de ahorro contra el pasivo del fondo.
       EXEC SQL
          DECLARE C-PATRONAL CURSOR FOR
             SELECT N.EMP_DEPTO,
                    SUM(P.APORTE_SEGURO), SUM(P.IMPUESTO_NOMINA),
                    SUM(P.APORTE_FONDO)
             FROM NOMINA_PATRONAL P, NOMINA N
             WHERE P.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMP_ID = P.EMP_ID
               AND N.FECHA_PAGO = P.FECHA_PAGO
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
             GROUP BY N.EMP_DEPTO
             ORDER BY N.EMP_DEPTO
       END-EXEC.

      * Empleados del periodo con una distribucion vigente a la
      * FECHA_PAGO: su salario y bonos (sin la prima vacacional, que
      * va a su propia cuenta) y su costo patronal, tal como 2100 y
      * 2620 los cargaron completos a su EMP_DEPTO.
       EXEC SQL
          DECLARE C-DISTRIB-EMP CURSOR FOR
             SELECT N.EMP_ID, N.EMP_DEPTO,
                    N.SALARIO_BASE + N.BONOS,
                    COALESCE((SELECT SUM(M.PRIMA_MONTO)
                                FROM NOMINA_VAC_MOV M
                               WHERE M.EMP_ID = N.EMP_ID
                                 AND M.FECHA_PAGO = N.FECHA_PAGO
                                 AND M.ESTADO = 'G'), 0),
                    COALESCE(P.APORTE_SEGURO, 0),
                    COALESCE(P.IMPUESTO_NOMINA, 0),
                    COALESCE(P.APORTE_FONDO, 0)
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_PATRONAL P
                     ON P.EMP_ID = N.EMP_ID
                    AND P.FECHA_PAGO = N.FECHA_PAGO
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
               AND EXISTS
                   (SELECT 1 FROM NOMINA_DISTRIB D
                     WHERE D.EMP_ID = N.EMP_ID
                       AND D.VIGENCIA_DESDE <= N.FECHA_PAGO)
             ORDER BY N.EMP_ID
       END-EXEC.

      * Porcentajes de la vigencia que rige a la FECHA_PAGO: la mas
      * reciente que no la pase.
       EXEC SQL
          DECLARE C-DISTRIB-PCT CURSOR FOR
             SELECT D.DEPTO, D.PORCENTAJE
             FROM NOMINA_DISTRIB D
             WHERE D.EMP_ID = :WS-DS-EMP-ID
               AND D.VIGENCIA_DESDE =
                   (SELECT MAX(X.VIGENCIA_DESDE)
                      FROM NOMINA_DISTRIB X
                     WHERE X.EMP_ID = D.EMP_ID
                       AND X.VIGENCIA_DESDE <= :WS-FECHA-PAGO-PARM)
             ORDER BY D.DEPTO
       END-EXEC.

      * Ajustes fuera de ciclo pendientes de asentar ('P' en
      * ESTADO_GL), resumidos por el departamento del renglon de
      * NOMINA que fue ajustado, sin importar de que periodo vengan:
      * el asiento de reversa sale en el siguiente extracto que se
      * genere. Cada empresa barre solo los ajustes de sus renglones.
       EXEC SQL
          DECLARE C-AJUSTES-GL CURSOR FOR
             SELECT N.EMP_DEPTO,
             WHERE A.EMP_ID = N.EMP_ID
               AND A.FECHA_PAGO = N.FECHA_PAGO
               AND A.ESTADO_GL = 'P'
               AND N.EMPRESA = :WS-EMPRESA-PARM
             GROUP BY N.EMP_DEPTO
             ORDER BY N.EMP_DEPTO
       END-EXEC.

      * Pagos del fondo de ahorro (liquidacion anual o finiquito ya
      * pagados por NOMIESP01) cuyo renglon de NOMINA sale en este
      * barrido de ajustes. NOMIESP01 los carga como salario, asi que
      * el ajuste los manda al gasto de salario del departamento; este
      * cursor da el monto a reclasificar del gasto al pasivo del
      * fondo, que es de donde realmente sale el dinero.
       EXEC SQL
          DECLARE C-RETIROS-FONDO CURSOR FOR
             SELECT N.EMP_DEPTO, SUM(L.TOTAL)
             FROM NOMINA_FONDO_LIQ L, NOMINA N
             WHERE L.EMP_ID = N.EMP_ID
               AND L.FECHA_PAGO = N.FECHA_PAGO
               AND L.ESTADO = 'E'
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND EXISTS
                   (SELECT 1 FROM NOMINA_AJUSTES A
                     WHERE A.EMP_ID = L.EMP_ID
                       AND A.FECHA_PAGO = L.FECHA_PAGO
                       AND A.ESTADO_GL = 'P')
             GROUP BY N.EMP_DEPTO
             ORDER BY N.EMP_DEPTO
       END-EXEC.
      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-FECHA-PAGO quede
      * alineado con el texto real del parametro. La empresa sigue a
      * la fecha y es obligatoria.
       LINKAGE SECTION.
       01  LK-PARM-FECHA-PAGO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-EMPRESA           PIC X(03).

       PROCEDURE DIVISION USING LK-PARM-FECHA-PAGO.
       0000-MAIN.
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2400-ABONAR-DEDUCCIONES
           PERFORM 2600-ASENTAR-PATRONAL
           PERFORM 2700-DISTRIBUIR-COSTO
           PERFORM 2300-ASENTAR-AJUSTES
           PERFORM 3000-FINALIZAR
           STOP RUN.
              STOP RUN
           END-IF

           IF LK-PARM-LEN > 10
              MOVE LK-EMPRESA TO WS-EMPRESA-PARM
           ELSE
              MOVE SPACES TO WS-EMPRESA-PARM
           END-IF
           IF WS-EMPRESA-PARM = SPACES
              DISPLAY 'ERROR: EMPRESA NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT GL-FILE
           IF GL-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR GLFILE: ' GL-STATUS
              STOP RUN
           END-IF

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1100-VERIFICAR-PERIODO
           PERFORM 1200-LEER-CTA-PRIMA
           PERFORM 1210-LEER-CTAS-FONDO
           PERFORM 1300-CARGAR-CTAS-EMPRESA

           EXEC SQL
              OPEN C-RESUMEN-DEPTO
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

      * El asiento contable solo se genera de un periodo que NOMINA01
      * dejo cargado completo ('L'), o ya cerrado ('C') cuando se
      * necesita regenerar el extracto; nunca de una carga a medias.
                 STOP RUN
           END-EVALUATE.

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

      * Mapeo de cuentas de la empresa a memoria. Un mapeo que no
      * cabe o no se puede leer completo detiene el extracto: un
      * renglon con la cuenta del catalogo comun caeria en una cuenta
      * equivocada del libro de la empresa.
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
              FETCH C-RESUMEN-DEPTO
      * nomina por pagar; el credito de las retenciones ya no sale en
      * bulto aqui sino desglosado por cuenta del catalogo en 2400,
      * asi que el total de deducciones del depto solo se aparta para
      * irlo saldando contra ese desglose. La prima vacacional pagada
      * dentro de los bonos sale del debito de salario y se carga a
      * su propia cuenta.
       2100-ESCRIBIR-ASIENTO-DEPTO.
           PERFORM 2160-SUMAR-PRIMA-DEPTO
           COMPUTE WS-SUM-SALARIO-BASE =
              WS-SUM-SALARIO-BASE + WS-SUM-BONOS - WS-SUM-PRIMA-VAC

           IF WS-SUM-PRIMA-VAC NOT = ZEROS
              MOVE WS-CTA-GASTO-PRIMA   TO GL-CUENTA
              MOVE WS-SUM-DEPTO-COD     TO GL-DEPTO
              MOVE 'D'                  TO GL-TIPO
              MOVE WS-SUM-PRIMA-VAC     TO GL-MONTO
              MOVE WS-FECHA-PAGO-PARM   TO GL-FECHA
              MOVE 'GASTO DE PRIMA VACACIONAL' TO GL-DESCRIPCION
              PERFORM 2950-MAPEAR-CUENTA
              WRITE GL-LINE
              ADD 1 TO WS-REG-ESCRITOS
              ADD WS-SUM-PRIMA-VAC TO WS-TOT-DEBITOS
           END-IF

           MOVE WS-SUM-DEPTO-COD TO DT-DEPTO
           PERFORM 2150-BUSCAR-CTA-DEPTO
           MOVE WS-SUM-SALARIO-BASE  TO GL-MONTO
           MOVE WS-FECHA-PAGO-PARM   TO GL-FECHA
           MOVE 'GASTO DE SALARIO Y BONOS' TO GL-DESCRIPCION
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-ESCRITOS
           ADD WS-SUM-SALARIO-BASE TO WS-TOT-DEBITOS
           MOVE WS-SUM-SALARIO-NETO TO GL-MONTO
           MOVE WS-FECHA-PAGO-PARM  TO GL-FECHA
           MOVE 'NOMINA NETA POR PAGAR' TO GL-DESCRIPCION
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-ESCRITOS
           ADD WS-SUM-SALARIO-NETO TO WS-TOT-CREDITOS.
              MOVE WS-CTA-GASTO-SALARIO TO WS-CTA-GASTO-DEPTO
           END-IF.

      * Prima vacacional que los renglones del departamento pagaron
      * en el periodo ('G' en NOMINA_VAC_MOV).
       2160-SUMAR-PRIMA-DEPTO.
           EXEC SQL
              SELECT COALESCE(SUM(M.PRIMA_MONTO), 0)
              INTO :WS-SUM-PRIMA-VAC
              FROM NOMINA_VAC_MOV M, NOMINA N
              WHERE M.FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND M.ESTADO = 'G'
                AND N.EMP_ID = M.EMP_ID
                AND N.FECHA_PAGO = M.FECHA_PAGO
                AND N.STATUS = 'A'
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.EMP_DEPTO = :WS-SUM-DEPTO-COD
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL SUMAR PRIMA VACACIONAL: '
                      WS-SUM-DEPTO-COD ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-SUM-PRIMA-VAC
           END-IF.

      * Credito de las retenciones desglosado por la cuenta de pasivo
      * del catalogo de deducciones, y al final el sobrante de cada
      * departamento (renglones de NOMINA sin detalle, o con detalle
           EXEC SQL
              FETCH C-PATRONAL
              INTO :WS-PD-DEPTO, :WS-PD-APORTE-SEG,
                   :WS-PD-IMP-NOMINA, :WS-PD-APORTE-FONDO
           END-EXEC

           EVALUATE SQLCODE
                 SET WS-FIN-PAT TO TRUE
           END-EVALUATE.

      * Tres pares debito/credito por departamento: la cuota patronal
      * del seguro, el impuesto sobre nomina y la iguala del fondo de
      * ahorro, cada uno gasto contra pasivo por el mismo monto, asi
      * que el extracto sigue cuadrando.
       2620-ESCRIBIR-ASIENTO-PATRON.
           MOVE WS-PD-DEPTO TO WS-GLA-DEPTO

           MOVE WS-CTA-IMPNOM-PAGAR TO WS-GLA-CUENTA
           MOVE 'C' TO WS-GLA-NAT-POS
           MOVE 'IMP SOBRE NOMINA POR PAGAR' TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL

           MOVE WS-PD-APORTE-FONDO TO WS-GLA-MONTO
           MOVE WS-CTA-GASTO-FONDO TO WS-GLA-CUENTA
           MOVE 'D' TO WS-GLA-NAT-POS
           MOVE 'GASTO IGUALA FONDO DE AHORRO' TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL

           MOVE WS-PD-APORTE-FONDO TO WS-GLA-MONTO
           MOVE WS-CTA-FONDO-PAGAR TO WS-GLA-CUENTA
           MOVE 'C' TO WS-GLA-NAT-POS
           MOVE 'FONDO DE AHORRO POR PAGAR' TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL.

      * Asienta los deltas de ajustes pendientes como renglones extra
              CLOSE C-AJUSTES-GL
           END-EXEC

           IF NOT WS-ERR-AJUSTES
              PERFORM 2330-RECLASIFICAR-FONDO
           END-IF

      * Si el cursor termino con error, los deltas no alcanzaron a
      * salir completos al extracto y se quedan en 'P' para la
      * siguiente corrida, en vez de marcarse asentados sin estarlo.
              UPDATE NOMINA_AJUSTES
                 SET ESTADO_GL = 'E'
               WHERE ESTADO_GL = 'P'
                 AND EXISTS
                     (SELECT 1 FROM NOMINA N
                       WHERE N.EMP_ID = NOMINA_AJUSTES.EMP_ID
                         AND N.FECHA_PAGO = NOMINA_AJUSTES.FECHA_PAGO
                         AND N.EMPRESA = :WS-EMPRESA-PARM)
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL MARCAR AJUSTES ASENTADOS: ' SQLCODE
           MOVE 'AJUSTE NOMINA POR PAGAR' TO WS-GLA-DESC
           PERFORM 2900-ESCRIBIR-LINEA-GL.

      * Reclasificacion de los pagos del fondo de ahorro que salen en
      * este barrido: el ajuste ya los cargo al gasto de salario del
      * departamento, asi que aqui se abonan a ese gasto y se cargan
      * al pasivo del fondo. Un error de cursor deja los ajustes en
      * 'P' igual que un error en el barrido mismo.
       2330-RECLASIFICAR-FONDO.
           EXEC SQL
              OPEN C-RETIROS-FONDO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR RETIROS FONDO: ' SQLCODE
              SET WS-ERR-AJUSTES TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2340-PROCESAR-RETIRO-FONDO UNTIL WS-FIN-RETIROS

           EXEC SQL
              CLOSE C-RETIROS-FONDO
           END-EXEC.

       2340-PROCESAR-RETIRO-FONDO.
           EXEC SQL
              FETCH C-RETIROS-FONDO
              INTO :WS-GLA-DEPTO, :WS-GLA-RETIRO-FONDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-GLA-RETIRO-FONDO TO WS-GLA-MONTO
                 MOVE WS-CTA-FONDO-PAGAR TO WS-GLA-CUENTA
                 MOVE 'D' TO WS-GLA-NAT-POS
                 MOVE 'RETIRO FONDO DE AHORRO' TO WS-GLA-DESC
                 PERFORM 2900-ESCRIBIR-LINEA-GL

                 MOVE WS-GLA-RETIRO-FONDO TO WS-GLA-MONTO
                 MOVE WS-GLA-DEPTO TO DT-DEPTO
                 PERFORM 2150-BUSCAR-CTA-DEPTO
                 MOVE WS-CTA-GASTO-DEPTO TO WS-GLA-CUENTA
                 MOVE 'C' TO WS-GLA-NAT-POS
                 MOVE 'RECLASIFICA PAGO FONDO AHORRO' TO WS-GLA-DESC
                 PERFORM 2900-ESCRIBIR-LINEA-GL
              WHEN 100
                 SET WS-FIN-RETIROS TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH RETIROS FONDO: ' SQLCODE
                 SET WS-ERR-AJUSTES TO TRUE
                 SET WS-FIN-RETIROS TO TRUE
           END-EVALUATE.

      * Reparto del costo de los empleados compartidos: 2100 y 2620
      * cargaron todo a su EMP_DEPTO, y aqui cada departamento destino
      * de su distribucion recibe su porcentaje de cada clase de costo
      * (salario y bonos a la CTA_GASTO del destino, prima vacacional,
      * cuota patronal, impuesto sobre nomina e iguala del fondo a sus
      * cuentas) que sale del departamento base. El departamento base
      * se queda con el resto, centavos del redondeo incluidos. Los
      * pasivos no se mueven: se pagan igual sin importar a quien se
      * cargue el gasto.
       2700-DISTRIBUIR-COSTO.
           EXEC SQL
              OPEN C-DISTRIB-EMP
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR DISTRIBUCION: ' SQLCODE
              SET WS-ERROR-EXTRACTO TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2710-PROCESAR-EMP-DISTRIB UNTIL WS-FIN-DISTRIB

           EXEC SQL
              CLOSE C-DISTRIB-EMP
           END-EXEC

           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CANT
              MOVE WS-RC-CUENTA(WS-RC-IDX) TO WS-GLA-CUENTA
              MOVE WS-RC-DEPTO(WS-RC-IDX)  TO WS-GLA-DEPTO
              MOVE WS-RC-MONTO(WS-RC-IDX)  TO WS-GLA-MONTO
              MOVE 'D' TO WS-GLA-NAT-POS
              MOVE 'DISTRIBUCION DE COSTO' TO WS-GLA-DESC
              PERFORM 2900-ESCRIBIR-LINEA-GL
           END-PERFORM

           DISPLAY 'EMPLEADOS CON COSTO DISTRIBUIDO: '
                   WS-DS-EMPLEADOS.

       2710-PROCESAR-EMP-DISTRIB.
           EXEC SQL
              FETCH C-DISTRIB-EMP
              INTO :WS-DS-EMP-ID, :WS-DS-DEPTO-BASE,
                   :WS-DS-SALARIO, :WS-DS-PRIMA, :WS-DS-SEGURO,
                   :WS-DS-IMPNOM, :WS-DS-FONDO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SUBTRACT WS-DS-PRIMA FROM WS-DS-SALARIO
                 PERFORM 2720-LEER-PORCENTAJES
                 IF NOT WS-ERROR-EXTRACTO
                    ADD 1 TO WS-DS-EMPLEADOS
                    MOVE WS-DS-DEPTO-BASE TO DT-DEPTO
                    PERFORM 2150-BUSCAR-CTA-DEPTO
                    MOVE WS-CTA-GASTO-DEPTO TO WS-DS-CTA-BASE
                    PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                            UNTIL WS-DS-IDX > WS-DS-CANT
                       IF WS-DS-DEPTO(WS-DS-IDX) NOT = WS-DS-DEPTO-BASE
                          PERFORM 2740-MOVER-A-DESTINO
                       END-IF
                    END-PERFORM
                 END-IF
              WHEN 100
                 SET WS-FIN-DISTRIB TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH DISTRIBUCION: ' SQLCODE
                 SET WS-ERROR-EXTRACTO TO TRUE
                 SET WS-FIN-DISTRIB TO TRUE
           END-EVALUATE.

       2720-LEER-PORCENTAJES.
           MOVE ZEROS TO WS-DS-CANT
           MOVE 'N' TO WS-FIN-PCT-SW

           EXEC SQL
              OPEN C-DISTRIB-PCT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR PORCENTAJES DE ' WS-DS-EMP-ID
                      ': ' SQLCODE
              SET WS-ERROR-EXTRACTO TO TRUE
              SET WS-FIN-DISTRIB TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2730-LEER-PORCENTAJE UNTIL WS-FIN-PCT

           EXEC SQL
              CLOSE C-DISTRIB-PCT
           END-EXEC.

       2730-LEER-PORCENTAJE.
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
                 SET WS-ERROR-EXTRACTO TO TRUE
                 SET WS-FIN-PCT TO TRUE
                 SET WS-FIN-DISTRIB TO TRUE
           END-EVALUATE.

      * La parte del destino de cada clase, redondeada al centavo,
      * entra a la cuenta del destino y sale de la misma cuenta del
      * departamento base (el salario, de la CTA_GASTO de cada uno).
       2740-MOVER-A-DESTINO.
           MOVE WS-DS-DEPTO(WS-DS-IDX) TO DT-DEPTO
           PERFORM 2150-BUSCAR-CTA-DEPTO

           COMPUTE WS-DS-PARTE ROUNDED =
              WS-DS-SALARIO * WS-DS-PCT(WS-DS-IDX) / 100
           MOVE WS-CTA-GASTO-DEPTO TO WS-DS-CTA-DESTINO
           MOVE WS-DS-CTA-BASE     TO WS-DS-CTA-ORIGEN
           PERFORM 2750-MOVER-PARTE

           COMPUTE WS-DS-PARTE ROUNDED =
              WS-DS-PRIMA * WS-DS-PCT(WS-DS-IDX) / 100
           MOVE WS-CTA-GASTO-PRIMA TO WS-DS-CTA-DESTINO
                                      WS-DS-CTA-ORIGEN
           PERFORM 2750-MOVER-PARTE

           COMPUTE WS-DS-PARTE ROUNDED =
              WS-DS-SEGURO * WS-DS-PCT(WS-DS-IDX) / 100
           MOVE WS-CTA-GASTO-PATRON TO WS-DS-CTA-DESTINO
                                       WS-DS-CTA-ORIGEN
           PERFORM 2750-MOVER-PARTE

           COMPUTE WS-DS-PARTE ROUNDED =
              WS-DS-IMPNOM * WS-DS-PCT(WS-DS-IDX) / 100
           MOVE WS-CTA-GASTO-IMPNOM TO WS-DS-CTA-DESTINO
                                       WS-DS-CTA-ORIGEN
           PERFORM 2750-MOVER-PARTE

           COMPUTE WS-DS-PARTE ROUNDED =
              WS-DS-FONDO * WS-DS-PCT(WS-DS-IDX) / 100
           MOVE WS-CTA-GASTO-FONDO TO WS-DS-CTA-DESTINO
                                      WS-DS-CTA-ORIGEN
           PERFORM 2750-MOVER-PARTE.

       2750-MOVER-PARTE.
           IF WS-DS-PARTE = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE WS-DS-CTA-DESTINO      TO WS-RC-BUS-CUENTA
           MOVE WS-DS-DEPTO(WS-DS-IDX) TO WS-RC-BUS-DEPTO
           MOVE WS-DS-PARTE            TO WS-RC-BUS-MONTO
           PERFORM 2760-ACUMULAR-RECLASIFICACION

           MOVE WS-DS-CTA-ORIGEN TO WS-RC-BUS-CUENTA
           MOVE WS-DS-DEPTO-BASE TO WS-RC-BUS-DEPTO
           COMPUTE WS-RC-BUS-MONTO = ZEROS - WS-DS-PARTE
           PERFORM 2760-ACUMULAR-RECLASIFICACION.

       2760-ACUMULAR-RECLASIFICACION.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-CANT
                      OR (WS-RC-CUENTA(WS-RC-IDX) = WS-RC-BUS-CUENTA
                      AND WS-RC-DEPTO(WS-RC-IDX) = WS-RC-BUS-DEPTO)
              CONTINUE
           END-PERFORM

           IF WS-RC-IDX > WS-RC-CANT
              IF WS-RC-CANT < 300
                 ADD 1 TO WS-RC-CANT
                 MOVE WS-RC-BUS-CUENTA TO WS-RC-CUENTA(WS-RC-CANT)
                 MOVE WS-RC-BUS-DEPTO  TO WS-RC-DEPTO(WS-RC-CANT)
                 MOVE ZEROS            TO WS-RC-MONTO(WS-RC-CANT)
              ELSE
                 DISPLAY 'TABLA DE DISTRIBUCION LLENA EN '
                         WS-RC-BUS-CUENTA ' ' WS-RC-BUS-DEPTO
                 SET WS-ERROR-EXTRACTO TO TRUE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           ADD WS-RC-BUS-MONTO TO WS-RC-MONTO(WS-RC-IDX).

      * Un delta en cero no produce renglon; el delta negativo sale
      * por la naturaleza contraria con el monto en positivo.
       2900-ESCRIBIR-LINEA-GL.
           MOVE WS-GLA-MONTO TO GL-MONTO
           MOVE WS-FECHA-PAGO-PARM TO GL-FECHA
           MOVE WS-GLA-DESC TO GL-DESCRIPCION
           PERFORM 2950-MAPEAR-CUENTA
           WRITE GL-LINE
           ADD 1 TO WS-REG-ESCRITOS

              ADD WS-GLA-MONTO TO WS-TOT-CREDITOS
           END-IF.

      * Cuenta del catalogo comun a la cuenta de la empresa, si tiene
      * renglon de mapeo.
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
              CLOSE C-RESUMEN-DEPTO

           CLOSE GL-FILE

           DISPLAY 'EMPRESA: ' WS-EMPRESA-PARM
           DISPLAY 'RENGLONES ESCRITOS: ' WS-REG-ESCRITOS
           DISPLAY 'TOTAL DEBITOS: ' WS-TOT-DEBITOS
           DISPLAY 'TOTAL CREDITOS: ' WS-TOT-CREDITOS

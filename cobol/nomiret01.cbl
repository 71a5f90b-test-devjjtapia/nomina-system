      * El detalle de ISR y seguro social se recalcula con las        *
      * tarifas de NOMTARIF sobre el bruto nuevo, para que la         *
      * verificacion de retenciones de la corrida 'O' lo acepte.      *
      * Con PARM 'T' las reglas no vienen de RGLFILE sino de los      *
      * salarios autorizados (NOMINA_SALARIO_AUT, CICNOM11) que se    *
      * aprobaron con vigencia en periodos ya pagados: la base nueva  *
      * de cada renglon es el salario autorizado vigente en su fecha  *
      * de pago, prorrateado igual que en la validacion de NOMINA01,  *
      * y al terminar esas vigencias quedan marcadas como generadas.  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.
           05 WS-ORIGEN-REGLAS    PIC X(01) VALUE SPACE.
              88 WS-ORIGEN-TABLA    VALUE 'T'.

       01  WS-CONTADORES.
           05 WS-REGLAS-LEIDAS    PIC 9(03) VALUE ZEROS.
           05 WS-REG-GENERADOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-SIN-RET      PIC 9(05) VALUE ZEROS.
           05 WS-TOT-DELTA-NETO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
           05 WS-RETRO-MARCADOS   PIC 9(05) VALUE ZEROS.

      * Reglas del aumento en memoria; el archivo de control es
      * chico (una regla por departamento afectado).
              88 WS-RT-TIENE-ISR   VALUE 'Y'.
           05 WS-RT-TIENE-SEG-SW  PIC X.
              88 WS-RT-TIENE-SEG   VALUE 'Y'.
           05 WS-RT-PENDIENTES    PIC S9(04) COMP.

       01  WS-DED-IDX             PIC 9(02).
       01  WS-DED-CANT            PIC 9(02).
       EXEC SQL INCLUDE DCLNOMYTD END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.

      * Renglones de NOMINA de periodos ya cerrados ('C'): solo sobre
      * esos procede la corrida de ajuste fuera de ciclo. El orden
             ORDER BY DED_CODIGO
       END-EXEC.

      * Tarifas aprobadas, en orden de tipo, empresa, vigencia y
      * tramo, para acomodarse en las tablas en memoria de NOMTARIF.
       EXEC SQL
          DECLARE C-TARIFAS CURSOR FOR
             SELECT TIPO, VIGENCIA_DESDE, TRAMO, LIM_INF,
                    CUOTA_FIJA, PORCENTAJE, TOPE_ANUAL, EMPRESA
             FROM NOMINA_TARIFAS
             WHERE ESTADO = 'A'
             ORDER BY TIPO, EMPRESA, VIGENCIA_DESDE, TRAMO
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-ORIGEN-REGLAS
      * quede alineado con el texto real del parametro. El PARM es
      * opcional: sin el, las reglas se leen de RGLFILE como siempre.
       LINKAGE SECTION.
       01  LK-PARM-RETRO.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-ORIGEN-REGLAS     PIC X(01).

       PROCEDURE DIVISION USING LK-PARM-RETRO.
       0000-MAIN.
           PERFORM 1000-INICIO
           IF NOT WS-ORIGEN-TABLA
              PERFORM 1100-CARGAR-REGLAS UNTIL WS-EOF-REGLAS
              PERFORM 1200-VALIDAR-REGLAS
           END-IF
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           IF WS-ORIGEN-TABLA AND NOT WS-ERR-CURSOR
              PERFORM 2900-MARCAR-GENERADOS
           END-IF
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           IF LK-PARM-LEN > 0
              MOVE LK-ORIGEN-REGLAS TO WS-ORIGEN-REGLAS
           END-IF
           IF WS-ORIGEN-REGLAS NOT = SPACE
              AND NOT WS-ORIGEN-TABLA
              DISPLAY 'ERROR: PARM DE ORIGEN INVALIDO: '
                      WS-ORIGEN-REGLAS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT WS-ORIGEN-TABLA
              OPEN INPUT REGLAS-FILE
              IF RGL-STATUS NOT = '00'
                 DISPLAY 'ERROR AL ABRIR RGLFILE: ' RGL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN OUTPUT RETRO-FILE
           IF RET-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR RETFILE: ' RET-STATUS
                 FETCH C-TARIFAS
                 INTO :TA-TIPO, :TA-VIGENCIA-DESDE, :TA-TRAMO,
                      :TA-LIM-INF, :TA-CUOTA-FIJA, :TA-PORCENTAJE,
                      :TA-TOPE-ANUAL, :TA-EMPRESA
              END-EXEC
              IF SQLCODE = 0
                 PERFORM 1060-ACOMODAR-TARIFA
                      'NOMINA_TARIFAS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1085-COMPLETAR-PATRONAL.

      * Acomoda un renglon de tarifa en su tabla: el ISR abre una
      * version nueva cuando cambia la vigencia y coloca cada tramo
      * en su lugar; el seguro del empleado es un renglon por
      * vigencia; la cuota patronal ('P') y el impuesto sobre nomina
      * ('N') comparten la version patronal de su empresa y vigencia.
      * El ISR y el seguro del empleado son de ley, iguales para todas
      * las empresas: un renglon de empresa en esos tipos se ignora.
       1060-ACOMODAR-TARIFA.
           IF TA-TIPO NOT = 'P' AND TA-TIPO NOT = 'N'
              AND TA-EMPRESA NOT = SPACES
              DISPLAY 'TARIFA DE LEY CON EMPRESA IGNORADA: '
                      TA-TIPO ' EMPRESA: ' TA-EMPRESA
              EXIT PARAGRAPH
           END-IF

           EVALUATE TA-TIPO
              WHEN 'I'
                 IF WS-ISR-CANT = ZEROS
       1080-ACOMODAR-PATRONAL.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-PAT-CANT
                      OR (WS-PAT-VIGENCIA(WS-TAR-IDX)
                         = TA-VIGENCIA-DESDE
                      AND WS-PAT-EMPRESA(WS-TAR-IDX) = TA-EMPRESA)
              CONTINUE
           END-PERFORM
           IF WS-TAR-IDX > WS-PAT-CANT
              IF WS-PAT-CANT >= 24
                 DISPLAY 'ERROR: MAS DE 24 VIGENCIAS PATRONALES'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAT-CANT
              MOVE WS-PAT-CANT TO WS-TAR-IDX
              MOVE TA-EMPRESA TO WS-PAT-EMPRESA(WS-TAR-IDX)
              MOVE TA-VIGENCIA-DESDE TO WS-PAT-VIGENCIA(WS-TAR-IDX)
              MOVE ZEROS TO WS-PAT-PCT-SEGURO(WS-TAR-IDX)
                            WS-PAT-PCT-NOMINA(WS-TAR-IDX)
              MOVE 'N' TO WS-PAT-CON-SEGURO(WS-TAR-IDX)
                          WS-PAT-CON-NOMINA(WS-TAR-IDX)
           END-IF
           IF TA-TIPO = 'P'
              MOVE TA-PORCENTAJE TO WS-PAT-PCT-SEGURO(WS-TAR-IDX)
              MOVE 'S' TO WS-PAT-CON-SEGURO(WS-TAR-IDX)
           ELSE
              MOVE TA-PORCENTAJE TO WS-PAT-PCT-NOMINA(WS-TAR-IDX)
              MOVE 'S' TO WS-PAT-CON-NOMINA(WS-TAR-IDX)
           END-IF.

      * Una version patronal de empresa tiene preferencia sobre la
      * general, asi que si se aprobo con un solo tipo ('P' o 'N') el
      * otro no puede quedar en cero: lo toma de la version general
      * de la misma vigencia o de la ultima anterior. Se hace al
      * final de la carga porque el cursor trae todas las 'N' antes
      * que las 'P'. Sin version general que lo cubra el job se
      * detiene.
       1085-COMPLETAR-PATRONAL.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-PAT-CANT
              IF WS-PAT-EMPRESA(WS-TAR-IDX) NOT = SPACES
                 AND (WS-PAT-CON-SEGURO(WS-TAR-IDX) NOT = 'S'
                   OR WS-PAT-CON-NOMINA(WS-TAR-IDX) NOT = 'S')
                 PERFORM 1086-HEREDAR-GENERAL
              END-IF
           END-PERFORM.

      * Las versiones generales vienen en orden de vigencia: la
      * ultima que no rebasa la de la empresa es la que regia.
       1086-HEREDAR-GENERAL.
           MOVE ZEROS TO WS-TAR-VER-GRAL
           PERFORM VARYING WS-TAR-IDX-GRAL FROM 1 BY 1
                   UNTIL WS-TAR-IDX-GRAL > WS-PAT-CANT
              IF WS-PAT-EMPRESA(WS-TAR-IDX-GRAL) = SPACES
                 AND WS-PAT-VIGENCIA(WS-TAR-IDX-GRAL)
                     NOT > WS-PAT-VIGENCIA(WS-TAR-IDX)
                 MOVE WS-TAR-IDX-GRAL TO WS-TAR-VER-GRAL
              END-IF
           END-PERFORM

           IF WS-TAR-VER-GRAL = ZEROS
              DISPLAY 'ERROR: VERSION PATRONAL DE EMPRESA '
                      WS-PAT-EMPRESA(WS-TAR-IDX) ' VIGENCIA '
                      WS-PAT-VIGENCIA(WS-TAR-IDX)
                      ' SIN TIPO P O N NI VERSION GENERAL QUE LO CUBRA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-PAT-CON-SEGURO(WS-TAR-IDX) NOT = 'S'
              MOVE WS-PAT-PCT-SEGURO(WS-TAR-VER-GRAL)
                TO WS-PAT-PCT-SEGURO(WS-TAR-IDX)
           END-IF
           IF WS-PAT-CON-NOMINA(WS-TAR-IDX) NOT = 'S'
              MOVE WS-PAT-PCT-NOMINA(WS-TAR-VER-GRAL)
                TO WS-PAT-PCT-NOMINA(WS-TAR-IDX)
           END-IF.

       1100-CARGAR-REGLAS.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-REVISADOS
                 IF WS-ORIGEN-TABLA
                    PERFORM 2150-APLICAR-SALARIO-AUT
                 ELSE
                    PERFORM 2100-APLICAR-REGLA
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER

           PERFORM 2200-GENERAR-REGISTRO.

      * Regla tomada de NOMINA_SALARIO_AUT: solo se toca el renglon
      * de un empleado con alguna vigencia aprobada pendiente de
      * retroactivo que ya regia en esa fecha de pago. La base nueva
      * es la que la validacion de NOMINA01 espera para el periodo,
      * de modo que la corrida 'O' acepta el registro generado.
       2150-APLICAR-SALARIO-AUT.
           MOVE EMP-ID     TO SU-EMP-ID
           MOVE FECHA-PAGO TO WS-SAL-FECHA-PAGO

           EXEC SQL
              SELECT COUNT(*) INTO :WS-RT-PENDIENTES
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND RETRO = 'P'
                AND VIGENCIA_DESDE <= :WS-SAL-FECHA-PAGO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                      ' EMP: ' EMP-ID
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF WS-RT-PENDIENTES = ZEROS
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT SALARIO_BASE INTO :SU-SALARIO-BASE
              FROM NOMINA_SALARIO_AUT
              WHERE EMP_ID = :SU-EMP-ID
                AND ESTADO = 'A'
                AND VIGENCIA_DESDE <= :WS-SAL-FECHA-PAGO
              ORDER BY VIGENCIA_DESDE DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                      ' EMP: ' EMP-ID
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF
           MOVE SU-SALARIO-BASE TO WS-SAL-AUTORIZADO

           MOVE EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT FECHA_ALTA, FECHA_BAJA
              INTO :EM-FECHA-ALTA, :EM-FECHA-BAJA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR MAESTRO DB2: ' SQLCODE
                      ' EMP: ' EMP-ID
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2119-LEER-ASISTENCIA
           PERFORM 2114-PRORRATEAR-SALARIO
           MOVE WS-SAL-ESPERADO TO WS-RT-BASE-NUEVA

           IF WS-RT-BASE-NUEVA = SALARIO-BASE
              EXIT PARAGRAPH
           END-IF

           PERFORM 2200-GENERAR-REGISTRO.

      * Base esperada de la quincena que contiene WS-SAL-FECHA-PAGO
      * (del 1 al 15, o del 16 al fin de mes): el salario autorizado
      * completo si el empleado estuvo de alta toda la quincena, o
      * proporcional a los dias entre su alta y su baja si entro o
      * salio a media quincena, menos los dias sin goce del periodo.
      * Espera WS-SAL-AUTORIZADO, WS-SAL-DIAS-DESCUENTO y las fechas
      * EM-FECHA-ALTA / EM-FECHA-BAJA del maestro.
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

      * Dias sin goce del periodo segun el reloj checador (faltas
      * injustificadas mas dias de incapacidad, que paga el seguro
      * social y no el patron). Sin renglon de asistencia no hay
      * descuento.
       2119-LEER-ASISTENCIA.
           MOVE ZEROS TO WS-SAL-DIAS-DESCUENTO
           MOVE SU-EMP-ID         TO AS-EMP-ID
           MOVE WS-SAL-FECHA-PAGO TO AS-FECHA-PAGO

           EXEC SQL
              SELECT DIAS_FALTA, DIAS_INCAPACIDAD
              INTO :AS-DIAS-FALTA, :AS-DIAS-INCAPACIDAD
              FROM NOMINA_ASISTENCIA
              WHERE EMP_ID = :AS-EMP-ID
                AND FECHA_PAGO = :AS-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-SAL-DIAS-DESCUENTO =
                         AS-DIAS-FALTA + AS-DIAS-INCAPACIDAD
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR ASISTENCIA DB2: ' SQLCODE
                         ' EMP: ' AS-EMP-ID
           END-EVALUATE.

      * AAAA-MM-DD de WS-SAL-FECHA-CONV a AAAAMMDD numerico en
      * WS-SAL-FECHA-NUM, para las funciones de fecha.
       2117-FECHA-NUMERICA.
           MOVE WS-SAL-FECHA-CONV(1:4) TO WS-SAL-FECHA-NUM(1:4)
           MOVE WS-SAL-FECHA-CONV(6:2) TO WS-SAL-FECHA-NUM(5:2)
           MOVE WS-SAL-FECHA-CONV(9:2) TO WS-SAL-FECHA-NUM(7:2).

      * Arma el registro corregido: la base nueva, el detalle de
      * deducciones original con el ISR y el seguro recalculados
      * sobre el bruto nuevo, y el total de deducciones rederivado.
           MOVE LIN-DETALLE TO PRB-LINE
           WRITE PRB-LINE.

      * Las vigencias pendientes de retroactivo quedan como
      * generadas ('G') una vez que el extracto cubrio todos sus
      * periodos pagados. Una vigencia que alcanza un periodo todavia
      * cargado y sin cerrar ('L') sigue pendiente: ese periodo aun
      * no entra al cursor y se recoge en la siguiente corrida.
       2900-MARCAR-GENERADOS.
           EXEC SQL
              UPDATE NOMINA_SALARIO_AUT S
                 SET RETRO = 'G'
               WHERE S.ESTADO = 'A'
                 AND S.RETRO = 'P'
                 AND NOT EXISTS
                     (SELECT 1 FROM NOMINA_PERIODO_CTL P
                       WHERE P.FECHA_PAGO >= S.VIGENCIA_DESDE
                         AND P.ESTADO = 'L')
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-RETRO-MARCADOS
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL MARCAR RETROACTIVOS: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
           END-EVALUATE.

       3000-FINALIZAR.
           EXEC SQL
              CLOSE C-NOMINA-CERRADA
           MOVE LIN-TOTAL TO PRB-LINE
           WRITE PRB-LINE

           IF NOT WS-ORIGEN-TABLA
              CLOSE REGLAS-FILE
           END-IF
           CLOSE RETRO-FILE
           CLOSE PRUEBA-REPORT

           IF WS-ORIGEN-TABLA
              DISPLAY 'REGLAS DE NOMINA_SALARIO_AUT'
              DISPLAY 'VIGENCIAS MARCADAS GENERADAS: '
                      WS-RETRO-MARCADOS
           ELSE
              DISPLAY 'REGLAS LEIDAS: ' WS-REGLAS-LEIDAS
           END-IF
           DISPLAY 'RENGLONES REVISADOS: ' WS-REG-REVISADOS
           DISPLAY 'REGISTROS GENERADOS: ' WS-REG-GENERADOS
           DISPLAY 'OMITIDOS SIN DETALLE ISR/SSO: ' WS-REG-SIN-RET

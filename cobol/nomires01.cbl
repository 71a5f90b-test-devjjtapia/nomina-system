      * y la fecha del primer rechazo intacta, y ademas se imprime el *
      * reporte de antiguedad de rechazos que llevan mas de un        *
      * periodo sin corregirse.                                       *
      * Con numero de particion en el PARM corre como una de varias   *
      * corridas paralelas: toma solo los EMP_ID del rango de su      *
      * particion en NOMINA_PARTICION y deja sus contadores en        *
      * NOMINA_PARTICION_CARGA (proceso 'R') para que NOMIPAR01 los   *
      * consolide. Como todo el resometimiento es una sola unidad de  *
      * trabajo, una particion que cae se vuelve a correr sola desde  *
      * el principio de su archivo sin tocar las demas.               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-REG-RECHAZADOS PIC 9(05) VALUE ZEROS.
              10 WS-REG-AVISOS-OMIT PIC 9(05) VALUE ZEROS.
              10 WS-REG-AVISO-MAESTRO PIC 9(05) VALUE ZEROS.
              10 WS-REG-FONDO     PIC 9(05) VALUE ZEROS.
              10 WS-REG-OTRA-PARTICION PIC 9(05) VALUE ZEROS.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).

              88 WS-TIPO-PERIODO-VALIDO VALUE '1' '2'.
           05 WS-FECHA-PAGO-PARM   PIC X(10).

      * Particion, tercer campo opcional del PARM (01-99), igual que
      * en la carga de NOMINA01. Sin particion se resomete el archivo
      * completo.
       01  WS-PARTICION-CONTROL.
           05 WS-PARTICION-PARM    PIC X(02).
           05 WS-PARTICION-NUM     PIC 9(02).
           05 WS-PARTICIONADO-SW   PIC X VALUE 'N'.
              88 WS-PARTICIONADO     VALUE 'Y'.
           05 WS-PAR-ERROR-SW      PIC X VALUE 'N'.
              88 WS-PAR-ERROR        VALUE 'Y'.

      * Mismas tablas de tarifas que usa NOMINA01 (cargadas desde
      * NOMINA_TARIFAS en 1050): el resometimiento no puede ser la
      * puerta para colar una retencion que la carga normal habria
      * rechazado.
           COPY NOMTARIF.

      * Empresa del empleado del registro en proceso, igual que en
      * NOMINA01: elige las cuotas patronales y viaja al renglon.
       01  WS-EMPRESA-REG         PIC X(03).

       01  WS-CALC-RETENCIONES.
           05 WS-RET-VER          PIC 9(02).
           05 WS-RET-VER-ISR      PIC 9(02).
           05 WS-RET-VER-SEG      PIC 9(02).
           05 WS-RET-VER-PAT      PIC 9(02).
           05 WS-RET-VER-PAT-GRAL PIC 9(02).
           05 WS-RET-IDX          PIC 9(02).
           05 WS-RET-BRUTO        PIC 9(08)V99 COMP-3.
           05 WS-RET-ISR-CALC     PIC 9(08)V99 COMP-3.

       01  WS-ED-MONTO             PIC Z,ZZZ,ZZZ,ZZ9.99.

      * Prima vacacional pendiente del periodo (NOMINA_VAC_MOV), igual
      * que en NOMINA01.
       01  WS-VAC-PRIMA           PIC S9(07)V99 COMP-3.

       01  LIN-AGE-ENCABEZADO-1.
           05 FILLER              PIC X(50) VALUE
              'ANTIGUEDAD DE RECHAZOS SIN CORREGIR'.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAL END-EXEC.
       EXEC SQL INCLUDE DCLNOMPAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMPRT END-EXEC.
       EXEC SQL INCLUDE DCLNOMPCG END-EXEC.

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


           05 LK-PARM-LEN           PIC S9(4) COMP.
           05 LK-TIPO-PERIODO      PIC X(01).
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-PARTICION         PIC X(02).

       PROCEDURE DIVISION USING LK-PARM-PERIODO.
       0000-MAIN.
       1000-INICIO.
           MOVE LK-TIPO-PERIODO TO WS-TIPO-PERIODO-PARM
           MOVE LK-FECHA-PAGO   TO WS-FECHA-PAGO-PARM
           IF LK-PARM-LEN > 11
              MOVE LK-PARTICION TO WS-PARTICION-PARM
              IF WS-PARTICION-PARM NOT NUMERIC
                 OR WS-PARTICION-PARM = '00'
                 DISPLAY 'ERROR: PARTICION INVALIDA EN PARM: '
                         WS-PARTICION-PARM
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-PARTICION-PARM TO WS-PARTICION-NUM
              SET WS-PARTICIONADO TO TRUE
           ELSE
              MOVE SPACES TO WS-PARTICION-PARM
           END-IF

           IF WS-FECHA-PAGO-PARM = SPACES
              OR NOT WS-TIPO-PERIODO-VALIDO
           END-IF

           PERFORM 1050-CARGAR-TARIFAS
           PERFORM 1090-CARGAR-FONDO
           PERFORM 1100-VERIFICAR-PERIODO
           IF WS-PARTICIONADO
              PERFORM 1200-CONTROLAR-PARTICION
           END-IF

           MOVE LIN-AGE-ENCABEZADO-1 TO AGE-LINE
           WRITE AGE-LINE
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

      * Parametros del fondo de ahorro (renglon unico de
      * NOMINA_FONDO_CTL, mantenido por Tesoreria). Sin renglon de
      * control la carga sigue: la aportacion del empleado se registra
      * en el fondo, pero no se calcula iguala patronal y se avisa.
       1090-CARGAR-FONDO.
           EXEC SQL
              SELECT PCT_TOPE, PCT_IGUALA, TOPE_PERIODO
              INTO :FC-PCT-TOPE, :FC-PCT-IGUALA, :FC-TOPE-PERIODO
              FROM NOMINA_FONDO_CTL
              WHERE CTL_ID = 'F'
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE FC-PCT-TOPE     TO WS-FAH-PCT-TOPE
                 MOVE FC-PCT-IGUALA   TO WS-FAH-PCT-IGUALA
                 MOVE FC-TOPE-PERIODO TO WS-FAH-TOPE-PERIODO
                 SET WS-FAH-CTL-OK TO TRUE
              WHEN 100
                 DISPLAY 'AVISO: SIN CONTROL EN NOMINA_FONDO_CTL, '
                         'NO SE CALCULA IGUALA DEL FONDO'
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_FONDO_CTL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * El resometimiento carga en NOMINA igual que la carga normal,
      * asi que solo procede mientras el periodo siga en 'L': despues
      * del cierre ('C') el archivo del banco ya salio y un renglon
                 STOP RUN
           END-EVALUATE.

      * Rango de EMP_ID de la particion y su renglon de avance del
      * resometimiento, con las mismas reglas que 1300-CONTROLAR-
      * PARTICION de NOMINA01: sin renglon se abre; en 'A' la corrida
      * anterior cayo y se repite completa (nada suyo quedo
      * committeado); en 'F' falta consolidar (RC 16); en 'M' ya se
      * consolido y este es un nuevo resometimiento del periodo.
       1200-CONTROLAR-PARTICION.
           MOVE WS-PARTICION-NUM TO PR-PARTICION

           EXEC SQL
              SELECT EMP_ID_DESDE, EMP_ID_HASTA
              INTO :PR-EMP-ID-DESDE, :PR-EMP-ID-HASTA
              FROM NOMINA_PARTICION
              WHERE PARTICION = :PR-PARTICION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY 'PARTICION ' WS-PARTICION-PARM ': EMP_ID '
                         PR-EMP-ID-DESDE ' A ' PR-EMP-ID-HASTA
              WHEN 100
                 DISPLAY 'ERROR: PARTICION ' WS-PARTICION-PARM
                         ' NO EXISTE EN NOMINA_PARTICION'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_PARTICION: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           MOVE WS-FECHA-PAGO-PARM TO PG-FECHA-PAGO
           MOVE 'R'                TO PG-PROCESO
           MOVE WS-PARTICION-NUM   TO PG-PARTICION

           EXEC SQL
              SELECT ESTADO INTO :PG-ESTADO
              FROM NOMINA_PARTICION_CARGA
              WHERE FECHA_PAGO = :PG-FECHA-PAGO
                AND PROCESO = :PG-PROCESO
                AND PARTICION = :PG-PARTICION
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE PG-ESTADO
                    WHEN 'A'
                       DISPLAY 'PARTICION SIN TERMINAR: SE REPITE '
                               'COMPLETA'
                    WHEN 'F'
                       DISPLAY 'ERROR: LA PARTICION ' WS-PARTICION-PARM
                               ' YA TERMINO, FALTA CONSOLIDAR CON '
                               'NOMIPAR01'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    WHEN OTHER
                       PERFORM 1220-REABRIR-PARTICION
                 END-EVALUATE
              WHEN 100
                 PERFORM 1210-ABRIR-PARTICION
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_PARTICION_CARGA: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       1210-ABRIR-PARTICION.
           MOVE 'A' TO PG-ESTADO
           MOVE ZEROS TO PG-REG-CARGADOS PG-REG-RECHAZADOS
           MOVE FUNCTION CURRENT-TIMESTAMP TO PG-FECHA-INICIO

           EXEC SQL
              INSERT INTO NOMINA_PARTICION_CARGA
                 (FECHA_PAGO, PROCESO, PARTICION, ESTADO,
                  REG_CARGADOS, REG_RECHAZADOS, FECHA_INICIO)
              VALUES
                 (:PG-FECHA-PAGO, :PG-PROCESO, :PG-PARTICION,
                  :PG-ESTADO, :PG-REG-CARGADOS, :PG-REG-RECHAZADOS,
                  :PG-FECHA-INICIO)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR PARTICION: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              COMMIT WORK
           END-EXEC.

       1220-REABRIR-PARTICION.
           MOVE FUNCTION CURRENT-TIMESTAMP TO PG-FECHA-INICIO

           EXEC SQL
              UPDATE NOMINA_PARTICION_CARGA
                 SET ESTADO = 'A',
                     REG_CARGADOS = 0,
                     REG_RECHAZADOS = 0,
                     FECHA_INICIO = :PG-FECHA-INICIO,
                     FECHA_FIN = NULL
               WHERE FECHA_PAGO = :PG-FECHA-PAGO
                 AND PROCESO = :PG-PROCESO
                 AND PARTICION = :PG-PARTICION
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL REABRIR PARTICION: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              COMMIT WORK
           END-EXEC.

       2000-PROCESAR-ARCHIVO.
           READ RESOMETER-FILE
              AT END SET WS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-REG-LEIDOS
      * El archivo puede traer rechazos de otras particiones (el
      * RECHFILE de todas juntas): esos los resomete su particion.
                 IF WS-PARTICIONADO
                    AND (RS-EMP-ID < PR-EMP-ID-DESDE
                         OR RS-EMP-ID > PR-EMP-ID-HASTA)
                    ADD 1 TO WS-REG-OTRA-PARTICION
                    EXIT PARAGRAPH
                 END-IF
      * Los renglones SALDO-AVISO son informativos: su registro SI se
      * cargo (con el abono recortado o anulado); resometerlos solo
      * moriria en llave duplicada y listaria como sin pagar a gente
              EXIT PARAGRAPH
           END-IF

           PERFORM 2113-VALIDAR-SALARIO-AUT
           IF WS-VAL-RECHAZADO
              MOVE 'SALARIO-AUT' TO WS-RZ-CATEGORIA
              MOVE WS-VAL-DESCRIPCION TO WS-RZ-DESCRIPCION
              MOVE ZEROS TO WS-RZ-SQLCODE
              DISPLAY 'ERROR SALARIO AUT EMP: ' RS-EMP-ID
                      ' RAZON: ' WS-VAL-DESCRIPCION
              PERFORM 2160-ESCRIBIR-RECHAZO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2115-VALIDAR-CATALOGO
           IF WS-VAL-RECHAZADO
              MOVE 'DED-CATALOGO' TO WS-RZ-CATEGORIA

           PERFORM 2125-AJUSTAR-SALDOS

      * El registro resometido tampoco trae la prima vacacional: la
      * pendiente del periodo se suma a los bonos como en NOMINA01.
           PERFORM 2142-SUMAR-PRIMA-VAC

           MOVE SPACES TO DCLNOMINA
           MOVE RS-EMP-ID      TO EMP-ID
           MOVE RS-EMP-NOMBRE  TO EMP-NOMBRE
           MOVE RS-SALARIO-BASE TO SALARIO-BASE
           MOVE RS-BONOS       TO BONOS
           MOVE RS-DEDUCCIONES TO DEDUCCIONES
           ADD WS-VAC-PRIMA    TO BONOS WS-RET-BRUTO

           COMPUTE SALARIO-NETO =
              (SALARIO-BASE + BONOS) - DEDUCCIONES
           MOVE WS-FECHA-PAGO-PARM TO FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FECHA-PROCESO
           MOVE 'A' TO STATUS
           MOVE WS-EMPRESA-REG TO EMPRESA

           EXEC SQL
              INSERT INTO NOMINA
                 (EMP_ID, EMP_NOMBRE, EMP_DEPTO,
                  SALARIO_BASE, BONOS, DEDUCCIONES,
                  SALARIO_NETO, FECHA_PAGO,
                  FECHA_PROCESO, STATUS, EMPRESA)
              VALUES
                 (:EMP-ID, :EMP-NOMBRE, :EMP-DEPTO,
                  :SALARIO-BASE, :BONOS, :DEDUCCIONES,
                  :SALARIO-NETO, :FECHA-PAGO,
                  :FECHA-PROCESO, :STATUS, :EMPRESA)
           END-EXEC

           EVALUATE SQLCODE
                 PERFORM 2170-REGISTRAR-AUDITORIA
                 PERFORM 2180-CARGAR-DEDUCCIONES
                 PERFORM 2190-ACTUALIZAR-YTD
                 PERFORM 2192-MARCAR-PRIMA-PAGADA
                 PERFORM 2195-CALCULAR-PATRONAL
              WHEN -803
                 MOVE 'LLAVE DUP'  TO WS-RZ-CATEGORIA
       2112-VALIDAR-EMPLEADO.
           SET WS-VAL-OK TO TRUE
           MOVE RS-EMP-ID TO EM-EMP-ID
           MOVE SPACES TO WS-EMPRESA-REG

           EXEC SQL
              SELECT NOMBRE, DEPTO, ESTADO, FECHA_BAJA, EMPRESA
              INTO :EM-NOMBRE, :EM-DEPTO, :EM-ESTADO,
                   :EM-FECHA-BAJA, :EM-EMPRESA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE EM-EMPRESA TO WS-EMPRESA-REG
                 IF EM-ESTADO NOT = 'A'
                    OR EM-FECHA-BAJA < RS-FECHA-PAGO
                    SET WS-VAL-RECHAZADO TO TRUE
           MOVE RS-EMP-DEPTO TO DT-DEPTO

           EXEC SQL
              SELECT ACTIVO, EMPRESA INTO :DT-ACTIVO, :DT-EMPRESA
              FROM NOMINA_DEPTO
              WHERE DEPTO = :DT-DEPTO
           END-EXEC
                    SET WS-VAL-RECHAZADO TO TRUE
                    MOVE 'DEPARTAMENTO INACTIVO'
                         TO WS-VAL-DESCRIPCION
                 ELSE
                    IF DT-EMPRESA NOT = WS-EMPRESA-REG
                       SET WS-VAL-RECHAZADO TO TRUE
                       MOVE 'DEPARTAMENTO DE OTRA EMPRESA'
                            TO WS-VAL-DESCRIPCION
                    END-IF
                 END-IF
              WHEN 100
                 SET WS-VAL-RECHAZADO TO TRUE
                 DISPLAY 'ERROR DEPTO DB2: ' SQLCODE
           END-EVALUATE.

      * Misma comparacion contra el salario autorizado que 2113 de
      * NOMINA01: un registro rechazado por base no puede entrar por
      * el resometimiento sin que la base cuadre con lo aprobado.
       2113-VALIDAR-SALARIO-AUT.
           SET WS-VAL-OK TO TRUE
           MOVE RS-EMP-ID     TO SU-EMP-ID
           MOVE RS-FECHA-PAGO TO WS-SAL-FECHA-PAGO

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
                 SET WS-VAL-RECHAZADO TO TRUE
                 MOVE 'SIN SALARIO AUTORIZADO VIGENTE'
                      TO WS-VAL-DESCRIPCION
                 EXIT PARAGRAPH
              WHEN OTHER
                 SET WS-VAL-RECHAZADO TO TRUE
                 MOVE 'ERROR DB2 AL CONSULTAR SALARIO AUT'
                      TO WS-VAL-DESCRIPCION
                 DISPLAY 'ERROR SALARIO AUT DB2: ' SQLCODE
                 EXIT PARAGRAPH
           END-EVALUATE

           MOVE SU-EMP-ID TO EM-EMP-ID
           EXEC SQL
              SELECT FECHA_ALTA, FECHA_BAJA
              INTO :EM-FECHA-ALTA, :EM-FECHA-BAJA
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :EM-EMP-ID
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-VAL-RECHAZADO TO TRUE
                 MOVE 'EMPLEADO NO EXISTE EN EL MAESTRO'
                      TO WS-VAL-DESCRIPCION
                 EXIT PARAGRAPH
              WHEN OTHER
                 SET WS-VAL-RECHAZADO TO TRUE
                 MOVE 'ERROR DB2 AL CONSULTAR MAESTRO'
                      TO WS-VAL-DESCRIPCION
                 DISPLAY 'ERROR MAESTRO DB2: ' SQLCODE
                 EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 2119-LEER-ASISTENCIA
           PERFORM 2114-PRORRATEAR-SALARIO

           COMPUTE WS-SAL-DIFERENCIA = RS-SALARIO-BASE - WS-SAL-ESPERADO
           IF WS-SAL-DIFERENCIA < ZEROS
              COMPUTE WS-SAL-DIFERENCIA = ZEROS - WS-SAL-DIFERENCIA
           END-IF
           IF WS-SAL-DIFERENCIA > WS-SAL-TOLERANCIA
              SET WS-VAL-RECHAZADO TO TRUE
              MOVE 'BASE DISTINTA AL SALARIO AUTORIZADO'
                   TO WS-VAL-DESCRIPCION
              DISPLAY 'SALARIO AUT EMP: ' RS-EMP-ID
                      ' PROVEEDOR: ' RS-SALARIO-BASE
                      ' ESPERADO: ' WS-SAL-ESPERADO
           END-IF.

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

      * Misma validacion de catalogo que 2115/2116 de NOMINA01.
       2115-VALIDAR-CATALOGO.
           SET WS-VAL-OK TO TRUE
           MOVE RS-DED-CODIGO(WS-DED-IDX) TO CT-DED-CODIGO

           EXEC SQL
              SELECT MAX_PERIODO, ACTIVO, CATEGORIA
              INTO :CT-MAX-PERIODO, :CT-ACTIVO, :CT-CATEGORIA
              FROM NOMINA_DED_CATALOGO
              WHERE DED_CODIGO = :CT-DED-CODIGO
           END-EXEC
                 SET WS-VAL-RECHAZADO TO TRUE
                 MOVE 'ERROR DB2 AL CONSULTAR CATALOGO'
                      TO WS-VAL-DESCRIPCION
           END-EVALUATE

      * Los codigos de percepcion ('E') los paga el propio sistema
      * (la prima vacacional entra por NOMINA_VAC_MOV); en el detalle
      * de deducciones del proveedor no tienen cabida.
           IF SQLCODE = 0 AND CT-CATEGORIA = 'E'
              SET WS-VAL-RECHAZADO TO TRUE
              MOVE 'CODIGO DE PERCEPCION EN DETALLE DEDUCC.'
                   TO WS-VAL-DESCRIPCION
           END-IF.

      * Mismo ajuste de saldos decrecientes que 2125/2126 de
      * NOMINA01: el resometimiento tampoco puede sobrecobrar un
                 DISPLAY 'ERROR AL LEER SALDO: ' RS-EMP-ID
                         ' COD: ' SL-DED-CODIGO
                         ' SQLCODE: ' SQLCODE
              WHEN SL-ESTADO = 'S'
                 MOVE 'SALDO-AVISO' TO WS-RZ-CATEGORIA
                 MOVE 'DEDUCCION SUSPENDIDA POR AVISO, ANULADA'
                      TO WS-RZ-DESCRIPCION
                 MOVE ZEROS TO WS-RZ-SQLCODE
                 DISPLAY 'CUENTA SUSPENDIDA EMP: ' RS-EMP-ID
                         ' COD: ' SL-DED-CODIGO
                 PERFORM 2165-ESCRIBIR-AVISO
                 SUBTRACT RS-DED-MONTO(WS-DED-IDX)
                     FROM RS-DEDUCCIONES
                 MOVE ZEROS TO RS-DED-MONTO(WS-DED-IDX)
              WHEN SL-ESTADO NOT = 'A'
                OR SL-SALDO-RESTANTE <= ZEROS
                 MOVE 'SALDO-AVISO' TO WS-RZ-CATEGORIA
                 AND WS-SEG-VIGENCIA(WS-RET-VER) NOT > RS-FECHA-PAGO
                 MOVE WS-RET-VER TO WS-RET-VER-SEG
              END-IF
           END-PERFORM

      * Misma preferencia que NOMINA01: la version patronal de la
      * empresa del empleado y, sin ella, la general.
           MOVE ZEROS TO WS-RET-VER-PAT-GRAL
           PERFORM VARYING WS-RET-VER FROM 1 BY 1
                   UNTIL WS-RET-VER > WS-PAT-CANT
              IF WS-PAT-VIGENCIA(WS-RET-VER) NOT > RS-FECHA-PAGO
                 IF WS-PAT-EMPRESA(WS-RET-VER) = WS-EMPRESA-REG
                    MOVE WS-RET-VER TO WS-RET-VER-PAT
                 END-IF
                 IF WS-PAT-EMPRESA(WS-RET-VER) = SPACES
                    MOVE WS-RET-VER TO WS-RET-VER-PAT-GRAL
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RET-VER-PAT = ZEROS
              MOVE WS-RET-VER-PAT-GRAL TO WS-RET-VER-PAT
           END-IF

           IF WS-RET-VER-ISR = ZEROS OR WS-RET-VER-SEG = ZEROS
              OR WS-RET-VER-PAT = ZEROS
                     YTD_BONOS = YTD_BONOS + :BONOS,
                     YTD_DEDUCCIONES = YTD_DEDUCCIONES + :DEDUCCIONES,
                     YTD_SALARIO_NETO = YTD_SALARIO_NETO + :SALARIO-NETO,
                     YTD_PRIMA_VAC = YTD_PRIMA_VAC + :WS-VAC-PRIMA,
                     ULTIMA_FECHA_PAGO = :FECHA-PAGO
               WHERE EMP_ID = :YT-EMP-ID
                 AND ANIO = :YT-ANIO
                 MOVE DEDUCCIONES   TO YT-DEDUCCIONES
                 MOVE SALARIO-NETO  TO YT-SALARIO-NETO
                 MOVE FECHA-PAGO    TO YT-ULTIMA-FECHA-PAGO
                 MOVE WS-VAC-PRIMA  TO YT-PRIMA-VAC

                 EXEC SQL
                    INSERT INTO NOMINA_YTD
                       (EMP_ID, ANIO, YTD_SALARIO_BASE, YTD_BONOS,
                        YTD_DEDUCCIONES, YTD_SALARIO_NETO,
                        ULTIMA_FECHA_PAGO, YTD_PRIMA_VAC)
                    VALUES
                       (:YT-EMP-ID, :YT-ANIO, :YT-SALARIO-BASE,
                        :YT-BONOS, :YT-DEDUCCIONES, :YT-SALARIO-NETO,
                        :YT-ULTIMA-FECHA-PAGO, :YT-PRIMA-VAC)
                 END-EXEC

                 IF SQLCODE NOT = 0
                         ' SQLCODE: ' SQLCODE
           END-EVALUATE.

      * Mismas reglas que 2142/2192 de NOMINA01: la prima pendiente
      * entra en el renglon y, ya cargado, queda marcada pagada.
       2142-SUMAR-PRIMA-VAC.
           MOVE ZEROS      TO WS-VAC-PRIMA
           MOVE RS-EMP-ID  TO VM-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO VM-FECHA-PAGO

           EXEC SQL
              SELECT COALESCE(SUM(PRIMA_MONTO), 0)
              INTO :WS-VAC-PRIMA
              FROM NOMINA_VAC_MOV
              WHERE EMP_ID = :VM-EMP-ID
                AND FECHA_PAGO = :VM-FECHA-PAGO
                AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE ZEROS TO WS-VAC-PRIMA
              DISPLAY 'ERROR AL LEER PRIMA VACACIONAL: ' RS-EMP-ID
                      ' SQLCODE: ' SQLCODE
           END-IF.

       2192-MARCAR-PRIMA-PAGADA.
           IF WS-VAC-PRIMA = ZEROS
              EXIT PARAGRAPH
           END-IF

           MOVE EMP-ID     TO VM-EMP-ID
           MOVE FECHA-PAGO TO VM-FECHA-PAGO

           EXEC SQL
              UPDATE NOMINA_VAC_MOV
                 SET ESTADO = 'G'
               WHERE EMP_ID = :VM-EMP-ID
                 AND FECHA_PAGO = :VM-FECHA-PAGO
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR PRIMA VACACIONAL: ' EMP-ID
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * Mismo costo patronal que 2195 de NOMINA01, sobre la base
      * topada que dejo 2123 y el bruto del registro resometido; el
      * -803 de un reproceso se convierte en UPDATE.
       2195-CALCULAR-PATRONAL.
           MOVE EMP-ID     TO PT-EMP-ID
           MOVE FECHA-PAGO TO PT-FECHA-PAGO
           MOVE WS-EMPRESA-REG TO PT-EMPRESA
           COMPUTE PT-APORTE-SEGURO ROUNDED =
              WS-RET-BASE-SEG
              * WS-PAT-PCT-SEGURO(WS-RET-VER-PAT) / 100
           COMPUTE PT-IMPUESTO-NOMINA ROUNDED =
              WS-RET-BRUTO
              * WS-PAT-PCT-NOMINA(WS-RET-VER-PAT) / 100
           PERFORM 2196-CALCULAR-FONDO
           MOVE WS-FAH-IGUALA TO PT-APORTE-FONDO
           COMPUTE PT-TOTAL-PATRONAL =
              PT-APORTE-SEGURO + PT-IMPUESTO-NOMINA + PT-APORTE-FONDO

           EXEC SQL
              INSERT INTO NOMINA_PATRONAL
                 (EMP_ID, FECHA_PAGO, APORTE_SEGURO,
                  IMPUESTO_NOMINA, APORTE_FONDO, TOTAL_PATRONAL,
                  EMPRESA)
              VALUES
                 (:PT-EMP-ID, :PT-FECHA-PAGO, :PT-APORTE-SEGURO,
                  :PT-IMPUESTO-NOMINA, :PT-APORTE-FONDO,
                  :PT-TOTAL-PATRONAL, :PT-EMPRESA)
           END-EXEC

           IF SQLCODE = -803
                 UPDATE NOMINA_PATRONAL
                    SET APORTE_SEGURO = :PT-APORTE-SEGURO,
                        IMPUESTO_NOMINA = :PT-IMPUESTO-NOMINA,
                        APORTE_FONDO = :PT-APORTE-FONDO,
                        TOTAL_PATRONAL = :PT-TOTAL-PATRONAL,
                        EMPRESA = :PT-EMPRESA
                  WHERE EMP_ID = :PT-EMP-ID
                    AND FECHA_PAGO = :PT-FECHA-PAGO
              END-EXEC
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * Fondo de ahorro del renglon: la aportacion del empleado es lo
      * que realmente se cargo bajo el codigo WS-FAH-COD-DED; la iguala
      * del patron es WS-FAH-PCT-IGUALA de esa aportacion, tomando
      * como maximo el porcentaje que el empleado tiene inscrito en
      * NOMINA_EMPLEADO.PCT_FONDO, y topada al porcentaje maximo del
      * salario base y al tope por periodo de NOMINA_FONDO_CTL. Ambas
      * quedan en un movimiento 'A' de NOMINA_FONDO_MOV fechado en el
      * pago; el saldo del fondo es la suma de movimientos, asi que
      * el reproceso fuera de ciclo reemplaza el movimiento (-803 a
      * UPDATE) o lo borra si el renglon corregido ya no aporta.
       2196-CALCULAR-FONDO.
           MOVE ZEROS TO WS-FAH-APORTE WS-FAH-IGUALA
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > 3
              IF RS-DED-CODIGO(WS-DED-IDX) = WS-FAH-COD-DED
                 ADD RS-DED-MONTO(WS-DED-IDX) TO WS-FAH-APORTE
              END-IF
           END-PERFORM

           MOVE EMP-ID     TO FM-EMP-ID
           MOVE FECHA-PAGO TO FM-FECHA-MOV
           MOVE 'A'        TO FM-TIPO-MOV

           IF WS-FAH-APORTE NOT > ZEROS
              EXEC SQL
                 DELETE FROM NOMINA_FONDO_MOV
                  WHERE EMP_ID = :FM-EMP-ID
                    AND FECHA_MOV = :FM-FECHA-MOV
                    AND TIPO_MOV = :FM-TIPO-MOV
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY 'ERROR AL BORRAR MOV FONDO: ' EMP-ID
                         ' SQLCODE: ' SQLCODE
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-FAH-PCT-EMPLEADO
           EXEC SQL
              SELECT PCT_FONDO
              INTO :WS-FAH-PCT-EMPLEADO
              FROM NOMINA_EMPLEADO
              WHERE EMP_ID = :FM-EMP-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE ZEROS TO WS-FAH-PCT-EMPLEADO
           END-IF

           IF WS-FAH-CTL-OK AND WS-FAH-PCT-EMPLEADO > ZEROS
              COMPUTE WS-FAH-TOPE-CALC ROUNDED =
                 SALARIO-BASE * WS-FAH-PCT-EMPLEADO / 100
              MOVE WS-FAH-APORTE TO WS-FAH-BASE-IGUALA
              IF WS-FAH-BASE-IGUALA > WS-FAH-TOPE-CALC
                 MOVE WS-FAH-TOPE-CALC TO WS-FAH-BASE-IGUALA
              END-IF
              COMPUTE WS-FAH-IGUALA ROUNDED =
                 WS-FAH-BASE-IGUALA * WS-FAH-PCT-IGUALA / 100
              COMPUTE WS-FAH-TOPE-CALC ROUNDED =
                 SALARIO-BASE * WS-FAH-PCT-TOPE / 100
              IF WS-FAH-IGUALA > WS-FAH-TOPE-CALC
                 MOVE WS-FAH-TOPE-CALC TO WS-FAH-IGUALA
              END-IF
              IF WS-FAH-TOPE-PERIODO > ZEROS
                 AND WS-FAH-IGUALA > WS-FAH-TOPE-PERIODO
                 MOVE WS-FAH-TOPE-PERIODO TO WS-FAH-IGUALA
              END-IF
           END-IF

           MOVE WS-FAH-APORTE TO FM-MONTO-EMPLEADO
           MOVE WS-FAH-IGUALA TO FM-MONTO-PATRON
           MOVE ZEROS         TO FM-MONTO-INTERES
           MOVE 'NOMIRES1' TO FM-USUARIO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FM-FECHA-REGISTRO

           EXEC SQL
              INSERT INTO NOMINA_FONDO_MOV
                 (EMP_ID, FECHA_MOV, TIPO_MOV, MONTO_EMPLEADO,
                  MONTO_PATRON, MONTO_INTERES, USUARIO,
                  FECHA_REGISTRO)
              VALUES
                 (:FM-EMP-ID, :FM-FECHA-MOV, :FM-TIPO-MOV,
                  :FM-MONTO-EMPLEADO, :FM-MONTO-PATRON,
                  :FM-MONTO-INTERES, :FM-USUARIO,
                  :FM-FECHA-REGISTRO)
           END-EXEC

           IF SQLCODE = -803
              EXEC SQL
                 UPDATE NOMINA_FONDO_MOV
                    SET MONTO_EMPLEADO = :FM-MONTO-EMPLEADO,
                        MONTO_PATRON = :FM-MONTO-PATRON,
                        USUARIO = :FM-USUARIO,
                        FECHA_REGISTRO = :FM-FECHA-REGISTRO
                  WHERE EMP_ID = :FM-EMP-ID
                    AND FECHA_MOV = :FM-FECHA-MOV
                    AND TIPO_MOV = :FM-TIPO-MOV
              END-EXEC
           END-IF

           IF SQLCODE = 0
              ADD 1 TO WS-REG-FONDO
           ELSE
              DISPLAY 'ERROR AL GRABAR MOV FONDO: ' EMP-ID
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * El rechazo reincidente conserva la fecha de su primer rechazo
      * y suma un intento; con eso sale tambien al reporte de
      * antiguedad, que es la lista de lo que sigue sin pagarse.
       3000-FINALIZAR.
           CLOSE RESOMETER-FILE

      * Los renglones que entraron aqui no pasaron por la revision
      * antifraude de la carga: el periodo vuelve a quedar por
      * revisar ('P') y NOMIFRA01 debe correr otra vez antes del
      * archivo del banco.
           IF WS-REG-CARGADOS > ZEROS
              EXEC SQL
                 UPDATE NOMINA_PERIODO_CTL
                    SET REVISION = 'P'
                  WHERE FECHA_PAGO = :PC-FECHA-PAGO
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY 'ERROR AL MARCAR PERIODO POR REVISAR: '
                         SQLCODE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

      * La particion cierra su renglon en la misma unidad de trabajo
      * que lo resometido; si no pudo, se deshace todo y la particion
      * se repite completa.
           IF WS-PARTICIONADO
              PERFORM 3100-TERMINAR-PARTICION
           END-IF

           IF WS-PAR-ERROR
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
           CLOSE RECHAZO-FILE
           CLOSE AGING-REPORT

           IF WS-PARTICIONADO
              DISPLAY 'PARTICION: ' WS-PARTICION-PARM
              DISPLAY 'REGISTROS DE OTRAS PARTICIONES: '
                      WS-REG-OTRA-PARTICION
           END-IF

           DISPLAY 'REGISTROS LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'REGISTROS CARGADOS: ' WS-REG-CARGADOS
           DISPLAY 'REGISTROS RECHAZADOS DE NUEVO: '
                   WS-REG-RECHAZADOS
           DISPLAY 'AVISOS DE SALDO OMITIDOS: ' WS-REG-AVISOS-OMIT
           DISPLAY 'AVISOS DE MAESTRO: ' WS-REG-AVISO-MAESTRO
           DISPLAY 'MOVIMIENTOS FONDO DE AHORRO: ' WS-REG-FONDO

           IF WS-REG-RECHAZADOS > ZEROS
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       3100-TERMINAR-PARTICION.
           MOVE WS-REG-CARGADOS   TO PG-REG-CARGADOS
           MOVE WS-REG-RECHAZADOS TO PG-REG-RECHAZADOS
           MOVE FUNCTION CURRENT-TIMESTAMP TO PG-FECHA-FIN

           EXEC SQL
              UPDATE NOMINA_PARTICION_CARGA
                 SET ESTADO = 'F',
                     REG_CARGADOS = :PG-REG-CARGADOS,
                     REG_RECHAZADOS = :PG-REG-RECHAZADOS,
                     FECHA_FIN = :PG-FECHA-FIN
               WHERE FECHA_PAGO = :PG-FECHA-PAGO
                 AND PROCESO = :PG-PROCESO
                 AND PARTICION = :PG-PARTICION
                 AND ESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL TERMINAR PARTICION: ' SQLCODE
              SET WS-PAR-ERROR TO TRUE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'PARTICION ' WS-PARTICION-PARM
                      ' TERMINADA, FALTA CONSOLIDAR CON NOMIPAR01'
           END-IF.

       END PROGRAM NOMIRES01.

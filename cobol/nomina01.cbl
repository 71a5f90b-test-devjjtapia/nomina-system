      * intermedio, con el ultimo NV-EMP-ID confirmado en DB2. Como
      * NOMINA-VSAM se lee secuencialmente por su llave (NV-EMP-ID
      * ascendente), reiniciar el job puede saltar todo lo que ya
      * quedo committeado en el intento anterior. En la carga por
      * particiones cada corrida tiene su propio CKPTFILE y lo firma
      * con su numero de particion (CKPT-PARTICION), para que un
      * archivo cruzado en el JCL no salte registros de otro rango.
       FD  CKPT-FILE
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CKPT-RECORD.
       01  CKPT-RECORD.
           05 CKPT-EMP-ID         PIC X(06).
           05 CKPT-TIMESTAMP      PIC X(20).
           05 CKPT-PARTICION      PIC X(02).
           05 FILLER              PIC X(02).

      * Un renglon por cada registro de entrada rechazado: los 115
      * bytes originales del VSAM tal cual llegaron (para que un
      * registro corregido pueda resometerse por NOMIRES01 sin
      * recapturarlo), seguidos de la categoria, el SQLCODE (si
      * aplica), la descripcion, y la fecha del primer rechazo con su
      * contador de intentos para el reporte de antiguedad. Cada
      * particion escribe su propio RECHFILE, que es tambien la
      * entrada de la corrida de NOMIRES01 de esa particion.
       FD  RECHAZO-FILE
           RECORD CONTAINS 190 CHARACTERS
           DATA RECORD IS RECHAZO-LINE.
              10 WS-REG-ERR-CATALOGO PIC 9(05) VALUE ZEROS.
              10 WS-REG-ERR-EMPLEADO PIC 9(05) VALUE ZEROS.
              10 WS-REG-ERR-DEPTO PIC 9(05) VALUE ZEROS.
              10 WS-REG-ERR-SALARIO PIC 9(05) VALUE ZEROS.
              10 WS-REG-AVISO-MAESTRO PIC 9(05) VALUE ZEROS.
              10 WS-REG-ATRASOS   PIC 9(05) VALUE ZEROS.
              10 WS-REG-COBROS-ATR PIC 9(05) VALUE ZEROS.
              10 WS-REG-FONDO     PIC 9(05) VALUE ZEROS.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).

           05 WS-ATR-IDX-COBRO    PIC 9(02).
           05 WS-ATR-SALDO-SW     PIC X.
              88 WS-ATR-SALDO-ACTIVO VALUE 'Y'.
              88 WS-ATR-SALDO-SUSPENDIDO VALUE 'S'.

      * Movimientos de atraso ANOTADOS durante la validacion del
      * registro y aplicados a las tablas solo cuando el INSERT a
              10 WS-ATP-CODIGO    PIC X(03).
              10 WS-ATP-MONTO     PIC S9(07)V99 COMP-3.

      * Prima vacacional del periodo: NOMIVAC01 (reloj checador) y
      * CICNOM12 (captura en linea) la dejan en NOMINA_VAC_MOV y aqui
      * se suma a los bonos del renglon; el acumulado YTD la guarda
      * aparte para la constancia anual.
       01  WS-VAC-PRIMA           PIC S9(07)V99 COMP-3.
       01  WS-VAC-ESTADO          PIC X(01).

      * Tablas en memoria de las tarifas de retenciones de ley
      * (layout en NOMTARIF, compartido con NOMIRES01 para que el
      * resometimiento verifique con exactamente las mismas
      * al arrancar.
           COPY NOMTARIF.

      * Empresa del empleado del registro en proceso: sale del maestro
      * (o del renglon original en la corrida fuera de ciclo), elige
      * las cuotas patronales de esa empresa y viaja al renglon de
      * NOMINA.
       01  WS-EMPRESA-REG         PIC X(03).

      * Campos de trabajo del recalculo de retenciones (2120): el
      * calculado propio contra lo que el proveedor trae en el detalle
      * bajo los codigos ISR y SSO; una diferencia mayor que la
           05 WS-RET-VER-ISR      PIC 9(02).
           05 WS-RET-VER-SEG      PIC 9(02).
           05 WS-RET-VER-PAT      PIC 9(02).
           05 WS-RET-VER-PAT-GRAL PIC 9(02).
           05 WS-RET-IDX          PIC 9(02).
           05 WS-RET-BRUTO        PIC 9(08)V99 COMP-3.
           05 WS-RET-ISR-CALC     PIC 9(08)V99 COMP-3.
           88 WS-MODO-SIMULACION     VALUE 'S'.
           88 WS-MODO-CARGA          VALUE ' ' 'R'.

      * Particion, cuarto campo opcional del PARM (01-99): la carga
      * corre en varias corridas paralelas, cada una sobre el rango de
      * EMP_ID que le asigna NOMINA_PARTICION, con su propio CKPTFILE
      * y RECHFILE y sus contadores en NOMINA_PARTICION_CARGA. Sin
      * particion la corrida es la carga completa de siempre. Los
      * contadores confirmados son los que ya estan sumados en el
      * renglon de la particion (al ultimo checkpoint).
       01  WS-PARTICION-CONTROL.
           05 WS-PARTICION-PARM    PIC X(02).
           05 WS-PARTICION-NUM     PIC 9(02).
           05 WS-PARTICIONADO-SW   PIC X VALUE 'N'.
              88 WS-PARTICIONADO     VALUE 'Y'.
           05 WS-PAR-CKPT          PIC X(02) VALUE SPACES.
           05 WS-PAR-CARG-CONF     PIC 9(05) VALUE ZEROS.
           05 WS-PAR-RECH-CONF     PIC 9(05) VALUE ZEROS.
           05 WS-PAR-ERROR-SW      PIC X VALUE 'N'.
              88 WS-PAR-ERROR        VALUE 'Y'.

      * Totales proyectados por departamento que la corrida en modo
      * simulacion acumula de los registros que pasarian, para poder
      * compararlos a ojo contra el periodo anterior antes de cargar.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAL END-EXEC.
       EXEC SQL INCLUDE DCLNOMPAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFCT END-EXEC.
       EXEC SQL INCLUDE DCLNOMFMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMTAR END-EXEC.
       EXEC SQL INCLUDE DCLNOMDPT END-EXEC.
       EXEC SQL INCLUDE DCLNOMATR END-EXEC.
       EXEC SQL INCLUDE DCLNOMATM END-EXEC.
       EXEC SQL INCLUDE DCLNOMSAU END-EXEC.
       EXEC SQL INCLUDE DCLNOMASI END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMPRT END-EXEC.
       EXEC SQL INCLUDE DCLNOMPCG END-EXEC.

      * Atrasos de deducciones: cuando las deducciones del registro
      * rebasan el bruto, la carga ya no deja un neto negativo ni
      * crea un departamento fantasma en los subtotales, las
      * pantallas ni el asiento contable. La CTA_GASTO es la cuenta
      * de gasto de salario del departamento que usa NOMIGL01 en
      * lugar de cargar todo a la cuenta unica. RESPONSABLE es el
      * operador del gerente del departamento, que certifica cada
      * trimestre los accesos de su gente (NOMICER01 / CICNOM15).
      * EMPRESA es la razon social a la que pertenece el
      * departamento; un empleado solo puede estar en departamentos
      * de su propia empresa.
       EXEC SQL DECLARE NOMINA_DEPTO TABLE
         (DEPTO          CHAR(3)      NOT NULL,
          DESCRIPCION    VARCHAR(30)  NOT NULL,
          ACTIVO         CHAR(1)      NOT NULL,
          CENTRO_COSTO   CHAR(10)     NOT NULL,
          CTA_GASTO      CHAR(6)      NOT NULL,
          RESPONSABLE    CHAR(8)      NOT NULL WITH DEFAULT,
          EMPRESA        CHAR(3)      NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (DEPTO))
       END-EXEC.

      * Catalogo de empresas (razones sociales) cuya nomina se
      * procesa, mantenido por Tesoreria y Fiscal. Cada empresa tiene
      * su propio registro fiscal y patronal para la constancia
      * anual, y su propia identificacion y cuenta de origen ante el
      * banco para su archivo de dispersion (NOMIBAN01). Los procesos
      * de banco, cheques, GL y cuadre corren una vez por empresa con
      * la EMPRESA en el PARM; ACTIVO 'N' los detiene.
       EXEC SQL DECLARE NOMINA_EMPRESA TABLE
         (EMPRESA             CHAR(3)      NOT NULL,
          RAZON_SOCIAL        VARCHAR(40)  NOT NULL,
          RFC                 CHAR(13)     NOT NULL,
          REGISTRO_PATRONAL   CHAR(11)     NOT NULL,
          BANCO_ID_CIA        CHAR(8)      NOT NULL,
          BANCO_RUTA          CHAR(9)      NOT NULL,
          BANCO_CUENTA        CHAR(17)     NOT NULL,
          ACTIVO              CHAR(1)      NOT NULL,
          PRIMARY KEY (EMPRESA))
       END-EXEC.


      * Tarifas de ley en DB2, sin limite de versiones: ISR por
      * tramos (TIPO 'I', TRAMO 1-5), seguro social del empleado
      * nomina ('N'), cada una con su fecha de vigencia. ESTADO 'P'
      * capturada pendiente de aprobacion / 'A' aprobada: solo las
      * aprobadas se cargan. CICNOM08 (NOM8) captura y aprueba con
      * doble control y bitacora en NOMINA_TARIFA_AUD. EMPRESA en
      * blanco es la tarifa general; las aportaciones patronales ('P'
      * y 'N') pueden ademas tener versiones propias de una empresa,
      * que tienen preferencia sobre la general para sus empleados.
       EXEC SQL DECLARE NOMINA_TARIFAS TABLE
         (TIPO            CHAR(1)      NOT NULL,
          VIGENCIA_DESDE  DATE         NOT NULL,
          PORCENTAJE      DECIMAL(4,2) NOT NULL,
          TOPE_ANUAL      DECIMAL(11,2) NOT NULL,
          ESTADO          CHAR(1)      NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT,
          PRIMARY KEY (TIPO, EMPRESA, VIGENCIA_DESDE, TRAMO))
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


      * renglon para que Finance ya no teclee el devengo a mano.
      * NOMIGL01 toma de aqui las lineas de gasto y pasivo patronal y
      * NOMIANU01 el costo patronal total del año por empleado.
      * APORTE_FONDO es la iguala del patron al fondo de ahorro
      * (2196-CALCULAR-FONDO), incluida en TOTAL_PATRONAL. EMPRESA es
      * el patron del renglon, cuyas tasas se aplicaron.
       EXEC SQL DECLARE NOMINA_PATRONAL TABLE
         (EMP_ID          CHAR(6)      NOT NULL,
          FECHA_PAGO      DATE         NOT NULL,
          APORTE_SEGURO   DECIMAL(9,2) NOT NULL,
          IMPUESTO_NOMINA DECIMAL(9,2) NOT NULL,
          APORTE_FONDO    DECIMAL(9,2) NOT NULL WITH DEFAULT,
          TOTAL_PATRONAL  DECIMAL(9,2) NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (EMP_ID, FECHA_PAGO))
       END-EXEC.

      * deduccion entrante al saldo (ultimo abono) o la anula cuando
      * la cuenta ya quedo en ceros, en vez de seguir cobrando hasta
      * que alguien le avise al proveedor; 2180 descuenta del saldo
      * cada abono que realmente se carga. ESTADO 'A' activa, 'T'
      * terminada en ceros, 'F' liquidada en el finiquito de la baja
      * (la marca NOMIESP01 al pagarlo), 'S' suspendida por aviso del
      * instituto o del juzgado (la pone NOMIAVI01 y la deduccion
      * entrante se anula mientras siga asi).
       EXEC SQL DECLARE NOMINA_DED_SALDOS TABLE
         (EMP_ID          CHAR(6)      NOT NULL,
          DED_CODIGO      CHAR(3)      NOT NULL,

      * Catalogo de codigos de deduccion: descripcion, categoria
      * ('I' impuesto, 'S' seguro social, 'B' beneficio, 'P' prestamo,
      * 'G' embargo, 'E' percepcion pagada por el sistema, como la
      * prima vacacional PVA), maximo por periodo y cuenta contable
      * de pasivo a la que NOMIGL01 abona ese codigo ('E': de gasto,
      * a la que la carga). NV-DED-CODIGO deja de ser
      * texto libre: un codigo que no este aqui (o inactivo, o con
      * monto sobre el maximo) manda el registro al reject file.
      * CLAVE_SAT es la clave oficial de tipo de deduccion con la que
      * el codigo sale en el recibo electronico (NOMICFD01).
       EXEC SQL DECLARE NOMINA_DED_CATALOGO TABLE
         (DED_CODIGO      CHAR(3)      NOT NULL,
          DESCRIPCION     VARCHAR(30)  NOT NULL,
          MAX_PERIODO     DECIMAL(9,2) NOT NULL,
          CTA_GL          CHAR(6)      NOT NULL,
          ACTIVO          CHAR(1)      NOT NULL,
          CLAVE_SAT       CHAR(3)      NOT NULL,
          PRIMARY KEY (DED_CODIGO))
       END-EXEC.

      * Los contadores de la carga (renglones cargados y rechazados)
      * se persisten al marcar el periodo 'L', para que la consola de
      * estatus (CICNOM09) los muestre sin ir al SYSOUT del job.
      * REVISION es la retencion de la revision antifraude: la carga
      * la deja en 'P' (por revisar) junto con el 'L', NOMIFRA01 la
      * pasa a 'R' (retenido) si quedan hallazgos de severidad alta
      * sin liberar o a 'V' (revisado) si no, y CICNOM14 la pasa a
      * 'V' al liberar el ultimo. NOMIBAN01 y NOMICHE01 no pagan un
      * periodo en 'P' ni en 'R'; en blanco (periodos anteriores a
      * la revision) no detiene nada.
       EXEC SQL DECLARE NOMINA_PERIODO_CTL TABLE
         (FECHA_PAGO      DATE         NOT NULL,
          TIPO_PERIODO    CHAR(1)      NOT NULL,
          FECHA_CIERRE    TIMESTAMP,
          REG_CARGADOS    INTEGER,
          REG_RECHAZADOS  INTEGER,
          REVISION        CHAR(1)      NOT NULL WITH DEFAULT,
          PRIMARY KEY (FECHA_PAGO))
       END-EXEC.

      * Tabla de control de particiones de la carga: el rango de
      * EMP_ID (DESDE y HASTA inclusive) que toma cada corrida
      * paralela. La mantiene Operaciones; los rangos no se traslapan
      * y juntos deben cubrir todas las llaves del VSAM.
       EXEC SQL DECLARE NOMINA_PARTICION TABLE
         (PARTICION       SMALLINT     NOT NULL,
          EMP_ID_DESDE    CHAR(6)      NOT NULL,
          EMP_ID_HASTA    CHAR(6)      NOT NULL,
          PRIMARY KEY (PARTICION))
       END-EXEC.

      * Avance de cada particion por periodo y proceso ('C' carga de
      * NOMINA01, 'O' corrida fuera de ciclo, 'R' resometimiento de
      * NOMIRES01): ESTADO 'A' en proceso, 'F' terminada, 'M' ya
      * consolidada por NOMIPAR01. Los contadores de cargados y
      * rechazados se suman en cada checkpoint, en la misma unidad de
      * trabajo que los renglones que cuentan, asi que sobreviven al
      * reinicio de la particion.
       EXEC SQL DECLARE NOMINA_PARTICION_CARGA TABLE
         (FECHA_PAGO      DATE         NOT NULL,
          PROCESO         CHAR(1)      NOT NULL,
          PARTICION       SMALLINT     NOT NULL,
          ESTADO          CHAR(1)      NOT NULL,
          REG_CARGADOS    INTEGER      NOT NULL,
          REG_RECHAZADOS  INTEGER      NOT NULL,
          FECHA_INICIO    TIMESTAMP    NOT NULL,
          FECHA_FIN       TIMESTAMP,
          PRIMARY KEY (FECHA_PAGO, PROCESO, PARTICION))
       END-EXEC.

      * FECHA_PAGO es parte de la llave primaria: se conserva un
      * renglon por cada periodo de pago procesado para un empleado,
      * en vez de sobreescribir el ultimo periodo cargado. EMPRESA
      * se copia del maestro de empleados al cargar el renglon y
      * separa el banco, los cheques, el GL y el cuadre por empresa.
       EXEC SQL DECLARE NOMINA TABLE
         (EMP_ID         CHAR(6)     NOT NULL,
          EMP_NOMBRE     VARCHAR(30) NOT NULL,
          FECHA_PAGO     DATE        NOT NULL,
          FECHA_PROCESO  TIMESTAMP,
          STATUS         CHAR(1),
          EMPRESA        CHAR(3)     NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (EMP_ID, FECHA_PAGO))
       END-EXEC.

          YTD_DEDUCCIONES     DECIMAL(11,2),
          YTD_SALARIO_NETO    DECIMAL(11,2),
          ULTIMA_FECHA_PAGO   DATE,
          YTD_PRIMA_VAC       DECIMAL(11,2) NOT NULL WITH DEFAULT,
          PRIMARY KEY (EMP_ID, ANIO))
       END-EXEC.

      * Lista de operadores/terminales autorizados a ejecutar consultas
      * de compensacion en linea (CICNOM01 NOM1). AU-ACTIVO = 'N' revoca
      * el acceso sin borrar el historial de quien estuvo autorizado.
      * EMPRESA limita el acceso a los empleados, departamentos y
      * tarifas de una sola empresa; en blanco, a todas.
       EXEC SQL DECLARE NOMINA_AUTORIZADOS TABLE
         (OPERADOR       CHAR(8)      NOT NULL,
          TRANSACCION    CHAR(4)      NOT NULL,
          ACTIVO         CHAR(1)      NOT NULL,
          EMPRESA        CHAR(3)      NOT NULL WITH DEFAULT,
          PRIMARY KEY (OPERADOR, TRANSACCION))
       END-EXEC.

           05 LK-TIPO-PERIODO      PIC X(01).
           05 LK-FECHA-PAGO        PIC X(10).
           05 LK-MODO-EJECUCION    PIC X(01).
           05 LK-PARTICION         PIC X(02).

       PROCEDURE DIVISION USING LK-PARM-PERIODO.
       0000-MAIN.
           ELSE
              MOVE SPACE TO WS-MODO-EJECUCION-PARM
           END-IF
           IF LK-PARM-LEN > 12
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
           PERFORM 1200-CONTROLAR-PERIODO
           IF WS-PARTICIONADO
              PERFORM 1300-CONTROLAR-PARTICION
           END-IF

      * La simulacion no participa del esquema de checkpoint/restart:
      * ni salta registros de un intento anterior ni deja rastro que
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

      * Consulta (y en la carga real, reclama) el periodo en
      * NOMINA_PERIODO_CTL. Si el renglon del calendario ya existe, su
      * TIPO_PERIODO es el que vale y no el del PARM; si no existe, la
                  :PC-FECHA-APERTURA)
           END-EXEC

      * Las particiones arrancan a la vez: si otra ya abrio el periodo
      * entre el SELECT y el INSERT, el periodo queda abierto igual.
           IF SQLCODE = -803 AND WS-PARTICIONADO
              EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR PERIODO: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              COMMIT WORK
           END-EXEC.

      * Rango de EMP_ID de la particion y posicionamiento del VSAM en
      * su primera llave. En la carga real ademas reclama el renglon
      * de avance de la particion: sin renglon lo abre; en 'A' es un
      * reinicio y sigue desde su checkpoint; en 'F' ya termino y
      * solo falta consolidar (RC 16, no se vuelve a cargar); en 'M'
      * la corrida anterior ya se consolido, y una nueva corrida fuera
      * de ciclo sobre el mismo periodo la reabre en ceros. La
      * simulacion solo toma el rango.
       1300-CONTROLAR-PARTICION.
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

           MOVE PR-EMP-ID-DESDE TO NV-EMP-ID
           START NOMINA-VSAM KEY IS NOT LESS THAN NV-EMP-ID
              INVALID KEY
                 DISPLAY 'AVISO: SIN REGISTROS EN EL RANGO DE LA '
                         'PARTICION'
                 SET WS-EOF TO TRUE
           END-START

           IF WS-MODO-SIMULACION
              EXIT PARAGRAPH
           END-IF

           MOVE WS-FECHA-PAGO-PARM TO PG-FECHA-PAGO
           MOVE WS-PARTICION-NUM   TO PG-PARTICION
           IF WS-TIPO-PERIODO-PARM = 'O'
              MOVE 'O' TO PG-PROCESO
           ELSE
              MOVE 'C' TO PG-PROCESO
           END-IF

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
                       DISPLAY 'PARTICION EN PROCESO: SE REANUDA '
                               'DESDE SU CHECKPOINT'
                    WHEN 'F'
                       DISPLAY 'ERROR: LA PARTICION ' WS-PARTICION-PARM
                               ' YA TERMINO, FALTA CONSOLIDAR CON '
                               'NOMIPAR01'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    WHEN OTHER
                       PERFORM 1320-REABRIR-PARTICION
                 END-EVALUATE
              WHEN 100
                 PERFORM 1310-ABRIR-PARTICION
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_PARTICION_CARGA: '
                         SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       1310-ABRIR-PARTICION.
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

       1320-REABRIR-PARTICION.
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

       1100-LEER-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF CKPT-STATUS = '00'
                 READ CKPT-FILE
                 IF CKPT-STATUS = '00'
                    MOVE CKPT-EMP-ID TO WS-ULTIMO-EMP-CKPT
                    MOVE CKPT-PARTICION TO WS-PAR-CKPT
                    SET WS-ES-RESTART TO TRUE
                 END-IF
              END-PERFORM
              CLOSE CKPT-FILE
              IF WS-PARTICIONADO AND WS-ES-RESTART
                 AND WS-PAR-CKPT NOT = WS-PARTICION-PARM
                 DISPLAY 'ERROR: CKPTFILE DE LA PARTICION '
                         WS-PAR-CKPT ', NO DE LA '
                         WS-PARTICION-PARM
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-ES-RESTART
                 DISPLAY 'REINICIO: SE SALTARAN REGISTROS HASTA '
                         WS-ULTIMO-EMP-CKPT
           READ NOMINA-VSAM
              AT END SET WS-EOF TO TRUE
              NOT AT END
      * La particion termina en la ultima llave de su rango; lo que
      * sigue es de la particion siguiente.
                 IF WS-PARTICIONADO
                    AND NV-EMP-ID > PR-EMP-ID-HASTA
                    SET WS-EOF TO TRUE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-REG-LEIDOS
                 SET WS-NO-SALTAR-REGISTRO TO TRUE
                 IF WS-ES-RESTART
           END-READ.

       2200-CONFIRMAR-CHECKPOINT.
           IF WS-PARTICIONADO
              PERFORM 2210-ACUMULAR-PARTICION
           END-IF

           EXEC SQL
              COMMIT WORK
           END-EXEC

           MOVE NV-EMP-ID TO CKPT-EMP-ID
           MOVE FUNCTION CURRENT-TIMESTAMP TO CKPT-TIMESTAMP
           MOVE WS-PARTICION-PARM TO CKPT-PARTICION
           WRITE CKPT-RECORD

           MOVE ZEROS TO WS-REG-DESDE-CKPT.

      * Suma al renglon de la particion lo cargado y rechazado desde
      * el checkpoint anterior, dentro de la misma unidad de trabajo
      * que esos renglones: si la particion cae, los contadores
      * quedan en el ultimo checkpoint igual que los datos.
       2210-ACUMULAR-PARTICION.
           COMPUTE PG-REG-CARGADOS =
                   WS-REG-PROCESADOS - WS-PAR-CARG-CONF
           COMPUTE PG-REG-RECHAZADOS =
                   WS-REG-ERROR - WS-PAR-RECH-CONF

           EXEC SQL
              UPDATE NOMINA_PARTICION_CARGA
                 SET REG_CARGADOS = REG_CARGADOS + :PG-REG-CARGADOS,
                     REG_RECHAZADOS =
                        REG_RECHAZADOS + :PG-REG-RECHAZADOS
               WHERE FECHA_PAGO = :PG-FECHA-PAGO
                 AND PROCESO = :PG-PROCESO
                 AND PARTICION = :PG-PARTICION
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ACUMULAR CONTADORES DE PARTICION: '
                      SQLCODE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE WS-REG-PROCESADOS TO WS-PAR-CARG-CONF
              MOVE WS-REG-ERROR      TO WS-PAR-RECH-CONF
           END-IF.

       2100-PROCESAR-REGISTRO.
      * El renglon debe pertenecer al periodo que viene por PARM; si
      * no coincide, se rechaza sin tocar DB2 en vez de cargarse bajo
              END-IF
           END-IF

      * La base debe cuadrar con el salario autorizado vigente en la
      * fecha de pago. Aplica tambien a la corrida fuera de ciclo: el
      * ajuste de un periodo cerrado no puede pagar una base que HR
      * no aprobo.
           PERFORM 2113-VALIDAR-SALARIO-AUT
           IF WS-VAL-RECHAZADO
              ADD 1 TO WS-REG-ERROR
              ADD 1 TO WS-REG-ERR-SALARIO
              MOVE 'SALARIO-AUT' TO WS-RZ-CATEGORIA
              MOVE WS-VAL-DESCRIPCION TO WS-RZ-DESCRIPCION
              MOVE ZEROS TO WS-RZ-SQLCODE
              DISPLAY 'ERROR SALARIO AUT EMP: ' NV-EMP-ID
                      ' RAZON: ' WS-VAL-DESCRIPCION
              PERFORM 2160-ESCRIBIR-RECHAZO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2115-VALIDAR-CATALOGO
           IF WS-VAL-RECHAZADO
              ADD 1 TO WS-REG-ERROR
              PERFORM 2135-COBRAR-ATRASOS
           END-IF

      * La prima vacacional pendiente del periodo entra a los bonos
      * despues del desprendimiento y del cobro de atrasos, para que
      * se pague completa. No cambia la verificacion de retenciones
      * ya hecha contra el registro del proveedor: la prima cae dentro
      * de la parte exenta de ley. Si cuenta para el impuesto sobre
      * nomina del costo patronal.
           IF WS-TIPO-PERIODO-PARM NOT = 'O'
              MOVE 'P' TO WS-VAC-ESTADO
              PERFORM 2142-SUMAR-PRIMA-VAC
           ELSE
              MOVE ZEROS TO WS-VAC-PRIMA
           END-IF

           MOVE SPACES TO DCLNOMINA
           MOVE NV-EMP-ID      TO EMP-ID
           MOVE NV-EMP-NOMBRE  TO EMP-NOMBRE
           MOVE NV-SALARIO-BASE TO SALARIO-BASE
           MOVE NV-BONOS       TO BONOS
           MOVE NV-DEDUCCIONES TO DEDUCCIONES
           ADD WS-VAC-PRIMA    TO BONOS WS-RET-BRUTO

           COMPUTE SALARIO-NETO =
              (SALARIO-BASE + BONOS) - DEDUCCIONES
           MOVE WS-FECHA-PAGO-PARM TO FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO FECHA-PROCESO
           MOVE 'A' TO STATUS
           MOVE WS-EMPRESA-REG TO EMPRESA

           IF WS-MODO-SIMULACION
              PERFORM 2130-SIMULAR-CARGA
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

           IF SQLCODE = 0
              PERFORM 2170-REGISTRAR-AUDITORIA
              PERFORM 2180-CARGAR-DEDUCCIONES
              PERFORM 2190-ACTUALIZAR-YTD
              PERFORM 2192-MARCAR-PRIMA-PAGADA
              PERFORM 2138-APLICAR-ATRASOS
              PERFORM 2195-CALCULAR-PATRONAL
           ELSE
           ADD DEDUCCIONES  TO WS-PROY-DEDUC(WS-PROY-IDX)
           ADD SALARIO-NETO TO WS-PROY-NETO(WS-PROY-IDX).

      * Prima vacacional del empleado en la fecha de pago, en el
      * estado WS-VAC-ESTADO: 'P' la pendiente que entra en la carga
      * normal, 'G' la que ya pago el renglon que corrige la corrida
      * fuera de ciclo. Un error de DB2 no detiene el registro: la
      * prima queda pendiente para la siguiente corrida.
       2142-SUMAR-PRIMA-VAC.
           MOVE ZEROS      TO WS-VAC-PRIMA
           MOVE NV-EMP-ID  TO VM-EMP-ID
           MOVE WS-FECHA-PAGO-PARM TO VM-FECHA-PAGO

           EXEC SQL
              SELECT COALESCE(SUM(PRIMA_MONTO), 0)
              INTO :WS-VAC-PRIMA
              FROM NOMINA_VAC_MOV
              WHERE EMP_ID = :VM-EMP-ID
                AND FECHA_PAGO = :VM-FECHA-PAGO
                AND ESTADO = :WS-VAC-ESTADO
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE ZEROS TO WS-VAC-PRIMA
              DISPLAY 'ERROR AL LEER PRIMA VACACIONAL: ' NV-EMP-ID
                      ' SQLCODE: ' SQLCODE
           END-IF.

      * Ajuste fuera de ciclo: lee los montos originales del renglon
      * EMP_ID/FECHA_PAGO, reaplica el renglon con los montos
      * corregidos del archivo, recarga el detalle de deducciones,
      * (asiento de reversa) lo recojan en su siguiente extraccion.
       2300-PROCESAR-AJUSTE.
           EXEC SQL
              SELECT SALARIO_BASE, BONOS, DEDUCCIONES, SALARIO_NETO,
                     EMPRESA
              INTO :WS-AJU-BASE-ANT, :WS-AJU-BONOS-ANT,
                   :WS-AJU-DEDUC-ANT, :WS-AJU-NETO-ANT,
                   :WS-EMPRESA-REG
              FROM NOMINA
              WHERE EMP_ID = :EMP-ID
                AND FECHA_PAGO = :FECHA-PAGO
           PERFORM 2315-REVERSAR-SALDOS
           PERFORM 2125-AJUSTAR-SALDOS
           MOVE NV-DEDUCCIONES TO DEDUCCIONES

      * El registro corregido del proveedor no trae la prima
      * vacacional que el renglon original ya pago: se vuelve a sumar
      * para que la correccion no la borre de los bonos.
           MOVE 'G' TO WS-VAC-ESTADO
           PERFORM 2142-SUMAR-PRIMA-VAC
           ADD WS-VAC-PRIMA TO BONOS WS-RET-BRUTO
           COMPUTE SALARIO-NETO =
              (SALARIO-BASE + BONOS) - DEDUCCIONES

       2112-VALIDAR-EMPLEADO.
           SET WS-VAL-OK TO TRUE
           MOVE NV-EMP-ID TO EM-EMP-ID
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
                    OR EM-FECHA-BAJA < NV-FECHA-PAGO
                    SET WS-VAL-RECHAZADO TO TRUE

      * Valida NV-EMP-DEPTO contra el catalogo de departamentos: un
      * departamento desconocido o inactivo es su propia categoria de
      * rechazo, como el catalogo de deducciones. Un departamento de
      * otra empresa tambien se rechaza: el costo quedaria cargado al
      * GL de una razon social que no es la del empleado.
       2118-VALIDAR-DEPTO.
           SET WS-VAL-OK TO TRUE
           MOVE NV-EMP-DEPTO TO DT-DEPTO

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

      * Compara la base del registro contra el salario autorizado
      * aprobado en CICNOM11 y vigente en la fecha de pago, ya
      * prorrateado por los dias de la quincena en que el empleado
      * estuvo de alta y sin los dias de falta o incapacidad que
      * reporto el reloj checador. Sin salario autorizado vigente, o
      * con una diferencia mayor a WS-SAL-TOLERANCIA, el registro se
      * desvia al reject file con su propia categoria; ya corregido
      * (o ya autorizado el salario) se resomete por NOMIRES01.
       2113-VALIDAR-SALARIO-AUT.
           SET WS-VAL-OK TO TRUE
           MOVE NV-EMP-ID     TO SU-EMP-ID
           MOVE NV-FECHA-PAGO TO WS-SAL-FECHA-PAGO

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

           COMPUTE WS-SAL-DIFERENCIA = NV-SALARIO-BASE - WS-SAL-ESPERADO
           IF WS-SAL-DIFERENCIA < ZEROS
              COMPUTE WS-SAL-DIFERENCIA = ZEROS - WS-SAL-DIFERENCIA
           END-IF
           IF WS-SAL-DIFERENCIA > WS-SAL-TOLERANCIA
              SET WS-VAL-RECHAZADO TO TRUE
              MOVE 'BASE DISTINTA AL SALARIO AUTORIZADO'
                   TO WS-VAL-DESCRIPCION
              DISPLAY 'SALARIO AUT EMP: ' NV-EMP-ID
                      ' PROVEEDOR: ' NV-SALARIO-BASE
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

      * Valida cada codigo del detalle contra NOMINA_DED_CATALOGO: el
      * codigo debe existir, estar activo y el monto no rebasar el
      * maximo por periodo del catalogo. Cualquier falla desvia el
           MOVE NV-DED-CODIGO(WS-DED-IDX) TO CT-DED-CODIGO

           EXEC SQL
              SELECT MAX_PERIODO, ACTIVO, CATEGORIA
              INTO :CT-MAX-PERIODO, :CT-ACTIVO, :CT-CATEGORIA
              FROM NOMINA_DED_CATALOGO
              WHERE DED_CODIGO = :CT-DED-CODIGO
           END-EXEC
                 MOVE 'ERROR DB2 AL CONSULTAR CATALOGO'
                      TO WS-VAL-DESCRIPCION
                 DISPLAY 'ERROR CATALOGO DB2: ' SQLCODE
           END-EVALUATE

      * Los codigos de percepcion ('E') los paga el propio sistema
      * (la prima vacacional entra por NOMINA_VAC_MOV); en el detalle
      * de deducciones del proveedor no tienen cabida.
           IF SQLCODE = 0 AND CT-CATEGORIA = 'E'
              SET WS-VAL-RECHAZADO TO TRUE
              MOVE 'CODIGO DE PERCEPCION EN DETALLE DEDUCC.'
                   TO WS-VAL-DESCRIPCION
              DISPLAY 'CODIGO DE PERCEPCION: ' CT-DED-CODIGO
                      ' EMP: ' NV-EMP-ID
           END-IF.

      * Ajusta las deducciones de prestamos y embargos contra su
      * saldo decreciente antes de cargar: una deduccion de un codigo
                 DISPLAY 'ERROR AL LEER SALDO: ' NV-EMP-ID
                         ' COD: ' SL-DED-CODIGO
                         ' SQLCODE: ' SQLCODE
              WHEN SL-ESTADO = 'S'
                 MOVE 'SALDO-AVISO' TO WS-RZ-CATEGORIA
                 MOVE 'DEDUCCION SUSPENDIDA POR AVISO, ANULADA'
                      TO WS-RZ-DESCRIPCION
                 MOVE ZEROS TO WS-RZ-SQLCODE
                 DISPLAY 'CUENTA SUSPENDIDA EMP: ' NV-EMP-ID
                         ' COD: ' SL-DED-CODIGO
                 PERFORM 2160-ESCRIBIR-RECHAZO
                 SUBTRACT NV-DED-MONTO(WS-DED-IDX)
                     FROM NV-DEDUCCIONES
                 MOVE ZEROS TO NV-DED-MONTO(WS-DED-IDX)
      * El aviso se escribe antes de recortar, para que el archivo
      * muestre lo que el proveedor realmente mando.
              WHEN SL-ESTADO NOT = 'A'
                 IF SL-ESTADO = 'A'
                    SET WS-ATR-SALDO-ACTIVO TO TRUE
                 END-IF
                 IF SL-ESTADO = 'S'
                    SET WS-ATR-SALDO-SUSPENDIDO TO TRUE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
              EXIT PARAGRAPH
           END-IF

      * Con el descuento suspendido por aviso del instituto o del
      * juzgado tampoco se cobra el atraso: queda pendiente hasta que
      * un nuevo aviso reactive la cuenta.
           IF WS-ATR-SALDO-SUSPENDIDO
              DISPLAY 'ATRASO DE CUENTA SUSPENDIDA, NO SE COBRA EMP: '
                      NV-EMP-ID ' COD: ' AT-DED-CODIGO
              MOVE 0 TO SQLCODE
              EXIT PARAGRAPH
           END-IF

      * Busca la linea del codigo en el detalle (para sumarle el
      * cobro) o una linea libre; sin lugar en el detalle el cobro
      * de ese codigo espera al siguiente periodo.
                 AND WS-SEG-VIGENCIA(WS-RET-VER) NOT > NV-FECHA-PAGO
                 MOVE WS-RET-VER TO WS-RET-VER-SEG
              END-IF
           END-PERFORM

      * Las cuotas patronales propias de la empresa del empleado
      * tienen preferencia; sin version propia vigente rige la
      * general (empresa en blanco).
           MOVE ZEROS TO WS-RET-VER-PAT-GRAL
           PERFORM VARYING WS-RET-VER FROM 1 BY 1
                   UNTIL WS-RET-VER > WS-PAT-CANT
              IF WS-PAT-VIGENCIA(WS-RET-VER) NOT > NV-FECHA-PAGO
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
              IF NV-DED-CODIGO(WS-DED-IDX) = WS-FAH-COD-DED
                 ADD NV-DED-MONTO(WS-DED-IDX) TO WS-FAH-APORTE
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
           MOVE 'NOMINA01' TO FM-USUARIO
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

      * Suma el renglon actual al acumulado YTD del empleado para el
      * ANIO de FECHA_PAGO; si todavia no existe ese ANIO para el
      * empleado, el UPDATE regresa SQLCODE 100 y se inserta el
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

      * Marca como pagada la prima vacacional que entro en el renglon
      * recien cargado: ya no vuelve a sumarse en otra corrida, y el
      * kardex y la contabilidad la toman del renglon 'G'.
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

      * Clasifica el SQLCODE del INSERT fallido para que el reject
      * file distinga llave duplicada, error de fecha/conversion y
      * caida de conexion, en vez de un solo contador generico.
      * los extractos posteriores; la corrida fuera de ciclo no mueve
      * el estado del periodo que esta ajustando.
              IF WS-TIPO-PERIODO-PARM NOT = 'O'
                 AND NOT WS-PARTICIONADO
                 PERFORM 3200-MARCAR-PERIODO-CARGADO
              END-IF

      * Una particion no marca el periodo: cierra su propio renglon y
      * NOMIPAR01 marca el periodo cuando todas terminaron. Si el
      * renglon no se pudo cerrar se deshace lo que va desde el
      * ultimo checkpoint y el CKPTFILE se conserva, para reanudar la
      * particion sola sin repetir las demas.
              IF WS-PARTICIONADO
                 PERFORM 3300-TERMINAR-PARTICION
              END-IF

              IF WS-PAR-ERROR
                 EXEC SQL
                    ROLLBACK WORK
                 END-EXEC
                 CLOSE CKPT-FILE
              ELSE
                 EXEC SQL
                    COMMIT WORK
                 END-EXEC

      * Job completo hasta el final del archivo: se reinicia el
      * checkpoint para que la siguiente corrida no se tome como
      * un restart de esta.
                 CLOSE CKPT-FILE
                 OPEN OUTPUT CKPT-FILE
                 CLOSE CKPT-FILE
              END-IF
           END-IF

           CLOSE RECHAZO-FILE
              CONNECT RESET
           END-EXEC

           IF WS-PARTICIONADO
              DISPLAY 'PARTICION: ' WS-PARTICION-PARM
           END-IF
           DISPLAY 'REGISTROS LEIDOS: ' WS-REG-LEIDOS
           DISPLAY 'REGISTROS PROCESADOS: ' WS-REG-PROCESADOS
           DISPLAY 'REGISTROS CON ERROR: ' WS-REG-ERROR
           DISPLAY '   CATALOGO DEDUCCION: ' WS-REG-ERR-CATALOGO
           DISPLAY '   EMPLEADO INVALIDO: ' WS-REG-ERR-EMPLEADO
           DISPLAY '   DEPARTAMENTO: ' WS-REG-ERR-DEPTO
           DISPLAY '   SALARIO AUTORIZADO: ' WS-REG-ERR-SALARIO
           DISPLAY 'AVISOS DE MAESTRO: ' WS-REG-AVISO-MAESTRO
           DISPLAY 'DEDUCCIONES DESPRENDIDAS A ATRASO: '
                   WS-REG-ATRASOS
           DISPLAY 'COBROS DE ATRASOS: ' WS-REG-COBROS-ATR
           DISPLAY 'MOVIMIENTOS FONDO DE AHORRO: ' WS-REG-FONDO
           DISPLAY 'REGISTROS AJUSTADOS: ' WS-REG-AJUSTADOS

           IF WS-MODO-SIMULACION
           EXEC SQL
              UPDATE NOMINA_PERIODO_CTL
                 SET ESTADO = 'L',
                     REVISION = 'P',
                     FECHA_CARGA = :PC-FECHA-CARGA,
                     REG_CARGADOS = :PC-REG-CARGADOS,
                     REG_RECHAZADOS = :PC-REG-RECHAZADOS
              MOVE 8 TO RETURN-CODE
           END-IF.

      * Ultima suma de contadores y fin de la particion, en la misma
      * unidad de trabajo que los ultimos renglones cargados.
       3300-TERMINAR-PARTICION.
           COMPUTE PG-REG-CARGADOS =
                   WS-REG-PROCESADOS - WS-PAR-CARG-CONF
           COMPUTE PG-REG-RECHAZADOS =
                   WS-REG-ERROR - WS-PAR-RECH-CONF
           MOVE FUNCTION CURRENT-TIMESTAMP TO PG-FECHA-FIN

           EXEC SQL
              UPDATE NOMINA_PARTICION_CARGA
                 SET ESTADO = 'F',
                     REG_CARGADOS = REG_CARGADOS + :PG-REG-CARGADOS,
                     REG_RECHAZADOS =
                        REG_RECHAZADOS + :PG-REG-RECHAZADOS,
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

       3100-RESUMEN-PROYECCION.
           DISPLAY 'SIMULACION - TOTALES PROYECTADOS POR DEPTO:'
           PERFORM VARYING WS-PROY-IDX FROM 1 BY 1

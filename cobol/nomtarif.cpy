      * (sobre la misma base topada que el seguro del empleado) y el
      * impuesto sobre nomina (sobre el bruto del periodo). Son
      * costo del patron: no tocan el neto del empleado, solo generan
      * el renglon de NOMINA_PATRONAL y su asiento en el GL. Cada
      * empresa (razon social) puede tener sus propias cuotas: la
      * version con WS-PAT-EMPRESA en blanco es la general, y una
      * version de la empresa del empleado vigente a la fecha de pago
      * tiene preferencia sobre ella. Por eso caben 24 versiones.
      * WS-PAT-CON-SEGURO y WS-PAT-CON-NOMINA marcan con 'S' los tipos
      * que trajo cada version; el que le falte a una version de
      * empresa se toma de la general al terminar la carga.
       01  WS-TARIFAS-PAT.
           05 WS-PAT-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-PAT-VERSION OCCURS 24.
              10 WS-PAT-EMPRESA   PIC X(03).
              10 WS-PAT-VIGENCIA  PIC X(10).
              10 WS-PAT-PCT-SEGURO PIC 9(02)V99.
              10 WS-PAT-PCT-NOMINA PIC 9(02)V99.
              10 WS-PAT-CON-SEGURO PIC X(01).
              10 WS-PAT-CON-NOMINA PIC X(01).

       01  WS-TARIFAS-TRABAJO.
           05 WS-TAR-IDX          PIC 9(02).
           05 WS-TAR-IDX-GRAL     PIC 9(02).
           05 WS-TAR-VER-GRAL     PIC 9(02).

      * Tolerancia de comparacion contra lo retenido por el proveedor
      * y codigos con los que el archivo trae el ISR y el seguro
           05 WS-RET-TOLERANCIA   PIC 9(03)V99 VALUE 5.00.
           05 WS-RET-COD-ISR      PIC X(03) VALUE 'ISR'.
           05 WS-RET-COD-SEGURO   PIC X(03) VALUE 'SSO'.

      * Salario autorizado (NOMINA_SALARIO_AUT, mantenido por
      * CICNOM11): tolerancia de la base del proveedor contra la base
      * autorizada vigente, ya prorrateada por dias de alta o baja
      * dentro de la quincena, y campos de trabajo del prorrateo. La
      * carga, el resometimiento y el retroactivo calculan la base
      * esperada con los mismos campos. WS-SAL-DIAS-DESCUENTO son los
      * dias sin goce (faltas injustificadas e incapacidad) que el
      * reloj checador reporto en NOMINA_ASISTENCIA para el periodo.
       01  WS-SAL-PARAMETROS.
           05 WS-SAL-TOLERANCIA   PIC 9(03)V99 VALUE 1.00.
           05 WS-SAL-FECHA-PAGO   PIC X(10).
           05 WS-SAL-INICIO       PIC X(10).
           05 WS-SAL-FIN          PIC X(10).
           05 WS-SAL-DESDE        PIC X(10).
           05 WS-SAL-HASTA        PIC X(10).
           05 WS-SAL-FECHA-CONV   PIC X(10).
           05 WS-SAL-FECHA-NUM    PIC 9(08).
           05 WS-SAL-INT-INICIO   PIC 9(07).
           05 WS-SAL-INT-FIN      PIC 9(07).
           05 WS-SAL-INT-DESDE    PIC 9(07).
           05 WS-SAL-INT-HASTA    PIC 9(07).
           05 WS-SAL-DIAS-PERIODO PIC 9(03).
           05 WS-SAL-DIAS-PAGO    PIC 9(03).
           05 WS-SAL-DIAS-DESCUENTO PIC 9(03).
           05 WS-SAL-AUTORIZADO   PIC S9(08)V99 COMP-3.
           05 WS-SAL-ESPERADO     PIC S9(08)V99 COMP-3.
           05 WS-SAL-DIFERENCIA   PIC S9(08)V99 COMP-3.

      * Fondo de ahorro: la aportacion del empleado llega como una
      * deduccion ordinaria con el codigo WS-FAH-COD-DED; la
      * aportacion del patron se calcula junto con NOMINA_PATRONAL a
      * partir de los parametros de NOMINA_FONDO_CTL (porcentaje de
      * iguala sobre lo aportado por el empleado, topado al
      * porcentaje maximo del salario base y al tope por periodo).
      * La carga y el resometimiento la calculan igual.
       01  WS-FAH-PARAMETROS.
           05 WS-FAH-COD-DED      PIC X(03) VALUE 'FAH'.
           05 WS-FAH-CTL-SW       PIC X(01) VALUE 'N'.
              88 WS-FAH-CTL-OK    VALUE 'S'.
           05 WS-FAH-PCT-TOPE     PIC S9(03)V99 COMP-3 VALUE ZEROS.
           05 WS-FAH-PCT-IGUALA   PIC S9(03)V99 COMP-3 VALUE ZEROS.
           05 WS-FAH-TOPE-PERIODO PIC S9(07)V99 COMP-3 VALUE ZEROS.
           05 WS-FAH-PCT-EMPLEADO PIC S9(03)V99 COMP-3.
           05 WS-FAH-APORTE       PIC S9(07)V99 COMP-3.
           05 WS-FAH-BASE-IGUALA  PIC S9(07)V99 COMP-3.
           05 WS-FAH-TOPE-CALC    PIC S9(07)V99 COMP-3.
           05 WS-FAH-IGUALA       PIC S9(07)V99 COMP-3.

      * Avisos de retencion de los institutos de credito y de los
      * juzgados: codigo de deduccion con que se carga cada origen
      * cuando el aviso no trae uno propio (NOMIAVI01), y con el que
      * NOMIAVP01 arma el detalle mensual de lo remitido a cada
      * instituto. Si el aviso no trae beneficiario se toma el
      * nombre del instituto.
       01  WS-AVI-PARAMETROS.
           05 WS-AVI-COD-INFONAVIT PIC X(03) VALUE 'INF'.
           05 WS-AVI-COD-FONACOT  PIC X(03) VALUE 'FON'.
           05 WS-AVI-COD-JUZGADO  PIC X(03) VALUE 'EMB'.
           05 WS-AVI-BENEF-INFONAVIT PIC X(30) VALUE 'INFONAVIT'.
           05 WS-AVI-BENEF-FONACOT PIC X(30) VALUE 'FONACOT'.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIFRA01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Revision antifraude de la nomina de la FECHA_PAGO del PARM,   *
      * para correrse en el stream despues de la carga (NOMINA01) y   *
      * de NOMIVAR01 y antes del archivo del banco (NOMIBAN01). Donde *
      * NOMIVAR01 ve montos que se movieron, aqui se buscan patrones: *
      * (CTA) una cuenta de NOMINA_BANCO que comparten dos o mas      *
      * EMP_ID; (CBC) una cuenta dada de alta o cambiada en CICNOM06  *
      * pocos dias antes de la FECHA_PAGO; (BAJ) pago cargado a quien *
      * ya tenia FECHA_BAJA antes del periodo; (RFC / NOM) dos        *
      * empleados con el mismo RFC o el mismo nombre; (APR) un pago   *
      * de emergencia aprobado por el mismo operador que cambio la    *
      * cuenta bancaria de ese empleado; y (FAN) empleados sin ningun *
      * mantenimiento de maestro que nadie ha consultado nunca en     *
      * NOMINA_CONSULTA_AUD. Cada hallazgo se graba en NOMINA_ALERTA  *
      * y se lista con sus renglones de soporte de NOMINA_HIST y      *
      * NOMINA_AUT_AUD. Un revisor libera cada hallazgo con su motivo *
      * en CICNOM14; mientras quede uno de severidad alta sin         *
      * liberar, el periodo queda retenido (REVISION 'R' en           *
      * NOMINA_PERIODO_CTL) y NOMIBAN01 y NOMICHE01 no pagan.         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRA-REPORT ASSIGN TO FRARPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FRA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FRA-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS FRA-LINE.
       01  FRA-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 FRA-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-FIN-SOPORTE-SW   PIC X VALUE 'N'.
              88 WS-FIN-SOPORTE     VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-FECHA-ANTERIOR      PIC X(10).

      * Ventana en dias antes de la FECHA_PAGO en que un alta o
      * cambio de cuenta bancaria se considera sospechoso.
       01  WS-PARAMETROS.
           05 WS-FRA-DIAS-CUENTA  PIC S9(04) COMP VALUE 15.

       01  WS-CONTADORES.
           05 WS-REG-HALLAZGOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-ALTA-PEND    PIC 9(05) VALUE ZEROS.
           05 WS-REG-MEDIA-PEND   PIC 9(05) VALUE ZEROS.
           05 WS-REG-LIBERADOS    PIC 9(05) VALUE ZEROS.
           05 WS-REG-ARRASTRADOS  PIC 9(05) VALUE ZEROS.
           05 WS-REG-SOPORTE      PIC 9(05) VALUE ZEROS.
           05 WS-ALTA-SIN-LIBERAR PIC S9(09) COMP VALUE ZEROS.

      * Hallazgo en proceso. Cada cursor de regla deja aqui el
      * empleado y los datos para armar el detalle; 2900 lo graba y
      * lo imprime. El EMP_ID y la regla anteriores evitan listar dos
      * veces al mismo empleado cuando el cursor trae varios renglones
      * que lo delatan (varias cuentas compartidas, varios cambios).
       01  WS-HALLAZGO.
           05 WS-HZ-EMP-ID        PIC X(06).
           05 WS-HZ-REGLA         PIC X(03).
           05 WS-HZ-SEVERIDAD     PIC X(01).
              88 WS-HZ-ALTA         VALUE 'A'.
              88 WS-HZ-MEDIA        VALUE 'M'.
           05 WS-HZ-DETALLE       PIC X(60).
           05 WS-HZ-OPERADOR      PIC X(08).
           05 WS-HZ-EMP-ANTERIOR  PIC X(06).
           05 WS-HZ-REGLA-ANTERIOR PIC X(03).
           05 WS-HZ-ARRASTRE-SW   PIC X(01).
              88 WS-HZ-ARRASTRA     VALUE 'Y'.
           05 WS-HZ-DATO-1        PIC X(30).
           05 WS-HZ-DATO-2        PIC X(30).
           05 WS-HZ-OTRO-EMP      PIC X(06).
           05 WS-HZ-FECHA         PIC X(10).
           05 WS-HZ-EXISTE-MAE    PIC X(01).

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(40) VALUE
              'REVISION ANTIFRAUDE DEL PERIODO'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(20) VALUE
              '  VENTANA CUENTAS: '.
           05 LE-DIAS             PIC ZZ9.
           05 FILLER              PIC X(05) VALUE ' DIAS'.
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(06) VALUE 'EMP-ID'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'REGLA'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'SEV'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(16) VALUE 'ESTADO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(60) VALUE 'DETALLE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'OPERADOR'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-REGLA            PIC X(03).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LD-SEVERIDAD        PIC X(05).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-ESTADO           PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-DETALLE          PIC X(60).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OPERADOR         PIC X(08).

      * Renglon de soporte de la bitacora de cambios del empleado.
       01  LIN-SOPORTE-HIST.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'HIST  '.
           05 LH-FECHA            PIC X(19).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LH-USUARIO          PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LH-CAMPO            PIC X(15).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LH-ANTERIOR         PIC X(30).
           05 FILLER              PIC X(04) VALUE ' -> '.
           05 LH-NUEVO            PIC X(30).

      * Renglon de soporte de la bitacora de permisos del operador
      * involucrado: quien le dio o le quito cada transaccion y cuando.
       01  LIN-SOPORTE-AUT.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'AUT   '.
           05 LA-FECHA            PIC X(19).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LA-OPERADOR         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LA-TRANSACCION      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LA-ACCION           PIC X(08).
           05 FILLER              PIC X(05) VALUE ' POR '.
           05 LA-ADMIN            PIC X(08).

       01  LIN-SIN-SOPORTE.
           05 FILLER              PIC X(08) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE
              'SIN RENGLONES EN NOMINA_HIST PARA ESTA REGLA'.

       01  LIN-RESUMEN.
           05 LR-TEXTO            PIC X(40).
           05 LR-CANTIDAD         PIC ZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMALE END-EXEC.
       EXEC SQL INCLUDE DCLNOMHST END-EXEC.
       EXEC SQL INCLUDE DCLNOMAUA END-EXEC.
       EXEC SQL INCLUDE NOMCAMAE END-EXEC.

      * Hallazgos de la revision antifraude, uno por periodo, empleado
      * y regla. SEVERIDAD 'A' (alta) retiene el periodo hasta que se
      * libera; 'M' (media) solo se lista. ESTADO 'P' pendiente o 'L'
      * liberada (con MOTIVO, REVISADO_POR y FECHA_REVISION que pone
      * CICNOM14). OPERADOR es el operador involucrado en el hallazgo
      * (quien cambio la cuenta o aprobo el pago), en blanco si no
      * aplica.
       EXEC SQL DECLARE NOMINA_ALERTA TABLE
         (FECHA_PAGO       DATE         NOT NULL,
          EMP_ID           CHAR(6)      NOT NULL,
          REGLA            CHAR(3)      NOT NULL,
          SEVERIDAD        CHAR(1)      NOT NULL,
          DETALLE          VARCHAR(60)  NOT NULL,
          OPERADOR         CHAR(8)      NOT NULL,
          ESTADO           CHAR(1)      NOT NULL,
          MOTIVO           CHAR(3)      NOT NULL,
          REVISADO_POR     CHAR(8)      NOT NULL,
          FECHA_REVISION   TIMESTAMP,
          FECHA_DETECCION  TIMESTAMP    NOT NULL,
          PRIMARY KEY (FECHA_PAGO, EMP_ID, REGLA))
       END-EXEC.

      * (CTA) Cuenta activa o por activar de un empleado pagado en el
      * periodo que es tambien la cuenta, activa o pendiente, de otro
      * EMP_ID. Las cuentas rechazadas ('R') no cuentan.
       EXEC SQL
          DECLARE C-CTA-COMPARTIDA CURSOR FOR
             SELECT N.EMP_ID, B.BANCO_RUTA, B.CUENTA, O.EMP_ID
             FROM NOMINA N, NOMINA_BANCO B, NOMINA_BANCO O
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND B.EMP_ID = N.EMP_ID
               AND B.ESTADO <> 'R'
               AND O.EMP_ID <> B.EMP_ID
               AND O.ESTADO <> 'R'
               AND ((O.BANCO_RUTA = B.BANCO_RUTA
                     AND O.CUENTA = B.CUENTA)
                 OR (O.RUTA_PENDIENTE = B.BANCO_RUTA
                     AND O.CUENTA_PENDIENTE = B.CUENTA)
                 OR (O.BANCO_RUTA = B.RUTA_PENDIENTE
                     AND O.CUENTA = B.CUENTA_PENDIENTE))
             ORDER BY N.EMP_ID, O.EMP_ID
       END-EXEC.

      * (CBC) Alta o cambio de cuenta en CICNOM06 dentro de la
      * ventana antes de la FECHA_PAGO. El alta de la primera cuenta
      * de un empleado que nunca ha cobrado es lo normal de un
      * ingreso; el alta de una cuenta a quien ya cobraba es un
      * desvio del deposito y si cuenta.
       EXEC SQL
          DECLARE C-CAMBIO-CUENTA CURSOR FOR
             SELECT N.EMP_ID, H.CAMPO_CAMBIADO, H.USUARIO,
                    DATE(H.FECHA_CAMBIO)
             FROM NOMINA N, NOMINA_HIST H
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND H.EMP_ID = N.EMP_ID
               AND DATE(H.FECHA_CAMBIO) >
                   DATE(:WS-FECHA-PAGO-PARM) - :WS-FRA-DIAS-CUENTA DAYS
               AND DATE(H.FECHA_CAMBIO) <= DATE(:WS-FECHA-PAGO-PARM)
               AND (H.CAMPO_CAMBIADO LIKE 'CTA BCO CAMB%'
                 OR (H.CAMPO_CAMBIADO LIKE 'CTA BCO ALTA%'
                     AND EXISTS
                        (SELECT 1 FROM NOMINA P
                          WHERE P.EMP_ID = N.EMP_ID
                            AND P.FECHA_PAGO < :WS-FECHA-PAGO-PARM)))
             ORDER BY N.EMP_ID, H.FECHA_CAMBIO DESC
       END-EXEC.

      * (BAJ) Pago del periodo a un empleado cuya FECHA_BAJA en el
      * maestro es anterior al inicio del periodo (el dia siguiente
      * al periodo anterior del calendario). La baja dentro del
      * periodo cobra sus dias trabajados y no se lista.
       EXEC SQL
          DECLARE C-BAJA-PAGADA CURSOR FOR
             SELECT N.EMP_ID, E.FECHA_BAJA
             FROM NOMINA N, NOMINA_EMPLEADO E
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND E.EMP_ID = N.EMP_ID
               AND E.FECHA_BAJA <= :WS-FECHA-ANTERIOR
             ORDER BY N.EMP_ID
       END-EXEC.

      * (RFC / NOM) Empleados pagados en el periodo con el mismo RFC
      * (sin contar RFC en blanco) o el mismo nombre que otro EMP_ID
      * del maestro, activo o no: el duplicado de un ex-empleado
      * tambien es sospechoso.
       EXEC SQL
          DECLARE C-DUPLICADOS CURSOR FOR
             SELECT N.EMP_ID, E.RFC, O.EMP_ID, 'RFC'
             FROM NOMINA N, NOMINA_EMPLEADO E, NOMINA_EMPLEADO O
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND E.EMP_ID = N.EMP_ID
               AND E.RFC <> ' '
               AND O.EMP_ID <> E.EMP_ID
               AND O.RFC = E.RFC
             UNION ALL
             SELECT N.EMP_ID, E.NOMBRE, O.EMP_ID, 'NOM'
             FROM NOMINA N, NOMINA_EMPLEADO E, NOMINA_EMPLEADO O
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND E.EMP_ID = N.EMP_ID
               AND O.EMP_ID <> E.EMP_ID
               AND O.NOMBRE = E.NOMBRE
             ORDER BY 1, 4, 3
       END-EXEC.

      * (APR) Pago de emergencia aprobado y por pagar ('A'), o ya
      * extraido ('E') desde el periodo anterior, cuyo aprobador es
      * el mismo operador que dio de alta, cambio o borro alguna
      * cuenta bancaria del empleado en CICNOM06: una sola persona
      * pudo desviar la cuenta y soltar el dinero.
       EXEC SQL
          DECLARE C-APROBACION-PROPIA CURSOR FOR
             SELECT P.EMP_ID, P.APROBADO_POR, P.FECHA_PAGO
             FROM NOMINA_PAGO_ESP P
             WHERE (P.ESTADO = 'A'
                 OR (P.ESTADO = 'E'
                     AND DATE(P.FECHA_APROBACION) >
                         :WS-FECHA-ANTERIOR))
               AND EXISTS
                  (SELECT 1 FROM NOMINA_HIST H
                    WHERE H.EMP_ID = P.EMP_ID
                      AND H.CAMPO_CAMBIADO LIKE 'CTA BCO%'
                      AND H.USUARIO = P.APROBADO_POR)
             ORDER BY P.EMP_ID, P.FECHA_PAGO
       END-EXEC.

      * (FAN) Empleado pagado sin ningun renglon de mantenimiento de
      * maestro de CICNOM02 en NOMINA_HIST y que nadie ha consultado
      * jamas (NOMINA_CONSULTA_AUD): un EMP_ID que solo existe en el
      * archivo de carga. Si ni siquiera esta en el maestro la
      * severidad sube a alta.
       EXEC SQL
          DECLARE C-SIN-RASTRO CURSOR FOR
             SELECT N.EMP_ID,
                    CASE WHEN E.EMP_ID IS NULL
                         THEN 'N' ELSE 'S' END
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_EMPLEADO E
                     ON E.EMP_ID = N.EMP_ID
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_HIST H
                    WHERE H.EMP_ID = N.EMP_ID
                      AND H.CAMPO_CAMBIADO IN
                          (:WS-CM-CAMPO-01, :WS-CM-CAMPO-02,
                           :WS-CM-CAMPO-03, :WS-CM-CAMPO-04,
                           :WS-CM-CAMPO-05, :WS-CM-CAMPO-06,
                           :WS-CM-CAMPO-07, :WS-CM-CAMPO-08,
                           :WS-CM-CAMPO-09, :WS-CM-CAMPO-10,
                           :WS-CM-CAMPO-11, :WS-CM-CAMPO-12,
                           :WS-CM-CAMPO-13, :WS-CM-CAMPO-14,
                           :WS-CM-CAMPO-15))
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_CONSULTA_AUD C
                    WHERE C.EMP_ID = N.EMP_ID)
             ORDER BY N.EMP_ID
       END-EXEC.

      * Soporte de NOMINA_HIST del hallazgo: los ultimos renglones de
      * la bitacora del empleado que tienen que ver con la regla. El
      * hallazgo FAN lista cualquier renglon (normalmente ninguno, y
      * eso mismo es el soporte).
       EXEC SQL
          DECLARE C-SOPORTE-HIST CURSOR FOR
             SELECT CAMPO_CAMBIADO, VALOR_ANTERIOR, VALOR_NUEVO,
                    FECHA_CAMBIO, USUARIO
             FROM NOMINA_HIST
             WHERE EMP_ID = :WS-HZ-EMP-ID
               AND ((:WS-HZ-REGLA IN ('CTA', 'CBC')
                     AND CAMPO_CAMBIADO LIKE 'CTA BCO%')
                 OR (:WS-HZ-REGLA = 'APR'
                     AND (CAMPO_CAMBIADO LIKE 'CTA BCO%'
                       OR CAMPO_CAMBIADO LIKE 'PAGO ESP%'))
                 OR (:WS-HZ-REGLA = 'BAJ'
                     AND CAMPO_CAMBIADO IN ('ALTA MAESTRO',
                                            'BAJA MAESTRO'))
                 OR (:WS-HZ-REGLA = 'RFC'
                     AND CAMPO_CAMBIADO IN ('ALTA MAESTRO', 'RFC'))
                 OR (:WS-HZ-REGLA = 'NOM'
                     AND CAMPO_CAMBIADO IN ('ALTA MAESTRO',
                                            'NOMBRE'))
                 OR :WS-HZ-REGLA = 'FAN')
             ORDER BY FECHA_CAMBIO DESC
             FETCH FIRST 10 ROWS ONLY
       END-EXEC.

      * Soporte de NOMINA_AUT_AUD: la historia de permisos del
      * operador involucrado sobre mantenimiento de cuentas (NOM6) y
      * pagos de emergencia (NOMA).
       EXEC SQL
          DECLARE C-SOPORTE-AUT CURSOR FOR
             SELECT ADMIN, TRANSACCION, ACCION, FECHA
             FROM NOMINA_AUT_AUD
             WHERE OPERADOR = :WS-HZ-OPERADOR
               AND TRANSACCION IN ('NOM6', 'NOMA')
             ORDER BY FECHA DESC
             FETCH FIRST 10 ROWS ONLY
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
           PERFORM 2000-LIMPIAR-PENDIENTES
           PERFORM 2100-CUENTAS-COMPARTIDAS
           PERFORM 2200-CAMBIOS-CUENTA
           PERFORM 2300-BAJAS-PAGADAS
           PERFORM 2400-DUPLICADOS
           PERFORM 2500-APROBACIONES-PROPIAS
           PERFORM 2600-SIN-RASTRO
           PERFORM 3000-MARCAR-REVISION
           PERFORM 4000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM

           IF WS-FECHA-PAGO-PARM = SPACES
              DISPLAY 'ERROR: FECHA_PAGO NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT FRA-REPORT
           IF FRA-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR FRARPT: ' FRA-STATUS
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
           PERFORM 1200-BUSCAR-PERIODO-ANTERIOR

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE WS-FRA-DIAS-CUENTA TO LE-DIAS
           MOVE LIN-ENCABEZADO-1 TO FRA-LINE
           WRITE FRA-LINE
           MOVE LIN-ENCABEZADO-2 TO FRA-LINE
           WRITE FRA-LINE.

      * La revision corre sobre la carga terminada ('L') y antes de
      * que NOMIBAN01 cierre el periodo; se puede repetir cuantas
      * veces haga falta (despues de NOMIRES01, o de corregir un
      * maestro) mientras el periodo siga en 'L'.
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO, REVISION
              INTO :PC-ESTADO, :PC-REVISION
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF PC-ESTADO NOT = 'L'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' EN ESTADO ' PC-ESTADO
                            ', LA REVISION CORRE ANTES DEL CIERRE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                         ' NO EXISTE EN NOMINA_PERIODO_CTL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * Mismo periodo anterior que NOMIVAR01: el mas reciente del
      * calendario antes de la fecha del PARM. Sin periodo anterior
      * queda la fecha centinela minima y la regla BAJ y la ventana
      * de pagos de emergencia extraidos no encuentran nada.
       1200-BUSCAR-PERIODO-ANTERIOR.
           EXEC SQL
              SELECT COALESCE(MAX(FECHA_PAGO), '0001-01-01')
              INTO :WS-FECHA-ANTERIOR
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO < :WS-FECHA-PAGO-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL BUSCAR PERIODO ANTERIOR: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Los hallazgos pendientes de una corrida anterior del mismo
      * periodo se recalculan desde cero; los ya liberados se
      * conservan con su motivo y su revisor.
       2000-LIMPIAR-PENDIENTES.
           EXEC SQL
              DELETE FROM NOMINA_ALERTA
               WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                 AND ESTADO = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY 'ERROR AL LIMPIAR HALLAZGOS PENDIENTES: '
                      SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2100-CUENTAS-COMPARTIDAS.
           EXEC SQL
              OPEN C-CTA-COMPARTIDA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CTA: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2110-LEER-CTA-COMPARTIDA UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-CTA-COMPARTIDA
           END-EXEC.

       2110-LEER-CTA-COMPARTIDA.
           EXEC SQL
              FETCH C-CTA-COMPARTIDA
              INTO :WS-HZ-EMP-ID, :WS-HZ-DATO-1, :WS-HZ-DATO-2,
                   :WS-HZ-OTRO-EMP
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HZ-EMP-ID NOT = WS-HZ-EMP-ANTERIOR
                    MOVE 'CTA' TO WS-HZ-REGLA
                    MOVE 'A'   TO WS-HZ-SEVERIDAD
                    MOVE SPACES TO WS-HZ-OPERADOR WS-HZ-DETALLE
                    STRING 'CUENTA ' WS-HZ-DATO-1(1:9) '/'
                           WS-HZ-DATO-2(1:17) ' TAMBIEN EN EMP '
                           WS-HZ-OTRO-EMP
                           DELIMITED BY SIZE INTO WS-HZ-DETALLE
                    PERFORM 2900-REGISTRAR-HALLAZGO
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH CTA: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2200-CAMBIOS-CUENTA.
           EXEC SQL
              OPEN C-CAMBIO-CUENTA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR CBC: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2210-LEER-CAMBIO-CUENTA UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-CAMBIO-CUENTA
           END-EXEC.

      * El cursor viene del cambio mas reciente al mas viejo: el
      * hallazgo del empleado lleva el ultimo y quien lo hizo.
       2210-LEER-CAMBIO-CUENTA.
           EXEC SQL
              FETCH C-CAMBIO-CUENTA
              INTO :WS-HZ-EMP-ID, :WS-HZ-DATO-1, :WS-HZ-OPERADOR,
                   :WS-HZ-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HZ-EMP-ID NOT = WS-HZ-EMP-ANTERIOR
                    MOVE 'CBC' TO WS-HZ-REGLA
                    MOVE 'A'   TO WS-HZ-SEVERIDAD
                    MOVE SPACES TO WS-HZ-DETALLE
                    STRING WS-HZ-DATO-1(1:15) ' EL ' WS-HZ-FECHA
                           ' POR ' WS-HZ-OPERADOR
                           DELIMITED BY SIZE INTO WS-HZ-DETALLE
                    PERFORM 2900-REGISTRAR-HALLAZGO
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH CBC: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2300-BAJAS-PAGADAS.
           EXEC SQL
              OPEN C-BAJA-PAGADA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR BAJ: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2310-LEER-BAJA-PAGADA UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-BAJA-PAGADA
           END-EXEC.

       2310-LEER-BAJA-PAGADA.
           EXEC SQL
              FETCH C-BAJA-PAGADA
              INTO :WS-HZ-EMP-ID, :WS-HZ-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'BAJ' TO WS-HZ-REGLA
                 MOVE 'A'   TO WS-HZ-SEVERIDAD
                 MOVE SPACES TO WS-HZ-OPERADOR WS-HZ-DETALLE
                 STRING 'PAGADO CON BAJA EN EL MAESTRO DESDE '
                        WS-HZ-FECHA
                        DELIMITED BY SIZE INTO WS-HZ-DETALLE
                 PERFORM 2900-REGISTRAR-HALLAZGO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH BAJ: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2400-DUPLICADOS.
           EXEC SQL
              OPEN C-DUPLICADOS
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR RFC/NOM: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2410-LEER-DUPLICADO UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-DUPLICADOS
           END-EXEC.

      * El RFC repetido es la misma persona fiscal cobrando dos veces
      * (alta); el nombre repetido puede ser un homonimo (media).
       2410-LEER-DUPLICADO.
           EXEC SQL
              FETCH C-DUPLICADOS
              INTO :WS-HZ-EMP-ID, :WS-HZ-DATO-1, :WS-HZ-OTRO-EMP,
                   :WS-HZ-REGLA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HZ-EMP-ID NOT = WS-HZ-EMP-ANTERIOR
                    OR WS-HZ-REGLA NOT = WS-HZ-REGLA-ANTERIOR
                    MOVE SPACES TO WS-HZ-OPERADOR WS-HZ-DETALLE
                    IF WS-HZ-REGLA = 'RFC'
                       MOVE 'A' TO WS-HZ-SEVERIDAD
                       STRING 'RFC ' WS-HZ-DATO-1(1:13)
                              ' TAMBIEN EN EMP ' WS-HZ-OTRO-EMP
                              DELIMITED BY SIZE INTO WS-HZ-DETALLE
                    ELSE
                       MOVE 'M' TO WS-HZ-SEVERIDAD
                       STRING 'MISMO NOMBRE QUE EMP ' WS-HZ-OTRO-EMP
                              ': ' WS-HZ-DATO-1
                              DELIMITED BY SIZE INTO WS-HZ-DETALLE
                    END-IF
                    PERFORM 2900-REGISTRAR-HALLAZGO
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH RFC/NOM: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2500-APROBACIONES-PROPIAS.
           EXEC SQL
              OPEN C-APROBACION-PROPIA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR APR: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2510-LEER-APROBACION UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-APROBACION-PROPIA
           END-EXEC.

       2510-LEER-APROBACION.
           EXEC SQL
              FETCH C-APROBACION-PROPIA
              INTO :WS-HZ-EMP-ID, :WS-HZ-OPERADOR, :WS-HZ-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HZ-EMP-ID NOT = WS-HZ-EMP-ANTERIOR
                    MOVE 'APR' TO WS-HZ-REGLA
                    MOVE 'A'   TO WS-HZ-SEVERIDAD
                    MOVE SPACES TO WS-HZ-DETALLE
                    STRING 'PAGO ESP ' WS-HZ-FECHA ' APROBADO POR '
                           WS-HZ-OPERADOR ' QUE MOVIO SU CUENTA'
                           DELIMITED BY SIZE INTO WS-HZ-DETALLE
                    PERFORM 2900-REGISTRAR-HALLAZGO
                 END-IF
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH APR: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2600-SIN-RASTRO.
           EXEC SQL
              OPEN C-SIN-RASTRO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR FAN: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-HZ-EMP-ANTERIOR WS-HZ-REGLA-ANTERIOR
           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2610-LEER-SIN-RASTRO UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-SIN-RASTRO
           END-EXEC.

       2610-LEER-SIN-RASTRO.
           EXEC SQL
              FETCH C-SIN-RASTRO
              INTO :WS-HZ-EMP-ID, :WS-HZ-EXISTE-MAE
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'FAN' TO WS-HZ-REGLA
                 MOVE SPACES TO WS-HZ-OPERADOR
                 IF WS-HZ-EXISTE-MAE = 'N'
                    MOVE 'A' TO WS-HZ-SEVERIDAD
                    MOVE 'NO EXISTE EN EL MAESTRO NI TIENE CONSULTAS'
                         TO WS-HZ-DETALLE
                 ELSE
                    MOVE 'M' TO WS-HZ-SEVERIDAD
                    MOVE 'SIN MANTENIMIENTO DE MAESTRO NI CONSULTAS'
                         TO WS-HZ-DETALLE
                 END-IF
                 PERFORM 2900-REGISTRAR-HALLAZGO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH FAN: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Graba el hallazgo pendiente y lo imprime con su soporte. Un
      * -803 es un hallazgo que ya se libero en una corrida anterior
      * del mismo periodo (los pendientes se borraron en 2000): se
      * imprime liberado, con su motivo, sin volver a listar soporte.
       2900-REGISTRAR-HALLAZGO.
           MOVE WS-HZ-EMP-ID TO WS-HZ-EMP-ANTERIOR
           MOVE WS-HZ-REGLA  TO WS-HZ-REGLA-ANTERIOR
           ADD 1 TO WS-REG-HALLAZGOS

           MOVE WS-FECHA-PAGO-PARM TO AL-FECHA-PAGO
           MOVE WS-HZ-EMP-ID       TO AL-EMP-ID
           MOVE WS-HZ-REGLA        TO AL-REGLA
           MOVE WS-HZ-SEVERIDAD    TO AL-SEVERIDAD
           MOVE WS-HZ-DETALLE      TO AL-DETALLE
           MOVE WS-HZ-OPERADOR     TO AL-OPERADOR
           MOVE FUNCTION CURRENT-TIMESTAMP TO AL-FECHA-DETECCION

           PERFORM 2910-BUSCAR-LIBERACION
           IF WS-ERR-CURSOR
              EXIT PARAGRAPH
           END-IF

           IF WS-HZ-ARRASTRA
              EXEC SQL
                 INSERT INTO NOMINA_ALERTA
                    (FECHA_PAGO, EMP_ID, REGLA, SEVERIDAD, DETALLE,
                     OPERADOR, ESTADO, MOTIVO, REVISADO_POR,
                     FECHA_REVISION, FECHA_DETECCION)
                 VALUES
                    (:AL-FECHA-PAGO, :AL-EMP-ID, :AL-REGLA,
                     :AL-SEVERIDAD, :AL-DETALLE, :AL-OPERADOR, 'L',
                     :AL-MOTIVO, :AL-REVISADO-POR,
                     :AL-FECHA-REVISION, :AL-FECHA-DETECCION)
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO NOMINA_ALERTA
                    (FECHA_PAGO, EMP_ID, REGLA, SEVERIDAD, DETALLE,
                     OPERADOR, ESTADO, MOTIVO, REVISADO_POR,
                     FECHA_DETECCION)
                 VALUES
                    (:AL-FECHA-PAGO, :AL-EMP-ID, :AL-REGLA,
                     :AL-SEVERIDAD, :AL-DETALLE, :AL-OPERADOR, 'P',
                     ' ', ' ', :AL-FECHA-DETECCION)
              END-EXEC
           END-IF

           EVALUATE SQLCODE
              WHEN 0
                 IF WS-HZ-ARRASTRA
                    ADD 1 TO WS-REG-ARRASTRADOS
                    MOVE 'L' TO AL-ESTADO
                 ELSE
                    MOVE 'P' TO AL-ESTADO
                    IF WS-HZ-ALTA
                       ADD 1 TO WS-REG-ALTA-PEND
                    ELSE
                       ADD 1 TO WS-REG-MEDIA-PEND
                    END-IF
                 END-IF
              WHEN -803
                 EXEC SQL
                    SELECT ESTADO, MOTIVO, REVISADO_POR
                    INTO :AL-ESTADO, :AL-MOTIVO, :AL-REVISADO-POR
                    FROM NOMINA_ALERTA
                    WHERE FECHA_PAGO = :AL-FECHA-PAGO
                      AND EMP_ID = :AL-EMP-ID
                      AND REGLA = :AL-REGLA
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'ERROR AL LEER HALLAZGO: ' AL-EMP-ID
                            ' ' AL-REGLA ' SQLCODE: ' SQLCODE
                    SET WS-ERR-CURSOR TO TRUE
                    EXIT PARAGRAPH
                 END-IF
                 ADD 1 TO WS-REG-LIBERADOS
              WHEN OTHER
                 DISPLAY 'ERROR AL GRABAR HALLAZGO: ' AL-EMP-ID
                         ' ' AL-REGLA ' SQLCODE: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 EXIT PARAGRAPH
           END-EVALUATE

           PERFORM 2920-ESCRIBIR-HALLAZGO

           IF AL-ESTADO = 'P'
              PERFORM 2950-LISTAR-HISTORIA
              IF WS-HZ-OPERADOR NOT = SPACES
                 PERFORM 2960-LISTAR-AUTORIZACIONES
              END-IF
           END-IF.

      * Las reglas de identidad (cuenta compartida, RFC o nombre
      * repetido, empleado sin rastro) describen una condicion que
      * sigue igual periodo tras periodo: si el revisor ya libero
      * el mismo hallazgo con el mismo detalle en un periodo anterior,
      * la liberacion se arrastra con su motivo y su revisor en vez de
      * retener cada quincena lo que ya se aclaro. Las reglas de
      * eventos (CBC, BAJ, APR) siempre se revisan de nuevo.
       2910-BUSCAR-LIBERACION.
           MOVE 'N' TO WS-HZ-ARRASTRE-SW
           IF WS-HZ-REGLA NOT = 'CTA' AND WS-HZ-REGLA NOT = 'RFC'
              AND WS-HZ-REGLA NOT = 'NOM' AND WS-HZ-REGLA NOT = 'FAN'
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT MOTIVO, REVISADO_POR, FECHA_REVISION
              INTO :AL-MOTIVO, :AL-REVISADO-POR, :AL-FECHA-REVISION
              FROM NOMINA_ALERTA
              WHERE EMP_ID = :AL-EMP-ID
                AND REGLA = :AL-REGLA
                AND DETALLE = :AL-DETALLE
                AND ESTADO = 'L'
                AND FECHA_PAGO < :AL-FECHA-PAGO
              ORDER BY FECHA_PAGO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 SET WS-HZ-ARRASTRA TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR AL BUSCAR LIBERACION: ' AL-EMP-ID
                         ' ' AL-REGLA ' SQLCODE: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
           END-EVALUATE.

       2920-ESCRIBIR-HALLAZGO.
           MOVE AL-EMP-ID   TO LD-EMP-ID
           MOVE AL-REGLA    TO LD-REGLA
           IF WS-HZ-ALTA
              MOVE 'ALTA'  TO LD-SEVERIDAD
           ELSE
              MOVE 'MEDIA' TO LD-SEVERIDAD
           END-IF
           MOVE SPACES TO LD-ESTADO
           IF AL-ESTADO = 'P'
              MOVE 'PENDIENTE' TO LD-ESTADO
           ELSE
              STRING 'LIBERADA ' AL-MOTIVO
                     DELIMITED BY SIZE INTO LD-ESTADO
           END-IF
           MOVE AL-DETALLE  TO LD-DETALLE
           MOVE AL-OPERADOR TO LD-OPERADOR

           MOVE LIN-DETALLE TO FRA-LINE
           WRITE FRA-LINE.

       2950-LISTAR-HISTORIA.
           EXEC SQL
              OPEN C-SOPORTE-HIST
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR SOPORTE HIST: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-REG-SOPORTE
           MOVE 'N' TO WS-FIN-SOPORTE-SW
           PERFORM 2951-LEER-HISTORIA UNTIL WS-FIN-SOPORTE

           EXEC SQL
              CLOSE C-SOPORTE-HIST
           END-EXEC

           IF WS-REG-SOPORTE = ZEROS
              MOVE LIN-SIN-SOPORTE TO FRA-LINE
              WRITE FRA-LINE
           END-IF.

       2951-LEER-HISTORIA.
           EXEC SQL
              FETCH C-SOPORTE-HIST
              INTO :NH-CAMPO-CAMBIADO, :NH-VALOR-ANTERIOR,
                   :NH-VALOR-NUEVO, :NH-FECHA-CAMBIO, :NH-USUARIO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-SOPORTE
                 MOVE NH-FECHA-CAMBIO(1:19) TO LH-FECHA
                 MOVE NH-USUARIO        TO LH-USUARIO
                 MOVE NH-CAMPO-CAMBIADO TO LH-CAMPO
                 MOVE NH-VALOR-ANTERIOR TO LH-ANTERIOR
                 MOVE NH-VALOR-NUEVO    TO LH-NUEVO
                 MOVE LIN-SOPORTE-HIST TO FRA-LINE
                 WRITE FRA-LINE
              WHEN 100
                 SET WS-FIN-SOPORTE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH SOPORTE HIST: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-SOPORTE TO TRUE
           END-EVALUATE.

       2960-LISTAR-AUTORIZACIONES.
           EXEC SQL
              OPEN C-SOPORTE-AUT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR SOPORTE AUT: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-SOPORTE-SW
           PERFORM 2961-LEER-AUTORIZACION UNTIL WS-FIN-SOPORTE

           EXEC SQL
              CLOSE C-SOPORTE-AUT
           END-EXEC.

       2961-LEER-AUTORIZACION.
           EXEC SQL
              FETCH C-SOPORTE-AUT
              INTO :AA-ADMIN, :AA-TRANSACCION, :AA-ACCION, :AA-FECHA
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 MOVE AA-FECHA(1:19) TO LA-FECHA
                 MOVE WS-HZ-OPERADOR TO LA-OPERADOR
                 MOVE AA-TRANSACCION TO LA-TRANSACCION
                 EVALUATE AA-ACCION
                    WHEN 'G'
                       MOVE 'OTORGADA' TO LA-ACCION
                    WHEN 'R'
                       MOVE 'REVOCADA' TO LA-ACCION
                    WHEN 'A'
                       MOVE 'APROBADA' TO LA-ACCION
                    WHEN OTHER
                       MOVE AA-ACCION  TO LA-ACCION
                 END-EVALUATE
                 MOVE AA-ADMIN TO LA-ADMIN
                 MOVE LIN-SOPORTE-AUT TO FRA-LINE
                 WRITE FRA-LINE
              WHEN 100
                 SET WS-FIN-SOPORTE TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH SOPORTE AUT: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-SOPORTE TO TRUE
           END-EVALUATE.

      * La retencion cuenta TODOS los hallazgos de severidad alta
      * pendientes del periodo en la tabla, no solo los de esta
      * corrida: con alguno, el periodo queda retenido ('R'); sin
      * ninguno, revisado ('V'). Una corrida con error no toca la
      * marca y deshace lo que grabo.
       3000-MARCAR-REVISION.
           IF WS-ERR-CURSOR
              EXIT PARAGRAPH
           END-IF

           EXEC SQL
              SELECT COUNT(*) INTO :WS-ALTA-SIN-LIBERAR
              FROM NOMINA_ALERTA
              WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND SEVERIDAD = 'A'
                AND ESTADO = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CONTAR HALLAZGOS: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF WS-ALTA-SIN-LIBERAR > ZEROS
              MOVE 'R' TO PC-REVISION
           ELSE
              MOVE 'V' TO PC-REVISION
           END-IF

           EXEC SQL
              UPDATE NOMINA_PERIODO_CTL
                 SET REVISION = :PC-REVISION
               WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR REVISION DEL PERIODO: '
                      SQLCODE
              SET WS-ERR-CURSOR TO TRUE
           END-IF.

       4000-FINALIZAR.
           IF WS-ERR-CURSOR
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

           MOVE SPACES TO FRA-LINE
           WRITE FRA-LINE
           MOVE 'HALLAZGOS DEL PERIODO:' TO LR-TEXTO
           MOVE WS-REG-HALLAZGOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO FRA-LINE
           WRITE FRA-LINE
           MOVE 'PENDIENTES DE SEVERIDAD ALTA:' TO LR-TEXTO
           MOVE WS-REG-ALTA-PEND TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO FRA-LINE
           WRITE FRA-LINE
           MOVE 'PENDIENTES DE SEVERIDAD MEDIA:' TO LR-TEXTO
           MOVE WS-REG-MEDIA-PEND TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO FRA-LINE
           WRITE FRA-LINE
           MOVE 'YA LIBERADOS EN ESTE PERIODO:' TO LR-TEXTO
           MOVE WS-REG-LIBERADOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO FRA-LINE
           WRITE FRA-LINE
           MOVE 'LIBERADOS EN PERIODOS ANTERIORES:' TO LR-TEXTO
           MOVE WS-REG-ARRASTRADOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO FRA-LINE
           WRITE FRA-LINE

           CLOSE FRA-REPORT

           DISPLAY 'HALLAZGOS DEL PERIODO: ' WS-REG-HALLAZGOS
           DISPLAY 'PENDIENTES ALTA: ' WS-REG-ALTA-PEND
           DISPLAY 'PENDIENTES MEDIA: ' WS-REG-MEDIA-PEND
           DISPLAY 'YA LIBERADOS: ' WS-REG-LIBERADOS
           DISPLAY 'LIBERACION ARRASTRADA: ' WS-REG-ARRASTRADOS

      * RC 4 con el periodo retenido: NOMIBAN01 no correra hasta que
      * CICNOM14 libere los hallazgos de severidad alta. Un cursor
      * caido deja la revision incompleta (el periodo sigue como
      * estaba) y sale con RC 8.
           EVALUATE TRUE
              WHEN WS-ERR-CURSOR
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'REVISION INCOMPLETA: REPETIR LA CORRIDA'
              WHEN WS-ALTA-SIN-LIBERAR > ZEROS
                 MOVE 4 TO RETURN-CODE
                 DISPLAY 'PERIODO RETENIDO: ' WS-ALTA-SIN-LIBERAR
                         ' HALLAZGOS DE SEVERIDAD ALTA SIN LIBERAR'
              WHEN WS-REG-MEDIA-PEND > ZEROS
                 DISPLAY 'PERIODO REVISADO, CON HALLAZGOS DE '
                         'SEVERIDAD MEDIA EN FRARPT'
              WHEN OTHER
                 DISPLAY 'PERIODO REVISADO SIN HALLAZGOS PENDIENTES'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIFRA01.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMICFD01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Programa batch que arma el recibo electronico de nomina       *
      * (CFDI) de cada pago para el proveedor de certificacion: un    *
      * recibo por renglon de NOMINA de la FECHA_PAGO recibida por    *
      * PARM, con las percepciones (SALARIO_BASE, BONOS), las         *
      * deducciones por DED_CODIGO con la clave oficial del catalogo  *
      * NOMINA_DED_CATALOGO y los identificadores fiscales del        *
      * empleado (RFC, CURP, NSS) del maestro, mas el RFC y el        *
      * registro patronal de la empresa del renglon de NOMINA (cada   *
      * recibo lleva a su patron). En la misma corrida barre lo       *
      * pendiente de otras fechas: los pagos de emergencia de         *
      * NOMIESP01 que todavia no tienen recibo, los recibos           *
      * rechazados por el proveedor y los recibos ya timbrados a los  *
      * que un ajuste 'O' de NOMINA01 les cambio los montos (sale un  *
      * recibo de sustitucion que relaciona el UUID anterior). Cada   *
      * recibo enviado queda en NOMINA_CFDI en 'G' hasta que          *
      * NOMITIM01 carga la respuesta del proveedor.                   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFDI-FILE ASSIGN TO CFDFILE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CFD-STATUS.

           SELECT CONTROL-REPORT ASSIGN TO CFDRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Un recibo son varios renglones del mismo ancho: 'H' datos del
      * empleado, de su patron y totales, 'P' una percepcion, 'D' una
      * deduccion; al final del archivo un solo 'T' con los totales de
      * control.
       FD  CFDI-FILE
           RECORD CONTAINS 224 CHARACTERS
           DATA RECORD IS CFD-RECORD.
       01  CFD-RECORD.
           05 RH-TIPO-REG         PIC X(01).
           05 RH-EMP-ID           PIC X(06).
           05 RH-FECHA-PAGO       PIC X(10).
           05 RH-TIPO-NOMINA      PIC X(01).
           05 RH-RFC              PIC X(13).
           05 RH-CURP             PIC X(18).
           05 RH-NSS              PIC X(11).
           05 RH-NOMBRE           PIC X(30).
           05 RH-DEPTO            PIC X(03).
           05 RH-PUESTO           PIC X(20).
           05 RH-FECHA-ALTA       PIC X(10).
           05 RH-PERCEPCIONES     PIC 9(09)V99.
           05 RH-DEDUCCIONES      PIC 9(09)V99.
           05 RH-NETO             PIC 9(09)V99.
           05 RH-UUID-RELACIONADO PIC X(36).
           05 RH-RFC-PATRON       PIC X(13).
           05 RH-REG-PATRONAL     PIC X(11).
           05 FILLER              PIC X(08).
       01  CFD-PERCEPCION.
           05 RP-TIPO-REG         PIC X(01).
           05 RP-EMP-ID           PIC X(06).
           05 RP-FECHA-PAGO       PIC X(10).
           05 RP-CLAVE-SAT        PIC X(03).
           05 RP-CODIGO           PIC X(03).
           05 RP-CONCEPTO         PIC X(30).
           05 RP-GRAVADO          PIC 9(09)V99.
           05 RP-EXENTO           PIC 9(09)V99.
           05 FILLER              PIC X(149).
       01  CFD-DEDUCCION.
           05 RD-TIPO-REG         PIC X(01).
           05 RD-EMP-ID           PIC X(06).
           05 RD-FECHA-PAGO       PIC X(10).
           05 RD-CLAVE-SAT        PIC X(03).
           05 RD-CODIGO           PIC X(03).
           05 RD-CONCEPTO         PIC X(30).
           05 RD-IMPORTE          PIC 9(09)V99.
           05 FILLER              PIC X(160).
       01  CFD-TRAILER.
           05 RT-TIPO-REG         PIC X(01).
           05 RT-RECIBOS          PIC 9(07).
           05 RT-TOTAL-NETO       PIC 9(11)V99.
           05 RT-FECHA-GEN        PIC X(08).
           05 FILLER              PIC X(195).

       FD  CONTROL-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-LINE.
       01  RPT-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 CFD-STATUS          PIC XX.
           05 RPT-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-FIN-DED-SW       PIC X VALUE 'N'.
              88 WS-FIN-DED         VALUE 'Y'.
           05 WS-RECIBO-SW        PIC X VALUE 'N'.
              88 WS-GENERAR-RECIBO  VALUE 'Y'.
              88 WS-OMITIR-RECIBO   VALUE 'N'.
           05 WS-RECIBO-NUEVO-SW  PIC X VALUE 'N'.
              88 WS-RECIBO-NUEVO    VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).

       01  WS-FECHA-ACTUAL.
           05 WS-ANIO             PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-DIA              PIC 9(02).

      * Timestamp centinela de la respuesta mientras el recibo esta
      * enviado sin contestar, para no manejar nulos.
       01  WS-CONSTANTES.
           05 WS-SIN-RESPUESTA    PIC X(26)
              VALUE '0001-01-01-00.00.00.000000'.
           05 WS-CLAVE-SUELDO     PIC X(03) VALUE '001'.
           05 WS-CLAVE-OTROS      PIC X(03) VALUE '038'.
           05 WS-CLAVE-PRIMA-VAC  PIC X(03) VALUE '021'.

      * Prima vacacional pagada dentro de BONOS (NOMINA_VAC_MOV 'G'):
      * sale como percepcion propia y el resto de BONOS como otros.
       01  WS-PRIMA-VAC.
           05 WS-PV-MONTO         PIC S9(09)V99 COMP-3.
           05 WS-PV-BONOS-RESTO   PIC S9(09)V99 COMP-3.

      * Datos del maestro que acompanan al renglon de NOMINA; un
      * EMP_ID sin maestro llega con el EMP_ID del maestro en blanco.
       01  WS-MAESTRO.
           05 WS-MA-EMP-ID        PIC X(06).

      * Deducciones del recibo en curso: se cargan completas antes de
      * escribir nada, porque un codigo sin clave oficial detiene el
      * recibo entero.
       01  WS-DEDUCCIONES.
           05 WS-DED-CANT         PIC 9(02) VALUE ZEROS.
           05 WS-DED-IDX          PIC 9(02).
           05 WS-DED-TOTAL        PIC S9(09)V99 COMP-3.
           05 WS-DED-ENT OCCURS 30.
              10 WS-DED-CODIGO    PIC X(03).
              10 WS-DED-CLAVE     PIC X(03).
              10 WS-DED-DESC      PIC X(30).
              10 WS-DED-MONTO     PIC S9(07)V99 COMP-3.

       01  WS-AJUSTES-POSTERIORES PIC S9(04) COMP.
       01  WS-PAGOS-ESPECIALES    PIC S9(04) COMP.
       01  WS-MOTIVO-OMISION      PIC X(40).

       01  WS-CONTADORES.
           05 WS-REG-LEIDOS       PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-NUEVOS   PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-REENVIO  PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-SUSTITUYE PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-EN-ESPERA PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-TIMBRADOS PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-EXCEPCION PIC 9(05) VALUE ZEROS.
           05 WS-RECIBOS-ESCRITOS PIC 9(07) VALUE ZEROS.
           05 WS-TOTAL-NETO       PIC S9(11)V99 COMP-3 VALUE ZEROS.

       01  WS-EDITADOS.
           05 WS-ED-MONTO         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(45) VALUE
              'RECIBOS ELECTRONICOS DE NOMINA - FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(08) VALUE 'EMP-ID'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO'.
           05 FILLER              PIC X(05) VALUE 'TIPO'.
           05 FILLER              PIC X(18) VALUE 'NETO'.
           05 FILLER              PIC X(40) VALUE 'OBSERVACION'.

       01  LIN-DETALLE.
           05 LD-EMP-ID           PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-TIPO             PIC X(01).
           05 FILLER              PIC X(04) VALUE SPACES.
           05 LD-NETO             PIC X(16).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(40).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-UUID             PIC X(36).

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMINA END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMP END-EXEC.
       EXEC SQL INCLUDE DCLNOMDED END-EXEC.
       EXEC SQL INCLUDE DCLNOMCAT END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMCFD END-EXEC.
       EXEC SQL INCLUDE DCLNOMVMV END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Un renglon por recibo electronico, por EMP_ID/FECHA_PAGO
      * (mismo renglon de NOMINA). TIPO 'O' nomina ordinaria, 'E'
      * extraordinaria (pago de emergencia). ESTADO 'G' generado y
      * enviado al proveedor, 'T' timbrado (con su UUID), 'R'
      * rechazado (con el motivo del proveedor). UUID_ANTERIOR
      * guarda el UUID del recibo al que este sustituye cuando un
      * ajuste posterior al timbrado obligo a reemitirlo.
       EXEC SQL DECLARE NOMINA_CFDI TABLE
         (EMP_ID          CHAR(6)       NOT NULL,
          FECHA_PAGO      DATE          NOT NULL,
          TIPO            CHAR(1)       NOT NULL,
          ESTADO          CHAR(1)       NOT NULL,
          UUID            CHAR(36)      NOT NULL,
          UUID_ANTERIOR   CHAR(36)      NOT NULL,
          MOTIVO_RECHAZO  VARCHAR(60)   NOT NULL,
          PERCEPCIONES    DECIMAL(10,2) NOT NULL,
          DEDUCCIONES     DECIMAL(10,2) NOT NULL,
          NETO            DECIMAL(10,2) NOT NULL,
          FECHA_GENERA    TIMESTAMP     NOT NULL,
          FECHA_RESPUESTA TIMESTAMP     NOT NULL,
          PRIMARY KEY (EMP_ID, FECHA_PAGO))
       END-EXEC.

      * Renglones del periodo con los datos del maestro y de la
      * empresa que hizo el pago; el LEFT OUTER JOIN deja pasar el
      * renglon sin maestro o sin empresa para que salga como
      * excepcion en vez de perderse.
       EXEC SQL
          DECLARE C-NOMINA CURSOR FOR
             SELECT N.EMP_ID, N.FECHA_PAGO, N.SALARIO_BASE, N.BONOS,
                    N.DEDUCCIONES, N.SALARIO_NETO,
                    COALESCE(E.EMP_ID, ' '), COALESCE(E.NOMBRE, ' '),
                    COALESCE(E.DEPTO, ' '), COALESCE(E.PUESTO, ' '),
                    COALESCE(CHAR(E.FECHA_ALTA), ' '),
                    COALESCE(E.RFC, ' '), COALESCE(E.CURP, ' '),
                    COALESCE(E.NSS, ' '),
                    COALESCE(R.RFC, ' '),
                    COALESCE(R.REGISTRO_PATRONAL, ' ')
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_EMPLEADO E
                     ON E.EMP_ID = N.EMP_ID
                  LEFT OUTER JOIN NOMINA_EMPRESA R
                     ON R.EMPRESA = N.EMPRESA
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
             ORDER BY N.EMP_ID
       END-EXEC.

      * Pendientes de otras fechas: pagos de emergencia ya extraidos
      * sin recibo, recibos rechazados, y recibos timbrados con un
      * ajuste registrado despues de generarse.
       EXEC SQL
          DECLARE C-BARRIDO CURSOR FOR
             SELECT N.EMP_ID, N.FECHA_PAGO, N.SALARIO_BASE, N.BONOS,
                    N.DEDUCCIONES, N.SALARIO_NETO,
                    COALESCE(E.EMP_ID, ' '), COALESCE(E.NOMBRE, ' '),
                    COALESCE(E.DEPTO, ' '), COALESCE(E.PUESTO, ' '),
                    COALESCE(CHAR(E.FECHA_ALTA), ' '),
                    COALESCE(E.RFC, ' '), COALESCE(E.CURP, ' '),
                    COALESCE(E.NSS, ' '),
                    COALESCE(R.RFC, ' '),
                    COALESCE(R.REGISTRO_PATRONAL, ' ')
             FROM NOMINA N
                  LEFT OUTER JOIN NOMINA_EMPLEADO E
                     ON E.EMP_ID = N.EMP_ID
                  LEFT OUTER JOIN NOMINA_EMPRESA R
                     ON R.EMPRESA = N.EMPRESA
             WHERE N.FECHA_PAGO <> :WS-FECHA-PAGO-PARM
               AND N.STATUS = 'A'
               AND (EXISTS
                      (SELECT 1 FROM NOMINA_PAGO_ESP P
                        WHERE P.EMP_ID = N.EMP_ID
                          AND P.FECHA_PAGO = N.FECHA_PAGO
                          AND P.ESTADO = 'E'
                          AND NOT EXISTS
                             (SELECT 1 FROM NOMINA_CFDI F
                               WHERE F.EMP_ID = N.EMP_ID
                                 AND F.FECHA_PAGO = N.FECHA_PAGO))
                    OR EXISTS
                      (SELECT 1 FROM NOMINA_CFDI F
                        WHERE F.EMP_ID = N.EMP_ID
                          AND F.FECHA_PAGO = N.FECHA_PAGO
                          AND F.ESTADO = 'R')
                    OR EXISTS
                      (SELECT 1 FROM NOMINA_CFDI F, NOMINA_AJUSTES A
                        WHERE F.EMP_ID = N.EMP_ID
                          AND F.FECHA_PAGO = N.FECHA_PAGO
                          AND F.ESTADO = 'T'
                          AND A.EMP_ID = F.EMP_ID
                          AND A.FECHA_PAGO = F.FECHA_PAGO
                          AND A.FECHA_AJUSTE > F.FECHA_GENERA))
             ORDER BY N.FECHA_PAGO, N.EMP_ID
       END-EXEC.

      * Detalle de deducciones con su clave oficial; un codigo fuera
      * del catalogo llega con la clave en blanco.
       EXEC SQL
          DECLARE C-DEDUCCIONES CURSOR FOR
             SELECT D.DED_CODIGO, D.DED_MONTO,
                    COALESCE(C.DESCRIPCION, ' '),
                    COALESCE(C.CLAVE_SAT, ' ')
             FROM NOMINA_DEDUCCIONES D
                  LEFT OUTER JOIN NOMINA_DED_CATALOGO C
                     ON D.DED_CODIGO = C.DED_CODIGO
             WHERE D.EMP_ID = :EMP-ID
               AND D.FECHA_PAGO = :FECHA-PAGO
             ORDER BY D.DED_CODIGO
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
           PERFORM 2000-PROCESAR-CURSOR UNTIL WS-FIN-CURSOR
           PERFORM 2500-BARRER-PENDIENTES
           PERFORM 3000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM

           IF WS-FECHA-PAGO-PARM = SPACES
              DISPLAY 'ERROR: FECHA_PAGO NO FUE RECIBIDA POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL

           OPEN OUTPUT CFDI-FILE
           IF CFD-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CFDFILE: ' CFD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF RPT-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CFDRPT: ' RPT-STATUS
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
           WRITE RPT-LINE

           EXEC SQL
              OPEN C-NOMINA
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Solo se timbra un periodo que NOMINA01 dejo cargado completo
      * ('L') o ya cerrado ('C'); nunca una carga a medias.
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO INTO :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF PC-ESTADO NOT = 'L' AND PC-ESTADO NOT = 'C'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' EN ESTADO ' PC-ESTADO
                            ', SE REQUIERE CARGA COMPLETA (L)'
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

       2000-PROCESAR-CURSOR.
           EXEC SQL
              FETCH C-NOMINA
              INTO :EMP-ID, :FECHA-PAGO, :SALARIO-BASE, :BONOS,
                   :DEDUCCIONES, :SALARIO-NETO,
                   :WS-MA-EMP-ID, :EM-NOMBRE, :EM-DEPTO, :EM-PUESTO,
                   :EM-FECHA-ALTA, :EM-RFC, :EM-CURP, :EM-NSS,
                   :ER-RFC, :ER-REGISTRO-PATRONAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-EVALUAR-RECIBO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

      * Que hacer con el renglon segun su recibo anterior: sin recibo
      * se genera; en 'G' ya esta con el proveedor y se espera su
      * respuesta; en 'R' se reenvia (ya corregido); en 'T' solo se
      * reemite como sustitucion si un ajuste posterior a su
      * generacion cambio los montos.
       2100-EVALUAR-RECIBO.
           SET WS-OMITIR-RECIBO TO TRUE
           MOVE 'N' TO WS-RECIBO-NUEVO-SW
           MOVE EMP-ID     TO CF-EMP-ID
           MOVE FECHA-PAGO TO CF-FECHA-PAGO

           EXEC SQL
              SELECT TIPO, ESTADO, UUID, UUID_ANTERIOR, FECHA_GENERA
              INTO :CF-TIPO, :CF-ESTADO, :CF-UUID, :CF-UUID-ANTERIOR,
                   :CF-FECHA-GENERA
              FROM NOMINA_CFDI
              WHERE EMP_ID = :CF-EMP-ID
                AND FECHA_PAGO = :CF-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-RECIBO-NUEVO TO TRUE
                 SET WS-GENERAR-RECIBO TO TRUE
                 MOVE SPACES TO CF-UUID-ANTERIOR
                 PERFORM 2110-DETERMINAR-TIPO
                 MOVE 'RECIBO NUEVO' TO WS-MOTIVO-OMISION
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER NOMINA_CFDI: ' EMP-ID
                         ' SQLCODE: ' SQLCODE
                 ADD 1 TO WS-RECIBOS-EXCEPCION
                 MOVE 'ERROR DB2 AL LEER RECIBO ANTERIOR'
                      TO WS-MOTIVO-OMISION
                 PERFORM 2900-ESCRIBIR-LISTADO
                 EXIT PARAGRAPH
           END-EVALUATE

           IF NOT WS-RECIBO-NUEVO
              EVALUATE CF-ESTADO
                 WHEN 'G'
                    ADD 1 TO WS-RECIBOS-EN-ESPERA
                 WHEN 'R'
                    SET WS-GENERAR-RECIBO TO TRUE
                    MOVE 'REENVIO DE RECIBO RECHAZADO'
                         TO WS-MOTIVO-OMISION
                 WHEN 'T'
                    PERFORM 2120-BUSCAR-AJUSTES
                 WHEN OTHER
                    ADD 1 TO WS-RECIBOS-EXCEPCION
                    MOVE 'ESTADO DE RECIBO NO RECONOCIDO'
                         TO WS-MOTIVO-OMISION
                    PERFORM 2900-ESCRIBIR-LISTADO
              END-EVALUATE
           END-IF

           IF WS-GENERAR-RECIBO
              PERFORM 2200-VALIDAR-RECIBO
           END-IF

           IF WS-GENERAR-RECIBO
              PERFORM 2300-GENERAR-RECIBO
           END-IF.

      * Un renglon que nacio de un pago de emergencia de NOMIESP01
      * es nomina extraordinaria; todo lo demas es ordinaria.
       2110-DETERMINAR-TIPO.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-PAGOS-ESPECIALES
              FROM NOMINA_PAGO_ESP
              WHERE EMP_ID = :CF-EMP-ID
                AND FECHA_PAGO = :CF-FECHA-PAGO
                AND ESTADO = 'E'
           END-EXEC

           IF SQLCODE = 0 AND WS-PAGOS-ESPECIALES > 0
              MOVE 'E' TO CF-TIPO
           ELSE
              MOVE 'O' TO CF-TIPO
           END-IF.

      * Recibo timbrado: si NOMINA_AJUSTES trae un ajuste registrado
      * despues de generarse el recibo, los montos timbrados ya no
      * son los del renglon y sale el recibo de sustitucion.
       2120-BUSCAR-AJUSTES.
           EXEC SQL
              SELECT COUNT(*) INTO :WS-AJUSTES-POSTERIORES
              FROM NOMINA_AJUSTES
              WHERE EMP_ID = :CF-EMP-ID
                AND FECHA_PAGO = :CF-FECHA-PAGO
                AND FECHA_AJUSTE > :CF-FECHA-GENERA
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL BUSCAR AJUSTES: ' EMP-ID
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-AJUSTES-POSTERIORES
           END-IF

           IF WS-AJUSTES-POSTERIORES > 0
              SET WS-GENERAR-RECIBO TO TRUE
              MOVE CF-UUID TO CF-UUID-ANTERIOR
              MOVE 'SUSTITUCION POR AJUSTE POSTERIOR'
                   TO WS-MOTIVO-OMISION
           ELSE
              ADD 1 TO WS-RECIBOS-TIMBRADOS
           END-IF.

      * Lo que el proveedor rechazaria de entrada se queda aqui, en
      * el listado de excepciones, sin grabar el recibo: la
      * siguiente corrida lo vuelve a tomar ya corregido.
       2200-VALIDAR-RECIBO.
           IF WS-MA-EMP-ID = SPACES
              MOVE 'EMPLEADO SIN MAESTRO' TO WS-MOTIVO-OMISION
              PERFORM 2290-RECHAZAR-RECIBO
              EXIT PARAGRAPH
           END-IF

           IF EM-RFC = SPACES OR EM-CURP = SPACES OR EM-NSS = SPACES
              MOVE 'FALTA RFC, CURP O NSS EN EL MAESTRO'
                   TO WS-MOTIVO-OMISION
              PERFORM 2290-RECHAZAR-RECIBO
              EXIT PARAGRAPH
           END-IF

           IF ER-RFC = SPACES OR ER-REGISTRO-PATRONAL = SPACES
              MOVE 'FALTA RFC O REGISTRO PATRONAL DE EMPRESA'
                   TO WS-MOTIVO-OMISION
              PERFORM 2290-RECHAZAR-RECIBO
              EXIT PARAGRAPH
           END-IF

           PERFORM 2210-CARGAR-DEDUCCIONES
           IF WS-OMITIR-RECIBO
              EXIT PARAGRAPH
           END-IF

           IF WS-DED-TOTAL NOT = DEDUCCIONES
              MOVE 'DETALLE NO CUADRA CON DEDUCCIONES'
                   TO WS-MOTIVO-OMISION
              PERFORM 2290-RECHAZAR-RECIBO
           END-IF.

       2210-CARGAR-DEDUCCIONES.
           MOVE ZEROS TO WS-DED-CANT
                         WS-DED-TOTAL

           EXEC SQL
              OPEN C-DEDUCCIONES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR DEDUCCIONES: ' SQLCODE
              MOVE 'ERROR DB2 AL LEER DEDUCCIONES'
                   TO WS-MOTIVO-OMISION
              PERFORM 2290-RECHAZAR-RECIBO
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-DED-SW
           PERFORM 2220-LEER-DEDUCCION UNTIL WS-FIN-DED

           EXEC SQL
              CLOSE C-DEDUCCIONES
           END-EXEC.

       2220-LEER-DEDUCCION.
           EXEC SQL
              FETCH C-DEDUCCIONES
              INTO :DD-DED-CODIGO, :DD-DED-MONTO,
                   :CT-DESCRIPCION, :CT-CLAVE-SAT
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 IF CT-CLAVE-SAT = SPACES
                    STRING 'CODIGO ' DELIMITED BY SIZE
                           DD-DED-CODIGO DELIMITED BY SIZE
                           ' SIN CLAVE OFICIAL' DELIMITED BY SIZE
                      INTO WS-MOTIVO-OMISION
                    END-STRING
                    PERFORM 2290-RECHAZAR-RECIBO
                    SET WS-FIN-DED TO TRUE
                 ELSE
                    IF WS-DED-CANT >= 30
                       MOVE 'MAS DE 30 DEDUCCIONES EN EL RECIBO'
                            TO WS-MOTIVO-OMISION
                       PERFORM 2290-RECHAZAR-RECIBO
                       SET WS-FIN-DED TO TRUE
                    ELSE
                       ADD 1 TO WS-DED-CANT
                       MOVE DD-DED-CODIGO TO WS-DED-CODIGO(WS-DED-CANT)
                       MOVE CT-CLAVE-SAT  TO WS-DED-CLAVE(WS-DED-CANT)
                       MOVE CT-DESCRIPCION TO WS-DED-DESC(WS-DED-CANT)
                       MOVE DD-DED-MONTO  TO WS-DED-MONTO(WS-DED-CANT)
                       ADD DD-DED-MONTO   TO WS-DED-TOTAL
                    END-IF
                 END-IF
              WHEN 100
                 SET WS-FIN-DED TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH DEDUCCIONES: ' SQLCODE
                 MOVE 'ERROR DB2 AL LEER DEDUCCIONES'
                      TO WS-MOTIVO-OMISION
                 PERFORM 2290-RECHAZAR-RECIBO
                 SET WS-FIN-DED TO TRUE
           END-EVALUATE.

       2290-RECHAZAR-RECIBO.
           SET WS-OMITIR-RECIBO TO TRUE
           ADD 1 TO WS-RECIBOS-EXCEPCION
           PERFORM 2900-ESCRIBIR-LISTADO.

      * Escribe el recibo completo y deja el renglon de NOMINA_CFDI
      * en 'G' con los totales enviados; el UUID y el motivo de un
      * envio anterior se limpian hasta que llegue la respuesta.
       2300-GENERAR-RECIBO.
           MOVE SPACES TO CFD-RECORD
           MOVE 'H'            TO RH-TIPO-REG
           MOVE EMP-ID         TO RH-EMP-ID
           MOVE FECHA-PAGO     TO RH-FECHA-PAGO
           MOVE CF-TIPO        TO RH-TIPO-NOMINA
           MOVE EM-RFC         TO RH-RFC
           MOVE EM-CURP        TO RH-CURP
           MOVE EM-NSS         TO RH-NSS
           MOVE EM-NOMBRE      TO RH-NOMBRE
           MOVE EM-DEPTO       TO RH-DEPTO
           MOVE EM-PUESTO      TO RH-PUESTO
           MOVE EM-FECHA-ALTA  TO RH-FECHA-ALTA
           COMPUTE RH-PERCEPCIONES = SALARIO-BASE + BONOS
           MOVE DEDUCCIONES    TO RH-DEDUCCIONES
           MOVE SALARIO-NETO   TO RH-NETO
           MOVE CF-UUID-ANTERIOR TO RH-UUID-RELACIONADO
           MOVE ER-RFC         TO RH-RFC-PATRON
           MOVE ER-REGISTRO-PATRONAL TO RH-REG-PATRONAL
           WRITE CFD-RECORD

           IF SALARIO-BASE NOT = ZEROS
              MOVE SPACES TO CFD-PERCEPCION
              MOVE 'P'             TO RP-TIPO-REG
              MOVE EMP-ID          TO RP-EMP-ID
              MOVE FECHA-PAGO      TO RP-FECHA-PAGO
              MOVE WS-CLAVE-SUELDO TO RP-CLAVE-SAT
              MOVE 'SAL'           TO RP-CODIGO
              MOVE 'SUELDOS Y SALARIOS' TO RP-CONCEPTO
              MOVE SALARIO-BASE    TO RP-GRAVADO
              MOVE ZEROS           TO RP-EXENTO
              WRITE CFD-PERCEPCION
           END-IF

           PERFORM 2310-LEER-PRIMA-VAC
           COMPUTE WS-PV-BONOS-RESTO = BONOS - WS-PV-MONTO

           IF WS-PV-MONTO NOT = ZEROS
              MOVE SPACES TO CFD-PERCEPCION
              MOVE 'P'             TO RP-TIPO-REG
              MOVE EMP-ID          TO RP-EMP-ID
              MOVE FECHA-PAGO      TO RP-FECHA-PAGO
              MOVE WS-CLAVE-PRIMA-VAC TO RP-CLAVE-SAT
              MOVE 'PVA'           TO RP-CODIGO
              MOVE 'PRIMA VACACIONAL' TO RP-CONCEPTO
              MOVE WS-PV-MONTO     TO RP-GRAVADO
              MOVE ZEROS           TO RP-EXENTO
              WRITE CFD-PERCEPCION
           END-IF

           IF WS-PV-BONOS-RESTO NOT = ZEROS
              MOVE SPACES TO CFD-PERCEPCION
              MOVE 'P'             TO RP-TIPO-REG
              MOVE EMP-ID          TO RP-EMP-ID
              MOVE FECHA-PAGO      TO RP-FECHA-PAGO
              MOVE WS-CLAVE-OTROS  TO RP-CLAVE-SAT
              MOVE 'BON'           TO RP-CODIGO
              MOVE 'BONOS'         TO RP-CONCEPTO
              MOVE WS-PV-BONOS-RESTO TO RP-GRAVADO
              MOVE ZEROS           TO RP-EXENTO
              WRITE CFD-PERCEPCION
           END-IF

           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-CANT
              MOVE SPACES TO CFD-DEDUCCION
              MOVE 'D'        TO RD-TIPO-REG
              MOVE EMP-ID     TO RD-EMP-ID
              MOVE FECHA-PAGO TO RD-FECHA-PAGO
              MOVE WS-DED-CLAVE(WS-DED-IDX)  TO RD-CLAVE-SAT
              MOVE WS-DED-CODIGO(WS-DED-IDX) TO RD-CODIGO
              MOVE WS-DED-DESC(WS-DED-IDX)   TO RD-CONCEPTO
              MOVE WS-DED-MONTO(WS-DED-IDX)  TO RD-IMPORTE
              WRITE CFD-DEDUCCION
           END-PERFORM

           MOVE 'G' TO CF-ESTADO
           MOVE SPACES TO CF-UUID
                          CF-MOTIVO-RECHAZO
           COMPUTE CF-PERCEPCIONES = SALARIO-BASE + BONOS
           MOVE DEDUCCIONES  TO CF-DEDUCCIONES
           MOVE SALARIO-NETO TO CF-NETO
           MOVE FUNCTION CURRENT-TIMESTAMP TO CF-FECHA-GENERA
           MOVE WS-SIN-RESPUESTA TO CF-FECHA-RESPUESTA

           IF WS-RECIBO-NUEVO
              EXEC SQL
                 INSERT INTO NOMINA_CFDI
                    (EMP_ID, FECHA_PAGO, TIPO, ESTADO, UUID,
                     UUID_ANTERIOR, MOTIVO_RECHAZO, PERCEPCIONES,
                     DEDUCCIONES, NETO, FECHA_GENERA, FECHA_RESPUESTA)
                 VALUES
                    (:CF-EMP-ID, :CF-FECHA-PAGO, :CF-TIPO, :CF-ESTADO,
                     :CF-UUID, :CF-UUID-ANTERIOR, :CF-MOTIVO-RECHAZO,
                     :CF-PERCEPCIONES, :CF-DEDUCCIONES, :CF-NETO,
                     :CF-FECHA-GENERA, :CF-FECHA-RESPUESTA)
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE NOMINA_CFDI
                    SET ESTADO = :CF-ESTADO,
                        UUID = :CF-UUID,
                        UUID_ANTERIOR = :CF-UUID-ANTERIOR,
                        MOTIVO_RECHAZO = :CF-MOTIVO-RECHAZO,
                        PERCEPCIONES = :CF-PERCEPCIONES,
                        DEDUCCIONES = :CF-DEDUCCIONES,
                        NETO = :CF-NETO,
                        FECHA_GENERA = :CF-FECHA-GENERA,
                        FECHA_RESPUESTA = :CF-FECHA-RESPUESTA
                  WHERE EMP_ID = :CF-EMP-ID
                    AND FECHA_PAGO = :CF-FECHA-PAGO
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR NOMINA_CFDI: ' EMP-ID
                      ' FECHA: ' FECHA-PAGO ' SQLCODE: ' SQLCODE
              ADD 1 TO WS-RECIBOS-EXCEPCION
              MOVE 'ENVIADO SIN CONTROL: REVISAR NOMINA_CFDI'
                   TO WS-MOTIVO-OMISION
           ELSE
              EVALUATE TRUE
                 WHEN WS-RECIBO-NUEVO
                    ADD 1 TO WS-RECIBOS-NUEVOS
                 WHEN CF-UUID-ANTERIOR NOT = SPACES
                    ADD 1 TO WS-RECIBOS-SUSTITUYE
                 WHEN OTHER
                    ADD 1 TO WS-RECIBOS-REENVIO
              END-EVALUATE
           END-IF

           ADD 1 TO WS-RECIBOS-ESCRITOS
           ADD SALARIO-NETO TO WS-TOTAL-NETO
           PERFORM 2900-ESCRIBIR-LISTADO.

      * Prima vacacional que el renglon pago dentro de sus bonos.
       2310-LEER-PRIMA-VAC.
           MOVE EMP-ID     TO VM-EMP-ID
           MOVE FECHA-PAGO TO VM-FECHA-PAGO

           EXEC SQL
              SELECT COALESCE(SUM(PRIMA_MONTO), 0)
              INTO :WS-PV-MONTO
              FROM NOMINA_VAC_MOV
              WHERE EMP_ID = :VM-EMP-ID
                AND FECHA_PAGO = :VM-FECHA-PAGO
                AND ESTADO = 'G'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER PRIMA VACACIONAL: ' EMP-ID
                      ' SQLCODE: ' SQLCODE
              MOVE ZEROS TO WS-PV-MONTO
           END-IF

           IF WS-PV-MONTO > BONOS
              MOVE BONOS TO WS-PV-MONTO
           END-IF.

      * Segunda pasada, sobre las fechas distintas a la del PARM.
       2500-BARRER-PENDIENTES.
           EXEC SQL
              CLOSE C-NOMINA
           END-EXEC

           EXEC SQL
              OPEN C-BARRIDO
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR BARRIDO: ' SQLCODE
              EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FIN-CURSOR-SW
           PERFORM 2510-PROCESAR-PENDIENTE UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-BARRIDO
           END-EXEC.

       2510-PROCESAR-PENDIENTE.
           EXEC SQL
              FETCH C-BARRIDO
              INTO :EMP-ID, :FECHA-PAGO, :SALARIO-BASE, :BONOS,
                   :DEDUCCIONES, :SALARIO-NETO,
                   :WS-MA-EMP-ID, :EM-NOMBRE, :EM-DEPTO, :EM-PUESTO,
                   :EM-FECHA-ALTA, :EM-RFC, :EM-CURP, :EM-NSS,
                   :ER-RFC, :ER-REGISTRO-PATRONAL
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REG-LEIDOS
                 PERFORM 2100-EVALUAR-RECIBO
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH BARRIDO: ' SQLCODE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2900-ESCRIBIR-LISTADO.
           MOVE EMP-ID            TO LD-EMP-ID
           MOVE FECHA-PAGO        TO LD-FECHA-PAGO
           MOVE CF-TIPO           TO LD-TIPO
           MOVE SALARIO-NETO      TO WS-ED-MONTO
           MOVE WS-ED-MONTO       TO LD-NETO
           MOVE WS-MOTIVO-OMISION TO LD-OBSERVACION
           MOVE CF-UUID-ANTERIOR  TO LD-UUID

           MOVE LIN-DETALLE TO RPT-LINE
           WRITE RPT-LINE.

       3000-FINALIZAR.
           MOVE SPACES TO CFD-TRAILER
           MOVE 'T'                 TO RT-TIPO-REG
           MOVE WS-RECIBOS-ESCRITOS TO RT-RECIBOS
           MOVE WS-TOTAL-NETO       TO RT-TOTAL-NETO
           MOVE WS-FECHA-ACTUAL     TO RT-FECHA-GEN
           WRITE CFD-TRAILER

           EXEC SQL
              COMMIT WORK
           END-EXEC

           EXEC SQL
              CONNECT RESET
           END-EXEC

           CLOSE CFDI-FILE
           CLOSE CONTROL-REPORT

           DISPLAY 'RENGLONES REVISADOS: ' WS-REG-LEIDOS
           DISPLAY 'RECIBOS NUEVOS: ' WS-RECIBOS-NUEVOS
           DISPLAY 'RECIBOS REENVIADOS: ' WS-RECIBOS-REENVIO
           DISPLAY 'RECIBOS DE SUSTITUCION: ' WS-RECIBOS-SUSTITUYE
           DISPLAY 'EN ESPERA DE RESPUESTA: ' WS-RECIBOS-EN-ESPERA
           DISPLAY 'YA TIMBRADOS: ' WS-RECIBOS-TIMBRADOS
           DISPLAY 'EXCEPCIONES: ' WS-RECIBOS-EXCEPCION

      * RC 4: hay pagos que no pudieron salir a timbrar; el listado
      * dice cual y por que.
           IF WS-RECIBOS-EXCEPCION > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMICFD01.

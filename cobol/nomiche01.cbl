      * El total del archivo bancario mas el total de cheques debe    *
      * dar el total neto del periodo, y el registro imprime las tres *
      * cifras para que Tesoreria cuadre el efectivo.                 *
      * Corre una vez por empresa (EMPRESA en el PARM): cada empresa  *
      * imprime en su propio talonario, con su propio rango de folios *
      * en NOMINA_CHEQUE_CTL, y cuadra contra su propio neto.         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 WS-RANGO-AGOTADO   VALUE 'Y'.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMPRESA-PARM        PIC X(03).

       01  WS-CONTADORES.
           05 WS-CHEQUES-EMITIDOS PIC 9(05) VALUE ZEROS.
              'REGISTRO DE CHEQUES EMITIDOS'.
           05 FILLER              PIC X(12) VALUE 'FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(09) VALUE 'EMPRESA: '.
           05 LE-EMPRESA          PIC X(03).
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LE-RAZON-SOCIAL     PIC X(40).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(10) VALUE 'CHEQUE'.
           05 FILLER              PIC X(02) VALUE SPACES.
       EXEC SQL INCLUDE DCLNOMINA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMCHQ END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Folio de cada cheque emitido, para el pago positivo y para
      * que una segunda corrida del periodo no vuelva a pagar a quien
          PRIMARY KEY (CHEQUE_NUM))
       END-EXEC.

      * Un renglon de control del talonario por empresa: ultimo
      * folio usado y tope del rango autorizado por Tesoreria. Como
      * CHEQUE_NUM es llave unica de NOMINA_CHEQUES, Tesoreria
      * autoriza a cada empresa rangos que no se enciman.
       EXEC SQL DECLARE NOMINA_CHEQUE_CTL TABLE
         (CTL_ID          CHAR(1)      NOT NULL,
          ULTIMO_CHEQUE   DECIMAL(10,0) NOT NULL,
          RANGO_HASTA     DECIMAL(10,0) NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (CTL_ID, EMPRESA))
       END-EXEC.

      * Empleados activos del periodo sin cuenta bancaria activa y
      * sin cheque ya emitido: la misma poblacion que NOMIBAN01 deja
      * fuera del archivo de depositos, solo de la empresa del PARM.
       EXEC SQL
          DECLARE C-SIN-BANCO CURSOR FOR
             SELECT N.EMP_ID, N.EMP_NOMBRE, N.SALARIO_NETO
             FROM NOMINA N
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
               AND NOT EXISTS
                  (SELECT 1 FROM NOMINA_BANCO NB
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

           OPEN OUTPUT CHEQUE-FILE
           IF CHQ-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR CHQFILE: ' CHQ-STATUS
              STOP RUN
           END-IF

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1100-VERIFICAR-PERIODO
           PERFORM 1200-LEER-RANGO-CHEQUES

           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE WS-EMPRESA-PARM    TO LE-EMPRESA
           MOVE ER-RAZON-SOCIAL    TO LE-RAZON-SOCIAL
           MOVE LIN-ENCABEZADO-1 TO REG-LINE
           WRITE REG-LINE
           MOVE LIN-ENCABEZADO-2 TO REG-LINE
              STOP RUN
           END-IF.

      * La empresa del PARM debe existir y estar activa en el
      * catalogo NOMINA_EMPRESA.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, ACTIVO
              INTO :ER-RAZON-SOCIAL, :ER-ACTIVO
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

      * Los cheques del periodo se emiten sobre una carga completa
      * ('L'), o sobre el periodo ya cerrado ('C') cuando el stream
      * los corre despues de la transmision del archivo bancario.
      * Igual que el archivo del banco, no se emiten mientras la
      * revision antifraude este pendiente ('P') o retenida ('R').
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO, REVISION
              INTO :PC-ESTADO, :PC-REVISION
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF PC-REVISION = 'P'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' SIN REVISION ANTIFRAUDE, CORRER NOMIFRA01'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 IF PC-REVISION = 'R'
                    DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                            ' RETENIDO POR HALLAZGOS DE SEVERIDAD'
                            ' ALTA SIN LIBERAR (CICNOM14)'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN 100
                 DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                         ' NO EXISTE EN NOMINA_PERIODO_CTL'
              INTO :WS-ULTIMO-CHEQUE, :WS-RANGO-HASTA
              FROM NOMINA_CHEQUE_CTL
              WHERE CTL_ID = 'C'
                AND EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR: SIN RENGLON DE CONTROL DE CHEQUES '
                      'DE LA EMPRESA ' WS-EMPRESA-PARM
                      ' (SQLCODE: ' SQLCODE ')'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
              INTO :WS-TOT-PERIODO
              FROM NOMINA
              WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND EMPRESA = :WS-EMPRESA-PARM
                AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              INTO :WS-TOT-DEPOSITOS
              FROM NOMINA N
              WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND N.EMPRESA = :WS-EMPRESA-PARM
                AND N.STATUS = 'A'
                AND EXISTS
                   (SELECT 1 FROM NOMINA_BANCO NB
              UPDATE NOMINA_CHEQUE_CTL
                 SET ULTIMO_CHEQUE = :WS-ULTIMO-CHEQUE
               WHERE CTL_ID = 'C'
                 AND EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0

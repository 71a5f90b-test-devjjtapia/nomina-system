      * cuenta remanente designada): sale un BD-RECORD por cada pieza  *
      * y las piezas suman exactamente SALARIO_NETO, para que el       *
      * cuadre archivo-contra-DB2 de NOMIBAL01 siga cerrando.          *
      * Corre una vez por empresa (EMPRESA en el PARM): cada empresa   *
      * manda su propio archivo, con su identificacion ante el banco y *
      * su cuenta de origen, solo con los depositos de sus empleados.  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * banco: ruta, cuenta, tipo de cuenta, EMP-ID y monto neto.
      * El archivo abre con un registro de encabezado ('H' en la
      * primera posicion: compañia, fecha de pago, fecha-hora de
      * generacion y numero de secuencia de transmision), seguido del
      * registro del ordenante ('O': ruta y cuenta de origen de la
      * que el banco carga los depositos, y RFC de la empresa) y cierra
      * con un trailer ('T': cantidad de detalles, monto total y
      * hash de las cuentas), para que una transmision truncada o
      * duplicada se detecte ANTES de que el banco liquide, no un
           05 BH-FECHA-GEN        PIC X(14).
           05 BH-SECUENCIA        PIC 9(06).
           05 FILLER              PIC X(05).
       01  BO-RECORD.
           05 BO-TIPO             PIC X(01).
           05 BO-BANCO-RUTA       PIC X(09).
           05 BO-CUENTA           PIC X(17).
           05 BO-RFC              PIC X(13).
           05 FILLER              PIC X(04).
       01  BT-RECORD.
           05 BT-TIPO             PIC X(01).
           05 BT-CANTIDAD         PIC 9(06).
           05 WS-REG-PRENOTES     PIC 9(05) VALUE ZEROS.

       01  WS-FECHA-PAGO-PARM     PIC X(10).
       01  WS-EMPRESA-PARM        PIC X(03).

      * Control del trailer: cantidad de detalles, monto total y hash
      * de las cuentas. El hash es el clasico total de control
      * bancario: la suma de los numeros de cuenta con los acarreos
      * por encima de 16 digitos descartados (el truncamiento natural
      * del ADD). WS-EMPRESAS-PEND cuenta las empresas del periodo que
      * todavia no transmiten su archivo.
       01  WS-TRANSMISION.
           05 WS-SECUENCIA        PIC S9(09) COMP.
           05 WS-TRX-PREVIAS      PIC S9(09) COMP.
           05 WS-EMPRESAS-PEND    PIC S9(09) COMP.
           05 WS-TRL-CANTIDAD     PIC 9(06) VALUE ZEROS.
           05 WS-TRL-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05 WS-TRL-HASH         PIC 9(16) VALUE ZEROS.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMAJ END-EXEC.
       EXEC SQL INCLUDE DCLNOMTRN END-EXEC.
       EXEC SQL INCLUDE DCLNOMEMR END-EXEC.

      * Numeros de secuencia de transmision persistidos: cada archivo
      * generado toma MAX + 1 y deja su renglon en 'G' (generada);
      * NOMIACK01 lo marca 'A' (acusada) al casar el acuse del banco,
      * y una secuencia desconocida o repetida en el acuse delata un
      * duplicado o un archivo perdido. La secuencia es unica entre
      * todas las empresas; EMPRESA dice de quien es el archivo.
       EXEC SQL DECLARE NOMINA_TRANSMISION TABLE
         (SECUENCIA       INTEGER      NOT NULL,
          FECHA_PAGO      DATE         NOT NULL,
          FECHA_GENERACION TIMESTAMP   NOT NULL,
          ESTADO          CHAR(1)      NOT NULL,
          EMPRESA         CHAR(3)      NOT NULL WITH DEFAULT '001',
          PRIMARY KEY (SECUENCIA))
       END-EXEC.

             PRIMARY KEY (EMP_ID, FECHA_PAGO, FECHA_AJUSTE))
       END-EXEC.

      * Un renglon por empleado del periodo de la empresa con al
      * menos una cuenta activa; las cuentas y su reparto se leen por
      * empleado con C-CUENTAS-EMP.
       EXEC SQL
          DECLARE C-NOMINA-PERIODO CURSOR FOR
             SELECT N.EMP_ID, N.SALARIO_NETO
             FROM NOMINA N
             WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
               AND N.EMPRESA = :WS-EMPRESA-PARM
               AND N.STATUS = 'A'
               AND EXISTS
                  (SELECT 1 FROM NOMINA_BANCO NB

      * Cuentas de alta recien capturadas ('P'): salen al banco como
      * registro de verificacion en ceros (prenote) durante un ciclo
      * antes de que les llegue dinero real. Cada empresa manda las
      * de sus propios empleados.
       EXEC SQL
          DECLARE C-PRENOTES CURSOR FOR
             SELECT NB.EMP_ID, NB.CUENTA_SEQ, NB.BANCO_RUTA,
                    NB.CUENTA, NB.TIPO_CUENTA
             FROM NOMINA_BANCO NB
             WHERE NB.ESTADO = 'P'
               AND EXISTS
                  (SELECT 1 FROM NOMINA_EMPLEADO E
                    WHERE E.EMP_ID = NB.EMP_ID
                      AND E.EMPRESA = :WS-EMPRESA-PARM)
             ORDER BY NB.EMP_ID, NB.CUENTA_SEQ
       END-EXEC.

      * Cuentas de reemplazo capturadas por un cambio: la prenote se
      * sigue recibiendo el deposito real.
       EXEC SQL
          DECLARE C-PRENOTES-CAMBIO CURSOR FOR
             SELECT NB.EMP_ID, NB.CUENTA_SEQ, NB.RUTA_PENDIENTE,
                    NB.CUENTA_PENDIENTE, NB.TIPO_PENDIENTE
             FROM NOMINA_BANCO NB
             WHERE NB.PRENOTE = 'P'
               AND EXISTS
                  (SELECT 1 FROM NOMINA_EMPLEADO E
                    WHERE E.EMP_ID = NB.EMP_ID
                      AND E.EMPRESA = :WS-EMPRESA-PARM)
             ORDER BY NB.EMP_ID, NB.CUENTA_SEQ
       END-EXEC.

      * Ajustes fuera de ciclo pendientes de salir al banco, sin
      * ACTIVA son depositables; el resto (recuperaciones, empleados
      * sin cuenta activa) se marca extraido con aviso en el log y se
      * paga o cobra por otra via, en vez de quedarse pendiente para
      * siempre o depositarse a una cuenta sin verificar. Cada ajuste
      * sale en el archivo de la empresa del renglon de NOMINA que
      * corrige.
       EXEC SQL
          DECLARE C-AJUSTES-BANCO CURSOR FOR
             SELECT A.EMP_ID, A.FECHA_PAGO, A.FECHA_AJUSTE,
                    AND NB.ESTADO = 'A'
                    AND NB.TIPO_REPARTO = 'R'
             WHERE A.ESTADO_BANCO = 'P'
               AND EXISTS
                  (SELECT 1 FROM NOMINA N
                    WHERE N.EMP_ID = A.EMP_ID
                      AND N.FECHA_PAGO = A.FECHA_PAGO
                      AND N.EMPRESA = :WS-EMPRESA-PARM)
             ORDER BY A.EMP_ID, A.FECHA_PAGO, A.FECHA_AJUSTE
       END-EXEC.

             SELECT N.EMP_ID
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

           OPEN OUTPUT BAN-FILE
           IF BAN-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR BANFILE: ' BAN-STATUS
              STOP RUN
           END-IF

           PERFORM 1050-VALIDAR-EMPRESA
           PERFORM 1100-VERIFICAR-PERIODO
           PERFORM 1150-VERIFICAR-TRANSMISION
           PERFORM 1300-ASIGNAR-SECUENCIA
           PERFORM 1400-ESCRIBIR-ENCABEZADO

           MOVE WS-FECHA-PAGO-PARM TO TX-FECHA-PAGO
           MOVE FUNCTION CURRENT-TIMESTAMP TO TX-FECHA-GEN
           MOVE 'G' TO TX-ESTADO
           MOVE WS-EMPRESA-PARM TO TX-EMPRESA

           EXEC SQL
              INSERT INTO NOMINA_TRANSMISION
                 (SECUENCIA, FECHA_PAGO, FECHA_GENERACION, ESTADO,
                  EMPRESA)
              VALUES
                 (:TX-SECUENCIA, :TX-FECHA-PAGO, :TX-FECHA-GEN,
                  :TX-ESTADO, :TX-EMPRESA)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL GRABAR TRANSMISION: ' SQLCODE

           DISPLAY 'SECUENCIA DE TRANSMISION: ' WS-SECUENCIA.

      * Encabezado con la identificacion de la empresa ante el banco
      * y registro del ordenante con su cuenta de origen, ambos de
      * NOMINA_EMPRESA.
       1400-ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO BH-RECORD
           MOVE 'H' TO BH-TIPO
           MOVE ER-BANCO-ID-CIA TO BH-COMPANIA
           MOVE WS-FECHA-PAGO-PARM TO BH-FECHA-PAGO
           MOVE FUNCTION CURRENT-DATE(1:14) TO BH-FECHA-GEN
           MOVE WS-SECUENCIA TO BH-SECUENCIA
           WRITE BH-RECORD

           MOVE SPACES TO BO-RECORD
           MOVE 'O' TO BO-TIPO
           MOVE ER-BANCO-RUTA   TO BO-BANCO-RUTA
           MOVE ER-BANCO-CUENTA TO BO-CUENTA
           MOVE ER-RFC          TO BO-RFC
           WRITE BO-RECORD.

      * Acumula el detalle recien escrito al trailer: cantidad,
      * monto y el hash de la cuenta (espacios como ceros; los 16
      * Para los cambios de cuenta, la pendiente que supero su
      * prenote releva a la principal y el deposito de este ciclo ya
      * sale a la cuenta nueva.
      * Solo se promueven las cuentas de los empleados de la empresa
      * del PARM: las de otra empresa esperan a la corrida de su
      * propio archivo.
       1200-PROMOVER-PRENOTES.
           MOVE FUNCTION CURRENT-TIMESTAMP TO BC-FECHA-ESTADO

                 SET ESTADO = 'A',
                     FECHA_ESTADO = :BC-FECHA-ESTADO
               WHERE ESTADO = 'E'
                 AND EXISTS
                    (SELECT 1 FROM NOMINA_EMPLEADO E
                      WHERE E.EMP_ID = NOMINA_BANCO.EMP_ID
                        AND E.EMPRESA = :WS-EMPRESA-PARM)
           END-EXEC

           EVALUATE SQLCODE
                     PRENOTE = ' ',
                     FECHA_ESTADO = :BC-FECHA-ESTADO
               WHERE PRENOTE = 'E'
                 AND EXISTS
                    (SELECT 1 FROM NOMINA_EMPLEADO E
                      WHERE E.EMP_ID = NOMINA_BANCO.EMP_ID
                        AND E.EMPRESA = :WS-EMPRESA-PARM)
           END-EXEC

           EVALUATE SQLCODE
                 DISPLAY 'ERROR AL PROMOVER REEMPLAZOS: ' SQLCODE
           END-EVALUATE.

      * La empresa del PARM debe existir y estar activa en
      * NOMINA_EMPRESA; de ahi salen su identificacion ante el banco,
      * su cuenta de origen y su RFC para el encabezado.
       1050-VALIDAR-EMPRESA.
           MOVE WS-EMPRESA-PARM TO ER-EMPRESA

           EXEC SQL
              SELECT RAZON_SOCIAL, RFC, BANCO_ID_CIA, BANCO_RUTA,
                     BANCO_CUENTA, ACTIVO
              INTO :ER-RAZON-SOCIAL, :ER-RFC, :ER-BANCO-ID-CIA,
                   :ER-BANCO-RUTA, :ER-BANCO-CUENTA, :ER-ACTIVO
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
                 IF ER-BANCO-ID-CIA = SPACES
                    OR ER-BANCO-CUENTA = SPACES
                    DISPLAY 'ERROR: EMPRESA ' WS-EMPRESA-PARM
                            ' SIN IDENTIFICACION O CUENTA DE ORIGEN'
                            ' ANTE EL BANCO'
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

      * El periodo sigue en 'L' hasta que todas sus empresas
      * transmiten; una empresa que ya genero su archivo del periodo
      * no lo vuelve a generar.
       1150-VERIFICAR-TRANSMISION.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-TRX-PREVIAS
              FROM NOMINA_TRANSMISION
              WHERE FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND EMPRESA = :WS-EMPRESA-PARM
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL LEER TRANSMISIONES: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-TRX-PREVIAS > ZEROS
              DISPLAY 'ERROR: LA EMPRESA ' WS-EMPRESA-PARM
                      ' YA TRANSMITIO EL PERIODO ' WS-FECHA-PAGO-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * El extracto bancario solo corre sobre un periodo que NOMINA01
      * dejo en 'L' (cargado): ni un periodo a medio cargar ('A') ni
      * uno ya transmitido ('C') deben volver a generar archivo al
      * banco. Tampoco sale mientras la revision antifraude este
      * pendiente ('P') o retenida ('R') por hallazgos de severidad
      * alta que nadie ha liberado.
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
              CLOSE C-NOMINA-PERIODO
           END-EXEC

      * El archivo ya salio completo: cuando ya no queda empresa del
      * periodo sin su transmision, el periodo queda 'C' (cerrado)
      * para que una segunda corrida no vuelva a mandar los depositos;
      * mientras falte alguna, sigue en 'L' para la corrida de esa
      * empresa.
      * Si el cursor termino con error, el archivo esta incompleto y
      * el periodo se deja en 'L' para poder regenerarlo; los
      * marcajes de esta corrida fallida (ajustes en 'E', prenotes
                 ROLLBACK WORK
              END-EXEC
           ELSE
              PERFORM 3100-CONTAR-EMPRESAS-PEND
              IF WS-EMPRESAS-PEND = ZEROS
                 MOVE FUNCTION CURRENT-TIMESTAMP TO PC-FECHA-CIERRE
                 EXEC SQL
                    UPDATE NOMINA_PERIODO_CTL
                       SET ESTADO = 'C',
                           FECHA_CIERRE = :PC-FECHA-CIERRE
                     WHERE FECHA_PAGO = :PC-FECHA-PAGO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    DISPLAY 'ERROR AL CERRAR PERIODO: ' SQLCODE
                    MOVE 8 TO RETURN-CODE
                 END-IF
              ELSE
                 DISPLAY 'EMPRESAS DEL PERIODO SIN TRANSMITIR: '
                         WS-EMPRESAS-PEND ', EL PERIODO SIGUE EN L'
              END-IF

              EXEC SQL
           DISPLAY 'SIN CUENTA BANCARIA ACTIVA: ' WS-REG-SIN-BANCO
           DISPLAY 'FIN DEL PROCESO'.

      * Empresas con renglones activos en el periodo que todavia no
      * tienen transmision; la de esta corrida ya cuenta porque su
      * renglon se grabo en 1300 dentro de la misma unidad de trabajo.
      * Si la cuenta falla, el periodo no se cierra.
       3100-CONTAR-EMPRESAS-PEND.
           EXEC SQL
              SELECT COUNT(DISTINCT N.EMPRESA)
              INTO :WS-EMPRESAS-PEND
              FROM NOMINA N
              WHERE N.FECHA_PAGO = :WS-FECHA-PAGO-PARM
                AND N.STATUS = 'A'
                AND NOT EXISTS
                   (SELECT 1 FROM NOMINA_TRANSMISION T
                     WHERE T.FECHA_PAGO = N.FECHA_PAGO
                       AND T.EMPRESA = N.EMPRESA)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CONTAR EMPRESAS PENDIENTES: ' SQLCODE
              MOVE 1 TO WS-EMPRESAS-PEND
              MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM NOMIBAN01.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMIPAR01.
       AUTHOR. Javier J. Tapia.
       DATE-WRITTEN. 2026.
      *---------------------------------------------------------------*
      * Consolidacion de la carga por particiones. NOMINA01 y         *
      * NOMIRES01 corren como varias corridas paralelas, cada una     *
      * sobre el rango de EMP_ID de su particion en NOMINA_PARTICION, *
      * y dejan su avance y sus contadores en NOMINA_PARTICION_CARGA. *
      * Este paso, al final del stream, lista cada particion del      *
      * proceso del PARM ('C' carga, 'O' corrida fuera de ciclo, 'R'  *
      * resometimiento) con su estado y contadores, y solo cuando     *
      * TODAS terminaron ('F') suma los contadores y los da por       *
      * consolidados ('M'). En la carga ademas marca el periodo       *
      * cargado ('L', por revisar 'P') con los totales en             *
      * REG_CARGADOS y REG_RECHAZADOS, igual que 3200-MARCAR-PERIODO- *
      * CARGADO de NOMINA01 en la carga sin particiones. Con alguna   *
      * particion sin terminar no toca nada y sale con RC 8: esa      *
      * particion se reanuda sola y este paso se vuelve a correr.     *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAR-REPORT ASSIGN TO PARRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAR-REPORT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PAR-LINE.
       01  PAR-LINE               PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-CONTROLES.
           05 PAR-STATUS          PIC XX.
           05 WS-SQLCODE          PIC S9(09) COMP.
           05 WS-SQLSTATE         PIC X(05).
           05 WS-FIN-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-FIN-CURSOR      VALUE 'Y'.
           05 WS-ERR-CURSOR-SW    PIC X VALUE 'N'.
              88 WS-ERR-CURSOR      VALUE 'Y'.

       01  WS-PROCESO-PARM        PIC X(01).
           88 WS-PROCESO-CARGA      VALUE 'C'.
           88 WS-PROCESO-AJUSTE     VALUE 'O'.
           88 WS-PROCESO-RESOMETER  VALUE 'R'.
           88 WS-PROCESO-VALIDO     VALUE 'C' 'O' 'R'.
       01  WS-FECHA-PAGO-PARM     PIC X(10).

       01  WS-CONTADORES.
           05 WS-PAR-TOTAL        PIC 9(05) VALUE ZEROS.
           05 WS-PAR-TERMINADAS   PIC 9(05) VALUE ZEROS.
           05 WS-PAR-CONSOLIDADAS PIC 9(05) VALUE ZEROS.
           05 WS-PAR-PENDIENTES   PIC 9(05) VALUE ZEROS.
           05 WS-PAR-TRASLAPES    PIC 9(05) VALUE ZEROS.
           05 WS-SUMA-CARGADOS    PIC 9(09) VALUE ZEROS.
           05 WS-SUMA-RECHAZADOS  PIC 9(09) VALUE ZEROS.

      * Particion en proceso y la anterior en orden de rango, para
      * detectar rangos traslapados.
       01  WS-PARTICION.
           05 WS-PA-PARTICION     PIC S9(04) COMP.
           05 WS-PA-DESDE         PIC X(06).
           05 WS-PA-HASTA         PIC X(06).
           05 WS-PA-ESTADO        PIC X(01).
           05 WS-PA-CARGADOS      PIC S9(09) COMP.
           05 WS-PA-RECHAZADOS    PIC S9(09) COMP.
           05 WS-PA-HASTA-ANT     PIC X(06) VALUE SPACES.

       01  LIN-ENCABEZADO-1.
           05 FILLER              PIC X(40) VALUE
              'CONSOLIDACION DE PARTICIONES'.
           05 FILLER              PIC X(09) VALUE 'PROCESO: '.
           05 LE-PROCESO          PIC X(01).
           05 FILLER              PIC X(14) VALUE '  FECHA PAGO: '.
           05 LE-FECHA-PAGO       PIC X(10).
       01  LIN-ENCABEZADO-2.
           05 FILLER              PIC X(09) VALUE 'PARTICION'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'DESDE'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(06) VALUE 'HASTA'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE 'ESTADO'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE ' CARGADOS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'RECHAZADOS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(20) VALUE 'OBSERVACION'.

       01  LIN-DETALLE.
           05 LD-PARTICION        PIC Z9.
           05 FILLER              PIC X(09) VALUE SPACES.
           05 LD-DESDE            PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-HASTA            PIC X(06).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-ESTADO           PIC X(14).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-CARGADOS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 LD-RECHAZADOS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LD-OBSERVACION      PIC X(30).

       01  LIN-RESUMEN.
           05 LR-TEXTO            PIC X(40).
           05 LR-CANTIDAD         PIC ZZZ,ZZZ,ZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       EXEC SQL INCLUDE DCLNOMPER END-EXEC.
       EXEC SQL INCLUDE DCLNOMPCG END-EXEC.

      * Todas las particiones definidas, en orden de rango, con el
      * renglon de avance del periodo y proceso si la particion ya
      * arranco (ESTADO en blanco si todavia no).
       EXEC SQL
          DECLARE C-PARTICIONES CURSOR FOR
             SELECT P.PARTICION, P.EMP_ID_DESDE, P.EMP_ID_HASTA,
                    COALESCE(G.ESTADO, ' '),
                    COALESCE(G.REG_CARGADOS, 0),
                    COALESCE(G.REG_RECHAZADOS, 0)
             FROM NOMINA_PARTICION P
                  LEFT OUTER JOIN NOMINA_PARTICION_CARGA G
                     ON G.PARTICION = P.PARTICION
                    AND G.FECHA_PAGO = :PG-FECHA-PAGO
                    AND G.PROCESO = :PG-PROCESO
             ORDER BY P.EMP_ID_DESDE
       END-EXEC.

      * El sistema operativo antepone la longitud binaria de media-
      * palabra del texto de PARM= del JCL antes del texto mismo;
      * LK-PARM-LEN absorbe ese halfword para que LK-PROCESO y
      * LK-FECHA-PAGO queden alineados con el texto real del
      * parametro.
       LINKAGE SECTION.
       01  LK-PARM-CONSOLIDACION.
           05 LK-PARM-LEN          PIC S9(4) COMP.
           05 LK-PROCESO           PIC X(01).
           05 LK-FECHA-PAGO        PIC X(10).

       PROCEDURE DIVISION USING LK-PARM-CONSOLIDACION.
       0000-MAIN.
           PERFORM 1000-INICIO
           PERFORM 2000-REVISAR-PARTICIONES
           PERFORM 3000-CONSOLIDAR
           PERFORM 4000-FINALIZAR
           STOP RUN.

       1000-INICIO.
           IF LK-PARM-LEN > 0
              MOVE LK-PROCESO TO WS-PROCESO-PARM
           ELSE
              MOVE SPACES TO WS-PROCESO-PARM
           END-IF
           IF LK-PARM-LEN > 1
              MOVE LK-FECHA-PAGO TO WS-FECHA-PAGO-PARM
           ELSE
              MOVE SPACES TO WS-FECHA-PAGO-PARM
           END-IF

           IF WS-PROCESO-PARM = SPACES
              DISPLAY 'ERROR: PROCESO NO FUE RECIBIDO POR PARM'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-FECHA-PAGO-PARM = SPACES
              OR NOT WS-PROCESO-VALIDO
              DISPLAY 'ERROR: PARM DE CONSOLIDACION AUSENTE O '
                      'INVALIDO (PROCESO: ' WS-PROCESO-PARM
                      ' FECHA: ' WS-FECHA-PAGO-PARM ')'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAR-REPORT
           IF PAR-STATUS NOT = '00'
              DISPLAY 'ERROR AL ABRIR PARRPT: ' PAR-STATUS
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

           MOVE WS-PROCESO-PARM    TO LE-PROCESO
           MOVE WS-FECHA-PAGO-PARM TO LE-FECHA-PAGO
           MOVE LIN-ENCABEZADO-1 TO PAR-LINE
           WRITE PAR-LINE
           MOVE LIN-ENCABEZADO-2 TO PAR-LINE
           WRITE PAR-LINE.

      * El estado del periodo que cada proceso espera: la carga lo
      * encuentra abierto ('A') por las particiones, la corrida fuera
      * de ciclo solo ajusta periodos cerrados ('C') y el
      * resometimiento solo procede con el periodo cargado ('L').
       1100-VERIFICAR-PERIODO.
           MOVE WS-FECHA-PAGO-PARM TO PC-FECHA-PAGO

           EXEC SQL
              SELECT ESTADO INTO :PC-ESTADO
              FROM NOMINA_PERIODO_CTL
              WHERE FECHA_PAGO = :PC-FECHA-PAGO
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                         ' NO EXISTE EN NOMINA_PERIODO_CTL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER PERIODO CONTROL: ' SQLCODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF (WS-PROCESO-CARGA AND PC-ESTADO NOT = 'A')
              OR (WS-PROCESO-AJUSTE AND PC-ESTADO NOT = 'C')
              OR (WS-PROCESO-RESOMETER AND PC-ESTADO NOT = 'L')
              DISPLAY 'ERROR: PERIODO ' WS-FECHA-PAGO-PARM
                      ' EN ESTADO ' PC-ESTADO
                      ', NO CORRESPONDE AL PROCESO '
                      WS-PROCESO-PARM
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       2000-REVISAR-PARTICIONES.
           MOVE WS-FECHA-PAGO-PARM TO PG-FECHA-PAGO
           MOVE WS-PROCESO-PARM    TO PG-PROCESO

           EXEC SQL
              OPEN C-PARTICIONES
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL ABRIR CURSOR: ' SQLCODE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2100-REVISAR-PARTICION UNTIL WS-FIN-CURSOR

           EXEC SQL
              CLOSE C-PARTICIONES
           END-EXEC.

      * Solo cuentan para la consolidacion las particiones en 'F'.
      * Una en 'M' pertenece a una corrida anterior ya consolidada
      * (fuera de ciclo o resometimiento) y esta corrida todavia no
      * la reabre.
       2100-REVISAR-PARTICION.
           EXEC SQL
              FETCH C-PARTICIONES
              INTO :WS-PA-PARTICION, :WS-PA-DESDE, :WS-PA-HASTA,
                   :WS-PA-ESTADO, :WS-PA-CARGADOS, :WS-PA-RECHAZADOS
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-PAR-TOTAL
                 PERFORM 2200-ESCRIBIR-PARTICION
              WHEN 100
                 SET WS-FIN-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY 'ERROR EN FETCH: ' SQLCODE
                 SET WS-ERR-CURSOR TO TRUE
                 SET WS-FIN-CURSOR TO TRUE
           END-EVALUATE.

       2200-ESCRIBIR-PARTICION.
           MOVE WS-PA-PARTICION  TO LD-PARTICION
           MOVE WS-PA-DESDE      TO LD-DESDE
           MOVE WS-PA-HASTA      TO LD-HASTA
           MOVE WS-PA-CARGADOS   TO LD-CARGADOS
           MOVE WS-PA-RECHAZADOS TO LD-RECHAZADOS
           MOVE SPACES TO LD-OBSERVACION

           EVALUATE WS-PA-ESTADO
              WHEN 'F'
                 ADD 1 TO WS-PAR-TERMINADAS
                 ADD WS-PA-CARGADOS   TO WS-SUMA-CARGADOS
                 ADD WS-PA-RECHAZADOS TO WS-SUMA-RECHAZADOS
                 MOVE 'TERMINADA' TO LD-ESTADO
              WHEN 'M'
                 ADD 1 TO WS-PAR-CONSOLIDADAS
                 MOVE 'CONSOLIDADA' TO LD-ESTADO
              WHEN 'A'
                 ADD 1 TO WS-PAR-PENDIENTES
                 MOVE 'EN PROCESO' TO LD-ESTADO
                 MOVE 'REANUDAR LA PARTICION' TO LD-OBSERVACION
              WHEN OTHER
                 ADD 1 TO WS-PAR-PENDIENTES
                 MOVE 'SIN ARRANCAR' TO LD-ESTADO
                 MOVE 'CORRER LA PARTICION' TO LD-OBSERVACION
           END-EVALUATE

           IF WS-PA-DESDE > WS-PA-HASTA
              OR (WS-PA-HASTA-ANT NOT = SPACES
                  AND WS-PA-DESDE NOT > WS-PA-HASTA-ANT)
              ADD 1 TO WS-PAR-TRASLAPES
              MOVE 'RANGO INVALIDO O TRASLAPADO' TO LD-OBSERVACION
           END-IF
           MOVE WS-PA-HASTA TO WS-PA-HASTA-ANT

           MOVE LIN-DETALLE TO PAR-LINE
           WRITE PAR-LINE.

      * Consolida solo con todas las particiones terminadas y sin
      * rangos traslapados (un traslape cargaria un EMP_ID dos
      * veces). Todo va en una sola unidad de trabajo: el periodo y
      * las particiones quedan consolidados juntos o nada.
       3000-CONSOLIDAR.
           IF WS-ERR-CURSOR
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN WS-PAR-TOTAL = ZEROS
                 DISPLAY 'ERROR: NO HAY PARTICIONES DEFINIDAS EN '
                         'NOMINA_PARTICION'
                 SET WS-ERR-CURSOR TO TRUE
                 EXIT PARAGRAPH
              WHEN WS-PAR-TRASLAPES > ZEROS
                 DISPLAY 'ERROR: NOMINA_PARTICION TIENE RANGOS '
                         'INVALIDOS O TRASLAPADOS'
                 SET WS-ERR-CURSOR TO TRUE
                 EXIT PARAGRAPH
              WHEN WS-PAR-CONSOLIDADAS = WS-PAR-TOTAL
                 DISPLAY 'LAS PARTICIONES YA ESTABAN CONSOLIDADAS'
                 EXIT PARAGRAPH
              WHEN WS-PAR-TERMINADAS < WS-PAR-TOTAL
                 EXIT PARAGRAPH
           END-EVALUATE

           IF WS-PROCESO-CARGA
              PERFORM 3100-MARCAR-PERIODO-CARGADO
              IF WS-ERR-CURSOR
                 EXIT PARAGRAPH
              END-IF
           END-IF

           EXEC SQL
              UPDATE NOMINA_PARTICION_CARGA
                 SET ESTADO = 'M'
               WHERE FECHA_PAGO = :PG-FECHA-PAGO
                 AND PROCESO = :PG-PROCESO
                 AND ESTADO = 'F'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL CONSOLIDAR PARTICIONES: ' SQLCODE
              SET WS-ERR-CURSOR TO TRUE
           END-IF.

      * Mismo marcado que 3200-MARCAR-PERIODO-CARGADO de NOMINA01,
      * con los contadores sumados de todas las particiones.
       3100-MARCAR-PERIODO-CARGADO.
           MOVE FUNCTION CURRENT-TIMESTAMP TO PC-FECHA-CARGA
           MOVE WS-SUMA-CARGADOS   TO PC-REG-CARGADOS
           MOVE WS-SUMA-RECHAZADOS TO PC-REG-RECHAZADOS

           EXEC SQL
              UPDATE NOMINA_PERIODO_CTL
                 SET ESTADO = 'L',
                     REVISION = 'P',
                     FECHA_CARGA = :PC-FECHA-CARGA,
                     REG_CARGADOS = :PC-REG-CARGADOS,
                     REG_RECHAZADOS = :PC-REG-RECHAZADOS
               WHERE FECHA_PAGO = :PC-FECHA-PAGO
                 AND ESTADO = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'ERROR AL MARCAR PERIODO CARGADO: ' SQLCODE
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

           MOVE SPACES TO PAR-LINE
           WRITE PAR-LINE
           MOVE 'PARTICIONES DEFINIDAS:' TO LR-TEXTO
           MOVE WS-PAR-TOTAL TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO PAR-LINE
           WRITE PAR-LINE
           MOVE 'PARTICIONES TERMINADAS:' TO LR-TEXTO
           MOVE WS-PAR-TERMINADAS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO PAR-LINE
           WRITE PAR-LINE
           MOVE 'PARTICIONES PENDIENTES:' TO LR-TEXTO
           MOVE WS-PAR-PENDIENTES TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO PAR-LINE
           WRITE PAR-LINE
           MOVE 'TOTAL CARGADOS:' TO LR-TEXTO
           MOVE WS-SUMA-CARGADOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO PAR-LINE
           WRITE PAR-LINE
           MOVE 'TOTAL RECHAZADOS:' TO LR-TEXTO
           MOVE WS-SUMA-RECHAZADOS TO LR-CANTIDAD
           MOVE LIN-RESUMEN TO PAR-LINE
           WRITE PAR-LINE

           CLOSE PAR-REPORT

           DISPLAY 'PARTICIONES DEFINIDAS: ' WS-PAR-TOTAL
           DISPLAY 'PARTICIONES TERMINADAS: ' WS-PAR-TERMINADAS
           DISPLAY 'PARTICIONES PENDIENTES: ' WS-PAR-PENDIENTES
           DISPLAY 'TOTAL CARGADOS: ' WS-SUMA-CARGADOS
           DISPLAY 'TOTAL RECHAZADOS: ' WS-SUMA-RECHAZADOS

      * RC 8 mientras falte alguna particion: los pasos siguientes
      * del stream (NOMIFRA01, NOMIBAN01) no deben correr sobre un
      * periodo a medio cargar.
           EVALUATE TRUE
              WHEN WS-ERR-CURSOR
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'CONSOLIDACION NO REALIZADA POR ERROR'
              WHEN WS-PAR-CONSOLIDADAS = WS-PAR-TOTAL
                 CONTINUE
              WHEN WS-PAR-TERMINADAS < WS-PAR-TOTAL
                 MOVE 8 TO RETURN-CODE
                 DISPLAY 'FALTAN PARTICIONES POR TERMINAR, NO SE '
                         'CONSOLIDO'
              WHEN OTHER
                 DISPLAY 'PARTICIONES CONSOLIDADAS'
           END-EVALUATE

           DISPLAY 'FIN DEL PROCESO'.

       END PROGRAM NOMIPAR01.

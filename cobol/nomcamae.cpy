      * Valores de CAMPO_CAMBIADO con que CICNOM02 deja en
      * NOMINA_HIST el mantenimiento del maestro de empleados. Los
      * programas que buscan ese rastro (NOMIFRA01, NOMICER01) usan
      * estos quince renglones en su IN, asi que un campo nuevo de
      * CICNOM02 se agrega aqui una sola vez, en un renglon libre
      * (los libres van en blanco: CAMPO_CAMBIADO nunca viene vacio).
       01  WS-CAMPOS-MAESTRO.
           05 WS-CM-CAMPO-01      PIC X(15) VALUE 'ALTA MAESTRO'.
           05 WS-CM-CAMPO-02      PIC X(15) VALUE 'NOMBRE'.
           05 WS-CM-CAMPO-03      PIC X(15) VALUE 'DEPTO'.
           05 WS-CM-CAMPO-04      PIC X(15) VALUE 'PUESTO'.
           05 WS-CM-CAMPO-05      PIC X(15) VALUE 'RFC'.
           05 WS-CM-CAMPO-06      PIC X(15) VALUE 'CURP'.
           05 WS-CM-CAMPO-07      PIC X(15) VALUE 'NSS'.
           05 WS-CM-CAMPO-08      PIC X(15) VALUE 'SDI'.
           05 WS-CM-CAMPO-09      PIC X(15) VALUE 'PCT FONDO'.
           05 WS-CM-CAMPO-10      PIC X(15) VALUE 'EMPRESA'.
           05 WS-CM-CAMPO-11      PIC X(15) VALUE 'BAJA MAESTRO'.
           05 WS-CM-CAMPO-12      PIC X(15) VALUE SPACES.
           05 WS-CM-CAMPO-13      PIC X(15) VALUE SPACES.
           05 WS-CM-CAMPO-14      PIC X(15) VALUE SPACES.
           05 WS-CM-CAMPO-15      PIC X(15) VALUE SPACES.

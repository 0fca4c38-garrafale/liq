      ******************************************************************
      *    D532051  -  TIPO DE PRODUCTO (TABLAS, IDENTAB 051), CLAVE   *
      *                SISTEMA + TARJETA DEL MOVIMIENTO. INDICA SI EL  *
      *                PRODUCTO SE LIQUIDA CON LA TASA DE DEBITO O     *
      *                CON LA DE CREDITO DEL COMERCIO; LOS PRODUCTOS   *
      *                QUE NO FIGURAN SE TOMAN COMO CREDITO            *
      ******************************************************************
       01  REG-T051.
           03  T051-CLAVE.
               05  T051-IDENTAB          PIC X(3).
               05  T051-CODSIS           PIC X(3).
               05  T051-CODTAR           PIC X(3).
           03  T051-TIPO-PRODUCTO        PIC X(1).
               88  T051-DEBITO                   VALUE 'D'.
               88  T051-CREDITO                  VALUE 'C'.
           03  T051-DESCRIPCION          PIC X(30).
           03  FILLER                    PIC X(260).

      ******************************************************************
      *    D532052  -  CATEGORIAS DEL MONOTRIBUTO (TABLAS, IDENTAB     *
      *                052), CLAVE CATEGORIA (EST-LIMVTA) + VIGENCIA   *
      *                (AAMMDD). TOPE ANUAL DE INGRESOS BRUTOS DE LA   *
      *                CATEGORIA; LA CATEGORIA MAS ALTA ES EL TOPE DEL *
      *                REGIMEN                                         *
      ******************************************************************
       01  REG-T052.
           03  T052-CLAVE.
               05  T052-IDENTAB          PIC X(3).
               05  T052-CATEGORIA        PIC 99.
               05  T052-FVIGENCIA        PIC 9(6).
           03  T052-LETRA                PIC X(1).
           03  T052-TOPE-ANUAL           PIC 9(11)V99.
           03  FILLER                    PIC X(275).

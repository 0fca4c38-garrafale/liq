      ******************************************************************
      *    D532053  -  CUENTAS CONTABLES DE LA INTERFAZ DE LA          *
      *                LIQUIDACION (TABLAS, IDENTAB 053), CLAVE        *
      *                CONCEPTO + MONEDA ('1'/'2'/'3'; EN BLANCO VALE  *
      *                PARA LAS MONEDAS SIN FILA PROPIA). LA USA       *
      *                PGMINTCO                                        *
      ******************************************************************
       01  REG-T053.
           03  T053-CLAVE.
               05  T053-IDENTAB          PIC X(3).
               05  T053-CONCEPTO         PIC X(3).
               05  T053-MONEDA           PIC X(1).
           03  T053-CUENTA               PIC X(12).
           03  T053-DESCRIPCION          PIC X(30).
           03  FILLER                    PIC X(251).

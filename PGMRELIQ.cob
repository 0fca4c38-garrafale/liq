               88  RET-MCA-PAGO                VALUE 'P'.
               88  RET-ANTECED-FRAUDE          VALUE 'F'.
               88  RET-BAJA-FRAUDE             VALUE 'B'.
               88  RET-ALERTA-VOLUMEN          VALUE 'V'.
           03  RET-MONEDA           PIC X.
           03  RET-NUMEST           PIC X(10).
           03  RET-REG-CONTESL      PIC X(2000).

      ******************************************************************
      *    D532055  -  MOTIVOS DE AJUSTE MANUAL (TABLAS, IDENTAB 055), *
      *                CLAVE CODIGO DE MOTIVO (AJU-MOTIVO). DEFINE EL  *
      *                SIGNO PERMITIDO Y EL TOPE POR AJUSTE QUE        *
      *                CONTROLA PGMEDAJU; UN TOPE EN CERO NO SE        *
      *                CONTROLA                                        *
      ******************************************************************
       01  REG-T055.
           03  T055-CLAVE.
               05  T055-IDENTAB          PIC X(3).
               05  T055-MOTIVO           PIC X(3).
           03  T055-DESCRIPCION          PIC X(30).
           03  T055-SIGNO                PIC X(1).
               88  T055-SOLO-CREDITO             VALUE 'C'.
               88  T055-SOLO-DEBITO              VALUE 'D'.
               88  T055-AMBOS-SIGNOS             VALUE 'A'.
           03  T055-IMPORTE-MAXIMO       PIC 9(11)V99.
           03  FILLER                    PIC X(250).

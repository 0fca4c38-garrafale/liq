      ******************************************************************
      *    AJUSTEZ  -  AJUSTES MANUALES A COMERCIOS (AJUSTES,          *
      *                INDEXADO, 200 BYTES): CREDITOS Y DEBITOS QUE    *
      *                OPERACIONES CARGA POR FUERA DE LA CAPTURA,      *
      *                CLAVEADOS POR ESTABLECIMIENTO (CLAVE DEL        *
      *                MAESTRO) Y REFERENCIA. LOS EDITA Y AUTORIZA     *
      *                PGMEDAJU (EL AJUNOV TIENE ESTE MISMO LAYOUT);   *
      *                PGMCORT6 LOS APLICA DENTRO DE LA LIQUIDACION    *
      *                DEL ESTABLECIMIENTO Y LOS MARCA APLICADOS       *
      ******************************************************************
       01  REG-AJUSTES.
           03  AJU-CLAVE.
               05  AJU-CLAVE-EST.
                   07  AJU-CODSIS        PIC X(3).
                   07  AJU-CODTAR        PIC X(3).
                   07  AJU-CODADM        PIC 9(3).
                   07  AJU-NUMEST        PIC X(10).
      *        RECLAMO, NOTA O TRANSFERENCIA QUE ORIGINA EL AJUSTE:
      *        LA MISMA REFERENCIA NO SE CARGA DOS VECES
               05  AJU-REFERENCIA        PIC X(15).
           03  AJU-MONEDA                PIC X(1).
               88  AJU-MONEDA-ARP                VALUE '1'.
               88  AJU-MONEDA-USD                VALUE '2'.
               88  AJU-MONEDA-PAT                VALUE '3'.
           03  AJU-SIGNO                 PIC X(1).
               88  AJU-CREDITO                   VALUE 'C'.
               88  AJU-DEBITO                    VALUE 'D'.
           03  AJU-IMPORTE               PIC 9(13)V99.
      *    MOTIVO DEL AJUSTE (TABLAS, IDENTAB 055)
           03  AJU-MOTIVO                PIC X(3).
           03  AJU-DETALLE               PIC X(30).
           03  AJU-OPERADOR              PIC X(8).
           03  AJU-AUTORIZANTE           PIC X(8).
           03  AJU-FAUTORIZ              PIC 9(8).
           03  AJU-ESTADO                PIC X(1).
               88  AJU-PENDIENTE                 VALUE 'P'.
               88  AJU-APLICADO                  VALUE 'A'.
      *    CORRIDA QUE APLICO EL AJUSTE (FECHA DE PRESENTACION
      *    AAMMDD, MONEDA Y MODO DEL PARM), LIQUIDACION Y DESTINO
           03  AJU-FPRES-LIQ             PIC 9(6).
           03  AJU-LIQ                   PIC X(1).
           03  AJU-MODO                  PIC X(2).
           03  AJU-CODBCO                PIC 9(3).
           03  AJU-CODCASA               PIC 9(3).
           03  AJU-NROLIQ                PIC 9(11).
           03  AJU-FPAG                  PIC X(6).
           03  AJU-DESTINO               PIC X(1).
               88  AJU-DEST-PAGADA               VALUE 'P'.
               88  AJU-DEST-RETENIDA             VALUE 'R'.
               88  AJU-DEST-MADRE                VALUE 'M'.
               88  AJU-DEST-PENDIENTE            VALUE 'S'.
           03  FILLER                    PIC X(58).

      ******************************************************************
      *    CUOFUTZ  -  PAGOS FUTUROS DE VENTAS EN CUOTAS (CUOFUT,      *
      *                INDEXADO, 800 BYTES): UN REGISTRO POR TRAMO     *
      *                MENSUAL TODAVIA NO PAGADO, CLAVEADO POR         *
      *                ESTABLECIMIENTO (EN LA SECUENCIA DEL MOVCLA:    *
      *                BANCO/CASA/NUMEST/PRODUCTO) Y FECHA DE          *
      *                VENCIMIENTO (AAAAMMDD). LO GRABA Y LO CONSUME   *
      *                PGMCORT6; LA POSICION LA LISTA PGMCUOPO         *
      ******************************************************************
       01  REG-CUOFUT.
           03  CUO-CLAVE.
               05  CUO-CLAVE-EST.
                   07  CUO-CODBCO        PIC 9(3).
                   07  CUO-CODCASA       PIC 9(3).
                   07  CUO-NUMEST        PIC X(10).
                   07  CUO-CODSIS        PIC X(3).
                   07  CUO-CODTAR        PIC X(3).
                   07  CUO-CODADM        PIC 9(3).
               05  CUO-FVTO              PIC 9(8).
      *        CORRIDA QUE DIFIRIO LA VENTA (FECHA DE PRESENTACION
      *        AAMMDD, MONEDA Y MODO DEL PARM) Y NUMERO DE REGISTRO DE
      *        LA VENTA EN SU MOVCLA
               05  CUO-FPRES-ORIG        PIC 9(6).
               05  CUO-LIQ               PIC X(1).
               05  CUO-MODO              PIC X(2).
               05  CUO-REG-ORIG          PIC 9(9).
               05  CUO-NRO-CUOTA         PIC 99.
           03  CUO-CANT-CUOTAS           PIC 99.
           03  CUO-MONEDA                PIC X(1).
               88  CUO-MONEDA-ARP                VALUE '1'.
               88  CUO-MONEDA-USD                VALUE '2'.
               88  CUO-MONEDA-PAT                VALUE '3'.
           03  CUO-ESTADO                PIC X(1).
               88  CUO-PENDIENTE                 VALUE 'P'.
               88  CUO-LIQUIDADA                 VALUE 'L'.
      *    FECHA DE PRESENTACION (AAMMDD) DE LA CORRIDA QUE PAGO EL
      *    TRAMO; LA CORRIDA SIGUIENTE LO DA DE BAJA
           03  CUO-FPRES-LIQ             PIC 9(6).
           03  CUO-IMPORTE               PIC S9(13)V99.
           03  CUO-IMPORTE-VENTA         PIC S9(13)V99.
           03  CUO-FPAG-VENTA            PIC 9(8).
           03  FILLER                    PIC X(49).
      *    IMAGEN DEL MOVIMIENTO DE VENTA CON EL IMPORTE DEL TRAMO EN
      *    MOV-IMPORTE: ENTRA A LA LIQUIDACION COMO UN MOVIMIENTO MAS
           03  CUO-MOVIMIENTO            PIC X(650).

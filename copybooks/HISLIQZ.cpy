      ******************************************************************
      *    HISLIQZ  -  HISTORICO DE LIQUIDACIONES EMITIDAS (HISLIQ,    *
      *                INDEXADO, 2100 BYTES). CLAVE ESTABLECIMIENTO +  *
      *                FECHA DE PAGO + MONEDA + NRO DE LIQUIDACION (EL *
      *                NUMERO SE REINICIA EN CADA CORRIDA Y EN CADA    *
      *                MONEDA); CLAVES ALTERNATIVAS CUIT + FECHA DE    *
      *                PAGO Y FECHA DE PAGO (AAAAMMDD). LO CARGA       *
      *                PGMHISCA CON CADA GENERACION DE CONTESL DE      *
      *                PGMCORT6, PGMRECSU Y PGMRELIQ; LO CONSULTA      *
      *                PGMCONLQ                                        *
      ******************************************************************
       01  REG-HISLIQ.
           03  HIS-CLAVE.
               05  HIS-NUMEST            PIC X(10).
      *        TAMBIEN CLAVE ALTERNATIVA POR SI SOLA
               05  HIS-FPAG-AMD          PIC 9(8).
      *        1=PESOS 2=DOLARES 3=PATACONES (PARM DE PGMHISCA)
               05  HIS-MONEDA            PIC X(1).
                   88  HIS-MONEDA-ARP            VALUE '1'.
                   88  HIS-MONEDA-USD            VALUE '2'.
                   88  HIS-MONEDA-PAT            VALUE '3'.
               05  HIS-NROLIQ            PIC 9(11).
           03  HIS-CLAVE-CUIT.
               05  HIS-CUIT              PIC X(13).
               05  HIS-FPAG-CUIT         PIC 9(8).
           03  HIS-ORIGEN                PIC X(1).
               88  HIS-LIQUIDACION               VALUE 'C'.
               88  HIS-RECICLADA                 VALUE 'R'.
               88  HIS-LIBERADA                  VALUE 'L'.
      *    GENERACION DE CONTESL DE LA QUE SE CARGO (CON LA MONEDA,
      *    CLAVE DEL HISCTL)
           03  HIS-GENERACION            PIC X(48).
           03  HIS-REG-CONTESL           PIC X(2000).

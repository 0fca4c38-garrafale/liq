      ******************************************************************
      *    DEVFONZ  -  DEVOLUCIONES DE TRANSFERENCIAS A DESCONTAR DEL  *
      *                AVISO DE FONDEO (DEVFON, 80 BYTES): UN          *
      *                REGISTRO POR BANCO/CASA/MONEDA CON LO QUE EL    *
      *                BANCO REINTEGRO POR CREDITOS RECHAZADOS. LO     *
      *                GRABA PGMDEVTR Y LO CONSUME LA LIQUIDACION      *
      *                SIGUIENTE (PGMCORT6), QUE ARRASTRA LO NO        *
      *                APLICADO EN SU DEVFONP CON EL MISMO LAYOUT      *
      ******************************************************************
       01  REG-DEVFON.
           03  DVF-CODBCO                PIC 9(3).
           03  DVF-CODCASA               PIC 9(3).
           03  DVF-MONEDA                PIC X(1).
               88  DVF-MONEDA-ARP                VALUE '1'.
               88  DVF-MONEDA-USD                VALUE '2'.
               88  DVF-MONEDA-PAT                VALUE '3'.
           03  DVF-CANT                  PIC 9(7).
           03  DVF-IMPORTE               PIC S9(13)V99.
           03  DVF-FDEVOL                PIC 9(6).
           03  FILLER                    PIC X(45).

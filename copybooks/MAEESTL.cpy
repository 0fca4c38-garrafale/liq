239            05  EST-USD-CASACTA       PIC XXX.
242            05  EST-USD-TIPCTA        PIC XX.
244            05  EST-USD-CTABCO        PIC 9(15)  COMP-3.
252        03  FILLER                    PIC X(41).
      *    TASAS DE DESCUENTO PACTADAS CON EL COMERCIO (CREDITO Y
      *    DEBITO), CONTRA LAS QUE SE AUDITA EL MOV-COMIS COBRADO
293        03  EST-PORCDTO-DEBITO        PIC S9(3)V99 COMP-3.
296        03  FILLER                    PIC X(1).
297        03  EST-SUC-BAPRO             PIC S9(5) COMP-3.
300        03  FILLER                    PIC X(8).
308        03  EST-LIMVTA                PIC 99.
310        03  EST-PORCDTO               PIC 9(3)V99.
315        03  FILLER                    PIC X(29).
344        03  EST-FORPAGO               PIC X(4).
348        03  EST-ULTFPR.
348            05  EST-DDULTFPR          PIC 99.
425                07  EST-TCGCIAS           PIC X(1).
445        03  FILLER                    PIC X(48).
493        03  EST-IMPPEND               PIC S9(9)V99  COMP-3.
499        03  FILLER                    PIC X(17).
516        03  EST-TOPE-VTA              PIC 9(07).
523        03  FILLER                    PIC X(38).
561        03  EST-PORC-BONIF-CARGO-TR   PIC 9(03)V999.
567        03  FILLER                    PIC X(26).
      *    TASAS PACTADAS POR CONVENIO CON EL BANCO DEL COMERCIO;
      *    INFORMADAS PREVALECEN SOBRE EST-PORCDTO/EST-PORCDTO-DEBITO
593        03  EST-BK-PORCDTO            PIC 9(3)V99.
598        03  EST-BK-PORCDTO-DEBITO     PIC 9(3)V99.
603        03  FILLER                    PIC X(33).
636        03  EST-ALICUOTA-PBSAS.
636            05  EST-ALI-PBSAS         PIC 9V99.
639        03  FILLER                    PIC X(52).
691        03  EST-MAIL                  PIC X(40).
731        03  FILLER                    PIC X(49).
780        03  EST-CBU                   PIC X(22).
802        03  FILLER                    PIC X(107).
      *    ULTIMO CBU QUE EL BANCO DEVOLVIO POR CUENTA CERRADA, CBU
      *    ERRONEO O TITULAR DISTINTO (PGMDEVTR): MIENTRAS EST-CBU
      *    SEA IGUAL A ESTE NO SE TRANSFIERE AL CBU; AL CORREGIRLO
      *    AFILIACIONES LA MARCA DEJA DE APLICAR SOLA
909        03  EST-CBU-RECHAZADO         PIC X(22).
      *    MONOTRIBUTISTA CUYAS VENTAS DE LOS ULTIMOS 12 MESES
      *    SUPERAN SU TOPE (PGMMONOT, PERIODO AAMM DE LA MARCA): LA
      *    LIQUIDACION LE PERCIBE IVA COMO A UN RESPONSABLE INSCRIPTO
931        03  EST-MONOT-EXCEDIDO        PIC X(1).
               88  EST-MONOT-TOPE-EXCEDIDO         VALUE 'S'.
932        03  EST-MONOT-PERIODO         PIC 9(4).
936        03  FILLER                    PIC X(415).

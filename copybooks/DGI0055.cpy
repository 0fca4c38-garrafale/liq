      *    LA CORRIDA DE LIBERACION (PGMRELIQ) SEGUN LOS DIAS QUE LA
      *    LIQUIDACION ESTUVO RETENIDA
           03  DGI55-INT-RETENIDO        PIC S9(13)V99.
      *    RETENCION DE GANANCIAS DE LA LIQUIDACION (TABLA 044), YA
      *    DESCONTADA DE DGI55-IMPPAGAR; SU BASE ES DGI55-CARGO-EDC-EST
           03  DGI55-RET-GANANCIAS       PIC S9(13)V99.
           03  FILLER                    PIC X(1035).

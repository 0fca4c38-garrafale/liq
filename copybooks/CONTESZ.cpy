      *    LA CORRIDA DE LIBERACION (PGMRELIQ) SEGUN LOS DIAS QUE LA
      *    LIQUIDACION ESTUVO RETENIDA
           03  CONTL-INT-RETENIDO        PIC S9(13)V99.
      *    RETENCION DE GANANCIAS DE LA LIQUIDACION (TABLA 044), YA
      *    DESCONTADA DE CONTL-IMPPAGAR; SU BASE ES CONTL-CARGO-EDC-EST
           03  CONTL-RET-GANANCIAS       PIC S9(13)V99.
      *    'S' CUANDO EL CBU DEL MAESTRO ES EL MISMO QUE EL BANCO YA
      *    DEVOLVIO (EST-CBU-RECHAZADO): PGMCBUTR PAGA POR LA CUENTA
      *    INTERNA Y LO LISTA EN EXCBU HASTA QUE SE CORRIJA
           03  CONTL-CBU-RECHAZADO       PIC X(1).
               88  CONTL-CBU-DEVUELTO            VALUE 'S'.
      *    AJUSTES MANUALES (AJUSTES) APLICADOS EN LA LIQUIDACION, YA
      *    INCLUIDOS EN CONTL-IMPPAGAR: TOTAL CON SIGNO (EL CREDITO AL
      *    COMERCIO ES POSITIVO) Y DETALLE DE CADA AJUSTE. LA
      *    LIQUIDACION CONSOLIDADA DE UNA MADRE SOLO LLEVA EL TOTAL
           03  CONTL-AJU-TOTAL           PIC S9(13)V99.
           03  CONTL-AJU-CANT            PIC 99.
           03  CONTL-AJU-DETALLE         OCCURS 10 TIMES.
               05  CONTL-AJU-MOTIVO      PIC X(3).
               05  CONTL-AJU-REFERENCIA  PIC X(15).
               05  CONTL-AJU-IMPORTE     PIC S9(13)V99.
           03  FILLER                    PIC X(1164).

       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONLQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  CONSUL    ASSIGN       TO CONSUL
                                 FILE STATUS  IS FS-CONSUL.

               SELECT  HISLIQ    ASSIGN       TO HISLIQ
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS HIS-CLAVE
                                 ALTERNATE RECORD KEY IS HIS-CLAVE-CUIT
                                           WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS HIS-FPAG-AMD
                                           WITH DUPLICATES
                                 FILE STATUS  IS FS-HISLIQ.

               SELECT  LISCON    ASSIGN       TO LISCON
                                 FILE STATUS  IS FS-LISCON.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CONSUL  -  TARJETAS DE CONSULTA: POR ESTABLECIMIENTO ('E'), *
      *    POR CUIT ('C') O SOLO POR FECHA DE PAGO ('F'), CON RANGO DE *
      *    FECHAS DE PAGO AAAAMMDD (HASTA EN CEROS = SIN LIMITE)       *
      ******************************************************************
       FD  CONSUL
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-CONSUL.
           03  CNS-TIPO             PIC X(1).
               88  CNS-POR-ESTAB            VALUE 'E'.
               88  CNS-POR-CUIT             VALUE 'C'.
               88  CNS-POR-FECHA            VALUE 'F'.
           03  CNS-CLAVE            PIC X(13).
           03  CNS-NUMEST REDEFINES CNS-CLAVE.
               05  CNS-NUMEST-EST   PIC X(10).
               05  FILLER           PIC X(3).
           03  CNS-FDESDE           PIC 9(8).
           03  CNS-FHASTA           PIC 9(8).
           03  FILLER               PIC X(50).

       FD  HISLIQ
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   HISLIQZ.
           EJECT

      ******************************************************************
      *    LISCON  -  RESPUESTA A CADA CONSULTA: DETALLE DE CADA       *
      *    LIQUIDACION ENCONTRADA Y TOTAL DE LA CONSULTA               *
      ******************************************************************
       FD  LISCON
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISCON             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-CONSUL          PIC XX VALUE SPACES.
           03  FS-HISLIQ          PIC XX VALUE SPACES.
           03  FS-LISCON          PIC XX VALUE SPACES.

       01  FIN-CONSUL               PIC X VALUE 'N'.
           88 EOF-CONSUL            VALUE 'Y'.

       01  FIN-HISLIQ               PIC X VALUE 'N'.
           88 EOF-HISLIQ            VALUE 'Y'.

       01  W-CONSULTA-VALIDA        PIC X VALUE 'N'.
           88  CONSULTA-VALIDA      VALUE 'S'.

       01  W-MOTIVO-RECHAZO         PIC X(40).
       01  W-FHASTA                 PIC 9(8) VALUE 0.

      *    IMAGEN DEL CONTESL GUARDADA EN EL HISTORICO
           COPY   CONTESZ.

       01  W-FECHA-EDIT.
           03  W-FED-DD             PIC 99.
           03  FILLER               PIC X VALUE '/'.
           03  W-FED-MM             PIC 99.
           03  FILLER               PIC X VALUE '/'.
           03  W-FED-AAAA           PIC 9(4).
       01  W-FECHA-AMD              PIC 9(8).
       01  W-FECHA-AMD-R REDEFINES W-FECHA-AMD.
           03  W-FAMD-AAAA          PIC 9(4).
           03  W-FAMD-MM            PIC 99.
           03  W-FAMD-DD            PIC 99.

       01  W-ORIGEN-DESC            PIC X(12).
       01  W-CONS-CANT              PIC 9(7) VALUE 0.

      *    DESCRIPCION DE LA MONEDA (1 PESOS, 2 DOLARES, 3 PATACONES)
       01  W-MONEDAS                PIC X(27)
                                    VALUE 'PESOS    DOLARES  PATACONES'.
       01  FILLER REDEFINES W-MONEDAS.
           03  W-MONEDA-DESC        PIC X(9) OCCURS 3.
       01  W-IM                     PIC 9     VALUE 0.

      ******************************************************************
      *    TOTALES DE LA CONSULTA POR MONEDA: LOS NETOS DE DISTINTAS   *
      *    MONEDAS NO SE SUMAN ENTRE SI                                *
      ******************************************************************
       01  TABLA-TOTALES-CONSULTA.
           03  WTCO-ELEM   OCCURS 3 TIMES.
               05  WTCO-CANT             PIC 9(7).
               05  WTCO-NETO             PIC S9(15)V99.

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  NROLIQ-FORMATEADO        PIC 9(11).
       01  CANTIDAD-FORMATEADA      PIC Z.ZZZ.ZZ9.

       77  CONT-CONSUL              PIC 9(9) VALUE 0.
       77  CONT-RECHAZADAS          PIC 9(9) VALUE 0.
       77  CONT-LIQ-LISTADAS        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 0500-ABRIR-ARCHIVOS

           PERFORM 2000-LEER-CONSUL
           PERFORM UNTIL EOF-CONSUL
               PERFORM 3000-ATENDER-CONSULTA
               PERFORM 2000-LEER-CONSUL
           END-PERFORM

           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  CONSUL HISLIQ
           OPEN OUTPUT LISCON

           IF W-FILE-STATUS NOT = '000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0700-CERRAR-ARCHIVOS.
           CLOSE CONSUL HISLIQ LISCON.

       2000-LEER-CONSUL.
           READ CONSUL
               AT END SET EOF-CONSUL     TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONSUL
           END-READ.

       2100-LEER-HISLIQ.
           READ HISLIQ NEXT
               AT END SET EOF-HISLIQ     TO TRUE
           END-READ.

      ******************************************************************
      *    3000-ATENDER-CONSULTA  -  VALIDA LA TARJETA, POSICIONA EL   *
      *    HISTORICO POR LA CLAVE QUE CORRESPONDE Y LISTA LAS          *
      *    LIQUIDACIONES CON FECHA DE PAGO DENTRO DEL RANGO            *
      ******************************************************************
       3000-ATENDER-CONSULTA.
           PERFORM 3100-VALIDAR-CONSULTA
           PERFORM 4000-IMPRIMIR-CONSULTA

           IF CONSULTA-VALIDA
               MOVE ZEROS TO W-CONS-CANT
               MOVE 1 TO W-IM
               PERFORM UNTIL W-IM > 3
                   MOVE ZEROS TO WTCO-CANT(W-IM) WTCO-NETO(W-IM)
                   ADD 1 TO W-IM
               END-PERFORM
               MOVE 'N'   TO FIN-HISLIQ
               EVALUATE TRUE
                 WHEN CNS-POR-ESTAB
                     PERFORM 3200-CONSULTAR-ESTAB
                 WHEN CNS-POR-CUIT
                     PERFORM 3300-CONSULTAR-CUIT
                 WHEN OTHER
                     PERFORM 3400-CONSULTAR-FECHA
               END-EVALUATE
               PERFORM 4300-IMPRIMIR-TOTAL-CONSULTA
           END-IF.

       3100-VALIDAR-CONSULTA.
           MOVE 'S'    TO W-CONSULTA-VALIDA
           MOVE SPACES TO W-MOTIVO-RECHAZO

           EVALUATE TRUE
             WHEN NOT CNS-POR-ESTAB AND NOT CNS-POR-CUIT
              AND NOT CNS-POR-FECHA
                 MOVE 'TIPO DE CONSULTA INVALIDO' TO W-MOTIVO-RECHAZO
             WHEN NOT CNS-POR-FECHA AND CNS-CLAVE = SPACES
                 MOVE 'FALTA ESTABLECIMIENTO O CUIT'
                                                 TO W-MOTIVO-RECHAZO
             WHEN CNS-FDESDE NOT NUMERIC OR CNS-FHASTA NOT NUMERIC
                 MOVE 'FECHAS NO NUMERICAS'       TO W-MOTIVO-RECHAZO
             WHEN OTHER
                 MOVE CNS-FHASTA TO W-FHASTA
                 IF W-FHASTA = ZEROS
                     MOVE 99999999 TO W-FHASTA
                 END-IF
                 IF CNS-FDESDE > W-FHASTA
                     MOVE 'FECHA DESDE POSTERIOR A HASTA'
                                                 TO W-MOTIVO-RECHAZO
                 END-IF
           END-EVALUATE

           IF W-MOTIVO-RECHAZO NOT = SPACES
               MOVE 'N' TO W-CONSULTA-VALIDA
               ADD 1 TO CONT-RECHAZADAS
           END-IF.

      ******************************************************************
      *    3200-CONSULTAR-ESTAB  -  POR CLAVE PRINCIPAL (ESTAB +       *
      *    FECHA DE PAGO + MONEDA + NRO): LAS LIQUIDACIONES DEL        *
      *    ESTABLECIMIENTO, EN TODAS LAS MONEDAS, DESDE LA FECHA       *
      *    INICIAL HASTA LA FINAL                                      *
      ******************************************************************
       3200-CONSULTAR-ESTAB.
           MOVE CNS-NUMEST-EST TO HIS-NUMEST
           MOVE CNS-FDESDE     TO HIS-FPAG-AMD
           MOVE LOW-VALUES     TO HIS-MONEDA
           MOVE ZEROS          TO HIS-NROLIQ
           START HISLIQ KEY NOT LESS HIS-CLAVE
                 INVALID KEY SET EOF-HISLIQ TO TRUE
           END-START
           IF NOT EOF-HISLIQ
               PERFORM 2100-LEER-HISLIQ
           END-IF
           PERFORM UNTIL EOF-HISLIQ
                      OR HIS-NUMEST NOT = CNS-NUMEST-EST
                      OR HIS-FPAG-AMD > W-FHASTA
               PERFORM 4100-IMPRIMIR-LIQUIDACION
               PERFORM 2100-LEER-HISLIQ
           END-PERFORM.

      ******************************************************************
      *    3300-CONSULTAR-CUIT  -  POR CLAVE ALTERNATIVA CUIT + FECHA  *
      *    DE PAGO, DESDE LA FECHA INICIAL HASTA LA FINAL              *
      ******************************************************************
       3300-CONSULTAR-CUIT.
           MOVE CNS-CLAVE  TO HIS-CUIT
           MOVE CNS-FDESDE TO HIS-FPAG-CUIT
           START HISLIQ KEY NOT LESS HIS-CLAVE-CUIT
                 INVALID KEY SET EOF-HISLIQ TO TRUE
           END-START
           IF NOT EOF-HISLIQ
               PERFORM 2100-LEER-HISLIQ
           END-IF
           PERFORM UNTIL EOF-HISLIQ
                      OR HIS-CUIT NOT = CNS-CLAVE
                      OR HIS-FPAG-CUIT > W-FHASTA
               PERFORM 4100-IMPRIMIR-LIQUIDACION
               PERFORM 2100-LEER-HISLIQ
           END-PERFORM.

      ******************************************************************
      *    3400-CONSULTAR-FECHA  -  POR CLAVE ALTERNATIVA FECHA DE     *
      *    PAGO: TODO LO PAGADO EN EL RANGO                            *
      ******************************************************************
       3400-CONSULTAR-FECHA.
           MOVE CNS-FDESDE TO HIS-FPAG-AMD
           START HISLIQ KEY NOT LESS HIS-FPAG-AMD
                 INVALID KEY SET EOF-HISLIQ TO TRUE
           END-START
           IF NOT EOF-HISLIQ
               PERFORM 2100-LEER-HISLIQ
           END-IF
           PERFORM UNTIL EOF-HISLIQ
                      OR HIS-FPAG-AMD > W-FHASTA
               PERFORM 4100-IMPRIMIR-LIQUIDACION
               PERFORM 2100-LEER-HISLIQ
           END-PERFORM.

       4000-IMPRIMIR-CONSULTA.
           MOVE ALL '='             TO LINEA-LISCON
           WRITE LINEA-LISCON
           MOVE SPACES              TO LINEA-LISCON
           MOVE 'CONSULTA: '        TO LINEA-LISCON(2:10)
           MOVE REG-CONSUL(1:30)    TO LINEA-LISCON(12:30)
           IF NOT CONSULTA-VALIDA
               MOVE 'RECHAZADA: '   TO LINEA-LISCON(45:11)
               MOVE W-MOTIVO-RECHAZO TO LINEA-LISCON(56:40)
           END-IF
           WRITE LINEA-LISCON
           MOVE SPACES              TO LINEA-LISCON.

      ******************************************************************
      *    4100-IMPRIMIR-LIQUIDACION  -  DE LA IMAGEN DEL CONTESL:     *
      *    BRUTO, IVA, PERCEPCION, INGRESOS BRUTOS, GANANCIAS,         *
      *    DESCUENTO PAGO EXPRESO, DEDUCCION DE SALDO PENDIENTE,       *
      *    INTERES COMPENSATORIO, NETO, FECHA Y CUENTA DE PAGO, CON    *
      *    LA MONEDA EN QUE SE LIQUIDO                                 *
      ******************************************************************
       4100-IMPRIMIR-LIQUIDACION.
           MOVE HIS-REG-CONTESL TO REG-CONTESL
           EVALUATE TRUE
             WHEN HIS-MONEDA-USD
                 MOVE 2 TO W-IM
             WHEN HIS-MONEDA-PAT
                 MOVE 3 TO W-IM
             WHEN OTHER
                 MOVE 1 TO W-IM
           END-EVALUATE
           EVALUATE TRUE
             WHEN HIS-RECICLADA
                 MOVE 'RECICLADA'    TO W-ORIGEN-DESC
             WHEN HIS-LIBERADA
                 MOVE 'LIBERADA'     TO W-ORIGEN-DESC
             WHEN OTHER
                 MOVE 'LIQUIDACION'  TO W-ORIGEN-DESC
           END-EVALUATE

           MOVE ALL '-'             TO LINEA-LISCON
           WRITE LINEA-LISCON
           MOVE SPACES              TO LINEA-LISCON
           MOVE 'LIQUIDACION NRO: ' TO LINEA-LISCON(2:17)
           MOVE CONTL-NROLIQ        TO NROLIQ-FORMATEADO
           MOVE NROLIQ-FORMATEADO   TO LINEA-LISCON(19:11)
           MOVE 'ESTAB: '           TO LINEA-LISCON(32:7)
           MOVE CONTL-NUMEST        TO LINEA-LISCON(39:10)
           MOVE CONTL-DENOM         TO LINEA-LISCON(51:30)
           MOVE 'CUIT: '            TO LINEA-LISCON(83:6)
           MOVE CONTL-C-U-I-T       TO LINEA-LISCON(89:13)
           MOVE W-ORIGEN-DESC       TO LINEA-LISCON(105:12)
           MOVE W-MONEDA-DESC(W-IM) TO LINEA-LISCON(119:9)
           WRITE LINEA-LISCON

           MOVE SPACES              TO LINEA-LISCON
           MOVE 'BRUTO......: '     TO LINEA-LISCON(2:13)
           MOVE CONTL-CARGO-EDC-EST TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(15:21)
           MOVE 'IVA 21.....: '     TO LINEA-LISCON(45:13)
           MOVE CONTL-RET-IVA-DTO-1 TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(58:21)
           MOVE 'PERCEP IVA.: '     TO LINEA-LISCON(88:13)
           MOVE CONTL-RET-IVA-ESP   TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(101:21)
           WRITE LINEA-LISCON

           MOVE SPACES              TO LINEA-LISCON
           MOVE 'ING BRUTOS.: '     TO LINEA-LISCON(2:13)
           MOVE CONTL-RET-INGBRU    TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(15:21)
           MOVE 'GANANCIAS..: '     TO LINEA-LISCON(45:13)
      *    LAS GENERACIONES ANTERIORES A LA RETENCION DE GANANCIAS
      *    TRAEN EL CAMPO EN BLANCO
           IF CONTL-RET-GANANCIAS NUMERIC
               MOVE CONTL-RET-GANANCIAS TO IMPORTE-FORMATEADO
           ELSE
               MOVE ZEROS               TO IMPORTE-FORMATEADO
           END-IF
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(58:21)
           MOVE 'DTO PEX....: '     TO LINEA-LISCON(88:13)
           MOVE CONTL-DTO-PEX       TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(101:21)
           WRITE LINEA-LISCON

           MOVE SPACES              TO LINEA-LISCON
           MOVE 'DED PEND...: '     TO LINEA-LISCON(2:13)
           MOVE CONTL-DED-PEND      TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(15:21)
           MOVE 'INT COMPENS: '     TO LINEA-LISCON(45:13)
           MOVE CONTL-INT-RETENIDO  TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(58:21)
           MOVE 'NETO PAGADO: '     TO LINEA-LISCON(88:13)
           MOVE CONTL-IMPPAGAR      TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(101:21)
           WRITE LINEA-LISCON

      *    LAS GENERACIONES ANTERIORES A LOS AJUSTES MANUALES TRAEN EL
      *    CAMPO EN BLANCO
           IF CONTL-AJU-TOTAL NUMERIC
            AND CONTL-AJU-TOTAL NOT = ZEROS
               MOVE SPACES              TO LINEA-LISCON
               MOVE 'AJUSTES....: '     TO LINEA-LISCON(2:13)
               MOVE CONTL-AJU-TOTAL     TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCON(15:21)
               WRITE LINEA-LISCON
           END-IF

           MOVE SPACES              TO LINEA-LISCON
           MOVE 'FECHA PAGO.: '     TO LINEA-LISCON(2:13)
           MOVE HIS-FPAG-AMD        TO W-FECHA-AMD
           MOVE W-FAMD-DD           TO W-FED-DD
           MOVE W-FAMD-MM           TO W-FED-MM
           MOVE W-FAMD-AAAA         TO W-FED-AAAA
           MOVE W-FECHA-EDIT        TO LINEA-LISCON(15:10)
           MOVE 'CUENTA.....: '     TO LINEA-LISCON(45:13)
           MOVE CONTL-CASACTA       TO LINEA-LISCON(58:3)
           MOVE '/'                 TO LINEA-LISCON(61:1)
           MOVE CONTL-TIPCTA        TO LINEA-LISCON(62:2)
           MOVE '/'                 TO LINEA-LISCON(64:1)
           MOVE CONTL-CTABCO        TO LINEA-LISCON(65:15)
           MOVE 'CBU........: '     TO LINEA-LISCON(88:13)
           MOVE CONTL-CBU           TO LINEA-LISCON(101:22)
           WRITE LINEA-LISCON

           ADD 1              TO W-CONS-CANT
           ADD 1              TO CONT-LIQ-LISTADAS
           ADD 1              TO WTCO-CANT(W-IM)
           ADD CONTL-IMPPAGAR TO WTCO-NETO(W-IM).

      ******************************************************************
      *    4300-IMPRIMIR-TOTAL-CONSULTA  -  UNA LINEA DE TOTAL POR     *
      *    CADA MONEDA CON LIQUIDACIONES EN LA CONSULTA                *
      ******************************************************************
       4300-IMPRIMIR-TOTAL-CONSULTA.
           MOVE ALL '-'             TO LINEA-LISCON
           WRITE LINEA-LISCON
           MOVE SPACES              TO LINEA-LISCON
           IF W-CONS-CANT = ZEROS
               MOVE 'SIN LIQUIDACIONES PARA LA CONSULTA'
                                    TO LINEA-LISCON(2:34)
               WRITE LINEA-LISCON
           ELSE
               MOVE 1 TO W-IM
               PERFORM UNTIL W-IM > 3
                   IF WTCO-CANT(W-IM) > 0
                       PERFORM 4310-IMPRIMIR-TOTAL-MONEDA
                   END-IF
                   ADD 1 TO W-IM
               END-PERFORM
           END-IF.

       4310-IMPRIMIR-TOTAL-MONEDA.
           MOVE SPACES                TO LINEA-LISCON
           MOVE 'LIQUIDACIONES: '     TO LINEA-LISCON(2:15)
           MOVE WTCO-CANT(W-IM)       TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA   TO LINEA-LISCON(17:9)
           MOVE 'MONEDA: '            TO LINEA-LISCON(30:8)
           MOVE W-MONEDA-DESC(W-IM)   TO LINEA-LISCON(38:9)
           MOVE 'TOTAL NETO PAGADO: ' TO LINEA-LISCON(50:19)
           MOVE WTCO-NETO(W-IM)       TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO    TO LINEA-LISCON(69:21)
           WRITE LINEA-LISCON.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'CONSULTAS LEIDAS......: ' CONT-CONSUL
           DISPLAY 'CONSULTAS RECHAZADAS..: ' CONT-RECHAZADAS
           DISPLAY 'LIQUIDACIONES LISTADAS: ' CONT-LIQ-LISTADAS.

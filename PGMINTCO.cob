       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINTCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  CONTESL   ASSIGN       TO CONTESL
                                 FILE STATUS  IS FS-CONTESL.

               SELECT  CONTESLD  ASSIGN       TO CONTESLD
                                 FILE STATUS  IS FS-CONTESLD.

               SELECT  CONTESLP  ASSIGN       TO CONTESLP
                                 FILE STATUS  IS FS-CONTESLP.

               SELECT  CONTDGI   ASSIGN       TO CONTDGI
                                 FILE STATUS  IS FS-CONTDGI.

               SELECT  CONTDGID  ASSIGN       TO CONTDGID
                                 FILE STATUS  IS FS-CONTDGID.

               SELECT  CONTDGIP  ASSIGN       TO CONTDGIP
                                 FILE STATUS  IS FS-CONTDGIP.

               SELECT  RETENIDOS ASSIGN       TO RETENIDOS
                                 FILE STATUS  IS FS-RETENIDOS.

               SELECT  BCOACEL   ASSIGN       TO BCOACEL
                                 FILE STATUS  IS FS-BCOACEL.

               SELECT  FONDEO    ASSIGN       TO FONDEO
                                 FILE STATUS  IS FS-FONDEO.

               SELECT  SIRCREB   ASSIGN       TO SIRCREB
                                 FILE STATUS  IS FS-SIRCREB.

               SELECT  TABLAS    ASSIGN       TO TABLAS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS T026-CLAVE
                                 FILE STATUS  IS FS-TAB.

               SELECT  INTCON    ASSIGN       TO INTCON
                                 FILE STATUS  IS FS-INTCON.

               SELECT  LISASI    ASSIGN       TO LISASI
                                 FILE STATUS  IS FS-LISASI.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CONTESL/CONTDGI Y SUS JUEGOS DE DOLARES (D) Y PATACONES (P) *
      *    DE LA CORRIDA UNIFICADA: SE LEEN SOBRE LAS AREAS CONTESZ Y  *
      *    DGI0055 DE WORKING, DONDE TAMBIEN SE MUEVEN LAS IMAGENES    *
      *    DEL RETENIDOS                                               *
      ******************************************************************
       FD  CONTESL
           RECORD 2000 CHARACTERS
           BLOCK  0.
       01  REG-CONTESL-E          PIC X(2000).

       FD  CONTESLD
           RECORD 2000 CHARACTERS
           BLOCK  0.
       01  REG-CONTESLD           PIC X(2000).

       FD  CONTESLP
           RECORD 2000 CHARACTERS
           BLOCK  0.
       01  REG-CONTESLP           PIC X(2000).

       FD  CONTDGI
           RECORD 1500 CHARACTERS
           BLOCK  0.
       01  REG-CONTDGI-E          PIC X(1500).

       FD  CONTDGID
           RECORD 1500 CHARACTERS
           BLOCK  0.
       01  REG-CONTDGID           PIC X(1500).

       FD  CONTDGIP
           RECORD 1500 CHARACTERS
           BLOCK  0.
       01  REG-CONTDGIP           PIC X(1500).

      ******************************************************************
      *    RETENIDOS  -  LIQUIDACIONES RETENIDAS POR LA CORRIDA, CON   *
      *    LAS IMAGENES CONTESL/CONTDGI YA NUMERADAS                   *
      ******************************************************************
       FD  RETENIDOS RECORD 3520.
       01  REG-RETENIDOS.
           03  RET-MOTIVO           PIC X.
           03  RET-MONEDA           PIC X.
           03  RET-NUMEST           PIC X(10).
           03  RET-REG-CONTESL      PIC X(2000).
           03  RET-REG-DGI55        PIC X(1500).
           03  RET-FPRES            PIC 9(8).
           EJECT

       FD  BCOACEL
           RECORD 100 CHARACTERS
           BLOCK  0.
       01  REG-BCOACEL.
           03  BAC-CODBCO-ACEL      PIC X(3).
           03  BAC-NUMEST           PIC X(10).
           03  BAC-NROLIQ           PIC 9(11).
           03  BAC-FPRES            PIC 9(6).
           03  BAC-IMP-ANTICIPADO   PIC S9(13)V99.
           03  BAC-DTO-ACEL         PIC S9(13)V99.
           03  BAC-RECUPERO         PIC S9(13)V99.
           03  FILLER               PIC X(25).
           EJECT

       FD  FONDEO
           RECORD 120 CHARACTERS
           BLOCK  0.
       01  REG-FONDEO-DET.
           03  FOND-TIPO            PIC X.
               88  FOND-CABECERA              VALUE 'H'.
               88  FOND-DETALLE               VALUE 'D'.
               88  FOND-DEVOLUCION            VALUE 'R'.
           03  FOND-CODBCO          PIC 9(3).
           03  FOND-CODCASA         PIC 9(3).
           03  FOND-IMPORTE-ARP     PIC S9(13)V99.
           03  FOND-IMPORTE-USD     PIC S9(13)V99.
           03  FOND-IMPORTE-PAT     PIC S9(13)V99.
           03  FOND-DENCASA         PIC X(35).
           03  FILLER               PIC X(33).
       01  REG-FONDEO-DEV.
           03  FONR-TIPO            PIC X.
           03  FONR-CODBCO          PIC 9(3).
           03  FONR-CODCASA         PIC 9(3).
           03  FONR-MONEDA          PIC X(1).
           03  FONR-CANT            PIC 9(7).
           03  FONR-IMPORTE         PIC S9(13)V99.
           03  FONR-FDEVOL          PIC 9(6).
           03  FILLER               PIC X(84).
           EJECT

       FD  SIRCREB   RECORD 60.
       01  REG-SIRCREB.
           03  SIR-CODPROV          PIC X.
           03  SIR-FPRES            PIC 9(6).
           03  SIR-CANT             PIC 9(7).
           03  SIR-BASE             PIC S9(13)V99.
           03  SIR-RETENIDO         PIC S9(13)V99.
           03  FILLER               PIC X(16).
           EJECT

       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   D532026.
           COPY   D532053.
           EJECT

      ******************************************************************
      *    INTCON  -  INTERFAZ CONTABLE: UN ASIENTO POR CUENTA, BANCO, *
      *    MONEDA (Y PROVINCIA EN INGRESOS BRUTOS) CON SU LADO DEBE/   *
      *    HABER, Y UN REGISTRO DE TOTALES POR MONEDA. SOLO SE GRABA   *
      *    SI DEBE Y HABER BALANCEAN EN TODAS LAS MONEDAS              *
      ******************************************************************
       FD  INTCON
           RECORD 120 CHARACTERS
           BLOCK  0.
       01  REG-INTCON.
           03  INC-TIPO             PIC X.
               88  INC-ASIENTO                VALUE 'D'.
               88  INC-TOTALES                VALUE 'T'.
           03  INC-FECHA            PIC 9(8).
           03  INC-MONEDA           PIC X.
           03  INC-CUENTA           PIC X(12).
           03  INC-CONCEPTO         PIC X(3).
           03  INC-CODBCO           PIC 9(3).
           03  INC-CODPROV          PIC X.
           03  INC-DEBE-HABER       PIC X.
               88  INC-DEBE                   VALUE 'D'.
               88  INC-HABER                  VALUE 'H'.
           03  INC-IMPORTE          PIC 9(13)V99.
           03  INC-CANT             PIC 9(7).
           03  INC-DESCRIPCION      PIC X(30).
           03  FILLER               PIC X(38).
       01  REG-INTCON-TOT.
           03  INT-TIPO             PIC X.
           03  INT-FECHA            PIC 9(8).
           03  INT-MONEDA           PIC X.
           03  INT-CANT-ASIENTOS    PIC 9(7).
           03  INT-TOTAL-DEBE       PIC 9(15)V99.
           03  INT-TOTAL-HABER      PIC 9(15)V99.
           03  FILLER               PIC X(69).

      ******************************************************************
      *    LISASI  -  ASIENTO DE LA CORRIDA POR MONEDA Y CONCEPTO,     *
      *    TOTALES Y DIFERENCIA POR MONEDA Y CONTROL DE INGRESOS       *
      *    BRUTOS CONTRA EL SIRCREB                                    *
      ******************************************************************
       FD  LISASI
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISASI             PIC X(132).

       WORKING-STORAGE SECTION.
           COPY   CONTESZ.
           COPY   DGI0055.

       01  W-FILE-STATUS.
           03  FS-CONTESL         PIC XX VALUE SPACES.
           03  FS-CONTESLD        PIC XX VALUE SPACES.
           03  FS-CONTESLP        PIC XX VALUE SPACES.
           03  FS-CONTDGI         PIC XX VALUE SPACES.
           03  FS-CONTDGID        PIC XX VALUE SPACES.
           03  FS-CONTDGIP        PIC XX VALUE SPACES.
           03  FS-RETENIDOS       PIC XX VALUE SPACES.
           03  FS-BCOACEL         PIC XX VALUE SPACES.
           03  FS-FONDEO          PIC XX VALUE SPACES.
           03  FS-SIRCREB         PIC XX VALUE SPACES.
           03  FS-TAB             PIC XX VALUE SPACES.
           03  FS-INTCON          PIC XX VALUE SPACES.
           03  FS-LISASI          PIC XX VALUE SPACES.

       01  FIN-ARCHIVO              PIC X VALUE 'N'.
           88 EOF-ARCHIVO           VALUE 'Y'.

       01  FIN-TAB                  PIC X VALUE 'N'.
           88 EOF-TAB               VALUE 'Y'.

       01  W-BALANCEO               PIC X VALUE 'S'.
           88  ASIENTO-BALANCEADO   VALUE 'S'.

       01  W-CUENTA-HALLADA         PIC X VALUE 'N'.
           88  CUENTA-HALLADA       VALUE 'S'.

      ******************************************************************
      *    TABLA-CUENTAS  -  CUENTA CONTABLE POR CONCEPTO Y MONEDA     *
      *    (TABLA 053)                                                 *
      ******************************************************************
       01  TABLA-CUENTAS.
           03  W053-ELEM   OCCURS 1 TO 300 TIMES
                           DEPENDING ON ODO053
                           ASCENDING   KEY   W053-CLAVE
                           INDEXED BY  I053.
               05  W053-CLAVE.
                   07  W053-CONCEPTO     PIC X(3).
                   07  W053-MONEDA       PIC X(1).
               05  W053-CUENTA           PIC X(12).
               05  W053-DESCRIPCION      PIC X(30).

       01  ODO053                        PIC 9(3) VALUE 0.

       01  W-CLAVE-CUENTA.
           03  W-CTA-CONCEPTO            PIC X(3).
           03  W-CTA-MONEDA              PIC X(1).

      ******************************************************************
      *    CONCEPTOS DEL ASIENTO, EN EL ORDEN DEL LISTADO. EL LADO     *
      *    NATURAL DE CADA UNO SALE DE LA COMPOSICION DEL IMPORTE A    *
      *    PAGAR DE LA LIQUIDACION (PGMCORT6/PGMRELIQ):                *
      *      CARGO + IVA + PERCEPCION + INTERES COMPENSATORIO +        *
      *      AJUSTES MANUALES (CREDITO AL COMERCIO POSITIVO) =         *
      *      A PAGAR + INGRESOS BRUTOS + GANANCIAS + PAGO EXPRESO +    *
      *      DEUDA COMPENSADA                                          *
      *    LOS PRIMEROS VAN AL DEBE Y LOS SEGUNDOS AL HABER; UN        *
      *    IMPORTE NEGATIVO (LIQUIDACIONES DE CARGOS) CAMBIA DE LADO   *
      ******************************************************************
       01  W-CONCEPTOS-VALORES.
           03  FILLER  PIC X(33) VALUE 'VTAPRESENTACIONES LIQUIDADAS'.
           03  FILLER  PIC X(33) VALUE 'IVAIVA SOBRE CARGO'.
           03  FILLER  PIC X(33) VALUE 'PERPERCEPCION DE IVA'.
           03  FILLER  PIC X(33) VALUE 'INTINTERES COMPENSATORIO'.
           03  FILLER  PIC X(33) VALUE 'AJUAJUSTES MANUALES COMERCIOS'.
           03  FILLER  PIC X(33) VALUE 'ACEANTICIPO BCOS ACELERADORES'.
           03  FILLER  PIC X(33) VALUE 'FONFONDEO A RECIBIR DE BANCOS'.
           03  FILLER  PIC X(33) VALUE 'DEVPAGOS DEVUELTOS REAPLICADOS'.
           03  FILLER  PIC X(33) VALUE 'PAGLIQUIDACIONES A PAGAR'.
           03  FILLER  PIC X(33) VALUE 'RETLIQUIDACIONES RETENIDAS'.
           03  FILLER  PIC X(33) VALUE 'IIBINGRESOS BRUTOS RETENIDO'.
           03  FILLER  PIC X(33) VALUE 'GANGANANCIAS RETENIDO'.
           03  FILLER  PIC X(33) VALUE 'PEXDESCUENTO PAGO EXPRESO'.
           03  FILLER  PIC X(33) VALUE 'DEDDEUDA PENDIENTE COMPENSADA'.
           03  FILLER  PIC X(33) VALUE 'ACRRECUPERO BCOS ACELERADORES'.
           03  FILLER  PIC X(33) VALUE 'TESFONDOS PARA PAGOS'.
       01  W-CONCEPTOS REDEFINES W-CONCEPTOS-VALORES.
           03  W-CPT-ELEM  OCCURS 16 TIMES.
               05  W-CPT-CODIGO          PIC X(3).
               05  W-CPT-DESCRIPCION     PIC X(30).

       01  W-CANT-CONCEPTOS              PIC S9(4) COMP VALUE 16.

      ******************************************************************
      *    TABLA-ASIENTOS  -  NETO POR MONEDA/CONCEPTO/BANCO/PROVINCIA *
      *    (DEBE POSITIVO, HABER NEGATIVO); UN CONCEPTO EN BLANCO ES   *
      *    UN ELEMENTO LIBRE                                           *
      ******************************************************************
       01  TABLA-ASIENTOS.
           03  WASI-ELEM   OCCURS 3000 TIMES
                           INDEXED BY  IASI.
               05  WASI-CLAVE.
                   07  WASI-MONEDA       PIC X(1).
                   07  WASI-CONCEPTO     PIC X(3).
                   07  WASI-CODBCO       PIC 9(3).
                   07  WASI-CODPROV      PIC X(1).
               05  WASI-IMPORTE          PIC S9(16)V99.
               05  WASI-CANT             PIC 9(7).
               05  WASI-CUENTA           PIC X(12).
               05  WASI-DESCRIPCION      PIC X(30).

       01  W-ASIENTO.
           03  W-ASI-CLAVE.
               05  W-ASI-MONEDA          PIC X(1).
               05  W-ASI-CONCEPTO        PIC X(3).
               05  W-ASI-CODBCO          PIC 9(3).
               05  W-ASI-CODPROV         PIC X(1).
           03  W-ASI-IMPORTE             PIC S9(16)V99.

      *    CONCEPTO DEL IMPORTE A PAGAR: PAG PARA LO EMITIDO, RET PARA
      *    LO RETENIDO
       01  W-CONCEPTO-PAGO          PIC X(3).
       01  W-MONEDA                 PIC X(1).

      ******************************************************************
      *    TOTALES POR MONEDA (1 PESOS, 2 DOLARES, 3 PATACONES)        *
      ******************************************************************
       01  TABLA-TOTALES.
           03  WTOT-ELEM   OCCURS 3 TIMES.
               05  WTOT-ASIENTOS         PIC 9(7).
               05  WTOT-DEBE             PIC S9(16)V99.
               05  WTOT-HABER            PIC S9(16)V99.
               05  WTOT-DIFERENCIA       PIC S9(16)V99.

      ******************************************************************
      *    CONTROL DE INGRESOS BRUTOS: LO ASENTADO DESDE EL CONTDGI Y  *
      *    LO INFORMADO EN EL SIRCREB, POR JURISDICCION. EL SIRCREB    *
      *    INCLUYE LAS LIQUIDACIONES NEGATIVAS QUE NO SE EMITEN, POR   *
      *    LO QUE LA DIFERENCIA SE INFORMA PERO NO IMPIDE LA INTERFAZ  *
      ******************************************************************
       01  TABLA-CONTROL-IIBB.
           03  WCIB-ELEM   OCCURS 25 TIMES
                           INDEXED BY  ICIB.
               05  WCIB-CODPROV          PIC X.
               05  WCIB-ASENTADO         PIC S9(13)V99.
               05  WCIB-SIRCREB          PIC S9(13)V99.

       01  W-CIB-CODPROV            PIC X.
       01  W-CIB-ASENTADO           PIC S9(13)V99 VALUE 0.
       01  W-CIB-SIRCREB            PIC S9(13)V99 VALUE 0.

       01  W-IX                     PIC S9(4) COMP VALUE 0.
       01  W-IC                     PIC S9(4) COMP VALUE 0.
       01  W-IM                     PIC 9     VALUE 0.
       01  W-IMPORTE                PIC S9(16)V99 VALUE 0.
       01  W-DIFERENCIA             PIC S9(16)V99 VALUE 0.

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CANTIDAD-FORMATEADA      PIC Z.ZZZ.ZZ9.

       77  CONT-CONTESL             PIC 9(9) VALUE 0.
       77  CONT-CONTESL-USD         PIC 9(9) VALUE 0.
       77  CONT-CONTESL-PAT         PIC 9(9) VALUE 0.
       77  CONT-CONTDGI             PIC 9(9) VALUE 0.
       77  CONT-CONTDGI-USD         PIC 9(9) VALUE 0.
       77  CONT-CONTDGI-PAT         PIC 9(9) VALUE 0.
       77  CONT-RETENIDOS           PIC 9(9) VALUE 0.
       77  CONT-BCOACEL             PIC 9(9) VALUE 0.
       77  CONT-FONDEO              PIC 9(9) VALUE 0.
       77  CONT-SIRCREB             PIC 9(9) VALUE 0.
       77  CONT-SIN-CUENTA          PIC 9(9) VALUE 0.
       77  CONT-INTCON              PIC 9(9) VALUE 0.

       LINKAGE SECTION.
      ******************************************************************
      *    L-PARAMETRO  -  PARM DE EJECUCION (JCL PARM=): FECHA        *
      *    CONTABLE AAAAMMDD (OBLIGATORIO) Y MONEDA DEL CONTESL/       *
      *    CONTDGI Y DEL BCOACEL ('1' PESOS, '2' DOLARES, '3'          *
      *    PATACONES; SI NO SE PASA SE ASUME '1', QUE ES LA DE LA      *
      *    CORRIDA UNIFICADA)                                          *
      ******************************************************************
       01 L-PARAMETRO.
           03  L-LONG              PIC S9(4) COMP.
           03  L-FECHA-CONTABLE.
               05  L-FCON-AAAA     PIC 9(4).
               05  L-FCON-MM       PIC 99.
               05  L-FCON-DD       PIC 99.
           03  L-MONEDA            PIC X(1).
               88  L-MONEDA-VALIDA         VALUE '1' '2' '3'.
           EJECT

       PROCEDURE DIVISION USING L-PARAMETRO.
       0000-PROCESO.
           PERFORM 0520-DEFAULT-PARAMETROS
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-CARGAR-TABLAS
           PERFORM 0600-IMPRIMIR-ENCABEZADO

           INITIALIZE TABLA-ASIENTOS TABLA-TOTALES TABLA-CONTROL-IIBB
           PERFORM 3000-ASENTAR-LIQUIDACIONES
           PERFORM 3300-ASENTAR-RETENIDOS
           PERFORM 3400-ASENTAR-BCOACEL
           PERFORM 3500-ASENTAR-FONDEO
           PERFORM 3600-CONTROLAR-SIRCREB

           PERFORM 4000-VERIFICAR-BALANCEO
           PERFORM 4500-IMPRIMIR-ASIENTOS
           PERFORM 5000-IMPRIMIR-RESULTADO
           PERFORM 5500-IMPRIMIR-CONTROL-IIBB
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           IF NOT ASIENTO-BALANCEADO
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       0520-DEFAULT-PARAMETROS.
           IF L-LONG < 8 OR L-FECHA-CONTABLE NOT NUMERIC
            OR L-FCON-MM < 1 OR L-FCON-MM > 12
            OR L-FCON-DD < 1 OR L-FCON-DD > 31
               DISPLAY 'PARM AAAAMMDD DE LA FECHA CONTABLE OBLIGATORIO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF L-LONG < 9 OR NOT L-MONEDA-VALIDA
               MOVE '1' TO L-MONEDA
           END-IF.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  CONTESL CONTESLD CONTESLP
                       CONTDGI CONTDGID CONTDGIP
                       RETENIDOS BCOACEL FONDEO SIRCREB TABLAS
           OPEN OUTPUT INTCON LISASI

           IF W-FILE-STATUS NOT = '00000000000000000000000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0600-IMPRIMIR-ENCABEZADO.
           MOVE SPACES              TO LINEA-LISASI
           MOVE 'INTERFAZ CONTABLE DE LA LIQUIDACION - FECHA CONTABLE'
                                    TO LINEA-LISASI(2:52)
           MOVE L-FECHA-CONTABLE    TO LINEA-LISASI(55:8)
           WRITE LINEA-LISASI
           MOVE SPACES              TO LINEA-LISASI
           MOVE 'M'                 TO LINEA-LISASI(2:1)
           MOVE 'CPT'               TO LINEA-LISASI(5:3)
           MOVE 'DESCRIPCION'       TO LINEA-LISASI(10:11)
           MOVE 'CUENTA'            TO LINEA-LISASI(41:6)
           MOVE 'BCO'               TO LINEA-LISASI(55:3)
           MOVE 'P'                 TO LINEA-LISASI(60:1)
           MOVE 'REGISTROS'         TO LINEA-LISASI(63:9)
           MOVE 'DEBE'              TO LINEA-LISASI(90:4)
           MOVE 'HABER'             TO LINEA-LISASI(111:5)
           WRITE LINEA-LISASI
           MOVE ALL '-'             TO LINEA-LISASI
           WRITE LINEA-LISASI.

       0700-CERRAR-ARCHIVOS.
           CLOSE CONTESL CONTESLD CONTESLP
                 CONTDGI CONTDGID CONTDGIP
                 RETENIDOS BCOACEL FONDEO SIRCREB TABLAS
                 INTCON LISASI.

      ******************************************************************
      *    1000-CARGAR-TABLAS  -  CUENTAS CONTABLES (053)              *
      ******************************************************************
       1000-CARGAR-TABLAS.
           MOVE 'N' TO FIN-TAB
           INITIALIZE T053-CLAVE
           MOVE '053' TO T053-IDENTAB
           START TABLAS      KEY NOT  LESS    T053-CLAVE
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           SET I053 TO 1
           PERFORM UNTIL EOF-TAB OR T053-IDENTAB NOT = '053'
             IF ODO053 = 300
                 DISPLAY 'TABLA-CUENTAS DESBORDADA'
                 PERFORM 0700-CERRAR-ARCHIVOS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO ODO053
             MOVE  T053-CONCEPTO    TO W053-CONCEPTO(I053)
             MOVE  T053-MONEDA      TO W053-MONEDA(I053)
             MOVE  T053-CUENTA      TO W053-CUENTA(I053)
             MOVE  T053-DESCRIPCION TO W053-DESCRIPCION(I053)
             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
             SET   I053 UP BY 1
           END-PERFORM.

       2000-LEER-CONTESL.
           READ CONTESL INTO REG-CONTESL
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL
           END-READ.

       2010-LEER-CONTESLD.
           READ CONTESLD INTO REG-CONTESL
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL-USD
           END-READ.

       2020-LEER-CONTESLP.
           READ CONTESLP INTO REG-CONTESL
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL-PAT
           END-READ.

       2100-LEER-CONTDGI.
           READ CONTDGI INTO REG-DGI0055
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTDGI
           END-READ.

       2110-LEER-CONTDGID.
           READ CONTDGID INTO REG-DGI0055
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTDGI-USD
           END-READ.

       2120-LEER-CONTDGIP.
           READ CONTDGIP INTO REG-DGI0055
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTDGI-PAT
           END-READ.

       2300-LEER-RETENIDOS.
           READ RETENIDOS
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-RETENIDOS
           END-READ.

       2400-LEER-BCOACEL.
           READ BCOACEL
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-BCOACEL
           END-READ.

       2500-LEER-FONDEO.
           READ FONDEO
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-FONDEO
           END-READ.

       2600-LEER-SIRCREB.
           READ SIRCREB
               AT END SET EOF-ARCHIVO    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-SIRCREB
           END-READ.

      ******************************************************************
      *    3000-ASENTAR-LIQUIDACIONES  -  LO EMITIDO: CONTESL/CONTDGI  *
      *    EN LA MONEDA DEL PARM Y LOS JUEGOS D Y P EN DOLARES Y       *
      *    PATACONES. DEL CONTESL SALEN EL CARGO, EL INTERES, EL       *
      *    IMPORTE A PAGAR, EL PAGO EXPRESO Y LA DEUDA COMPENSADA; DEL *
      *    CONTDGI LOS IMPUESTOS. SI LOS DOS ARCHIVOS NO SON DE LA     *
      *    MISMA CORRIDA EL ASIENTO NO BALANCEA                        *
      ******************************************************************
       3000-ASENTAR-LIQUIDACIONES.
           MOVE 'PAG'    TO W-CONCEPTO-PAGO

           MOVE L-MONEDA TO W-MONEDA
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2000-LEER-CONTESL
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3100-ASENTAR-CONTESL
               PERFORM 2000-LEER-CONTESL
           END-PERFORM
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2100-LEER-CONTDGI
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3200-ASENTAR-CONTDGI
               PERFORM 2100-LEER-CONTDGI
           END-PERFORM

           MOVE '2'      TO W-MONEDA
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2010-LEER-CONTESLD
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3100-ASENTAR-CONTESL
               PERFORM 2010-LEER-CONTESLD
           END-PERFORM
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2110-LEER-CONTDGID
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3200-ASENTAR-CONTDGI
               PERFORM 2110-LEER-CONTDGID
           END-PERFORM

           MOVE '3'      TO W-MONEDA
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2020-LEER-CONTESLP
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3100-ASENTAR-CONTESL
               PERFORM 2020-LEER-CONTESLP
           END-PERFORM
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2120-LEER-CONTDGIP
           PERFORM UNTIL EOF-ARCHIVO
               PERFORM 3200-ASENTAR-CONTDGI
               PERFORM 2120-LEER-CONTDGIP
           END-PERFORM.

      ******************************************************************
      *    3100-ASENTAR-CONTESL  -  LOS CAMPOS AGREGADOS A CONTESL     *
      *    DESPUES (INTERES COMPENSATORIO, AJUSTES MANUALES) VIENEN EN *
      *    BLANCO EN LAS GENERACIONES ANTERIORES Y NO SE ASIENTAN      *
      ******************************************************************
       3100-ASENTAR-CONTESL.
           MOVE W-MONEDA       TO W-ASI-MONEDA
           MOVE CONTL-BCOEST   TO W-ASI-CODBCO
           MOVE SPACE          TO W-ASI-CODPROV

           MOVE 'VTA'          TO W-ASI-CONCEPTO
           MOVE CONTL-CARGO-EDC-EST TO W-ASI-IMPORTE
           PERFORM 3900-ACUMULAR-ASIENTO

           IF CONTL-INT-RETENIDO NUMERIC
               MOVE 'INT'      TO W-ASI-CONCEPTO
               MOVE CONTL-INT-RETENIDO TO W-ASI-IMPORTE
               PERFORM 3900-ACUMULAR-ASIENTO
           END-IF

           IF CONTL-AJU-TOTAL NUMERIC
               MOVE 'AJU'      TO W-ASI-CONCEPTO
               MOVE CONTL-AJU-TOTAL TO W-ASI-IMPORTE
               PERFORM 3900-ACUMULAR-ASIENTO
           END-IF

           MOVE W-CONCEPTO-PAGO TO W-ASI-CONCEPTO
           COMPUTE W-ASI-IMPORTE = 0 - CONTL-IMPPAGAR
           PERFORM 3900-ACUMULAR-ASIENTO

           MOVE 'PEX'          TO W-ASI-CONCEPTO
           COMPUTE W-ASI-IMPORTE = 0 - CONTL-DTO-PEX
           PERFORM 3900-ACUMULAR-ASIENTO

           MOVE 'DED'          TO W-ASI-CONCEPTO
           COMPUTE W-ASI-IMPORTE = 0 - CONTL-DED-PEND
           PERFORM 3900-ACUMULAR-ASIENTO.

      ******************************************************************
      *    3200-ASENTAR-CONTDGI  -  IVA, PERCEPCION, INGRESOS BRUTOS   *
      *    POR JURISDICCION DEL ESTABLECIMIENTO Y GANANCIAS            *
      ******************************************************************
       3200-ASENTAR-CONTDGI.
           MOVE W-MONEDA       TO W-ASI-MONEDA
           MOVE DGI55-BCOEST   TO W-ASI-CODBCO
           MOVE SPACE          TO W-ASI-CODPROV

           MOVE 'IVA'          TO W-ASI-CONCEPTO
           MOVE DGI55-RET-IVA-DTO-1 TO W-ASI-IMPORTE
           PERFORM 3900-ACUMULAR-ASIENTO

           MOVE 'PER'          TO W-ASI-CONCEPTO
           MOVE DGI55-RET-IVA-ESP   TO W-ASI-IMPORTE
           PERFORM 3900-ACUMULAR-ASIENTO

           IF DGI55-RET-GANANCIAS NUMERIC
               MOVE 'GAN'      TO W-ASI-CONCEPTO
               COMPUTE W-ASI-IMPORTE = 0 - DGI55-RET-GANANCIAS
               PERFORM 3900-ACUMULAR-ASIENTO
           END-IF

           MOVE 'IIB'          TO W-ASI-CONCEPTO
           MOVE DGI55-CODPROV1 TO W-ASI-CODPROV
           COMPUTE W-ASI-IMPORTE = 0 - DGI55-RET-INGBRU
           PERFORM 3900-ACUMULAR-ASIENTO

           IF DGI55-RET-INGBRU NOT = ZEROS
               MOVE DGI55-CODPROV1  TO W-CIB-CODPROV
               MOVE DGI55-RET-INGBRU TO W-CIB-ASENTADO
               MOVE ZEROS           TO W-CIB-SIRCREB
               PERFORM 3950-ACUMULAR-CONTROL-IIBB
           END-IF.

      ******************************************************************
      *    3300-ASENTAR-RETENIDOS  -  LA LIQUIDACION RETENIDA SE       *
      *    ASIENTA COMO LA EMITIDA PERO EL IMPORTE A PAGAR QUEDA EN    *
      *    LA CUENTA DE SUSPENSO HASTA QUE LA LIBERE PGMRELIQ          *
      ******************************************************************
       3300-ASENTAR-RETENIDOS.
           MOVE 'RET'    TO W-CONCEPTO-PAGO
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2300-LEER-RETENIDOS
           PERFORM UNTIL EOF-ARCHIVO
               IF RET-MONEDA = '2' OR RET-MONEDA = '3'
                   MOVE RET-MONEDA TO W-MONEDA
               ELSE
                   MOVE '1'        TO W-MONEDA
               END-IF
               MOVE RET-REG-CONTESL TO REG-CONTESL
               MOVE RET-REG-DGI55   TO REG-DGI0055
               PERFORM 3100-ASENTAR-CONTESL
               PERFORM 3200-ASENTAR-CONTDGI
               PERFORM 2300-LEER-RETENIDOS
           END-PERFORM.

      ******************************************************************
      *    3400-ASENTAR-BCOACEL  -  LIQUIDACION ACELERADA POR UN BANCO *
      *    FONDEADOR (MODO LB): EL ANTICIPO QUE FONDEA EL BANCO QUEDA  *
      *    A COBRARLE, EL DESCUENTO NO ES INGRESO PROPIO SINO DEL      *
      *    BANCO, Y EL RECUPERO (ANTICIPO MAS DESCUENTO) SE LE DEBE AL *
      *    VENCIMIENTO ORIGINAL                                        *
      ******************************************************************
       3400-ASENTAR-BCOACEL.
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2400-LEER-BCOACEL
           PERFORM UNTIL EOF-ARCHIVO
               MOVE L-MONEDA       TO W-ASI-MONEDA
               IF BAC-CODBCO-ACEL NUMERIC
                   MOVE BAC-CODBCO-ACEL TO W-ASI-CODBCO
               ELSE
                   MOVE ZEROS           TO W-ASI-CODBCO
               END-IF
               MOVE SPACE          TO W-ASI-CODPROV

               MOVE 'ACE'          TO W-ASI-CONCEPTO
               MOVE BAC-IMP-ANTICIPADO TO W-ASI-IMPORTE
               PERFORM 3900-ACUMULAR-ASIENTO

               MOVE 'PEX'          TO W-ASI-CONCEPTO
               MOVE BAC-DTO-ACEL   TO W-ASI-IMPORTE
               PERFORM 3900-ACUMULAR-ASIENTO

               MOVE 'ACR'          TO W-ASI-CONCEPTO
               COMPUTE W-ASI-IMPORTE = 0 - BAC-RECUPERO
               PERFORM 3900-ACUMULAR-ASIENTO

               PERFORM 2400-LEER-BCOACEL
           END-PERFORM.

      ******************************************************************
      *    3500-ASENTAR-FONDEO  -  LO QUE CADA BANCO DEBE FONDEAR POR  *
      *    CASA Y MONEDA ('D') Y LOS PAGOS DEVUELTOS QUE SE REAPLICAN  *
      *    ('R') CONTRA LOS FONDOS PARA PAGAR A LOS ESTABLECIMIENTOS.  *
      *    LA CABECERA POR BANCO ('H') REPITE LOS TOTALES Y NO SE      *
      *    ASIENTA                                                     *
      ******************************************************************
       3500-ASENTAR-FONDEO.
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2500-LEER-FONDEO
           PERFORM UNTIL EOF-ARCHIVO
               EVALUATE TRUE
                 WHEN FOND-DETALLE
                     MOVE FOND-CODBCO      TO W-ASI-CODBCO
                     MOVE '1'              TO W-MONEDA
                     MOVE FOND-IMPORTE-ARP TO W-IMPORTE
                     PERFORM 3510-ASENTAR-FONDOS
                     MOVE '2'              TO W-MONEDA
                     MOVE FOND-IMPORTE-USD TO W-IMPORTE
                     PERFORM 3510-ASENTAR-FONDOS
                     MOVE '3'              TO W-MONEDA
                     MOVE FOND-IMPORTE-PAT TO W-IMPORTE
                     PERFORM 3510-ASENTAR-FONDOS
                 WHEN FOND-DEVOLUCION
                     MOVE FONR-CODBCO      TO W-ASI-CODBCO
                     MOVE FONR-MONEDA      TO W-MONEDA
                     MOVE SPACE            TO W-ASI-CODPROV
                     MOVE W-MONEDA         TO W-ASI-MONEDA
                     MOVE 'DEV'            TO W-ASI-CONCEPTO
                     MOVE FONR-IMPORTE     TO W-ASI-IMPORTE
                     PERFORM 3900-ACUMULAR-ASIENTO
                     MOVE 'TES'            TO W-ASI-CONCEPTO
                     COMPUTE W-ASI-IMPORTE = 0 - FONR-IMPORTE
                     PERFORM 3900-ACUMULAR-ASIENTO
                 WHEN OTHER
                     CONTINUE
               END-EVALUATE
               PERFORM 2500-LEER-FONDEO
           END-PERFORM.

       3510-ASENTAR-FONDOS.
           MOVE W-MONEDA         TO W-ASI-MONEDA
           MOVE SPACE            TO W-ASI-CODPROV
           MOVE 'FON'            TO W-ASI-CONCEPTO
           MOVE W-IMPORTE        TO W-ASI-IMPORTE
           PERFORM 3900-ACUMULAR-ASIENTO
           MOVE 'TES'            TO W-ASI-CONCEPTO
           COMPUTE W-ASI-IMPORTE = 0 - W-IMPORTE
           PERFORM 3900-ACUMULAR-ASIENTO.

       3600-CONTROLAR-SIRCREB.
           MOVE 'N'      TO FIN-ARCHIVO
           PERFORM 2600-LEER-SIRCREB
           PERFORM UNTIL EOF-ARCHIVO
               MOVE SIR-CODPROV     TO W-CIB-CODPROV
               MOVE ZEROS           TO W-CIB-ASENTADO
               MOVE SIR-RETENIDO    TO W-CIB-SIRCREB
               PERFORM 3950-ACUMULAR-CONTROL-IIBB
               PERFORM 2600-LEER-SIRCREB
           END-PERFORM.

      ******************************************************************
      *    3900-ACUMULAR-ASIENTO  -  SUMA EL IMPORTE (DEBE POSITIVO,   *
      *    HABER NEGATIVO) AL ELEMENTO DE LA CLAVE, O LO ABRE          *
      ******************************************************************
       3900-ACUMULAR-ASIENTO.
           IF W-ASI-IMPORTE NOT = ZEROS
               SET IASI TO 1
               SEARCH WASI-ELEM
                 AT END
                    DISPLAY 'TABLA-ASIENTOS DESBORDADA, CONCEPTO '
                            W-ASI-CONCEPTO ' BANCO ' W-ASI-CODBCO
                    PERFORM 0700-CERRAR-ARCHIVOS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 WHEN WASI-CLAVE(IASI) = W-ASI-CLAVE
                    ADD 1             TO WASI-CANT(IASI)
                    ADD W-ASI-IMPORTE TO WASI-IMPORTE(IASI)
                 WHEN WASI-CONCEPTO(IASI) = SPACES
                    MOVE W-ASI-CLAVE   TO WASI-CLAVE(IASI)
                    MOVE 1             TO WASI-CANT(IASI)
                    MOVE W-ASI-IMPORTE TO WASI-IMPORTE(IASI)
               END-SEARCH
           END-IF.

       3950-ACUMULAR-CONTROL-IIBB.
           SET ICIB TO 1
           SEARCH WCIB-ELEM
             AT END
                DISPLAY 'TABLA-CONTROL-IIBB DESBORDADA, '
                        'PROVINCIA ' W-CIB-CODPROV
             WHEN WCIB-CODPROV(ICIB) = W-CIB-CODPROV
                ADD W-CIB-ASENTADO TO WCIB-ASENTADO(ICIB)
                ADD W-CIB-SIRCREB  TO WCIB-SIRCREB(ICIB)
             WHEN WCIB-CODPROV(ICIB) = SPACE
                MOVE W-CIB-CODPROV  TO WCIB-CODPROV(ICIB)
                MOVE W-CIB-ASENTADO TO WCIB-ASENTADO(ICIB)
                MOVE W-CIB-SIRCREB  TO WCIB-SIRCREB(ICIB)
           END-SEARCH.

      ******************************************************************
      *    4000-VERIFICAR-BALANCEO  -  CUENTA DE CADA ELEMENTO (LA DE  *
      *    SU MONEDA O, SI NO HAY, LA GENERICA) Y DEBE/HABER POR       *
      *    MONEDA. UN CONCEPTO SIN CUENTA O UNA MONEDA QUE NO BALANCEA *
      *    IMPIDEN GRABAR LA INTERFAZ                                  *
      ******************************************************************
       4000-VERIFICAR-BALANCEO.
           MOVE 'S' TO W-BALANCEO
           MOVE 1   TO W-IX
           PERFORM UNTIL W-IX > 3000
                      OR WASI-CONCEPTO(W-IX) = SPACES
               PERFORM 4100-BUSCAR-CUENTA
               EVALUATE WASI-MONEDA(W-IX)
                 WHEN '2'   MOVE 2 TO W-IM
                 WHEN '3'   MOVE 3 TO W-IM
                 WHEN OTHER MOVE 1 TO W-IM
               END-EVALUATE
               ADD 1 TO WTOT-ASIENTOS(W-IM)
               IF WASI-IMPORTE(W-IX) > ZEROS
                   ADD WASI-IMPORTE(W-IX)      TO WTOT-DEBE(W-IM)
               ELSE
                   SUBTRACT WASI-IMPORTE(W-IX) FROM WTOT-HABER(W-IM)
               END-IF
               ADD 1 TO W-IX
           END-PERFORM

           MOVE 1 TO W-IM
           PERFORM UNTIL W-IM > 3
               COMPUTE WTOT-DIFERENCIA(W-IM) =
                       WTOT-DEBE(W-IM) - WTOT-HABER(W-IM)
               IF WTOT-DIFERENCIA(W-IM) NOT = ZEROS
                   MOVE 'N' TO W-BALANCEO
               END-IF
               ADD 1 TO W-IM
           END-PERFORM

           IF CONT-SIN-CUENTA > 0
               MOVE 'N' TO W-BALANCEO
           END-IF.

       4100-BUSCAR-CUENTA.
           MOVE 'N'                  TO W-CUENTA-HALLADA
           MOVE WASI-CONCEPTO(W-IX)  TO W-CTA-CONCEPTO
           MOVE WASI-MONEDA(W-IX)    TO W-CTA-MONEDA
           PERFORM 4110-BUSCAR-CLAVE-CUENTA
           IF NOT CUENTA-HALLADA
               MOVE SPACE            TO W-CTA-MONEDA
               PERFORM 4110-BUSCAR-CLAVE-CUENTA
           END-IF
           IF NOT CUENTA-HALLADA
               MOVE '*SIN CUENTA*'   TO WASI-CUENTA(W-IX)
               MOVE SPACES           TO WASI-DESCRIPCION(W-IX)
               ADD 1 TO CONT-SIN-CUENTA
               DISPLAY 'CONCEPTO ' WASI-CONCEPTO(W-IX)
                       ' MONEDA ' WASI-MONEDA(W-IX)
                       ' SIN CUENTA EN TABLA 053'
           END-IF.

       4110-BUSCAR-CLAVE-CUENTA.
           IF ODO053 > 0
               SEARCH ALL W053-ELEM
                 WHEN W053-CLAVE(I053) EQUAL W-CLAVE-CUENTA
                  MOVE W053-CUENTA(I053)      TO WASI-CUENTA(W-IX)
                  MOVE W053-DESCRIPCION(I053) TO WASI-DESCRIPCION(W-IX)
                  MOVE 'S' TO W-CUENTA-HALLADA
               END-SEARCH
           END-IF.

      ******************************************************************
      *    4500-IMPRIMIR-ASIENTOS  -  POR MONEDA Y CONCEPTO, EN EL     *
      *    ORDEN DE W-CONCEPTOS, CON LOS TOTALES DE LA MONEDA. SI EL   *
      *    ASIENTO BALANCEA SE GRABA LA INTERFAZ EN EL MISMO ORDEN     *
      ******************************************************************
       4500-IMPRIMIR-ASIENTOS.
           MOVE 1 TO W-IM
           PERFORM UNTIL W-IM > 3
               IF WTOT-ASIENTOS(W-IM) > 0
                   MOVE 1 TO W-IC
                   PERFORM UNTIL W-IC > W-CANT-CONCEPTOS
                       PERFORM 4510-IMPRIMIR-CONCEPTO
                       ADD 1 TO W-IC
                   END-PERFORM
                   PERFORM 4600-IMPRIMIR-TOTAL-MONEDA
               END-IF
               ADD 1 TO W-IM
           END-PERFORM.

       4510-IMPRIMIR-CONCEPTO.
           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > 3000
                      OR WASI-CONCEPTO(W-IX) = SPACES
               IF WASI-CONCEPTO(W-IX) = W-CPT-CODIGO(W-IC)
                AND (WASI-MONEDA(W-IX) = W-IM
                  OR (W-IM = 1 AND WASI-MONEDA(W-IX) NOT = '2'
                               AND WASI-MONEDA(W-IX) NOT = '3'))
                   PERFORM 4520-IMPRIMIR-ASIENTO
                   IF ASIENTO-BALANCEADO
                       PERFORM 4550-GRABAR-INTCON
                   END-IF
               END-IF
               ADD 1 TO W-IX
           END-PERFORM.

       4520-IMPRIMIR-ASIENTO.
           MOVE SPACES                  TO LINEA-LISASI
           MOVE W-IM                    TO LINEA-LISASI(2:1)
           MOVE WASI-CONCEPTO(W-IX)     TO LINEA-LISASI(5:3)
           MOVE W-CPT-DESCRIPCION(W-IC) TO LINEA-LISASI(10:30)
           MOVE WASI-CUENTA(W-IX)       TO LINEA-LISASI(41:12)
           MOVE WASI-CODBCO(W-IX)       TO LINEA-LISASI(55:3)
           MOVE WASI-CODPROV(W-IX)      TO LINEA-LISASI(60:1)
           MOVE WASI-CANT(W-IX)         TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA     TO LINEA-LISASI(63:9)
           IF WASI-IMPORTE(W-IX) > ZEROS
               MOVE WASI-IMPORTE(W-IX)  TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(73:21)
           ELSE
               COMPUTE W-IMPORTE = 0 - WASI-IMPORTE(W-IX)
               MOVE W-IMPORTE           TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(95:21)
           END-IF
           WRITE LINEA-LISASI.

       4550-GRABAR-INTCON.
           MOVE SPACES                  TO REG-INTCON
           SET INC-ASIENTO              TO TRUE
           MOVE L-FECHA-CONTABLE        TO INC-FECHA
           MOVE W-IM                    TO INC-MONEDA
           MOVE WASI-CUENTA(W-IX)       TO INC-CUENTA
           MOVE WASI-CONCEPTO(W-IX)     TO INC-CONCEPTO
           MOVE WASI-CODBCO(W-IX)       TO INC-CODBCO
           MOVE WASI-CODPROV(W-IX)      TO INC-CODPROV
           IF WASI-IMPORTE(W-IX) > ZEROS
               SET INC-DEBE             TO TRUE
               MOVE WASI-IMPORTE(W-IX)  TO INC-IMPORTE
           ELSE
               SET INC-HABER            TO TRUE
               COMPUTE INC-IMPORTE = 0 - WASI-IMPORTE(W-IX)
           END-IF
           MOVE WASI-CANT(W-IX)         TO INC-CANT
           IF WASI-DESCRIPCION(W-IX) NOT = SPACES
               MOVE WASI-DESCRIPCION(W-IX)  TO INC-DESCRIPCION
           ELSE
               MOVE W-CPT-DESCRIPCION(W-IC) TO INC-DESCRIPCION
           END-IF
           WRITE REG-INTCON
           ADD 1 TO CONT-INTCON.

       4600-IMPRIMIR-TOTAL-MONEDA.
           MOVE SPACES                  TO LINEA-LISASI
           MOVE 'TOTAL MONEDA '         TO LINEA-LISASI(2:13)
           MOVE W-IM                    TO LINEA-LISASI(15:1)
           MOVE WTOT-ASIENTOS(W-IM)     TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA     TO LINEA-LISASI(63:9)
           MOVE WTOT-DEBE(W-IM)         TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO      TO LINEA-LISASI(73:21)
           MOVE WTOT-HABER(W-IM)        TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO      TO LINEA-LISASI(95:21)
           WRITE LINEA-LISASI
           IF WTOT-DIFERENCIA(W-IM) NOT = ZEROS
               MOVE SPACES              TO LINEA-LISASI
               MOVE 'DIFERENCIA DEBE - HABER' TO LINEA-LISASI(2:23)
               MOVE WTOT-DIFERENCIA(W-IM) TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(73:21)
               WRITE LINEA-LISASI
           END-IF
           MOVE ALL '-'                 TO LINEA-LISASI
           WRITE LINEA-LISASI

           IF ASIENTO-BALANCEADO
               MOVE SPACES              TO REG-INTCON-TOT
               MOVE 'T'                 TO INT-TIPO
               MOVE L-FECHA-CONTABLE    TO INT-FECHA
               MOVE W-IM                TO INT-MONEDA
               MOVE WTOT-ASIENTOS(W-IM) TO INT-CANT-ASIENTOS
               MOVE WTOT-DEBE(W-IM)     TO INT-TOTAL-DEBE
               MOVE WTOT-HABER(W-IM)    TO INT-TOTAL-HABER
               WRITE REG-INTCON-TOT
               ADD 1 TO CONT-INTCON
           END-IF.

       5000-IMPRIMIR-RESULTADO.
           MOVE SPACES                  TO LINEA-LISASI
           WRITE LINEA-LISASI
           IF ASIENTO-BALANCEADO
               MOVE 'INTERFAZ CONTABLE GENERADA' TO LINEA-LISASI(2:26)
           ELSE
               MOVE 'INTERFAZ CONTABLE NO GENERADA: ASIENTO '
                                        TO LINEA-LISASI(2:39)
               IF CONT-SIN-CUENTA > 0
                   MOVE 'CON CONCEPTOS SIN CUENTA EN TABLA 053'
                                        TO LINEA-LISASI(41:37)
               ELSE
                   MOVE 'DESBALANCEADO' TO LINEA-LISASI(41:13)
               END-IF
               DISPLAY 'INTERFAZ CONTABLE NO GENERADA'
           END-IF
           WRITE LINEA-LISASI.

      ******************************************************************
      *    5500-IMPRIMIR-CONTROL-IIBB  -  INGRESOS BRUTOS ASENTADO     *
      *    CONTRA SIRCREB POR JURISDICCION (INFORMATIVO)               *
      ******************************************************************
       5500-IMPRIMIR-CONTROL-IIBB.
           MOVE SPACES                  TO LINEA-LISASI
           WRITE LINEA-LISASI
           MOVE 'CONTROL DE INGRESOS BRUTOS CONTRA SIRCREB'
                                        TO LINEA-LISASI(2:41)
           WRITE LINEA-LISASI
           MOVE SPACES                  TO LINEA-LISASI
           MOVE 'PROV'                  TO LINEA-LISASI(2:4)
           MOVE 'ASENTADO'              TO LINEA-LISASI(26:8)
           MOVE 'SIRCREB'               TO LINEA-LISASI(49:7)
           MOVE 'DIFERENCIA'            TO LINEA-LISASI(68:10)
           WRITE LINEA-LISASI
           MOVE ALL '-'                 TO LINEA-LISASI
           WRITE LINEA-LISASI

           SET ICIB TO 1
           PERFORM UNTIL ICIB > 25
               IF WCIB-CODPROV(ICIB) NOT = SPACE
                   MOVE SPACES              TO LINEA-LISASI
                   MOVE WCIB-CODPROV(ICIB)  TO LINEA-LISASI(3:1)
                   MOVE WCIB-ASENTADO(ICIB) TO IMPORTE-FORMATEADO
                   MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(13:21)
                   MOVE WCIB-SIRCREB(ICIB)  TO IMPORTE-FORMATEADO
                   MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(35:21)
                   COMPUTE W-DIFERENCIA = WCIB-ASENTADO(ICIB)
                                        - WCIB-SIRCREB(ICIB)
                   MOVE W-DIFERENCIA        TO IMPORTE-FORMATEADO
                   MOVE IMPORTE-FORMATEADO  TO LINEA-LISASI(57:21)
                   WRITE LINEA-LISASI
               END-IF
               SET ICIB UP BY 1
           END-PERFORM.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'REGISTROS DEL CONTESL.: ' CONT-CONTESL
           DISPLAY 'REGISTROS DEL CONTESLD: ' CONT-CONTESL-USD
           DISPLAY 'REGISTROS DEL CONTESLP: ' CONT-CONTESL-PAT
           DISPLAY 'REGISTROS DEL CONTDGI.: ' CONT-CONTDGI
           DISPLAY 'REGISTROS DEL CONTDGID: ' CONT-CONTDGI-USD
           DISPLAY 'REGISTROS DEL CONTDGIP: ' CONT-CONTDGI-PAT
           DISPLAY 'REGISTROS DEL RETENIDOS: ' CONT-RETENIDOS
           DISPLAY 'REGISTROS DEL BCOACEL.: ' CONT-BCOACEL
           DISPLAY 'REGISTROS DEL FONDEO..: ' CONT-FONDEO
           DISPLAY 'REGISTROS DEL SIRCREB.: ' CONT-SIRCREB
           DISPLAY 'CONCEPTOS SIN CUENTA..: ' CONT-SIN-CUENTA
           DISPLAY 'REGISTROS GRABADOS INTCON: ' CONT-INTCON
           DISPLAY 'DEBE  MONEDA 1........: ' WTOT-DEBE(1)
           DISPLAY 'HABER MONEDA 1........: ' WTOT-HABER(1)
           DISPLAY 'DEBE  MONEDA 2........: ' WTOT-DEBE(2)
           DISPLAY 'HABER MONEDA 2........: ' WTOT-HABER(2)
           DISPLAY 'DEBE  MONEDA 3........: ' WTOT-DEBE(3)
           DISPLAY 'HABER MONEDA 3........: ' WTOT-HABER(3).

       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMANTB.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  MOVTAB    ASSIGN       TO MOVTAB
                                 FILE STATUS  IS FS-MOVTAB.

               SELECT  TABLAS    ASSIGN       TO TABLAS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS TAB-CLAVE
                                 FILE STATUS  IS FS-TAB.

               SELECT  LISMAN    ASSIGN       TO LISMAN
                                 FILE STATUS  IS FS-LISMAN.

               SELECT  LISREC    ASSIGN       TO LISREC
                                 FILE STATUS  IS FS-LISREC.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    MOVTAB  -  NOVEDADES DE TABLAS: ALTA, MODIFICACION O BAJA   *
      *    DE UNA FILA, CON EL OPERADOR QUE LA CARGO Y LA IMAGEN       *
      *    COMPLETA DE LA FILA SEGUN EL COPY DE SU TABLA (D532NNN),    *
      *    EMPEZANDO POR EL IDENTAB. EN LA BAJA SOLO CUENTA LA CLAVE   *
      ******************************************************************
       FD  MOVTAB
           RECORD 320 CHARACTERS
           BLOCK  0.
       01  REG-MOVTAB.
           03  MTB-ACCION           PIC X.
               88  MTB-ALTA                    VALUE 'A'.
               88  MTB-MODIFICACION            VALUE 'M'.
               88  MTB-BAJA                    VALUE 'B'.
           03  MTB-OPERADOR         PIC X(8).
           03  FILLER               PIC X(11).
           03  MTB-REGISTRO.
               05  MTB-IDENTAB      PIC X(3).
               05  FILLER           PIC X(297).
           EJECT

      ******************************************************************
      *    TABLAS  -  LAS FILAS SE UBICAN POR LA CLAVE COMPLETA DE SU  *
      *    TABLA (TAB-CLAVE-LARGA, COMPLETADA CON LOW-VALUES) COMO EN  *
      *    LOS PROGRAMAS QUE LAS LEEN                                  *
      ******************************************************************
       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
       01  REG-TABLAS.
           03  TAB-CLAVE-LARGA.
               05  TAB-CLAVE.
                   07  TAB-IDENTAB       PIC X(3).
                   07  TAB-CODIGO        PIC X(3).
               05  TAB-CLAVE-RESTO       PIC X(7).
           03  FILLER                    PIC X(287).
           EJECT

      ******************************************************************
      *    LISMAN  -  AUDITORIA: CADA NOVEDAD APLICADA CON OPERADOR,   *
      *    FECHA Y HORA, Y LA FILA ANTES Y DESPUES                     *
      ******************************************************************
       FD  LISMAN
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISMAN             PIC X(132).

      ******************************************************************
      *    LISREC  -  NOVEDADES RECHAZADAS CON EL MOTIVO               *
      ******************************************************************
       FD  LISREC
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISREC             PIC X(132).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *    VISTAS DE LA FILA NUEVA PARA LAS VALIDACIONES DE CADA TABLA *
      ******************************************************************
           COPY   D532026.
           COPY   D532027.
           COPY   D532042.
           COPY   D532043.
           COPY   D532044.
           COPY   D532045.
           COPY   D532046.
           COPY   D532047.
           COPY   D532049.
           COPY   D532051.
           COPY   D532052.
           COPY   D532053.
           COPY   D532054.
           COPY   D532055.
           COPY   D532074.

       01  W-FILE-STATUS.
           03  FS-MOVTAB          PIC XX VALUE SPACES.
           03  FS-TAB             PIC XX VALUE SPACES.
           03  FS-LISMAN          PIC XX VALUE SPACES.
           03  FS-LISREC          PIC XX VALUE SPACES.

       01  FIN-MOVTAB               PIC X VALUE 'N'.
           88 EOF-MOVTAB            VALUE 'Y'.

       01  FIN-TAB                  PIC X VALUE 'N'.
           88 EOF-TAB               VALUE 'Y'.

       01  W-REGISTRO-HALLADO       PIC X VALUE 'N'.
           88  REGISTRO-HALLADO     VALUE 'S'.

       01  W-TABLA-HALLADA          PIC X VALUE 'N'.
           88  TABLA-HALLADA        VALUE 'S'.

      ******************************************************************
      *    TABLAS MANTENIBLES: IDENTAB, LARGO DE LA CLAVE Y SI LA      *
      *    CLAVE TERMINA EN UNA FECHA DE VIGENCIA AAMMDD               *
      ******************************************************************
       01  W-TABLAS-VALORES.
           03  FILLER               PIC X(6) VALUE '02606N'.
           03  FILLER               PIC X(6) VALUE '02706N'.
           03  FILLER               PIC X(6) VALUE '04209S'.
           03  FILLER               PIC X(6) VALUE '04311S'.
           03  FILLER               PIC X(6) VALUE '04413S'.
           03  FILLER               PIC X(6) VALUE '04506N'.
           03  FILLER               PIC X(6) VALUE '04611N'.
           03  FILLER               PIC X(6) VALUE '04709S'.
           03  FILLER               PIC X(6) VALUE '04905N'.
           03  FILLER               PIC X(6) VALUE '05109N'.
           03  FILLER               PIC X(6) VALUE '05211S'.
           03  FILLER               PIC X(6) VALUE '05307N'.
           03  FILLER               PIC X(6) VALUE '05411S'.
           03  FILLER               PIC X(6) VALUE '05506N'.
           03  FILLER               PIC X(6) VALUE '07406N'.
       01  W-TABLAS-MANTENIBLES REDEFINES W-TABLAS-VALORES.
           03  WTAB-ELEM   OCCURS 15 TIMES
                           INDEXED BY  ITAB.
               05  WTAB-IDENTAB          PIC X(3).
               05  WTAB-LONG-CLAVE       PIC 99.
               05  WTAB-VIGENCIA         PIC X.
                   88  WTAB-CON-VIGENCIA       VALUE 'S'.

       01  W-LONG-CLAVE             PIC S9(4) COMP VALUE 0.
       01  W-LONG-GRUPO             PIC S9(4) COMP VALUE 0.
       01  W-LONG-BUSQUEDA          PIC S9(4) COMP VALUE 0.
       01  W-CON-VIGENCIA           PIC X VALUE 'N'.
           88  CON-VIGENCIA         VALUE 'S'.

       01  W-REG-NUEVO              PIC X(300).
       01  W-REG-ANTERIOR           PIC X(300).
       01  W-CLAVE-BUSQUEDA         PIC X(13).
       01  W-MOTIVO                 PIC X(40).

      *    VALIDACION DE FECHAS: AAAAMMDD EN W-FEC-AMD; LAS DE LA
      *    CLAVE VIENEN AAMMDD CON LA VENTANA DE SIGLO DEL SISTEMA
      *    (ANIOS MAYORES A 70 SON 19XX)
       01  W-FEC-AMD                PIC 9(8) VALUE 0.
       01  W-FEC-AMD-R  REDEFINES W-FEC-AMD.
           03  W-FEC-AAAA           PIC 9(4).
           03  W-FEC-MM             PIC 99.
           03  W-FEC-DD             PIC 99.
       01  W-FEC-AMD6               PIC 9(6) VALUE 0.
       01  W-FEC-AMD6-R REDEFINES W-FEC-AMD6.
           03  W-FEC6-AA            PIC 99.
           03  FILLER               PIC 9(4).
       01  W-FECHA-VALIDA           PIC X VALUE 'N'.
           88  FECHA-VALIDA         VALUE 'S'.
       01  W-DIAS-MES-VALORES       PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  W-DIAS-MES-TABLA REDEFINES W-DIAS-MES-VALORES.
           03  W-DIAS-MES           PIC 99 OCCURS 12 TIMES.
       01  W-DIAS-TOPE              PIC 99 VALUE 0.
       01  W-COCIENTE               PIC 9(4) VALUE 0.
       01  W-RESTO-4                PIC 9(4) VALUE 0.
       01  W-RESTO-100              PIC 9(4) VALUE 0.
       01  W-RESTO-400              PIC 9(4) VALUE 0.
       01  W-VIG-NUEVA-AMD          PIC 9(8) VALUE 0.

       01  W-IX                     PIC S9(4) COMP VALUE 0.
       01  W-CANT-CODOPS            PIC S9(4) COMP VALUE 0.
       01  W-POSICION               PIC ZZ9.

      *    FECHA Y HORA DE APLICACION PARA LA AUDITORIA
       01  W-FECHA-PROCESO          PIC 9(8) VALUE 0.
       01  W-HORA-PROCESO           PIC 9(8) VALUE 0.

       77  CONT-MOVTAB              PIC 9(9) VALUE 0.
       77  CONT-ALTAS               PIC 9(9) VALUE 0.
       77  CONT-MODIFICACIONES      PIC 9(9) VALUE 0.
       77  CONT-BAJAS               PIC 9(9) VALUE 0.
       77  CONT-RECHAZADOS          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 0600-IMPRIMIR-ENCABEZADOS

           PERFORM 2000-LEER-MOVTAB
           PERFORM UNTIL EOF-MOVTAB
               PERFORM 3000-PROCESAR-NOVEDAD
               PERFORM 2000-LEER-MOVTAB
           END-PERFORM

           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           IF CONT-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  MOVTAB
           OPEN I-O    TABLAS
           OPEN OUTPUT LISMAN LISREC

           IF W-FILE-STATUS NOT = '00000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       0600-IMPRIMIR-ENCABEZADOS.
           MOVE SPACES              TO LINEA-LISMAN
           MOVE 'MANTENIMIENTO DE TABLAS - AUDITORIA DE NOVEDADES - '
                                    TO LINEA-LISMAN(2:51)
           MOVE W-FECHA-PROCESO     TO LINEA-LISMAN(53:8)
           WRITE LINEA-LISMAN
           MOVE ALL '-'             TO LINEA-LISMAN
           WRITE LINEA-LISMAN

           MOVE SPACES              TO LINEA-LISREC
           MOVE 'MANTENIMIENTO DE TABLAS - NOVEDADES RECHAZADAS - '
                                    TO LINEA-LISREC(2:50)
           MOVE W-FECHA-PROCESO     TO LINEA-LISREC(52:8)
           WRITE LINEA-LISREC
           MOVE SPACES              TO LINEA-LISREC
           MOVE 'NOVEDAD'           TO LINEA-LISREC(3:7)
           MOVE 'A'                 TO LINEA-LISREC(12:1)
           MOVE 'OPERADOR'          TO LINEA-LISREC(14:8)
           MOVE 'FILA'              TO LINEA-LISREC(23:4)
           MOVE 'MOTIVO'            TO LINEA-LISREC(84:6)
           WRITE LINEA-LISREC
           MOVE ALL '-'             TO LINEA-LISREC
           WRITE LINEA-LISREC.

       0700-CERRAR-ARCHIVOS.
           CLOSE MOVTAB TABLAS LISMAN LISREC.

       2000-LEER-MOVTAB.
           READ MOVTAB
               AT END SET EOF-MOVTAB     TO TRUE
               NOT AT END
                   ADD 1 TO CONT-MOVTAB
           END-READ.

      ******************************************************************
      *    2100-BUSCAR-CLAVE  -  UBICA LA FILA CUYOS PRIMEROS          *
      *    W-LONG-BUSQUEDA BYTES SON LOS DE W-CLAVE-BUSQUEDA; LA DEJA  *
      *    EN REG-TABLAS COMO REGISTRO CORRIENTE                       *
      ******************************************************************
       2100-BUSCAR-CLAVE.
           MOVE 'N'              TO W-REGISTRO-HALLADO
           MOVE 'N'              TO FIN-TAB
           MOVE LOW-VALUES       TO TAB-CLAVE-LARGA
           MOVE W-CLAVE-BUSQUEDA(1:W-LONG-BUSQUEDA)
                                 TO TAB-CLAVE-LARGA(1:W-LONG-BUSQUEDA)
           START TABLAS      KEY NOT  LESS    TAB-CLAVE-LARGA
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           IF NOT EOF-TAB
            AND REG-TABLAS(1:W-LONG-BUSQUEDA)
                = W-CLAVE-BUSQUEDA(1:W-LONG-BUSQUEDA)
               MOVE 'S' TO W-REGISTRO-HALLADO
           END-IF.

      ******************************************************************
      *    3000-PROCESAR-NOVEDAD  -  TABLA Y ACCION VALIDAS, FILA      *
      *    EXISTENTE O NO SEGUN LA ACCION, VALIDACIONES DE LA TABLA Y  *
      *    APLICACION. LAS NOVEDADES SE APLICAN EN ORDEN, ASI QUE UNA  *
      *    CASA PUEDE DARSE DE ALTA DETRAS DE SU BANCO                 *
      ******************************************************************
       3000-PROCESAR-NOVEDAD.
           MOVE SPACES         TO W-MOTIVO
           MOVE MTB-REGISTRO   TO W-REG-NUEVO
           MOVE SPACES         TO W-REG-ANTERIOR

           MOVE 'N' TO W-TABLA-HALLADA
           SET ITAB TO 1
           SEARCH WTAB-ELEM
             WHEN WTAB-IDENTAB(ITAB) = MTB-IDENTAB
                MOVE 'S'                   TO W-TABLA-HALLADA
                MOVE WTAB-LONG-CLAVE(ITAB) TO W-LONG-CLAVE
                MOVE WTAB-VIGENCIA(ITAB)   TO W-CON-VIGENCIA
           END-SEARCH

           EVALUATE TRUE
             WHEN NOT TABLA-HALLADA
                 MOVE 'TABLA NO MANTENIBLE POR ESTE PROCESO'
                                            TO W-MOTIVO
             WHEN NOT (MTB-ALTA OR MTB-MODIFICACION OR MTB-BAJA)
                 MOVE 'ACCION INVALIDA (A/M/B)' TO W-MOTIVO
             WHEN MTB-OPERADOR = SPACES OR MTB-OPERADOR = LOW-VALUES
                 MOVE 'FALTA EL OPERADOR'   TO W-MOTIVO
             WHEN OTHER
                 MOVE W-REG-NUEVO          TO W-CLAVE-BUSQUEDA
                 MOVE W-LONG-CLAVE         TO W-LONG-BUSQUEDA
                 PERFORM 2100-BUSCAR-CLAVE
                 IF REGISTRO-HALLADO
                     MOVE REG-TABLAS       TO W-REG-ANTERIOR
                 END-IF
                 EVALUATE TRUE
                   WHEN MTB-ALTA AND REGISTRO-HALLADO
                       MOVE 'LA FILA YA EXISTE'  TO W-MOTIVO
                   WHEN NOT MTB-ALTA AND NOT REGISTRO-HALLADO
                       MOVE 'LA FILA NO EXISTE'  TO W-MOTIVO
                   WHEN MTB-BAJA
                       PERFORM 3100-VALIDAR-BAJA
                   WHEN OTHER
                       PERFORM 3200-VALIDAR-FILA
                 END-EVALUATE
           END-EVALUATE

           IF W-MOTIVO = SPACES
               PERFORM 4000-APLICAR-NOVEDAD
           END-IF
           IF W-MOTIVO NOT = SPACES
               PERFORM 5000-IMPRIMIR-RECHAZO
           END-IF.

      ******************************************************************
      *    3100-VALIDAR-BAJA  -  UN BANCO CON CASAS EN LA 027 NO SE    *
      *    DA DE BAJA                                                  *
      ******************************************************************
       3100-VALIDAR-BAJA.
           IF MTB-IDENTAB = '026'
               MOVE W-REG-ANTERIOR TO REG-T026
               MOVE 'N'            TO FIN-TAB
               MOVE '027'          TO W-CLAVE-BUSQUEDA
               MOVE 3              TO W-LONG-BUSQUEDA
               PERFORM 2100-BUSCAR-CLAVE
               PERFORM UNTIL EOF-TAB OR TAB-IDENTAB NOT = '027'
                          OR W-MOTIVO NOT = SPACES
                   MOVE REG-TABLAS TO REG-T027
                   IF T027-IDENBCO = T026-IDENBCO
                       MOVE 'BANCO CON CASAS EN LA TABLA 027'
                                   TO W-MOTIVO
                   END-IF
                   READ TABLAS NEXT
                               AT END SET EOF-TAB TO TRUE
                   END-READ
               END-PERFORM
           END-IF.

      ******************************************************************
      *    3200-VALIDAR-FILA  -  VALIDACIONES DE ALTA Y MODIFICACION   *
      *    CONTRA EL LAYOUT DE CADA TABLA                              *
      ******************************************************************
       3200-VALIDAR-FILA.
           EVALUATE MTB-IDENTAB
             WHEN '026'  PERFORM 3226-VALIDAR-T026
             WHEN '027'  PERFORM 3227-VALIDAR-T027
             WHEN '042'  PERFORM 3242-VALIDAR-T042
             WHEN '043'  PERFORM 3243-VALIDAR-T043
             WHEN '044'  PERFORM 3244-VALIDAR-T044
             WHEN '045'  PERFORM 3245-VALIDAR-T045
             WHEN '046'  PERFORM 3246-VALIDAR-T046
             WHEN '047'  PERFORM 3247-VALIDAR-T047
             WHEN '049'  PERFORM 3249-VALIDAR-T049
             WHEN '051'  PERFORM 3251-VALIDAR-T051
             WHEN '052'  PERFORM 3252-VALIDAR-T052
             WHEN '053'  PERFORM 3253-VALIDAR-T053
             WHEN '054'  PERFORM 3254-VALIDAR-T054
             WHEN '055'  PERFORM 3255-VALIDAR-T055
             WHEN '074'  PERFORM 3274-VALIDAR-T074
           END-EVALUATE

      *    UNA VIGENCIA NUEVA VA DESPUES DE LA ULTIMA DE SU GRUPO: NO
      *    PUEDE CAMBIAR UN PERIODO YA VIGENTE NI SUPERPONERSE
           IF W-MOTIVO = SPACES
            AND CON-VIGENCIA
               PERFORM 3800-VALIDAR-VIGENCIA
           END-IF.

       3226-VALIDAR-T026.
           MOVE W-REG-NUEVO TO REG-T026
           EVALUATE TRUE
             WHEN T026-IDENBCO NOT NUMERIC
                 MOVE 'CODIGO DE BANCO NO NUMERICO' TO W-MOTIVO
             WHEN T026-DENBCO = SPACES
                 MOVE 'FALTA LA DENOMINACION DEL BANCO' TO W-MOTIVO
             WHEN T026-CARGO-EMIS NOT NUMERIC
                 MOVE 'MARCA DE CARGO DEL EMISOR INVALIDA' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3227-VALIDAR-T027.
           MOVE W-REG-NUEVO TO REG-T027
           EVALUATE TRUE
             WHEN T027-IDENCASA NOT NUMERIC
                 MOVE 'CODIGO DE CASA NO NUMERICO' TO W-MOTIVO
             WHEN T027-DENCASA = SPACES
                 MOVE 'FALTA LA DENOMINACION DE LA CASA' TO W-MOTIVO
             WHEN T027-PUERTA NOT NUMERIC
                 MOVE 'NUMERO DE PUERTA NO NUMERICO' TO W-MOTIVO
             WHEN OTHER
                 MOVE '026'          TO W-CLAVE-BUSQUEDA(1:3)
                 MOVE T027-IDENBCO   TO W-CLAVE-BUSQUEDA(4:3)
                 MOVE 6              TO W-LONG-BUSQUEDA
                 PERFORM 2100-BUSCAR-CLAVE
                 IF NOT REGISTRO-HALLADO
                     MOVE 'BANCO DE LA CASA INEXISTENTE EN LA 026'
                                     TO W-MOTIVO
                 END-IF
           END-EVALUATE.

       3242-VALIDAR-T042.
           MOVE W-REG-NUEVO TO REG-T042
           EVALUATE TRUE
             WHEN T042-IVA-1 NOT NUMERIC OR T042-IVA-2 NOT NUMERIC
               OR T042-IVA-3 NOT NUMERIC
               OR T042-MINIMO-PERCEP-IVA NOT NUMERIC
                 MOVE 'ALICUOTA DE IVA NO NUMERICA' TO W-MOTIVO
             WHEN T042-IVA-1 < 0 OR T042-IVA-1 > 50
               OR T042-IVA-2 < 0 OR T042-IVA-2 > 50
               OR T042-IVA-3 < 0 OR T042-IVA-3 > 50
                 MOVE 'ALICUOTA DE IVA FUERA DE RANGO (0-50)'
                                 TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3243-VALIDAR-T043.
           MOVE W-REG-NUEVO TO REG-T043
           EVALUATE TRUE
             WHEN T043-CODPROV = SPACE OR T043-TIPCONT = SPACE
                 MOVE 'FALTA LA PROVINCIA O EL TIPO DE CONTRIB.'
                                 TO W-MOTIVO
             WHEN T043-ALICUOTA NOT NUMERIC
                 MOVE 'ALICUOTA DE IIBB NO NUMERICA' TO W-MOTIVO
             WHEN T043-ALICUOTA > 10
                 MOVE 'ALICUOTA DE IIBB FUERA DE RANGO (0-10)'
                                 TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3244-VALIDAR-T044.
           MOVE W-REG-NUEVO TO REG-T044
           EVALUATE TRUE
             WHEN T044-CODGCIAS = SPACES OR T044-TIPGCIAS = SPACE
                 MOVE 'FALTA EL REGIMEN O EL TIPO DE CONTRIB.'
                                 TO W-MOTIVO
             WHEN T044-ALICUOTA NOT NUMERIC
               OR T044-MINIMO-NO-SUJETO NOT NUMERIC
                 MOVE 'ALICUOTA O MINIMO NO NUMERICO' TO W-MOTIVO
             WHEN T044-ALICUOTA > 35
                 MOVE 'ALICUOTA DE GANANCIAS FUERA DE RANGO'
                                 TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3245-VALIDAR-T045.
           MOVE W-REG-NUEVO TO REG-T045
           IF T045-MCA-EXCLUIDO NOT = 'S' AND NOT = 'N'
               MOVE 'MARCA DE EXCLUSION INVALIDA (S/N)' TO W-MOTIVO
           ELSE
               MOVE '026'          TO W-CLAVE-BUSQUEDA(1:3)
               MOVE T045-IDENBCO   TO W-CLAVE-BUSQUEDA(4:3)
               MOVE 6              TO W-LONG-BUSQUEDA
               PERFORM 2100-BUSCAR-CLAVE
               IF NOT REGISTRO-HALLADO
                   MOVE 'BANCO INEXISTENTE EN LA 026' TO W-MOTIVO
               END-IF
           END-IF.

       3246-VALIDAR-T046.
           MOVE W-REG-NUEVO TO REG-T046
           IF T046-FERIADO NUMERIC
               MOVE T046-FERIADO TO W-FEC-AMD
               PERFORM 3900-VALIDAR-FECHA
           ELSE
               MOVE 'N' TO W-FECHA-VALIDA
           END-IF
           EVALUATE TRUE
             WHEN NOT FECHA-VALIDA
                 MOVE 'FECHA DE FERIADO INVALIDA (AAAAMMDD)'
                                 TO W-MOTIVO
             WHEN T046-DESCRIPCION = SPACES
                 MOVE 'FALTA LA DESCRIPCION DEL FERIADO' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3247-VALIDAR-T047.
           MOVE W-REG-NUEVO TO REG-T047
           EVALUATE TRUE
             WHEN T047-TNA-RETENIDOS NOT NUMERIC
                 MOVE 'TASA NO NUMERICA' TO W-MOTIVO
             WHEN T047-TNA-RETENIDOS > 300
                 MOVE 'TASA FUERA DE RANGO (0-300)' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3249-VALIDAR-T049.
           MOVE W-REG-NUEVO TO REG-T049
           EVALUATE TRUE
             WHEN T049-COD-TNA = SPACES
                 MOVE 'FALTA EL CODIGO DE TASA' TO W-MOTIVO
             WHEN T049-TNA NOT NUMERIC
                 MOVE 'TASA NO NUMERICA' TO W-MOTIVO
             WHEN T049-TNA = 0 OR T049-TNA > 300
                 MOVE 'TASA FUERA DE RANGO (0-300)' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3251-VALIDAR-T051.
           MOVE W-REG-NUEVO TO REG-T051
           EVALUATE TRUE
             WHEN T051-CODSIS = SPACES OR T051-CODTAR = SPACES
                 MOVE 'FALTA EL SISTEMA O LA TARJETA' TO W-MOTIVO
             WHEN NOT (T051-DEBITO OR T051-CREDITO)
                 MOVE 'TIPO DE PRODUCTO INVALIDO (D/C)' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3252-VALIDAR-T052.
           MOVE W-REG-NUEVO TO REG-T052
           EVALUATE TRUE
             WHEN T052-CATEGORIA NOT NUMERIC
                 MOVE 'CATEGORIA NO NUMERICA' TO W-MOTIVO
             WHEN T052-TOPE-ANUAL NOT NUMERIC OR T052-TOPE-ANUAL = 0
                 MOVE 'TOPE ANUAL INVALIDO' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3253-VALIDAR-T053.
           MOVE W-REG-NUEVO TO REG-T053
           EVALUATE TRUE
             WHEN T053-CONCEPTO = SPACES
                 MOVE 'FALTA EL CONCEPTO' TO W-MOTIVO
             WHEN T053-MONEDA NOT = SPACE AND NOT = '1'
              AND NOT = '2' AND NOT = '3'
                 MOVE 'MONEDA INVALIDA (BLANCO/1/2/3)' TO W-MOTIVO
             WHEN T053-CUENTA = SPACES
                 MOVE 'FALTA LA CUENTA CONTABLE' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3254-VALIDAR-T054.
           MOVE W-REG-NUEVO TO REG-T054
           EVALUATE TRUE
             WHEN T054-FACTOR-MAXIMO NOT NUMERIC
               OR T054-IMPORTE-MINIMO NOT NUMERIC
               OR T054-DIAS-NUEVO NOT NUMERIC
               OR T054-TOPE-NUEVO NOT NUMERIC
               OR T054-DIAS-INACTIVO NOT NUMERIC
                 MOVE 'UMBRAL NO NUMERICO' TO W-MOTIVO
             WHEN T054-FACTOR-MAXIMO > 0 AND T054-FACTOR-MAXIMO < 1
                 MOVE 'FACTOR MENOR A 1' TO W-MOTIVO
             WHEN T054-DIAS-NUEVO > 0 AND T054-TOPE-NUEVO = 0
                 MOVE 'DIAS DE ALTA RECIENTE SIN TOPE' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3255-VALIDAR-T055.
           MOVE W-REG-NUEVO TO REG-T055
           EVALUATE TRUE
             WHEN T055-MOTIVO = SPACES
                 MOVE 'FALTA EL CODIGO DE MOTIVO' TO W-MOTIVO
             WHEN T055-DESCRIPCION = SPACES
                 MOVE 'FALTA LA DESCRIPCION DEL MOTIVO' TO W-MOTIVO
             WHEN NOT (T055-SOLO-CREDITO OR T055-SOLO-DEBITO
                       OR T055-AMBOS-SIGNOS)
                 MOVE 'SIGNO PERMITIDO INVALIDO (C/D/A)' TO W-MOTIVO
             WHEN T055-IMPORTE-MAXIMO NOT NUMERIC
                 MOVE 'TOPE DEL MOTIVO NO NUMERICO' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3274-VALIDAR-T074.
           MOVE W-REG-NUEVO TO REG-T074
           MOVE 0 TO W-CANT-CODOPS
           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > 10
               IF T074-CODOP-CUOTAS(W-IX) NOT = SPACES
                   ADD 1 TO W-CANT-CODOPS
               END-IF
               ADD 1 TO W-IX
           END-PERFORM
           EVALUATE TRUE
             WHEN T074-PLAN-CUOTAS = SPACE
               OR T074-CANTCUO NOT NUMERIC
                 MOVE 'PLAN O CUOTAS HABILITADAS INVALIDOS'
                                 TO W-MOTIVO
             WHEN T074-CANT-TRAMOS NOT NUMERIC
               OR T074-CANT-TRAMOS < 2
                 MOVE 'CANTIDAD DE TRAMOS INVALIDA (2-99)'
                                 TO W-MOTIVO
             WHEN W-CANT-CODOPS = 0
                 MOVE 'SIN CODIGOS DE OPERACION DEL PLAN' TO W-MOTIVO
             WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    3800-VALIDAR-VIGENCIA  -  LA VIGENCIA (AAMMDD, ULTIMOS 6    *
      *    BYTES DE LA CLAVE) DEBE SER UNA FECHA VALIDA. EN EL ALTA,   *
      *    ADEMAS, POSTERIOR A TODAS LAS DEL GRUPO (MISMA CLAVE SIN LA *
      *    VIGENCIA). LA MODIFICACION NO CAMBIA LA CLAVE               *
      ******************************************************************
       3800-VALIDAR-VIGENCIA.
           COMPUTE W-LONG-GRUPO = W-LONG-CLAVE - 6
           IF W-REG-NUEVO(W-LONG-GRUPO + 1:6) NUMERIC
               MOVE W-REG-NUEVO(W-LONG-GRUPO + 1:6) TO W-FEC-AMD6
               PERFORM 3910-CONVERTIR-AMD6
               PERFORM 3900-VALIDAR-FECHA
           ELSE
               MOVE 'N' TO W-FECHA-VALIDA
           END-IF

           IF NOT FECHA-VALIDA
               MOVE 'FECHA DE VIGENCIA INVALIDA (AAMMDD)' TO W-MOTIVO
           ELSE
               IF MTB-ALTA
                   MOVE W-FEC-AMD       TO W-VIG-NUEVA-AMD
                   MOVE W-REG-NUEVO     TO W-CLAVE-BUSQUEDA
                   MOVE W-LONG-GRUPO    TO W-LONG-BUSQUEDA
                   PERFORM 2100-BUSCAR-CLAVE
                   PERFORM UNTIL NOT REGISTRO-HALLADO
                              OR W-MOTIVO NOT = SPACES
                       IF REG-TABLAS(W-LONG-GRUPO + 1:6) NUMERIC
                           MOVE REG-TABLAS(W-LONG-GRUPO + 1:6)
                                        TO W-FEC-AMD6
                           PERFORM 3910-CONVERTIR-AMD6
                           IF W-FEC-AMD NOT < W-VIG-NUEVA-AMD
                               MOVE 'VIGENCIA NO POSTERIOR A LA '
                                        TO W-MOTIVO
                               MOVE REG-TABLAS(W-LONG-GRUPO + 1:6)
                                        TO W-MOTIVO(28:6)
                           END-IF
                       END-IF
                       READ TABLAS NEXT
                                   AT END SET EOF-TAB TO TRUE
                       END-READ
                       IF EOF-TAB
                        OR REG-TABLAS(1:W-LONG-GRUPO)
                           NOT = W-CLAVE-BUSQUEDA(1:W-LONG-GRUPO)
                           MOVE 'N' TO W-REGISTRO-HALLADO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      ******************************************************************
      *    3900-VALIDAR-FECHA  -  W-FEC-AMD ES UNA FECHA CALENDARIO    *
      ******************************************************************
       3900-VALIDAR-FECHA.
           MOVE 'N' TO W-FECHA-VALIDA
           IF W-FEC-AAAA > 1900
            AND W-FEC-MM > 0 AND W-FEC-MM < 13
               MOVE W-DIAS-MES(W-FEC-MM) TO W-DIAS-TOPE
               IF W-FEC-MM = 2
                   DIVIDE W-FEC-AAAA BY 4   GIVING W-COCIENTE
                                            REMAINDER W-RESTO-4
                   DIVIDE W-FEC-AAAA BY 100 GIVING W-COCIENTE
                                            REMAINDER W-RESTO-100
                   DIVIDE W-FEC-AAAA BY 400 GIVING W-COCIENTE
                                            REMAINDER W-RESTO-400
                   IF W-RESTO-400 = 0
                    OR (W-RESTO-4 = 0 AND W-RESTO-100 NOT = 0)
                       MOVE 29 TO W-DIAS-TOPE
                   END-IF
               END-IF
               IF W-FEC-DD > 0 AND W-FEC-DD NOT > W-DIAS-TOPE
                   MOVE 'S' TO W-FECHA-VALIDA
               END-IF
           END-IF.

      *    VENTANA DE SIGLO: ANIOS MAYORES A 70 SON 19XX
       3910-CONVERTIR-AMD6.
           IF W-FEC6-AA GREATER 70
               COMPUTE W-FEC-AMD = 19000000 + W-FEC-AMD6
           ELSE
               COMPUTE W-FEC-AMD = 20000000 + W-FEC-AMD6
           END-IF.

      ******************************************************************
      *    4000-APLICAR-NOVEDAD  -  LAS VALIDACIONES PUEDEN HABER      *
      *    LEIDO OTRAS FILAS: SE VUELVE A UBICAR LA FILA ANTES DE      *
      *    REGRABAR O BORRAR                                           *
      ******************************************************************
       4000-APLICAR-NOVEDAD.
           IF NOT MTB-ALTA
               MOVE W-REG-NUEVO      TO W-CLAVE-BUSQUEDA
               MOVE W-LONG-CLAVE     TO W-LONG-BUSQUEDA
               PERFORM 2100-BUSCAR-CLAVE
           END-IF

           EVALUATE TRUE
             WHEN MTB-ALTA
                 WRITE REG-TABLAS FROM W-REG-NUEVO
             WHEN MTB-MODIFICACION
                 REWRITE REG-TABLAS FROM W-REG-NUEVO
             WHEN OTHER
                 DELETE TABLAS RECORD
           END-EVALUATE

           IF FS-TAB NOT = '00'
               MOVE 'ERROR DE GRABACION EN TABLAS, FS '
                                     TO W-MOTIVO
               MOVE FS-TAB           TO W-MOTIVO(35:2)
           ELSE
               EVALUATE TRUE
                 WHEN MTB-ALTA          ADD 1 TO CONT-ALTAS
                 WHEN MTB-MODIFICACION  ADD 1 TO CONT-MODIFICACIONES
                 WHEN OTHER             ADD 1 TO CONT-BAJAS
               END-EVALUATE
               PERFORM 4100-IMPRIMIR-AUDITORIA
           END-IF.

      ******************************************************************
      *    4100-IMPRIMIR-AUDITORIA  -  CABECERA DE LA NOVEDAD Y LA     *
      *    FILA ANTES Y DESPUES EN TRAMOS DE 100 BYTES (LOS TRAMOS EN  *
      *    BLANCO NO SE IMPRIMEN)                                      *
      ******************************************************************
       4100-IMPRIMIR-AUDITORIA.
           ACCEPT W-HORA-PROCESO FROM TIME
           MOVE SPACES                 TO LINEA-LISMAN
           EVALUATE TRUE
             WHEN MTB-ALTA
                 MOVE 'ALTA'           TO LINEA-LISMAN(2:12)
             WHEN MTB-MODIFICACION
                 MOVE 'MODIFICACION'   TO LINEA-LISMAN(2:12)
             WHEN OTHER
                 MOVE 'BAJA'           TO LINEA-LISMAN(2:12)
           END-EVALUATE
           MOVE 'TABLA'                TO LINEA-LISMAN(16:5)
           MOVE MTB-IDENTAB            TO LINEA-LISMAN(22:3)
           MOVE 'CLAVE'                TO LINEA-LISMAN(27:5)
           MOVE W-REG-NUEVO(1:W-LONG-CLAVE)
                                       TO LINEA-LISMAN(33:13)
           MOVE 'OPERADOR'             TO LINEA-LISMAN(48:8)
           MOVE MTB-OPERADOR           TO LINEA-LISMAN(57:8)
           MOVE 'FECHA'                TO LINEA-LISMAN(67:5)
           MOVE W-FECHA-PROCESO        TO LINEA-LISMAN(73:8)
           MOVE 'HORA'                 TO LINEA-LISMAN(83:4)
           MOVE W-HORA-PROCESO(1:6)    TO LINEA-LISMAN(88:6)
           WRITE LINEA-LISMAN

           IF NOT MTB-ALTA
               MOVE 1 TO W-IX
               PERFORM UNTIL W-IX > 201
                   IF W-REG-ANTERIOR(W-IX:100) NOT = SPACES
                       MOVE SPACES     TO LINEA-LISMAN
                       MOVE 'ANTES  :' TO LINEA-LISMAN(4:8)
                       MOVE W-IX       TO W-POSICION
                       MOVE W-POSICION TO LINEA-LISMAN(13:3)
                       MOVE W-REG-ANTERIOR(W-IX:100)
                                       TO LINEA-LISMAN(18:100)
                       WRITE LINEA-LISMAN
                   END-IF
                   ADD 100 TO W-IX
               END-PERFORM
           END-IF
           IF NOT MTB-BAJA
               MOVE 1 TO W-IX
               PERFORM UNTIL W-IX > 201
                   IF W-REG-NUEVO(W-IX:100) NOT = SPACES
                       MOVE SPACES     TO LINEA-LISMAN
                       MOVE 'DESPUES:' TO LINEA-LISMAN(4:8)
                       MOVE W-IX       TO W-POSICION
                       MOVE W-POSICION TO LINEA-LISMAN(13:3)
                       MOVE W-REG-NUEVO(W-IX:100)
                                       TO LINEA-LISMAN(18:100)
                       WRITE LINEA-LISMAN
                   END-IF
                   ADD 100 TO W-IX
               END-PERFORM
           END-IF
           MOVE SPACES                 TO LINEA-LISMAN
           WRITE LINEA-LISMAN.

       5000-IMPRIMIR-RECHAZO.
           ADD 1 TO CONT-RECHAZADOS
           MOVE SPACES                 TO LINEA-LISREC
           MOVE CONT-MOVTAB            TO LINEA-LISREC(2:9)
           MOVE MTB-ACCION             TO LINEA-LISREC(12:1)
           MOVE MTB-OPERADOR           TO LINEA-LISREC(14:8)
           MOVE MTB-REGISTRO(1:60)     TO LINEA-LISREC(23:60)
           MOVE W-MOTIVO               TO LINEA-LISREC(84:40)
           WRITE LINEA-LISREC.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'NOVEDADES LEIDAS......: ' CONT-MOVTAB
           DISPLAY 'ALTAS APLICADAS.......: ' CONT-ALTAS
           DISPLAY 'MODIFICACIONES........: ' CONT-MODIFICACIONES
           DISPLAY 'BAJAS APLICADAS.......: ' CONT-BAJAS
           DISPLAY 'NOVEDADES RECHAZADAS..: ' CONT-RECHAZADOS.

       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMONOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  CONTESL   ASSIGN       TO CONTESL
                                 FILE STATUS  IS FS-CONTESL.

               SELECT  TABLAS    ASSIGN       TO TABLAS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS T026-CLAVE
                                 FILE STATUS  IS FS-TAB.

               SELECT  MAEESTVS  ASSIGN       TO MAEESTVS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS RANDOM
                                 RECORD  KEY  IS ESTVS-CLAVE
                                 FILE STATUS  IS FS-MAEEST.

               SELECT  ALEMON    ASSIGN       TO ALEMON
                                 FILE STATUS  IS FS-ALEMON.

               SELECT  LISMON    ASSIGN       TO LISMON
                                 FILE STATUS  IS FS-LISMON.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CONTESL  -  LAS GENERACIONES DE LIQUIDACIONES DE LOS        *
      *    ULTIMOS 12 MESES CONCATENADAS; SE TOMAN SOLO LAS DE         *
      *    MONOTRIBUTISTAS (CONTL-TIPCUIT 'M') CON FECHA DE PAGO       *
      *    DENTRO DE LOS 12 MESES QUE TERMINAN EN EL PERIODO DEL PARM  *
      ******************************************************************
       FD  CONTESL
           RECORD 2000 CHARACTERS
           BLOCK  0.
           COPY   CONTESZ.
           EJECT

       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   D532026.
           COPY   D532052.
           EJECT

       FD  MAEESTVS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MAEESTL.
           EJECT

      ******************************************************************
      *    ALEMON  -  ALERTAS DE MONOTRIBUTO: UN REGISTRO POR CUIT     *
      *    CERCA DEL TOPE ('C') O EXCEDIDO ('E')                       *
      ******************************************************************
       FD  ALEMON
           RECORD 150 CHARACTERS
           BLOCK  0.
       01  REG-ALEMON.
           03  ALM-CUIT             PIC X(13).
           03  ALM-TIPO-ALERTA      PIC X(1).
               88  ALM-CERCA-DEL-TOPE         VALUE 'C'.
               88  ALM-TOPE-EXCEDIDO          VALUE 'E'.
           03  ALM-PERIODO          PIC 9(4).
           03  ALM-BRUTO-12M        PIC S9(15)V99.
           03  ALM-TOPE             PIC 9(11)V99.
           03  ALM-PORC-TOPE        PIC 9(5)V99.
           03  ALM-CATEG-ACTUAL     PIC 99.
           03  ALM-CATEG-CORRESP    PIC 99.
           03  ALM-EXCEDE-REGIMEN   PIC X(1).
           03  ALM-CANT-ESTAB       PIC 9(5).
           03  ALM-NUMEST           PIC X(10).
           03  ALM-DENOM            PIC X(30).
           03  FILLER               PIC X(45).

      ******************************************************************
      *    LISMON  -  LISTADO DE MONOTRIBUTISTAS CERCA O POR ENCIMA    *
      *    DE SU TOPE DE VENTAS ANUAL                                  *
      ******************************************************************
       FD  LISMON
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISMON             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-CONTESL         PIC XX VALUE SPACES.
           03  FS-TAB             PIC XX VALUE SPACES.
           03  FS-MAEEST          PIC XX VALUE SPACES.
           03  FS-ALEMON          PIC XX VALUE SPACES.
           03  FS-LISMON          PIC XX VALUE SPACES.

       01  FIN-CONTESL              PIC X VALUE 'N'.
           88 EOF-CONTESL           VALUE 'Y'.

       01  FIN-TAB                  PIC X VALUE 'N'.
           88 EOF-TAB               VALUE 'Y'.

       01  W-ESTAB-NO-ENCONTRADO    PIC X VALUE 'N'.
           88  ESTAB-NO-ENCONTRADO  VALUE 'S'.

      ******************************************************************
      *    TABLA-CATEGORIAS  -  TOPE VIGENTE DE CADA CATEGORIA DEL     *
      *    MONOTRIBUTO (TABLA 052) AL CIERRE DEL PERIODO               *
      ******************************************************************
       01  TABLA-CATEGORIAS.
           03  W052-ELEM   OCCURS 1 TO 50 TIMES
                           DEPENDING ON ODO052
                           ASCENDING   KEY   W052-CATEGORIA
                           INDEXED BY  I052.
               05  W052-CATEGORIA        PIC 99.
               05  W052-LETRA            PIC X(1).
               05  W052-TOPE-ANUAL       PIC 9(11)V99.

       01  ODO052                        PIC 9(3) VALUE 0.
       01  W-TOPE-REGIMEN                PIC 9(11)V99 VALUE 0.

      ******************************************************************
      *    TABLA-CUITS  -  VENTAS BRUTAS DE LOS 12 MESES POR CUIT Y    *
      *    DATOS DEL TOPE TOMADOS DEL MAESTRO DEL PRIMER               *
      *    ESTABLECIMIENTO DEL CUIT                                    *
      ******************************************************************
       01  TABLA-CUITS.
           03  WCUI-ELEM   OCCURS 1 TO 30000 TIMES
                           DEPENDING ON ODOCUI
                           INDEXED BY  ICUI.
               05  WCUI-CUIT             PIC X(13).
               05  WCUI-BRUTO            PIC S9(15)V99.
               05  WCUI-CANT-LIQ         PIC 9(7).
               05  WCUI-CANT-ESTAB       PIC 9(5).
               05  WCUI-NUMEST           PIC X(10).
               05  WCUI-DENOM            PIC X(30).
               05  WCUI-MAESTRO          PIC X(1).
                   88  WCUI-CON-MAESTRO          VALUE 'S'.
               05  WCUI-TOPE-VTA         PIC 9(7).
               05  WCUI-LIMVTA           PIC 99.
               05  WCUI-ESTADO           PIC X(1).
                   88  WCUI-NORMAL               VALUE ' '.
                   88  WCUI-CERCA                VALUE 'C'.
                   88  WCUI-EXCEDIDO             VALUE 'E'.

       01  ODOCUI                        PIC 9(5) VALUE 0.

      ******************************************************************
      *    TABLA-ESTABS  -  ESTABLECIMIENTOS (CLAVE DEL MAEESTVS) DE   *
      *    CADA CUIT, PARA LEER EL TOPE Y MARCAR O DESMARCAR EL        *
      *    MAESTRO                                                     *
      ******************************************************************
       01  TABLA-ESTABS.
           03  WEST-ELEM   OCCURS 1 TO 60000 TIMES
                           DEPENDING ON ODOEST
                           INDEXED BY  IEST.
               05  WEST-CLAVE.
                   07  WEST-CODSIS       PIC X(3).
                   07  WEST-CODTAR       PIC X(3).
                   07  WEST-CODADM       PIC X(3).
                   07  WEST-NUMEST       PIC X(10).
               05  WEST-ICUI             PIC S9(5) COMP.

       01  ODOEST                        PIC 9(5) VALUE 0.

       01  W-CLAVE-ESTAB.
           03  W-EST-CODSIS              PIC X(3).
           03  W-EST-CODTAR              PIC X(3).
           03  W-EST-CODADM              PIC X(3).
           03  W-EST-NUMEST              PIC X(10).

      ******************************************************************
      *    VENTANA DE 12 MESES: LOS MESES SE NUMERAN CORRIDOS (ANIO    *
      *    POR 12 MAS MES) PARA COMPARAR SIN CORTE DE ANIO. LA FECHA   *
      *    DE PAGO DEL CONTESL VIENE DDMMAA                            *
      ******************************************************************
       01  W-MES-HASTA                   PIC 9(6) VALUE 0.
       01  W-MES-DESDE                   PIC 9(6) VALUE 0.
       01  W-MES-LIQ                     PIC 9(6) VALUE 0.
       01  W-FPAG.
           03  W-FPAG-DD                 PIC 99.
           03  W-FPAG-MM                 PIC 99.
           03  W-FPAG-AA                 PIC 99.
       01  W-FVIGENCIA-CORTE.
           03  W-FVC-AA                  PIC 99.
           03  W-FVC-MM                  PIC 99.
           03  W-FVC-DD                  PIC 99 VALUE 31.
       01  W-FVIGENCIA-CORTE-N REDEFINES W-FVIGENCIA-CORTE
                                         PIC 9(6).

       01  W-TOPE                        PIC 9(11)V99 VALUE 0.
       01  W-PORC-TOPE                   PIC 9(5)V99  VALUE 0.
       01  W-CATEG-CORRESP               PIC 99       VALUE 0.
       01  W-EXCEDE-REGIMEN              PIC X VALUE 'N'.
           88  EXCEDE-REGIMEN            VALUE 'S'.
       01  W-IX                          PIC S9(4) COMP VALUE 0.

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  TASA-FORMATEADA          PIC ZZ.ZZ9,99.
       01  CANTIDAD-FORMATEADA      PIC ZZ.ZZ9.

       77  CONT-CONTESL             PIC 9(9) VALUE 0.
       77  CONT-CONTESL-MONOT       PIC 9(9) VALUE 0.
       77  CONT-FUERA-PERIODO       PIC 9(9) VALUE 0.
       77  CONT-SIN-MAESTRO         PIC 9(9) VALUE 0.
       77  CONT-SIN-TOPE            PIC 9(9) VALUE 0.
       77  CONT-CERCA               PIC 9(9) VALUE 0.
       77  CONT-EXCEDIDOS           PIC 9(9) VALUE 0.
       77  CONT-ALEMON              PIC 9(9) VALUE 0.
       77  CONT-MARCADOS            PIC 9(9) VALUE 0.
       77  CONT-DESMARCADOS         PIC 9(9) VALUE 0.

       LINKAGE SECTION.
      ******************************************************************
      *    L-PARAMETRO  -  PARM DE EJECUCION (JCL PARM=): PERIODO      *
      *    AAMM QUE CIERRA LA VENTANA DE 12 MESES (OBLIGATORIO) Y      *
      *    PORCENTAJE DEL TOPE A PARTIR DEL CUAL SE ALERTA (OPCIONAL,  *
      *    SI NO SE PASA SE ASUME 80)                                  *
      ******************************************************************
       01 L-PARAMETRO.
           03  L-LONG              PIC S9(4) COMP.
           03  L-PERIODO.
               05  L-PERIODO-AA    PIC 99.
               05  L-PERIODO-MM    PIC 99.
           03  L-PORC-ALERTA       PIC 9(3).
           EJECT

       PROCEDURE DIVISION USING L-PARAMETRO.
       0000-PROCESO.
           PERFORM 0520-DEFAULT-PARAMETROS
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-CARGAR-CATEGORIAS
           PERFORM 0600-IMPRIMIR-ENCABEZADO

           PERFORM 2000-LEER-CONTESL
           PERFORM UNTIL EOF-CONTESL
               PERFORM 3000-ACUMULAR-LIQUIDACION
               PERFORM 2000-LEER-CONTESL
           END-PERFORM

           PERFORM 3500-LEER-MAESTROS
           PERFORM 4000-EVALUAR-CUITS
           PERFORM 5000-MARCAR-MAESTROS
           PERFORM 6000-IMPRIMIR-RESUMEN
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0520-DEFAULT-PARAMETROS.
           IF L-LONG < 4 OR L-PERIODO NOT NUMERIC
            OR L-PERIODO-MM < 1 OR L-PERIODO-MM > 12
               DISPLAY 'PARM AAMM DEL PERIODO OBLIGATORIO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF L-LONG < 7 OR L-PORC-ALERTA NOT NUMERIC
            OR L-PORC-ALERTA = ZEROS
               MOVE 80 TO L-PORC-ALERTA
           END-IF

           COMPUTE W-MES-HASTA = (2000 + L-PERIODO-AA) * 12
                               + L-PERIODO-MM
           COMPUTE W-MES-DESDE = W-MES-HASTA - 11
           MOVE L-PERIODO-AA TO W-FVC-AA
           MOVE L-PERIODO-MM TO W-FVC-MM.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  CONTESL TABLAS
           OPEN I-O    MAEESTVS
           OPEN OUTPUT ALEMON LISMON

           IF W-FILE-STATUS NOT = '0000000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0600-IMPRIMIR-ENCABEZADO.
           MOVE SPACES              TO LINEA-LISMON
           MOVE 'MONOTRIBUTISTAS CERCA O POR ENCIMA DEL TOPE - PERIODO'
                                    TO LINEA-LISMON(2:53)
           MOVE L-PERIODO           TO LINEA-LISMON(56:4)
           MOVE 'ALERTA AL'         TO LINEA-LISMON(62:9)
           MOVE L-PORC-ALERTA       TO LINEA-LISMON(72:3)
           MOVE '%'                 TO LINEA-LISMON(75:1)
           WRITE LINEA-LISMON
           MOVE SPACES              TO LINEA-LISMON
           MOVE 'CUIT'              TO LINEA-LISMON(2:4)
           MOVE 'ESTAB'             TO LINEA-LISMON(16:5)
           MOVE 'DENOMINACION'      TO LINEA-LISMON(27:12)
           MOVE 'CAT'               TO LINEA-LISMON(58:3)
           MOVE 'COR'               TO LINEA-LISMON(62:3)
           MOVE 'BRUTO 12 MESES'    TO LINEA-LISMON(73:14)
           MOVE 'TOPE'              TO LINEA-LISMON(104:4)
           MOVE '% TOPE'            TO LINEA-LISMON(110:6)
           MOVE 'ESTADO'            TO LINEA-LISMON(118:6)
           WRITE LINEA-LISMON
           MOVE ALL '-'             TO LINEA-LISMON
           WRITE LINEA-LISMON.

       0700-CERRAR-ARCHIVOS.
           CLOSE CONTESL TABLAS MAEESTVS ALEMON LISMON.

      ******************************************************************
      *    1000-CARGAR-CATEGORIAS  -  LA 052 VIENE ORDENADA POR        *
      *    CATEGORIA/VIGENCIA: DE CADA CATEGORIA QUEDA EL ULTIMO TOPE  *
      *    CON VIGENCIA NO POSTERIOR AL CIERRE DEL PERIODO. EL TOPE    *
      *    DEL REGIMEN ES EL MAYOR DE LOS TOPES                        *
      ******************************************************************
       1000-CARGAR-CATEGORIAS.
           INITIALIZE T052-CLAVE
           MOVE '052' TO T052-IDENTAB
           START TABLAS      KEY NOT  LESS    T052-CLAVE
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           SET I052 TO 1
           PERFORM UNTIL EOF-TAB OR T052-IDENTAB NOT = '052'
             IF T052-FVIGENCIA NOT GREATER W-FVIGENCIA-CORTE-N
                 IF ODO052 > 0
                  AND T052-CATEGORIA = W052-CATEGORIA(I052)
                     MOVE T052-LETRA        TO W052-LETRA(I052)
                     MOVE T052-TOPE-ANUAL   TO W052-TOPE-ANUAL(I052)
                 ELSE
                     IF ODO052 = 50
                         DISPLAY 'TABLA-CATEGORIAS DESBORDADA'
                         PERFORM 0700-CERRAR-ARCHIVOS
                         MOVE 16 TO RETURN-CODE
                         GOBACK
                     END-IF
                     IF ODO052 > 0
                         SET I052 UP BY 1
                     END-IF
                     ADD 1 TO ODO052
                     MOVE T052-CATEGORIA    TO W052-CATEGORIA(I052)
                     MOVE T052-LETRA        TO W052-LETRA(I052)
                     MOVE T052-TOPE-ANUAL   TO W052-TOPE-ANUAL(I052)
                 END-IF
             END-IF

             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
           END-PERFORM

           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > ODO052
               IF W052-TOPE-ANUAL(W-IX) > W-TOPE-REGIMEN
                   MOVE W052-TOPE-ANUAL(W-IX) TO W-TOPE-REGIMEN
               END-IF
               ADD 1 TO W-IX
           END-PERFORM.

       2000-LEER-CONTESL.
           READ CONTESL
               AT END SET EOF-CONTESL    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL
           END-READ.

      ******************************************************************
      *    3000-ACUMULAR-LIQUIDACION  -  SUMA EL BRUTO PRESENTADO      *
      *    (CONTL-CARGO-EDC-EST) AL CUIT Y REGISTRA EL                 *
      *    ESTABLECIMIENTO. LAS LIQUIDACIONES SIN CUIT NO SE PUEDEN    *
      *    ACUMULAR Y SE IGNORAN                                       *
      ******************************************************************
       3000-ACUMULAR-LIQUIDACION.
           IF CONTL-TIPCUIT = 'M'
            AND CONTL-C-U-I-T NOT = SPACES
            AND CONTL-C-U-I-T NOT = LOW-VALUES
            AND CONTL-C-U-I-T NOT = '00-00000000-0'
               ADD 1 TO CONT-CONTESL-MONOT
               MOVE CONTL-FPAG TO W-FPAG
               IF W-FPAG NOT NUMERIC
                   MOVE ZEROS TO W-MES-LIQ
               ELSE
                   COMPUTE W-MES-LIQ = (2000 + W-FPAG-AA) * 12
                                     + W-FPAG-MM
               END-IF
               IF W-MES-LIQ < W-MES-DESDE OR W-MES-LIQ > W-MES-HASTA
                   ADD 1 TO CONT-FUERA-PERIODO
               ELSE
                   PERFORM 3100-BUSCAR-CUIT
                   ADD 1                   TO WCUI-CANT-LIQ(ICUI)
                   ADD CONTL-CARGO-EDC-EST TO WCUI-BRUTO(ICUI)
                   PERFORM 3200-REGISTRAR-ESTAB
               END-IF
           END-IF.

       3100-BUSCAR-CUIT.
           IF ODOCUI > 0
               SET ICUI TO 1
               SEARCH WCUI-ELEM
                 AT END
                   PERFORM 3150-AGREGAR-CUIT
                 WHEN WCUI-CUIT(ICUI) = CONTL-C-U-I-T
                   CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3150-AGREGAR-CUIT
           END-IF.

       3150-AGREGAR-CUIT.
           IF ODOCUI = 30000
               DISPLAY 'TABLA-CUITS DESBORDADA'
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODOCUI
           SET ICUI TO ODOCUI
           MOVE CONTL-C-U-I-T      TO WCUI-CUIT(ICUI)
           MOVE ZEROS              TO WCUI-BRUTO(ICUI)
                                      WCUI-CANT-LIQ(ICUI)
                                      WCUI-CANT-ESTAB(ICUI)
                                      WCUI-TOPE-VTA(ICUI)
                                      WCUI-LIMVTA(ICUI)
           MOVE CONTL-NUMEST       TO WCUI-NUMEST(ICUI)
           MOVE CONTL-DENOM        TO WCUI-DENOM(ICUI)
           MOVE 'N'                TO WCUI-MAESTRO(ICUI)
           MOVE SPACE              TO WCUI-ESTADO(ICUI).

       3200-REGISTRAR-ESTAB.
           MOVE CONTL-CODSIS TO W-EST-CODSIS
           MOVE CONTL-CODTAR TO W-EST-CODTAR
           MOVE CONTL-CODADM TO W-EST-CODADM
           MOVE CONTL-NUMEST TO W-EST-NUMEST
           IF ODOEST > 0
               SET IEST TO 1
               SEARCH WEST-ELEM
                 AT END
                   PERFORM 3250-AGREGAR-ESTAB
                 WHEN WEST-CLAVE(IEST) = W-CLAVE-ESTAB
                   CONTINUE
               END-SEARCH
           ELSE
               PERFORM 3250-AGREGAR-ESTAB
           END-IF.

       3250-AGREGAR-ESTAB.
           IF ODOEST = 60000
               DISPLAY 'TABLA-ESTABS DESBORDADA'
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODOEST
           SET IEST TO ODOEST
           MOVE W-CLAVE-ESTAB      TO WEST-CLAVE(IEST)
           SET WEST-ICUI(IEST)     TO ICUI
           ADD 1                   TO WCUI-CANT-ESTAB(ICUI).

      ******************************************************************
      *    3500-LEER-MAESTROS  -  EL TOPE PROPIO (EST-TOPE-VTA) Y LA   *
      *    CATEGORIA (EST-LIMVTA) DEL CUIT SE TOMAN DEL PRIMER         *
      *    ESTABLECIMIENTO QUE SE ENCUENTRA EN EL MAESTRO              *
      ******************************************************************
       3500-LEER-MAESTROS.
           SET IEST TO 1
           PERFORM UNTIL IEST > ODOEST
               SET ICUI TO WEST-ICUI(IEST)
               IF NOT WCUI-CON-MAESTRO(ICUI)
                   PERFORM 3600-LEER-ESTAB
                   IF NOT ESTAB-NO-ENCONTRADO
                       MOVE 'S' TO WCUI-MAESTRO(ICUI)
                       IF EST-TOPE-VTA NUMERIC
                           MOVE EST-TOPE-VTA TO WCUI-TOPE-VTA(ICUI)
                       END-IF
                       IF EST-LIMVTA NUMERIC
                           MOVE EST-LIMVTA   TO WCUI-LIMVTA(ICUI)
                       END-IF
                   END-IF
               END-IF
               SET IEST UP BY 1
           END-PERFORM.

       3600-LEER-ESTAB.
           MOVE WEST-CLAVE(IEST) TO ESTVS-CLAVE
           READ MAEESTVS
                INVALID KEY
                    MOVE 'S' TO W-ESTAB-NO-ENCONTRADO
                    DISPLAY 'NO SE ENCONTRO ESTVS-CLAVE ' ESTVS-CLAVE
                NOT INVALID KEY
                    MOVE 'N' TO W-ESTAB-NO-ENCONTRADO
           END-READ.

      ******************************************************************
      *    4000-EVALUAR-CUITS  -  EL TOPE DEL CUIT ES EL PROPIO DEL    *
      *    MAESTRO SI ESTA INFORMADO, SI NO EL DE SU CATEGORIA. QUEDA  *
      *    EXCEDIDO SI SUPERA ESE TOPE O EL TOPE DEL REGIMEN (LA       *
      *    CATEGORIA MAS ALTA), Y CERCA SI LLEGA AL PORCENTAJE DE      *
      *    ALERTA DEL PARM                                             *
      ******************************************************************
       4000-EVALUAR-CUITS.
           SET ICUI TO 1
           PERFORM UNTIL ICUI > ODOCUI
               IF NOT WCUI-CON-MAESTRO(ICUI)
                   ADD 1 TO CONT-SIN-MAESTRO
               ELSE
                   PERFORM 4100-CALCULAR-TOPE
                   EVALUATE TRUE
                     WHEN W-TOPE > ZEROS
                      AND WCUI-BRUTO(ICUI) > W-TOPE
                     WHEN EXCEDE-REGIMEN
                         SET WCUI-EXCEDIDO(ICUI) TO TRUE
                         ADD 1 TO CONT-EXCEDIDOS
                     WHEN W-TOPE > ZEROS
                      AND W-PORC-TOPE NOT < L-PORC-ALERTA
                         SET WCUI-CERCA(ICUI)    TO TRUE
                         ADD 1 TO CONT-CERCA
                   END-EVALUATE
                   IF NOT WCUI-NORMAL(ICUI)
                       PERFORM 4200-GRABAR-ALEMON
                       PERFORM 4300-IMPRIMIR-DETALLE
                   END-IF
               END-IF
               SET ICUI UP BY 1
           END-PERFORM.

       4100-CALCULAR-TOPE.
           MOVE ZEROS TO W-TOPE W-PORC-TOPE W-CATEG-CORRESP
           MOVE 'N'   TO W-EXCEDE-REGIMEN

           IF WCUI-TOPE-VTA(ICUI) > ZEROS
               MOVE WCUI-TOPE-VTA(ICUI) TO W-TOPE
           ELSE
               IF ODO052 > 0
                   SEARCH ALL W052-ELEM
                     WHEN W052-CATEGORIA(I052) EQUAL WCUI-LIMVTA(ICUI)
                      MOVE W052-TOPE-ANUAL(I052) TO W-TOPE
                   END-SEARCH
               END-IF
           END-IF

           IF W-TOPE = ZEROS
               ADD 1 TO CONT-SIN-TOPE
           ELSE
               COMPUTE W-PORC-TOPE ROUNDED =
                       WCUI-BRUTO(ICUI) * 100 / W-TOPE
                   ON SIZE ERROR
                       MOVE 99999,99 TO W-PORC-TOPE
               END-COMPUTE
           END-IF

      *    CATEGORIA QUE CORRESPONDE AL BRUTO: LA PRIMERA CUYO TOPE
      *    LO CUBRE; POR ENCIMA DEL TOPE DEL REGIMEN NO HAY CATEGORIA
           IF W-TOPE-REGIMEN > ZEROS
            AND WCUI-BRUTO(ICUI) > W-TOPE-REGIMEN
               SET EXCEDE-REGIMEN TO TRUE
           END-IF
           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > ODO052 OR W-CATEG-CORRESP > 0
               IF WCUI-BRUTO(ICUI) NOT > W052-TOPE-ANUAL(W-IX)
                   MOVE W052-CATEGORIA(W-IX) TO W-CATEG-CORRESP
               END-IF
               ADD 1 TO W-IX
           END-PERFORM.

       4200-GRABAR-ALEMON.
           MOVE SPACES                  TO REG-ALEMON
           MOVE WCUI-CUIT(ICUI)         TO ALM-CUIT
           MOVE WCUI-ESTADO(ICUI)       TO ALM-TIPO-ALERTA
           MOVE L-PERIODO               TO ALM-PERIODO
           MOVE WCUI-BRUTO(ICUI)        TO ALM-BRUTO-12M
           MOVE W-TOPE                  TO ALM-TOPE
           MOVE W-PORC-TOPE             TO ALM-PORC-TOPE
           MOVE WCUI-LIMVTA(ICUI)       TO ALM-CATEG-ACTUAL
           MOVE W-CATEG-CORRESP         TO ALM-CATEG-CORRESP
           MOVE W-EXCEDE-REGIMEN        TO ALM-EXCEDE-REGIMEN
           MOVE WCUI-CANT-ESTAB(ICUI)   TO ALM-CANT-ESTAB
           MOVE WCUI-NUMEST(ICUI)       TO ALM-NUMEST
           MOVE WCUI-DENOM(ICUI)        TO ALM-DENOM
           WRITE REG-ALEMON
           ADD 1 TO CONT-ALEMON.

       4300-IMPRIMIR-DETALLE.
           MOVE SPACES                  TO LINEA-LISMON
           MOVE WCUI-CUIT(ICUI)         TO LINEA-LISMON(2:13)
           MOVE WCUI-NUMEST(ICUI)       TO LINEA-LISMON(16:10)
           MOVE WCUI-DENOM(ICUI)        TO LINEA-LISMON(27:30)
           MOVE WCUI-LIMVTA(ICUI)       TO LINEA-LISMON(59:2)
           IF W-CATEG-CORRESP > 0
               MOVE W-CATEG-CORRESP     TO LINEA-LISMON(63:2)
           ELSE
               MOVE '--'                TO LINEA-LISMON(63:2)
           END-IF
           MOVE WCUI-BRUTO(ICUI)        TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO      TO LINEA-LISMON(66:21)
           MOVE W-TOPE                  TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO      TO LINEA-LISMON(87:21)
           MOVE W-PORC-TOPE             TO TASA-FORMATEADA
           MOVE TASA-FORMATEADA         TO LINEA-LISMON(108:9)
           EVALUATE TRUE
             WHEN EXCEDE-REGIMEN
                 MOVE 'EXCEDE REGIMEN'  TO LINEA-LISMON(118:14)
             WHEN WCUI-EXCEDIDO(ICUI)
                 MOVE 'EXCEDIDO'        TO LINEA-LISMON(118:8)
             WHEN OTHER
                 MOVE 'CERCA DEL TOPE'  TO LINEA-LISMON(118:14)
           END-EVALUATE
           WRITE LINEA-LISMON.

      ******************************************************************
      *    5000-MARCAR-MAESTROS  -  MARCA EST-MONOT-EXCEDIDO EN TODOS  *
      *    LOS ESTABLECIMIENTOS DE LOS CUIT EXCEDIDOS QUE SIGUEN COMO  *
      *    MONOTRIBUTISTAS EN EL MAESTRO, Y LA QUITA A LOS QUE YA NO   *
      *    ESTAN EXCEDIDOS, PARA LA PROXIMA LIQUIDACION                *
      ******************************************************************
       5000-MARCAR-MAESTROS.
           SET IEST TO 1
           PERFORM UNTIL IEST > ODOEST
               SET ICUI TO WEST-ICUI(IEST)
               PERFORM 3600-LEER-ESTAB
               IF NOT ESTAB-NO-ENCONTRADO
                   IF WCUI-EXCEDIDO(ICUI) AND EST-TIPCUIT(2) = 'M'
                       IF NOT EST-MONOT-TOPE-EXCEDIDO
                           SET EST-MONOT-TOPE-EXCEDIDO TO TRUE
                           MOVE L-PERIODO TO EST-MONOT-PERIODO
                           PERFORM 5100-REGRABAR-ESTAB
                           ADD 1 TO CONT-MARCADOS
                       END-IF
                   ELSE
                       IF EST-MONOT-TOPE-EXCEDIDO
                           MOVE SPACE     TO EST-MONOT-EXCEDIDO
                           MOVE L-PERIODO TO EST-MONOT-PERIODO
                           PERFORM 5100-REGRABAR-ESTAB
                           ADD 1 TO CONT-DESMARCADOS
                       END-IF
                   END-IF
               END-IF
               SET IEST UP BY 1
           END-PERFORM.

       5100-REGRABAR-ESTAB.
           REWRITE REG-ESTVS
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR ESTVS-CLAVE ' ESTVS-CLAVE
                           ' FS ' FS-MAEEST
                   PERFORM 0700-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

       6000-IMPRIMIR-RESUMEN.
           MOVE SPACES              TO LINEA-LISMON
           WRITE LINEA-LISMON
           MOVE 'CUIT MONOTRIBUTISTAS CON VENTAS' TO LINEA-LISMON(2:31)
           MOVE ODOCUI              TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISMON(40:6)
           WRITE LINEA-LISMON
           MOVE SPACES              TO LINEA-LISMON
           MOVE 'CUIT CERCA DEL TOPE'  TO LINEA-LISMON(2:19)
           MOVE CONT-CERCA          TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISMON(40:6)
           WRITE LINEA-LISMON
           MOVE SPACES              TO LINEA-LISMON
           MOVE 'CUIT CON TOPE EXCEDIDO' TO LINEA-LISMON(2:22)
           MOVE CONT-EXCEDIDOS      TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISMON(40:6)
           WRITE LINEA-LISMON
           MOVE SPACES              TO LINEA-LISMON
           MOVE 'CUIT SIN TOPE INFORMADO' TO LINEA-LISMON(2:23)
           MOVE CONT-SIN-TOPE       TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISMON(40:6)
           WRITE LINEA-LISMON.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'REGISTROS DEL CONTESL.: ' CONT-CONTESL
           DISPLAY 'LIQ. MONOTRIBUTISTAS..: ' CONT-CONTESL-MONOT
           DISPLAY 'FUERA DEL PERIODO.....: ' CONT-FUERA-PERIODO
           DISPLAY 'CUIT ACUMULADOS.......: ' ODOCUI
           DISPLAY 'ESTABLECIMIENTOS......: ' ODOEST
           DISPLAY 'CUIT SIN MAESTRO......: ' CONT-SIN-MAESTRO
           DISPLAY 'CUIT SIN TOPE.........: ' CONT-SIN-TOPE
           DISPLAY 'CUIT CERCA DEL TOPE...: ' CONT-CERCA
           DISPLAY 'CUIT EXCEDIDOS........: ' CONT-EXCEDIDOS
           DISPLAY 'REGISTROS DEL ALEMON..: ' CONT-ALEMON
           DISPLAY 'ESTAB MARCADOS........: ' CONT-MARCADOS
           DISPLAY 'ESTAB DESMARCADOS.....: ' CONT-DESMARCADOS.

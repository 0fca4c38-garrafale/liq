       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMHISCA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  CONTESL   ASSIGN       TO CONTESL
                                 FILE STATUS  IS FS-CONTESL.

               SELECT  HISLIQ    ASSIGN       TO HISLIQ
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS HIS-CLAVE
                                 ALTERNATE RECORD KEY IS HIS-CLAVE-CUIT
                                           WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS HIS-FPAG-AMD
                                           WITH DUPLICATES
                                 FILE STATUS  IS FS-HISLIQ.

               SELECT  HISCTL    ASSIGN       TO HISCTL
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS RANDOM
                                 RECORD  KEY  IS HCT-CLAVE
                                 FILE STATUS  IS FS-HISCTL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CONTESL  -  UNA GENERACION DE LIQUIDACIONES EMITIDAS POR    *
      *    PGMCORT6, PGMRECSU O PGMRELIQ (SEGUN EL PARM)               *
      ******************************************************************
       FD  CONTESL
           RECORD 2000 CHARACTERS
           BLOCK  0.
           COPY   CONTESZ.
           EJECT

       FD  HISLIQ
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   HISLIQZ.
           EJECT

      ******************************************************************
      *    HISCTL  -  CONTROL DE GENERACIONES CARGADAS EN EL HISLIQ.   *
      *    LA CLAVE IDENTIFICA LA GENERACION POR SU CONTENIDO: ORIGEN, *
      *    PRIMERA LIQUIDACION, CANTIDAD DE REGISTROS, IMPORTE TOTAL   *
      *    A PAGAR Y MONEDA. UNA GENERACION 'P' QUEDO A MEDIO CARGAR Y *
      *    SE RETOMA DESDE EL ULTIMO PUNTO DE CONTROL; UNA 'C' YA ESTA *
      *    CARGADA Y SE RECHAZA                                        *
      ******************************************************************
       FD  HISCTL
           RECORD 100 CHARACTERS
           BLOCK  0.
       01  REG-HISCTL.
           03  HCT-CLAVE.
               05  HCT-GENERACION.
                   07  HCT-ORIGEN       PIC X(1).
                   07  HCT-NUMEST-INI   PIC X(10).
                   07  HCT-NROLIQ-INI   PIC 9(11).
                   07  HCT-CANT         PIC 9(9).
                   07  HCT-TOTAL        PIC S9(15)V99.
               05  HCT-MONEDA           PIC X(1).
           03  HCT-ESTADO               PIC X(1).
               88  HCT-EN-CURSO                 VALUE 'P'.
               88  HCT-COMPLETA                 VALUE 'C'.
           03  HCT-CANT-PROCESADOS      PIC 9(9).
           03  HCT-CANT-CARGADOS        PIC 9(9).
           03  HCT-CANT-DUPLICADOS      PIC 9(9).
           03  FILLER                   PIC X(23).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-CONTESL         PIC XX VALUE SPACES.
           03  FS-HISLIQ          PIC XX VALUE SPACES.
           03  FS-HISCTL          PIC XX VALUE SPACES.

       01  FIN-CONTESL              PIC X VALUE 'N'.
           88 EOF-CONTESL           VALUE 'Y'.

      *    IDENTIFICACION DE LA GENERACION, ARMADA EN LA PRIMERA
      *    PASADA DEL CONTESL
       01  W-GENERACION.
           03  W-GEN-ORIGEN             PIC X(1).
           03  W-GEN-NUMEST-INI         PIC X(10).
           03  W-GEN-NROLIQ-INI         PIC 9(11).
           03  W-GEN-CANT               PIC 9(9).
           03  W-GEN-TOTAL              PIC S9(15)V99.

      *    REGISTROS YA PROCESADOS EN UNA CARGA ANTERIOR INTERRUMPIDA
       01  W-SALTEAR                    PIC 9(9) VALUE 0.
       01  W-INTERVALO-CONTROL          PIC 9(5) VALUE 500.
       01  W-COCIENTE                   PIC 9(9) VALUE 0.
       01  W-RESTO                      PIC 9(5) VALUE 0.

      *    FECHA DE PAGO DEL CONTESL (DDMMAA) PASADA A AAAAMMDD PARA
      *    QUE LAS CLAVES ALTERNATIVAS ORDENEN POR FECHA
       01  W-FPAG.
           03  W-FPAG-DD                PIC 99.
           03  W-FPAG-MM                PIC 99.
           03  W-FPAG-AA                PIC 99.
       01  W-FPAG-AMD.
           03  W-AMD-SIGLO              PIC 99 VALUE 20.
           03  W-AMD-AA                 PIC 99.
           03  W-AMD-MM                 PIC 99.
           03  W-AMD-DD                 PIC 99.
       01  W-FPAG-AMD-N REDEFINES W-FPAG-AMD
                                        PIC 9(8).

       77  CONT-CONTESL             PIC 9(9) VALUE 0.
       77  CONT-PROCESADOS          PIC 9(9) VALUE 0.
       77  CONT-SALTEADOS           PIC 9(9) VALUE 0.
       77  CONT-CARGADOS            PIC 9(9) VALUE 0.
       77  CONT-DUPLICADOS          PIC 9(9) VALUE 0.

       LINKAGE SECTION.
      ******************************************************************
      *    L-PARAMETRO  -  PARM DE EJECUCION (JCL PARM=): PROGRAMA QUE *
      *    EMITIO LA GENERACION: C=PGMCORT6, R=PGMRECSU, L=PGMRELIQ,   *
      *    SEGUIDO DE LA MONEDA DEL CONTESL: 1=PESOS (DEFAULT),        *
      *    2=DOLARES, 3=PATACONES                                      *
      ******************************************************************
       01 L-PARAMETRO.
           03  L-LONG              PIC S9(4) COMP.
           03  L-ORIGEN            PIC X.
               88  L-ORIGEN-VALIDO           VALUE 'C' 'R' 'L'.
           03  L-MONEDA            PIC X.
               88  L-MONEDA-VALIDA           VALUE '1' '2' '3'.
           EJECT

       PROCEDURE DIVISION USING L-PARAMETRO.
       0000-PROCESO.
           PERFORM 0520-DEFAULT-PARAMETROS
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-IDENTIFICAR-GENERACION

           IF W-GEN-CANT = ZEROS
               DISPLAY 'CONTESL VACIO, NO HAY LIQUIDACIONES A CARGAR'
               PERFORM 0700-CERRAR-ARCHIVOS
               GOBACK
           END-IF

           PERFORM 1100-CONTROLAR-GENERACION

           PERFORM 2000-LEER-CONTESL
           PERFORM UNTIL EOF-CONTESL
               PERFORM 3000-CARGAR-LIQUIDACION
               PERFORM 2000-LEER-CONTESL
           END-PERFORM

           SET HCT-COMPLETA TO TRUE
           PERFORM 3500-GRABAR-PUNTO-CONTROL
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0520-DEFAULT-PARAMETROS.
           IF L-LONG = ZERO OR NOT L-ORIGEN-VALIDO
               DISPLAY 'PARM DE ORIGEN OBLIGATORIO (C, R O L)'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF L-LONG < 2 OR NOT L-MONEDA-VALIDA
               MOVE '1' TO L-MONEDA
           END-IF.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  CONTESL
           OPEN I-O    HISLIQ HISCTL

           IF W-FILE-STATUS NOT = '000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0700-CERRAR-ARCHIVOS.
           CLOSE CONTESL HISLIQ HISCTL.

      ******************************************************************
      *    1000-IDENTIFICAR-GENERACION  -  PRIMERA PASADA: PRIMERA     *
      *    LIQUIDACION, CANTIDAD E IMPORTE TOTAL DE LA GENERACION.     *
      *    LUEGO SE REABRE EL CONTESL PARA LA CARGA                    *
      ******************************************************************
       1000-IDENTIFICAR-GENERACION.
           MOVE L-ORIGEN TO W-GEN-ORIGEN
           MOVE SPACES   TO W-GEN-NUMEST-INI
           MOVE ZEROS    TO W-GEN-NROLIQ-INI W-GEN-CANT W-GEN-TOTAL

           PERFORM 2000-LEER-CONTESL
           PERFORM UNTIL EOF-CONTESL
               IF W-GEN-CANT = ZEROS
                   MOVE CONTL-NUMEST TO W-GEN-NUMEST-INI
                   MOVE CONTL-NROLIQ TO W-GEN-NROLIQ-INI
               END-IF
               ADD 1              TO W-GEN-CANT
               ADD CONTL-IMPPAGAR TO W-GEN-TOTAL
               PERFORM 2000-LEER-CONTESL
           END-PERFORM

           CLOSE CONTESL
           OPEN INPUT CONTESL
           IF FS-CONTESL NOT = '00'
               DISPLAY 'ERROR AL REABRIR CONTESL ' FS-CONTESL
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N'   TO FIN-CONTESL
           MOVE ZEROS TO CONT-CONTESL.

      ******************************************************************
      *    1100-CONTROLAR-GENERACION  -  GENERACION NUEVA: SE          *
      *    REGISTRA EN CURSO. EN CURSO: ES UN REINICIO Y SE SALTEAN    *
      *    LOS REGISTROS DEL ULTIMO PUNTO DE CONTROL. COMPLETA: SE     *
      *    RECHAZA LA CORRIDA SIN CARGAR NADA                          *
      ******************************************************************
       1100-CONTROLAR-GENERACION.
           MOVE W-GENERACION TO HCT-GENERACION
           MOVE L-MONEDA     TO HCT-MONEDA
           READ HISCTL
               INVALID KEY
                   MOVE SPACES       TO REG-HISCTL
                   MOVE W-GENERACION TO HCT-GENERACION
                   MOVE L-MONEDA     TO HCT-MONEDA
                   SET HCT-EN-CURSO  TO TRUE
                   MOVE ZEROS        TO HCT-CANT-PROCESADOS
                                        HCT-CANT-CARGADOS
                                        HCT-CANT-DUPLICADOS
                   WRITE REG-HISCTL
                   IF FS-HISCTL NOT = '00'
                       DISPLAY 'ERROR AL GRABAR HISCTL ' FS-HISCTL
                       PERFORM 0700-CERRAR-ARCHIVOS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               NOT INVALID KEY
                   IF HCT-COMPLETA
                       DISPLAY 'GENERACION YA CARGADA EN EL HISTORICO: '
                               HCT-CLAVE
                       PERFORM 0700-CERRAR-ARCHIVOS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE HCT-CANT-PROCESADOS TO W-SALTEAR
                   MOVE HCT-CANT-CARGADOS   TO CONT-CARGADOS
                   MOVE HCT-CANT-DUPLICADOS TO CONT-DUPLICADOS
                   DISPLAY 'REINICIO DE CARGA, SE SALTEAN '
                           W-SALTEAR ' REGISTROS YA PROCESADOS'
           END-READ.

       2000-LEER-CONTESL.
           READ CONTESL
               AT END SET EOF-CONTESL    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL
           END-READ.

      ******************************************************************
      *    3000-CARGAR-LIQUIDACION  -  GRABA LA LIQUIDACION EN EL      *
      *    HISTORICO. UNA CLAVE YA EXISTENTE DE ESTA MISMA GENERACION  *
      *    (CARGADA ENTRE EL ULTIMO PUNTO DE CONTROL Y LA              *
      *    INTERRUPCION) SE CUENTA Y SE INFORMA; SI ES DE OTRA         *
      *    GENERACION LA CLAVE NO ES UNICA Y SE CANCELA LA CARGA       *
      ******************************************************************
       3000-CARGAR-LIQUIDACION.
           ADD 1 TO CONT-PROCESADOS

           IF CONT-PROCESADOS NOT > W-SALTEAR
               ADD 1 TO CONT-SALTEADOS
           ELSE
               PERFORM 3100-ARMAR-HISTORICO
               WRITE REG-HISLIQ
                   INVALID KEY
                       IF FS-HISLIQ = '22'
                           PERFORM 3200-CONTROLAR-DUPLICADA
                       ELSE
                           DISPLAY 'ERROR AL GRABAR HISLIQ ' FS-HISLIQ
                                   ' ' HIS-CLAVE
                           PERFORM 0700-CERRAR-ARCHIVOS
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO CONT-CARGADOS
               END-WRITE

               DIVIDE CONT-PROCESADOS BY W-INTERVALO-CONTROL
                      GIVING W-COCIENTE REMAINDER W-RESTO
               IF W-RESTO = ZEROS
                   PERFORM 3500-GRABAR-PUNTO-CONTROL
               END-IF
           END-IF.

       3100-ARMAR-HISTORICO.
           MOVE SPACES          TO REG-HISLIQ
           MOVE CONTL-NUMEST    TO HIS-NUMEST
           MOVE CONTL-NROLIQ    TO HIS-NROLIQ
           MOVE L-MONEDA        TO HIS-MONEDA
           MOVE CONTL-C-U-I-T   TO HIS-CUIT

           MOVE CONTL-FPAG      TO W-FPAG
           IF W-FPAG NUMERIC
               MOVE W-FPAG-AA   TO W-AMD-AA
               MOVE W-FPAG-MM   TO W-AMD-MM
               MOVE W-FPAG-DD   TO W-AMD-DD
               MOVE W-FPAG-AMD-N TO HIS-FPAG-AMD HIS-FPAG-CUIT
           ELSE
               MOVE ZEROS       TO HIS-FPAG-AMD HIS-FPAG-CUIT
           END-IF

           MOVE L-ORIGEN        TO HIS-ORIGEN
           MOVE W-GENERACION    TO HIS-GENERACION
           MOVE REG-CONTESL     TO HIS-REG-CONTESL.

       3200-CONTROLAR-DUPLICADA.
           READ HISLIQ
               INVALID KEY
                   DISPLAY 'ERROR AL LEER HISLIQ ' FS-HISLIQ
                           ' ' HIS-CLAVE
                   PERFORM 0700-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF HIS-GENERACION = W-GENERACION
               ADD 1 TO CONT-DUPLICADOS
               DISPLAY 'LIQUIDACION YA EN EL HISTORICO ' HIS-CLAVE
           ELSE
               DISPLAY 'CLAVE DE OTRA GENERACION EN EL HISTORICO '
                       HIS-CLAVE ' ' HIS-GENERACION
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************************
      *    3500-GRABAR-PUNTO-CONTROL  -  ACTUALIZA EN EL HISCTL LO     *
      *    PROCESADO DE LA GENERACION                                  *
      ******************************************************************
       3500-GRABAR-PUNTO-CONTROL.
           MOVE CONT-PROCESADOS TO HCT-CANT-PROCESADOS
           MOVE CONT-CARGADOS   TO HCT-CANT-CARGADOS
           MOVE CONT-DUPLICADOS TO HCT-CANT-DUPLICADOS
           REWRITE REG-HISCTL
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR HISCTL ' FS-HISCTL
                   PERFORM 0700-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-REWRITE.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'GENERACION............: ' W-GENERACION
           DISPLAY 'MONEDA................: ' L-MONEDA
           DISPLAY 'REGISTROS DEL CONTESL.: ' CONT-CONTESL
           DISPLAY 'SALTEADOS (REINICIO)..: ' CONT-SALTEADOS
           DISPLAY 'CARGADOS EN HISLIQ....: ' CONT-CARGADOS
           DISPLAY 'YA EXISTENTES.........: ' CONT-DUPLICADOS.

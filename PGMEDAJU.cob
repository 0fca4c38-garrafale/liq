       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEDAJU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  AJUNOV    ASSIGN       TO AJUNOV
                                 FILE STATUS  IS FS-AJUNOV.

               SELECT  MAEESTVS  ASSIGN       TO MAEESTVS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS RANDOM
                                 RECORD  KEY  IS ESTVS-CLAVE
                                 FILE STATUS  IS FS-MAEEST.

               SELECT  TABLAS    ASSIGN       TO TABLAS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS T026-CLAVE
                                 FILE STATUS  IS FS-TAB.

               SELECT  AJUSTES   ASSIGN       TO AJUSTES
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS DYNAMIC
                                 RECORD  KEY  IS AJU-CLAVE
                                 FILE STATUS  IS FS-AJUSTES.

               SELECT  RECHAZOS  ASSIGN       TO RECHAZOS
                                 FILE STATUS  IS FS-RECHAZOS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    AJUNOV  -  AJUSTES MANUALES CARGADOS POR OPERACIONES, CON   *
      *    EL LAYOUT DE AJUSTEZ (ESTADO Y DATOS DE APLICACION EN       *
      *    BLANCO)                                                     *
      ******************************************************************
       FD  AJUNOV
           RECORD 200 CHARACTERS
           BLOCK  0.
       01  REG-AJUNOV             PIC X(200).

       FD  MAEESTVS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MAEESTV.
           EJECT

       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   D532026.
           COPY   D532055.
           EJECT

      ******************************************************************
      *    AJUSTES  -  AJUSTES AUTORIZADOS, PENDIENTES DE APLICAR POR  *
      *    LA LIQUIDACION (PGMCORT6)                                   *
      ******************************************************************
       FD  AJUSTES
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   AJUSTEZ.
           EJECT

      ******************************************************************
      *    RECHAZOS  -  AJUSTES RECHAZADOS CON CODIGO DE MOTIVO        *
      *    SEGUIDO DE LA IMAGEN COMPLETA DEL REGISTRO ORIGINAL         *
      ******************************************************************
       FD  RECHAZOS
           RECORD 203 CHARACTERS
           BLOCK  0.
       01  REG-RECHAZO.
           03  RCH-MOTIVO             PIC XX.
               88  RCH-ESTAB-INEXISTENTE      VALUE 'ES'.
               88  RCH-MONEDA-INVALIDA        VALUE 'MO'.
               88  RCH-IMPORTE-INVALIDO       VALUE 'IM'.
               88  RCH-SIGNO-INVALIDO         VALUE 'SG'.
               88  RCH-MOTIVO-INEXISTENTE     VALUE 'MT'.
               88  RCH-SIGNO-NO-PERMITIDO     VALUE 'SM'.
               88  RCH-SUPERA-TOPE            VALUE 'TP'.
               88  RCH-FALTA-REFERENCIA       VALUE 'RF'.
               88  RCH-AUTORIZANTE-INVALIDO   VALUE 'AU'.
               88  RCH-AJUSTE-DUPLICADO       VALUE 'DU'.
           03  FILLER                 PIC X.
           03  RCH-AJUSTE             PIC X(200).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-AJUNOV              PIC XX VALUE SPACES.
           03  FS-MAEEST              PIC XX VALUE SPACES.
           03  FS-TAB                 PIC XX VALUE SPACES.
           03  FS-AJUSTES             PIC XX VALUE SPACES.
           03  FS-RECHAZOS            PIC XX VALUE SPACES.

       01  FIN-AJUNOV                 PIC X VALUE 'N'.
           88 EOF-AJUNOV              VALUE 'Y'.

       01  W-AJU-RECHAZADO            PIC X VALUE 'N'.
           88  AJU-RECHAZADO          VALUE 'S'.

       01  W-FECHA-PROCESO            PIC 9(8) VALUE 0.

       77  CONT-AJUNOV                PIC 9(9) VALUE 0.
       77  CONT-AUTORIZADOS           PIC 9(9) VALUE 0.
       77  CONT-RECHAZOS              PIC 9(9) VALUE 0.
       77  TOTAL-CREDITOS             PIC S9(15)V99 VALUE 0.
       77  TOTAL-DEBITOS              PIC S9(15)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 0500-ABRIR-ARCHIVOS

           PERFORM 2000-LEER-AJUNOV
           PERFORM UNTIL EOF-AJUNOV
               PERFORM 3000-VALIDAR-AJUSTE
               IF NOT AJU-RECHAZADO
                   PERFORM 4000-GRABAR-AUTORIZADO
               END-IF
               IF AJU-RECHAZADO
                   PERFORM 4100-GRABAR-RECHAZO
               END-IF
               PERFORM 2000-LEER-AJUNOV
           END-PERFORM

           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  AJUNOV MAEESTVS TABLAS
           OPEN I-O    AJUSTES
           OPEN OUTPUT RECHAZOS

           IF W-FILE-STATUS NOT = '0000000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT W-FECHA-PROCESO FROM DATE YYYYMMDD.

       0700-CERRAR-ARCHIVOS.
           CLOSE AJUNOV MAEESTVS TABLAS AJUSTES RECHAZOS.

       2000-LEER-AJUNOV.
           READ AJUNOV
               AT END SET EOF-AJUNOV     TO TRUE
               NOT AT END
                   ADD 1 TO CONT-AJUNOV
                   MOVE REG-AJUNOV TO REG-AJUSTES
           END-READ.

      ******************************************************************
      *    3000-VALIDAR-AJUSTE  -  ESTABLECIMIENTO EN EL MAESTRO,      *
      *    MONEDA, SIGNO E IMPORTE, MOTIVO EN LA TABLA 055 CON SU      *
      *    SIGNO Y TOPE, REFERENCIA, Y UN AUTORIZANTE DISTINTO DEL     *
      *    OPERADOR QUE LO CARGO. EL PRIMER ERROR ENCONTRADO           *
      *    DETERMINA EL MOTIVO DEL RECHAZO                             *
      ******************************************************************
       3000-VALIDAR-AJUSTE.
           MOVE 'N'    TO W-AJU-RECHAZADO
           MOVE SPACES TO RCH-MOTIVO

           MOVE AJU-CLAVE-EST TO ESTVS-CLAVE
           READ MAEESTVS
               INVALID KEY
                   SET RCH-ESTAB-INEXISTENTE TO TRUE
           END-READ

           MOVE '055'      TO T055-IDENTAB
           MOVE AJU-MOTIVO TO T055-MOTIVO
           READ TABLAS
               INVALID KEY
                   MOVE SPACES TO T055-SIGNO
           END-READ

           EVALUATE TRUE
             WHEN RCH-MOTIVO NOT = SPACES
                 CONTINUE
             WHEN NOT (AJU-MONEDA-ARP OR AJU-MONEDA-USD
                       OR AJU-MONEDA-PAT)
                 SET RCH-MONEDA-INVALIDA      TO TRUE
             WHEN NOT (AJU-CREDITO OR AJU-DEBITO)
                 SET RCH-SIGNO-INVALIDO       TO TRUE
             WHEN AJU-IMPORTE NOT NUMERIC
                 SET RCH-IMPORTE-INVALIDO     TO TRUE
             WHEN AJU-IMPORTE = ZEROS
                 SET RCH-IMPORTE-INVALIDO     TO TRUE
             WHEN FS-TAB NOT = '00'
                 SET RCH-MOTIVO-INEXISTENTE   TO TRUE
             WHEN T055-SOLO-CREDITO AND NOT AJU-CREDITO
                 SET RCH-SIGNO-NO-PERMITIDO   TO TRUE
             WHEN T055-SOLO-DEBITO AND NOT AJU-DEBITO
                 SET RCH-SIGNO-NO-PERMITIDO   TO TRUE
             WHEN NOT (T055-SOLO-CREDITO OR T055-SOLO-DEBITO
                       OR T055-AMBOS-SIGNOS)
                 SET RCH-SIGNO-NO-PERMITIDO   TO TRUE
             WHEN T055-IMPORTE-MAXIMO NUMERIC
              AND T055-IMPORTE-MAXIMO > ZEROS
              AND AJU-IMPORTE > T055-IMPORTE-MAXIMO
                 SET RCH-SUPERA-TOPE          TO TRUE
             WHEN AJU-REFERENCIA = SPACES
                 SET RCH-FALTA-REFERENCIA     TO TRUE
             WHEN AJU-AUTORIZANTE = SPACES
               OR AJU-OPERADOR    = SPACES
               OR AJU-AUTORIZANTE = AJU-OPERADOR
                 SET RCH-AUTORIZANTE-INVALIDO TO TRUE
             WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF RCH-MOTIVO NOT = SPACES
               MOVE 'S' TO W-AJU-RECHAZADO
           END-IF.

      ******************************************************************
      *    4000-GRABAR-AUTORIZADO  -  QUEDA PENDIENTE PARA LA PROXIMA  *
      *    LIQUIDACION DE SU MONEDA. LA CLAVE YA EXISTENTE ES EL MISMO *
      *    AJUSTE CARGADO DOS VECES Y SE RECHAZA                       *
      ******************************************************************
       4000-GRABAR-AUTORIZADO.
           MOVE W-FECHA-PROCESO TO AJU-FAUTORIZ
           SET AJU-PENDIENTE    TO TRUE
           MOVE ZEROS           TO AJU-FPRES-LIQ AJU-CODBCO
                                   AJU-CODCASA AJU-NROLIQ
           MOVE SPACES          TO AJU-LIQ AJU-MODO AJU-FPAG
                                   AJU-DESTINO

           WRITE REG-AJUSTES
               INVALID KEY
                   IF FS-AJUSTES = '22'
                       SET RCH-AJUSTE-DUPLICADO TO TRUE
                       MOVE 'S' TO W-AJU-RECHAZADO
                   ELSE
                       DISPLAY 'ERROR AL GRABAR AJUSTES ' FS-AJUSTES
                               ' ' AJU-CLAVE
                       PERFORM 0700-CERRAR-ARCHIVOS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CONT-AUTORIZADOS
                   IF AJU-CREDITO
                       ADD AJU-IMPORTE TO TOTAL-CREDITOS
                   ELSE
                       ADD AJU-IMPORTE TO TOTAL-DEBITOS
                   END-IF
           END-WRITE.

       4100-GRABAR-RECHAZO.
           MOVE SPACES     TO REG-RECHAZO(3:1)
           MOVE REG-AJUNOV TO RCH-AJUSTE
           WRITE REG-RECHAZO
           ADD 1 TO CONT-RECHAZOS.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'AJUSTES LEIDOS........: ' CONT-AJUNOV
           DISPLAY 'AJUSTES AUTORIZADOS...: ' CONT-AUTORIZADOS
           DISPLAY 'AJUSTES RECHAZADOS....: ' CONT-RECHAZOS
           DISPLAY 'TOTAL CREDITOS........: ' TOTAL-CREDITOS
           DISPLAY 'TOTAL DEBITOS.........: ' TOTAL-DEBITOS.

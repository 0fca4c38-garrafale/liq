       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAUCOM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  MOVLIMPI  ASSIGN       TO MOVLIMPI
                                 FILE STATUS  IS FS-MOVLIMPI.

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

               SELECT  LISCOM    ASSIGN       TO LISCOM
                                 FILE STATUS  IS FS-LISCOM.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    MOVLIMPI  -  MOVIMIENTOS ACEPTADOS POR PGMEDMOV, EN         *
      *    SECUENCIA BANCO/CASA/ESTABLECIMIENTO/PRODUCTO               *
      ******************************************************************
       FD  MOVLIMPI
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MOVMES.
           COPY   MOV650X REPLACING == :MM: == BY == ==.
           EJECT

       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   D532026.
           COPY   D532051.
           EJECT

       FD  MAEESTVS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MAEESTL.
           EJECT

      ******************************************************************
      *    LISCOM  -  AUDITORIA DE COMISIONES: ESTABLECIMIENTOS CUYA   *
      *    COMISION COBRADA (MOV-COMIS) DIFIERE DE LA TASA PACTADA,    *
      *    CON TOTALES POR CASA Y BANCO Y RESUMEN POR BANCO            *
      ******************************************************************
       FD  LISCOM
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISCOM             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-MOVLIMPI        PIC XX VALUE SPACES.
           03  FS-TAB             PIC XX VALUE SPACES.
           03  FS-MAEEST          PIC XX VALUE SPACES.
           03  FS-LISCOM          PIC XX VALUE SPACES.

       01  FIN-MOVLIMPI             PIC X VALUE 'N'.
           88 EOF-MOVLIMPI          VALUE 'Y'.

       01  FIN-TAB                  PIC X VALUE 'N'.
           88 EOF-TAB               VALUE 'Y'.

       01  W-ESTAB-NO-ENCONTRADO    PIC X VALUE 'N'.
           88  ESTAB-NO-ENCONTRADO  VALUE 'S'.

       01  W-SIN-TASA               PIC X VALUE 'N'.
           88  SIN-TASA-PACTADA     VALUE 'S'.

       01  W-TIPO-PRODUCTO          PIC X VALUE 'C'.
           88  PRODUCTO-DEBITO      VALUE 'D'.
           88  PRODUCTO-CREDITO     VALUE 'C'.

      ******************************************************************
      *    TABLA-BANCOS  -  DENOMINACION DE LOS BANCOS (TABLA 026)     *
      *    PARA EL RESUMEN                                             *
      ******************************************************************
       01  TABLA-BANCOS.
           03  W026-ELEM   OCCURS 1 TO 500 TIMES
                           DEPENDING ON ODO026
                           ASCENDING   KEY   W026-IDENBCO
                           INDEXED BY  I026.
               05  W026-IDENBCO          PIC XXX.
               05  W026-DENBCO           PIC X(35).

       01  ODO026                        PIC 9(3) VALUE 0.

      ******************************************************************
      *    TABLA-PRODUCTOS  -  PRODUCTOS DE DEBITO Y CREDITO (TABLA    *
      *    051) POR SISTEMA/TARJETA                                    *
      ******************************************************************
       01  TABLA-PRODUCTOS.
           03  W051-ELEM   OCCURS 1 TO 200 TIMES
                           DEPENDING ON ODO051
                           ASCENDING   KEY   W051-PRODUCTO
                           INDEXED BY  I051.
               05  W051-PRODUCTO.
                   07  W051-CODSIS       PIC X(3).
                   07  W051-CODTAR       PIC X(3).
               05  W051-TIPO             PIC X(1).

       01  ODO051                        PIC 9(3) VALUE 0.

       01  W-PRODUCTO.
           03  W-PROD-CODSIS             PIC X(3).
           03  W-PROD-CODTAR             PIC X(3).

      ******************************************************************
      *    CORTE DE CONTROL POR BANCO/CASA/ESTABLECIMIENTO-PRODUCTO,   *
      *    LA MISMA SECUENCIA QUE CONTROLA PGMEDMOV                    *
      ******************************************************************
       01  W-CLAVE-ACTUAL.
           03  W-CLA-BCOCASA.
               05  W-CLA-CODBCO          PIC 9(3).
               05  W-CLA-CODCASA         PIC 9(3).
           03  W-CLA-CLAVE-MOV           PIC X(19).

       01  W-CLAVE-ANTERIOR.
           03  W-ANT-BCOCASA.
               05  W-ANT-CODBCO          PIC 9(3).
               05  W-ANT-CODCASA         PIC 9(3).
           03  W-ANT-CLAVE-MOV           PIC X(19).

      ******************************************************************
      *    TASA PACTADA DEL ESTABLECIMIENTO: LA DEL CONVENIO CON EL    *
      *    BANCO SI ESTA INFORMADA, SI NO LA DEL COMERCIO, DE DEBITO   *
      *    O DE CREDITO SEGUN EL PRODUCTO, MENOS LA BONIFICACION       *
      ******************************************************************
       01  W-TASA-BK                PIC S9(3)V99 VALUE 0.
       01  W-TASA-EST               PIC S9(3)V99 VALUE 0.
       01  W-TASA-BASE              PIC 9(3)V99  VALUE 0.
       01  W-BONIF                  PIC 9(3)V999 VALUE 0.
       01  W-TASA-PACTADA           PIC 9(3)V99  VALUE 0.

       01  W-COMIS-COBRADA          PIC S9(13)V99 VALUE 0.
       01  W-COMIS-PACTADA          PIC S9(13)V99 VALUE 0.
       01  W-DIFERENCIA             PIC S9(13)V99 VALUE 0.

      *    ACUMULADOS DEL ESTABLECIMIENTO EN CURSO
       01  W-EST-DENEST             PIC X(30).
       01  W-EST-TASA-COBRADA       PIC 9(3)V99   VALUE 0.
       01  W-EST-CANT-DIF           PIC 9(7)      VALUE 0.
       01  W-EST-EXCESO             PIC S9(13)V99 VALUE 0.
       01  W-EST-DEFECTO            PIC S9(13)V99 VALUE 0.

      *    ACUMULADOS DE LA CASA Y DEL BANCO EN CURSO
       01  W-CASA-AUDITADOS         PIC 9(7)      VALUE 0.
       01  W-CASA-CON-DIF           PIC 9(7)      VALUE 0.
       01  W-CASA-EXCESO            PIC S9(13)V99 VALUE 0.
       01  W-CASA-DEFECTO           PIC S9(13)V99 VALUE 0.
       01  W-BCO-AUDITADOS          PIC 9(7)      VALUE 0.
       01  W-BCO-CON-DIF            PIC 9(7)      VALUE 0.
       01  W-BCO-EXCESO             PIC S9(13)V99 VALUE 0.
       01  W-BCO-DEFECTO            PIC S9(13)V99 VALUE 0.

      ******************************************************************
      *    TABLA-RESUMEN  -  UN ELEMENTO POR BANCO, EN EL ORDEN EN QUE *
      *    VIENEN EN EL MOVLIMPI, PARA EL RESUMEN FINAL                *
      ******************************************************************
       01  TABLA-RESUMEN.
           03  WRES-ELEM   OCCURS 500 TIMES.
               05  WRES-CODBCO           PIC 9(3).
               05  WRES-AUDITADOS        PIC 9(7).
               05  WRES-CON-DIF          PIC 9(7).
               05  WRES-EXCESO           PIC S9(13)V99.
               05  WRES-DEFECTO          PIC S9(13)V99.

       01  W-RES-CANT                    PIC 9(3) VALUE 0.

       01  W-IX                     PIC S9(4) COMP VALUE 0.
       01  W-CODBCO-X               PIC XXX.
       01  W-BANCO-NOMBRE           PIC X(35).
       01  W-NETO                   PIC S9(13)V99 VALUE 0.

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  TASA-FORMATEADA          PIC ZZ9,99.
       01  CANTIDAD-FORMATEADA      PIC Z.ZZZ.ZZ9.

       77  CONT-MOVLIMPI            PIC 9(9) VALUE 0.
       77  CONT-MAEEST              PIC 9(9) VALUE 0.
       77  CONT-SIN-MAESTRO         PIC 9(9) VALUE 0.
       77  CONT-SIN-TASA            PIC 9(9) VALUE 0.
       77  CONT-MOV-AUDITADOS       PIC 9(9) VALUE 0.
       77  CONT-MOV-NO-AUDITADOS    PIC 9(9) VALUE 0.
       77  CONT-MOV-CON-DIF         PIC 9(9) VALUE 0.
       77  CONT-ESTAB-CON-DIF       PIC 9(9) VALUE 0.
       77  TOTAL-EXCESO             PIC S9(13)V99 VALUE 0.
       77  TOTAL-DEFECTO            PIC S9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-CARGAR-TABLAS
           PERFORM 0600-IMPRIMIR-ENCABEZADO

           PERFORM 2000-LEER-MOVLIMPI
           PERFORM UNTIL EOF-MOVLIMPI
               PERFORM 3000-CONTROLAR-CORTES
               PERFORM 3400-AUDITAR-MOVIMIENTO
               PERFORM 2000-LEER-MOVLIMPI
           END-PERFORM

           IF CONT-MOVLIMPI > 0
               PERFORM 3100-CORTE-ESTABLECIMIENTO
               PERFORM 3150-CORTE-CASA
               PERFORM 3180-CORTE-BANCO
           END-IF

           PERFORM 5000-IMPRIMIR-RESUMEN
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  MOVLIMPI TABLAS MAEESTVS
           OPEN OUTPUT LISCOM

           IF W-FILE-STATUS NOT = '00000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0600-IMPRIMIR-ENCABEZADO.
           MOVE SPACES              TO LINEA-LISCOM
           MOVE 'AUDITORIA DE COMISIONES COBRADAS CONTRA TASA PACTADA'
                                    TO LINEA-LISCOM(2:52)
           WRITE LINEA-LISCOM
           MOVE SPACES              TO LINEA-LISCOM
           MOVE 'BCO'               TO LINEA-LISCOM(2:3)
           MOVE 'CASA'              TO LINEA-LISCOM(6:4)
           MOVE 'ESTAB'             TO LINEA-LISCOM(11:5)
           MOVE 'PRODUCTO'          TO LINEA-LISCOM(22:8)
           MOVE 'DENOMINACION'      TO LINEA-LISCOM(34:12)
           MOVE 'TIPO'              TO LINEA-LISCOM(64:4)
           MOVE 'PACT.'             TO LINEA-LISCOM(69:5)
           MOVE 'COBR.'             TO LINEA-LISCOM(76:5)
           MOVE 'MOVIM.'            TO LINEA-LISCOM(85:6)
           MOVE 'DIFERENCIA COMISION' TO LINEA-LISCOM(94:19)
           MOVE 'OBSERVACION'       TO LINEA-LISCOM(115:11)
           WRITE LINEA-LISCOM
           MOVE ALL '-'             TO LINEA-LISCOM
           WRITE LINEA-LISCOM.

       0700-CERRAR-ARCHIVOS.
           CLOSE MOVLIMPI TABLAS MAEESTVS LISCOM.

      ******************************************************************
      *    1000-CARGAR-TABLAS  -  BANCOS (026) Y TIPO DE PRODUCTO      *
      *    (051)                                                       *
      ******************************************************************
       1000-CARGAR-TABLAS.
           INITIALIZE T026-CLAVE
           MOVE '026' TO T026-IDENTAB
           START TABLAS      KEY NOT  LESS    T026-CLAVE.
           READ TABLAS NEXT
                       AT END SET EOF-TAB TO TRUE
           END-READ
           SET I026 TO 1
           PERFORM UNTIL EOF-TAB OR T026-IDENTAB NOT = '026'
             IF ODO026 = 500
                 DISPLAY 'TABLA-BANCOS DESBORDADA'
                 PERFORM 0700-CERRAR-ARCHIVOS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO ODO026
             MOVE  T026-IDENBCO    TO W026-IDENBCO(I026)
             MOVE  T026-DENBCO     TO W026-DENBCO(I026)
             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
             SET   I026 UP BY 1
           END-PERFORM

           MOVE 'N' TO FIN-TAB
           INITIALIZE T051-CLAVE
           MOVE '051' TO T051-IDENTAB
           START TABLAS      KEY NOT  LESS    T051-CLAVE
                 INVALID KEY SET EOF-TAB TO TRUE
           END-START
           IF NOT EOF-TAB
               READ TABLAS NEXT
                           AT END SET EOF-TAB TO TRUE
               END-READ
           END-IF
           SET I051 TO 1
           PERFORM UNTIL EOF-TAB OR T051-IDENTAB NOT = '051'
             IF ODO051 = 200
                 DISPLAY 'TABLA-PRODUCTOS DESBORDADA'
                 PERFORM 0700-CERRAR-ARCHIVOS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
             END-IF
             ADD 1 TO ODO051
             MOVE  T051-CODSIS        TO W051-CODSIS(I051)
             MOVE  T051-CODTAR        TO W051-CODTAR(I051)
             MOVE  T051-TIPO-PRODUCTO TO W051-TIPO(I051)
             READ TABLAS NEXT
                         AT END SET EOF-TAB TO TRUE
             END-READ
             SET   I051 UP BY 1
           END-PERFORM.

       2000-LEER-MOVLIMPI.
           READ MOVLIMPI
               AT END SET EOF-MOVLIMPI   TO TRUE
               NOT AT END
                   ADD 1 TO CONT-MOVLIMPI
           END-READ.

      ******************************************************************
      *    3000-CONTROLAR-CORTES  -  AL CAMBIAR DE ESTABLECIMIENTO/    *
      *    PRODUCTO CIERRA EL ANTERIOR (Y LA CASA Y EL BANCO SI        *
      *    CAMBIARON) Y LEE EL MAESTRO DEL NUEVO                       *
      ******************************************************************
       3000-CONTROLAR-CORTES.
           MOVE MOV-CODBCO  TO W-CLA-CODBCO
           MOVE MOV-CODCASA TO W-CLA-CODCASA
           MOVE MOV-CLAVE   TO W-CLA-CLAVE-MOV

           IF W-CLAVE-ACTUAL NOT = W-CLAVE-ANTERIOR
               IF CONT-MOVLIMPI > 1
                   PERFORM 3100-CORTE-ESTABLECIMIENTO
                   IF W-CLA-BCOCASA NOT = W-ANT-BCOCASA
                       PERFORM 3150-CORTE-CASA
                       IF W-CLA-CODBCO NOT = W-ANT-CODBCO
                           PERFORM 3180-CORTE-BANCO
                       END-IF
                   END-IF
               END-IF
               MOVE W-CLAVE-ACTUAL TO W-CLAVE-ANTERIOR
               PERFORM 3200-LEER-ESTAB
           END-IF.

      ******************************************************************
      *    3100-CORTE-ESTABLECIMIENTO  -  LISTA EL ESTABLECIMIENTO SI  *
      *    TUVO MOVIMIENTOS COBRADOS A UNA TASA DISTINTA DE LA PACTADA *
      *    Y LO SUMA A LA CASA                                         *
      ******************************************************************
       3100-CORTE-ESTABLECIMIENTO.
           IF NOT ESTAB-NO-ENCONTRADO
            AND NOT SIN-TASA-PACTADA
               ADD 1 TO W-CASA-AUDITADOS
           END-IF

           IF W-EST-CANT-DIF > 0
               PERFORM 4200-IMPRIMIR-DETALLE
               ADD 1              TO W-CASA-CON-DIF
               ADD 1              TO CONT-ESTAB-CON-DIF
               ADD W-EST-EXCESO   TO W-CASA-EXCESO
               ADD W-EST-DEFECTO  TO W-CASA-DEFECTO
           END-IF

           MOVE ZEROS TO W-EST-CANT-DIF W-EST-EXCESO W-EST-DEFECTO
                         W-EST-TASA-COBRADA.

       3150-CORTE-CASA.
           IF W-CASA-CON-DIF > 0
               MOVE SPACES              TO LINEA-LISCOM
               MOVE 'TOTAL CASA '       TO LINEA-LISCOM(2:11)
               MOVE W-ANT-CODBCO        TO LINEA-LISCOM(13:3)
               MOVE '/'                 TO LINEA-LISCOM(16:1)
               MOVE W-ANT-CODCASA       TO LINEA-LISCOM(17:3)
               MOVE W-CASA-CON-DIF      TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(22:9)
               MOVE 'ESTABLECIMIENTOS'  TO LINEA-LISCOM(32:16)
               COMPUTE W-NETO = W-CASA-EXCESO + W-CASA-DEFECTO
               MOVE W-NETO              TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(92:21)
               WRITE LINEA-LISCOM
               MOVE SPACES              TO LINEA-LISCOM
               WRITE LINEA-LISCOM
           END-IF

           ADD W-CASA-AUDITADOS TO W-BCO-AUDITADOS
           ADD W-CASA-CON-DIF   TO W-BCO-CON-DIF
           ADD W-CASA-EXCESO    TO W-BCO-EXCESO
           ADD W-CASA-DEFECTO   TO W-BCO-DEFECTO
           MOVE ZEROS TO W-CASA-AUDITADOS W-CASA-CON-DIF
                         W-CASA-EXCESO W-CASA-DEFECTO.

      ******************************************************************
      *    3180-CORTE-BANCO  -  TOTAL DEL BANCO EN EL DETALLE Y        *
      *    ELEMENTO DEL BANCO EN LA TABLA DEL RESUMEN                  *
      ******************************************************************
       3180-CORTE-BANCO.
           IF W-BCO-CON-DIF > 0
               MOVE SPACES              TO LINEA-LISCOM
               MOVE 'TOTAL BANCO '      TO LINEA-LISCOM(2:12)
               MOVE W-ANT-CODBCO        TO LINEA-LISCOM(14:3)
               MOVE W-BCO-CON-DIF       TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(22:9)
               MOVE 'ESTABLECIMIENTOS'  TO LINEA-LISCOM(32:16)
               COMPUTE W-NETO = W-BCO-EXCESO + W-BCO-DEFECTO
               MOVE W-NETO              TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(92:21)
               WRITE LINEA-LISCOM
               MOVE ALL '-'             TO LINEA-LISCOM
               WRITE LINEA-LISCOM
           END-IF

           IF W-RES-CANT = 500
               DISPLAY 'TABLA-RESUMEN DESBORDADA'
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO W-RES-CANT
           MOVE W-ANT-CODBCO     TO WRES-CODBCO(W-RES-CANT)
           MOVE W-BCO-AUDITADOS  TO WRES-AUDITADOS(W-RES-CANT)
           MOVE W-BCO-CON-DIF    TO WRES-CON-DIF(W-RES-CANT)
           MOVE W-BCO-EXCESO     TO WRES-EXCESO(W-RES-CANT)
           MOVE W-BCO-DEFECTO    TO WRES-DEFECTO(W-RES-CANT)
           ADD W-BCO-EXCESO      TO TOTAL-EXCESO
           ADD W-BCO-DEFECTO     TO TOTAL-DEFECTO

           MOVE ZEROS TO W-BCO-AUDITADOS W-BCO-CON-DIF
                         W-BCO-EXCESO W-BCO-DEFECTO.

       3200-LEER-ESTAB.
           MOVE MOV-CODSIS TO ESTVS-CODSIS
           MOVE MOV-CODTAR TO ESTVS-CODTAR
           MOVE MOV-CODADM TO ESTVS-CODADM
           MOVE MOV-NUMEST TO ESTVS-NUMEST

           READ MAEESTVS
                INVALID KEY
                    MOVE 'S' TO W-ESTAB-NO-ENCONTRADO
                    DISPLAY 'NO SE ENCONTRO ESTVS-CLAVE ' ESTVS-CLAVE
                NOT INVALID KEY
                    MOVE 'N' TO W-ESTAB-NO-ENCONTRADO
           END-READ

           ADD 1 TO CONT-MAEEST

           IF ESTAB-NO-ENCONTRADO
               ADD 1 TO CONT-SIN-MAESTRO
               MOVE 'N' TO W-SIN-TASA
           ELSE
               MOVE ESTVS-DENEST TO W-EST-DENEST
               PERFORM 3300-DETERMINAR-TASA
           END-IF.

      ******************************************************************
      *    3300-DETERMINAR-TASA  -  TASA PACTADA PARA EL PRODUCTO DEL  *
      *    MOVIMIENTO. LA DE CONVENIO CON EL BANCO (EST-BK-) PREVALECE *
      *    SOBRE LA DEL COMERCIO; LA BONIFICACION DE CARGO             *
      *    (EST-PORC-BONIF-CARGO-TR) ES UN PORCENTAJE DE DESCUENTO     *
      *    SOBRE ESA TASA. SIN TASA INFORMADA EL ESTABLECIMIENTO NO SE *
      *    AUDITA                                                      *
      ******************************************************************
       3300-DETERMINAR-TASA.
           MOVE 'N'        TO W-SIN-TASA
           MOVE 'C'        TO W-TIPO-PRODUCTO
           MOVE MOV-CODSIS TO W-PROD-CODSIS
           MOVE MOV-CODTAR TO W-PROD-CODTAR
           IF ODO051 > 0
               SEARCH ALL W051-ELEM
                 WHEN W051-PRODUCTO(I051) EQUAL W-PRODUCTO
                  MOVE W051-TIPO(I051) TO W-TIPO-PRODUCTO
               END-SEARCH
           END-IF

           MOVE ZEROS TO W-TASA-BK W-TASA-EST W-TASA-BASE W-BONIF
           IF PRODUCTO-DEBITO
               IF EST-BK-PORCDTO-DEBITO NUMERIC
                   MOVE EST-BK-PORCDTO-DEBITO TO W-TASA-BK
               END-IF
               IF EST-PORCDTO-DEBITO NUMERIC
                   MOVE EST-PORCDTO-DEBITO    TO W-TASA-EST
               END-IF
           ELSE
               IF EST-BK-PORCDTO NUMERIC
                   MOVE EST-BK-PORCDTO        TO W-TASA-BK
               END-IF
               IF EST-PORCDTO NUMERIC
                   MOVE EST-PORCDTO           TO W-TASA-EST
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN W-TASA-BK > ZEROS
                 MOVE W-TASA-BK  TO W-TASA-BASE
             WHEN W-TASA-EST > ZEROS
                 MOVE W-TASA-EST TO W-TASA-BASE
             WHEN OTHER
                 SET SIN-TASA-PACTADA TO TRUE
                 ADD 1 TO CONT-SIN-TASA
           END-EVALUATE

           IF EST-PORC-BONIF-CARGO-TR NUMERIC
               MOVE EST-PORC-BONIF-CARGO-TR TO W-BONIF
           END-IF
           COMPUTE W-TASA-PACTADA ROUNDED =
                   W-TASA-BASE - (W-TASA-BASE * W-BONIF / 100).

      ******************************************************************
      *    3400-AUDITAR-MOVIMIENTO  -  LOS MOVIMIENTOS SIN MAESTRO O   *
      *    SIN TASA PACTADA SOLO SE CUENTAN                            *
      ******************************************************************
       3400-AUDITAR-MOVIMIENTO.
           EVALUATE TRUE
             WHEN ESTAB-NO-ENCONTRADO
             WHEN SIN-TASA-PACTADA
                 ADD 1 TO CONT-MOV-NO-AUDITADOS
             WHEN OTHER
                 PERFORM 3500-COMPARAR-TASA
           END-EVALUATE.

      ******************************************************************
      *    3500-COMPARAR-TASA  -  LA DIFERENCIA ES LA COMISION COBRADA *
      *    MENOS LA QUE CORRESPONDIA A LA TASA PACTADA: POSITIVA SE    *
      *    COBRO DE MAS, NEGATIVA DE MENOS                             *
      ******************************************************************
       3500-COMPARAR-TASA.
           ADD 1 TO CONT-MOV-AUDITADOS

           IF MOV-COMIS NOT = W-TASA-PACTADA
               COMPUTE W-COMIS-COBRADA ROUNDED =
                       MOV-IMPORTE * MOV-COMIS / 100
               COMPUTE W-COMIS-PACTADA ROUNDED =
                       MOV-IMPORTE * W-TASA-PACTADA / 100
               COMPUTE W-DIFERENCIA = W-COMIS-COBRADA - W-COMIS-PACTADA
               ADD 1 TO W-EST-CANT-DIF
               ADD 1 TO CONT-MOV-CON-DIF
               MOVE MOV-COMIS TO W-EST-TASA-COBRADA
               IF W-DIFERENCIA > ZEROS
                   ADD W-DIFERENCIA TO W-EST-EXCESO
               ELSE
                   ADD W-DIFERENCIA TO W-EST-DEFECTO
               END-IF
           END-IF.

      ******************************************************************
      *    4200-IMPRIMIR-DETALLE  -  UNA LINEA POR ESTABLECIMIENTO/    *
      *    PRODUCTO CON LA DIFERENCIA NETA; LA TASA COBRADA ES LA DEL  *
      *    ULTIMO MOVIMIENTO QUE DIFIRIO                               *
      ******************************************************************
       4200-IMPRIMIR-DETALLE.
           MOVE SPACES              TO LINEA-LISCOM
           MOVE W-ANT-CODBCO        TO LINEA-LISCOM(2:3)
           MOVE W-ANT-CODCASA       TO LINEA-LISCOM(6:3)
           MOVE W-ANT-CLAVE-MOV(10:10) TO LINEA-LISCOM(11:10)
           MOVE W-ANT-CLAVE-MOV(1:3)   TO LINEA-LISCOM(22:3)
           MOVE '/'                 TO LINEA-LISCOM(25:1)
           MOVE W-ANT-CLAVE-MOV(4:3)   TO LINEA-LISCOM(26:3)
           MOVE '/'                 TO LINEA-LISCOM(29:1)
           MOVE W-ANT-CLAVE-MOV(7:3)   TO LINEA-LISCOM(30:3)
           MOVE W-EST-DENEST        TO LINEA-LISCOM(34:30)
           IF PRODUCTO-DEBITO
               MOVE 'DB'            TO LINEA-LISCOM(65:2)
           ELSE
               MOVE 'CR'            TO LINEA-LISCOM(65:2)
           END-IF
           MOVE W-TASA-PACTADA      TO TASA-FORMATEADA
           MOVE TASA-FORMATEADA     TO LINEA-LISCOM(68:6)
           MOVE W-EST-TASA-COBRADA  TO TASA-FORMATEADA
           MOVE TASA-FORMATEADA     TO LINEA-LISCOM(75:6)
           MOVE W-EST-CANT-DIF      TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(82:9)
           COMPUTE W-NETO = W-EST-EXCESO + W-EST-DEFECTO
           MOVE W-NETO              TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(92:21)
           EVALUATE TRUE
             WHEN W-NETO > ZEROS
                 MOVE 'COBRADO DE MAS'   TO LINEA-LISCOM(115:14)
             WHEN W-NETO < ZEROS
                 MOVE 'COBRADO DE MENOS' TO LINEA-LISCOM(115:16)
             WHEN OTHER
                 MOVE 'COMPENSADO'       TO LINEA-LISCOM(115:10)
           END-EVALUATE
           WRITE LINEA-LISCOM.

      ******************************************************************
      *    5000-IMPRIMIR-RESUMEN  -  POR BANCO: ESTABLECIMIENTOS       *
      *    AUDITADOS, CON DIFERENCIA, COBRADO DE MAS, DE MENOS Y NETO  *
      ******************************************************************
       5000-IMPRIMIR-RESUMEN.
           MOVE SPACES              TO LINEA-LISCOM
           WRITE LINEA-LISCOM
           MOVE 'RESUMEN POR BANCO' TO LINEA-LISCOM(2:17)
           WRITE LINEA-LISCOM
           MOVE SPACES              TO LINEA-LISCOM
           MOVE 'BCO'               TO LINEA-LISCOM(2:3)
           MOVE 'DENOMINACION'      TO LINEA-LISCOM(6:12)
           MOVE 'AUDITADOS'         TO LINEA-LISCOM(42:9)
           MOVE 'CON DIF.'          TO LINEA-LISCOM(53:8)
           MOVE 'COBRADO DE MAS'    TO LINEA-LISCOM(69:14)
           MOVE 'COBRADO DE MENOS'  TO LINEA-LISCOM(89:16)
           MOVE 'NETO'              TO LINEA-LISCOM(123:4)
           WRITE LINEA-LISCOM
           MOVE ALL '-'             TO LINEA-LISCOM
           WRITE LINEA-LISCOM

           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > W-RES-CANT
               MOVE WRES-CODBCO(W-IX)   TO W-CODBCO-X
               PERFORM 5100-BUSCAR-BANCO
               MOVE SPACES              TO LINEA-LISCOM
               MOVE WRES-CODBCO(W-IX)   TO LINEA-LISCOM(2:3)
               MOVE W-BANCO-NOMBRE      TO LINEA-LISCOM(6:35)
               MOVE WRES-AUDITADOS(W-IX) TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(42:9)
               MOVE WRES-CON-DIF(W-IX)  TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(52:9)
               MOVE WRES-EXCESO(W-IX)   TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(62:21)
               MOVE WRES-DEFECTO(W-IX)  TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(84:21)
               COMPUTE W-NETO = WRES-EXCESO(W-IX) + WRES-DEFECTO(W-IX)
               MOVE W-NETO              TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(106:21)
               WRITE LINEA-LISCOM
               ADD 1 TO W-IX
           END-PERFORM

           MOVE ALL '-'             TO LINEA-LISCOM
           WRITE LINEA-LISCOM
           MOVE SPACES              TO LINEA-LISCOM
           MOVE 'TOTAL GENERAL'     TO LINEA-LISCOM(2:13)
           MOVE CONT-ESTAB-CON-DIF  TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISCOM(52:9)
           MOVE TOTAL-EXCESO        TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(62:21)
           MOVE TOTAL-DEFECTO       TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(84:21)
           COMPUTE W-NETO = TOTAL-EXCESO + TOTAL-DEFECTO
           MOVE W-NETO              TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCOM(106:21)
           WRITE LINEA-LISCOM.

       5100-BUSCAR-BANCO.
           MOVE SPACES TO W-BANCO-NOMBRE
           IF ODO026 > 0
               SEARCH ALL W026-ELEM
                 WHEN W026-IDENBCO(I026) EQUAL W-CODBCO-X
                  MOVE W026-DENBCO(I026) TO W-BANCO-NOMBRE
               END-SEARCH
           END-IF.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'REGISTROS DEL MOVLIMPI: ' CONT-MOVLIMPI
           DISPLAY 'LECTURAS AL MAESTRO...: ' CONT-MAEEST
           DISPLAY 'ESTAB SIN MAESTRO.....: ' CONT-SIN-MAESTRO
           DISPLAY 'ESTAB SIN TASA PACTADA: ' CONT-SIN-TASA
           DISPLAY 'MOVIMIENTOS AUDITADOS.: ' CONT-MOV-AUDITADOS
           DISPLAY 'MOVIM. NO AUDITADOS...: ' CONT-MOV-NO-AUDITADOS
           DISPLAY 'MOVIM. CON DIFERENCIA.: ' CONT-MOV-CON-DIF
           DISPLAY 'ESTAB CON DIFERENCIA..: ' CONT-ESTAB-CON-DIF
           DISPLAY 'TOTAL COBRADO DE MAS..: ' TOTAL-EXCESO
           DISPLAY 'TOTAL COBRADO DE MENOS: ' TOTAL-DEFECTO.
